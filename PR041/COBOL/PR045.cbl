      *    so last quarter's story never needs the archive tape
      *    restored. The from/to range selects on the period-end
      *    date in that mode.
      *    When an item is selected, every code linked to it on the
      *    SUPHIST supersession history - whatever it replaced and
      *    whatever replaced it, however many steps back or forward
      *    - is selected with it, so one inquiry on either code
      *    shows the item's whole history across the change of code.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTRPT ASSIGN TO HISTRPT.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT OPTIONAL PERSUM ASSIGN TO PERSUM.
           SELECT OPTIONAL SUPHIST ASSIGN TO SUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-OLD-ITEM-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD AUDITLOG
           05 PS-CLOSING-QTY                     PIC S9(7).
           05 PS-REC-COUNT                       PIC 9(5).
           05 FILLER                             PIC X(21).
      *    Supersession history - the layout must stay in step with
      *    the FD in PR4044.
       FD SUPHIST
           RECORD CONTAINS 80 CHARACTERS.
       01 SH-RECORD.
           05 SH-OLD-ITEM-CODE                   PIC X(5).
           05 SH-NEW-ITEM-CODE                   PIC X(5).
           05 SH-EFFECTIVE-DATE                  PIC X(8).
           05 SH-KEYED-DATE                      PIC X(8).
           05 SH-STATUS                          PIC X(1).
              88 SH-PENDING                      VALUE "P".
              88 SH-MOVED                        VALUE "M".
           05 SH-MOVED-DATE                      PIC X(8).
           05 SH-MOVED-RECS                      PIC 9(7).
           05 SH-MOVED-UNITS                     PIC 9(9).
           05 SH-OLD-COST                        PIC 9(5)V99.
           05 SH-NEW-COST                        PIC 9(5)V99.
           05 FILLER                             PIC X(15).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PARM-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 SRT-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 PS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 SH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-FAMILY-GREW-SW                  PIC X(1) VALUE "N".
           05 WS-ITEM-MATCH-SW                   PIC X(1) VALUE "N".
              88 ITEM-SELECTED                   VALUE "Y".
           05 WS-OLD-IN-FAMILY-SW                PIC X(1) VALUE "N".
           05 WS-NEW-IN-FAMILY-SW                PIC X(1) VALUE "N".
       01 RUN-TOTALS.
           05 WS-LOG-COUNT                       PIC 9(7) VALUE 0.
           05 WS-SELECTED-COUNT                  PIC 9(7) VALUE 0.
                                                 VALUE SPACES.
           05 WS-SEL-MODE                        PIC X(1) VALUE SPACE.
              88 SUMMARY-INQUIRY                 VALUE "S".
      *    The selected item and every code linked to it through
      *    supersession. Empty when no item is selected.
       01 FAMILY-TABLE-VALUES.
           05 WS-FAM-MAX                         PIC 9(3) VALUE 20.
           05 WS-FAM-COUNT                       PIC 9(3) VALUE 0.
           05 WS-FAM-IX                          PIC 9(3) VALUE 0.
           05 WS-FAM-PASS                        PIC 9(3) VALUE 0.
           05 WS-FAM-CHECK-ITEM                  PIC X(5) VALUE SPACES.
           05 WS-FAM-ITEM OCCURS 20 TIMES        PIC X(5).
      *    Running-balance state for the key group in hand. The
      *    balance is seeded from the first selected record's
      *    before-quantity, then tracks each after-quantity; the
           OPEN INPUT PARMFILE.
           PERFORM 150-READ-PARM.
           CLOSE PARMFILE.
           IF WS-SEL-ITEM NOT = SPACES
              PERFORM 160-BUILD-ITEM-FAMILY
           END-IF.
           OPEN OUTPUT HISTRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           IF SUMMARY-INQUIRY
                 MOVE PARM-MODE      TO WS-SEL-MODE
           END-READ.

      *    Sweep SUPHIST until a pass adds no new code - each pass
      *    pulls in the codes one more link away in either
      *    direction. PR4044 refuses a code superseded twice, so
      *    the family is a simple chain and stays small.
       160-BUILD-ITEM-FAMILY.
           MOVE 1 TO WS-FAM-COUNT.
           MOVE WS-SEL-ITEM TO WS-FAM-ITEM (1).
           OPEN INPUT SUPHIST.
           MOVE "Y" TO WS-FAMILY-GREW-SW.
           PERFORM 162-SWEEP-SUPHIST
              VARYING WS-FAM-PASS FROM 1 BY 1
              UNTIL WS-FAMILY-GREW-SW = "N"
              OR WS-FAM-PASS > WS-FAM-MAX.
           CLOSE SUPHIST.

       162-SWEEP-SUPHIST.
           MOVE "N" TO WS-FAMILY-GREW-SW.
           MOVE " " TO SH-EOF-SWITCH.
           MOVE LOW-VALUES TO SH-OLD-ITEM-CODE.
           START SUPHIST KEY IS NOT LESS THAN SH-OLD-ITEM-CODE
              INVALID KEY
                 MOVE "Y" TO SH-EOF-SWITCH
           END-START.
           PERFORM 164-LINK-ONE-SUPERSESSION
              UNTIL SH-EOF-SWITCH = "Y".

       164-LINK-ONE-SUPERSESSION.
           READ SUPHIST NEXT RECORD
              AT END
                 MOVE "Y" TO SH-EOF-SWITCH
              NOT AT END
                 MOVE SH-OLD-ITEM-CODE TO WS-FAM-CHECK-ITEM
                 PERFORM 170-CHECK-ITEM-FAMILY
                 MOVE WS-ITEM-MATCH-SW TO WS-OLD-IN-FAMILY-SW
                 MOVE SH-NEW-ITEM-CODE TO WS-FAM-CHECK-ITEM
                 PERFORM 170-CHECK-ITEM-FAMILY
                 MOVE WS-ITEM-MATCH-SW TO WS-NEW-IN-FAMILY-SW
                 IF WS-OLD-IN-FAMILY-SW = "Y"
                    AND WS-NEW-IN-FAMILY-SW = "N"
                    MOVE SH-NEW-ITEM-CODE TO WS-FAM-CHECK-ITEM
                    PERFORM 166-ADD-FAMILY-ITEM
                 END-IF
                 IF WS-NEW-IN-FAMILY-SW = "Y"
                    AND WS-OLD-IN-FAMILY-SW = "N"
                    MOVE SH-OLD-ITEM-CODE TO WS-FAM-CHECK-ITEM
                    PERFORM 166-ADD-FAMILY-ITEM
                 END-IF
           END-READ.

       166-ADD-FAMILY-ITEM.
           IF WS-FAM-COUNT >= WS-FAM-MAX
              DISPLAY "*** ABEND - ITEM FAMILY TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-FAM-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-FAM-COUNT.
           MOVE WS-FAM-CHECK-ITEM TO WS-FAM-ITEM (WS-FAM-COUNT).
           MOVE "Y" TO WS-FAMILY-GREW-SW.

      *    Sets ITEM-SELECTED when WS-FAM-CHECK-ITEM is a member of
      *    the family; with no item selected everything is.
       170-CHECK-ITEM-FAMILY.
           IF WS-SEL-ITEM = SPACES
              MOVE "Y" TO WS-ITEM-MATCH-SW
           ELSE
              MOVE "N" TO WS-ITEM-MATCH-SW
              PERFORM 172-MATCH-ONE-FAMILY-ITEM
                 VARYING WS-FAM-IX FROM 1 BY 1
                 UNTIL WS-FAM-IX > WS-FAM-COUNT
                 OR ITEM-SELECTED
           END-IF.

       172-MATCH-ONE-FAMILY-ITEM.
           IF WS-FAM-ITEM (WS-FAM-IX) = WS-FAM-CHECK-ITEM
              MOVE "Y" TO WS-ITEM-MATCH-SW
           END-IF.

      *    One heading line per supersession link in the family.
       220-WRITE-FAMILY-LINES.
           OPEN INPUT SUPHIST.
           MOVE " " TO SH-EOF-SWITCH.
           PERFORM 225-WRITE-ONE-LINK
              UNTIL SH-EOF-SWITCH = "Y".
           CLOSE SUPHIST.

       225-WRITE-ONE-LINK.
           READ SUPHIST NEXT RECORD
              AT END
                 MOVE "Y" TO SH-EOF-SWITCH
              NOT AT END
                 MOVE SH-OLD-ITEM-CODE TO WS-FAM-CHECK-ITEM
                 PERFORM 170-CHECK-ITEM-FAMILY
                 IF ITEM-SELECTED
                    MOVE SPACES TO HIST-LINE
                    STRING "            ITEM " DELIMITED BY SIZE
                       SH-OLD-ITEM-CODE DELIMITED BY SIZE
                       " SUPERSEDED BY " DELIMITED BY SIZE
                       SH-NEW-ITEM-CODE DELIMITED BY SIZE
                       " EFFECTIVE " DELIMITED BY SIZE
                       SH-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO HIST-LINE
                    END-STRING
                    WRITE HIST-LINE
                 END-IF
           END-READ.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "ITEM HISTORY" TO REPORT-NAME.
              INTO HIST-LINE
           END-STRING.
           WRITE HIST-LINE.
           IF WS-FAM-COUNT > 1
              PERFORM 220-WRITE-FAMILY-LINES
           END-IF.
           MOVE SPACES TO HIST-LINE.
           IF SUMMARY-INQUIRY
              STRING "ST  CITY  BRN  ITEM   PERIOD-END"
      *    maintained above this filter so a selected record always
      *    chains against the prior SELECTED record of its key.
       520-CHECK-SELECTION.
           MOVE SRT-ITEM-CODE TO WS-FAM-CHECK-ITEM.
           PERFORM 170-CHECK-ITEM-FAMILY.
           IF (WS-SEL-STATE = SPACES OR WS-SEL-STATE = SRT-STATE)
              AND (WS-SEL-CITY = SPACES OR WS-SEL-CITY = SRT-CITY)
              AND (WS-SEL-BRANCH = SPACES
                 OR WS-SEL-BRANCH = SRT-BRANCH)
              AND ITEM-SELECTED
              AND (WS-SEL-FROM-TS = SPACES
                 OR SRT-RUN-TIMESTAMP >= WS-SEL-FROM-TS)
              AND (WS-SEL-TO-TS = SPACES
           END-READ.

       620-CHECK-SUMM-SELECTION.
           MOVE PS-ITEM-CODE TO WS-FAM-CHECK-ITEM.
           PERFORM 170-CHECK-ITEM-FAMILY.
           IF (WS-SEL-STATE = SPACES OR WS-SEL-STATE = PS-STATE)
              AND (WS-SEL-CITY = SPACES OR WS-SEL-CITY = PS-CITY)
              AND (WS-SEL-BRANCH = SPACES
                 OR WS-SEL-BRANCH = PS-BRANCH)
              AND ITEM-SELECTED
              AND (WS-SEL-FROM-TS = SPACES
                 OR PS-PERIOD-END >= WS-SEL-FROM-TS (1:8))
              AND (WS-SEL-TO-TS = SPACES
