       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4063.
      *    Period shrink report from the permanent count history
      *    PR4046 appends to at every physical count. For the
      *    period on the parameter card it shows, by item within
      *    branch and by branch within region:
      *      - shrink units and value - the net loss the counts
      *        found (book less counted; an overage reduces it)
      *      - average on-hand value - the book quantity at each
      *        count valued at that day's cost, averaged over the
      *        counts; a branch or region adds up its items'
      *      - shrink rate - shrink value as a percentage of the
      *        average on-hand value
      *    and flags any item, branch or region whose rate is over
      *    the tolerance on the parameter card, and any item or
      *    branch that came up short on three or more consecutive
      *    counts in the period. An item's count is a loss when it
      *    counted fewer units than the book; a branch's when the
      *    value of all its variances on that count date is a net
      *    loss.
      *    The history is passed twice: once in branch/count-date
      *    order to find each branch's run of losing counts, then
      *    in region/branch/item/count-date order for the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTHIST ASSIGN TO CNTHIST.
           SELECT PARMFILE ASSIGN TO PARMFILE.
           SELECT SHRKRPT ASSIGN TO SHRKRPT.
           SELECT BDSORT ASSIGN TO BDSORT.
           SELECT SHSORT ASSIGN TO SHSORT.
           SELECT BRNCHREF ASSIGN TO BRNCHREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-LOC-KEY.
       DATA DIVISION.
       FILE SECTION.
      *    Permanent count history - the layout must stay in step
      *    with the FD in PR4046.
       FD CNTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CH-RECORD.
           05 CH-KEYS.
              10 CH-LOC-KEY                      PIC X(9).
              10 CH-ITEM-CODE                    PIC X(5).
           05 CH-COUNT-DATE                      PIC X(8).
           05 CH-BOOK-QTY                        PIC 9(7).
           05 CH-COUNTED-QTY                     PIC 9(7).
           05 CH-VARIANCE                        PIC S9(7).
           05 CH-UNIT-COST                       PIC 9(5)V99.
           05 CH-VARIANCE-VALUE                  PIC S9(11)V99.
           05 FILLER                             PIC X(17).
      *    Period from/to count dates (spaces - the whole history)
      *    and the shrink-rate tolerance as a percentage with two
      *    decimals (spaces - 2.00 percent).
       FD PARMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PARM-RECORD.
           05 PARM-FROM-DATE                     PIC X(8).
           05 PARM-TO-DATE                       PIC X(8).
           05 PARM-TOLERANCE                     PIC X(5).
           05 FILLER                             PIC X(59).
       FD SHRKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).
      *    First pass - one record per count, branch/date order.
       SD BDSORT
           RECORD CONTAINS 80 CHARACTERS.
       01 BDS-RECORD.
           05 BDS-LOC-KEY                        PIC X(9).
           05 BDS-COUNT-DATE                     PIC X(8).
           05 BDS-VARIANCE-VALUE                 PIC S9(11)V99.
           05 FILLER                             PIC X(50).
      *    Second pass - the history record with its region.
       SD SHSORT
           RECORD CONTAINS 90 CHARACTERS.
       01 SHS-RECORD.
           05 SHS-REGION                         PIC X(10).
           05 SHS-KEYS.
              10 SHS-LOC-KEY                     PIC X(9).
              10 SHS-ITEM-CODE                   PIC X(5).
           05 SHS-COUNT-DATE                     PIC X(8).
           05 SHS-BOOK-QTY                       PIC 9(7).
           05 SHS-COUNTED-QTY                    PIC 9(7).
           05 SHS-VARIANCE                       PIC S9(7).
           05 SHS-UNIT-COST                      PIC 9(5)V99.
           05 SHS-VARIANCE-VALUE                 PIC S9(11)V99.
           05 FILLER                             PIC X(17).
       FD BRNCHREF
           RECORD CONTAINS 50 CHARACTERS.
       01 BR-RECORD.
           05 BR-LOC-KEY                         PIC X(9).
           05 BR-NAME                            PIC X(25).
           05 BR-REGION                          PIC X(10).
           05 BR-ACTIVE-FLAG                     PIC X(1).
           05 FILLER                             PIC X(5).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PARM-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 CH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 BDS-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 SHS-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 WS-BT-FOUND-SW                     PIC X(1) VALUE "N".
           05 WS-FIRST-SHS-SW                    PIC X(1) VALUE "Y".
      *    Period, tolerance and the length of a losing run that is
      *    flagged.
       01 CONTROL-VALUES.
           05 WS-FROM-DATE                PIC X(8) VALUE "00000000".
           05 WS-TO-DATE                  PIC X(8) VALUE "99999999".
           05 WS-TOLERANCE                PIC 9(3)V99 VALUE 2.00.
           05 WS-LOSS-RUN-LIMIT           PIC 9(3) VALUE 3.
      *    Each branch's longest run of losing count dates, built
      *    by the first pass and picked up at the branch break.
       01 BRANCH-TABLE-VALUES.
           05 WS-BT-MAX                          PIC 9(4) VALUE 999.
           05 WS-BT-COUNT                        PIC 9(4) VALUE 0.
           05 WS-BT-IX                           PIC 9(4) VALUE 0.
           05 WS-BT-HIT-IX                       PIC 9(4) VALUE 0.
           05 WS-BT-ENTRY OCCURS 999 TIMES.
              10 WS-BT-LOC-KEY                   PIC X(9).
              10 WS-BT-DATES                     PIC 9(5).
              10 WS-BT-MAX-RUN                   PIC 9(5).
      *    First-pass state - the branch and count date in hand.
       01 BRANCH-DATE-VALUES.
           05 WS-BD-LOC-KEY               PIC X(9) VALUE LOW-VALUES.
           05 WS-BD-COUNT-DATE            PIC X(8) VALUE LOW-VALUES.
           05 WS-BD-DATE-VALUE            PIC S9(13)V99 VALUE 0.
           05 WS-BD-DATES                 PIC 9(5) VALUE 0.
           05 WS-BD-RUN                   PIC 9(5) VALUE 0.
           05 WS-BD-MAX-RUN               PIC 9(5) VALUE 0.
      *    Second-pass control-break holders and accumulators.
      *    Shrink is kept as the sum of the variances (counted less
      *    book) and turned round when it prints.
       01 BREAK-VALUES.
           05 WS-CURR-REGION              PIC X(10) VALUE LOW-VALUES.
           05 WS-CURR-LOC-KEY             PIC X(9) VALUE LOW-VALUES.
           05 WS-CURR-ITEM-CODE           PIC X(5) VALUE LOW-VALUES.
           05 WS-LAST-BR-LOC              PIC X(9) VALUE LOW-VALUES.
           05 WS-LAST-BR-REGION           PIC X(10) VALUE SPACES.
       01 ITEM-TOTALS.
           05 WS-IT-COUNTS                PIC 9(5) VALUE 0.
           05 WS-IT-UNITS                 PIC S9(9) VALUE 0.
           05 WS-IT-VALUE                 PIC S9(13)V99 VALUE 0.
           05 WS-IT-BOOK-VALUE            PIC 9(15)V99 VALUE 0.
           05 WS-IT-RUN                   PIC 9(5) VALUE 0.
           05 WS-IT-MAX-RUN               PIC 9(5) VALUE 0.
       01 BRANCH-TOTALS.
           05 WS-BR-ITEMS                 PIC 9(5) VALUE 0.
           05 WS-BR-UNITS                 PIC S9(9) VALUE 0.
           05 WS-BR-VALUE                 PIC S9(13)V99 VALUE 0.
           05 WS-BR-AVG-VALUE             PIC 9(13)V99 VALUE 0.
       01 REGION-TOTALS.
           05 WS-RG-BRANCHES              PIC 9(5) VALUE 0.
           05 WS-RG-UNITS                 PIC S9(9) VALUE 0.
           05 WS-RG-VALUE                 PIC S9(13)V99 VALUE 0.
           05 WS-RG-AVG-VALUE             PIC 9(13)V99 VALUE 0.
       01 GRAND-TOTALS.
           05 WS-GT-UNITS                 PIC S9(9) VALUE 0.
           05 WS-GT-VALUE                 PIC S9(13)V99 VALUE 0.
           05 WS-GT-AVG-VALUE             PIC 9(13)V99 VALUE 0.
      *    One line's figures, loaded by whichever level is printing.
       01 LINE-VALUES.
           05 WS-LN-COUNTS                PIC 9(5) VALUE 0.
           05 WS-LN-UNITS                 PIC S9(9) VALUE 0.
           05 WS-LN-VALUE                 PIC S9(13)V99 VALUE 0.
           05 WS-LN-AVG-VALUE             PIC 9(13)V99 VALUE 0.
           05 WS-LN-MAX-RUN               PIC 9(5) VALUE 0.
           05 WS-LN-RATE                  PIC S9(5)V99 VALUE 0.
           05 WS-LN-FLAG                  PIC X(13) VALUE SPACES.
       01 RUN-TOTALS.
           05 WS-HIST-READ-COUNT                 PIC 9(7) VALUE 0.
           05 WS-HIST-SELECTED-COUNT             PIC 9(7) VALUE 0.
           05 WS-ITEM-COUNT                      PIC 9(7) VALUE 0.
           05 WS-BRANCH-COUNT                    PIC 9(7) VALUE 0.
           05 WS-REGION-COUNT                    PIC 9(7) VALUE 0.
           05 WS-ITEM-FLAG-COUNT                 PIC 9(7) VALUE 0.
           05 WS-BRANCH-FLAG-COUNT               PIC 9(7) VALUE 0.
           05 WS-REGION-FLAG-COUNT               PIC 9(7) VALUE 0.
           05 WS-NO-BRANCH-COUNT                 PIC 9(7) VALUE 0.
       01 EDITED-VALUES.
           05 WS-TOLERANCE-ED                    PIC ZZ9.99.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR063".
              10 FILLER                      PIC X(5) VALUE SPACES.
              10 SHOP-NAME                   PIC X(20) VALUE SPACES.
              10 REPORT-NAME                 PIC X(15) VALUE SPACES.
              10 REPORT-DESC                 PIC X(16) VALUE SPACES.
           10 REPORT-DATE.
             15 YYYY                         PIC 9(4) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 MM                           PIC 9(2) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 DD                           PIC 9(2) VALUE ZEROS.
      *    One item, branch, region or grand-total line.
           05 SHRINK-DETAIL.
              10 SR-LEVEL                    PIC X(6).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-KEY                      PIC X(10).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-ITEM-CODE                PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-COUNTS                   PIC Z(3)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-UNITS                    PIC -(7)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-VALUE                    PIC -(10)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-AVG-VALUE                PIC Z(10)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-RATE                     PIC -(4)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SR-FLAG                     PIC X(13).
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           OPEN INPUT PARMFILE.
           PERFORM 130-READ-PARM.
           CLOSE PARMFILE.
           OPEN OUTPUT SHRKRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           SORT BDSORT
              ON ASCENDING KEY BDS-LOC-KEY
              ON ASCENDING KEY BDS-COUNT-DATE
              INPUT PROCEDURE IS 300-SELECT-BRANCH-COUNTS
              OUTPUT PROCEDURE IS 400-SCAN-BRANCH-COUNTS.
           OPEN INPUT BRNCHREF.
           SORT SHSORT
              ON ASCENDING KEY SHS-REGION
              ON ASCENDING KEY SHS-KEYS
              ON ASCENDING KEY SHS-COUNT-DATE
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 500-SELECT-HISTORY
              OUTPUT PROCEDURE IS 600-REPORT-SHRINK.
           CLOSE BRNCHREF.
           PERFORM 560-WRITE-TRAILER.
           CLOSE SHRKRPT.
           GOBACK.

       130-READ-PARM.
           READ PARMFILE
              AT END
                 MOVE "Y" TO PARM-EOF-SWITCH
              NOT AT END
                 PERFORM 135-EDIT-PARM-FIELDS
           END-READ.

       135-EDIT-PARM-FIELDS.
           IF PARM-FROM-DATE NOT = SPACES
              AND PARM-FROM-DATE IS NUMERIC
              MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF PARM-TO-DATE NOT = SPACES AND PARM-TO-DATE IS NUMERIC
              MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           IF PARM-TOLERANCE NOT = SPACES
              AND PARM-TOLERANCE IS NUMERIC
              COMPUTE WS-TOLERANCE = FUNCTION NUMVAL (PARM-TOLERANCE)
                 / 100
           END-IF.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "SHRINKAGE" TO REPORT-NAME.
           MOVE "BY BRANCH/REGION" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "PERIOD - COUNTS FROM: " DELIMITED BY SIZE
              WS-FROM-DATE DELIMITED BY SIZE
              "  TO: " DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              "  RATE TOLERANCE: " DELIMITED BY SIZE
              WS-TOLERANCE-ED DELIMITED BY SIZE
              " PCT" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "LEVEL   LOCATION    ITEM   CNTS  SHRINK-U"
              DELIMITED BY SIZE
              "    SHRINK-VALUE  AVG ON-HAND VAL    RATE%  FLAG"
              DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *    First pass input - the counts in the period, reduced to
      *    branch, date and variance value.
       300-SELECT-BRANCH-COUNTS.
           OPEN INPUT CNTHIST.
           MOVE SPACE TO CH-EOF-SWITCH.
           PERFORM 310-RELEASE-ONE-COUNT
              UNTIL CH-EOF-SWITCH = "Y".
           CLOSE CNTHIST.

       310-RELEASE-ONE-COUNT.
           READ CNTHIST
              AT END
                 MOVE "Y" TO CH-EOF-SWITCH
              NOT AT END
                 IF CH-COUNT-DATE NOT < WS-FROM-DATE
                    AND CH-COUNT-DATE NOT > WS-TO-DATE
                    MOVE SPACES TO BDS-RECORD
                    MOVE CH-LOC-KEY TO BDS-LOC-KEY
                    MOVE CH-COUNT-DATE TO BDS-COUNT-DATE
                    MOVE CH-VARIANCE-VALUE TO BDS-VARIANCE-VALUE
                    RELEASE BDS-RECORD
                 END-IF
           END-READ.

      *    First pass output - net each branch's variances by count
      *    date and keep the longest run of losing dates.
       400-SCAN-BRANCH-COUNTS.
           PERFORM 410-RETURN-ONE-COUNT
              UNTIL BDS-EOF-SWITCH = "Y".
           IF WS-BD-LOC-KEY NOT = LOW-VALUES
              PERFORM 420-CLOSE-BRANCH-DATE
              PERFORM 430-CLOSE-BRANCH
           END-IF.

       410-RETURN-ONE-COUNT.
           RETURN BDSORT
              AT END
                 MOVE "Y" TO BDS-EOF-SWITCH
              NOT AT END
                 IF BDS-LOC-KEY NOT = WS-BD-LOC-KEY
                    IF WS-BD-LOC-KEY NOT = LOW-VALUES
                       PERFORM 420-CLOSE-BRANCH-DATE
                       PERFORM 430-CLOSE-BRANCH
                    END-IF
                    MOVE BDS-LOC-KEY TO WS-BD-LOC-KEY
                    MOVE BDS-COUNT-DATE TO WS-BD-COUNT-DATE
                    MOVE 0 TO WS-BD-DATE-VALUE
                    MOVE 0 TO WS-BD-DATES
                    MOVE 0 TO WS-BD-RUN
                    MOVE 0 TO WS-BD-MAX-RUN
                 END-IF
                 IF BDS-COUNT-DATE NOT = WS-BD-COUNT-DATE
                    PERFORM 420-CLOSE-BRANCH-DATE
                    MOVE BDS-COUNT-DATE TO WS-BD-COUNT-DATE
                    MOVE 0 TO WS-BD-DATE-VALUE
                 END-IF
                 ADD BDS-VARIANCE-VALUE TO WS-BD-DATE-VALUE
           END-RETURN.

       420-CLOSE-BRANCH-DATE.
           ADD 1 TO WS-BD-DATES.
           IF WS-BD-DATE-VALUE < 0
              ADD 1 TO WS-BD-RUN
              IF WS-BD-RUN > WS-BD-MAX-RUN
                 MOVE WS-BD-RUN TO WS-BD-MAX-RUN
              END-IF
           ELSE
              MOVE 0 TO WS-BD-RUN
           END-IF.

       430-CLOSE-BRANCH.
           IF WS-BT-COUNT >= WS-BT-MAX
              DISPLAY "*** ABEND - BRANCH TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-BT-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-BT-COUNT.
           MOVE WS-BD-LOC-KEY TO WS-BT-LOC-KEY (WS-BT-COUNT).
           MOVE WS-BD-DATES TO WS-BT-DATES (WS-BT-COUNT).
           MOVE WS-BD-MAX-RUN TO WS-BT-MAX-RUN (WS-BT-COUNT).

      *    Second pass input - the counts in the period with the
      *    region of their branch. A branch no longer on BRNCHREF
      *    reports under region "*UNASSIGND".
       500-SELECT-HISTORY.
           OPEN INPUT CNTHIST.
           MOVE SPACE TO CH-EOF-SWITCH.
           PERFORM 510-RELEASE-ONE-HISTORY
              UNTIL CH-EOF-SWITCH = "Y".
           CLOSE CNTHIST.

       510-RELEASE-ONE-HISTORY.
           READ CNTHIST
              AT END
                 MOVE "Y" TO CH-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-HIST-READ-COUNT
                 IF CH-COUNT-DATE NOT < WS-FROM-DATE
                    AND CH-COUNT-DATE NOT > WS-TO-DATE
                    ADD 1 TO WS-HIST-SELECTED-COUNT
                    IF CH-LOC-KEY NOT = WS-LAST-BR-LOC
                       PERFORM 520-LOOK-UP-REGION
                    END-IF
                    MOVE SPACES TO SHS-RECORD
                    MOVE WS-LAST-BR-REGION TO SHS-REGION
                    MOVE CH-KEYS TO SHS-KEYS
                    MOVE CH-COUNT-DATE TO SHS-COUNT-DATE
                    MOVE CH-BOOK-QTY TO SHS-BOOK-QTY
                    MOVE CH-COUNTED-QTY TO SHS-COUNTED-QTY
                    MOVE CH-VARIANCE TO SHS-VARIANCE
                    MOVE CH-UNIT-COST TO SHS-UNIT-COST
                    MOVE CH-VARIANCE-VALUE TO SHS-VARIANCE-VALUE
                    RELEASE SHS-RECORD
                 END-IF
           END-READ.

       520-LOOK-UP-REGION.
           MOVE CH-LOC-KEY TO WS-LAST-BR-LOC.
           MOVE CH-LOC-KEY TO BR-LOC-KEY.
           READ BRNCHREF
              INVALID KEY
                 MOVE "*UNASSIGND" TO WS-LAST-BR-REGION
                 ADD 1 TO WS-NO-BRANCH-COUNT
              NOT INVALID KEY
                 MOVE BR-REGION TO WS-LAST-BR-REGION
           END-READ.

      *    Second pass output - item, branch and region breaks.
       600-REPORT-SHRINK.
           PERFORM 610-RETURN-ONE-HISTORY
              UNTIL SHS-EOF-SWITCH = "Y".
           IF WS-FIRST-SHS-SW = "N"
              PERFORM 640-CLOSE-ITEM
              PERFORM 650-CLOSE-BRANCH
              PERFORM 660-CLOSE-REGION
           END-IF.
           PERFORM 670-WRITE-GRAND-TOTAL.

       610-RETURN-ONE-HISTORY.
           RETURN SHSORT
              AT END
                 MOVE "Y" TO SHS-EOF-SWITCH
              NOT AT END
                 PERFORM 620-CHECK-BREAKS
                 PERFORM 630-ACCUMULATE-COUNT
           END-RETURN.

       620-CHECK-BREAKS.
           EVALUATE TRUE
              WHEN WS-FIRST-SHS-SW = "Y"
                 MOVE "N" TO WS-FIRST-SHS-SW
                 PERFORM 622-OPEN-REGION
                 PERFORM 624-OPEN-BRANCH
                 PERFORM 626-OPEN-ITEM
              WHEN SHS-REGION NOT = WS-CURR-REGION
                 PERFORM 640-CLOSE-ITEM
                 PERFORM 650-CLOSE-BRANCH
                 PERFORM 660-CLOSE-REGION
                 PERFORM 622-OPEN-REGION
                 PERFORM 624-OPEN-BRANCH
                 PERFORM 626-OPEN-ITEM
              WHEN SHS-LOC-KEY NOT = WS-CURR-LOC-KEY
                 PERFORM 640-CLOSE-ITEM
                 PERFORM 650-CLOSE-BRANCH
                 PERFORM 624-OPEN-BRANCH
                 PERFORM 626-OPEN-ITEM
              WHEN SHS-ITEM-CODE NOT = WS-CURR-ITEM-CODE
                 PERFORM 640-CLOSE-ITEM
                 PERFORM 626-OPEN-ITEM
           END-EVALUATE.

       622-OPEN-REGION.
           MOVE SHS-REGION TO WS-CURR-REGION.
           MOVE 0 TO WS-RG-BRANCHES.
           MOVE 0 TO WS-RG-UNITS.
           MOVE 0 TO WS-RG-VALUE.
           MOVE 0 TO WS-RG-AVG-VALUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REGION: " DELIMITED BY SIZE
              WS-CURR-REGION DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       624-OPEN-BRANCH.
           MOVE SHS-LOC-KEY TO WS-CURR-LOC-KEY.
           MOVE 0 TO WS-BR-ITEMS.
           MOVE 0 TO WS-BR-UNITS.
           MOVE 0 TO WS-BR-VALUE.
           MOVE 0 TO WS-BR-AVG-VALUE.
           MOVE SHS-LOC-KEY TO BR-LOC-KEY.
           READ BRNCHREF
              INVALID KEY
                 MOVE "*** NOT ON BRNCHREF ***" TO BR-NAME
           END-READ.
           MOVE SPACES TO RPT-LINE.
           STRING "  BRANCH: " DELIMITED BY SIZE
              WS-CURR-LOC-KEY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              BR-NAME DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       626-OPEN-ITEM.
           MOVE SHS-ITEM-CODE TO WS-CURR-ITEM-CODE.
           MOVE 0 TO WS-IT-COUNTS.
           MOVE 0 TO WS-IT-UNITS.
           MOVE 0 TO WS-IT-VALUE.
           MOVE 0 TO WS-IT-BOOK-VALUE.
           MOVE 0 TO WS-IT-RUN.
           MOVE 0 TO WS-IT-MAX-RUN.

      *    Counts arrive oldest first within the item, so a short
      *    count extends the run and anything else breaks it.
       630-ACCUMULATE-COUNT.
           ADD 1 TO WS-IT-COUNTS.
           ADD SHS-VARIANCE TO WS-IT-UNITS.
           ADD SHS-VARIANCE-VALUE TO WS-IT-VALUE.
           COMPUTE WS-IT-BOOK-VALUE = WS-IT-BOOK-VALUE
              + SHS-BOOK-QTY * SHS-UNIT-COST.
           IF SHS-VARIANCE < 0
              ADD 1 TO WS-IT-RUN
              IF WS-IT-RUN > WS-IT-MAX-RUN
                 MOVE WS-IT-RUN TO WS-IT-MAX-RUN
              END-IF
           ELSE
              MOVE 0 TO WS-IT-RUN
           END-IF.

       640-CLOSE-ITEM.
           MOVE WS-IT-COUNTS TO WS-LN-COUNTS.
           MOVE WS-IT-UNITS TO WS-LN-UNITS.
           MOVE WS-IT-VALUE TO WS-LN-VALUE.
           COMPUTE WS-LN-AVG-VALUE ROUNDED =
              WS-IT-BOOK-VALUE / WS-IT-COUNTS.
           MOVE WS-IT-MAX-RUN TO WS-LN-MAX-RUN.
           PERFORM 680-RATE-AND-FLAG.
           IF WS-LN-FLAG NOT = SPACES
              ADD 1 TO WS-ITEM-FLAG-COUNT
           END-IF.
           MOVE SPACES TO SHRINK-DETAIL.
           MOVE "ITEM" TO SR-LEVEL.
           MOVE WS-CURR-LOC-KEY TO SR-KEY.
           MOVE WS-CURR-ITEM-CODE TO SR-ITEM-CODE.
           PERFORM 690-WRITE-SHRINK-LINE.
           ADD 1 TO WS-ITEM-COUNT.
           ADD 1 TO WS-BR-ITEMS.
           ADD WS-IT-UNITS TO WS-BR-UNITS.
           ADD WS-IT-VALUE TO WS-BR-VALUE.
           ADD WS-LN-AVG-VALUE TO WS-BR-AVG-VALUE.

       650-CLOSE-BRANCH.
           PERFORM 655-FIND-BRANCH-RUN.
           MOVE WS-BR-ITEMS TO WS-LN-COUNTS.
           MOVE WS-BR-UNITS TO WS-LN-UNITS.
           MOVE WS-BR-VALUE TO WS-LN-VALUE.
           MOVE WS-BR-AVG-VALUE TO WS-LN-AVG-VALUE.
           IF WS-BT-FOUND-SW = "Y"
              MOVE WS-BT-MAX-RUN (WS-BT-HIT-IX) TO WS-LN-MAX-RUN
           ELSE
              MOVE 0 TO WS-LN-MAX-RUN
           END-IF.
           PERFORM 680-RATE-AND-FLAG.
           IF WS-LN-FLAG NOT = SPACES
              ADD 1 TO WS-BRANCH-FLAG-COUNT
           END-IF.
           MOVE SPACES TO SHRINK-DETAIL.
           MOVE "BRANCH" TO SR-LEVEL.
           MOVE WS-CURR-LOC-KEY TO SR-KEY.
           PERFORM 690-WRITE-SHRINK-LINE.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD 1 TO WS-RG-BRANCHES.
           ADD WS-BR-UNITS TO WS-RG-UNITS.
           ADD WS-BR-VALUE TO WS-RG-VALUE.
           ADD WS-BR-AVG-VALUE TO WS-RG-AVG-VALUE.

       655-FIND-BRANCH-RUN.
           MOVE "N" TO WS-BT-FOUND-SW.
           PERFORM 657-MATCH-ONE-BRANCH
              VARYING WS-BT-IX FROM 1 BY 1
              UNTIL WS-BT-IX > WS-BT-COUNT
              OR WS-BT-FOUND-SW = "Y".

       657-MATCH-ONE-BRANCH.
           IF WS-BT-LOC-KEY (WS-BT-IX) = WS-CURR-LOC-KEY
              MOVE "Y" TO WS-BT-FOUND-SW
              MOVE WS-BT-IX TO WS-BT-HIT-IX
           END-IF.

      *    A region is flagged on its rate only - a losing run is a
      *    branch or item pattern.
       660-CLOSE-REGION.
           MOVE WS-RG-BRANCHES TO WS-LN-COUNTS.
           MOVE WS-RG-UNITS TO WS-LN-UNITS.
           MOVE WS-RG-VALUE TO WS-LN-VALUE.
           MOVE WS-RG-AVG-VALUE TO WS-LN-AVG-VALUE.
           MOVE 0 TO WS-LN-MAX-RUN.
           PERFORM 680-RATE-AND-FLAG.
           IF WS-LN-FLAG NOT = SPACES
              ADD 1 TO WS-REGION-FLAG-COUNT
           END-IF.
           MOVE SPACES TO SHRINK-DETAIL.
           MOVE "REGION" TO SR-LEVEL.
           MOVE WS-CURR-REGION TO SR-KEY.
           PERFORM 690-WRITE-SHRINK-LINE.
           ADD 1 TO WS-REGION-COUNT.
           ADD WS-RG-UNITS TO WS-GT-UNITS.
           ADD WS-RG-VALUE TO WS-GT-VALUE.
           ADD WS-RG-AVG-VALUE TO WS-GT-AVG-VALUE.

       670-WRITE-GRAND-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REGION-COUNT TO WS-LN-COUNTS.
           MOVE WS-GT-UNITS TO WS-LN-UNITS.
           MOVE WS-GT-VALUE TO WS-LN-VALUE.
           MOVE WS-GT-AVG-VALUE TO WS-LN-AVG-VALUE.
           MOVE 0 TO WS-LN-MAX-RUN.
           PERFORM 680-RATE-AND-FLAG.
           MOVE SPACES TO SHRINK-DETAIL.
           MOVE "TOTAL" TO SR-LEVEL.
           MOVE "ALL" TO SR-KEY.
           PERFORM 690-WRITE-SHRINK-LINE.

      *    Shrink is the variance turned round - a loss prints
      *    positive. The rate is shrink value over average on-hand
      *    value; with nothing on hand a loss is shown at the
      *    largest rate the line can carry.
       680-RATE-AND-FLAG.
           COMPUTE WS-LN-UNITS = 0 - WS-LN-UNITS.
           COMPUTE WS-LN-VALUE = 0 - WS-LN-VALUE.
           IF WS-LN-AVG-VALUE = 0
              IF WS-LN-VALUE > 0
                 MOVE 9999.99 TO WS-LN-RATE
              ELSE
                 MOVE 0 TO WS-LN-RATE
              END-IF
           ELSE
              COMPUTE WS-LN-RATE ROUNDED =
                 WS-LN-VALUE * 100 / WS-LN-AVG-VALUE
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-LN-RATE
              END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-LN-FLAG.
           EVALUATE TRUE
              WHEN WS-LN-RATE > WS-TOLERANCE
                 AND WS-LN-MAX-RUN >= WS-LOSS-RUN-LIMIT
                 MOVE "*RATE*LOSSES*" TO WS-LN-FLAG
              WHEN WS-LN-RATE > WS-TOLERANCE
                 MOVE "*RATE*" TO WS-LN-FLAG
              WHEN WS-LN-MAX-RUN >= WS-LOSS-RUN-LIMIT
                 MOVE "*LOSSES*" TO WS-LN-FLAG
           END-EVALUATE.

       690-WRITE-SHRINK-LINE.
           MOVE WS-LN-COUNTS TO SR-COUNTS.
           MOVE WS-LN-UNITS TO SR-UNITS.
           MOVE WS-LN-VALUE TO SR-VALUE.
           MOVE WS-LN-AVG-VALUE TO SR-AVG-VALUE.
           MOVE WS-LN-RATE TO SR-RATE.
           MOVE WS-LN-FLAG TO SR-FLAG.
           MOVE SHRINK-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       560-WRITE-TRAILER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FLAGS: *RATE* OVER TOLERANCE  *LOSSES* SHORT ON "
              DELIMITED BY SIZE
              WS-LOSS-RUN-LIMIT DELIMITED BY SIZE
              " OR MORE CONSECUTIVE COUNTS" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE
              WS-HIST-READ-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "COUNTS IN PERIOD: " DELIMITED BY SIZE
              WS-HIST-SELECTED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ITEMS REPORTED: " DELIMITED BY SIZE
              WS-ITEM-COUNT DELIMITED BY SIZE
              "  FLAGGED: " DELIMITED BY SIZE
              WS-ITEM-FLAG-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BRANCHES REPORTED: " DELIMITED BY SIZE
              WS-BRANCH-COUNT DELIMITED BY SIZE
              "  FLAGGED: " DELIMITED BY SIZE
              WS-BRANCH-FLAG-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REGIONS REPORTED: " DELIMITED BY SIZE
              WS-REGION-COUNT DELIMITED BY SIZE
              "  FLAGGED: " DELIMITED BY SIZE
              WS-REGION-FLAG-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "COUNTS FOR BRANCHES NOT ON BRNCHREF: "
              DELIMITED BY SIZE
              WS-NO-BRANCH-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
