      *    is a supervisor decision, not an automatic write-off,
      *    and a count against an unknown item has nothing on the
      *    book to adjust.
      *    Every matched item is also appended to the permanent
      *    count-history file (CNTHIST) with the count date, book
      *    and counted quantities and the variance valued at that
      *    day's ITEMXREF unit cost - items that agreed included,
      *    so a run of losses can be told from an unbroken one.
      *    PR4063 reports shrink from it. The count date is the
      *    run date unless the optional parameter card gives the
      *    date the count was actually taken. A count date already
      *    on CNTHIST is refused before anything is written, the
      *    way PR4041 refuses a change file already processed - a
      *    rerun would double every item in PR4063's history.
      *    The two exception sections are staged through scratch
      *    files during the merge so each prints as its own section
      *    instead of interleaving with the discrepancies.
           SELECT DISCRPT ASSIGN TO DISCRPT.
           SELECT NOCNT-SCR ASSIGN TO NOCNTSCR.
           SELECT NOMST-SCR ASSIGN TO NOMSTSCR.
           SELECT OPTIONAL PARMFILE ASSIGN TO PARMFILE.
           SELECT OPTIONAL CNTHIST ASSIGN TO CNTHIST.
           SELECT ITEMXREF ASSIGN TO ITEMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ITEM-CODE.
       DATA DIVISION.
       FILE SECTION.
      *    Physical count file - one record per counted item, keyed
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 NOMST-REC                              PIC X(100).
      *    Count date - spaces take the run date.
       FD PARMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PARM-RECORD.
           05 PARM-COUNT-DATE                    PIC X(8).
           05 FILLER                             PIC X(72).
      *    Permanent count history, opened EXTEND and never
      *    trimmed - the layout must stay in step with the FD in
      *    PR4063.
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
       FD ITEMXREF
           RECORD CONTAINS 32 CHARACTERS.
       01 XR-RECORD.
           05 XR-ITEM-CODE                       PIC X(5).
           05 XR-ITEM-DESC                       PIC X(20).
           05 XR-UNIT-COST                       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PC-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 SCR-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 PARM-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 CH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-DUP-COUNT-DATE-SW               PIC X(1) VALUE "N".
       01 CONTROL-VALUES.
           05 WS-COUNT-DATE                      PIC X(8) VALUE SPACES.
       01 RUN-TOTALS.
           05 WS-COUNT-COUNT                     PIC 9(7) VALUE 0.
           05 WS-MASTER-COUNT                    PIC 9(7) VALUE 0.
           05 WS-NO-MASTER-COUNT                 PIC 9(7) VALUE 0.
           05 WS-NET-VARIANCE                    PIC S9(11) VALUE 0.
           05 WS-NET-VARIANCE-ED                 PIC -(12)9.
           05 WS-HISTORY-COUNT                   PIC 9(7) VALUE 0.
           05 WS-NET-VAR-VALUE                   PIC S9(13)V99 VALUE 0.
           05 WS-NET-VAR-VALUE-ED                PIC -(12)9.99.
       01 WORK-VALUES.
           05 WS-VARIANCE                        PIC S9(9) VALUE 0.
           05 WS-VARIANCE-ED                     PIC -(9)9.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-COUNT-DATE.
           OPEN INPUT PARMFILE.
           PERFORM 130-READ-PARM.
           CLOSE PARMFILE.
           PERFORM 140-CHECK-COUNT-HISTORY.
           OPEN INPUT ITEMXREF.
           OPEN EXTEND CNTHIST.
           OPEN INPUT PHYSCNT.
           OPEN INPUT MSFILE.
           OPEN OUTPUT ADJCHNG.
              AND MS-EOF-SWITCH = "Y".
           PERFORM 600-APPEND-EXCEPTIONS.
           PERFORM 560-WRITE-TRAILER.
           CLOSE PHYSCNT MSFILE ADJCHNG DISCRPT ITEMXREF CNTHIST.
           GOBACK.

       130-READ-PARM.
           READ PARMFILE
              AT END
                 MOVE "Y" TO PARM-EOF-SWITCH
              NOT AT END
                 IF PARM-COUNT-DATE NOT = SPACES
                    AND PARM-COUNT-DATE IS NUMERIC
                    MOVE PARM-COUNT-DATE TO WS-COUNT-DATE
                 END-IF
           END-READ.

      *    Read CNTHIST through before it is opened EXTEND and stop
      *    if tonight's count date is already on it.
       140-CHECK-COUNT-HISTORY.
           OPEN INPUT CNTHIST.
           PERFORM 142-READ-COUNT-HISTORY
              UNTIL CH-EOF-SWITCH = "Y".
           CLOSE CNTHIST.
           IF WS-DUP-COUNT-DATE-SW = "Y"
              DISPLAY "*** ABEND - COUNT DATE ALREADY ON CNTHIST ***"
              DISPLAY "COUNT DATE: " WS-COUNT-DATE
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       142-READ-COUNT-HISTORY.
           READ CNTHIST
              AT END
                 MOVE "Y" TO CH-EOF-SWITCH
              NOT AT END
                 IF CH-COUNT-DATE = WS-COUNT-DATE
                    MOVE "Y" TO WS-DUP-COUNT-DATE-SW
                 END-IF
           END-READ.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "PHYSICAL COUNT" TO REPORT-NAME.
      *    and cut a Q adjustment that brings the book to the count.
       510-COMPARE-BOOK-TO-COUNT.
           COMPUTE WS-VARIANCE = PC-COUNTED-QTY - MS-QTY.
           PERFORM 515-WRITE-COUNT-HISTORY.
           IF WS-VARIANCE = 0
              ADD 1 TO WS-MATCHED-OK-COUNT
           ELSE
           PERFORM 300-READ-PC.
           PERFORM 400-READ-MS.

      *    History record for a matched count. An item missing from
      *    ITEMXREF is valued at zero.
       515-WRITE-COUNT-HISTORY.
           MOVE SPACES TO CH-RECORD.
           MOVE MS-KEYS TO CH-KEYS.
           MOVE WS-COUNT-DATE TO CH-COUNT-DATE.
           MOVE MS-QTY TO CH-BOOK-QTY.
           MOVE PC-COUNTED-QTY TO CH-COUNTED-QTY.
           MOVE WS-VARIANCE TO CH-VARIANCE.
           MOVE MS-ITEM-CODE TO XR-ITEM-CODE.
           READ ITEMXREF
              INVALID KEY
                 MOVE 0 TO CH-UNIT-COST
              NOT INVALID KEY
                 IF XR-UNIT-COST IS NUMERIC
                    MOVE XR-UNIT-COST TO CH-UNIT-COST
                 ELSE
                    MOVE 0 TO CH-UNIT-COST
                 END-IF
           END-READ.
           COMPUTE CH-VARIANCE-VALUE = CH-VARIANCE * CH-UNIT-COST.
           WRITE CH-RECORD.
           ADD 1 TO WS-HISTORY-COUNT.
           ADD CH-VARIANCE-VALUE TO WS-NET-VAR-VALUE.

      *    Count keyed for an item the master does not carry - an
      *    exception for the supervisor, not an automatic add.
       520-COUNT-NOT-ON-MASTER.
              INTO DISC-LINE
           END-STRING.
           WRITE DISC-LINE.
           MOVE SPACES TO DISC-LINE.
           MOVE WS-NET-VAR-VALUE TO WS-NET-VAR-VALUE-ED.
           STRING "NET VARIANCE (VALUE): " DELIMITED BY SIZE
              WS-NET-VAR-VALUE-ED DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           WRITE DISC-LINE.
           MOVE SPACES TO DISC-LINE.
           STRING "COUNT HISTORY WRITTEN: " DELIMITED BY SIZE
              WS-HISTORY-COUNT DELIMITED BY SIZE
              "  COUNT DATE: " DELIMITED BY SIZE
              WS-COUNT-DATE DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           WRITE DISC-LINE.
