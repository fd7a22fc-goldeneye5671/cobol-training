       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4064.
      *    Inventory revaluation journal. A unit-cost change keyed
      *    through PR4044 re-prices every unit already on hand, and
      *    the nightly movement posting (PR4050) never sees it - it
      *    only values movement. This run picks up every cost change
      *    PR4044 has recorded on COSTCHG and not yet revalued,
      *    extends the on-hand quantity of each affected item on
      *    MSFILE by the cost difference, and rolls the amounts up
      *    by BR-REGION from BRNCHREF. Writes:
      *      REVPOST - GLPOST-layout postings to the revaluation
      *        account, one per region plus a single offset, so
      *        total debits always equal total credits; a cost
      *        increase debits the region, a decrease credits it
      *      REVRPT  - the proof: each item with its old and new
      *        cost, units on hand and revaluation amount, then the
      *        regional postings and the debit/credit proof
      *    Each change is then marked revalued with the date, units
      *    and amount, so it is never posted twice. Two changes to
      *    one item since the last run revalue by their combined
      *    difference, each change carrying its own share.
      *    Runs after PR4044 and ahead of the nightly merge, against
      *    the MSFILE the merge reads - the stock on hand when the
      *    new cost took over - so the merge's movement, valued at
      *    the new cost by PR4050, picks up where this leaves off.
      *    A branch missing from BRNCHREF rolls up under *UNASSIGND
      *    the same way PR4050 does.
      *    A change whose old or new cost is not numeric is listed
      *    on REVRPT and left pending, unposted, until the cost on
      *    file is put right.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSFILE ASSIGN TO MSFILE.
           SELECT PARMFILE ASSIGN TO PARMFILE.
           SELECT REVPOST ASSIGN TO REVPOST.
           SELECT REVRPT ASSIGN TO REVRPT.
           SELECT OPTIONAL COSTCHG ASSIGN TO COSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY.
           SELECT ITEMXREF ASSIGN TO ITEMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ITEM-CODE.
           SELECT BRNCHREF ASSIGN TO BRNCHREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-LOC-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD MSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 MS-RECORD.
           05 MS-KEYS.
              10 MS-STATE                         PIC X(2).
              10 MS-CITY                          PIC X(4).
              10 MS-BRANCH                        PIC 9(3).
              10 MS-ITEM-CODE                     PIC X(5).
           05 MS-VAL.
              10 MS-QTY                           PIC 9(7).
              10 MS-REORDER-POINT                 PIC 9(7).
              10 MS-REORDER-QTY                   PIC 9(7).
           05 FILLER                              PIC X(45).
      *    Revaluation and offset account numbers - spaces take the
      *    standing accounts.
       FD PARMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PARM-RECORD.
           05 PARM-REVAL-ACCOUNT                 PIC X(9).
           05 PARM-OFFSET-ACCOUNT                PIC X(9).
           05 FILLER                             PIC X(62).
      *    Same layout as the PR4050 GLPOST file.
       FD REVPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GLP-RECORD.
           05 GLP-REGION                         PIC X(10).
           05 GLP-ACCOUNT                        PIC X(9).
           05 GLP-DEBIT                          PIC 9(13)V99.
           05 GLP-CREDIT                         PIC 9(13)V99.
           05 GLP-RUN-TS                         PIC X(14).
           05 FILLER                             PIC X(17) VALUE SPACES.
       FD REVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).
      *    Unit-cost changes - the layout must stay in step with the
      *    FD in PR4044.
       FD COSTCHG
           RECORD CONTAINS 80 CHARACTERS.
       01 CC-RECORD.
           05 CC-KEY.
              10 CC-ITEM-CODE                    PIC X(5).
              10 CC-KEYED-TS                     PIC X(14).
              10 CC-TRAN-SEQ                     PIC 9(5).
           05 CC-OLD-COST                        PIC 9(5)V99.
           05 CC-NEW-COST                        PIC 9(5)V99.
           05 CC-EFFECTIVE-DATE                  PIC X(8).
           05 CC-STATUS                          PIC X(1).
              88 CC-PENDING                      VALUE "P".
              88 CC-REVALUED                     VALUE "R".
           05 CC-REVAL-DATE                      PIC X(8).
           05 CC-REVAL-UNITS                     PIC 9(9).
           05 CC-REVAL-AMOUNT                    PIC S9(11)V99.
           05 FILLER                             PIC X(3).
       FD ITEMXREF
           RECORD CONTAINS 32 CHARACTERS.
       01 XR-RECORD.
           05 XR-ITEM-CODE                       PIC X(5).
           05 XR-ITEM-DESC                       PIC X(20).
           05 XR-UNIT-COST                       PIC 9(5)V99.
       FD BRNCHREF
           RECORD CONTAINS 50 CHARACTERS.
       01 BR-RECORD.
           05 BR-LOC-KEY.
              10 BR-STATE                        PIC X(2).
              10 BR-CITY                         PIC X(4).
              10 BR-BRANCH                       PIC 9(3).
           05 BR-NAME                            PIC X(25).
           05 BR-REGION                          PIC X(10).
           05 BR-ACTIVE-FLAG                     PIC X(1).
           05 FILLER                             PIC X(5).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PARM-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 CC-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-RV-FOUND-SW                     PIC X(1) VALUE "N".
       01 CONTROL-VALUES.
           05 WS-REVAL-ACCOUNT            PIC X(9) VALUE "INVREVAL".
           05 WS-OFFSET-ACCOUNT           PIC X(9) VALUE "REVALOFST".
           05 WS-RUN-TS                   PIC X(14) VALUE SPACES.
           05 WS-TODAY                    PIC X(8) VALUE SPACES.
      *    Items with a cost change to revalue, in item order as
      *    COSTCHG yields them. The cost difference is the sum over
      *    the item's changes; old cost is the first change's and
      *    new cost the last's.
       01 ITEM-TABLE-VALUES.
           05 WS-RV-MAX                          PIC 9(3) VALUE 500.
           05 WS-RV-COUNT                        PIC 9(3) VALUE 0.
           05 WS-RV-IX                           PIC 9(3) VALUE 0.
           05 WS-RV-HIT-IX                       PIC 9(3) VALUE 0.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
              10 WS-RV-ITEM-CODE                 PIC X(5).
              10 WS-RV-OLD-COST                  PIC 9(5)V99.
              10 WS-RV-NEW-COST                  PIC 9(5)V99.
              10 WS-RV-COST-DIFF                 PIC S9(5)V99.
              10 WS-RV-CHANGES                   PIC 9(3).
              10 WS-RV-RECS                      PIC 9(7).
              10 WS-RV-UNITS                     PIC 9(9).
              10 WS-RV-AMOUNT                    PIC S9(13)V99.
      *    Region rollup - a table slot is claimed on first use.
       01 REGION-VALUES.
           05 WS-REG-MAX                         PIC 9(2) VALUE 20.
           05 WS-REG-COUNT                       PIC 9(2) VALUE 0.
           05 WS-REG-IX                          PIC 9(2) VALUE 0.
           05 WS-REG-CUR-IX                      PIC 9(2) VALUE 0.
           05 WS-REG-ENTRY OCCURS 20 TIMES.
              10 WS-REG-NAME                     PIC X(10).
              10 WS-REG-VALUE                    PIC S9(13)V99.
              10 WS-REG-RECS                     PIC 9(7).
       01 WORK-VALUES.
           05 WS-EXT-VALUE                       PIC S9(13)V99 VALUE 0.
           05 WS-WORK-REGION                     PIC X(10)
                                                 VALUE SPACES.
      *    Prior-key holders and first-read flags for the
      *    ascending-sequence checks.
       01 SEQUENCE-CHECK-VALUES.
           05 WS-PRIOR-MS-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 MS-FIRST-READ-SW                  PIC X(1) VALUE "Y".
       01 RUN-TOTALS.
           05 WS-CC-READ-COUNT                   PIC 9(7) VALUE 0.
           05 WS-CC-PENDING-COUNT                PIC 9(7) VALUE 0.
           05 WS-CC-MARKED-COUNT                 PIC 9(7) VALUE 0.
           05 WS-CC-BAD-COST-COUNT               PIC 9(7) VALUE 0.
           05 WS-MS-READ-COUNT                   PIC 9(7) VALUE 0.
           05 WS-MS-REVALUED-COUNT               PIC 9(7) VALUE 0.
           05 WS-TOTAL-UNITS                     PIC 9(11) VALUE 0.
           05 WS-NET-REVALUATION                 PIC S9(15)V99 VALUE 0.
           05 WS-TOTAL-DEBITS                    PIC 9(15)V99 VALUE 0.
           05 WS-TOTAL-CREDITS                   PIC 9(15)V99 VALUE 0.
           05 WS-POSTING-COUNT                   PIC 9(7) VALUE 0.
       01 EDITED-VALUES.
           05 WS-VALUE-ED                        PIC -(13)9.99.
           05 WS-AMOUNT-ED                       PIC Z(14)9.99.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR064".
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
      *    One item revalued.
           05 REVAL-DETAIL.
              10 RV-ITEM-CODE                PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RV-ITEM-DESC                PIC X(20).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RV-OLD-COST                 PIC Z(4)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RV-NEW-COST                 PIC Z(4)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RV-CHANGES                  PIC ZZ9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RV-RECS                     PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RV-UNITS                    PIC Z(8)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RV-AMOUNT                   PIC -(12)9.99.
              10 FILLER                      PIC X(8) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TS.
           MOVE WS-RUN-TS (1:8) TO WS-TODAY.
           OPEN INPUT PARMFILE.
           PERFORM 130-READ-PARM.
           CLOSE PARMFILE.
           OPEN I-O COSTCHG.
           OPEN INPUT ITEMXREF.
           OPEN INPUT BRNCHREF.
           OPEN OUTPUT REVPOST.
           OPEN OUTPUT REVRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 150-LOAD-COST-CHANGES.
           OPEN INPUT MSFILE.
           PERFORM 400-READ-MS.
           PERFORM 500-REVALUE-MASTER
              UNTIL MS-EOF-SWITCH = "Y".
           CLOSE MSFILE.
           PERFORM 520-WRITE-ITEM-LINE
              VARYING WS-RV-IX FROM 1 BY 1
              UNTIL WS-RV-IX > WS-RV-COUNT.
           PERFORM 600-WRITE-POSTINGS.
           PERFORM 700-MARK-REVALUED.
           PERFORM 560-WRITE-TRAILER.
           CLOSE COSTCHG ITEMXREF BRNCHREF REVPOST REVRPT.
           GOBACK.

       130-READ-PARM.
           READ PARMFILE
              AT END
                 MOVE "Y" TO PARM-EOF-SWITCH
              NOT AT END
                 IF PARM-REVAL-ACCOUNT NOT = SPACES
                    MOVE PARM-REVAL-ACCOUNT TO WS-REVAL-ACCOUNT
                 END-IF
                 IF PARM-OFFSET-ACCOUNT NOT = SPACES
                    MOVE PARM-OFFSET-ACCOUNT TO WS-OFFSET-ACCOUNT
                 END-IF
           END-READ.

      *    Every change not yet revalued, whatever its effective
      *    date - PR4044 refuses a date in the future, so the new
      *    cost is already the one on file.
       150-LOAD-COST-CHANGES.
           MOVE SPACE TO CC-EOF-SWITCH.
           PERFORM 155-READ-ONE-COST-CHANGE
              UNTIL CC-EOF-SWITCH = "Y".

       155-READ-ONE-COST-CHANGE.
           READ COSTCHG NEXT RECORD
              AT END
                 MOVE "Y" TO CC-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-CC-READ-COUNT
                 IF CC-PENDING
                    ADD 1 TO WS-CC-PENDING-COUNT
                    IF CC-OLD-COST IS NUMERIC
                       AND CC-NEW-COST IS NUMERIC
                       PERFORM 157-ADD-COST-CHANGE
                    ELSE
                       PERFORM 158-LIST-BAD-COST-CHANGE
                    END-IF
                 END-IF
           END-READ.

      *    COSTCHG is keyed by item first, so an item's changes
      *    arrive together and in the order they were keyed.
       157-ADD-COST-CHANGE.
           IF WS-RV-COUNT > 0
              AND WS-RV-ITEM-CODE (WS-RV-COUNT) = CC-ITEM-CODE
              MOVE CC-NEW-COST TO WS-RV-NEW-COST (WS-RV-COUNT)
              COMPUTE WS-RV-COST-DIFF (WS-RV-COUNT) =
                 WS-RV-COST-DIFF (WS-RV-COUNT)
                 + CC-NEW-COST - CC-OLD-COST
              ADD 1 TO WS-RV-CHANGES (WS-RV-COUNT)
           ELSE
              IF WS-RV-COUNT >= WS-RV-MAX
                 DISPLAY "*** ABEND - REVALUATION TABLE FULL ***"
                 DISPLAY "TABLE LIMIT: " WS-RV-MAX
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RV-COUNT
              MOVE CC-ITEM-CODE TO WS-RV-ITEM-CODE (WS-RV-COUNT)
              MOVE CC-OLD-COST TO WS-RV-OLD-COST (WS-RV-COUNT)
              MOVE CC-NEW-COST TO WS-RV-NEW-COST (WS-RV-COUNT)
              COMPUTE WS-RV-COST-DIFF (WS-RV-COUNT) =
                 CC-NEW-COST - CC-OLD-COST
              MOVE 1 TO WS-RV-CHANGES (WS-RV-COUNT)
              MOVE 0 TO WS-RV-RECS (WS-RV-COUNT)
              MOVE 0 TO WS-RV-UNITS (WS-RV-COUNT)
              MOVE 0 TO WS-RV-AMOUNT (WS-RV-COUNT)
           END-IF.

      *    A cost that cannot be worked with is not guessed at -
      *    the change is listed and stays pending.
       158-LIST-BAD-COST-CHANGE.
           ADD 1 TO WS-CC-BAD-COST-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "*** COST NOT NUMERIC - NOT REVALUED *** ITEM "
              DELIMITED BY SIZE
              CC-ITEM-CODE DELIMITED BY SIZE
              "  KEYED " DELIMITED BY SIZE
              CC-KEYED-TS DELIMITED BY SIZE
              " SEQ " DELIMITED BY SIZE
              CC-TRAN-SEQ DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "REVALUATION" TO REPORT-NAME.
           MOVE "COST CHG PROOF" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN TIMESTAMP: " DELIMITED BY SIZE
              WS-RUN-TS DELIMITED BY SIZE
              "  REVALUATION ACCOUNT: " DELIMITED BY SIZE
              WS-REVAL-ACCOUNT DELIMITED BY SIZE
              "  OFFSET: " DELIMITED BY SIZE
              WS-OFFSET-ACCOUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ITEM   DESCRIPTION           OLD COST  NEW COST"
              DELIMITED BY SIZE
              "  CHG  RECORDS      UNITS  REVALUATION AMT"
              DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *    Read the next MSFILE record, abending if it is out of
      *    ascending key sequence.
       400-READ-MS.
           READ MSFILE
              AT END
                 MOVE "Y" TO MS-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-MS-READ-COUNT
                 IF MS-FIRST-READ-SW = "N"
                    AND MS-KEYS < WS-PRIOR-MS-KEYS
                    DISPLAY "*** ABEND - MSFILE OUT OF SEQUENCE ***"
                    DISPLAY "PRIOR KEY: " WS-PRIOR-MS-KEYS
                    DISPLAY "CURRENT KEY: " MS-KEYS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE MS-KEYS TO WS-PRIOR-MS-KEYS
                 MOVE "N" TO MS-FIRST-READ-SW
           END-READ.

       500-REVALUE-MASTER.
           PERFORM 505-FIND-ITEM.
           IF WS-RV-FOUND-SW = "Y"
              COMPUTE WS-EXT-VALUE =
                 MS-QTY * WS-RV-COST-DIFF (WS-RV-HIT-IX)
              ADD 1 TO WS-RV-RECS (WS-RV-HIT-IX)
              ADD MS-QTY TO WS-RV-UNITS (WS-RV-HIT-IX)
              ADD WS-EXT-VALUE TO WS-RV-AMOUNT (WS-RV-HIT-IX)
              ADD 1 TO WS-MS-REVALUED-COUNT
              ADD MS-QTY TO WS-TOTAL-UNITS
              ADD WS-EXT-VALUE TO WS-NET-REVALUATION
              PERFORM 510-LOOKUP-REGION
              PERFORM 515-ROLL-INTO-REGION
           END-IF.
           PERFORM 400-READ-MS.

       505-FIND-ITEM.
           MOVE "N" TO WS-RV-FOUND-SW.
           PERFORM 507-MATCH-ONE-ITEM
              VARYING WS-RV-IX FROM 1 BY 1
              UNTIL WS-RV-IX > WS-RV-COUNT
              OR WS-RV-FOUND-SW = "Y".

       507-MATCH-ONE-ITEM.
           IF WS-RV-ITEM-CODE (WS-RV-IX) = MS-ITEM-CODE
              MOVE "Y" TO WS-RV-FOUND-SW
              MOVE WS-RV-IX TO WS-RV-HIT-IX
           END-IF.

       510-LOOKUP-REGION.
           MOVE MS-STATE  TO BR-STATE.
           MOVE MS-CITY   TO BR-CITY.
           MOVE MS-BRANCH TO BR-BRANCH.
           READ BRNCHREF
              INVALID KEY
                 MOVE "*UNASSIGND" TO WS-WORK-REGION
              NOT INVALID KEY
                 IF BR-REGION = SPACES
                    MOVE "*UNASSIGND" TO WS-WORK-REGION
                 ELSE
                    MOVE BR-REGION TO WS-WORK-REGION
                 END-IF
           END-READ.

       515-ROLL-INTO-REGION.
           MOVE 0 TO WS-REG-CUR-IX.
           PERFORM 517-FIND-REGION-SLOT
              VARYING WS-REG-IX FROM 1 BY 1
              UNTIL WS-REG-IX > WS-REG-COUNT.
           IF WS-REG-CUR-IX = 0
              IF WS-REG-COUNT >= WS-REG-MAX
                 DISPLAY "*** ABEND - REGION TABLE FULL ***"
                 DISPLAY "TABLE LIMIT: " WS-REG-MAX
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-REG-COUNT
              MOVE WS-REG-COUNT TO WS-REG-CUR-IX
              MOVE WS-WORK-REGION TO WS-REG-NAME (WS-REG-CUR-IX)
              MOVE 0 TO WS-REG-VALUE (WS-REG-CUR-IX)
              MOVE 0 TO WS-REG-RECS (WS-REG-CUR-IX)
           END-IF.
           ADD WS-EXT-VALUE TO WS-REG-VALUE (WS-REG-CUR-IX).
           ADD 1 TO WS-REG-RECS (WS-REG-CUR-IX).

       517-FIND-REGION-SLOT.
           IF WS-REG-CUR-IX = 0
              AND WS-REG-NAME (WS-REG-IX) = WS-WORK-REGION
              MOVE WS-REG-IX TO WS-REG-CUR-IX
           END-IF.

       520-WRITE-ITEM-LINE.
           MOVE SPACES TO REVAL-DETAIL.
           MOVE WS-RV-ITEM-CODE (WS-RV-IX) TO RV-ITEM-CODE.
           MOVE WS-RV-ITEM-CODE (WS-RV-IX) TO XR-ITEM-CODE.
           READ ITEMXREF
              INVALID KEY
                 MOVE "*** NOT ON XREF ***" TO RV-ITEM-DESC
              NOT INVALID KEY
                 MOVE XR-ITEM-DESC TO RV-ITEM-DESC
           END-READ.
           MOVE WS-RV-OLD-COST (WS-RV-IX) TO RV-OLD-COST.
           MOVE WS-RV-NEW-COST (WS-RV-IX) TO RV-NEW-COST.
           MOVE WS-RV-CHANGES (WS-RV-IX) TO RV-CHANGES.
           MOVE WS-RV-RECS (WS-RV-IX) TO RV-RECS.
           MOVE WS-RV-UNITS (WS-RV-IX) TO RV-UNITS.
           MOVE WS-RV-AMOUNT (WS-RV-IX) TO RV-AMOUNT.
           MOVE REVAL-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *    One posting per region - a cost increase debits the
      *    revaluation account, a decrease credits it - then the
      *    single offset posting that balances the file.
       600-WRITE-POSTINGS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REGION      RECORDS   REVALUATION VALUE"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM 610-POST-ONE-REGION
              VARYING WS-REG-IX FROM 1 BY 1
              UNTIL WS-REG-IX > WS-REG-COUNT.
           PERFORM 620-POST-OFFSET.

       610-POST-ONE-REGION.
           MOVE SPACES TO GLP-RECORD.
           MOVE WS-REG-NAME (WS-REG-IX) TO GLP-REGION.
           MOVE WS-REVAL-ACCOUNT TO GLP-ACCOUNT.
           IF WS-REG-VALUE (WS-REG-IX) >= 0
              MOVE WS-REG-VALUE (WS-REG-IX) TO GLP-DEBIT
              MOVE 0 TO GLP-CREDIT
              ADD WS-REG-VALUE (WS-REG-IX) TO WS-TOTAL-DEBITS
           ELSE
              MOVE 0 TO GLP-DEBIT
              COMPUTE GLP-CREDIT = 0 - WS-REG-VALUE (WS-REG-IX)
              SUBTRACT WS-REG-VALUE (WS-REG-IX)
                 FROM WS-TOTAL-CREDITS
           END-IF.
           MOVE WS-RUN-TS TO GLP-RUN-TS.
           WRITE GLP-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-REG-VALUE (WS-REG-IX) TO WS-VALUE-ED.
           STRING WS-REG-NAME (WS-REG-IX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-REG-RECS (WS-REG-IX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       620-POST-OFFSET.
           MOVE SPACES TO GLP-RECORD.
           MOVE "*OFFSET" TO GLP-REGION.
           MOVE WS-OFFSET-ACCOUNT TO GLP-ACCOUNT.
           IF WS-NET-REVALUATION >= 0
              MOVE 0 TO GLP-DEBIT
              MOVE WS-NET-REVALUATION TO GLP-CREDIT
              ADD WS-NET-REVALUATION TO WS-TOTAL-CREDITS
           ELSE
              COMPUTE GLP-DEBIT = 0 - WS-NET-REVALUATION
              MOVE 0 TO GLP-CREDIT
              SUBTRACT WS-NET-REVALUATION FROM WS-TOTAL-DEBITS
           END-IF.
           MOVE WS-RUN-TS TO GLP-RUN-TS.
           WRITE GLP-RECORD.
           ADD 1 TO WS-POSTING-COUNT.

      *    Second pass over COSTCHG - each pending change is marked
      *    revalued with the units it was extended over and its own
      *    share of the item's amount. One the load listed as not
      *    numeric is passed over and stays pending.
       700-MARK-REVALUED.
           MOVE LOW-VALUES TO CC-KEY.
           START COSTCHG KEY IS NOT LESS THAN CC-KEY
              INVALID KEY
                 MOVE "Y" TO CC-EOF-SWITCH
              NOT INVALID KEY
                 MOVE SPACE TO CC-EOF-SWITCH
           END-START.
           PERFORM 710-MARK-ONE-CHANGE
              UNTIL CC-EOF-SWITCH = "Y".

       710-MARK-ONE-CHANGE.
           READ COSTCHG NEXT RECORD
              AT END
                 MOVE "Y" TO CC-EOF-SWITCH
              NOT AT END
                 IF CC-PENDING
                    AND CC-OLD-COST IS NUMERIC
                    AND CC-NEW-COST IS NUMERIC
                    PERFORM 720-FIND-CHANGED-ITEM
                    MOVE "R" TO CC-STATUS
                    MOVE WS-TODAY TO CC-REVAL-DATE
                    MOVE WS-RV-UNITS (WS-RV-HIT-IX) TO CC-REVAL-UNITS
                    COMPUTE CC-REVAL-AMOUNT =
                       WS-RV-UNITS (WS-RV-HIT-IX)
                       * (CC-NEW-COST - CC-OLD-COST)
                    REWRITE CC-RECORD
                    ADD 1 TO WS-CC-MARKED-COUNT
                 END-IF
           END-READ.

       720-FIND-CHANGED-ITEM.
           MOVE "N" TO WS-RV-FOUND-SW.
           PERFORM 722-MATCH-CHANGED-ITEM
              VARYING WS-RV-IX FROM 1 BY 1
              UNTIL WS-RV-IX > WS-RV-COUNT
              OR WS-RV-FOUND-SW = "Y".
           IF WS-RV-FOUND-SW NOT = "Y"
              DISPLAY "*** ABEND - COSTCHG CHANGED DURING RUN ***"
              DISPLAY "KEY: " CC-KEY
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       722-MATCH-CHANGED-ITEM.
           IF WS-RV-ITEM-CODE (WS-RV-IX) = CC-ITEM-CODE
              MOVE "Y" TO WS-RV-FOUND-SW
              MOVE WS-RV-IX TO WS-RV-HIT-IX
           END-IF.

      *    Control totals - the item amounts, the region postings
      *    and the debit/credit proof must all agree.
       560-WRITE-TRAILER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "COST CHANGES READ: " DELIMITED BY SIZE
              WS-CC-READ-COUNT DELIMITED BY SIZE
              "  PENDING: " DELIMITED BY SIZE
              WS-CC-PENDING-COUNT DELIMITED BY SIZE
              "  MARKED REVALUED: " DELIMITED BY SIZE
              WS-CC-MARKED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "COST CHANGES LEFT PENDING - COST NOT NUMERIC: "
              DELIMITED BY SIZE
              WS-CC-BAD-COST-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ITEMS REVALUED: " DELIMITED BY SIZE
              WS-RV-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MSFILE RECORDS READ: " DELIMITED BY SIZE
              WS-MS-READ-COUNT DELIMITED BY SIZE
              "  REVALUED: " DELIMITED BY SIZE
              WS-MS-REVALUED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "UNITS ON HAND REVALUED: " DELIMITED BY SIZE
              WS-TOTAL-UNITS DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-NET-REVALUATION TO WS-VALUE-ED.
           STRING "NET REVALUATION: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-ED.
           STRING "TOTAL DEBITS:  " DELIMITED BY SIZE
              WS-AMOUNT-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-ED.
           STRING "TOTAL CREDITS: " DELIMITED BY SIZE
              WS-AMOUNT-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "POSTING RECORDS WRITTEN: " DELIMITED BY SIZE
              WS-POSTING-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              STRING "*** POSTINGS BALANCED ***"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
              DISPLAY "POSTINGS BALANCED"
           ELSE
              STRING "*** POSTINGS OUT OF BALANCE ***"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
              DISPLAY "POSTINGS OUT OF BALANCE"
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-LINE.
