               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-LOC-KEY.
      *    Partitioned run only (CHNGE header carries a partition
      *    number) - the company-wide transfer verdicts PR4067 wrote
      *    in, this partition's control totals out for PR4068. A
      *    company run never opens either file.
           SELECT XFRTBL ASSIGN TO XFRTBL.
           SELECT PARTCTL ASSIGN TO PARTCTL.
       DATA DIVISION.
       FILE SECTION.
       FD MSFILE
           05 CH-HDR-TYPE                        PIC X(3).
           05 CH-HDR-CYCLE-DATE                  PIC 9(8).
           05 CH-HDR-FILE-ID                     PIC X(12).
      *    Partition stamp - spaces on the company change file.
      *    PR4067 fills these in on each partition's cut: the
      *    partition number, that partition's MSFILE record count
      *    (the generation check's target in place of the last
      *    RUNCTL out count) and the one run timestamp every
      *    partition stamps on its audit records.
           05 CH-HDR-PART-NO                     PIC 9(2).
           05 CH-HDR-MS-COUNT                    PIC 9(7).
           05 CH-HDR-RUN-TIMESTAMP               PIC X(14).
           05 FILLER                             PIC X(34).
       01 CH-TRL-RECORD.
           05 CH-TRL-TYPE                        PIC X(3).
           05 CH-TRL-COUNT                       PIC 9(7).
           05 RUNC-MS-COUNT                      PIC 9(7).
           05 RUNC-CH-COUNT                      PIC 9(7).
           05 RUNC-OUT-COUNT                     PIC 9(7).
      *    Run timestamp of the attempt that completed - the one
      *    stamped on its AUDITLOG records - so a proof can find
      *    where one run's audit trail ends and the next begins.
           05 RUNC-RUN-TIMESTAMP                 PIC X(14).
           05 FILLER                             PIC X(20) VALUE SPACES.

      *    Branch reference master - every location the shop
      *    recognizes, keyed state/city/branch. A transaction
      *    Open purchase-order file - one record per outstanding
      *    order, keyed like MS-KEYS. PR4049 builds it; tonight's
      *    receipts relieve it here and the survivors carry to
      *    NEWORD, which is promoted to tomorrow's OPNORD. The PO
      *    fields ride along untouched, so the order a receipt
      *    relieves still names the purchase order it came from.
       FD OPNORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
              10 OO-ITEM-CODE                    PIC X(5).
           05 OO-QTY                             PIC 9(7).
           05 OO-ORDER-DATE                      PIC X(8).
           05 OO-PO-NUMBER                       PIC 9(7).
           05 OO-VENDOR-ID                       PIC X(6).
           05 OO-LAST-PO-NUMBER                  PIC 9(7).
           05 FILLER                             PIC X(31).

       FD NEWORD
           RECORDING MODE IS F
           05 NO-KEYS                            PIC X(14).
           05 NO-QTY                             PIC 9(7).
           05 NO-ORDER-DATE                      PIC X(8).
           05 NO-PO-NUMBER                       PIC 9(7).
           05 NO-VENDOR-ID                       PIC X(6).
           05 NO-LAST-PO-NUMBER                  PIC 9(7).
           05 FILLER                             PIC X(31) VALUE SPACES.

      *    Transfer verdict table written by PR4067 - a header
      *    naming the change file and run it belongs to, then one
      *    record per "T" in the company change file, in change
      *    file order. The layout must stay in step with the FD in
      *    PR4067.
       FD XFRTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 XT-RECORD.
           05 XT-REC-TYPE                        PIC X(3).
           05 XT-FROM-KEY                        PIC X(14).
           05 XT-TO-KEY                          PIC X(14).
           05 XT-QTY                             PIC 9(7).
           05 XT-OK-SW                           PIC X(1).
           05 XT-HOLD-REASON                     PIC X(25).
           05 XT-FROM-PART                       PIC 9(2).
           05 XT-TO-PART                         PIC 9(2).
           05 FILLER                             PIC X(12).
       01 XT-HDR-RECORD.
           05 XT-HDR-TYPE                        PIC X(3).
           05 XT-HDR-FILE-ID                     PIC X(12).
           05 XT-HDR-RUN-TIMESTAMP               PIC X(14).
           05 XT-HDR-COUNT                       PIC 9(3).
           05 XT-HDR-PART-COUNT                  PIC 9(2).
           05 FILLER                             PIC X(46).

      *    One record per partition run - what PR4068 needs to put
      *    the company run back together: the run identity every
      *    partition must share, the counts its copies are proved
      *    against, and every total on the trailer pages. The
      *    layout must stay in step with the FD in PR4068.
       FD PARTCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PC-RECORD.
           05 PC-PART-NO                         PIC 9(2).
           05 PC-CYCLE-DATE                      PIC 9(8).
           05 PC-CHNGE-FILE-ID                   PIC X(12).
           05 PC-RUN-TIMESTAMP                   PIC X(14).
           05 PC-MS-COUNT                        PIC 9(7).
           05 PC-CH-COUNT                        PIC 9(7).
           05 PC-OUT-COUNT                       PIC 9(7).
           05 PC-UPDATE-COUNT                    PIC 9(7).
           05 PC-NEW-COUNT                       PIC 9(7).
           05 PC-CORRECTION-COUNT                PIC 9(7).
           05 PC-DELETE-COUNT                    PIC 9(7).
           05 PC-OVER-REDUCTION-COUNT            PIC 9(7).
           05 PC-UNMATCHED-DEL-COUNT             PIC 9(7).
           05 PC-BRANCH-SUSP-COUNT               PIC 9(7).
           05 PC-XFR-POSTED-COUNT                PIC 9(7).
           05 PC-XFR-SUSP-COUNT                  PIC 9(7).
           05 PC-RCPT-COUNT                      PIC 9(7).
           05 PC-OO-RELIEVED-COUNT               PIC 9(7).
           05 PC-OO-COUNT                        PIC 9(7).
           05 PC-NEWORD-COUNT                    PIC 9(7).
           05 PC-SUSPENSE-COUNT                  PIC 9(7).
           05 PC-AUDIT-COUNT                     PIC 9(7).
           05 PC-NET-QTY-TOTAL                   PIC S9(11).
           05 PC-NET-VALUE-TOTAL                 PIC S9(15)V99.
           05 PC-TOTAL-VALUE                     PIC S9(15)V99.
           05 PC-GAP-ITEM-COUNT                  PIC 9(7).
           05 PC-GAP-UNIT-TOTAL                  PIC 9(11).
           05 FILLER                             PIC X(25).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 WS-PRESCAN-EOF-SW                  PIC X(1) VALUE "N".
           05 RESTART-SWITCH                     PIC X(1) VALUE "N".
              88 RESTART-RUN                     VALUE "Y".
           05 XFRTBL-EOF-SWITCH                  PIC X(1) VALUE SPACE.
      *    Set from the CHNGE header - this run is one partition of
      *    a split night, not the whole company.
           05 PARTITION-SWITCH                   PIC X(1) VALUE "N".
              88 PARTITION-RUN                   VALUE "Y".
       01  RECORD-VALUES.
           05    REC-QTY                         PIC S9(7).
           05    WS-QTY-BEFORE-NUM               PIC S9(7).
           05    WS-EXPECTED-DATE          PIC 9(8) VALUE 0.
           05    WS-MS-PRECOUNT            PIC 9(7) VALUE 0.
           05    WS-PRECOUNT-EOF-SW        PIC X(1) VALUE "N".
      *    Partition identity from the CHNGE header, and the
      *    transfer table header check on a partitioned run.
           05    WS-PART-NO                PIC 9(2) VALUE 0.
           05    WS-PART-MS-COUNT          PIC 9(7) VALUE 0.
           05    WS-XFRTBL-HDR-SW          PIC X(1) VALUE "N".
           05    WS-XFRTBL-HDR-COUNT       PIC 9(3) VALUE 0.
      *    Run timestamp stamped on every audit log record so a
      *    run's transactions can be pulled out of AUDITLOG together.
       01  WS-RUN-TIMESTAMP                PIC X(14) VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM 150-CHECK-RESTART.
           PERFORM 130-VERIFY-RUN-CONTROL.
           IF PARTITION-RUN
              PERFORM 160-LOAD-TRANSFER-TABLE
           ELSE
              PERFORM 140-PRESCAN-TRANSFERS
           END-IF.
           PERFORM 200-OPEN-FILES.
      *    MOVE SPACES TO OUT-RECORD.
      * READ IN FIRST REC
           PERFORM 560-WRITE-TRAILER.
           PERFORM 660-WRITE-VAL-TRAILERS.
           PERFORM 640-WRITE-CHECKPOINT-FORCED.
           IF PARTITION-RUN
              PERFORM 685-WRITE-PARTITION-CONTROL
           ELSE
              PERFORM 680-WRITE-RUN-CONTROL
           END-IF.

           GOBACK.

           CLOSE RUNCTL.
           IF WS-RUNCTL-RECS > 0
              PERFORM 134-CHECK-CYCLE-AND-DUP
           END-IF.
           IF WS-RUNCTL-RECS > 0 OR PARTITION-RUN
              PERFORM 136-CHECK-MS-GENERATION
           END-IF.

           END-IF.
           MOVE CH-HDR-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CH-HDR-FILE-ID TO WS-CHNGE-FILE-ID.
      *    A partition cut carries its partition number, its own
      *    MSFILE count and the split's run timestamp - taken in
      *    place of the clock so every partition, and any restart
      *    of one, stamps the same run on its audit records.
           IF CH-HDR-PART-NO IS NUMERIC
              AND CH-HDR-PART-NO > 0
              IF CH-HDR-MS-COUNT IS NOT NUMERIC
                 OR CH-HDR-RUN-TIMESTAMP IS NOT NUMERIC
                 DISPLAY "*** ABEND - CHNGE PARTITION STAMP BAD ***"
                 DISPLAY "PARTITION: " CH-HDR-PART-NO
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET PARTITION-RUN TO TRUE
              MOVE CH-HDR-PART-NO TO WS-PART-NO
              MOVE CH-HDR-MS-COUNT TO WS-PART-MS-COUNT
              MOVE CH-HDR-RUN-TIMESTAMP TO WS-RUN-TIMESTAMP
              DISPLAY "Partition run - partition " WS-PART-NO
           END-IF.

      *    Walk the whole log - the last record read is the last
      *    successful run, and every record's file id is compared
      *    Count the master as supplied and hold it against the
      *    OUT-COUNT the last successful run recorded - a stale
      *    MSFILE generation shows up here before a single record
      *    is merged. A partition holds its cut against the count
      *    PR4067 stamped on the same partition's CHNGE header
      *    (PR4067 has already held the whole master against the
      *    last run), which also catches a partition's MSFILE DD
      *    pointing at the wrong partition's cut.
       136-CHECK-MS-GENERATION.
           OPEN INPUT MSFILE.
           MOVE 0 TO WS-MS-PRECOUNT.
           PERFORM 137-COUNT-MS-RECORD
              UNTIL WS-PRECOUNT-EOF-SW = "Y".
           CLOSE MSFILE.
           IF PARTITION-RUN
              IF WS-MS-PRECOUNT NOT = WS-PART-MS-COUNT
                 DISPLAY "*** ABEND - MSFILE GENERATION MISMATCH ***"
                 DISPLAY "MSFILE RECORD COUNT: " WS-MS-PRECOUNT
                 DISPLAY "PARTITION MS COUNT:  " WS-PART-MS-COUNT
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF WS-MS-PRECOUNT NOT = WS-LAST-OUT-COUNT
                 DISPLAY "*** ABEND - MSFILE GENERATION MISMATCH ***"
                 DISPLAY "MSFILE RECORD COUNT: " WS-MS-PRECOUNT
                 DISPLAY "LAST RUN OUT-COUNT:  " WS-LAST-OUT-COUNT
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       137-COUNT-MS-RECORD.
           MOVE WS-MS-COUNT TO RUNC-MS-COUNT.
           MOVE WS-CH-COUNT TO RUNC-CH-COUNT.
           MOVE WS-OUT-COUNT TO RUNC-OUT-COUNT.
           MOVE WS-RUN-TIMESTAMP TO RUNC-RUN-TIMESTAMP.
           WRITE RUNC-RECORD.
           CLOSE RUNCTL.

      *    A partition writes no run-control record - the night is
      *    not done until PR4068 has put every partition back
      *    together, and it writes the one company record. This
      *    partition's counts and totals go to PARTCTL instead,
      *    written last for the same reason RUNCTL is.
       685-WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTCTL.
           MOVE SPACES TO PC-RECORD.
           MOVE WS-PART-NO TO PC-PART-NO.
           MOVE WS-CYCLE-DATE TO PC-CYCLE-DATE.
           MOVE WS-CHNGE-FILE-ID TO PC-CHNGE-FILE-ID.
           MOVE WS-RUN-TIMESTAMP TO PC-RUN-TIMESTAMP.
           MOVE WS-MS-COUNT TO PC-MS-COUNT.
           MOVE WS-CH-COUNT TO PC-CH-COUNT.
           MOVE WS-OUT-COUNT TO PC-OUT-COUNT.
           MOVE WS-UPDATE-COUNT TO PC-UPDATE-COUNT.
           MOVE WS-NEW-COUNT TO PC-NEW-COUNT.
           MOVE WS-CORRECTION-COUNT TO PC-CORRECTION-COUNT.
           MOVE WS-DELETE-COUNT TO PC-DELETE-COUNT.
           MOVE WS-OVER-REDUCTION-COUNT TO PC-OVER-REDUCTION-COUNT.
           MOVE WS-UNMATCHED-DEL-COUNT TO PC-UNMATCHED-DEL-COUNT.
           MOVE WS-BRANCH-SUSP-COUNT TO PC-BRANCH-SUSP-COUNT.
           MOVE WS-XFR-POSTED-COUNT TO PC-XFR-POSTED-COUNT.
           MOVE WS-XFR-SUSP-COUNT TO PC-XFR-SUSP-COUNT.
           MOVE WS-RCPT-COUNT TO PC-RCPT-COUNT.
           MOVE WS-OO-RELIEVED-COUNT TO PC-OO-RELIEVED-COUNT.
           MOVE WS-OO-COUNT TO PC-OO-COUNT.
           MOVE WS-NEWORD-COUNT TO PC-NEWORD-COUNT.
           MOVE WS-SUSPENSE-COUNT TO PC-SUSPENSE-COUNT.
           MOVE WS-AUDIT-COUNT TO PC-AUDIT-COUNT.
           MOVE WS-NET-QTY-TOTAL TO PC-NET-QTY-TOTAL.
           MOVE WS-NET-VALUE-TOTAL TO PC-NET-VALUE-TOTAL.
           MOVE WS-TOTAL-VALUE TO PC-TOTAL-VALUE.
           MOVE WS-GAP-ITEM-COUNT TO PC-GAP-ITEM-COUNT.
           MOVE WS-GAP-UNIT-TOTAL TO PC-GAP-UNIT-TOTAL.
           WRITE PC-RECORD.
           CLOSE PARTCTL.

      *    Transfer pre-scan - reads the change file, the master,
      *    and the branch reference fresh (all closed again before
      *    200-OPEN-FILES) and decides every "T" transaction up
              END-READ
           END-IF.

      *    Partitioned run - the transfer table comes from PR4067,
      *    which ran the 140-series rules once over the company
      *    files. A partition cannot decide its own transfers: the
      *    other leg, and the other key's master record, may sit in
      *    another partition. Every entry is loaded, in change file
      *    order as the pre-scan would build it; an entry whose
      *    keys both fall in other partitions is simply never
      *    matched here. Both legs of a cross-partition transfer
      *    read the same verdict, so they post or hold together.
       160-LOAD-TRANSFER-TABLE.
           OPEN INPUT XFRTBL.
           PERFORM 162-READ-TRANSFER-TABLE-RECS
              UNTIL XFRTBL-EOF-SWITCH = "Y".
           CLOSE XFRTBL.
           IF WS-XFRTBL-HDR-SW NOT = "Y"
              DISPLAY "*** ABEND - XFRTBL HEADER MISSING ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-XFR-COUNT NOT = WS-XFRTBL-HDR-COUNT
              DISPLAY "*** ABEND - XFRTBL COUNT MISMATCH ***"
              DISPLAY "HEADER COUNT: " WS-XFRTBL-HDR-COUNT
              DISPLAY "ENTRIES READ: " WS-XFR-COUNT
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       162-READ-TRANSFER-TABLE-RECS.
           READ XFRTBL
              AT END
                 MOVE "Y" TO XFRTBL-EOF-SWITCH
              NOT AT END
                 IF XT-REC-TYPE = "HDR"
                    PERFORM 164-CHECK-TRANSFER-TABLE-HDR
                 ELSE
                    PERFORM 166-ADD-TABLE-ENTRY
                 END-IF
           END-READ.

      *    The table must be the one cut from this night's change
      *    file in the same split run as this partition.
       164-CHECK-TRANSFER-TABLE-HDR.
           IF XT-HDR-FILE-ID NOT = WS-CHNGE-FILE-ID
              OR XT-HDR-RUN-TIMESTAMP NOT = WS-RUN-TIMESTAMP
              DISPLAY "*** ABEND - XFRTBL NOT FROM THIS SPLIT ***"
              DISPLAY "XFRTBL FILE ID: " XT-HDR-FILE-ID
              DISPLAY "XFRTBL RUN:     " XT-HDR-RUN-TIMESTAMP
              DISPLAY "CHNGE FILE ID:  " WS-CHNGE-FILE-ID
              DISPLAY "CHNGE RUN:      " WS-RUN-TIMESTAMP
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "Y" TO WS-XFRTBL-HDR-SW.
           MOVE XT-HDR-COUNT TO WS-XFRTBL-HDR-COUNT.

       166-ADD-TABLE-ENTRY.
           IF WS-XFR-COUNT >= WS-XFR-MAX
              DISPLAY "*** ABEND - TRANSFER TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-XFR-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-XFR-COUNT.
           MOVE WS-XFR-COUNT TO WS-XFR-IX.
           MOVE XT-FROM-KEY TO WS-XFR-FROM-KEY (WS-XFR-IX).
           MOVE XT-TO-KEY TO WS-XFR-TO-KEY (WS-XFR-IX).
           MOVE XT-QTY TO WS-XFR-QTY (WS-XFR-IX).
           MOVE 0 TO WS-XFR-FROM-DELTA (WS-XFR-IX).
           MOVE 0 TO WS-XFR-FROM-QTY (WS-XFR-IX).
           MOVE "N" TO WS-XFR-FROM-ON-MS-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-TO-ON-MS-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-FROM-D-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-TO-D-SW (WS-XFR-IX).
           MOVE XT-OK-SW TO WS-XFR-OK-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-CONSUMED-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-IN-APPLIED-SW (WS-XFR-IX).
           MOVE XT-HOLD-REASON TO WS-XFR-HOLD-REASON (WS-XFR-IX).

      *    Pick up a RESTART run parameter passed on the command
      *    line (mirrors how a restart PARM is passed in JCL).
       150-CHECK-RESTART.
              IF WS-CUR-RCPT-QTY >= OO-QTY
                 MOVE 0 TO WS-ON-ORDER-QTY
                 ADD 1 TO WS-OO-RELIEVED-COUNT
                 PERFORM 641-REPORT-RELIEVED-ORDER
              ELSE
                 COMPUTE WS-ON-ORDER-QTY
                    = OO-QTY - WS-CUR-RCPT-QTY
           END-IF.
           PERFORM 637-READ-OO.

      *    A fully received order leaves the file here, so its PO
      *    numbers go on the report under the record's detail lines
      *    - the only place they survive. Orders opened before PO
      *    numbering carry spaces there and print none.
       641-REPORT-RELIEVED-ORDER.
           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-REPORT.
           MOVE "OPEN ORDER RELIEVED" TO ITEM-DESC-R.
           IF OO-PO-NUMBER IS NUMERIC AND OO-PO-NUMBER > 0
              STRING "PO " DELIMITED BY SIZE
                 OO-PO-NUMBER DELIMITED BY SIZE
                 INTO MESSAGE-R
              END-STRING
              IF OO-LAST-PO-NUMBER IS NUMERIC
                 AND OO-LAST-PO-NUMBER > 0
                 AND OO-LAST-PO-NUMBER NOT = OO-PO-NUMBER
                 STRING "PO " DELIMITED BY SIZE
                    OO-PO-NUMBER DELIMITED BY SIZE
                    " LAST " DELIMITED BY SIZE
                    OO-LAST-PO-NUMBER DELIMITED BY SIZE
                    INTO MESSAGE-R
                 END-STRING
              END-IF
           ELSE
              MOVE "NO PO NUMBER" TO MESSAGE-R
           END-IF.
           MOVE RECORD-REPORT TO RECORD-LINE.
           WRITE RECORD-LINE.
           ADD 1 TO WS-RPT-COUNT.
           MOVE " / " TO CITY-STATE-SEP-R.

      *    Orders keyed past the last master record written carry
      *    forward at end of run so nothing on order is lost.
       689-FLUSH-OPEN-ORDERS.
