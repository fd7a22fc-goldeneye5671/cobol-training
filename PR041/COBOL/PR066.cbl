       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4066.
      *    Multi-day book proof. PR4047 proves one night (old master
      *    plus CHNGE equals OUTFILE) and PR4045 shows a broken
      *    before/after chain only for the key someone asks about;
      *    a master touched outside the pipeline - a restore, a
      *    hand edit, a bad copy - carries forward unnoticed until
      *    the next physical count. This proof starts from any
      *    master generation PR4057 saved, replays every AUDITLOG
      *    record stamped since, and compares the result with the
      *    current MSFILE item by item, so audit gets a full-file
      *    proof that the book is the product of logged
      *    transactions alone.
      *    The generation in slot n (GENINDEX) is the master run n's
      *    merge READ, so the replay takes every audit record after
      *    the run before it - that run's RUNCTL run timestamp -
      *    through the run the current MSFILE came out of (the last
      *    run on RUNCTL unless the parameter names another). Run
      *    timestamps rather than dates bound the window, since a
      *    restarted merge stamps its audit records with both its
      *    attempts' timestamps.
      *    Records replay in key and timestamp order, each applying
      *    its delta (a "D" removes the key). Listed:
      *      - every key whose replayed quantity differs from MSFILE
      *      - every key on one side only - replayed but missing
      *        from MSFILE, or on MSFILE with no replayed record
      *      - every audit record whose before-quantity breaks the
      *        chain - where the master was touched between runs
      *      - every gap in the RUNCTL run-number sequence, marked
      *        when it falls inside the proof window
      *    Ends with RETURN-CODE 0 (BOOK PROVED) or 8 (NOT PROVED);
      *    16 is the sequence-check abend and 20 a parameter or
      *    run-control problem, same as the merge.
      *    The replay reads the live AUDITLOG only - pick a
      *    generation newer than the last PR4051 archive cutoff, or
      *    the archived records show up as chain breaks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMFILE.
           SELECT OPTIONAL GENINDEX ASSIGN TO GENINDEX.
           SELECT RUNCTL ASSIGN TO RUNCTL.
           SELECT AUDITLOG ASSIGN TO AUDITLOG.
           SELECT MSFILE ASSIGN TO MSFILE.
           SELECT MSGEN1 ASSIGN TO MSGEN1.
           SELECT MSGEN2 ASSIGN TO MSGEN2.
           SELECT MSGEN3 ASSIGN TO MSGEN3.
           SELECT MSGEN4 ASSIGN TO MSGEN4.
           SELECT MSGEN5 ASSIGN TO MSGEN5.
           SELECT PROOFRPT ASSIGN TO PROOFRPT.
           SELECT AUDSORT ASSIGN TO AUDSORT.
       DATA DIVISION.
       FILE SECTION.
      *    Generation slot to prove from, and optionally the run
      *    the current MSFILE came out of.
       FD PARMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PARM-RECORD.
           05 PARM-GEN-SLOT                      PIC X(1).
           05 PARM-THRU-RUN                      PIC X(5).
           05 FILLER                             PIC X(74).
      *    Which run each generation slot holds - the layout must
      *    stay in step with the FD in PR4057.
       FD GENINDEX
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 GX-RECORD.
           05 GX-SLOT                            PIC 9(1).
           05 GX-CYCLE-DATE                      PIC 9(8).
           05 GX-RUN-NUMBER                      PIC 9(5).
           05 GX-REC-COUNT                       PIC 9(7).
           05 FILLER                             PIC X(59).
      *    Run-control log - the layout must stay in step with the
      *    FD in PR4041.
       FD RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RUNC-RECORD.
           05 RUNC-CYCLE-DATE                    PIC 9(8).
           05 RUNC-RUN-NUMBER                    PIC 9(5).
           05 RUNC-CHNGE-FILE-ID                 PIC X(12).
           05 RUNC-MS-COUNT                      PIC 9(7).
           05 RUNC-CH-COUNT                      PIC 9(7).
           05 RUNC-OUT-COUNT                     PIC 9(7).
           05 RUNC-RUN-TIMESTAMP                 PIC X(14).
           05 FILLER                             PIC X(20).
       FD AUDITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 AUDIT-RECORD.
           05 AUDIT-KEYS.
              10 AUDIT-STATE                     PIC X(2).
              10 AUDIT-CITY                      PIC X(4).
              10 AUDIT-BRANCH                    PIC 9(3).
              10 AUDIT-ITEM-CODE                 PIC X(5).
           05 AUDIT-TRANS-CODE                   PIC X(1).
           05 AUDIT-QTY-BEFORE                   PIC S9(7).
           05 AUDIT-QTY-AFTER                    PIC S9(7).
           05 AUDIT-DELTA                        PIC S9(7).
           05 AUDIT-RUN-TIMESTAMP                PIC X(14).
           05 FILLER                             PIC X(30).
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
       FD MSGEN1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 G1-RECORD                              PIC X(80).
       FD MSGEN2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 G2-RECORD                              PIC X(80).
       FD MSGEN3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 G3-RECORD                              PIC X(80).
       FD MSGEN4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 G4-RECORD                              PIC X(80).
       FD MSGEN5
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 G5-RECORD                              PIC X(80).
       FD PROOFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).
       SD AUDSORT.
       01 SRT-RECORD.
           05 SRT-KEYS.
              10 SRT-STATE                       PIC X(2).
              10 SRT-CITY                        PIC X(4).
              10 SRT-BRANCH                      PIC 9(3).
              10 SRT-ITEM-CODE                   PIC X(5).
           05 SRT-TRANS-CODE                     PIC X(1).
           05 SRT-QTY-BEFORE                     PIC S9(7).
           05 SRT-QTY-AFTER                      PIC S9(7).
           05 SRT-DELTA                          PIC S9(7).
           05 SRT-RUN-TIMESTAMP                  PIC X(14).
           05 FILLER                             PIC X(30).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PARM-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 GX-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 RUNCTL-EOF-SWITCH                  PIC X(1) VALUE SPACE.
           05 AUDIT-EOF-SWITCH                   PIC X(1) VALUE SPACE.
           05 SRT-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 GEN-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-GEN-RUN-FOUND-SW                PIC X(1) VALUE "N".
           05 WS-FROM-FOUND-SW                   PIC X(1) VALUE "N".
           05 WS-THRU-FOUND-SW                   PIC X(1) VALUE "N".
           05 WS-REPLAY-PRESENT-SW               PIC X(1) VALUE "N".
              88 REPLAY-PRESENT                  VALUE "Y".
       01 CONTROL-VALUES.
           05 WS-GEN-SLOT                        PIC 9(1) VALUE 0.
           05 WS-GEN-RUN                         PIC 9(5) VALUE 0.
           05 WS-GEN-CYCLE-DATE                  PIC 9(8) VALUE 0.
           05 WS-GEN-INDEX-COUNT                 PIC 9(7) VALUE 0.
           05 WS-THRU-RUN                        PIC 9(5) VALUE 0.
           05 WS-THRU-CYCLE-DATE                 PIC 9(8) VALUE 0.
           05 WS-THRU-OUT-COUNT                  PIC 9(7) VALUE 0.
      *    The proof window - audit records stamped after FROM and
      *    at or before THRU. FROM stays LOW-VALUES when the
      *    generation is the first run's input.
           05 WS-FROM-TS                  PIC X(14) VALUE LOW-VALUES.
           05 WS-THRU-TS                  PIC X(14) VALUE SPACES.
           05 WS-LAST-RUN-NUMBER                 PIC 9(5) VALUE 0.
           05 WS-LAST-CYCLE-DATE                 PIC 9(8) VALUE 0.
           05 WS-LAST-OUT-COUNT                  PIC 9(7) VALUE 0.
           05 WS-LAST-RUN-TS                     PIC X(14)
                                                 VALUE SPACES.
           05 WS-PREV-RUN-NUMBER                 PIC 9(5) VALUE 0.
           05 WS-RUNCTL-RECS                     PIC 9(5) VALUE 0.
      *    Generation index as read - slot number keys the entry.
       01 GEN-INDEX-VALUES.
           05 WS-GX-IX                           PIC 9(1) VALUE 0.
           05 WS-GX-ENTRY OCCURS 5 TIMES.
              10 WS-GX-CYCLE-DATE                PIC 9(8).
              10 WS-GX-RUN-NUMBER                PIC 9(5).
              10 WS-GX-REC-COUNT                 PIC 9(7).
      *    Generation record in hand, whichever slot it came from.
       01 WS-GEN-WORK.
           05 WS-GEN-KEYS                        PIC X(14).
           05 WS-GEN-QTY                         PIC 9(7).
           05 FILLER                             PIC X(59).
      *    The three streams' current keys - HIGH-VALUES once a
      *    stream is exhausted - and the key being proved.
       01 COMPARE-KEYS.
           05 WS-GEN-KEY                         PIC X(14).
           05 WS-AUD-KEY                         PIC X(14).
           05 WS-MS-KEY                          PIC X(14).
           05 WS-LOW-KEY                         PIC X(14).
           05 WS-LOW-KEY-PARTS REDEFINES WS-LOW-KEY.
              10 WS-LOW-STATE                    PIC X(2).
              10 WS-LOW-CITY                     PIC X(4).
              10 WS-LOW-BRANCH                   PIC 9(3).
              10 WS-LOW-ITEM-CODE                PIC X(5).
      *    One key's replay.
       01 REPLAY-VALUES.
           05 WS-START-QTY                       PIC S9(9) VALUE 0.
           05 WS-REPLAY-QTY                      PIC S9(9) VALUE 0.
           05 WS-KEY-AUDITS                      PIC 9(5) VALUE 0.
           05 WS-QTY-DIFF                        PIC S9(9) VALUE 0.
      *    Prior-key holders and first-read flags for the
      *    ascending-sequence checks.
       01 SEQUENCE-CHECK-VALUES.
           05 WS-PRIOR-GEN-KEYS           PIC X(14) VALUE LOW-VALUES.
           05 WS-PRIOR-MS-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 GEN-FIRST-READ-SW                 PIC X(1) VALUE "Y".
           05 MS-FIRST-READ-SW                  PIC X(1) VALUE "Y".
       01 RUN-TOTALS.
           05 WS-GEN-COUNT                       PIC 9(7) VALUE 0.
           05 WS-AUDIT-READ-COUNT                PIC 9(9) VALUE 0.
           05 WS-AUDIT-WINDOW-COUNT              PIC 9(9) VALUE 0.
           05 WS-MS-COUNT                        PIC 9(7) VALUE 0.
           05 WS-KEYS-PROVED                     PIC 9(7) VALUE 0.
           05 WS-KEYS-REPLAYED                   PIC 9(7) VALUE 0.
           05 WS-QTY-DIFF-COUNT                  PIC 9(7) VALUE 0.
           05 WS-MISSING-COUNT                   PIC 9(7) VALUE 0.
           05 WS-MASTER-ONLY-COUNT               PIC 9(7) VALUE 0.
           05 WS-CHAIN-BREAK-COUNT               PIC 9(7) VALUE 0.
           05 WS-RUN-GAP-COUNT                   PIC 9(5) VALUE 0.
           05 WS-WINDOW-GAP-COUNT                PIC 9(5) VALUE 0.
           05 WS-PROVED-SW                       PIC X(1) VALUE "Y".
              88 BOOK-PROVED                     VALUE "Y".
       01 EDITED-VALUES.
           05 WS-QTY-ED-A                        PIC -(8)9.
           05 WS-QTY-ED-B                        PIC -(8)9.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR066".
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
      *    One key that failed the proof.
           05 PROOF-DETAIL.
              10 PD-STATE                    PIC X(2).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-CITY                     PIC X(4).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-BRANCH                   PIC 9(3).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-ITEM-CODE                PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-GEN-QTY                  PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-AUDITS                   PIC Z(4)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-REPLAY-QTY               PIC -(8)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-MS-QTY                   PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-DIFF                     PIC -(8)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-FLAG                     PIC X(20).
              10 FILLER                      PIC X(11) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           OPEN INPUT PARMFILE.
           PERFORM 130-READ-PARM.
           CLOSE PARMFILE.
           PERFORM 140-LOAD-GEN-INDEX.
           PERFORM 150-LOCATE-PROOF-WINDOW.
           OPEN OUTPUT PROOFRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 250-LIST-RUN-GAPS.
           PERFORM 270-WRITE-DIFF-HEADINGS.
           SORT AUDSORT
              ON ASCENDING KEY SRT-KEYS
              ON ASCENDING KEY SRT-RUN-TIMESTAMP
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 300-SELECT-AUDIT-RECORDS
              OUTPUT PROCEDURE IS 400-PROVE-BOOK.
           PERFORM 560-WRITE-TRAILER.
           CLOSE PROOFRPT.
           IF BOOK-PROVED
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    The slot is required; the through-run defaults to the
      *    last run on the run-control log.
       130-READ-PARM.
           READ PARMFILE
              AT END
                 MOVE "Y" TO PARM-EOF-SWITCH
              NOT AT END
                 PERFORM 135-EDIT-PARM-FIELDS
           END-READ.
           IF WS-GEN-SLOT < 1 OR WS-GEN-SLOT > 5
              DISPLAY "*** ABEND - GENERATION SLOT NOT 1-5 ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       135-EDIT-PARM-FIELDS.
           IF PARM-GEN-SLOT NOT = SPACES
              AND PARM-GEN-SLOT IS NUMERIC
              MOVE PARM-GEN-SLOT TO WS-GEN-SLOT
           END-IF.
           IF PARM-THRU-RUN NOT = SPACES
              AND PARM-THRU-RUN IS NUMERIC
              MOVE PARM-THRU-RUN TO WS-THRU-RUN
           END-IF.

       140-LOAD-GEN-INDEX.
           PERFORM 142-CLEAR-ONE-GEN-ENTRY
              VARYING WS-GX-IX FROM 1 BY 1
              UNTIL WS-GX-IX > 5.
           OPEN INPUT GENINDEX.
           PERFORM 144-READ-GEN-INDEX-RECS
              UNTIL GX-EOF-SWITCH = "Y".
           CLOSE GENINDEX.
           IF WS-GX-RUN-NUMBER (WS-GEN-SLOT) = 0
              DISPLAY "*** ABEND - GENERATION SLOT EMPTY ***"
              DISPLAY "SLOT: " WS-GEN-SLOT
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-GX-RUN-NUMBER (WS-GEN-SLOT) TO WS-GEN-RUN.
           MOVE WS-GX-CYCLE-DATE (WS-GEN-SLOT) TO WS-GEN-CYCLE-DATE.
           MOVE WS-GX-REC-COUNT (WS-GEN-SLOT) TO WS-GEN-INDEX-COUNT.

       142-CLEAR-ONE-GEN-ENTRY.
           MOVE 0 TO WS-GX-CYCLE-DATE (WS-GX-IX).
           MOVE 0 TO WS-GX-RUN-NUMBER (WS-GX-IX).
           MOVE 0 TO WS-GX-REC-COUNT (WS-GX-IX).

       144-READ-GEN-INDEX-RECS.
           READ GENINDEX
              AT END
                 MOVE "Y" TO GX-EOF-SWITCH
              NOT AT END
                 IF GX-SLOT >= 1 AND GX-SLOT <= 5
                    MOVE GX-CYCLE-DATE
                       TO WS-GX-CYCLE-DATE (GX-SLOT)
                    MOVE GX-RUN-NUMBER
                       TO WS-GX-RUN-NUMBER (GX-SLOT)
                    MOVE GX-REC-COUNT
                       TO WS-GX-REC-COUNT (GX-SLOT)
                 END-IF
           END-READ.

      *    Find the run before the generation's (its timestamp
      *    opens the window) and the through-run (its timestamp
      *    closes it). Both must carry a run timestamp - a record
      *    written before the merge stamped one cannot bound a
      *    window, so a generation that old cannot be proved.
       150-LOCATE-PROOF-WINDOW.
           OPEN INPUT RUNCTL.
           PERFORM 152-READ-RUNCTL-RECS
              UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.
           IF WS-THRU-RUN = 0
              MOVE WS-LAST-RUN-NUMBER TO WS-THRU-RUN
              MOVE WS-LAST-CYCLE-DATE TO WS-THRU-CYCLE-DATE
              MOVE WS-LAST-OUT-COUNT TO WS-THRU-OUT-COUNT
              MOVE WS-LAST-RUN-TS TO WS-THRU-TS
              MOVE "Y" TO WS-THRU-FOUND-SW
           END-IF.
           IF WS-GEN-RUN-FOUND-SW NOT = "Y"
              DISPLAY "*** ABEND - GENERATION RUN NOT ON RUNCTL ***"
              DISPLAY "RUN NUMBER: " WS-GEN-RUN
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-GEN-RUN > 1
              IF WS-FROM-FOUND-SW NOT = "Y"
                 DISPLAY "*** ABEND - PRIOR RUN NOT ON RUNCTL ***"
                 DISPLAY "RUN NUMBER: " WS-GEN-RUN
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-FROM-TS IS NOT NUMERIC
                 DISPLAY "*** ABEND - NO RUN TIMESTAMP ON RUNCTL ***"
                 DISPLAY "RUN BEFORE GENERATION RUN: " WS-GEN-RUN
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-THRU-FOUND-SW NOT = "Y"
              OR WS-THRU-RUN < WS-GEN-RUN
              DISPLAY "*** ABEND - THROUGH-RUN NOT VALID ***"
              DISPLAY "THROUGH RUN: " WS-THRU-RUN
              DISPLAY "GENERATION RUN: " WS-GEN-RUN
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-THRU-TS IS NOT NUMERIC
              DISPLAY "*** ABEND - NO RUN TIMESTAMP ON RUNCTL ***"
              DISPLAY "THROUGH RUN: " WS-THRU-RUN
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       152-READ-RUNCTL-RECS.
           READ RUNCTL
              AT END
                 MOVE "Y" TO RUNCTL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RUNCTL-RECS
                 MOVE RUNC-RUN-NUMBER TO WS-LAST-RUN-NUMBER
                 MOVE RUNC-CYCLE-DATE TO WS-LAST-CYCLE-DATE
                 MOVE RUNC-OUT-COUNT TO WS-LAST-OUT-COUNT
                 MOVE RUNC-RUN-TIMESTAMP TO WS-LAST-RUN-TS
                 IF RUNC-RUN-NUMBER + 1 = WS-GEN-RUN
                    MOVE "Y" TO WS-FROM-FOUND-SW
                    MOVE RUNC-RUN-TIMESTAMP TO WS-FROM-TS
                 END-IF
                 IF RUNC-RUN-NUMBER = WS-GEN-RUN
                    MOVE "Y" TO WS-GEN-RUN-FOUND-SW
                 END-IF
                 IF WS-THRU-RUN > 0
                    AND RUNC-RUN-NUMBER = WS-THRU-RUN
                    MOVE "Y" TO WS-THRU-FOUND-SW
                    MOVE RUNC-CYCLE-DATE TO WS-THRU-CYCLE-DATE
                    MOVE RUNC-OUT-COUNT TO WS-THRU-OUT-COUNT
                    MOVE RUNC-RUN-TIMESTAMP TO WS-THRU-TS
                 END-IF
           END-READ.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "BOOK PROOF" TO REPORT-NAME.
           MOVE "GEN + AUDITLOG" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "GENERATION SLOT " DELIMITED BY SIZE
              WS-GEN-SLOT DELIMITED BY SIZE
              " - MASTER READ BY RUN " DELIMITED BY SIZE
              WS-GEN-RUN DELIMITED BY SIZE
              "  CYCLE DATE " DELIMITED BY SIZE
              WS-GEN-CYCLE-DATE DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PROVED THROUGH RUN " DELIMITED BY SIZE
              WS-THRU-RUN DELIMITED BY SIZE
              "  CYCLE DATE " DELIMITED BY SIZE
              WS-THRU-CYCLE-DATE DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-FROM-TS = LOW-VALUES
              STRING "AUDIT WINDOW: FROM START OF LOG THROUGH "
                 DELIMITED BY SIZE
                 WS-THRU-TS DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
           ELSE
              STRING "AUDIT WINDOW: AFTER " DELIMITED BY SIZE
                 WS-FROM-TS DELIMITED BY SIZE
                 " THROUGH " DELIMITED BY SIZE
                 WS-THRU-TS DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

      *    Second pass over the run-control log - every break in
      *    the run-number sequence, the whole log, marked where it
      *    touches the runs this proof replays.
       250-LIST-RUN-GAPS.
           MOVE SPACES TO RPT-LINE.
           STRING "*** RUN-CONTROL SEQUENCE GAPS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE 0 TO WS-RUNCTL-RECS.
           MOVE SPACE TO RUNCTL-EOF-SWITCH.
           OPEN INPUT RUNCTL.
           PERFORM 252-CHECK-ONE-RUNCTL-REC
              UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.
           IF WS-RUN-GAP-COUNT = 0
              MOVE SPACES TO RPT-LINE
              STRING "NONE - RUN NUMBERS UNBROKEN" DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       252-CHECK-ONE-RUNCTL-REC.
           READ RUNCTL
              AT END
                 MOVE "Y" TO RUNCTL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RUNCTL-RECS
                 IF WS-RUNCTL-RECS > 1
                    AND RUNC-RUN-NUMBER NOT = WS-PREV-RUN-NUMBER + 1
                    PERFORM 255-WRITE-GAP-LINE
                 END-IF
                 MOVE RUNC-RUN-NUMBER TO WS-PREV-RUN-NUMBER
           END-READ.

       255-WRITE-GAP-LINE.
           ADD 1 TO WS-RUN-GAP-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN " DELIMITED BY SIZE
              RUNC-RUN-NUMBER DELIMITED BY SIZE
              " (CYCLE " DELIMITED BY SIZE
              RUNC-CYCLE-DATE DELIMITED BY SIZE
              ") FOLLOWS RUN " DELIMITED BY SIZE
              WS-PREV-RUN-NUMBER DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           IF (RUNC-RUN-NUMBER >= WS-GEN-RUN
              AND RUNC-RUN-NUMBER <= WS-THRU-RUN)
              OR (WS-PREV-RUN-NUMBER >= WS-GEN-RUN
              AND WS-PREV-RUN-NUMBER < WS-THRU-RUN)
              ADD 1 TO WS-WINDOW-GAP-COUNT
              MOVE "N" TO WS-PROVED-SW
              MOVE "*** IN PROOF WINDOW ***" TO RPT-LINE (50:23)
           END-IF.
           WRITE RPT-LINE.

       270-WRITE-DIFF-HEADINGS.
           MOVE SPACES TO RPT-LINE.
           STRING "*** KEYS NOT PROVED ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ST  CITY  BRN  ITEM    GEN QTY  AUDIT"
              DELIMITED BY SIZE
              "     REPLAYED  MASTER QTY       DIFF  FLAG"
              DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *    Only the audit records inside the window go to the sort.
       300-SELECT-AUDIT-RECORDS.
           OPEN INPUT AUDITLOG.
           PERFORM 310-RELEASE-ONE-AUDIT
              UNTIL AUDIT-EOF-SWITCH = "Y".
           CLOSE AUDITLOG.

       310-RELEASE-ONE-AUDIT.
           READ AUDITLOG
              AT END
                 MOVE "Y" TO AUDIT-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-AUDIT-READ-COUNT
                 IF AUDIT-RUN-TIMESTAMP > WS-FROM-TS
                    AND AUDIT-RUN-TIMESTAMP <= WS-THRU-TS
                    ADD 1 TO WS-AUDIT-WINDOW-COUNT
                    RELEASE SRT-RECORD FROM AUDIT-RECORD
                 END-IF
           END-READ.

      *    Three streams in key order - the generation, the sorted
      *    audit records, and the current master - matched the way
      *    the merge matches MSFILE to CHNGE.
       400-PROVE-BOOK.
           PERFORM 710-OPEN-GEN-INPUT.
           OPEN INPUT MSFILE.
           PERFORM 410-READ-GEN.
           PERFORM 430-RETURN-AUDIT.
           PERFORM 420-READ-MS.
           PERFORM 500-PROVE-ONE-KEY
              UNTIL WS-GEN-KEY = HIGH-VALUES
              AND WS-AUD-KEY = HIGH-VALUES
              AND WS-MS-KEY = HIGH-VALUES.
           PERFORM 740-CLOSE-GEN-FILE.
           CLOSE MSFILE.

       410-READ-GEN.
           PERFORM 725-READ-GEN-RECORD.
           IF GEN-EOF-SWITCH = "Y"
              MOVE HIGH-VALUES TO WS-GEN-KEY
           ELSE
              ADD 1 TO WS-GEN-COUNT
              IF GEN-FIRST-READ-SW = "N"
                 AND WS-GEN-KEYS < WS-PRIOR-GEN-KEYS
                 DISPLAY "*** ABEND - GENERATION OUT OF SEQUENCE ***"
                 DISPLAY "PRIOR KEY: " WS-PRIOR-GEN-KEYS
                 DISPLAY "CURRENT KEY: " WS-GEN-KEYS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-GEN-KEYS TO WS-PRIOR-GEN-KEYS
              MOVE "N" TO GEN-FIRST-READ-SW
              MOVE WS-GEN-KEYS TO WS-GEN-KEY
           END-IF.

       420-READ-MS.
           READ MSFILE
              AT END
                 MOVE "Y" TO MS-EOF-SWITCH
                 MOVE HIGH-VALUES TO WS-MS-KEY
              NOT AT END
                 ADD 1 TO WS-MS-COUNT
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
                 MOVE MS-KEYS TO WS-MS-KEY
           END-READ.

       430-RETURN-AUDIT.
           RETURN AUDSORT
              AT END
                 MOVE "Y" TO SRT-EOF-SWITCH
                 MOVE HIGH-VALUES TO WS-AUD-KEY
              NOT AT END
                 MOVE SRT-KEYS TO WS-AUD-KEY
           END-RETURN.

      *    Prove the lowest key in hand: start from the generation,
      *    replay its audit records, and hold the result against
      *    the current master.
       500-PROVE-ONE-KEY.
           MOVE WS-GEN-KEY TO WS-LOW-KEY.
           IF WS-AUD-KEY < WS-LOW-KEY
              MOVE WS-AUD-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-MS-KEY < WS-LOW-KEY
              MOVE WS-MS-KEY TO WS-LOW-KEY
           END-IF.
           ADD 1 TO WS-KEYS-PROVED.
           MOVE 0 TO WS-KEY-AUDITS.
           IF WS-GEN-KEY = WS-LOW-KEY
              MOVE "Y" TO WS-REPLAY-PRESENT-SW
              MOVE WS-GEN-QTY TO WS-START-QTY
           ELSE
              MOVE "N" TO WS-REPLAY-PRESENT-SW
              MOVE 0 TO WS-START-QTY
           END-IF.
           MOVE WS-START-QTY TO WS-REPLAY-QTY.
           IF WS-AUD-KEY = WS-LOW-KEY
              ADD 1 TO WS-KEYS-REPLAYED
              PERFORM 510-REPLAY-ONE-AUDIT
                 UNTIL WS-AUD-KEY NOT = WS-LOW-KEY
           END-IF.
           PERFORM 520-COMPARE-TO-MASTER.
           IF WS-GEN-KEY = WS-LOW-KEY
              PERFORM 410-READ-GEN
           END-IF.
           IF WS-MS-KEY = WS-LOW-KEY
              PERFORM 420-READ-MS
           END-IF.

      *    A record whose before-quantity is not where the replay
      *    stands is a break in the chain - the master was changed
      *    between runs by something that wrote no audit record.
      *    The replay carries on by the delta, so the break also
      *    shows as a difference against the master.
       510-REPLAY-ONE-AUDIT.
           ADD 1 TO WS-KEY-AUDITS.
           IF SRT-QTY-BEFORE NOT = WS-REPLAY-QTY
              PERFORM 545-WRITE-CHAIN-LINE
           END-IF.
           IF SRT-TRANS-CODE = "D"
              MOVE "N" TO WS-REPLAY-PRESENT-SW
              MOVE 0 TO WS-REPLAY-QTY
           ELSE
              MOVE "Y" TO WS-REPLAY-PRESENT-SW
              ADD SRT-DELTA TO WS-REPLAY-QTY
           END-IF.
           PERFORM 430-RETURN-AUDIT.

       520-COMPARE-TO-MASTER.
           MOVE SPACES TO PD-FLAG.
           EVALUATE TRUE
              WHEN WS-MS-KEY = WS-LOW-KEY AND NOT REPLAY-PRESENT
                 MOVE "ON MASTER ONLY" TO PD-FLAG
                 ADD 1 TO WS-MASTER-ONLY-COUNT
              WHEN WS-MS-KEY NOT = WS-LOW-KEY AND REPLAY-PRESENT
                 MOVE "MISSING FROM MASTER" TO PD-FLAG
                 ADD 1 TO WS-MISSING-COUNT
              WHEN WS-MS-KEY = WS-LOW-KEY
                 AND MS-QTY NOT = WS-REPLAY-QTY
                 MOVE "QTY DIFFERS" TO PD-FLAG
                 ADD 1 TO WS-QTY-DIFF-COUNT
           END-EVALUATE.
           IF PD-FLAG NOT = SPACES
              PERFORM 540-WRITE-DIFF-LINE
           END-IF.

       540-WRITE-DIFF-LINE.
           MOVE "N" TO WS-PROVED-SW.
           MOVE WS-LOW-STATE TO PD-STATE.
           MOVE WS-LOW-CITY TO PD-CITY.
           MOVE WS-LOW-BRANCH TO PD-BRANCH.
           MOVE WS-LOW-ITEM-CODE TO PD-ITEM-CODE.
           MOVE WS-START-QTY TO PD-GEN-QTY.
           MOVE WS-KEY-AUDITS TO PD-AUDITS.
           MOVE WS-REPLAY-QTY TO PD-REPLAY-QTY.
           IF WS-MS-KEY = WS-LOW-KEY
              MOVE MS-QTY TO PD-MS-QTY
              COMPUTE WS-QTY-DIFF = MS-QTY - WS-REPLAY-QTY
           ELSE
              MOVE 0 TO PD-MS-QTY
              COMPUTE WS-QTY-DIFF = 0 - WS-REPLAY-QTY
           END-IF.
           MOVE WS-QTY-DIFF TO PD-DIFF.
           MOVE PROOF-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       545-WRITE-CHAIN-LINE.
           MOVE "N" TO WS-PROVED-SW.
           ADD 1 TO WS-CHAIN-BREAK-COUNT.
           MOVE SRT-QTY-BEFORE TO WS-QTY-ED-A.
           MOVE WS-REPLAY-QTY TO WS-QTY-ED-B.
           MOVE SPACES TO RPT-LINE.
           STRING SRT-STATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              SRT-CITY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              SRT-BRANCH DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              SRT-ITEM-CODE DELIMITED BY SIZE
              "  CHAIN BREAK AT RUN " DELIMITED BY SIZE
              SRT-RUN-TIMESTAMP DELIMITED BY SIZE
              " - BEFORE " DELIMITED BY SIZE
              WS-QTY-ED-A DELIMITED BY SIZE
              " REPLAYED " DELIMITED BY SIZE
              WS-QTY-ED-B DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *    Control totals and the verdict. The generation must
      *    still hold what GENINDEX says PR4057 saved, and MSFILE
      *    must be the through-run's output by its record count.
       560-WRITE-TRAILER.
           IF WS-GEN-COUNT NOT = WS-GEN-INDEX-COUNT
              OR WS-MS-COUNT NOT = WS-THRU-OUT-COUNT
              MOVE "N" TO WS-PROVED-SW
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "GENERATION RECORDS READ: " DELIMITED BY SIZE
              WS-GEN-COUNT DELIMITED BY SIZE
              "  GENINDEX COUNT: " DELIMITED BY SIZE
              WS-GEN-INDEX-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           IF WS-GEN-COUNT NOT = WS-GEN-INDEX-COUNT
              MOVE "*** MISMATCH ***" TO RPT-LINE (70:16)
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "AUDITLOG RECORDS READ: " DELIMITED BY SIZE
              WS-AUDIT-READ-COUNT DELIMITED BY SIZE
              "  IN PROOF WINDOW: " DELIMITED BY SIZE
              WS-AUDIT-WINDOW-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MSFILE RECORDS READ: " DELIMITED BY SIZE
              WS-MS-COUNT DELIMITED BY SIZE
              "  RUN-CONTROL OUT COUNT: " DELIMITED BY SIZE
              WS-THRU-OUT-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           IF WS-MS-COUNT NOT = WS-THRU-OUT-COUNT
              MOVE "*** MISMATCH ***" TO RPT-LINE (70:16)
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "KEYS PROVED: " DELIMITED BY SIZE
              WS-KEYS-PROVED DELIMITED BY SIZE
              "  KEYS WITH AUDIT RECORDS: " DELIMITED BY SIZE
              WS-KEYS-REPLAYED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "QUANTITY DIFFERENCES: " DELIMITED BY SIZE
              WS-QTY-DIFF-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REPLAYED BUT MISSING FROM MASTER: "
              DELIMITED BY SIZE
              WS-MISSING-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ON MASTER ONLY: " DELIMITED BY SIZE
              WS-MASTER-ONLY-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "AUDIT CHAIN BREAKS: " DELIMITED BY SIZE
              WS-CHAIN-BREAK-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN-NUMBER GAPS ON RUNCTL: " DELIMITED BY SIZE
              WS-RUN-GAP-COUNT DELIMITED BY SIZE
              "  IN PROOF WINDOW: " DELIMITED BY SIZE
              WS-WINDOW-GAP-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF BOOK-PROVED
              STRING "*** BOOK PROVED ***"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
              DISPLAY "BOOK PROVED"
           ELSE
              STRING "*** BOOK NOT PROVED ***"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
              DISPLAY "BOOK NOT PROVED"
           END-IF.
           WRITE RPT-LINE.

      *    Generation slot access - one FD per slot, the same five
      *    PR4057 writes.
       710-OPEN-GEN-INPUT.
           EVALUATE WS-GEN-SLOT
              WHEN 1 OPEN INPUT MSGEN1
              WHEN 2 OPEN INPUT MSGEN2
              WHEN 3 OPEN INPUT MSGEN3
              WHEN 4 OPEN INPUT MSGEN4
              WHEN 5 OPEN INPUT MSGEN5
           END-EVALUATE.

       725-READ-GEN-RECORD.
           EVALUATE WS-GEN-SLOT
              WHEN 1
                 READ MSGEN1
                    AT END MOVE "Y" TO GEN-EOF-SWITCH
                    NOT AT END MOVE G1-RECORD TO WS-GEN-WORK
                 END-READ
              WHEN 2
                 READ MSGEN2
                    AT END MOVE "Y" TO GEN-EOF-SWITCH
                    NOT AT END MOVE G2-RECORD TO WS-GEN-WORK
                 END-READ
              WHEN 3
                 READ MSGEN3
                    AT END MOVE "Y" TO GEN-EOF-SWITCH
                    NOT AT END MOVE G3-RECORD TO WS-GEN-WORK
                 END-READ
              WHEN 4
                 READ MSGEN4
                    AT END MOVE "Y" TO GEN-EOF-SWITCH
                    NOT AT END MOVE G4-RECORD TO WS-GEN-WORK
                 END-READ
              WHEN 5
                 READ MSGEN5
                    AT END MOVE "Y" TO GEN-EOF-SWITCH
                    NOT AT END MOVE G5-RECORD TO WS-GEN-WORK
                 END-READ
           END-EVALUATE.

       740-CLOSE-GEN-FILE.
           EVALUATE WS-GEN-SLOT
              WHEN 1 CLOSE MSGEN1
              WHEN 2 CLOSE MSGEN2
              WHEN 3 CLOSE MSGEN3
              WHEN 4 CLOSE MSGEN4
              WHEN 5 CLOSE MSGEN5
           END-EVALUATE.
