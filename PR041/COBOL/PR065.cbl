       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4065.
      *    Morning operations digest - the last step of the nightly
      *    stream. The day shift used to open a dozen listings to
      *    learn whether the night went clean; this reads them all
      *    and prints one page:
      *      EDIT         - EDITRPT control totals (PR4043)
      *      RECYCLE      - RCYCRPT control totals (PR4042)
      *      MERGE        - the RUNCTL log (PR4041)
      *      SUSPENSE     - the SUSPENSE file itself, volume and age
      *      VALUATION    - the VALEXC cost-gap totals (PR4041)
      *      BALANCE      - the BALRPT verdict (PR4047)
      *      PROMOTION    - PROMRPT and the PROMLOG entry (PR4057)
      *      DISTRIBUTION - DISTSUM bundle counts (PR4056)
      *    Each step gets one status line - OK, WARNING, *** RED ***
      *    or DID NOT RUN - with its counts, and a FLAG line under
      *    it for anything outside normal. A listing with no
      *    control-totals banner means its step never finished, so
      *    every listing is OPTIONAL and a missing one reads as a
      *    step that did not run.
      *    Tonight is compared with the prior cycle through DIGHIST,
      *    a permanent log this program appends one record to per
      *    run (opened EXTEND like RUNCTL): rejects up sharply,
      *    suspense growing night over night (red once it has grown
      *    WS-SUSP-GROW-LIMIT nights running), a merge run number
      *    that did not move.
      *    Ends with RETURN-CODE 0 (all OK), 4 (warnings only) or 8
      *    (a step is red or did not run) - the scheduler pages
      *    on-call on 8.
      *    Parameter record (all optional): expected cycle date,
      *    reject rise percent, reject floor, suspense age days and
      *    suspense growth limit. The expected cycle is today's
      *    date - the cycle PR4043 stamps on tonight's change file
      *    - unless the card names another; a night the merge did
      *    not run then shows as such instead of digesting the
      *    last cycle on RUNCTL over again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFILE ASSIGN TO PARMFILE.
           SELECT OPTIONAL EDITRPT ASSIGN TO EDITRPT.
           SELECT OPTIONAL RCYCRPT ASSIGN TO RCYCRPT.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.
           SELECT OPTIONAL SUSPENSE ASSIGN TO SUSPENSE.
           SELECT OPTIONAL VALEXC ASSIGN TO VALEXC.
           SELECT OPTIONAL BALRPT ASSIGN TO BALRPT.
           SELECT OPTIONAL PROMRPT ASSIGN TO PROMRPT.
           SELECT OPTIONAL PROMLOG ASSIGN TO PROMLOG.
           SELECT OPTIONAL DISTSUM ASSIGN TO DISTSUM.
           SELECT OPTIONAL DIGHIST ASSIGN TO DIGHIST.
           SELECT DIGRPT ASSIGN TO DIGRPT.
       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PARM-RECORD.
           05 PARM-CYCLE-DATE                    PIC X(8).
           05 PARM-REJECT-PCT                    PIC X(3).
           05 PARM-REJECT-FLOOR                  PIC X(5).
           05 PARM-SUSP-AGE-DAYS                 PIC X(3).
           05 PARM-SUSP-GROW-LIMIT               PIC X(2).
           05 FILLER                             PIC X(59).
       FD EDITRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 EDIT-LINE                              PIC X(100).
       FD RCYCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RCYC-LINE                              PIC X(100).
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
           05 FILLER                             PIC X(34).
      *    Tonight's suspense file as PR4041 wrote it - the layout
      *    must stay in step with the FD in PR4041.
       FD SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SUSP-RECORD.
           05 SUSP-KEYS.
              10 SUSP-STATE                      PIC X(2).
              10 SUSP-CITY                       PIC X(4).
              10 SUSP-BRANCH                     PIC 9(3).
              10 SUSP-ITEM-CODE                  PIC X(5).
           05 SUSP-QTY-BEFORE                    PIC S9(7).
           05 SUSP-ATTEMPTED-DELTA               PIC S9(7).
           05 SUSP-SHORTFALL                     PIC S9(7).
           05 SUSP-TRANS-CODE                    PIC X(1).
           05 SUSP-RECYCLE-COUNT                 PIC 9(2).
           05 SUSP-FIRST-DATE                    PIC X(8).
           05 SUSP-XFR-TO-LOC                    PIC X(9).
           05 FILLER                             PIC X(25).
       FD VALEXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VALEXC-LINE                            PIC X(100).
       FD BALRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 BAL-LINE                               PIC X(100).
       FD PROMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PROM-LINE                              PIC X(100).
      *    Promotion log - the layout must stay in step with the FD
      *    in PR4057.
       FD PROMLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PL-RECORD.
           05 PL-ACTION                          PIC X(8).
           05 PL-RUN-NUMBER                      PIC 9(5).
           05 PL-CYCLE-DATE                      PIC 9(8).
           05 PL-DATE                            PIC X(8).
           05 PL-REC-COUNT                       PIC 9(7).
           05 PL-GEN-SLOT                        PIC 9(1).
           05 FILLER                             PIC X(43).
       FD DISTSUM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DIST-LINE                              PIC X(100).
      *    One record appended per digest run - tonight's figures
      *    become tomorrow's prior cycle.
       FD DIGHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 DH-RECORD.
           05 DH-CYCLE-DATE                      PIC 9(8).
           05 DH-RUN-NUMBER                      PIC 9(5).
           05 DH-EDIT-READ                       PIC 9(7).
           05 DH-EDIT-REJECTS                    PIC 9(7).
           05 DH-RCYC-AGED                       PIC 9(7).
           05 DH-SUSP-COUNT                      PIC 9(7).
           05 DH-SUSP-OVERAGE                    PIC 9(7).
           05 DH-SUSP-GROW-NIGHTS                PIC 9(3).
           05 DH-OOB-COUNT                       PIC 9(7).
           05 DH-GAP-ITEMS                       PIC 9(7).
           05 DH-UNAS-DETAILS                    PIC 9(7).
           05 DH-OVERALL                         PIC X(4).
           05 FILLER                             PIC X(4) VALUE SPACES.
       FD DIGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PARM-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 WS-IN-EOF-SW                       PIC X(1) VALUE "N".
           05 RUNCTL-EOF-SWITCH                  PIC X(1) VALUE SPACE.
           05 SUSP-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 PL-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 DH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-PRIOR-FOUND-SW                  PIC X(1) VALUE "N".
              88 PRIOR-FOUND                     VALUE "Y".
       01 CONTROL-VALUES.
           05 WS-TODAY                           PIC X(8)
                                                 VALUE SPACES.
           05 WS-EXPECTED-CYCLE                  PIC X(8)
                                                 VALUE SPACES.
           05 WS-CYCLE-DATE                      PIC 9(8) VALUE 0.
      *    A reject count this far above the prior cycle's, and at
      *    least the floor, is flagged as a sharp rise.
           05 WS-REJECT-PCT                      PIC 9(3) VALUE 50.
           05 WS-REJECT-FLOOR                    PIC 9(5) VALUE 10.
      *    Held transactions older than this many days are flagged.
           05 WS-SUSP-AGE-DAYS                   PIC 9(3) VALUE 3.
      *    Suspense growing this many nights running turns red.
           05 WS-SUSP-GROW-LIMIT                 PIC 9(2) VALUE 3.
      *    The line in hand from whichever listing is being read.
       01 LINE-VALUES.
           05 WS-IN-LINE                         PIC X(100)
                                                 VALUE SPACES.
      *    Run-control log - the last record is the cycle just run,
      *    the one before it its predecessor.
       01 RUNCTL-VALUES.
           05 WS-RUNCTL-RECS                     PIC 9(5) VALUE 0.
           05 WS-LAST-CYCLE-DATE                 PIC 9(8) VALUE 0.
           05 WS-LAST-RUN-NUMBER                 PIC 9(5) VALUE 0.
           05 WS-LAST-MS-COUNT                   PIC 9(7) VALUE 0.
           05 WS-LAST-CH-COUNT                   PIC 9(7) VALUE 0.
           05 WS-LAST-OUT-COUNT                  PIC 9(7) VALUE 0.
           05 WS-PREV-RUN-NUMBER                 PIC 9(5) VALUE 0.
           05 WS-CYCLE-RUNS                      PIC 9(5) VALUE 0.
      *    What each listing said. A step's RAN switch is set only
      *    when its control-totals banner or verdict line is seen.
       01 STEP-RESULTS.
           05 WS-EDIT-RAN-SW                     PIC X(1) VALUE "N".
           05 WS-EDIT-READ                       PIC 9(7) VALUE 0.
           05 WS-EDIT-REJECTS                    PIC 9(7) VALUE 0.
           05 WS-RCYC-RAN-SW                     PIC X(1) VALUE "N".
           05 WS-RCYC-RECYCLED                   PIC 9(7) VALUE 0.
           05 WS-RCYC-DROPPED                    PIC 9(7) VALUE 0.
           05 WS-RCYC-AGED                       PIC 9(7) VALUE 0.
           05 WS-SUSP-COUNT                      PIC 9(7) VALUE 0.
           05 WS-SUSP-OVERAGE                    PIC 9(7) VALUE 0.
           05 WS-SUSP-OLDEST                     PIC 9(5) VALUE 0.
           05 WS-SUSP-GROW-NIGHTS                PIC 9(3) VALUE 0.
           05 WS-VALX-RAN-SW                     PIC X(1) VALUE "N".
           05 WS-GAP-ITEMS                       PIC 9(7) VALUE 0.
           05 WS-GAP-UNITS                       PIC 9(11) VALUE 0.
           05 WS-BAL-VERDICT                     PIC X(8)
                                                 VALUE SPACES.
           05 WS-OOB-COUNT                       PIC 9(7) VALUE 0.
           05 WS-PROM-RAN-SW                     PIC X(1) VALUE "N".
           05 WS-PROM-VERDICT                    PIC X(8)
                                                 VALUE SPACES.
           05 WS-PROM-RESTORE-SW                 PIC X(1) VALUE "N".
           05 WS-PL-RECS                         PIC 9(5) VALUE 0.
           05 WS-PL-ACTION                       PIC X(8)
                                                 VALUE SPACES.
           05 WS-PL-RUN-NUMBER                   PIC 9(5) VALUE 0.
           05 WS-PL-REC-COUNT                    PIC 9(7) VALUE 0.
           05 WS-PL-GEN-SLOT                     PIC 9(1) VALUE 0.
           05 WS-DIST-RAN-SW                     PIC X(1) VALUE "N".
           05 WS-DIST-ROUTED                     PIC 9(7) VALUE 0.
           05 WS-UNAS-DETAILS                    PIC 9(7) VALUE 0.
      *    The prior cycle's digest record, if there is one.
       01 PRIOR-VALUES.
           05 WS-DH-RECS                         PIC 9(5) VALUE 0.
           05 WS-PRIOR-CYCLE-DATE                PIC 9(8) VALUE 0.
           05 WS-PRIOR-RUN-NUMBER                PIC 9(5) VALUE 0.
           05 WS-PRIOR-EDIT-REJECTS              PIC 9(7) VALUE 0.
           05 WS-PRIOR-SUSP-COUNT                PIC 9(7) VALUE 0.
           05 WS-PRIOR-GROW-NIGHTS               PIC 9(3) VALUE 0.
           05 WS-PRIOR-GAP-ITEMS                 PIC 9(7) VALUE 0.
           05 WS-PRIOR-UNAS-DETAILS              PIC 9(7) VALUE 0.
           05 WS-PRIOR-OVERALL                   PIC X(4)
                                                 VALUE SPACES.
      *    The step being reported and the flags raised against it.
      *    Severity 0 is OK, 1 a warning, 2 red.
       01 STEP-VALUES.
           05 WS-STEP-NAME                       PIC X(14)
                                                 VALUE SPACES.
           05 WS-STEP-TEXT                       PIC X(71)
                                                 VALUE SPACES.
           05 WS-STEP-RAN-SW                     PIC X(1) VALUE "Y".
           05 WS-STEP-SEV                        PIC 9(1) VALUE 0.
           05 WS-WORST-SEV                       PIC 9(1) VALUE 0.
              88 ALL-STEPS-OK                    VALUE 0.
              88 SOME-STEP-WARNING               VALUE 1.
              88 SOME-STEP-RED                   VALUE 2.
           05 WS-FLAG-WORK                       PIC X(71)
                                                 VALUE SPACES.
           05 WS-FLAG-MAX                        PIC 9(2) VALUE 8.
           05 WS-FLAG-COUNT                      PIC 9(2) VALUE 0.
           05 WS-FLAG-IX                         PIC 9(2) VALUE 0.
           05 WS-FLAG-ENTRY OCCURS 8 TIMES.
              10 WS-FLAG-TEXT                    PIC X(71).
       01 WORK-VALUES.
           05 WS-AGE-DAYS                        PIC S9(7) VALUE 0.
           05 WS-REJECT-LIMIT                    PIC 9(9) VALUE 0.
           05 WS-RUN-GAP                         PIC 9(5) VALUE 0.
       01 RUN-TOTALS.
           05 WS-STEPS-OK                        PIC 9(2) VALUE 0.
           05 WS-STEPS-WARNING                   PIC 9(2) VALUE 0.
           05 WS-STEPS-RED                       PIC 9(2) VALUE 0.
           05 WS-FLAGS-RAISED                    PIC 9(3) VALUE 0.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR065".
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
      *    One step's status line, and a flag line beneath it.
           05 STEP-DETAIL.
              10 SD-STEP                     PIC X(14).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SD-STATUS                   PIC X(11).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 SD-TEXT                     PIC X(71).
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-EXPECTED-CYCLE.
           OPEN INPUT PARMFILE.
           PERFORM 130-READ-PARM.
           CLOSE PARMFILE.
           PERFORM 140-READ-RUN-CONTROL.
           PERFORM 150-LOAD-PRIOR-DIGEST.
           OPEN OUTPUT DIGRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 300-SCAN-EDIT-REPORT.
           PERFORM 310-SCAN-RECYCLE-REPORT.
           PERFORM 320-SCAN-SUSPENSE.
           PERFORM 330-SCAN-VALUATION-EXCEPTIONS.
           PERFORM 340-SCAN-BALANCE-REPORT.
           PERFORM 350-SCAN-PROMOTION.
           PERFORM 360-SCAN-DISTRIBUTION.
           PERFORM 500-DIGEST-EDIT.
           PERFORM 510-DIGEST-RECYCLE.
           PERFORM 520-DIGEST-MERGE.
           PERFORM 530-DIGEST-SUSPENSE.
           PERFORM 540-DIGEST-VALUATION.
           PERFORM 550-DIGEST-BALANCE.
           PERFORM 555-DIGEST-PROMOTION.
           PERFORM 558-DIGEST-DISTRIBUTION.
           PERFORM 560-WRITE-TRAILER.
           PERFORM 580-WRITE-DIGEST-HISTORY.
           CLOSE DIGRPT.
           EVALUATE TRUE
              WHEN SOME-STEP-RED
                 MOVE 8 TO RETURN-CODE
              WHEN SOME-STEP-WARNING
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       130-READ-PARM.
           READ PARMFILE
              AT END
                 MOVE "Y" TO PARM-EOF-SWITCH
              NOT AT END
                 PERFORM 135-EDIT-PARM-FIELDS
           END-READ.

       135-EDIT-PARM-FIELDS.
           IF PARM-CYCLE-DATE NOT = SPACES
              AND PARM-CYCLE-DATE IS NUMERIC
              MOVE PARM-CYCLE-DATE TO WS-EXPECTED-CYCLE
           END-IF.
           IF PARM-REJECT-PCT NOT = SPACES
              AND PARM-REJECT-PCT IS NUMERIC
              MOVE PARM-REJECT-PCT TO WS-REJECT-PCT
           END-IF.
           IF PARM-REJECT-FLOOR NOT = SPACES
              AND PARM-REJECT-FLOOR IS NUMERIC
              MOVE PARM-REJECT-FLOOR TO WS-REJECT-FLOOR
           END-IF.
           IF PARM-SUSP-AGE-DAYS NOT = SPACES
              AND PARM-SUSP-AGE-DAYS IS NUMERIC
              MOVE PARM-SUSP-AGE-DAYS TO WS-SUSP-AGE-DAYS
           END-IF.
           IF PARM-SUSP-GROW-LIMIT NOT = SPACES
              AND PARM-SUSP-GROW-LIMIT IS NUMERIC
              MOVE PARM-SUSP-GROW-LIMIT TO WS-SUSP-GROW-LIMIT
           END-IF.

      *    The cycle the digest reports on is the expected cycle;
      *    the last record on the run-control log is what the merge
      *    step is held against.
       140-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL.
           PERFORM 142-READ-RUNCTL-RECS
              UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.
           MOVE WS-EXPECTED-CYCLE TO WS-CYCLE-DATE.
           MOVE SPACE TO RUNCTL-EOF-SWITCH.
           OPEN INPUT RUNCTL.
           PERFORM 145-COUNT-CYCLE-RUNS
              UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.

       142-READ-RUNCTL-RECS.
           READ RUNCTL
              AT END
                 MOVE "Y" TO RUNCTL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RUNCTL-RECS
                 MOVE WS-LAST-RUN-NUMBER TO WS-PREV-RUN-NUMBER
                 MOVE RUNC-CYCLE-DATE TO WS-LAST-CYCLE-DATE
                 MOVE RUNC-RUN-NUMBER TO WS-LAST-RUN-NUMBER
                 MOVE RUNC-MS-COUNT TO WS-LAST-MS-COUNT
                 MOVE RUNC-CH-COUNT TO WS-LAST-CH-COUNT
                 MOVE RUNC-OUT-COUNT TO WS-LAST-OUT-COUNT
           END-READ.

       145-COUNT-CYCLE-RUNS.
           READ RUNCTL
              AT END
                 MOVE "Y" TO RUNCTL-EOF-SWITCH
              NOT AT END
                 IF RUNC-CYCLE-DATE = WS-CYCLE-DATE
                    ADD 1 TO WS-CYCLE-RUNS
                 END-IF
           END-READ.

      *    The prior cycle is the last digest record for an earlier
      *    cycle date - a rerun of tonight's digest is skipped so it
      *    never compares the cycle with itself.
       150-LOAD-PRIOR-DIGEST.
           OPEN INPUT DIGHIST.
           PERFORM 152-READ-DIGEST-RECS
              UNTIL DH-EOF-SWITCH = "Y".
           CLOSE DIGHIST.

       152-READ-DIGEST-RECS.
           READ DIGHIST
              AT END
                 MOVE "Y" TO DH-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-DH-RECS
                 IF DH-CYCLE-DATE < WS-CYCLE-DATE
                    MOVE "Y" TO WS-PRIOR-FOUND-SW
                    MOVE DH-CYCLE-DATE TO WS-PRIOR-CYCLE-DATE
                    MOVE DH-RUN-NUMBER TO WS-PRIOR-RUN-NUMBER
                    MOVE DH-EDIT-REJECTS TO WS-PRIOR-EDIT-REJECTS
                    MOVE DH-SUSP-COUNT TO WS-PRIOR-SUSP-COUNT
                    MOVE DH-SUSP-GROW-NIGHTS TO WS-PRIOR-GROW-NIGHTS
                    MOVE DH-GAP-ITEMS TO WS-PRIOR-GAP-ITEMS
                    MOVE DH-UNAS-DETAILS TO WS-PRIOR-UNAS-DETAILS
                    MOVE DH-OVERALL TO WS-PRIOR-OVERALL
                 END-IF
           END-READ.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "MORNING DIGEST" TO REPORT-NAME.
           MOVE "NIGHTLY STATUS" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CYCLE DATE: " DELIMITED BY SIZE
              WS-CYCLE-DATE DELIMITED BY SIZE
              "  RUN NUMBER: " DELIMITED BY SIZE
              WS-LAST-RUN-NUMBER DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF PRIOR-FOUND
              STRING "PRIOR CYCLE: " DELIMITED BY SIZE
                 WS-PRIOR-CYCLE-DATE DELIMITED BY SIZE
                 "  RUN NUMBER: " DELIMITED BY SIZE
                 WS-PRIOR-RUN-NUMBER DELIMITED BY SIZE
                 "  STATUS: " DELIMITED BY SIZE
                 WS-PRIOR-OVERALL DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
           ELSE
              STRING "PRIOR CYCLE: NONE ON DIGHIST - NO COMPARISON"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "STEP            STATUS       DETAIL"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *    One scan per listing - same idea each time, its own read
      *    loop because each file has its own record area. Only the
      *    control-totals lines are picked out; the counts sit
      *    straight after their labels as PR40nn wrote them.
       300-SCAN-EDIT-REPORT.
           MOVE "N" TO WS-IN-EOF-SW.
           OPEN INPUT EDITRPT.
           PERFORM 302-READ-EDIT-LINE
              UNTIL WS-IN-EOF-SW = "Y".
           CLOSE EDITRPT.

       302-READ-EDIT-LINE.
           READ EDITRPT
              AT END
                 MOVE "Y" TO WS-IN-EOF-SW
              NOT AT END
                 MOVE EDIT-LINE TO WS-IN-LINE
                 PERFORM 305-PICK-EDIT-TOTALS
           END-READ.

       305-PICK-EDIT-TOTALS.
           EVALUATE TRUE
              WHEN WS-IN-LINE (1:7) = "*** END"
                 MOVE "Y" TO WS-EDIT-RAN-SW
              WHEN WS-IN-LINE (1:20) = "CHNGE RECORDS READ: "
                 AND WS-IN-LINE (21:7) IS NUMERIC
                 MOVE WS-IN-LINE (21:7) TO WS-EDIT-READ
              WHEN WS-IN-LINE (1:18) = "RECORDS REJECTED: "
                 AND WS-IN-LINE (19:7) IS NUMERIC
                 MOVE WS-IN-LINE (19:7) TO WS-EDIT-REJECTS
           END-EVALUATE.

       310-SCAN-RECYCLE-REPORT.
           MOVE "N" TO WS-IN-EOF-SW.
           OPEN INPUT RCYCRPT.
           PERFORM 312-READ-RECYCLE-LINE
              UNTIL WS-IN-EOF-SW = "Y".
           CLOSE RCYCRPT.

       312-READ-RECYCLE-LINE.
           READ RCYCRPT
              AT END
                 MOVE "Y" TO WS-IN-EOF-SW
              NOT AT END
                 MOVE RCYC-LINE TO WS-IN-LINE
                 PERFORM 315-PICK-RECYCLE-TOTALS
           END-READ.

       315-PICK-RECYCLE-TOTALS.
           EVALUATE TRUE
              WHEN WS-IN-LINE (1:7) = "*** END"
                 MOVE "Y" TO WS-RCYC-RAN-SW
              WHEN WS-IN-LINE (1:27) = "SUSPENSE RECORDS RECYCLED: "
                 AND WS-IN-LINE (28:7) IS NUMERIC
                 MOVE WS-IN-LINE (28:7) TO WS-RCYC-RECYCLED
              WHEN WS-IN-LINE (1:40) =
                 "SUSPENSE RECORDS DROPPED - NOT NUMERIC: "
                 AND WS-IN-LINE (41:7) IS NUMERIC
                 MOVE WS-IN-LINE (41:7) TO WS-RCYC-DROPPED
              WHEN WS-IN-LINE (1:38) =
                 "SUSPENSE RECORDS AGED OFF TO REJECTS: "
                 AND WS-IN-LINE (39:7) IS NUMERIC
                 MOVE WS-IN-LINE (39:7) TO WS-RCYC-AGED
           END-EVALUATE.

      *    Volume and age of what the merge left held. Age runs from
      *    the date the transaction first went to suspense to the
      *    cycle date.
       320-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE.
           PERFORM 322-READ-SUSPENSE
              UNTIL SUSP-EOF-SWITCH = "Y".
           CLOSE SUSPENSE.

       322-READ-SUSPENSE.
           READ SUSPENSE
              AT END
                 MOVE "Y" TO SUSP-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-SUSP-COUNT
                 PERFORM 325-AGE-SUSPENSE-RECORD
           END-READ.

       325-AGE-SUSPENSE-RECORD.
           IF SUSP-FIRST-DATE IS NUMERIC
              AND SUSP-FIRST-DATE NOT = ZEROS
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                 - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (SUSP-FIRST-DATE))
              IF WS-AGE-DAYS > WS-SUSP-AGE-DAYS
                 ADD 1 TO WS-SUSP-OVERAGE
              END-IF
              IF WS-AGE-DAYS > WS-SUSP-OLDEST
                 MOVE WS-AGE-DAYS TO WS-SUSP-OLDEST
              END-IF
           END-IF.

      *    VALEXC carries no end-of-run banner - its two gap totals
      *    are the last thing the merge writes to it.
       330-SCAN-VALUATION-EXCEPTIONS.
           MOVE "N" TO WS-IN-EOF-SW.
           OPEN INPUT VALEXC.
           PERFORM 332-READ-VALEXC-LINE
              UNTIL WS-IN-EOF-SW = "Y".
           CLOSE VALEXC.

       332-READ-VALEXC-LINE.
           READ VALEXC
              AT END
                 MOVE "Y" TO WS-IN-EOF-SW
              NOT AT END
                 MOVE VALEXC-LINE TO WS-IN-LINE
                 PERFORM 335-PICK-VALEXC-TOTALS
           END-READ.

       335-PICK-VALEXC-TOTALS.
           EVALUATE TRUE
              WHEN WS-IN-LINE (1:28) = "ITEMS WITH NO COST ON FILE: "
                 AND WS-IN-LINE (29:7) IS NUMERIC
                 MOVE "Y" TO WS-VALX-RAN-SW
                 MOVE WS-IN-LINE (29:7) TO WS-GAP-ITEMS
              WHEN WS-IN-LINE (1:30) =
                 "UNVALUED UNITS ON NEW MASTER: "
                 AND WS-IN-LINE (31:11) IS NUMERIC
                 MOVE WS-IN-LINE (31:11) TO WS-GAP-UNITS
           END-EVALUATE.

       340-SCAN-BALANCE-REPORT.
           MOVE "N" TO WS-IN-EOF-SW.
           OPEN INPUT BALRPT.
           PERFORM 342-READ-BALANCE-LINE
              UNTIL WS-IN-EOF-SW = "Y".
           CLOSE BALRPT.

       342-READ-BALANCE-LINE.
           READ BALRPT
              AT END
                 MOVE "Y" TO WS-IN-EOF-SW
              NOT AT END
                 MOVE BAL-LINE TO WS-IN-LINE
                 PERFORM 345-PICK-BALANCE-TOTALS
           END-READ.

       345-PICK-BALANCE-TOTALS.
           EVALUATE TRUE
              WHEN WS-IN-LINE (1:22) = "ITEMS OUT OF BALANCE: "
                 AND WS-IN-LINE (23:7) IS NUMERIC
                 MOVE WS-IN-LINE (23:7) TO WS-OOB-COUNT
              WHEN WS-IN-LINE (1:20) = "*** RUN BALANCED ***"
                 MOVE "BALANCED" TO WS-BAL-VERDICT
              WHEN WS-IN-LINE (1:26) = "*** RUN OUT OF BALANCE ***"
                 MOVE "OUTOFBAL" TO WS-BAL-VERDICT
           END-EVALUATE.

      *    PROMRPT gives the proof verdict; the last PROMLOG record
      *    says which run was promoted (or restored).
       350-SCAN-PROMOTION.
           MOVE "N" TO WS-IN-EOF-SW.
           OPEN INPUT PROMRPT.
           PERFORM 352-READ-PROMOTION-LINE
              UNTIL WS-IN-EOF-SW = "Y".
           CLOSE PROMRPT.
           OPEN INPUT PROMLOG.
           PERFORM 356-READ-PROMOTION-LOG
              UNTIL PL-EOF-SWITCH = "Y".
           CLOSE PROMLOG.

       352-READ-PROMOTION-LINE.
           READ PROMRPT
              AT END
                 MOVE "Y" TO WS-IN-EOF-SW
              NOT AT END
                 MOVE PROM-LINE TO WS-IN-LINE
                 PERFORM 354-PICK-PROMOTION-TOTALS
           END-READ.

       354-PICK-PROMOTION-TOTALS.
           EVALUATE TRUE
              WHEN WS-IN-LINE (1:7) = "*** END"
                 MOVE "Y" TO WS-PROM-RAN-SW
              WHEN WS-IN-LINE (1:15) = "ACTION: RESTORE"
                 MOVE "Y" TO WS-PROM-RESTORE-SW
              WHEN WS-IN-LINE (1:22) = "*** PROMOTION BALANCED"
                 MOVE "BALANCED" TO WS-PROM-VERDICT
              WHEN WS-IN-LINE (1:32) =
                 "*** PROMOTION OUT OF BALANCE ***"
                 MOVE "OUTOFBAL" TO WS-PROM-VERDICT
           END-EVALUATE.

       356-READ-PROMOTION-LOG.
           READ PROMLOG
              AT END
                 MOVE "Y" TO PL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-PL-RECS
                 MOVE PL-ACTION TO WS-PL-ACTION
                 MOVE PL-RUN-NUMBER TO WS-PL-RUN-NUMBER
                 MOVE PL-REC-COUNT TO WS-PL-REC-COUNT
                 MOVE PL-GEN-SLOT TO WS-PL-GEN-SLOT
           END-READ.

       360-SCAN-DISTRIBUTION.
           MOVE "N" TO WS-IN-EOF-SW.
           OPEN INPUT DISTSUM.
           PERFORM 362-READ-DISTRIBUTION-LINE
              UNTIL WS-IN-EOF-SW = "Y".
           CLOSE DISTSUM.

       362-READ-DISTRIBUTION-LINE.
           READ DISTSUM
              AT END
                 MOVE "Y" TO WS-IN-EOF-SW
              NOT AT END
                 MOVE DIST-LINE TO WS-IN-LINE
                 PERFORM 365-PICK-DISTRIBUTION-TOTALS
           END-READ.

       365-PICK-DISTRIBUTION-TOTALS.
           EVALUATE TRUE
              WHEN WS-IN-LINE (1:7) = "*** END"
                 MOVE "Y" TO WS-DIST-RAN-SW
              WHEN WS-IN-LINE (1:32) =
                 "DETAIL LINES ROUTED TO REGIONS: "
                 AND WS-IN-LINE (33:7) IS NUMERIC
                 MOVE WS-IN-LINE (33:7) TO WS-DIST-ROUTED
              WHEN WS-IN-LINE (1:35) =
                 "DETAIL LINES IN UNASSIGNED BUNDLE: "
                 AND WS-IN-LINE (36:7) IS NUMERIC
                 MOVE WS-IN-LINE (36:7) TO WS-UNAS-DETAILS
           END-EVALUATE.

      *    The step lines, in stream order. Each one starts clean,
      *    raises whatever flags apply, and prints its status line
      *    with the flags beneath.
       500-DIGEST-EDIT.
           MOVE "EDIT" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           IF WS-EDIT-RAN-SW NOT = "Y"
              MOVE "NO CONTROL TOTALS ON EDITRPT" TO WS-STEP-TEXT
              PERFORM 830-STEP-DID-NOT-RUN
           ELSE
              IF PRIOR-FOUND
                 STRING "CARDS READ: " DELIMITED BY SIZE
                    WS-EDIT-READ DELIMITED BY SIZE
                    "  REJECTED: " DELIMITED BY SIZE
                    WS-EDIT-REJECTS DELIMITED BY SIZE
                    "  PRIOR REJECTED: " DELIMITED BY SIZE
                    WS-PRIOR-EDIT-REJECTS DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
                 PERFORM 505-CHECK-REJECT-RISE
              ELSE
                 STRING "CARDS READ: " DELIMITED BY SIZE
                    WS-EDIT-READ DELIMITED BY SIZE
                    "  REJECTED: " DELIMITED BY SIZE
                    WS-EDIT-REJECTS DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
              END-IF
              IF WS-EDIT-READ = 0
                 MOVE "NO CHANGE CARDS READ THIS CYCLE"
                    TO WS-FLAG-WORK
                 PERFORM 820-RAISE-WARNING
              END-IF
           END-IF.
           PERFORM 850-WRITE-STEP.

       505-CHECK-REJECT-RISE.
           COMPUTE WS-REJECT-LIMIT =
              WS-PRIOR-EDIT-REJECTS * (100 + WS-REJECT-PCT) / 100.
           IF WS-EDIT-REJECTS >= WS-REJECT-FLOOR
              AND WS-EDIT-REJECTS > WS-REJECT-LIMIT
              STRING "REJECTS UP SHARPLY - " DELIMITED BY SIZE
                 WS-EDIT-REJECTS DELIMITED BY SIZE
                 " AGAINST " DELIMITED BY SIZE
                 WS-PRIOR-EDIT-REJECTS DELIMITED BY SIZE
                 " PRIOR CYCLE" DELIMITED BY SIZE
                 INTO WS-FLAG-WORK
              END-STRING
              PERFORM 820-RAISE-WARNING
           END-IF.

       510-DIGEST-RECYCLE.
           MOVE "RECYCLE" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           IF WS-RCYC-RAN-SW NOT = "Y"
              MOVE "NO CONTROL TOTALS ON RCYCRPT" TO WS-STEP-TEXT
              PERFORM 830-STEP-DID-NOT-RUN
           ELSE
              STRING "RECYCLED: " DELIMITED BY SIZE
                 WS-RCYC-RECYCLED DELIMITED BY SIZE
                 "  AGED OFF: " DELIMITED BY SIZE
                 WS-RCYC-AGED DELIMITED BY SIZE
                 "  DROPPED NOT NUMERIC: " DELIMITED BY SIZE
                 WS-RCYC-DROPPED DELIMITED BY SIZE
                 INTO WS-STEP-TEXT
              END-STRING
              IF WS-RCYC-AGED > 0
                 STRING WS-RCYC-AGED DELIMITED BY SIZE
                    " HELD TRANSACTIONS AGED OFF TO REJECTS"
                    DELIMITED BY SIZE
                    " - SUPERVISOR REVIEW" DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 820-RAISE-WARNING
              END-IF
              IF WS-RCYC-DROPPED > 0
                 STRING WS-RCYC-DROPPED DELIMITED BY SIZE
                    " SUSPENSE RECORDS DROPPED - NOT NUMERIC"
                    DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 820-RAISE-WARNING
              END-IF
           END-IF.
           PERFORM 850-WRITE-STEP.

      *    The merge proves itself on RUNCTL - a new run number for
      *    the expected cycle, one after its predecessor.
       520-DIGEST-MERGE.
           MOVE "MERGE" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           EVALUATE TRUE
              WHEN WS-RUNCTL-RECS = 0
                 MOVE "RUN-CONTROL LOG EMPTY" TO WS-STEP-TEXT
                 PERFORM 830-STEP-DID-NOT-RUN
              WHEN WS-LAST-CYCLE-DATE NOT = WS-EXPECTED-CYCLE
                 STRING "LAST RUN-CONTROL CYCLE " DELIMITED BY SIZE
                    WS-LAST-CYCLE-DATE DELIMITED BY SIZE
                    " - EXPECTED " DELIMITED BY SIZE
                    WS-EXPECTED-CYCLE DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
                 PERFORM 830-STEP-DID-NOT-RUN
              WHEN PRIOR-FOUND
                 AND WS-LAST-RUN-NUMBER = WS-PRIOR-RUN-NUMBER
                 STRING "NO RUN SINCE PRIOR CYCLE - LAST RUN "
                    DELIMITED BY SIZE
                    WS-LAST-RUN-NUMBER DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
                 PERFORM 830-STEP-DID-NOT-RUN
              WHEN OTHER
                 STRING "RUN " DELIMITED BY SIZE
                    WS-LAST-RUN-NUMBER DELIMITED BY SIZE
                    "  MASTER IN: " DELIMITED BY SIZE
                    WS-LAST-MS-COUNT DELIMITED BY SIZE
                    "  CHANGES: " DELIMITED BY SIZE
                    WS-LAST-CH-COUNT DELIMITED BY SIZE
                    "  MASTER OUT: " DELIMITED BY SIZE
                    WS-LAST-OUT-COUNT DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
                 PERFORM 525-CHECK-RUN-SEQUENCE
           END-EVALUATE.
           PERFORM 850-WRITE-STEP.

       525-CHECK-RUN-SEQUENCE.
           IF WS-RUNCTL-RECS > 1
              AND WS-LAST-RUN-NUMBER NOT = WS-PREV-RUN-NUMBER + 1
              STRING "RUN NUMBER GAP ON RUNCTL - " DELIMITED BY SIZE
                 WS-LAST-RUN-NUMBER DELIMITED BY SIZE
                 " FOLLOWS " DELIMITED BY SIZE
                 WS-PREV-RUN-NUMBER DELIMITED BY SIZE
                 INTO WS-FLAG-WORK
              END-STRING
              PERFORM 820-RAISE-WARNING
           END-IF.
           IF WS-CYCLE-RUNS > 1
              STRING "MERGE RAN " DELIMITED BY SIZE
                 WS-CYCLE-RUNS DELIMITED BY SIZE
                 " TIMES FOR THIS CYCLE DATE" DELIMITED BY SIZE
                 INTO WS-FLAG-WORK
              END-STRING
              PERFORM 820-RAISE-WARNING
           END-IF.
           IF PRIOR-FOUND
              AND WS-LAST-RUN-NUMBER > WS-PRIOR-RUN-NUMBER + 1
              COMPUTE WS-RUN-GAP =
                 WS-LAST-RUN-NUMBER - WS-PRIOR-RUN-NUMBER
              STRING WS-RUN-GAP DELIMITED BY SIZE
                 " RUNS SINCE PRIOR CYCLE'S DIGEST (RUN "
                 DELIMITED BY SIZE
                 WS-PRIOR-RUN-NUMBER DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-FLAG-WORK
              END-STRING
              PERFORM 820-RAISE-WARNING
           END-IF.

      *    Suspense growing night over night is a warning; growing
      *    WS-SUSP-GROW-LIMIT nights running is red.
       530-DIGEST-SUSPENSE.
           MOVE "SUSPENSE" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           STRING "HELD: " DELIMITED BY SIZE
              WS-SUSP-COUNT DELIMITED BY SIZE
              "  OVER " DELIMITED BY SIZE
              WS-SUSP-AGE-DAYS DELIMITED BY SIZE
              " DAYS: " DELIMITED BY SIZE
              WS-SUSP-OVERAGE DELIMITED BY SIZE
              "  OLDEST: " DELIMITED BY SIZE
              WS-SUSP-OLDEST DELIMITED BY SIZE
              " DAYS" DELIMITED BY SIZE
              INTO WS-STEP-TEXT
           END-STRING.
           MOVE 0 TO WS-SUSP-GROW-NIGHTS.
           IF PRIOR-FOUND
              AND WS-SUSP-COUNT > WS-PRIOR-SUSP-COUNT
              COMPUTE WS-SUSP-GROW-NIGHTS = WS-PRIOR-GROW-NIGHTS + 1
              STRING "SUSPENSE GROWING - " DELIMITED BY SIZE
                 WS-SUSP-COUNT DELIMITED BY SIZE
                 " HELD AGAINST " DELIMITED BY SIZE
                 WS-PRIOR-SUSP-COUNT DELIMITED BY SIZE
                 " PRIOR CYCLE" DELIMITED BY SIZE
                 INTO WS-FLAG-WORK
              END-STRING
              IF WS-SUSP-GROW-NIGHTS >= WS-SUSP-GROW-LIMIT
                 PERFORM 810-ADD-FLAG
                 STRING "SUSPENSE HAS GROWN " DELIMITED BY SIZE
                    WS-SUSP-GROW-NIGHTS DELIMITED BY SIZE
                    " NIGHTS RUNNING" DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 825-RAISE-RED
              ELSE
                 PERFORM 820-RAISE-WARNING
              END-IF
           END-IF.
           IF WS-SUSP-OVERAGE > 0
              STRING WS-SUSP-OVERAGE DELIMITED BY SIZE
                 " HELD TRANSACTIONS OLDER THAN " DELIMITED BY SIZE
                 WS-SUSP-AGE-DAYS DELIMITED BY SIZE
                 " DAYS" DELIMITED BY SIZE
                 INTO WS-FLAG-WORK
              END-STRING
              PERFORM 820-RAISE-WARNING
           END-IF.
           PERFORM 850-WRITE-STEP.

       540-DIGEST-VALUATION.
           MOVE "VALUATION" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           IF WS-VALX-RAN-SW NOT = "Y"
              MOVE "NO GAP TOTALS ON VALEXC" TO WS-STEP-TEXT
              PERFORM 830-STEP-DID-NOT-RUN
           ELSE
              STRING "ITEMS WITH NO COST: " DELIMITED BY SIZE
                 WS-GAP-ITEMS DELIMITED BY SIZE
                 "  UNVALUED UNITS: " DELIMITED BY SIZE
                 WS-GAP-UNITS DELIMITED BY SIZE
                 INTO WS-STEP-TEXT
              END-STRING
              IF WS-GAP-ITEMS > 0
                 STRING WS-GAP-ITEMS DELIMITED BY SIZE
                    " MASTER ITEMS HAVE NO COST ON ITEMXREF"
                    DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 820-RAISE-WARNING
              END-IF
              IF PRIOR-FOUND
                 AND WS-GAP-ITEMS > WS-PRIOR-GAP-ITEMS
                 STRING "COST GAPS UP - " DELIMITED BY SIZE
                    WS-GAP-ITEMS DELIMITED BY SIZE
                    " AGAINST " DELIMITED BY SIZE
                    WS-PRIOR-GAP-ITEMS DELIMITED BY SIZE
                    " PRIOR CYCLE" DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 820-RAISE-WARNING
              END-IF
           END-IF.
           PERFORM 850-WRITE-STEP.

       550-DIGEST-BALANCE.
           MOVE "BALANCE" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           EVALUATE WS-BAL-VERDICT
              WHEN "BALANCED"
                 STRING "VERDICT: BALANCED  ITEMS OUT OF BALANCE: "
                    DELIMITED BY SIZE
                    WS-OOB-COUNT DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
              WHEN "OUTOFBAL"
                 STRING "VERDICT: OUT OF BALANCE  ITEMS: "
                    DELIMITED BY SIZE
                    WS-OOB-COUNT DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
                 MOVE "OUTFILE FAILED THE PROOF - SEE BALRPT"
                    TO WS-FLAG-WORK
                 PERFORM 825-RAISE-RED
              WHEN OTHER
                 MOVE "NO VERDICT ON BALRPT" TO WS-STEP-TEXT
                 PERFORM 830-STEP-DID-NOT-RUN
           END-EVALUATE.
           PERFORM 850-WRITE-STEP.

      *    The promotion must have finished, proved, and logged the
      *    run the merge just made.
       555-DIGEST-PROMOTION.
           MOVE "PROMOTION" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           IF WS-PROM-RAN-SW NOT = "Y"
              MOVE "NO CONTROL TOTALS ON PROMRPT" TO WS-STEP-TEXT
              PERFORM 830-STEP-DID-NOT-RUN
           ELSE
              STRING "ACTION: " DELIMITED BY SIZE
                 WS-PL-ACTION DELIMITED BY SIZE
                 "  RUN: " DELIMITED BY SIZE
                 WS-PL-RUN-NUMBER DELIMITED BY SIZE
                 "  RECORDS: " DELIMITED BY SIZE
                 WS-PL-REC-COUNT DELIMITED BY SIZE
                 "  SLOT: " DELIMITED BY SIZE
                 WS-PL-GEN-SLOT DELIMITED BY SIZE
                 INTO WS-STEP-TEXT
              END-STRING
              IF WS-PROM-VERDICT NOT = "BALANCED"
                 STRING "PROMOTION PROOF OUT OF BALANCE - "
                    DELIMITED BY SIZE
                    "DO NOT CATALOG MSNEXT" DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 825-RAISE-RED
              END-IF
              IF WS-PL-RECS = 0
                 OR WS-PL-RUN-NUMBER NOT = WS-LAST-RUN-NUMBER
                 STRING "PROMOTION LOG DOES NOT SHOW RUN "
                    DELIMITED BY SIZE
                    WS-LAST-RUN-NUMBER DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 825-RAISE-RED
              END-IF
              IF WS-PROM-RESTORE-SW = "Y"
                 STRING "MASTER RESTORED FROM GENERATION SLOT "
                    DELIMITED BY SIZE
                    WS-PL-GEN-SLOT DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 820-RAISE-WARNING
              END-IF
           END-IF.
           PERFORM 850-WRITE-STEP.

       558-DIGEST-DISTRIBUTION.
           MOVE "DISTRIBUTION" TO WS-STEP-NAME.
           PERFORM 800-START-STEP.
           IF WS-DIST-RAN-SW NOT = "Y"
              MOVE "NO CONTROL TOTALS ON DISTSUM" TO WS-STEP-TEXT
              PERFORM 830-STEP-DID-NOT-RUN
           ELSE
              IF PRIOR-FOUND
                 STRING "ROUTED TO REGIONS: " DELIMITED BY SIZE
                    WS-DIST-ROUTED DELIMITED BY SIZE
                    "  UNASSIGNED: " DELIMITED BY SIZE
                    WS-UNAS-DETAILS DELIMITED BY SIZE
                    "  PRIOR: " DELIMITED BY SIZE
                    WS-PRIOR-UNAS-DETAILS DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
              ELSE
                 STRING "ROUTED TO REGIONS: " DELIMITED BY SIZE
                    WS-DIST-ROUTED DELIMITED BY SIZE
                    "  UNASSIGNED: " DELIMITED BY SIZE
                    WS-UNAS-DETAILS DELIMITED BY SIZE
                    INTO WS-STEP-TEXT
                 END-STRING
              END-IF
              IF WS-UNAS-DETAILS > 0
                 STRING "UNASSIGNED BUNDLE NOT EMPTY - "
                    DELIMITED BY SIZE
                    WS-UNAS-DETAILS DELIMITED BY SIZE
                    " LINES - CHECK BRNCHREF" DELIMITED BY SIZE
                    INTO WS-FLAG-WORK
                 END-STRING
                 PERFORM 820-RAISE-WARNING
              END-IF
           END-IF.
           PERFORM 850-WRITE-STEP.

       560-WRITE-TRAILER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "STEPS OK: " DELIMITED BY SIZE
              WS-STEPS-OK DELIMITED BY SIZE
              "  WARNING: " DELIMITED BY SIZE
              WS-STEPS-WARNING DELIMITED BY SIZE
              "  RED: " DELIMITED BY SIZE
              WS-STEPS-RED DELIMITED BY SIZE
              "  FLAGS RAISED: " DELIMITED BY SIZE
              WS-FLAGS-RAISED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
              WHEN SOME-STEP-RED
                 STRING "*** NIGHT IS RED - PAGE ON-CALL ***"
                    DELIMITED BY SIZE INTO RPT-LINE
                 END-STRING
                 DISPLAY "DIGEST RED"
              WHEN SOME-STEP-WARNING
                 STRING "*** NIGHT COMPLETE WITH WARNINGS ***"
                    DELIMITED BY SIZE INTO RPT-LINE
                 END-STRING
                 DISPLAY "DIGEST WARNING"
              WHEN OTHER
                 STRING "*** NIGHT CLEAN ***"
                    DELIMITED BY SIZE INTO RPT-LINE
                 END-STRING
                 DISPLAY "DIGEST CLEAN"
           END-EVALUATE.
           WRITE RPT-LINE.

      *    Tonight's figures, for tomorrow's comparison.
       580-WRITE-DIGEST-HISTORY.
           OPEN EXTEND DIGHIST.
           MOVE SPACES TO DH-RECORD.
           MOVE WS-CYCLE-DATE TO DH-CYCLE-DATE.
           MOVE WS-LAST-RUN-NUMBER TO DH-RUN-NUMBER.
           MOVE WS-EDIT-READ TO DH-EDIT-READ.
           MOVE WS-EDIT-REJECTS TO DH-EDIT-REJECTS.
           MOVE WS-RCYC-AGED TO DH-RCYC-AGED.
           MOVE WS-SUSP-COUNT TO DH-SUSP-COUNT.
           MOVE WS-SUSP-OVERAGE TO DH-SUSP-OVERAGE.
           MOVE WS-SUSP-GROW-NIGHTS TO DH-SUSP-GROW-NIGHTS.
           MOVE WS-OOB-COUNT TO DH-OOB-COUNT.
           MOVE WS-GAP-ITEMS TO DH-GAP-ITEMS.
           MOVE WS-UNAS-DETAILS TO DH-UNAS-DETAILS.
           EVALUATE TRUE
              WHEN SOME-STEP-RED
                 MOVE "RED" TO DH-OVERALL
              WHEN SOME-STEP-WARNING
                 MOVE "WARN" TO DH-OVERALL
              WHEN OTHER
                 MOVE "OK" TO DH-OVERALL
           END-EVALUATE.
           WRITE DH-RECORD.
           CLOSE DIGHIST.

       800-START-STEP.
           MOVE SPACES TO WS-STEP-TEXT.
           MOVE SPACES TO WS-FLAG-WORK.
           MOVE "Y" TO WS-STEP-RAN-SW.
           MOVE 0 TO WS-STEP-SEV.
           MOVE 0 TO WS-FLAG-COUNT.

      *    File the flag text in hand against the step. A step with
      *    more flags than the table holds keeps the first ones -
      *    its severity still counts every one.
       810-ADD-FLAG.
           ADD 1 TO WS-FLAGS-RAISED.
           IF WS-FLAG-COUNT < WS-FLAG-MAX
              ADD 1 TO WS-FLAG-COUNT
              MOVE WS-FLAG-WORK TO WS-FLAG-TEXT (WS-FLAG-COUNT)
           END-IF.
           MOVE SPACES TO WS-FLAG-WORK.

       820-RAISE-WARNING.
           PERFORM 810-ADD-FLAG.
           IF WS-STEP-SEV < 1
              MOVE 1 TO WS-STEP-SEV
           END-IF.

       825-RAISE-RED.
           IF WS-FLAG-WORK NOT = SPACES
              PERFORM 810-ADD-FLAG
           END-IF.
           MOVE 2 TO WS-STEP-SEV.

       830-STEP-DID-NOT-RUN.
           MOVE "N" TO WS-STEP-RAN-SW.
           MOVE 2 TO WS-STEP-SEV.

       850-WRITE-STEP.
           MOVE SPACES TO STEP-DETAIL.
           MOVE WS-STEP-NAME TO SD-STEP.
           EVALUATE TRUE
              WHEN WS-STEP-RAN-SW NOT = "Y"
                 MOVE "DID NOT RUN" TO SD-STATUS
              WHEN WS-STEP-SEV = 2
                 MOVE "*** RED ***" TO SD-STATUS
              WHEN WS-STEP-SEV = 1
                 MOVE "WARNING" TO SD-STATUS
              WHEN OTHER
                 MOVE "OK" TO SD-STATUS
           END-EVALUATE.
           MOVE WS-STEP-TEXT TO SD-TEXT.
           MOVE STEP-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 855-WRITE-ONE-FLAG
              VARYING WS-FLAG-IX FROM 1 BY 1
              UNTIL WS-FLAG-IX > WS-FLAG-COUNT.
           EVALUATE WS-STEP-SEV
              WHEN 2
                 ADD 1 TO WS-STEPS-RED
              WHEN 1
                 ADD 1 TO WS-STEPS-WARNING
              WHEN OTHER
                 ADD 1 TO WS-STEPS-OK
           END-EVALUATE.
           IF WS-STEP-SEV > WS-WORST-SEV
              MOVE WS-STEP-SEV TO WS-WORST-SEV
           END-IF.

       855-WRITE-ONE-FLAG.
           MOVE SPACES TO STEP-DETAIL.
           MOVE "  FLAG:" TO SD-STATUS.
           MOVE WS-FLAG-TEXT (WS-FLAG-IX) TO SD-TEXT.
           MOVE STEP-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
