       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4067.
      *    Partition split for the nightly merge. The merge is one
      *    pass over the whole company master; split by a table of
      *    state ranges, each partition can be merged by its own
      *    PR4041 step - in parallel, with its own checkpoint,
      *    suspense and audit output - and PR4068 puts the night
      *    back together afterwards.
      *    PARTTBL holds one record per partition, numbered 1 up
      *    through at most 5, each a low/high state range; ranges
      *    must ascend without overlapping and between them cover
      *    every state on file (a master, change or open-order
      *    record outside every range is a table error, RC 20).
      *    Each partition gets:
      *      - MSPARTn  its states' MSFILE records
      *      - CHPARTn  its states' change records, wrapped in a
      *                 header carrying the company cycle date and
      *                 file id plus the partition number, its
      *                 MSFILE count and this split's run
      *                 timestamp, and a trailer count - PR4041
      *                 sees the partition stamp and runs as that
      *                 partition
      *      - OOPARTn  its states' open purchase orders
      *    A "T" card goes with its shipping key. Transfers are
      *    decided here, once, over the company files by the same
      *    rules as the merge's 140-series pre-scan - a partition
      *    cannot decide them, since the other leg may belong to
      *    another partition - and every verdict goes to XFRTBL,
      *    which every partition loads. Both legs of a transfer
      *    that crosses partitions therefore read one verdict and
      *    post or hold together.
      *    The same startup checks as the merge run here against
      *    the company files: CHNGE header, duplicate file id and
      *    cycle date against RUNCTL, and the whole MSFILE count
      *    against the last run's out count (checked during the
      *    cut so the master is read only once - an abend leaves
      *    partial cuts no partition may be run from).
      *    PR4047 balances the company MSFILE and CHNGE against
      *    PR4068's recombined OUTFILE, exactly as for a single
      *    run. Rerunning the split restamps the run, so every
      *    partition must then be rerun too - PR4068 refuses a
      *    mix of runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTTBL ASSIGN TO PARTTBL.
           SELECT MSFILE ASSIGN TO MSFILE.
           SELECT CHNGE ASSIGN TO CHNGE.
           SELECT OPTIONAL OPNORD ASSIGN TO OPNORD.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.
           SELECT BRNCHREF ASSIGN TO BRNCHREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-LOC-KEY.
           SELECT MSPART1 ASSIGN TO MSPART1.
           SELECT MSPART2 ASSIGN TO MSPART2.
           SELECT MSPART3 ASSIGN TO MSPART3.
           SELECT MSPART4 ASSIGN TO MSPART4.
           SELECT MSPART5 ASSIGN TO MSPART5.
           SELECT CHPART1 ASSIGN TO CHPART1.
           SELECT CHPART2 ASSIGN TO CHPART2.
           SELECT CHPART3 ASSIGN TO CHPART3.
           SELECT CHPART4 ASSIGN TO CHPART4.
           SELECT CHPART5 ASSIGN TO CHPART5.
           SELECT OOPART1 ASSIGN TO OOPART1.
           SELECT OOPART2 ASSIGN TO OOPART2.
           SELECT OOPART3 ASSIGN TO OOPART3.
           SELECT OOPART4 ASSIGN TO OOPART4.
           SELECT OOPART5 ASSIGN TO OOPART5.
           SELECT XFRTBL ASSIGN TO XFRTBL.
           SELECT SPLITRPT ASSIGN TO SPLITRPT.
       DATA DIVISION.
       FILE SECTION.
      *    Partition table - the layout must stay in step with the
      *    FD in PR4068.
       FD PARTTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PT-RECORD.
           05 PT-PART-NO                         PIC 9(2).
           05 PT-LOW-STATE                       PIC X(2).
           05 PT-HIGH-STATE                      PIC X(2).
           05 FILLER                             PIC X(74).
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
      *    Combined change file - the layouts must stay in step
      *    with the FD in PR4041.
       FD CHNGE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CH-RECORD.
           05 CH-KEYS.
              10 CH-STATE                         PIC X(2).
              10 CH-CITY                          PIC X(4).
              10 CH-BRANCH                        PIC 9(3).
              10 CH-ITEM-CODE                     PIC X(5).
           05 CH-VAL.
              10 CH-QTY                        PIC S9(7).
              10 CH-TRANS-CODE                 PIC X(1).
                 88 CH-TRANS-DELETE            VALUE "D".
                 88 CH-TRANS-TRANSFER          VALUE "T".
           05 CH-RECYCLE-DATA.
              10 CH-RECYCLE-COUNT              PIC 9(2).
              10 CH-FIRST-SUSP-DATE            PIC X(8).
           05 CH-XFR-TO-LOC.
              10 CH-XFR-TO-STATE               PIC X(2).
              10 CH-XFR-TO-CITY                PIC X(4).
              10 CH-XFR-TO-BRANCH              PIC X(3).
           05 FILLER                             PIC X(39).
       01 CH-HDR-RECORD.
           05 CH-HDR-TYPE                        PIC X(3).
           05 CH-HDR-CYCLE-DATE                  PIC 9(8).
           05 CH-HDR-FILE-ID                     PIC X(12).
           05 CH-HDR-PART-NO                     PIC 9(2).
           05 CH-HDR-MS-COUNT                    PIC 9(7).
           05 CH-HDR-RUN-TIMESTAMP               PIC X(14).
           05 FILLER                             PIC X(34).
       01 CH-TRL-RECORD.
           05 CH-TRL-TYPE                        PIC X(3).
           05 CH-TRL-COUNT                       PIC 9(7).
           05 FILLER                             PIC X(70).
       FD OPNORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OO-RECORD.
           05 OO-KEYS.
              10 OO-STATE                        PIC X(2).
              10 OO-CITY                         PIC X(4).
              10 OO-BRANCH                       PIC 9(3).
              10 OO-ITEM-CODE                    PIC X(5).
           05 FILLER                             PIC X(66).
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
              88 BR-ACTIVE                       VALUE "A".
              88 BR-CLOSED                       VALUE "C".
           05 FILLER                             PIC X(5).
       FD MSPART1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 M1-RECORD                              PIC X(80).
       FD MSPART2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 M2-RECORD                              PIC X(80).
       FD MSPART3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 M3-RECORD                              PIC X(80).
       FD MSPART4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 M4-RECORD                              PIC X(80).
       FD MSPART5
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 M5-RECORD                              PIC X(80).
       FD CHPART1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 C1-RECORD                              PIC X(80).
       FD CHPART2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 C2-RECORD                              PIC X(80).
       FD CHPART3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 C3-RECORD                              PIC X(80).
       FD CHPART4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 C4-RECORD                              PIC X(80).
       FD CHPART5
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 C5-RECORD                              PIC X(80).
       FD OOPART1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 O1-RECORD                              PIC X(80).
       FD OOPART2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 O2-RECORD                              PIC X(80).
       FD OOPART3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 O3-RECORD                              PIC X(80).
       FD OOPART4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 O4-RECORD                              PIC X(80).
       FD OOPART5
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 O5-RECORD                              PIC X(80).
      *    Transfer verdict table - the layout must stay in step
      *    with the FDs in PR4041 and PR4068.
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
       FD SPLITRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PT-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 CH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 OO-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 RUNCTL-EOF-SWITCH                  PIC X(1) VALUE SPACE.
           05 WS-PRESCAN-EOF-SW                  PIC X(1) VALUE "N".
           05 WS-CH-TRL-SEEN-SW                  PIC X(1) VALUE "N".
      *    Partition table as read - slot n is partition n.
       01 PARTITION-VALUES.
           05 WS-PART-MAX                        PIC 9(1) VALUE 5.
           05 WS-PART-COUNT                      PIC 9(1) VALUE 0.
           05 WS-PART-IX                         PIC 9(1) VALUE 0.
           05 WS-PART-SLOT                       PIC 9(1) VALUE 0.
           05 WS-FIND-STATE                      PIC X(2) VALUE SPACES.
           05 WS-FOUND-PART                      PIC 9(1) VALUE 0.
           05 WS-PART-ENTRY OCCURS 5 TIMES.
              10 WS-PART-LOW                     PIC X(2).
              10 WS-PART-HIGH                    PIC X(2).
              10 WS-PART-MS-COUNT                PIC 9(7).
              10 WS-PART-CH-COUNT                PIC 9(7).
              10 WS-PART-OO-COUNT                PIC 9(7).
              10 WS-PART-XFR-OUT                 PIC 9(3).
              10 WS-PART-XFR-IN                  PIC 9(3).
      *    Run-control work values - same startup checks as the
      *    merge's 130-series paragraphs.
       01 RUN-CONTROL-VALUES.
           05 WS-LAST-CYCLE-DATE                 PIC 9(8) VALUE 0.
           05 WS-LAST-RUN-NUMBER                 PIC 9(5) VALUE 0.
           05 WS-LAST-OUT-COUNT                  PIC 9(7) VALUE 0.
           05 WS-RUNCTL-RECS                     PIC 9(5) VALUE 0.
           05 WS-DUP-FILE-ID-SW                  PIC X(1) VALUE "N".
           05 WS-CYCLE-DATE                      PIC 9(8) VALUE 0.
           05 WS-CHNGE-FILE-ID                   PIC X(12)
                                                 VALUE SPACES.
           05 WS-EXPECTED-DATE-INT               PIC 9(8) VALUE 0.
           05 WS-EXPECTED-DATE                   PIC 9(8) VALUE 0.
      *    The one run timestamp every partition stamps on its
      *    audit records.
       01 WS-RUN-TIMESTAMP                       PIC X(14)
                                                 VALUE SPACES.
      *    Partition change-file envelope.
       01 WS-CUT-HDR.
           05 CUT-HDR-TYPE                PIC X(3) VALUE "HDR".
           05 CUT-HDR-CYCLE-DATE          PIC 9(8) VALUE ZEROS.
           05 CUT-HDR-FILE-ID             PIC X(12) VALUE SPACES.
           05 CUT-HDR-PART-NO             PIC 9(2) VALUE ZEROS.
           05 CUT-HDR-MS-COUNT            PIC 9(7) VALUE ZEROS.
           05 CUT-HDR-RUN-TIMESTAMP       PIC X(14) VALUE SPACES.
           05 FILLER                      PIC X(34) VALUE SPACES.
       01 WS-CUT-TRL.
           05 CUT-TRL-TYPE                PIC X(3) VALUE "TRL".
           05 CUT-TRL-COUNT               PIC 9(7) VALUE ZEROS.
           05 FILLER                      PIC X(70) VALUE SPACES.
      *    CHNGE is closed while the envelope is written, so the
      *    header and trailer are built here, not in CH-RECORD.
       01 WS-CUT-RECORD                          PIC X(80)
                                                 VALUE SPACES.
      *    Transfer table - the merge's pre-scan table, plus the
      *    partition each leg falls in.
       01 TRANSFER-VALUES.
           05 WS-XFR-MAX                         PIC 9(3) VALUE 100.
           05 WS-XFR-COUNT                       PIC 9(3) VALUE 0.
           05 WS-XFR-IX                          PIC 9(3) VALUE 0.
           05 WS-XFR-IX2                         PIC 9(3) VALUE 0.
           05 WS-XFR-ENTRY OCCURS 100 TIMES.
              10 WS-XFR-FROM-KEY                 PIC X(14).
              10 WS-XFR-TO-KEY                   PIC X(14).
              10 WS-XFR-QTY                      PIC 9(7).
              10 WS-XFR-FROM-DELTA               PIC S9(9).
              10 WS-XFR-FROM-QTY                 PIC 9(7).
              10 WS-XFR-FROM-ON-MS-SW            PIC X(1).
              10 WS-XFR-TO-ON-MS-SW              PIC X(1).
              10 WS-XFR-FROM-D-SW                PIC X(1).
              10 WS-XFR-TO-D-SW                  PIC X(1).
              10 WS-XFR-OK-SW                    PIC X(1).
              10 WS-XFR-HOLD-REASON              PIC X(25).
              10 WS-XFR-FROM-PART                PIC 9(1).
              10 WS-XFR-TO-PART                  PIC 9(1).
      *    Prior-key holders and first-read flags for the
      *    ascending-sequence checks.
       01 SEQUENCE-CHECK-VALUES.
           05 WS-PRIOR-MS-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 WS-PRIOR-CH-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 WS-PRIOR-OO-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 MS-FIRST-READ-SW                  PIC X(1) VALUE "Y".
           05 CH-FIRST-READ-SW                  PIC X(1) VALUE "Y".
           05 OO-FIRST-READ-SW                  PIC X(1) VALUE "Y".
       01 RUN-TOTALS.
           05 WS-MS-COUNT                        PIC 9(7) VALUE 0.
           05 WS-CH-COUNT                        PIC 9(7) VALUE 0.
           05 WS-OO-COUNT                        PIC 9(7) VALUE 0.
           05 WS-MS-WRITTEN                      PIC 9(7) VALUE 0.
           05 WS-CH-WRITTEN                      PIC 9(7) VALUE 0.
           05 WS-OO-WRITTEN                      PIC 9(7) VALUE 0.
           05 WS-XFR-OK-COUNT                    PIC 9(3) VALUE 0.
           05 WS-XFR-HELD-COUNT                  PIC 9(3) VALUE 0.
           05 WS-XFR-CROSS-COUNT                 PIC 9(3) VALUE 0.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR067".
              10 FILLER                      PIC X(5) VALUE SPACES.
              10 SHOP-NAME                   PIC X(20) VALUE SPACES.
              10 REPORT-NAME                 PIC X(16) VALUE SPACES.
              10 REPORT-DESC                 PIC X(16) VALUE SPACES.
           10 REPORT-DATE.
             15 YYYY                         PIC 9(4) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 MM                           PIC 9(2) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 DD                           PIC 9(2) VALUE ZEROS.
      *    One partition's cut.
           05 PART-DETAIL.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-PART-NO                  PIC Z9.
              10 FILLER                      PIC X(3) VALUE SPACES.
              10 PD-LOW-STATE                PIC X(2).
              10 FILLER                      PIC X(3) VALUE " - ".
              10 PD-HIGH-STATE               PIC X(2).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-MS-COUNT                 PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-CH-COUNT                 PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-OO-COUNT                 PIC Z(6)9.
              10 FILLER                      PIC X(5) VALUE SPACES.
              10 PD-XFR-OUT                  PIC ZZ9.
              10 FILLER                      PIC X(4) VALUE SPACES.
              10 PD-XFR-IN                   PIC ZZ9.
              10 FILLER                      PIC X(44) VALUE SPACES.
      *    One transfer's verdict.
           05 XFR-DETAIL.
              10 XD-FROM-KEY                 PIC X(14).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 XD-TO-KEY                   PIC X(14).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 XD-QTY                      PIC Z(6)9.
              10 FILLER                      PIC X(3) VALUE SPACES.
              10 XD-FROM-PART                PIC 9.
              10 FILLER                      PIC X(4) VALUE SPACES.
              10 XD-TO-PART                  PIC 9.
              10 FILLER                      PIC X(3) VALUE SPACES.
              10 XD-VERDICT                  PIC X(25).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 XD-CROSS                    PIC X(15).
              10 FILLER                      PIC X(7) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM 120-LOAD-PARTITION-TABLE.
           PERFORM 130-VERIFY-RUN-CONTROL.
           PERFORM 140-COLLECT-TRANSFERS.
           PERFORM 710-OPEN-PART-FILES
              VARYING WS-PART-SLOT FROM 1 BY 1
              UNTIL WS-PART-SLOT > WS-PART-COUNT.
           PERFORM 300-CUT-MSFILE.
           PERFORM 136-CHECK-MS-GENERATION.
           PERFORM 400-CUT-CHNGE.
           PERFORM 500-CUT-OPNORD.
           PERFORM 740-CLOSE-PART-FILES
              VARYING WS-PART-SLOT FROM 1 BY 1
              UNTIL WS-PART-SLOT > WS-PART-COUNT.
           PERFORM 150-DECIDE-TRANSFERS.
           PERFORM 600-WRITE-TRANSFER-TABLE.
           OPEN OUTPUT SPLITRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 540-WRITE-PARTITION-LINE
              VARYING WS-PART-IX FROM 1 BY 1
              UNTIL WS-PART-IX > WS-PART-COUNT.
           PERFORM 545-WRITE-XFR-HEADINGS.
           PERFORM 550-WRITE-TRANSFER-LINE
              VARYING WS-XFR-IX FROM 1 BY 1
              UNTIL WS-XFR-IX > WS-XFR-COUNT.
           PERFORM 560-WRITE-TRAILER.
           CLOSE SPLITRPT.
           GOBACK.

      *    Partitions numbered 1 up in order, at most five, each a
      *    low/high state range above the one before it.
       120-LOAD-PARTITION-TABLE.
           OPEN INPUT PARTTBL.
           PERFORM 122-READ-PARTITION-RECS
              UNTIL PT-EOF-SWITCH = "Y".
           CLOSE PARTTBL.
           IF WS-PART-COUNT = 0
              DISPLAY "*** ABEND - PARTITION TABLE EMPTY ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       122-READ-PARTITION-RECS.
           READ PARTTBL
              AT END
                 MOVE "Y" TO PT-EOF-SWITCH
              NOT AT END
                 PERFORM 124-ADD-PARTITION-ENTRY
           END-READ.

       124-ADD-PARTITION-ENTRY.
           IF WS-PART-COUNT >= WS-PART-MAX
              DISPLAY "*** ABEND - PARTITION TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-PART-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PT-PART-NO IS NOT NUMERIC
              OR PT-PART-NO NOT = WS-PART-COUNT + 1
              OR PT-LOW-STATE > PT-HIGH-STATE
              DISPLAY "*** ABEND - PARTITION TABLE ENTRY BAD ***"
              DISPLAY "ENTRY: " PT-RECORD (1:6)
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PART-COUNT > 0
              IF PT-LOW-STATE NOT > WS-PART-HIGH (WS-PART-COUNT)
                 DISPLAY "*** ABEND - PARTITION RANGES OVERLAP ***"
                 DISPLAY "ENTRY: " PT-RECORD (1:6)
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           ADD 1 TO WS-PART-COUNT.
           MOVE WS-PART-COUNT TO WS-PART-IX.
           MOVE PT-LOW-STATE TO WS-PART-LOW (WS-PART-IX).
           MOVE PT-HIGH-STATE TO WS-PART-HIGH (WS-PART-IX).
           MOVE 0 TO WS-PART-MS-COUNT (WS-PART-IX).
           MOVE 0 TO WS-PART-CH-COUNT (WS-PART-IX).
           MOVE 0 TO WS-PART-OO-COUNT (WS-PART-IX).
           MOVE 0 TO WS-PART-XFR-OUT (WS-PART-IX).
           MOVE 0 TO WS-PART-XFR-IN (WS-PART-IX).

      *    Startup guard - the merge's own checks, held against the
      *    company files before anything is cut. Each partition
      *    repeats the header and RUNCTL checks on its cut.
       130-VERIFY-RUN-CONTROL.
           OPEN INPUT CHNGE.
           PERFORM 131-READ-CHNGE-HEADER.
           CLOSE CHNGE.
           OPEN INPUT RUNCTL.
           PERFORM 132-READ-RUNCTL-RECS
              UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.
           IF WS-RUNCTL-RECS > 0
              PERFORM 134-CHECK-CYCLE-AND-DUP
           END-IF.

       131-READ-CHNGE-HEADER.
           READ CHNGE
              AT END
                 DISPLAY "*** ABEND - CHNGE FILE EMPTY ***"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF CH-HDR-TYPE NOT = "HDR"
              DISPLAY "*** ABEND - CHNGE HEADER MISSING ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CH-HDR-CYCLE-DATE IS NOT NUMERIC
              DISPLAY "*** ABEND - CHNGE HEADER DATE BAD ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CH-HDR-PART-NO IS NUMERIC
              AND CH-HDR-PART-NO > 0
              DISPLAY "*** ABEND - CHNGE IS ALREADY A PARTITION ***"
              DISPLAY "PARTITION: " CH-HDR-PART-NO
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CH-HDR-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CH-HDR-FILE-ID TO WS-CHNGE-FILE-ID.

       132-READ-RUNCTL-RECS.
           READ RUNCTL
              AT END
                 MOVE "Y" TO RUNCTL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-RUNCTL-RECS
                 MOVE RUNC-CYCLE-DATE TO WS-LAST-CYCLE-DATE
                 MOVE RUNC-RUN-NUMBER TO WS-LAST-RUN-NUMBER
                 MOVE RUNC-OUT-COUNT TO WS-LAST-OUT-COUNT
                 IF RUNC-CHNGE-FILE-ID = WS-CHNGE-FILE-ID
                    MOVE "Y" TO WS-DUP-FILE-ID-SW
                 END-IF
           END-READ.

       134-CHECK-CYCLE-AND-DUP.
           IF WS-DUP-FILE-ID-SW = "Y"
              DISPLAY "*** ABEND - CHNGE FILE ALREADY PROCESSED ***"
              DISPLAY "FILE ID: " WS-CHNGE-FILE-ID
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-EXPECTED-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-LAST-CYCLE-DATE) + 1.
           COMPUTE WS-EXPECTED-DATE =
              FUNCTION DATE-OF-INTEGER (WS-EXPECTED-DATE-INT).
           IF WS-CYCLE-DATE NOT = WS-EXPECTED-DATE
              DISPLAY "*** ABEND - CYCLE DATE OUT OF STEP ***"
              DISPLAY "LAST RUN CYCLE: " WS-LAST-CYCLE-DATE
              DISPLAY "EXPECTED CYCLE: " WS-EXPECTED-DATE
              DISPLAY "CHNGE HEADER CYCLE: " WS-CYCLE-DATE
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    The whole master as cut, held against the last run's
      *    out count - a stale generation stops the night here.
       136-CHECK-MS-GENERATION.
           IF WS-RUNCTL-RECS > 0
              AND WS-MS-COUNT NOT = WS-LAST-OUT-COUNT
              DISPLAY "*** ABEND - MSFILE GENERATION MISMATCH ***"
              DISPLAY "MSFILE RECORD COUNT: " WS-MS-COUNT
              DISPLAY "LAST RUN OUT-COUNT:  " WS-LAST-OUT-COUNT
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Transfer pre-scan, first pass - every "T" in the change
      *    file, in change file order. The delta and master passes
      *    ride along with the cuts below, and the verdict (150)
      *    follows once both are done. This series must stay in
      *    step with the 140-series in PR4041.
       140-COLLECT-TRANSFERS.
           OPEN INPUT CHNGE.
           MOVE "N" TO WS-PRESCAN-EOF-SW.
           PERFORM 141-COLLECT-ONE-TRANSFER
              UNTIL WS-PRESCAN-EOF-SW = "Y".
           CLOSE CHNGE.

       141-COLLECT-ONE-TRANSFER.
           READ CHNGE
              AT END
                 MOVE "Y" TO WS-PRESCAN-EOF-SW
              NOT AT END
                 IF CH-RECORD (1:3) NOT = "HDR"
                    AND CH-RECORD (1:3) NOT = "TRL"
                    AND CH-TRANS-TRANSFER
                    PERFORM 142-ADD-TRANSFER-ENTRY
                 END-IF
           END-READ.

       142-ADD-TRANSFER-ENTRY.
           IF WS-XFR-COUNT >= WS-XFR-MAX
              DISPLAY "*** ABEND - TRANSFER TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-XFR-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-XFR-COUNT.
           MOVE WS-XFR-COUNT TO WS-XFR-IX.
           MOVE CH-KEYS TO WS-XFR-FROM-KEY (WS-XFR-IX).
           MOVE CH-XFR-TO-LOC TO WS-XFR-TO-KEY (WS-XFR-IX) (1:9).
           MOVE CH-ITEM-CODE TO WS-XFR-TO-KEY (WS-XFR-IX) (10:5).
           MOVE CH-QTY TO WS-XFR-QTY (WS-XFR-IX).
           MOVE 0 TO WS-XFR-FROM-DELTA (WS-XFR-IX).
           MOVE 0 TO WS-XFR-FROM-QTY (WS-XFR-IX).
           MOVE "N" TO WS-XFR-FROM-ON-MS-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-TO-ON-MS-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-FROM-D-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-TO-D-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-OK-SW (WS-XFR-IX).
           MOVE SPACES TO WS-XFR-HOLD-REASON (WS-XFR-IX).
           MOVE 0 TO WS-XFR-FROM-PART (WS-XFR-IX).
           MOVE 0 TO WS-XFR-TO-PART (WS-XFR-IX).

      *    Second pass, run from the change file cut - the full net
      *    movement at each shipping key and any delete of either
      *    key.
       144-FOLD-DELTA-TO-ENTRY.
           IF CH-KEYS = WS-XFR-FROM-KEY (WS-XFR-IX2)
              IF CH-TRANS-TRANSFER
                 SUBTRACT CH-QTY
                    FROM WS-XFR-FROM-DELTA (WS-XFR-IX2)
              ELSE
                 ADD CH-QTY TO WS-XFR-FROM-DELTA (WS-XFR-IX2)
              END-IF
              IF CH-TRANS-DELETE
                 MOVE "Y" TO WS-XFR-FROM-D-SW (WS-XFR-IX2)
              END-IF
           END-IF.
           IF CH-KEYS = WS-XFR-TO-KEY (WS-XFR-IX2)
              AND CH-TRANS-DELETE
              MOVE "Y" TO WS-XFR-TO-D-SW (WS-XFR-IX2)
           END-IF.

      *    Master pass, run from the MSFILE cut.
       146-MATCH-MASTER-TO-ENTRY.
           IF MS-KEYS = WS-XFR-FROM-KEY (WS-XFR-IX2)
              MOVE MS-QTY TO WS-XFR-FROM-QTY (WS-XFR-IX2)
              MOVE "Y" TO WS-XFR-FROM-ON-MS-SW (WS-XFR-IX2)
           END-IF.
           IF MS-KEYS = WS-XFR-TO-KEY (WS-XFR-IX2)
              MOVE "Y" TO WS-XFR-TO-ON-MS-SW (WS-XFR-IX2)
           END-IF.

      *    The verdicts, then the partition each leg falls in.
       150-DECIDE-TRANSFERS.
           IF WS-XFR-COUNT > 0
              OPEN INPUT BRNCHREF
              PERFORM 147-DECIDE-ONE-TRANSFER
                 VARYING WS-XFR-IX FROM 1 BY 1
                 UNTIL WS-XFR-IX > WS-XFR-COUNT
              CLOSE BRNCHREF
              PERFORM 152-LOCATE-TRANSFER-LEGS
                 VARYING WS-XFR-IX FROM 1 BY 1
                 UNTIL WS-XFR-IX > WS-XFR-COUNT
           END-IF.

       147-DECIDE-ONE-TRANSFER.
           MOVE SPACES TO WS-XFR-HOLD-REASON (WS-XFR-IX).
           EVALUATE TRUE
              WHEN WS-XFR-FROM-ON-MS-SW (WS-XFR-IX) NOT = "Y"
                 MOVE "ITEM NOT AT FROM LOCATION"
                    TO WS-XFR-HOLD-REASON (WS-XFR-IX)
              WHEN WS-XFR-TO-ON-MS-SW (WS-XFR-IX) NOT = "Y"
                 MOVE "ITEM NOT AT TO LOCATION"
                    TO WS-XFR-HOLD-REASON (WS-XFR-IX)
              WHEN WS-XFR-FROM-D-SW (WS-XFR-IX) = "Y"
                 MOVE "FROM ITEM DELETED TONIGHT"
                    TO WS-XFR-HOLD-REASON (WS-XFR-IX)
              WHEN WS-XFR-TO-D-SW (WS-XFR-IX) = "Y"
                 MOVE "TO ITEM DELETED TONIGHT"
                    TO WS-XFR-HOLD-REASON (WS-XFR-IX)
              WHEN OTHER
                 PERFORM 148-CHECK-TRANSFER-BRANCHES
           END-EVALUATE.
           IF WS-XFR-HOLD-REASON (WS-XFR-IX) = SPACES
              IF WS-XFR-FROM-QTY (WS-XFR-IX)
                 + WS-XFR-FROM-DELTA (WS-XFR-IX) < 0
                 MOVE "INSUFFICIENT QUANTITY"
                    TO WS-XFR-HOLD-REASON (WS-XFR-IX)
              ELSE
                 MOVE "Y" TO WS-XFR-OK-SW (WS-XFR-IX)
              END-IF
           END-IF.

       148-CHECK-TRANSFER-BRANCHES.
           MOVE WS-XFR-FROM-KEY (WS-XFR-IX) (1:9) TO BR-LOC-KEY.
           READ BRNCHREF
              INVALID KEY
                 MOVE "FROM LOC NOT ON BRNCHREF"
                    TO WS-XFR-HOLD-REASON (WS-XFR-IX)
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN BR-ACTIVE
                       CONTINUE
                    WHEN BR-CLOSED
                       IF WS-XFR-FROM-DELTA (WS-XFR-IX) > 0
                          MOVE "NET ADD AT CLOSED BRANCH"
                             TO WS-XFR-HOLD-REASON (WS-XFR-IX)
                       END-IF
                    WHEN OTHER
                       MOVE "FROM BRANCH FLAG INVALID"
                          TO WS-XFR-HOLD-REASON (WS-XFR-IX)
                 END-EVALUATE
           END-READ.
           IF WS-XFR-HOLD-REASON (WS-XFR-IX) = SPACES
              MOVE WS-XFR-TO-KEY (WS-XFR-IX) (1:9) TO BR-LOC-KEY
              READ BRNCHREF
                 INVALID KEY
                    MOVE "TO LOC NOT ON BRNCHREF"
                       TO WS-XFR-HOLD-REASON (WS-XFR-IX)
                 NOT INVALID KEY
                    IF NOT BR-ACTIVE
                       MOVE "TO BRANCH NOT ACTIVE"
                          TO WS-XFR-HOLD-REASON (WS-XFR-IX)
                    END-IF
              END-READ
           END-IF.

      *    The shipping key was cut, so it has a partition. A
      *    receiving state outside every range is left at zero -
      *    no master record can be there, so the transfer is
      *    already held as not at the to location.
       152-LOCATE-TRANSFER-LEGS.
           MOVE WS-XFR-FROM-KEY (WS-XFR-IX) (1:2) TO WS-FIND-STATE.
           PERFORM 180-FIND-PARTITION.
           MOVE WS-FOUND-PART TO WS-XFR-FROM-PART (WS-XFR-IX).
           MOVE WS-XFR-TO-KEY (WS-XFR-IX) (1:2) TO WS-FIND-STATE.
           PERFORM 180-FIND-PARTITION.
           MOVE WS-FOUND-PART TO WS-XFR-TO-PART (WS-XFR-IX).
           ADD 1 TO WS-PART-XFR-OUT (WS-XFR-FROM-PART (WS-XFR-IX)).
           IF WS-XFR-TO-PART (WS-XFR-IX) > 0
              ADD 1 TO WS-PART-XFR-IN (WS-XFR-TO-PART (WS-XFR-IX))
           END-IF.
           IF WS-XFR-OK-SW (WS-XFR-IX) = "Y"
              ADD 1 TO WS-XFR-OK-COUNT
           ELSE
              ADD 1 TO WS-XFR-HELD-COUNT
           END-IF.
           IF WS-XFR-FROM-PART (WS-XFR-IX)
              NOT = WS-XFR-TO-PART (WS-XFR-IX)
              ADD 1 TO WS-XFR-CROSS-COUNT
           END-IF.

      *    Partition whose range holds WS-FIND-STATE - zero when
      *    none does.
       180-FIND-PARTITION.
           MOVE 0 TO WS-FOUND-PART.
           PERFORM 182-TEST-ONE-RANGE
              VARYING WS-PART-IX FROM 1 BY 1
              UNTIL WS-PART-IX > WS-PART-COUNT.

       182-TEST-ONE-RANGE.
           IF WS-FOUND-PART = 0
              AND WS-FIND-STATE NOT < WS-PART-LOW (WS-PART-IX)
              AND WS-FIND-STATE NOT > WS-PART-HIGH (WS-PART-IX)
              MOVE WS-PART-IX TO WS-FOUND-PART
           END-IF.

      *    A record no range covers stops the split - the table
      *    has to be fixed, not the record dropped.
       185-NO-PARTITION-ABEND.
           DISPLAY "*** ABEND - STATE NOT IN PARTITION TABLE ***"
           DISPLAY "STATE: " WS-FIND-STATE.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "PARTITION SPLIT" TO REPORT-NAME.
           MOVE "NIGHTLY MERGE" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CHANGE FILE " DELIMITED BY SIZE
              WS-CHNGE-FILE-ID DELIMITED BY SIZE
              "  CYCLE DATE " DELIMITED BY SIZE
              WS-CYCLE-DATE DELIMITED BY SIZE
              "  RUN " DELIMITED BY SIZE
              WS-RUN-TIMESTAMP DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PART  STATES     MSFILE    CHNGE   OPNORD"
              DELIMITED BY SIZE
              " XFR OUT XFR IN" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *    Master cut - sequence-checked, counted, and matched
      *    against the transfer table on the way through.
       300-CUT-MSFILE.
           OPEN INPUT MSFILE.
           PERFORM 310-READ-MS.
           PERFORM 320-ROUTE-MS-RECORD
              UNTIL MS-EOF-SWITCH = "Y".
           CLOSE MSFILE.

       310-READ-MS.
           READ MSFILE
              AT END
                 MOVE "Y" TO MS-EOF-SWITCH
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
           END-READ.

       320-ROUTE-MS-RECORD.
           MOVE MS-STATE TO WS-FIND-STATE.
           PERFORM 180-FIND-PARTITION.
           IF WS-FOUND-PART = 0
              PERFORM 185-NO-PARTITION-ABEND
           END-IF.
           MOVE WS-FOUND-PART TO WS-PART-SLOT.
           PERFORM 720-WRITE-MS-PART.
           ADD 1 TO WS-PART-MS-COUNT (WS-PART-SLOT).
           ADD 1 TO WS-MS-WRITTEN.
           PERFORM 146-MATCH-MASTER-TO-ENTRY
              VARYING WS-XFR-IX2 FROM 1 BY 1
              UNTIL WS-XFR-IX2 > WS-XFR-COUNT.
           PERFORM 310-READ-MS.

      *    Change file cut - each partition's header first (the
      *    master counts are known now), the data records routed
      *    by key and folded into the transfer table, and each
      *    partition's trailer once the company trailer has
      *    proved the whole file.
       400-CUT-CHNGE.
           MOVE WS-CYCLE-DATE TO CUT-HDR-CYCLE-DATE.
           MOVE WS-CHNGE-FILE-ID TO CUT-HDR-FILE-ID.
           MOVE WS-RUN-TIMESTAMP TO CUT-HDR-RUN-TIMESTAMP.
           PERFORM 405-WRITE-PART-HEADER
              VARYING WS-PART-SLOT FROM 1 BY 1
              UNTIL WS-PART-SLOT > WS-PART-COUNT.
           OPEN INPUT CHNGE.
           PERFORM 410-READ-CH.
           PERFORM 420-ROUTE-CH-RECORD
              UNTIL CH-EOF-SWITCH = "Y".
           CLOSE CHNGE.
           PERFORM 430-WRITE-PART-TRAILER
              VARYING WS-PART-SLOT FROM 1 BY 1
              UNTIL WS-PART-SLOT > WS-PART-COUNT.

       405-WRITE-PART-HEADER.
           MOVE WS-PART-SLOT TO CUT-HDR-PART-NO.
           MOVE WS-PART-MS-COUNT (WS-PART-SLOT) TO CUT-HDR-MS-COUNT.
           MOVE WS-CUT-HDR TO WS-CUT-RECORD.
           PERFORM 726-WRITE-CH-ENVELOPE.

      *    Next data record - the header is skipped and the
      *    trailer proves the count and ends the file, exactly as
      *    the merge reads it.
       410-READ-CH.
           MOVE "N" TO WS-PRESCAN-EOF-SW.
           PERFORM 412-READ-CH-PHYSICAL
              UNTIL WS-PRESCAN-EOF-SW = "Y".

       412-READ-CH-PHYSICAL.
           READ CHNGE
              AT END
                 IF WS-CH-TRL-SEEN-SW NOT = "Y"
                    DISPLAY "*** ABEND - CHNGE TRAILER MISSING ***"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE "Y" TO CH-EOF-SWITCH
                 MOVE "Y" TO WS-PRESCAN-EOF-SW
              NOT AT END
                 EVALUATE CH-RECORD (1:3)
                    WHEN "HDR"
                       CONTINUE
                    WHEN "TRL"
                       MOVE "Y" TO WS-CH-TRL-SEEN-SW
                       IF CH-TRL-COUNT NOT = WS-CH-COUNT
                          DISPLAY "*** ABEND - CHNGE COUNT "
                             "MISMATCH ***"
                          DISPLAY "TRAILER COUNT: " CH-TRL-COUNT
                          DISPLAY "RECORDS READ:  " WS-CH-COUNT
                          MOVE 20 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE "Y" TO CH-EOF-SWITCH
                       MOVE "Y" TO WS-PRESCAN-EOF-SW
                    WHEN OTHER
                       ADD 1 TO WS-CH-COUNT
                       IF CH-FIRST-READ-SW = "N"
                          AND CH-KEYS < WS-PRIOR-CH-KEYS
                          DISPLAY "*** ABEND - CHNGE OUT OF "
                             "SEQUENCE ***"
                          DISPLAY "PRIOR KEY: " WS-PRIOR-CH-KEYS
                          DISPLAY "CURRENT KEY: " CH-KEYS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE CH-KEYS TO WS-PRIOR-CH-KEYS
                       MOVE "N" TO CH-FIRST-READ-SW
                       MOVE "Y" TO WS-PRESCAN-EOF-SW
                 END-EVALUATE
           END-READ.

       420-ROUTE-CH-RECORD.
           MOVE CH-STATE TO WS-FIND-STATE.
           PERFORM 180-FIND-PARTITION.
           IF WS-FOUND-PART = 0
              PERFORM 185-NO-PARTITION-ABEND
           END-IF.
           MOVE WS-FOUND-PART TO WS-PART-SLOT.
           PERFORM 725-WRITE-CH-PART.
           ADD 1 TO WS-PART-CH-COUNT (WS-PART-SLOT).
           ADD 1 TO WS-CH-WRITTEN.
           PERFORM 144-FOLD-DELTA-TO-ENTRY
              VARYING WS-XFR-IX2 FROM 1 BY 1
              UNTIL WS-XFR-IX2 > WS-XFR-COUNT.
           PERFORM 410-READ-CH.

       430-WRITE-PART-TRAILER.
           MOVE WS-PART-CH-COUNT (WS-PART-SLOT) TO CUT-TRL-COUNT.
           MOVE WS-CUT-TRL TO WS-CUT-RECORD.
           PERFORM 726-WRITE-CH-ENVELOPE.

      *    Open-order cut. No OPNORD is no orders - every
      *    partition still gets its (empty) file.
       500-CUT-OPNORD.
           OPEN INPUT OPNORD.
           PERFORM 510-READ-OO.
           PERFORM 520-ROUTE-OO-RECORD
              UNTIL OO-EOF-SWITCH = "Y".
           CLOSE OPNORD.

       510-READ-OO.
           READ OPNORD
              AT END
                 MOVE "Y" TO OO-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-OO-COUNT
                 IF OO-FIRST-READ-SW = "N"
                    AND OO-KEYS < WS-PRIOR-OO-KEYS
                    DISPLAY "*** ABEND - OPNORD OUT OF SEQUENCE ***"
                    DISPLAY "PRIOR KEY: " WS-PRIOR-OO-KEYS
                    DISPLAY "CURRENT KEY: " OO-KEYS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE OO-KEYS TO WS-PRIOR-OO-KEYS
                 MOVE "N" TO OO-FIRST-READ-SW
           END-READ.

       520-ROUTE-OO-RECORD.
           MOVE OO-STATE TO WS-FIND-STATE.
           PERFORM 180-FIND-PARTITION.
           IF WS-FOUND-PART = 0
              PERFORM 185-NO-PARTITION-ABEND
           END-IF.
           MOVE WS-FOUND-PART TO WS-PART-SLOT.
           PERFORM 730-WRITE-OO-PART.
           ADD 1 TO WS-PART-OO-COUNT (WS-PART-SLOT).
           ADD 1 TO WS-OO-WRITTEN.
           PERFORM 510-READ-OO.

       540-WRITE-PARTITION-LINE.
           MOVE WS-PART-IX TO PD-PART-NO.
           MOVE WS-PART-LOW (WS-PART-IX) TO PD-LOW-STATE.
           MOVE WS-PART-HIGH (WS-PART-IX) TO PD-HIGH-STATE.
           MOVE WS-PART-MS-COUNT (WS-PART-IX) TO PD-MS-COUNT.
           MOVE WS-PART-CH-COUNT (WS-PART-IX) TO PD-CH-COUNT.
           MOVE WS-PART-OO-COUNT (WS-PART-IX) TO PD-OO-COUNT.
           MOVE WS-PART-XFR-OUT (WS-PART-IX) TO PD-XFR-OUT.
           MOVE WS-PART-XFR-IN (WS-PART-IX) TO PD-XFR-IN.
           MOVE PART-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       545-WRITE-XFR-HEADINGS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** TRANSFER VERDICTS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FROM KEY        TO KEY              QTY FROM  TO"
              DELIMITED BY SIZE
              "   VERDICT" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       550-WRITE-TRANSFER-LINE.
           MOVE WS-XFR-FROM-KEY (WS-XFR-IX) TO XD-FROM-KEY.
           MOVE WS-XFR-TO-KEY (WS-XFR-IX) TO XD-TO-KEY.
           MOVE WS-XFR-QTY (WS-XFR-IX) TO XD-QTY.
           MOVE WS-XFR-FROM-PART (WS-XFR-IX) TO XD-FROM-PART.
           MOVE WS-XFR-TO-PART (WS-XFR-IX) TO XD-TO-PART.
           IF WS-XFR-OK-SW (WS-XFR-IX) = "Y"
              MOVE "ACCEPTED" TO XD-VERDICT
           ELSE
              MOVE WS-XFR-HOLD-REASON (WS-XFR-IX) TO XD-VERDICT
           END-IF.
           IF WS-XFR-FROM-PART (WS-XFR-IX)
              NOT = WS-XFR-TO-PART (WS-XFR-IX)
              MOVE "CROSS-PARTITION" TO XD-CROSS
           ELSE
              MOVE SPACES TO XD-CROSS
           END-IF.
           MOVE XFR-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *    Header first - it names the change file and the run, so
      *    a partition cannot load a table from another split, and
      *    carries the partition count PR4068 must find on PARTCTL.
       600-WRITE-TRANSFER-TABLE.
           OPEN OUTPUT XFRTBL.
           MOVE SPACES TO XT-HDR-RECORD.
           MOVE "HDR" TO XT-HDR-TYPE.
           MOVE WS-CHNGE-FILE-ID TO XT-HDR-FILE-ID.
           MOVE WS-RUN-TIMESTAMP TO XT-HDR-RUN-TIMESTAMP.
           MOVE WS-XFR-COUNT TO XT-HDR-COUNT.
           MOVE WS-PART-COUNT TO XT-HDR-PART-COUNT.
           WRITE XT-HDR-RECORD.
           PERFORM 610-WRITE-ONE-TRANSFER
              VARYING WS-XFR-IX FROM 1 BY 1
              UNTIL WS-XFR-IX > WS-XFR-COUNT.
           CLOSE XFRTBL.

       610-WRITE-ONE-TRANSFER.
           MOVE SPACES TO XT-RECORD.
           MOVE "XFR" TO XT-REC-TYPE.
           MOVE WS-XFR-FROM-KEY (WS-XFR-IX) TO XT-FROM-KEY.
           MOVE WS-XFR-TO-KEY (WS-XFR-IX) TO XT-TO-KEY.
           MOVE WS-XFR-QTY (WS-XFR-IX) TO XT-QTY.
           MOVE WS-XFR-OK-SW (WS-XFR-IX) TO XT-OK-SW.
           MOVE WS-XFR-HOLD-REASON (WS-XFR-IX) TO XT-HOLD-REASON.
           MOVE WS-XFR-FROM-PART (WS-XFR-IX) TO XT-FROM-PART.
           MOVE WS-XFR-TO-PART (WS-XFR-IX) TO XT-TO-PART.
           WRITE XT-RECORD.

       560-WRITE-TRAILER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PARTITIONS: " DELIMITED BY SIZE
              WS-PART-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MSFILE RECORDS READ: " DELIMITED BY SIZE
              WS-MS-COUNT DELIMITED BY SIZE
              "  WRITTEN: " DELIMITED BY SIZE
              WS-MS-WRITTEN DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CHNGE DATA RECORDS READ: " DELIMITED BY SIZE
              WS-CH-COUNT DELIMITED BY SIZE
              "  WRITTEN: " DELIMITED BY SIZE
              WS-CH-WRITTEN DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OPNORD RECORDS READ: " DELIMITED BY SIZE
              WS-OO-COUNT DELIMITED BY SIZE
              "  WRITTEN: " DELIMITED BY SIZE
              WS-OO-WRITTEN DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANSFERS: " DELIMITED BY SIZE
              WS-XFR-COUNT DELIMITED BY SIZE
              "  ACCEPTED: " DELIMITED BY SIZE
              WS-XFR-OK-COUNT DELIMITED BY SIZE
              "  HELD: " DELIMITED BY SIZE
              WS-XFR-HELD-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CROSS-PARTITION TRANSFERS: " DELIMITED BY SIZE
              WS-XFR-CROSS-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *    Partition file access - one FD per slot for each of the
      *    three cuts, the same five-slot shape as PR4057's
      *    generation files.
       710-OPEN-PART-FILES.
           EVALUATE WS-PART-SLOT
              WHEN 1
                 OPEN OUTPUT MSPART1 CHPART1 OOPART1
              WHEN 2
                 OPEN OUTPUT MSPART2 CHPART2 OOPART2
              WHEN 3
                 OPEN OUTPUT MSPART3 CHPART3 OOPART3
              WHEN 4
                 OPEN OUTPUT MSPART4 CHPART4 OOPART4
              WHEN 5
                 OPEN OUTPUT MSPART5 CHPART5 OOPART5
           END-EVALUATE.

       720-WRITE-MS-PART.
           EVALUATE WS-PART-SLOT
              WHEN 1 WRITE M1-RECORD FROM MS-RECORD
              WHEN 2 WRITE M2-RECORD FROM MS-RECORD
              WHEN 3 WRITE M3-RECORD FROM MS-RECORD
              WHEN 4 WRITE M4-RECORD FROM MS-RECORD
              WHEN 5 WRITE M5-RECORD FROM MS-RECORD
           END-EVALUATE.

       725-WRITE-CH-PART.
           EVALUATE WS-PART-SLOT
              WHEN 1 WRITE C1-RECORD FROM CH-RECORD
              WHEN 2 WRITE C2-RECORD FROM CH-RECORD
              WHEN 3 WRITE C3-RECORD FROM CH-RECORD
              WHEN 4 WRITE C4-RECORD FROM CH-RECORD
              WHEN 5 WRITE C5-RECORD FROM CH-RECORD
           END-EVALUATE.

       726-WRITE-CH-ENVELOPE.
           EVALUATE WS-PART-SLOT
              WHEN 1 WRITE C1-RECORD FROM WS-CUT-RECORD
              WHEN 2 WRITE C2-RECORD FROM WS-CUT-RECORD
              WHEN 3 WRITE C3-RECORD FROM WS-CUT-RECORD
              WHEN 4 WRITE C4-RECORD FROM WS-CUT-RECORD
              WHEN 5 WRITE C5-RECORD FROM WS-CUT-RECORD
           END-EVALUATE.

       730-WRITE-OO-PART.
           EVALUATE WS-PART-SLOT
              WHEN 1 WRITE O1-RECORD FROM OO-RECORD
              WHEN 2 WRITE O2-RECORD FROM OO-RECORD
              WHEN 3 WRITE O3-RECORD FROM OO-RECORD
              WHEN 4 WRITE O4-RECORD FROM OO-RECORD
              WHEN 5 WRITE O5-RECORD FROM OO-RECORD
           END-EVALUATE.

       740-CLOSE-PART-FILES.
           EVALUATE WS-PART-SLOT
              WHEN 1 CLOSE MSPART1 CHPART1 OOPART1
              WHEN 2 CLOSE MSPART2 CHPART2 OOPART2
              WHEN 3 CLOSE MSPART3 CHPART3 OOPART3
              WHEN 4 CLOSE MSPART4 CHPART4 OOPART4
              WHEN 5 CLOSE MSPART5 CHPART5 OOPART5
           END-EVALUATE.
