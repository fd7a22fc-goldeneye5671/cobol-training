       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4068.
      *    Partition recombine for the nightly merge. Once every
      *    partition PR4067 cut has been merged by its own PR4041
      *    step, this puts the night back together as though one
      *    company-wide merge had run:
      *      - OUTFILE, NEWORD, SUSPENSE and AUDITLOG are the
      *        partitions' files concatenated in partition order -
      *        the ranges ascend, so that is key order, and OUTFILE
      *        is sequence-checked on the way through
      *      - RPT, VALRPT, VALEXC and REORDRPT are rebuilt as one
      *        report each: one set of headings, the partitions'
      *        body lines (RPT re-paginated), and the trailers
      *        written once from the company totals on PARTCTL
      *      - one RUNCTL record for the night, exactly as a
      *        company run writes it, so the duplicate-run check
      *        and PR4047/PR4057's generation tie see no
      *        difference
      *    Nothing is written to RUNCTL unless the night proves:
      *      - PARTCTL holds partitions 1 up to the partition
      *        count the split wrote on the XFRTBL header, in
      *        order, all from the change file and split run
      *        XFRTBL names (a partition rerun against an older
      *        split is caught here)
      *      - the partitions' master counts sum to the last
      *        run's out count, as PR4067 proved the whole master
      *      - every copy count ties to the partitions' own counts
      *      - every accepted transfer has both legs on the audit
      *        trail and every "T" audit belongs to one, and every
      *        held transfer has its one SUSPENSE record - so a
      *        cross-partition transfer can never post one leg
      *    A failure lists itself on RCMBRPT and ends RC 20 with
      *    RUNCTL untouched. The partition outputs are the input
      *    DDs PARTOUT, PARTNEWO, PARTSUSP, PARTAUD, PARTRPT,
      *    PARTREO, PARTVAL, PARTVEX and PARTCTL, each the
      *    partitions' files concatenated in partition order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTTBL ASSIGN TO PARTTBL.
           SELECT XFRTBL ASSIGN TO XFRTBL.
           SELECT PARTCTL ASSIGN TO PARTCTL.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.
           SELECT PARTOUT ASSIGN TO PARTOUT.
           SELECT PARTNEWO ASSIGN TO PARTNEWO.
           SELECT PARTSUSP ASSIGN TO PARTSUSP.
           SELECT PARTAUD ASSIGN TO PARTAUD.
           SELECT PARTRPT ASSIGN TO PARTRPT.
           SELECT PARTREO ASSIGN TO PARTREO.
           SELECT PARTVAL ASSIGN TO PARTVAL.
           SELECT PARTVEX ASSIGN TO PARTVEX.
           SELECT OUTFILE ASSIGN TO OUTFILE.
           SELECT NEWORD ASSIGN TO NEWORD.
           SELECT SUSPENSE ASSIGN TO SUSPENSE.
           SELECT AUDITLOG ASSIGN TO AUDITLOG.
           SELECT RPT ASSIGN TO RPT.
           SELECT REORDRPT ASSIGN TO REORDRPT.
           SELECT VALRPT ASSIGN TO VALRPT.
           SELECT VALEXC ASSIGN TO VALEXC.
           SELECT RCMBRPT ASSIGN TO RCMBRPT.
       DATA DIVISION.
       FILE SECTION.
      *    Partition table - the layout must stay in step with the
      *    FD in PR4067.
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
      *    Transfer verdict table - the layout must stay in step
      *    with the FDs in PR4041 and PR4067.
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
      *    Partition control totals - the layout must stay in step
      *    with the FD in PR4041.
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
       FD PARTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PO-RECORD.
           05 PO-KEYS                            PIC X(14).
           05 FILLER                             PIC X(66).
       FD PARTNEWO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PN-RECORD                              PIC X(80).
      *    Suspense - only the original transaction code is looked
      *    at, to count the held transfers.
       FD PARTSUSP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PS-RECORD.
           05 PS-KEYS                            PIC X(14).
           05 PS-QTY-BEFORE                      PIC S9(7).
           05 PS-ATTEMPTED-DELTA                 PIC S9(7).
           05 PS-SHORTFALL                       PIC S9(7).
           05 PS-TRANS-CODE                      PIC X(1).
           05 FILLER                             PIC X(44).
       FD PARTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PA-RECORD.
           05 PA-KEYS                            PIC X(14).
           05 PA-TRANS-CODE                      PIC X(1).
           05 PA-QTY-BEFORE                      PIC S9(7).
           05 PA-QTY-AFTER                       PIC S9(7).
           05 PA-DELTA                           PIC S9(7).
           05 PA-RUN-TIMESTAMP                   PIC X(14).
           05 FILLER                             PIC X(30).
       FD PARTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PR-LINE                                PIC X(100).
       FD PARTREO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PE-LINE                                PIC X(100).
       FD PARTVAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PV-LINE                                PIC X(100).
       FD PARTVEX
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PX-LINE                                PIC X(100).
       FD OUTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OUT-RECORD                             PIC X(80).
       FD NEWORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 NO-RECORD                              PIC X(80).
       FD SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SUSP-RECORD                            PIC X(80).
       FD AUDITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 AUDIT-RECORD                           PIC X(80).
       FD RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RECORD-LINE                            PIC X(100).
       FD REORDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REORDER-LINE                           PIC X(100).
       FD VALRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VAL-LINE                               PIC X(100).
       FD VALEXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VALEXC-LINE                            PIC X(100).
       FD RCMBRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RCMB-LINE                              PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PT-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 XT-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 PC-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 RUNCTL-EOF-SWITCH                  PIC X(1) VALUE SPACE.
           05 COPY-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 WS-XT-HDR-SW                       PIC X(1) VALUE "N".
           05 WS-XT-HDR-COUNT                    PIC 9(3) VALUE 0.
           05 WS-XT-HDR-PART-COUNT               PIC 9(2) VALUE 0.
      *    Set inside a partition's trailer lines, which are left
      *    out of the rebuilt report.
           05 WS-TRAILER-SKIP-SW                 PIC X(1) VALUE "N".
      *    Set by any proof that fails - RUNCTL is not written.
           05 WS-RCMB-BAD-SW                     PIC X(1) VALUE "N".
       01 PARTITION-VALUES.
           05 WS-PART-MAX                        PIC 9(1) VALUE 5.
           05 WS-PART-COUNT                      PIC 9(1) VALUE 0.
           05 WS-PART-IX                         PIC 9(1) VALUE 0.
           05 WS-PC-RECS                         PIC 9(3) VALUE 0.
           05 WS-PART-ENTRY OCCURS 5 TIMES.
              10 WS-PART-LOW                     PIC X(2).
              10 WS-PART-HIGH                    PIC X(2).
              10 WS-PART-OUT-COUNT               PIC 9(7).
              10 WS-PART-NEWORD-COUNT            PIC 9(7).
              10 WS-PART-SUSP-COUNT              PIC 9(7).
              10 WS-PART-AUDIT-COUNT             PIC 9(7).
              10 WS-PART-XFR-POSTED              PIC 9(7).
              10 WS-PART-XFR-HELD                PIC 9(7).
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
           05 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-RUN-TIMESTAMP                       PIC X(14)
                                                 VALUE SPACES.
      *    Transfer verdicts from XFRTBL, with the audit record
      *    seen for each leg.
       01 TRANSFER-VALUES.
           05 WS-XFR-MAX                         PIC 9(3) VALUE 100.
           05 WS-XFR-COUNT                       PIC 9(3) VALUE 0.
           05 WS-XFR-IX                          PIC 9(3) VALUE 0.
           05 WS-XFR-CUR-IX                      PIC 9(3) VALUE 0.
           05 WS-XFR-ENTRY OCCURS 100 TIMES.
              10 WS-XFR-FROM-KEY                 PIC X(14).
              10 WS-XFR-TO-KEY                   PIC X(14).
              10 WS-XFR-QTY                      PIC 9(7).
              10 WS-XFR-OK-SW                    PIC X(1).
              10 WS-XFR-FROM-AUDIT-SW            PIC X(1).
              10 WS-XFR-TO-AUDIT-SW              PIC X(1).
           05 WS-XFR-OK-COUNT                    PIC 9(7) VALUE 0.
           05 WS-XFR-HELD-COUNT                  PIC 9(7) VALUE 0.
           05 WS-XFR-PAIRED-COUNT                PIC 9(7) VALUE 0.
           05 WS-XFR-UNPAIRED-COUNT              PIC 9(7) VALUE 0.
           05 WS-AUD-STRAY-COUNT                 PIC 9(7) VALUE 0.
           05 WS-AUD-STAMP-BAD-COUNT             PIC 9(7) VALUE 0.
       01 SEQUENCE-CHECK-VALUES.
           05 WS-PRIOR-OUT-KEYS           PIC X(14) VALUE LOW-VALUES.
           05 OUT-FIRST-READ-SW                 PIC X(1) VALUE "Y".
      *    Company totals - the partitions' PARTCTL records summed,
      *    under the merge's own names so the trailers below read
      *    as they do in PR4041.
       01 RUN-TOTALS.
           05 WS-MS-COUNT                        PIC 9(7) VALUE 0.
           05 WS-CH-COUNT                        PIC 9(7) VALUE 0.
           05 WS-OUT-COUNT                       PIC 9(7) VALUE 0.
           05 WS-UPDATE-COUNT                    PIC 9(7) VALUE 0.
           05 WS-NEW-COUNT                       PIC 9(7) VALUE 0.
           05 WS-CORRECTION-COUNT                PIC 9(7) VALUE 0.
           05 WS-DELETE-COUNT                    PIC 9(7) VALUE 0.
           05 WS-OVER-REDUCTION-COUNT            PIC 9(7) VALUE 0.
           05 WS-UNMATCHED-DEL-COUNT             PIC 9(7) VALUE 0.
           05 WS-BRANCH-SUSP-COUNT               PIC 9(7) VALUE 0.
           05 WS-XFR-POSTED-COUNT                PIC 9(7) VALUE 0.
           05 WS-XFR-SUSP-COUNT                  PIC 9(7) VALUE 0.
           05 WS-RCPT-COUNT                      PIC 9(7) VALUE 0.
           05 WS-OO-RELIEVED-COUNT               PIC 9(7) VALUE 0.
           05 WS-OO-COUNT                        PIC 9(7) VALUE 0.
           05 WS-NEWORD-COUNT                    PIC 9(7) VALUE 0.
           05 WS-SUSPENSE-COUNT                  PIC 9(7) VALUE 0.
           05 WS-AUDIT-COUNT                     PIC 9(7) VALUE 0.
           05 WS-NET-QTY-TOTAL                   PIC S9(11) VALUE 0.
           05 WS-NET-VALUE-TOTAL                 PIC S9(15)V99
                                                 VALUE 0.
           05 WS-TOTAL-VALUE                     PIC S9(15)V99
                                                 VALUE 0.
           05 WS-GAP-ITEM-COUNT                  PIC 9(7) VALUE 0.
           05 WS-GAP-UNIT-TOTAL                  PIC 9(11) VALUE 0.
      *    What was actually copied, proved against the totals.
       01 COPY-COUNTS.
           05 WS-OUT-COPIED                      PIC 9(7) VALUE 0.
           05 WS-NEWORD-COPIED                   PIC 9(7) VALUE 0.
           05 WS-SUSP-COPIED                     PIC 9(7) VALUE 0.
           05 WS-SUSP-XFR-COPIED                 PIC 9(7) VALUE 0.
           05 WS-AUDIT-COPIED                    PIC 9(7) VALUE 0.
           05 WS-CHK-LABEL                       PIC X(30).
           05 WS-CHK-COPIED                      PIC 9(7).
           05 WS-CHK-EXPECTED                    PIC 9(7).
       01 EDITED-VALUES.
           05 WS-NET-QTY-TOTAL-ED                PIC -(12)9.
           05 WS-VAL-SUBTOTAL-ED                 PIC -(15)9.99.
           05 WS-NET-VALUE-ED                    PIC -(15)9.99.
      *    Held back one line while VALRPT is copied - the blank
      *    line ahead of each partition's trailer banner has to be
      *    dropped with it.
       01 WS-VAL-HELD-LINE                       PIC X(100)
                                                 VALUE SPACES.
       01 WS-VAL-HELD-SW                         PIC X(1) VALUE "N".
      *    The merge's CHANGES REPORT headings, reproduced exactly -
      *    the rebuilt RPT is the merge's report, and PR4056 bursts
      *    it by these lines.
       01 REPORT-VALUES.
           05    PAGE-HEADING.
              10    PROG-NAME                   PIC X(5) VALUE "PR041".
              10    FILLER                      PIC X(5) VALUE SPACES.
              10    SHOP-NAME                   PIC X(20) VALUE SPACES.
              10    REPORT-NAME                 PIC X(13) VALUE SPACES.
              10    REPORT-DESC                 PIC X(14) VALUE SPACES.
              10    FILLER                      PIC X(6) VALUE "PAGE -".
              10    PAGE-NUMB                   PIC 99 VALUE 01.
           10    REPORT-DATE.
             15 YYYY                         PIC 9(4) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 MM                           PIC 9(2) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 DD                           PIC 9(2) VALUE ZEROS.
           05    LINE-AMOUNT                     PIC 99 VALUE ZEROS.
           05    LINE-LIMIT                      PIC 99 VALUE 62.
           05    WS-TRAILER-LINE-CHECK           PIC 99 VALUE ZEROS.
           05    REPORT-HEADING.
              10 CITY-H                     PIC X(4) VALUE "CITY".
              10 FILLER                     PIC X(3) VALUE " / ".
              10 STATE-H                    PIC X(5) VALUE "STATE".
              10 FILLER                     PIC X(3) VALUE SPACES.
              10 BRANCH-H                   PIC X(6) VALUE "BRANCH".
              10 FILLER                     PIC X(3) VALUE SPACES.
              10 ITEM-CODE-H                PIC X(5) VALUE "ITEM".
              10 FILLER                     PIC X(7) VALUE SPACES.
              10 QUANTITY-BEFORE-H          PIC X(5) VALUE "QTY B".
              10 FILLER                     PIC X(5) VALUE SPACES.
              10 QUANTITY-AFTER-H           PIC X(5) VALUE "QTY A".
              10 FILLER                     PIC X(3) VALUE SPACES.
              10 ITEM-DESC-H                PIC X(20) VALUE
                 "ITEM DESCRIPTION".
              10 MESSAGE-H                  PIC X(21) VALUE "MESSAGE".
      *    This program's own control report.
       01 RCMB-VALUES.
           05 RCMB-HEADING.
              10 RH-PROG-NAME                PIC X(5) VALUE "PR068".
              10 FILLER                      PIC X(5) VALUE SPACES.
              10 RH-SHOP-NAME                PIC X(20) VALUE SPACES.
              10 RH-REPORT-NAME              PIC X(16) VALUE SPACES.
              10 RH-REPORT-DESC              PIC X(16) VALUE SPACES.
           10 RH-REPORT-DATE.
             15 RH-YYYY                      PIC 9(4) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 RH-MM                        PIC 9(2) VALUE ZEROS.
             15 FILLER                       PIC X(3) VALUE " - ".
             15 RH-DD                        PIC 9(2) VALUE ZEROS.
      *    One partition's control totals.
           05 PART-DETAIL.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-PART-NO                  PIC Z9.
              10 FILLER                      PIC X(3) VALUE SPACES.
              10 PD-LOW-STATE                PIC X(2).
              10 FILLER                      PIC X(3) VALUE " - ".
              10 PD-HIGH-STATE               PIC X(2).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-OUT-COUNT                PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-NEWORD-COUNT             PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-SUSP-COUNT               PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-AUDIT-COUNT              PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-XFR-POSTED               PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-XFR-HELD                 PIC Z(6)9.
              10 FILLER                      PIC X(32) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           PERFORM 120-LOAD-PARTITION-TABLE.
           PERFORM 130-LOAD-TRANSFER-TABLE.
           PERFORM 140-LOAD-PARTITION-CONTROL.
           PERFORM 150-VERIFY-RUN-CONTROL.
           OPEN OUTPUT RCMBRPT.
           PERFORM 210-WRITE-RCMB-HEADINGS.
           PERFORM 540-WRITE-PARTITION-LINE
              VARYING WS-PART-IX FROM 1 BY 1
              UNTIL WS-PART-IX > WS-PART-COUNT.
           MOVE SPACES TO RCMB-LINE.
           WRITE RCMB-LINE.
           OPEN OUTPUT OUTFILE.
           OPEN OUTPUT NEWORD.
           OPEN OUTPUT SUSPENSE.
           OPEN OUTPUT AUDITLOG.
           OPEN OUTPUT RPT.
           OPEN OUTPUT REORDRPT.
           OPEN OUTPUT VALRPT.
           OPEN OUTPUT VALEXC.
           PERFORM 300-COPY-OUTFILE.
           PERFORM 320-COPY-NEWORD.
           PERFORM 340-COPY-SUSPENSE.
           PERFORM 360-COPY-AUDITLOG.
           PERFORM 380-CHECK-TRANSFER-PAIRS.
           PERFORM 400-REBUILD-RPT.
           PERFORM 450-REBUILD-VALRPT.
           PERFORM 470-REBUILD-VALEXC.
           PERFORM 490-REBUILD-REORDRPT.
           PERFORM 660-WRITE-VAL-TRAILERS.
           PERFORM 570-WRITE-RCMB-TRAILER.
           CLOSE OUTFILE.
           CLOSE NEWORD.
           CLOSE SUSPENSE.
           CLOSE AUDITLOG.
           CLOSE RPT.
           CLOSE REORDRPT.
           CLOSE VALRPT.
           CLOSE VALEXC.
           CLOSE RCMBRPT.
           IF WS-RCMB-BAD-SW = "Y"
              DISPLAY "*** ABEND - PARTITIONS DO NOT RECOMBINE ***"
              DISPLAY "SEE RCMBRPT - RUNCTL NOT WRITTEN"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 680-WRITE-RUN-CONTROL.
           GOBACK.

      *    The same table PR4067 split by, checked the same way.
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

      *    The split's verdicts, and the change file and run every
      *    partition must belong to.
       130-LOAD-TRANSFER-TABLE.
           OPEN INPUT XFRTBL.
           PERFORM 132-READ-TRANSFER-RECS
              UNTIL XT-EOF-SWITCH = "Y".
           CLOSE XFRTBL.
           IF WS-XT-HDR-SW NOT = "Y"
              DISPLAY "*** ABEND - XFRTBL HEADER MISSING ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-XT-HDR-COUNT NOT = WS-XFR-COUNT
              DISPLAY "*** ABEND - XFRTBL COUNT MISMATCH ***"
              DISPLAY "HEADER COUNT: " WS-XT-HDR-COUNT
              DISPLAY "RECORDS READ: " WS-XFR-COUNT
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       132-READ-TRANSFER-RECS.
           READ XFRTBL
              AT END
                 MOVE "Y" TO XT-EOF-SWITCH
              NOT AT END
                 IF XT-REC-TYPE = "HDR"
                    MOVE "Y" TO WS-XT-HDR-SW
                    MOVE XT-HDR-FILE-ID TO WS-CHNGE-FILE-ID
                    MOVE XT-HDR-RUN-TIMESTAMP TO WS-RUN-TIMESTAMP
                    MOVE XT-HDR-COUNT TO WS-XT-HDR-COUNT
                    MOVE XT-HDR-PART-COUNT TO WS-XT-HDR-PART-COUNT
                 ELSE
                    PERFORM 134-ADD-TRANSFER-ENTRY
                 END-IF
           END-READ.

       134-ADD-TRANSFER-ENTRY.
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
           MOVE XT-OK-SW TO WS-XFR-OK-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-FROM-AUDIT-SW (WS-XFR-IX).
           MOVE "N" TO WS-XFR-TO-AUDIT-SW (WS-XFR-IX).
           IF XT-OK-SW = "Y"
              ADD 1 TO WS-XFR-OK-COUNT
           ELSE
              ADD 1 TO WS-XFR-HELD-COUNT
           END-IF.

      *    One record per partition, in partition order, every one
      *    from the split XFRTBL names, and as many as that split
      *    cut. A partition missing, run twice into the
      *    concatenation, or run from another split stops the
      *    recombine before anything is written.
       140-LOAD-PARTITION-CONTROL.
           OPEN INPUT PARTCTL.
           PERFORM 142-READ-PARTITION-CONTROL
              UNTIL PC-EOF-SWITCH = "Y".
           CLOSE PARTCTL.
           IF WS-PC-RECS NOT = WS-PART-COUNT
              OR WS-PC-RECS NOT = WS-XT-HDR-PART-COUNT
              DISPLAY "*** ABEND - PARTITION CONTROL MISSING ***"
              DISPLAY "PARTITIONS IN TABLE: " WS-PART-COUNT
              DISPLAY "PARTITIONS IN SPLIT: " WS-XT-HDR-PART-COUNT
              DISPLAY "PARTCTL RECORDS:     " WS-PC-RECS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       142-READ-PARTITION-CONTROL.
           READ PARTCTL
              AT END
                 MOVE "Y" TO PC-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-PC-RECS
                 PERFORM 144-ADD-PARTITION-TOTALS
           END-READ.

       144-ADD-PARTITION-TOTALS.
           IF WS-PC-RECS > WS-PART-COUNT
              OR PC-PART-NO NOT = WS-PC-RECS
              DISPLAY "*** ABEND - PARTCTL OUT OF ORDER ***"
              DISPLAY "EXPECTED PARTITION: " WS-PC-RECS
              DISPLAY "PARTCTL PARTITION:  " PC-PART-NO
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PC-RECS = 1
              MOVE PC-CYCLE-DATE TO WS-CYCLE-DATE
           END-IF.
           IF PC-CHNGE-FILE-ID NOT = WS-CHNGE-FILE-ID
              OR PC-RUN-TIMESTAMP NOT = WS-RUN-TIMESTAMP
              OR PC-CYCLE-DATE NOT = WS-CYCLE-DATE
              DISPLAY "*** ABEND - PARTITION FROM ANOTHER SPLIT ***"
              DISPLAY "PARTITION: " PC-PART-NO
              DISPLAY "PARTITION FILE ID: " PC-CHNGE-FILE-ID
              DISPLAY "PARTITION RUN:     " PC-RUN-TIMESTAMP
              DISPLAY "XFRTBL FILE ID:    " WS-CHNGE-FILE-ID
              DISPLAY "XFRTBL RUN:        " WS-RUN-TIMESTAMP
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PC-PART-NO TO WS-PART-IX.
           MOVE PC-OUT-COUNT TO WS-PART-OUT-COUNT (WS-PART-IX).
           MOVE PC-NEWORD-COUNT TO WS-PART-NEWORD-COUNT (WS-PART-IX).
           MOVE PC-SUSPENSE-COUNT TO WS-PART-SUSP-COUNT (WS-PART-IX).
           MOVE PC-AUDIT-COUNT TO WS-PART-AUDIT-COUNT (WS-PART-IX).
           MOVE PC-XFR-POSTED-COUNT
              TO WS-PART-XFR-POSTED (WS-PART-IX).
           MOVE PC-XFR-SUSP-COUNT TO WS-PART-XFR-HELD (WS-PART-IX).
           ADD PC-MS-COUNT TO WS-MS-COUNT.
           ADD PC-CH-COUNT TO WS-CH-COUNT.
           ADD PC-OUT-COUNT TO WS-OUT-COUNT.
           ADD PC-UPDATE-COUNT TO WS-UPDATE-COUNT.
           ADD PC-NEW-COUNT TO WS-NEW-COUNT.
           ADD PC-CORRECTION-COUNT TO WS-CORRECTION-COUNT.
           ADD PC-DELETE-COUNT TO WS-DELETE-COUNT.
           ADD PC-OVER-REDUCTION-COUNT TO WS-OVER-REDUCTION-COUNT.
           ADD PC-UNMATCHED-DEL-COUNT TO WS-UNMATCHED-DEL-COUNT.
           ADD PC-BRANCH-SUSP-COUNT TO WS-BRANCH-SUSP-COUNT.
           ADD PC-XFR-POSTED-COUNT TO WS-XFR-POSTED-COUNT.
           ADD PC-XFR-SUSP-COUNT TO WS-XFR-SUSP-COUNT.
           ADD PC-RCPT-COUNT TO WS-RCPT-COUNT.
           ADD PC-OO-RELIEVED-COUNT TO WS-OO-RELIEVED-COUNT.
           ADD PC-OO-COUNT TO WS-OO-COUNT.
           ADD PC-NEWORD-COUNT TO WS-NEWORD-COUNT.
           ADD PC-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT.
           ADD PC-AUDIT-COUNT TO WS-AUDIT-COUNT.
           ADD PC-NET-QTY-TOTAL TO WS-NET-QTY-TOTAL.
           ADD PC-NET-VALUE-TOTAL TO WS-NET-VALUE-TOTAL.
           ADD PC-TOTAL-VALUE TO WS-TOTAL-VALUE.
           ADD PC-GAP-ITEM-COUNT TO WS-GAP-ITEM-COUNT.
           ADD PC-GAP-UNIT-TOTAL TO WS-GAP-UNIT-TOTAL.

      *    The merge's duplicate-run and cycle checks, made again
      *    here - the partitions write no RUNCTL record, so until
      *    this step has run the night is not on the log, and a
      *    second recombine of the same night is refused.
       150-VERIFY-RUN-CONTROL.
           OPEN INPUT RUNCTL.
           PERFORM 152-READ-RUNCTL-RECS
              UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.
           IF WS-RUNCTL-RECS > 0
              PERFORM 154-CHECK-CYCLE-AND-DUP
              PERFORM 156-CHECK-MS-GENERATION
           END-IF.

       152-READ-RUNCTL-RECS.
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

       154-CHECK-CYCLE-AND-DUP.
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
              DISPLAY "PARTITION CYCLE: " WS-CYCLE-DATE
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    The partitions' master counts, summed, are the master
      *    PR4067 cut - held against the last run's out count, as
      *    its 136 paragraph held the whole master.
       156-CHECK-MS-GENERATION.
           IF WS-MS-COUNT NOT = WS-LAST-OUT-COUNT
              DISPLAY "*** ABEND - MSFILE GENERATION MISMATCH ***"
              DISPLAY "PARTITION MS COUNT: " WS-MS-COUNT
              DISPLAY "LAST RUN OUT-COUNT: " WS-LAST-OUT-COUNT
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       210-WRITE-RCMB-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO RH-SHOP-NAME.
           MOVE "PARTITION MERGE" TO RH-REPORT-NAME.
           MOVE "RECOMBINE" TO RH-REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-REPORT-DATE.
           MOVE RCMB-HEADING TO RCMB-LINE.
           WRITE RCMB-LINE.
           MOVE SPACES TO RCMB-LINE.
           STRING "CHANGE FILE " DELIMITED BY SIZE
              WS-CHNGE-FILE-ID DELIMITED BY SIZE
              "  CYCLE DATE " DELIMITED BY SIZE
              WS-CYCLE-DATE DELIMITED BY SIZE
              "  RUN " DELIMITED BY SIZE
              WS-RUN-TIMESTAMP DELIMITED BY SIZE
              INTO RCMB-LINE
           END-STRING.
           WRITE RCMB-LINE.
           MOVE SPACES TO RCMB-LINE.
           WRITE RCMB-LINE.
           MOVE SPACES TO RCMB-LINE.
           STRING "PART  STATES    OUTFILE   NEWORD SUSPENSE"
              DELIMITED BY SIZE
              "    AUDIT   XFR IN XFR HELD" DELIMITED BY SIZE
              INTO RCMB-LINE
           END-STRING.
           WRITE RCMB-LINE.

      *    The ranges ascend, so partition order is key order - a
      *    key out of sequence means the concatenation is wrong.
       300-COPY-OUTFILE.
           OPEN INPUT PARTOUT.
           MOVE "N" TO COPY-EOF-SWITCH.
           PERFORM 302-COPY-OUT-RECORD
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTOUT.

       302-COPY-OUT-RECORD.
           READ PARTOUT
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 IF OUT-FIRST-READ-SW = "N"
                    AND PO-KEYS < WS-PRIOR-OUT-KEYS
                    DISPLAY "*** ABEND - PARTOUT OUT OF SEQUENCE ***"
                    DISPLAY "PRIOR KEY: " WS-PRIOR-OUT-KEYS
                    DISPLAY "CURRENT KEY: " PO-KEYS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE PO-KEYS TO WS-PRIOR-OUT-KEYS
                 MOVE "N" TO OUT-FIRST-READ-SW
                 WRITE OUT-RECORD FROM PO-RECORD
                 ADD 1 TO WS-OUT-COPIED
           END-READ.

       320-COPY-NEWORD.
           OPEN INPUT PARTNEWO.
           MOVE "N" TO COPY-EOF-SWITCH.
           PERFORM 322-COPY-NEWORD-RECORD
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTNEWO.

       322-COPY-NEWORD-RECORD.
           READ PARTNEWO
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 WRITE NO-RECORD FROM PN-RECORD
                 ADD 1 TO WS-NEWORD-COPIED
           END-READ.

       340-COPY-SUSPENSE.
           OPEN INPUT PARTSUSP.
           MOVE "N" TO COPY-EOF-SWITCH.
           PERFORM 342-COPY-SUSP-RECORD
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTSUSP.

       342-COPY-SUSP-RECORD.
           READ PARTSUSP
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 WRITE SUSP-RECORD FROM PS-RECORD
                 ADD 1 TO WS-SUSP-COPIED
                 IF PS-TRANS-CODE = "T"
                    ADD 1 TO WS-SUSP-XFR-COPIED
                 END-IF
           END-READ.

      *    Every audit record must carry the split's run stamp, and
      *    each "T" is tied to a leg of an accepted transfer - the
      *    shipping leg first (the shipping group's own audit
      *    record), else the receiving leg the merge posts at the
      *    to key. A "T" no leg will take is listed.
       360-COPY-AUDITLOG.
           OPEN INPUT PARTAUD.
           MOVE "N" TO COPY-EOF-SWITCH.
           PERFORM 362-COPY-AUDIT-RECORD
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTAUD.

       362-COPY-AUDIT-RECORD.
           READ PARTAUD
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 WRITE AUDIT-RECORD FROM PA-RECORD
                 ADD 1 TO WS-AUDIT-COPIED
                 IF PA-RUN-TIMESTAMP NOT = WS-RUN-TIMESTAMP
                    ADD 1 TO WS-AUD-STAMP-BAD-COUNT
                 END-IF
                 IF PA-TRANS-CODE = "T"
                    PERFORM 364-PAIR-TRANSFER-AUDIT
                 END-IF
           END-READ.

       364-PAIR-TRANSFER-AUDIT.
           MOVE 0 TO WS-XFR-CUR-IX.
           PERFORM 366-TEST-SHIPPING-LEG
              VARYING WS-XFR-IX FROM 1 BY 1
              UNTIL WS-XFR-IX > WS-XFR-COUNT.
           IF WS-XFR-CUR-IX = 0
              PERFORM 368-TEST-RECEIVING-LEG
                 VARYING WS-XFR-IX FROM 1 BY 1
                 UNTIL WS-XFR-IX > WS-XFR-COUNT
           END-IF.
           IF WS-XFR-CUR-IX = 0
              ADD 1 TO WS-AUD-STRAY-COUNT
              MOVE SPACES TO RCMB-LINE
              STRING "TRANSFER AUDIT WITH NO ACCEPTED TRANSFER AT "
                 DELIMITED BY SIZE
                 PA-KEYS DELIMITED BY SIZE
                 INTO RCMB-LINE
              END-STRING
              WRITE RCMB-LINE
           END-IF.

       366-TEST-SHIPPING-LEG.
           IF WS-XFR-CUR-IX = 0
              AND WS-XFR-OK-SW (WS-XFR-IX) = "Y"
              AND WS-XFR-FROM-AUDIT-SW (WS-XFR-IX) NOT = "Y"
              AND WS-XFR-FROM-KEY (WS-XFR-IX) = PA-KEYS
              MOVE WS-XFR-IX TO WS-XFR-CUR-IX
              MOVE "Y" TO WS-XFR-FROM-AUDIT-SW (WS-XFR-IX)
           END-IF.

       368-TEST-RECEIVING-LEG.
           IF WS-XFR-CUR-IX = 0
              AND WS-XFR-OK-SW (WS-XFR-IX) = "Y"
              AND WS-XFR-TO-AUDIT-SW (WS-XFR-IX) NOT = "Y"
              AND WS-XFR-TO-KEY (WS-XFR-IX) = PA-KEYS
              MOVE WS-XFR-IX TO WS-XFR-CUR-IX
              MOVE "Y" TO WS-XFR-TO-AUDIT-SW (WS-XFR-IX)
           END-IF.

      *    Both legs of every accepted transfer on the audit trail,
      *    whichever partitions they fell in.
       380-CHECK-TRANSFER-PAIRS.
           PERFORM 382-CHECK-ONE-PAIR
              VARYING WS-XFR-IX FROM 1 BY 1
              UNTIL WS-XFR-IX > WS-XFR-COUNT.

       382-CHECK-ONE-PAIR.
           IF WS-XFR-OK-SW (WS-XFR-IX) = "Y"
              IF WS-XFR-FROM-AUDIT-SW (WS-XFR-IX) = "Y"
                 AND WS-XFR-TO-AUDIT-SW (WS-XFR-IX) = "Y"
                 ADD 1 TO WS-XFR-PAIRED-COUNT
              ELSE
                 ADD 1 TO WS-XFR-UNPAIRED-COUNT
                 MOVE SPACES TO RCMB-LINE
                 STRING "TRANSFER NOT POSTED BOTH LEGS: "
                    DELIMITED BY SIZE
                    WS-XFR-FROM-KEY (WS-XFR-IX) DELIMITED BY SIZE
                    " TO " DELIMITED BY SIZE
                    WS-XFR-TO-KEY (WS-XFR-IX) DELIMITED BY SIZE
                    " QTY " DELIMITED BY SIZE
                    WS-XFR-QTY (WS-XFR-IX) DELIMITED BY SIZE
                    INTO RCMB-LINE
                 END-STRING
                 WRITE RCMB-LINE
              END-IF
           END-IF.

      *    CHANGES REPORT - one set of headings, the partitions'
      *    detail and total lines re-paginated under them, and the
      *    trailer once from the company totals. Each partition's
      *    own headings (a restarted partition can repeat them) and
      *    its trailer are left out.
       400-REBUILD-RPT.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "CHANGES REPORT" TO REPORT-NAME.
           MOVE "STANDING ORDERS" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RECORD-LINE.
           WRITE RECORD-LINE.
           ADD 1 TO LINE-AMOUNT.
           MOVE REPORT-HEADING TO RECORD-LINE.
           WRITE RECORD-LINE.
           ADD 1 TO LINE-AMOUNT.
           OPEN INPUT PARTRPT.
           MOVE "N" TO COPY-EOF-SWITCH.
           MOVE "N" TO WS-TRAILER-SKIP-SW.
           PERFORM 402-COPY-RPT-LINE
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTRPT.
           PERFORM 560-WRITE-TRAILER.

       402-COPY-RPT-LINE.
           READ PARTRPT
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 PERFORM 404-SORT-RPT-LINE
           END-READ.

       404-SORT-RPT-LINE.
           EVALUATE TRUE
              WHEN WS-TRAILER-SKIP-SW = "Y"
                 IF PR-LINE (1:34) =
                    "TOTAL RECORDS WRITTEN TO OUTFILE: "
                    MOVE "N" TO WS-TRAILER-SKIP-SW
                 END-IF
              WHEN PR-LINE (1:5) = "PR041"
                 CONTINUE
              WHEN PR-LINE = REPORT-HEADING
                 CONTINUE
              WHEN PR-LINE (1:33) =
                 "*** END OF RUN CONTROL TOTALS ***"
                 MOVE "Y" TO WS-TRAILER-SKIP-SW
              WHEN OTHER
                 ADD 1 TO LINE-AMOUNT
                 PERFORM 550-EVAL-EOL
                 MOVE PR-LINE TO RECORD-LINE
                 WRITE RECORD-LINE
           END-EVALUATE.

      *    Valuation report - the partitions' detail and subtotal
      *    lines under one set of headings. Each partition's
      *    trailer (a blank line, the banner and two totals) is
      *    dropped; the company trailer follows in 660.
       450-REBUILD-VALRPT.
           MOVE SPACES TO VAL-LINE.
           STRING "INVENTORY VALUATION REPORT - NEW MASTER"
              DELIMITED BY SIZE INTO VAL-LINE
           END-STRING.
           WRITE VAL-LINE.
           MOVE SPACES TO VAL-LINE.
           STRING "STATE CITY BRANCH ITEM  ON-HAND UNIT-COST"
              DELIMITED BY SIZE
              "      EXTENDED-VALUE" DELIMITED BY SIZE
              INTO VAL-LINE
           END-STRING.
           WRITE VAL-LINE.
           OPEN INPUT PARTVAL.
           MOVE "N" TO COPY-EOF-SWITCH.
           MOVE "N" TO WS-TRAILER-SKIP-SW.
           MOVE "N" TO WS-VAL-HELD-SW.
           PERFORM 452-COPY-VAL-LINE
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTVAL.
           IF WS-VAL-HELD-SW = "Y"
              WRITE VAL-LINE FROM WS-VAL-HELD-LINE
           END-IF.

       452-COPY-VAL-LINE.
           READ PARTVAL
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 PERFORM 454-SORT-VAL-LINE
           END-READ.

       454-SORT-VAL-LINE.
           EVALUATE TRUE
              WHEN WS-TRAILER-SKIP-SW = "Y"
                 IF PV-LINE (1:27) = "NET VALUE CHANGE THIS RUN: "
                    MOVE "N" TO WS-TRAILER-SKIP-SW
                 END-IF
              WHEN PV-LINE (1:39) =
                 "INVENTORY VALUATION REPORT - NEW MASTER"
                 CONTINUE
              WHEN PV-LINE (1:41) =
                 "STATE CITY BRANCH ITEM  ON-HAND UNIT-COST"
                 CONTINUE
              WHEN PV-LINE (1:33) =
                 "*** END OF RUN CONTROL TOTALS ***"
                 MOVE "N" TO WS-VAL-HELD-SW
                 MOVE "Y" TO WS-TRAILER-SKIP-SW
              WHEN OTHER
                 IF WS-VAL-HELD-SW = "Y"
                    WRITE VAL-LINE FROM WS-VAL-HELD-LINE
                 END-IF
                 MOVE PV-LINE TO WS-VAL-HELD-LINE
                 MOVE "Y" TO WS-VAL-HELD-SW
           END-EVALUATE.

      *    Valuation exceptions - detail lines only; the headings,
      *    blank line and two totals of each partition are
      *    replaced by the company trailer in 660.
       470-REBUILD-VALEXC.
           MOVE SPACES TO VALEXC-LINE.
           STRING "VALUATION EXCEPTIONS - ITEMS WITH NO COST ON FILE"
              DELIMITED BY SIZE INTO VALEXC-LINE
           END-STRING.
           WRITE VALEXC-LINE.
           MOVE SPACES TO VALEXC-LINE.
           STRING "STATE CITY BRANCH ITEM  ON-HAND"
              DELIMITED BY SIZE INTO VALEXC-LINE
           END-STRING.
           WRITE VALEXC-LINE.
           OPEN INPUT PARTVEX.
           MOVE "N" TO COPY-EOF-SWITCH.
           PERFORM 472-COPY-VALEXC-LINE
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTVEX.

       472-COPY-VALEXC-LINE.
           READ PARTVEX
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 EVALUATE TRUE
                    WHEN PX-LINE = SPACES
                       CONTINUE
                    WHEN PX-LINE (1:23) = "VALUATION EXCEPTIONS - "
                       CONTINUE
                    WHEN PX-LINE (1:31) =
                       "STATE CITY BRANCH ITEM  ON-HAND"
                       CONTINUE
                    WHEN PX-LINE (1:28) =
                       "ITEMS WITH NO COST ON FILE: "
                       CONTINUE
                    WHEN PX-LINE (1:30) =
                       "UNVALUED UNITS ON NEW MASTER: "
                       CONTINUE
                    WHEN OTHER
                       WRITE VALEXC-LINE FROM PX-LINE
                 END-EVALUATE
           END-READ.

      *    Reorder report - detail lines under one set of headings.
       490-REBUILD-REORDRPT.
           MOVE SPACES TO REORDER-LINE.
           STRING "REORDER REPORT - ITEMS AT OR BELOW REORDER POINT"
              DELIMITED BY SIZE INTO REORDER-LINE
           END-STRING.
           WRITE REORDER-LINE.
           MOVE SPACES TO REORDER-LINE.
           STRING "STATE CITY BRANCH ITEM  ON-HAND ON-ORDER"
              DELIMITED BY SIZE
              " REORDER-PT SUGGESTED-REORDER-QTY"
              DELIMITED BY SIZE
              INTO REORDER-LINE
           END-STRING.
           WRITE REORDER-LINE.
           OPEN INPUT PARTREO.
           MOVE "N" TO COPY-EOF-SWITCH.
           PERFORM 492-COPY-REORDER-LINE
              UNTIL COPY-EOF-SWITCH = "Y".
           CLOSE PARTREO.

       492-COPY-REORDER-LINE.
           READ PARTREO
              AT END
                 MOVE "Y" TO COPY-EOF-SWITCH
              NOT AT END
                 IF PE-LINE (1:48) NOT =
                    "REORDER REPORT - ITEMS AT OR BELOW REORDER POINT"
                    AND PE-LINE (1:40) NOT =
                    "STATE CITY BRANCH ITEM  ON-HAND ON-ORDER"
                    WRITE REORDER-LINE FROM PE-LINE
                 END-IF
           END-READ.

       540-WRITE-PARTITION-LINE.
           MOVE WS-PART-IX TO PD-PART-NO.
           MOVE WS-PART-LOW (WS-PART-IX) TO PD-LOW-STATE.
           MOVE WS-PART-HIGH (WS-PART-IX) TO PD-HIGH-STATE.
           MOVE WS-PART-OUT-COUNT (WS-PART-IX) TO PD-OUT-COUNT.
           MOVE WS-PART-NEWORD-COUNT (WS-PART-IX) TO PD-NEWORD-COUNT.
           MOVE WS-PART-SUSP-COUNT (WS-PART-IX) TO PD-SUSP-COUNT.
           MOVE WS-PART-AUDIT-COUNT (WS-PART-IX) TO PD-AUDIT-COUNT.
           MOVE WS-PART-XFR-POSTED (WS-PART-IX) TO PD-XFR-POSTED.
           MOVE WS-PART-XFR-HELD (WS-PART-IX) TO PD-XFR-HELD.
           MOVE PART-DETAIL TO RCMB-LINE.
           WRITE RCMB-LINE.

       550-EVAL-EOL.

           IF LINE-AMOUNT IS GREATER THAN OR EQUAL TO LINE-LIMIT
              DISPLAY "END OF THIS PAGE"
              ADD 1 TO PAGE-NUMB
              MOVE ZEROS TO LINE-AMOUNT
              MOVE PAGE-HEADING TO RECORD-LINE
              WRITE RECORD-LINE
              ADD 1 TO LINE-AMOUNT
              MOVE REPORT-HEADING TO RECORD-LINE
              WRITE RECORD-LINE
              ADD 1 TO LINE-AMOUNT
           END-IF.

      *    The merge's trailer, line for line - PR4065 and the
      *    operators read these labels. Must stay in step with
      *    560-WRITE-TRAILER in PR4041.
       560-WRITE-TRAILER.
           COMPUTE WS-TRAILER-LINE-CHECK = LINE-AMOUNT + 16.
           IF WS-TRAILER-LINE-CHECK > LINE-LIMIT
              MOVE LINE-LIMIT TO LINE-AMOUNT
           END-IF.
           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "RECORDS UPDATED (QTY ADJUST): " DELIMITED BY SIZE
              WS-UPDATE-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "RECORDS ADDED (NEW ITEMS): " DELIMITED BY SIZE
              WS-NEW-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "MASTER DATA CORRECTIONS: " DELIMITED BY SIZE
              WS-CORRECTION-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "RECORDS DELETED: " DELIMITED BY SIZE
              WS-DELETE-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "OVER-REDUCTIONS SENT TO SUSPENSE: "
              DELIMITED BY SIZE
              WS-OVER-REDUCTION-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "UNMATCHED DELETES SENT TO SUSPENSE: "
              DELIMITED BY SIZE
              WS-UNMATCHED-DEL-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "BRANCH HOLDS SENT TO SUSPENSE: "
              DELIMITED BY SIZE
              WS-BRANCH-SUSP-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "TRANSFERS POSTED (BOTH LEGS): "
              DELIMITED BY SIZE
              WS-XFR-POSTED-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "TRANSFERS HELD TO SUSPENSE: "
              DELIMITED BY SIZE
              WS-XFR-SUSP-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "RECEIPT GROUPS POSTED: "
              DELIMITED BY SIZE
              WS-RCPT-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "OPEN ORDERS FULLY RELIEVED: "
              DELIMITED BY SIZE
              WS-OO-RELIEVED-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "OPEN ORDERS CARRIED TO NEWORD: "
              DELIMITED BY SIZE
              WS-NEWORD-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           MOVE WS-NET-QTY-TOTAL TO WS-NET-QTY-TOTAL-ED.
           STRING "NET QUANTITY CHANGE WRITTEN TO OUTFILE: "
              DELIMITED BY SIZE
              WS-NET-QTY-TOTAL-ED DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           MOVE WS-NET-VALUE-TOTAL TO WS-NET-VALUE-ED.
           STRING "NET VALUE CHANGE WRITTEN TO OUTFILE: "
              DELIMITED BY SIZE
              WS-NET-VALUE-ED DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

           ADD 1 TO LINE-AMOUNT.
           PERFORM 550-EVAL-EOL.
           MOVE SPACES TO RECORD-LINE.
           STRING "TOTAL RECORDS WRITTEN TO OUTFILE: "
              DELIMITED BY SIZE
              WS-OUT-COUNT DELIMITED BY SIZE
              INTO RECORD-LINE
           END-STRING.
           WRITE RECORD-LINE.

      *    Recombine control totals - each copy against the
      *    partitions' own count, and the transfer proofs.
       570-WRITE-RCMB-TRAILER.
           MOVE SPACES TO RCMB-LINE.
           WRITE RCMB-LINE.
           MOVE SPACES TO RCMB-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RCMB-LINE
           END-STRING.
           WRITE RCMB-LINE.
           MOVE SPACES TO RCMB-LINE.
           STRING "PARTITIONS RECOMBINED: " DELIMITED BY SIZE
              WS-PART-COUNT DELIMITED BY SIZE
              INTO RCMB-LINE
           END-STRING.
           WRITE RCMB-LINE.
           MOVE "OUTFILE RECORDS COPIED: " TO WS-CHK-LABEL.
           MOVE WS-OUT-COPIED TO WS-CHK-COPIED.
           MOVE WS-OUT-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "NEWORD RECORDS COPIED: " TO WS-CHK-LABEL.
           MOVE WS-NEWORD-COPIED TO WS-CHK-COPIED.
           MOVE WS-NEWORD-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "SUSPENSE RECORDS COPIED: " TO WS-CHK-LABEL.
           MOVE WS-SUSP-COPIED TO WS-CHK-COPIED.
           MOVE WS-SUSPENSE-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "AUDIT RECORDS COPIED: " TO WS-CHK-LABEL.
           MOVE WS-AUDIT-COPIED TO WS-CHK-COPIED.
           MOVE WS-AUDIT-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "TRANSFERS POSTED BOTH LEGS: " TO WS-CHK-LABEL.
           MOVE WS-XFR-POSTED-COUNT TO WS-CHK-COPIED.
           MOVE WS-XFR-OK-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "TRANSFER LEGS PAIRED: " TO WS-CHK-LABEL.
           MOVE WS-XFR-PAIRED-COUNT TO WS-CHK-COPIED.
           MOVE WS-XFR-OK-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "TRANSFERS HELD TO SUSPENSE: " TO WS-CHK-LABEL.
           MOVE WS-XFR-SUSP-COUNT TO WS-CHK-COPIED.
           MOVE WS-XFR-HELD-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "HELD TRANSFERS ON SUSPENSE: " TO WS-CHK-LABEL.
           MOVE WS-SUSP-XFR-COPIED TO WS-CHK-COPIED.
           MOVE WS-XFR-HELD-COUNT TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "STRAY TRANSFER AUDITS: " TO WS-CHK-LABEL.
           MOVE WS-AUD-STRAY-COUNT TO WS-CHK-COPIED.
           MOVE 0 TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           MOVE "AUDITS FROM ANOTHER RUN: " TO WS-CHK-LABEL.
           MOVE WS-AUD-STAMP-BAD-COUNT TO WS-CHK-COPIED.
           MOVE 0 TO WS-CHK-EXPECTED.
           PERFORM 575-WRITE-PROOF-LINE.
           IF WS-RCMB-BAD-SW NOT = "Y"
              COMPUTE WS-RUN-NUMBER = WS-LAST-RUN-NUMBER + 1
              MOVE SPACES TO RCMB-LINE
              STRING "RUNCTL RUN NUMBER WRITTEN: " DELIMITED BY SIZE
                 WS-RUN-NUMBER DELIMITED BY SIZE
                 INTO RCMB-LINE
              END-STRING
              WRITE RCMB-LINE
           END-IF.

       575-WRITE-PROOF-LINE.
           MOVE SPACES TO RCMB-LINE.
           STRING WS-CHK-LABEL DELIMITED BY SIZE
              WS-CHK-COPIED DELIMITED BY SIZE
              "  EXPECTED: " DELIMITED BY SIZE
              WS-CHK-EXPECTED DELIMITED BY SIZE
              INTO RCMB-LINE
           END-STRING.
           IF WS-CHK-COPIED NOT = WS-CHK-EXPECTED
              MOVE "*** MISMATCH ***" TO RCMB-LINE (70:16)
              MOVE "Y" TO WS-RCMB-BAD-SW
           END-IF.
           WRITE RCMB-LINE.

      *    Must stay in step with 660-WRITE-VAL-TRAILERS in PR4041.
       660-WRITE-VAL-TRAILERS.
           MOVE SPACES TO VAL-LINE.
           WRITE VAL-LINE.
           MOVE SPACES TO VAL-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO VAL-LINE
           END-STRING.
           WRITE VAL-LINE.
           MOVE SPACES TO VAL-LINE.
           MOVE WS-TOTAL-VALUE TO WS-VAL-SUBTOTAL-ED.
           STRING "TOTAL INVENTORY VALUE: " DELIMITED BY SIZE
              WS-VAL-SUBTOTAL-ED DELIMITED BY SIZE
              INTO VAL-LINE
           END-STRING.
           WRITE VAL-LINE.
           MOVE SPACES TO VAL-LINE.
           MOVE WS-NET-VALUE-TOTAL TO WS-NET-VALUE-ED.
           STRING "NET VALUE CHANGE THIS RUN: " DELIMITED BY SIZE
              WS-NET-VALUE-ED DELIMITED BY SIZE
              INTO VAL-LINE
           END-STRING.
           WRITE VAL-LINE.
           MOVE SPACES TO VALEXC-LINE.
           WRITE VALEXC-LINE.
           MOVE SPACES TO VALEXC-LINE.
           STRING "ITEMS WITH NO COST ON FILE: " DELIMITED BY SIZE
              WS-GAP-ITEM-COUNT DELIMITED BY SIZE
              INTO VALEXC-LINE
           END-STRING.
           WRITE VALEXC-LINE.
           MOVE SPACES TO VALEXC-LINE.
           STRING "UNVALUED UNITS ON NEW MASTER: " DELIMITED BY SIZE
              WS-GAP-UNIT-TOTAL DELIMITED BY SIZE
              INTO VALEXC-LINE
           END-STRING.
           WRITE VALEXC-LINE.

      *    The night's one run-control record, as a company run
      *    writes it - written last, only once everything above
      *    has proved.
       680-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL.
           MOVE WS-CYCLE-DATE TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-NUMBER TO RUNC-RUN-NUMBER.
           MOVE WS-CHNGE-FILE-ID TO RUNC-CHNGE-FILE-ID.
           MOVE WS-MS-COUNT TO RUNC-MS-COUNT.
           MOVE WS-CH-COUNT TO RUNC-CH-COUNT.
           MOVE WS-OUT-COUNT TO RUNC-OUT-COUNT.
           MOVE WS-RUN-TIMESTAMP TO RUNC-RUN-TIMESTAMP.
           WRITE RUNC-RECORD.
           CLOSE RUNCTL.
