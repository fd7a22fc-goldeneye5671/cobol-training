       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4060.
      *    Dual-control approval hold - runs between the PR4043
      *    edit and PR4042 suspense recycle. PR4043 only proves a
      *    card is well formed; a clerk's "Q", "C" or "D" card that
      *    writes off a season's stock is just as well formed as a
      *    good one. Every Q/C/D card on CHCLEAN is valued at the
      *    ITEMXREF unit cost:
      *      Q - the card quantity (either sign)
      *      D - the on-hand being deleted
      *      C - the larger of the on-hand being corrected and the
      *          corrected quantity
      *    and any card valued over the threshold on the parameter
      *    card is pulled onto the pending-approval file instead of
      *    passing to the merge. Everything else - and every R/T
      *    card - passes straight through to CHAPPR, which PR4042
      *    reads as its incoming CHNGE file.
      *    Each held card gets a pending id (date held plus a
      *    sequence number) and prints on the approval worksheet
      *    (APRWKS) by branch. A supervisor keys one APPROVE card
      *    per decision on a later night:
      *      A - approved: the card is released into CHAPPR in key
      *          order with the night's own cards, and so reaches
      *          the combined change file and the merge
      *      D - declined: the card is dropped and reported
      *    Items with no decision stay pending and print on the
      *    worksheet again; one pending longer than the age limit
      *    on the parameter card is listed as an exception on the
      *    decision register (APRRPT) every night until someone
      *    decides it.
      *    The stock moves PR4062 cards for an item supersession
      *    - a "D" on the superseded code and a plus "Q" on its
      *    successor - are never held: the pair must reach the
      *    merge together, and the move changes the code the stock
      *    is kept under, not how much there is. They are known by
      *    the "S" source flag in column 42 and the code moved from
      *    in 43-47, which PR4043 keeps only on a card it has proved
      *    against SUPHIST, matched here against the codes SUPHIST
      *    shows moved last night or tonight: a "D" on the old code
      *    or a plus "Q" on its successor. A clerk's card on either
      *    code carries no flag and is screened like any other.
      *    A card approved after its item code was superseded -
      *    usually well after PR4043's one-night window - is not
      *    released onto the dead code: a "Q" or "R" is re-keyed to
      *    the code at the end of the chain SUPHIST shows (the "K"
      *    flag in column 42, the code it was held on in 43-47),
      *    and a "C", "D" or "T" is declined on the register. The
      *    pending items pass through SORTWK so a re-keyed card
      *    still reaches CHAPPR in key order.
      *    The CHCLEAN header passes through untouched; its trailer
      *    is proved against the data records read, then rewritten
      *    with the CHAPPR count so PR4042's trailer check holds.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHCLEAN ASSIGN TO CHCLEAN.
           SELECT MSFILE ASSIGN TO MSFILE.
           SELECT PARMFILE ASSIGN TO PARMFILE.
      *    OPTIONAL - the first night has nothing pending and no
      *    decisions keyed.
           SELECT OPTIONAL PENDING ASSIGN TO PENDING.
           SELECT OPTIONAL APPROVE ASSIGN TO APPROVE.
           SELECT CHAPPR ASSIGN TO CHAPPR.
           SELECT PENDINGN ASSIGN TO PENDINGN.
           SELECT APRWKS ASSIGN TO APRWKS.
           SELECT APRRPT ASSIGN TO APRRPT.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT ITEMXREF ASSIGN TO ITEMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ITEM-CODE.
           SELECT BRNCHREF ASSIGN TO BRNCHREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-LOC-KEY.
           SELECT OPTIONAL SUPHIST ASSIGN TO SUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-OLD-ITEM-CODE.
       DATA DIVISION.
       FILE SECTION.
      *    Clean sorted change file exactly as PR4043 wrote it.
       FD CHCLEAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CI-TRL-RECORD.
           05 CI-TRL-TYPE                        PIC X(3).
           05 CI-TRL-COUNT                       PIC 9(7).
           05 FILLER                             PIC X(70).
       01 CI-RECORD.
           05 CI-KEYS.
              10 CI-LOC-KEY                      PIC X(9).
              10 CI-ITEM-CODE                    PIC X(5).
           05 CI-QTY                             PIC S9(7).
           05 CI-TRANS-CODE                      PIC X(1).
              88 CI-HOLDABLE                     VALUE "Q" "C" "D".
           05 CI-RECYCLE-DATA                    PIC X(10).
           05 CI-XFR-TO-LOC                      PIC X(9).
           05 CI-SOURCE                          PIC X(1).
           05 CI-FROM-ITEM                       PIC X(5).
           05 FILLER                             PIC X(33).
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
      *    Threshold in cents and the pending age limit in days -
      *    spaces take the standing defaults.
       FD PARMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PARM-RECORD.
           05 PARM-THRESHOLD                     PIC X(9).
           05 PARM-AGE-DAYS                      PIC X(3).
           05 FILLER                             PIC X(68).
      *    Pending-approval file in key order, as last night's run
      *    of this program left it.
       FD PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PN-RECORD.
           05 PN-KEYS.
              10 PN-LOC-KEY                      PIC X(9).
              10 PN-ITEM-CODE                    PIC X(5).
           05 PN-QTY                             PIC S9(7).
           05 PN-TRANS-CODE                      PIC X(1).
           05 PN-PEND-ID.
              10 PN-HELD-DATE                    PIC X(8).
              10 PN-HELD-SEQ                     PIC 9(5).
           05 PN-ON-HAND                         PIC 9(7).
           05 PN-UNIT-COST                       PIC 9(5)V99.
           05 PN-VALUE                           PIC 9(11)V99.
           05 FILLER                             PIC X(18).
      *    Supervisor decisions, in any order.
       FD APPROVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 APV-RECORD.
           05 APV-PEND-ID                        PIC X(13).
           05 APV-DECISION                       PIC X(1).
              88 APV-APPROVED                    VALUE "A".
              88 APV-DECLINED                    VALUE "D".
           05 APV-SUPERVISOR                     PIC X(8).
           05 FILLER                             PIC X(58).
      *    Change file handed to PR4042 in place of CHCLEAN - same
      *    80-byte layout.
       FD CHAPPR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CA-RECORD.
           05 CA-KEYS                            PIC X(14).
           05 CA-QTY                             PIC S9(7).
           05 CA-TRANS-CODE                      PIC X(1).
           05 FILLER                             PIC X(19).
           05 CA-SOURCE                          PIC X(1).
           05 CA-FROM-ITEM                       PIC X(5).
           05 FILLER                             PIC X(33).
      *    Tomorrow's pending file - same layout as PENDING.
       FD PENDINGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PNN-RECORD                             PIC X(80).
       FD APRWKS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 WKS-LINE                               PIC X(100).
       FD APRRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).
       FD ITEMXREF
           RECORD CONTAINS 32 CHARACTERS.
       01 XR-RECORD.
           05 XR-ITEM-CODE                       PIC X(5).
           05 XR-ITEM-DESC                       PIC X(20).
           05 XR-UNIT-COST                       PIC 9(5)V99.
       FD BRNCHREF
           RECORD CONTAINS 50 CHARACTERS.
       01 BR-RECORD.
           05 BR-LOC-KEY                         PIC X(9).
           05 BR-NAME                            PIC X(25).
           05 BR-REGION                          PIC X(10).
           05 BR-ACTIVE-FLAG                     PIC X(1).
           05 FILLER                             PIC X(5).
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
      *    Pending items on their way to the merge below - the
      *    PENDING layout, with the re-key flag and the code the
      *    item was held on in the spare bytes.
       SD SORTWK
           RECORD CONTAINS 80 CHARACTERS.
       01 SRT-RECORD.
           05 SRT-KEYS.
              10 SRT-LOC-KEY                     PIC X(9).
              10 SRT-ITEM-CODE                   PIC X(5).
           05 SRT-QTY                            PIC S9(7).
           05 SRT-TRANS-CODE                     PIC X(1).
           05 SRT-PEND-ID.
              10 SRT-HELD-DATE                   PIC X(8).
              10 SRT-HELD-SEQ                    PIC 9(5).
           05 SRT-ON-HAND                        PIC 9(7).
           05 SRT-UNIT-COST                      PIC 9(5)V99.
           05 SRT-VALUE                          PIC 9(11)V99.
           05 SRT-SOURCE                         PIC X(1).
           05 SRT-FROM-ITEM                      PIC X(5).
           05 FILLER                             PIC X(12).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 PARM-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 CI-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 PN-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 SRT-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 APV-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 SH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-SUP-MOVE-SW                     PIC X(1) VALUE "N".
              88 SUPERSESSION-MOVE               VALUE "Y".
           05 WS-SUP-FOUND-SW                    PIC X(1) VALUE "N".
           05 WS-CI-READ-DONE-SW                 PIC X(1) VALUE "N".
           05 WS-CI-HDR-SEEN-SW                  PIC X(1) VALUE "N".
           05 WS-CI-TRL-SEEN-SW                  PIC X(1) VALUE "N".
           05 WS-APV-FOUND-SW                    PIC X(1) VALUE "N".
      *    Approval threshold and pending age limit - spaces on the
      *    card take these standing defaults.
       01 CONTROL-VALUES.
           05 WS-THRESHOLD                PIC 9(7)V99 VALUE 1000.
           05 WS-AGE-DAYS                 PIC 9(3) VALUE 5.
           05 WS-TODAY                    PIC X(8) VALUE SPACES.
           05 WS-TODAY-INT                PIC 9(7) VALUE 0.
      *    Supervisor decisions loaded from APPROVE, matched to the
      *    pending file by pending id. An entry left unused at the
      *    end names an item that is not pending.
       01 APPROVAL-TABLE-VALUES.
           05 WS-APV-MAX                         PIC 9(3) VALUE 500.
           05 WS-APV-COUNT                       PIC 9(3) VALUE 0.
           05 WS-APV-IX                          PIC 9(3) VALUE 0.
           05 WS-APV-HIT-IX                      PIC 9(3) VALUE 0.
           05 WS-APV-SEARCH-ID                   PIC X(13) VALUE SPACES.
           05 WS-APV-ENTRY OCCURS 500 TIMES.
              10 WS-APV-PEND-ID                  PIC X(13).
              10 WS-APV-DECISION                 PIC X(1).
              10 WS-APV-SUPERVISOR               PIC X(8).
              10 WS-APV-USED-SW                  PIC X(1).
      *    Every supersession PR4062 has moved. WS-SUP-TO-ITEM is
      *    the code the stock went to - the keyed new code, or the
      *    end of the chain when that code was itself superseded
      *    later. WS-SUP-RECENT-SW marks the ones moved last night
      *    or tonight, whose move cards may be on tonight's file.
       01 SUPERSESSION-TABLE-VALUES.
           05 WS-SUP-MAX                         PIC 9(4) VALUE 999.
           05 WS-SUP-COUNT                       PIC 9(4) VALUE 0.
           05 WS-SUP-IX                          PIC 9(4) VALUE 0.
           05 WS-SUP-JX                          PIC 9(4) VALUE 0.
           05 WS-SUP-HIT-IX                      PIC 9(4) VALUE 0.
           05 WS-SUP-PASS                        PIC 9(4) VALUE 0.
           05 WS-SUP-CHAIN-SW                    PIC X(1) VALUE "N".
           05 WS-SUP-SEARCH-ITEM                 PIC X(5) VALUE SPACES.
           05 WS-SUP-ENTRY OCCURS 999 TIMES.
              10 WS-SUP-OLD-ITEM                 PIC X(5).
              10 WS-SUP-NEW-ITEM                 PIC X(5).
              10 WS-SUP-TO-ITEM                  PIC X(5).
              10 WS-SUP-RECENT-SW                PIC X(1).
       01 WORK-VALUES.
           05 WS-UNIT-COST                       PIC 9(5)V99 VALUE 0.
           05 WS-ON-HAND                         PIC 9(7) VALUE 0.
           05 WS-ABS-QTY                         PIC 9(7) VALUE 0.
           05 WS-VALUE-QTY                       PIC 9(7) VALUE 0.
           05 WS-CARD-VALUE                      PIC 9(11)V99 VALUE 0.
           05 WS-HELD-SEQ                        PIC 9(5) VALUE 0.
           05 WS-DAYS-PENDING                    PIC 9(5) VALUE 0.
           05 WS-DATE-INT                        PIC 9(7) VALUE 0.
           05 WS-RESULT-TEXT                     PIC X(25)
                                                 VALUE SPACES.
           05 WS-SUPERVISOR                      PIC X(8) VALUE SPACES.
      *    Worksheet branch control break.
           05 WS-WK-LOC                          PIC X(9)
                                                 VALUE LOW-VALUES.
           05 WS-WK-BR-ITEMS                     PIC 9(7) VALUE 0.
           05 WS-WK-BR-VALUE                     PIC 9(13)V99 VALUE 0.
           05 WS-WK-FLAG                         PIC X(6) VALUE SPACES.
      *    The pending image built for tomorrow's file, whichever
      *    side it came from.
       01 PNW-RECORD.
           05 PNW-KEYS.
              10 PNW-LOC-KEY                     PIC X(9).
              10 PNW-ITEM-CODE                   PIC X(5).
           05 PNW-QTY                            PIC S9(7).
           05 PNW-TRANS-CODE                     PIC X(1).
           05 PNW-PEND-ID.
              10 PNW-HELD-DATE                   PIC X(8).
              10 PNW-HELD-SEQ                    PIC 9(5).
           05 PNW-ON-HAND                        PIC 9(7).
           05 PNW-UNIT-COST                      PIC 9(5)V99.
           05 PNW-VALUE                          PIC 9(11)V99.
           05 FILLER                             PIC X(18).
      *    Outgoing trailer image, written after the last data
      *    record with the CHAPPR count.
       01 CA-TRL-RECORD.
           05 CA-TRL-TYPE                  PIC X(3) VALUE "TRL".
           05 CA-TRL-COUNT                 PIC 9(7) VALUE ZEROS.
           05 FILLER                       PIC X(70) VALUE SPACES.
      *    Prior-key holders and first-read flags for the
      *    ascending-sequence checks.
       01 SEQUENCE-CHECK-VALUES.
           05 WS-PRIOR-CI-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 WS-PRIOR-PN-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 WS-PRIOR-MS-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 CI-FIRST-READ-SW                  PIC X(1) VALUE "Y".
           05 PN-FIRST-READ-SW                  PIC X(1) VALUE "Y".
           05 MS-FIRST-READ-SW                  PIC X(1) VALUE "Y".
       01 RUN-TOTALS.
           05 WS-CI-DATA-COUNT                   PIC 9(7) VALUE 0.
           05 WS-PASSED-COUNT                    PIC 9(7) VALUE 0.
           05 WS-HELD-COUNT                      PIC 9(7) VALUE 0.
           05 WS-HELD-VALUE                      PIC 9(13)V99 VALUE 0.
           05 WS-PN-READ-COUNT                   PIC 9(7) VALUE 0.
           05 WS-RELEASED-COUNT                  PIC 9(7) VALUE 0.
           05 WS-DECLINED-COUNT                  PIC 9(7) VALUE 0.
           05 WS-DECLINED-VALUE                  PIC 9(13)V99 VALUE 0.
           05 WS-CARRIED-COUNT                   PIC 9(7) VALUE 0.
           05 WS-AGED-COUNT                      PIC 9(7) VALUE 0.
           05 WS-PENDING-OUT-COUNT               PIC 9(7) VALUE 0.
           05 WS-PENDING-OUT-VALUE               PIC 9(13)V99 VALUE 0.
           05 WS-APV-READ-COUNT                  PIC 9(7) VALUE 0.
           05 WS-APV-REJECT-COUNT                PIC 9(7) VALUE 0.
           05 WS-APV-UNMATCHED-COUNT             PIC 9(7) VALUE 0.
           05 WS-OUT-COUNT                       PIC 9(7) VALUE 0.
           05 WS-SUP-PASSED-COUNT                PIC 9(7) VALUE 0.
           05 WS-REKEY-COUNT                     PIC 9(7) VALUE 0.
           05 WS-SUP-DECLINED-COUNT              PIC 9(7) VALUE 0.
       01 EDITED-VALUES.
           05 WS-VALUE-ED                        PIC Z(12)9.99.
           05 WS-THRESHOLD-ED                    PIC Z(6)9.99.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR060".
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
      *    One pending item on the approval worksheet.
           05 WKS-DETAIL.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-PEND-ID                  PIC X(13).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-ITEM-CODE                PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-TRANS-CODE               PIC X(1).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-QTY                      PIC -(7)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-ON-HAND                  PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-UNIT-COST                PIC Z(4)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-VALUE                    PIC Z(10)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-DAYS                     PIC Z(3)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-DECISION                 PIC X(10).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 WK-FLAG                     PIC X(6).
              10 FILLER                      PIC X(2) VALUE SPACES.
      *    One decision, release or exception on the register.
           05 RPT-DETAIL.
              10 RR-PEND-ID                  PIC X(13).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RR-LOC-KEY                  PIC X(9).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RR-ITEM-CODE                PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RR-TRANS-CODE               PIC X(1).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RR-QTY                      PIC -(7)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RR-VALUE                    PIC Z(10)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RR-RESULT                   PIC X(25).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RR-SUPERVISOR               PIC X(8).
              10 FILLER                      PIC X(3) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (WS-TODAY)).
           OPEN INPUT PARMFILE.
           PERFORM 130-READ-PARM.
           CLOSE PARMFILE.
           OPEN OUTPUT APRRPT.
           OPEN OUTPUT APRWKS.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 150-LOAD-APPROVALS.
           PERFORM 140-LOAD-SUPERSESSIONS.
           OPEN INPUT CHCLEAN.
           OPEN INPUT MSFILE.
           OPEN INPUT ITEMXREF.
           OPEN INPUT BRNCHREF.
           OPEN OUTPUT CHAPPR.
           OPEN OUTPUT PENDINGN.
           SORT SORTWK
              ON ASCENDING KEY SRT-KEYS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 340-PRESENT-PENDING
              OUTPUT PROCEDURE IS 490-MERGE-CARDS.
           IF WS-CI-HDR-SEEN-SW NOT = "Y"
              DISPLAY "*** ABEND - CHCLEAN HEADER MISSING ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-OUT-COUNT TO CA-TRL-COUNT.
           WRITE CA-RECORD FROM CA-TRL-RECORD.
           IF WS-WK-LOC NOT = LOW-VALUES
              PERFORM 548-WRITE-BRANCH-TOTAL
           END-IF.
           PERFORM 555-LIST-UNMATCHED-APPROVALS.
           PERFORM 560-WRITE-TRAILER.
           CLOSE CHCLEAN MSFILE ITEMXREF BRNCHREF
                 CHAPPR PENDINGN APRWKS APRRPT.
           GOBACK.

       130-READ-PARM.
           READ PARMFILE
              AT END
                 MOVE "Y" TO PARM-EOF-SWITCH
              NOT AT END
                 PERFORM 135-EDIT-PARM-FIELDS
           END-READ.

       135-EDIT-PARM-FIELDS.
           IF PARM-THRESHOLD NOT = SPACES
              AND PARM-THRESHOLD IS NUMERIC
              COMPUTE WS-THRESHOLD = FUNCTION NUMVAL (PARM-THRESHOLD)
                 / 100
           END-IF.
           IF PARM-AGE-DAYS NOT = SPACES AND PARM-AGE-DAYS IS NUMERIC
              MOVE PARM-AGE-DAYS TO WS-AGE-DAYS
           END-IF.

       140-LOAD-SUPERSESSIONS.
           OPEN INPUT SUPHIST.
           PERFORM 145-READ-ONE-SUPHIST
              UNTIL SH-EOF-SWITCH = "Y".
           CLOSE SUPHIST.
           PERFORM 170-COLLAPSE-CHAINS.

       145-READ-ONE-SUPHIST.
           READ SUPHIST NEXT RECORD
              AT END
                 MOVE "Y" TO SH-EOF-SWITCH
              NOT AT END
                 IF SH-MOVED
                    PERFORM 147-ADD-SUPERSESSION
                 END-IF
           END-READ.

       147-ADD-SUPERSESSION.
           IF WS-SUP-COUNT >= WS-SUP-MAX
              DISPLAY "*** ABEND - SUPERSESSION TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-SUP-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-SUP-COUNT.
           MOVE SH-OLD-ITEM-CODE TO WS-SUP-OLD-ITEM (WS-SUP-COUNT).
           MOVE SH-NEW-ITEM-CODE TO WS-SUP-NEW-ITEM (WS-SUP-COUNT).
           MOVE SH-NEW-ITEM-CODE TO WS-SUP-TO-ITEM (WS-SUP-COUNT).
           MOVE "N" TO WS-SUP-RECENT-SW (WS-SUP-COUNT).
           IF SH-MOVED-DATE IS NUMERIC
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (SH-MOVED-DATE))
              IF WS-TODAY-INT - WS-DATE-INT NOT > 1
                 MOVE "Y" TO WS-SUP-RECENT-SW (WS-SUP-COUNT)
              END-IF
           END-IF.

      *    Follow each entry's destination through the others, the
      *    way PR4062 collapses a chain moved the same night.
      *    PR4044 never lets a code be superseded twice, so a chain
      *    cannot loop; the pass limit is only a backstop.
       170-COLLAPSE-CHAINS.
           MOVE "Y" TO WS-SUP-CHAIN-SW.
           PERFORM 172-COLLAPSE-ONE-PASS
              VARYING WS-SUP-PASS FROM 1 BY 1
              UNTIL WS-SUP-CHAIN-SW = "N"
              OR WS-SUP-PASS > WS-SUP-MAX.

       172-COLLAPSE-ONE-PASS.
           MOVE "N" TO WS-SUP-CHAIN-SW.
           PERFORM 174-COLLAPSE-ONE-ENTRY
              VARYING WS-SUP-IX FROM 1 BY 1
              UNTIL WS-SUP-IX > WS-SUP-COUNT.

       174-COLLAPSE-ONE-ENTRY.
           PERFORM 176-FOLLOW-ONE-LINK
              VARYING WS-SUP-JX FROM 1 BY 1
              UNTIL WS-SUP-JX > WS-SUP-COUNT.

       176-FOLLOW-ONE-LINK.
           IF WS-SUP-OLD-ITEM (WS-SUP-JX) = WS-SUP-TO-ITEM (WS-SUP-IX)
              MOVE WS-SUP-TO-ITEM (WS-SUP-JX)
                 TO WS-SUP-TO-ITEM (WS-SUP-IX)
              MOVE "Y" TO WS-SUP-CHAIN-SW
           END-IF.

      *    Find the entry whose old code is WS-SUP-SEARCH-ITEM.
       160-FIND-SUPERSESSION.
           MOVE "N" TO WS-SUP-FOUND-SW.
           PERFORM 162-MATCH-ONE-SUPERSESSION
              VARYING WS-SUP-JX FROM 1 BY 1
              UNTIL WS-SUP-JX > WS-SUP-COUNT
              OR WS-SUP-FOUND-SW = "Y".

       162-MATCH-ONE-SUPERSESSION.
           IF WS-SUP-OLD-ITEM (WS-SUP-JX) = WS-SUP-SEARCH-ITEM
              MOVE "Y" TO WS-SUP-FOUND-SW
              MOVE WS-SUP-JX TO WS-SUP-HIT-IX
           END-IF.

      *    Load the supervisor's decisions. A card that cannot be
      *    acted on is reported and left out of the table, so the
      *    item it names simply stays pending.
       150-LOAD-APPROVALS.
           OPEN INPUT APPROVE.
           PERFORM 155-READ-ONE-APPROVAL
              UNTIL APV-EOF-SWITCH = "Y".
           CLOSE APPROVE.

       155-READ-ONE-APPROVAL.
           READ APPROVE
              AT END
                 MOVE "Y" TO APV-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-APV-READ-COUNT
                 PERFORM 157-EDIT-ONE-APPROVAL
           END-READ.

       157-EDIT-ONE-APPROVAL.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE APV-PEND-ID TO WS-APV-SEARCH-ID.
           PERFORM 520-FIND-APPROVAL.
           EVALUATE TRUE
              WHEN NOT APV-APPROVED AND NOT APV-DECLINED
                 MOVE "DECISION NOT A OR D" TO WS-RESULT-TEXT
              WHEN APV-SUPERVISOR = SPACES
                 MOVE "SUPERVISOR ID MISSING" TO WS-RESULT-TEXT
              WHEN WS-APV-FOUND-SW = "Y"
                 MOVE "DUPLICATE DECISION" TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-RESULT-TEXT = SPACES
              IF WS-APV-COUNT >= WS-APV-MAX
                 DISPLAY "*** ABEND - APPROVAL TABLE FULL ***"
                 DISPLAY "TABLE LIMIT: " WS-APV-MAX
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-APV-COUNT
              MOVE APV-PEND-ID TO WS-APV-PEND-ID (WS-APV-COUNT)
              MOVE APV-DECISION TO WS-APV-DECISION (WS-APV-COUNT)
              MOVE APV-SUPERVISOR TO WS-APV-SUPERVISOR (WS-APV-COUNT)
              MOVE "N" TO WS-APV-USED-SW (WS-APV-COUNT)
           ELSE
              MOVE SPACES TO RPT-DETAIL
              MOVE APV-PEND-ID TO RR-PEND-ID
              MOVE 0 TO RR-QTY
              MOVE 0 TO RR-VALUE
              MOVE WS-RESULT-TEXT TO RR-RESULT
              MOVE APV-SUPERVISOR TO RR-SUPERVISOR
              MOVE RPT-DETAIL TO RPT-LINE
              WRITE RPT-LINE
              ADD 1 TO WS-APV-REJECT-COUNT
           END-IF.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "APPROVAL HOLD" TO REPORT-NAME.
           MOVE "DECISION REGSTR" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PENDING ID     LOCATION   ITEM   TC  "
              DELIMITED BY SIZE
              "     QTY           VALUE  RESULT" DELIMITED BY SIZE
              "                     SUPERVSR" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE "APPROVAL HOLD" TO REPORT-NAME.
           MOVE "WORKSHEET" TO REPORT-DESC.
           MOVE PAGE-HEADING TO WKS-LINE.
           WRITE WKS-LINE.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED.
           MOVE SPACES TO WKS-LINE.
           STRING "CARDS VALUED OVER " DELIMITED BY SIZE
              WS-THRESHOLD-ED DELIMITED BY SIZE
              " HELD FOR APPROVAL - MARK A (APPROVE) OR "
              DELIMITED BY SIZE
              "D (DECLINE)" DELIMITED BY SIZE
              INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.

      *    Read the next CHCLEAN data record. The header passes
      *    straight through to CHAPPR (the prime read lands here
      *    before any other output, so it stays first); the trailer
      *    is proved against the data count and then reads as
      *    end-of-file - the same handling PR4042 gives CHNGE.
       300-READ-CI.
           MOVE "N" TO WS-CI-READ-DONE-SW.
           PERFORM 310-READ-CI-PHYSICAL
              UNTIL WS-CI-READ-DONE-SW = "Y".

       310-READ-CI-PHYSICAL.
           READ CHCLEAN
              AT END
                 IF WS-CI-TRL-SEEN-SW NOT = "Y"
                    DISPLAY "*** ABEND - CHCLEAN TRAILER MISSING ***"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE "Y" TO CI-EOF-SWITCH
                 MOVE "Y" TO WS-CI-READ-DONE-SW
              NOT AT END
                 EVALUATE CI-RECORD (1:3)
                    WHEN "HDR"
                       MOVE "Y" TO WS-CI-HDR-SEEN-SW
                       MOVE CI-RECORD TO CA-RECORD
                       WRITE CA-RECORD
                    WHEN "TRL"
                       MOVE "Y" TO WS-CI-TRL-SEEN-SW
                       IF CI-TRL-COUNT NOT = WS-CI-DATA-COUNT
                          DISPLAY "*** ABEND - CHCLEAN COUNT "
                             "MISMATCH ***"
                          DISPLAY "TRAILER COUNT: " CI-TRL-COUNT
                          DISPLAY "RECORDS READ:  " WS-CI-DATA-COUNT
                          MOVE 20 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE "Y" TO CI-EOF-SWITCH
                       MOVE "Y" TO WS-CI-READ-DONE-SW
                    WHEN OTHER
                       ADD 1 TO WS-CI-DATA-COUNT
                       IF CI-FIRST-READ-SW = "N"
                          AND CI-KEYS < WS-PRIOR-CI-KEYS
                          DISPLAY "*** ABEND - CHCLEAN OUT OF "
                             "SEQUENCE ***"
                          DISPLAY "PRIOR KEY: " WS-PRIOR-CI-KEYS
                          DISPLAY "CURRENT KEY: " CI-KEYS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE CI-KEYS TO WS-PRIOR-CI-KEYS
                       MOVE "N" TO CI-FIRST-READ-SW
                       MOVE "Y" TO WS-CI-READ-DONE-SW
                 END-EVALUATE
           END-READ.

      *    Sort input - every pending item. One approved tonight
      *    as a "Q" or "R" on a superseded code is re-keyed to the
      *    code its stock now sits under before it is sorted; all
      *    others go in as held.
       340-PRESENT-PENDING.
           OPEN INPUT PENDING.
           PERFORM 350-READ-PN.
           PERFORM 345-PRESENT-ONE-PENDING
              UNTIL PN-EOF-SWITCH = "Y".
           CLOSE PENDING.

       345-PRESENT-ONE-PENDING.
           MOVE PN-RECORD TO SRT-RECORD.
           MOVE SPACES TO SRT-SOURCE.
           MOVE SPACES TO SRT-FROM-ITEM.
           MOVE PN-PEND-ID TO WS-APV-SEARCH-ID.
           PERFORM 520-FIND-APPROVAL.
           IF WS-APV-FOUND-SW = "Y"
              AND WS-APV-DECISION (WS-APV-HIT-IX) = "A"
              AND (PN-TRANS-CODE = "Q" OR PN-TRANS-CODE = "R")
              MOVE PN-ITEM-CODE TO WS-SUP-SEARCH-ITEM
              PERFORM 160-FIND-SUPERSESSION
              IF WS-SUP-FOUND-SW = "Y"
                 MOVE WS-SUP-TO-ITEM (WS-SUP-HIT-IX) TO SRT-ITEM-CODE
                 MOVE "K" TO SRT-SOURCE
                 MOVE PN-ITEM-CODE TO SRT-FROM-ITEM
              END-IF
           END-IF.
           RELEASE SRT-RECORD.
           PERFORM 350-READ-PN.

      *    Read the next pending record, abending if it is out of
      *    ascending key sequence or its held date cannot be aged.
       350-READ-PN.
           READ PENDING
              AT END
                 MOVE "Y" TO PN-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-PN-READ-COUNT
                 IF PN-FIRST-READ-SW = "N"
                    AND PN-KEYS < WS-PRIOR-PN-KEYS
                    DISPLAY "*** ABEND - PENDING OUT OF SEQUENCE ***"
                    DISPLAY "PRIOR KEY: " WS-PRIOR-PN-KEYS
                    DISPLAY "CURRENT KEY: " PN-KEYS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF PN-HELD-DATE IS NOT NUMERIC
                    OR PN-QTY IS NOT NUMERIC
                    DISPLAY "*** ABEND - PENDING RECORD NOT "
                       "NUMERIC ***"
                    DISPLAY "RECORD: " PN-RECORD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE PN-KEYS TO WS-PRIOR-PN-KEYS
                 MOVE "N" TO PN-FIRST-READ-SW
           END-READ.

      *    Next pending item back from the sort.
       360-RETURN-PN.
           RETURN SORTWK
              AT END
                 MOVE "Y" TO SRT-EOF-SWITCH
           END-RETURN.

      *    Read the next MSFILE record, abending if it is out of
      *    ascending key sequence.
       400-READ-MS.
           READ MSFILE
              AT END
                 MOVE "Y" TO MS-EOF-SWITCH
              NOT AT END
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

      *    Sort output - tonight's cards merged with the pending
      *    items as they come back from the sort.
       490-MERGE-CARDS.
           DISPLAY "Performing Prime Read..."
           PERFORM 300-READ-CI.
           PERFORM 360-RETURN-PN.
           PERFORM 400-READ-MS.
           PERFORM 500-PROCESS-NEXT
              UNTIL CI-EOF-SWITCH = "Y"
              AND SRT-EOF-SWITCH = "Y".

      *    Two-file merge on ascending keys. A pending record with
      *    the same key as tonight's card goes first, so a released
      *    card reaches the merge ahead of the day's new activity,
      *    the same order PR4042 gives a recycled suspense record.
       500-PROCESS-NEXT.
           EVALUATE TRUE
              WHEN SRT-EOF-SWITCH = "Y"
                 PERFORM 530-SCREEN-CARD
              WHEN CI-EOF-SWITCH = "Y"
                 PERFORM 510-DECIDE-PENDING
              WHEN SRT-KEYS <= CI-KEYS
                 PERFORM 510-DECIDE-PENDING
              WHEN OTHER
                 PERFORM 530-SCREEN-CARD
           END-EVALUATE.

      *    A pending item - release it, drop it, or carry it
      *    another night, as the supervisor decided.
       510-DECIDE-PENDING.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (SRT-HELD-DATE)).
           IF WS-TODAY-INT > WS-DATE-INT
              COMPUTE WS-DAYS-PENDING = WS-TODAY-INT - WS-DATE-INT
           ELSE
              MOVE 0 TO WS-DAYS-PENDING
           END-IF.
           MOVE SRT-PEND-ID TO WS-APV-SEARCH-ID.
           PERFORM 520-FIND-APPROVAL.
           IF WS-APV-FOUND-SW = "Y"
              MOVE "Y" TO WS-APV-USED-SW (WS-APV-HIT-IX)
              MOVE WS-APV-SUPERVISOR (WS-APV-HIT-IX) TO WS-SUPERVISOR
              IF WS-APV-DECISION (WS-APV-HIT-IX) = "A"
                 PERFORM 512-RELEASE-PENDING
              ELSE
                 PERFORM 514-DECLINE-PENDING
              END-IF
           ELSE
              PERFORM 516-CARRY-PENDING
           END-IF.
           PERFORM 360-RETURN-PN.

      *    Approved - rebuilt in the clean-card layout and passed
      *    on in key order with tonight's cards. A card still on a
      *    superseded code here is a "C", "D" or "T" (345 re-keyed
      *    the rest) and would post to a code with no stock, so it
      *    is declined instead.
       512-RELEASE-PENDING.
           MOVE SRT-ITEM-CODE TO WS-SUP-SEARCH-ITEM.
           PERFORM 160-FIND-SUPERSESSION.
           IF WS-SUP-FOUND-SW = "Y"
              PERFORM 513-DECLINE-SUPERSEDED
           ELSE
              MOVE SPACES TO CA-RECORD
              MOVE SRT-KEYS TO CA-KEYS
              MOVE SRT-QTY TO CA-QTY
              MOVE SRT-TRANS-CODE TO CA-TRANS-CODE
              MOVE SRT-SOURCE TO CA-SOURCE
              MOVE SRT-FROM-ITEM TO CA-FROM-ITEM
              WRITE CA-RECORD
              ADD 1 TO WS-OUT-COUNT
              ADD 1 TO WS-RELEASED-COUNT
              MOVE "RELEASED - APPROVED" TO WS-RESULT-TEXT
              IF SRT-SOURCE = "K"
                 ADD 1 TO WS-REKEY-COUNT
                 MOVE SPACES TO WS-RESULT-TEXT
                 STRING "RE-KEYED FROM " DELIMITED BY SIZE
                    SRT-FROM-ITEM DELIMITED BY SIZE
                    INTO WS-RESULT-TEXT
                 END-STRING
              END-IF
              PERFORM 545-WRITE-PENDING-RPT-LINE
           END-IF.

       513-DECLINE-SUPERSEDED.
           ADD 1 TO WS-DECLINED-COUNT.
           ADD 1 TO WS-SUP-DECLINED-COUNT.
           ADD SRT-VALUE TO WS-DECLINED-VALUE.
           MOVE SPACES TO WS-RESULT-TEXT.
           STRING "DECLINED - NOW " DELIMITED BY SIZE
              WS-SUP-TO-ITEM (WS-SUP-HIT-IX) DELIMITED BY SIZE
              INTO WS-RESULT-TEXT
           END-STRING.
           PERFORM 545-WRITE-PENDING-RPT-LINE.

       514-DECLINE-PENDING.
           ADD 1 TO WS-DECLINED-COUNT.
           ADD SRT-VALUE TO WS-DECLINED-VALUE.
           MOVE "DECLINED - NOT POSTED" TO WS-RESULT-TEXT.
           PERFORM 545-WRITE-PENDING-RPT-LINE.

      *    No decision yet - carried to tomorrow's pending file and
      *    the worksheet again; past the age limit it is also an
      *    exception on the register.
       516-CARRY-PENDING.
           MOVE SRT-RECORD TO PNW-RECORD.
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE SPACES TO WS-WK-FLAG.
           IF WS-DAYS-PENDING > WS-AGE-DAYS
              ADD 1 TO WS-AGED-COUNT
              MOVE "AGED" TO WS-WK-FLAG
              MOVE SPACES TO WS-SUPERVISOR
              MOVE SPACES TO WS-RESULT-TEXT
              STRING "*** NO DECISION " DELIMITED BY SIZE
                 WS-DAYS-PENDING DELIMITED BY SIZE
                 " DAYS" DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 545-WRITE-PENDING-RPT-LINE
           END-IF.
           PERFORM 540-WRITE-PENDING-OUT.

       520-FIND-APPROVAL.
           MOVE "N" TO WS-APV-FOUND-SW.
           PERFORM 522-MATCH-ONE-APPROVAL
              VARYING WS-APV-IX FROM 1 BY 1
              UNTIL WS-APV-IX > WS-APV-COUNT
              OR WS-APV-FOUND-SW = "Y".

       522-MATCH-ONE-APPROVAL.
           IF WS-APV-PEND-ID (WS-APV-IX) = WS-APV-SEARCH-ID
              MOVE "Y" TO WS-APV-FOUND-SW
              MOVE WS-APV-IX TO WS-APV-HIT-IX
           END-IF.

      *    Tonight's card - value it and either pass it on or hold
      *    it for a supervisor.
       530-SCREEN-CARD.
           PERFORM 534-CHECK-SUPERSESSION-MOVE.
           IF CI-HOLDABLE AND NOT SUPERSESSION-MOVE
              PERFORM 532-VALUE-CARD
              IF WS-CARD-VALUE > WS-THRESHOLD
                 PERFORM 536-HOLD-CARD
              ELSE
                 PERFORM 538-PASS-CARD
              END-IF
           ELSE
              IF SUPERSESSION-MOVE
                 ADD 1 TO WS-SUP-PASSED-COUNT
              END-IF
              PERFORM 538-PASS-CARD
           END-IF.
           PERFORM 300-READ-CI.

       534-CHECK-SUPERSESSION-MOVE.
           MOVE "N" TO WS-SUP-MOVE-SW.
           PERFORM 535-MATCH-ONE-SUPERSESSION
              VARYING WS-SUP-IX FROM 1 BY 1
              UNTIL WS-SUP-IX > WS-SUP-COUNT
              OR SUPERSESSION-MOVE.

       535-MATCH-ONE-SUPERSESSION.
           IF CI-SOURCE = "S"
              AND WS-SUP-RECENT-SW (WS-SUP-IX) = "Y"
              AND CI-FROM-ITEM = WS-SUP-OLD-ITEM (WS-SUP-IX)
              IF (CI-TRANS-CODE = "D"
                    AND CI-ITEM-CODE = WS-SUP-OLD-ITEM (WS-SUP-IX))
                 OR (CI-TRANS-CODE = "Q" AND CI-QTY > 0
                    AND CI-ITEM-CODE = WS-SUP-TO-ITEM (WS-SUP-IX))
                 MOVE "Y" TO WS-SUP-MOVE-SW
              END-IF
           END-IF.

      *    Quantity for a "Q", the on-hand for a "D", and for a
      *    "C" whichever of the two is larger - a correction is as
      *    dangerous inflating the book as emptying it.
       532-VALUE-CARD.
           PERFORM 400-READ-MS
              UNTIL MS-EOF-SWITCH = "Y"
              OR MS-KEYS >= CI-KEYS.
           IF MS-EOF-SWITCH NOT = "Y" AND MS-KEYS = CI-KEYS
              MOVE MS-QTY TO WS-ON-HAND
           ELSE
              MOVE 0 TO WS-ON-HAND
           END-IF.
           IF CI-QTY < 0
              COMPUTE WS-ABS-QTY = 0 - CI-QTY
           ELSE
              MOVE CI-QTY TO WS-ABS-QTY
           END-IF.
           EVALUATE CI-TRANS-CODE
              WHEN "Q"
                 MOVE WS-ABS-QTY TO WS-VALUE-QTY
              WHEN "D"
                 MOVE WS-ON-HAND TO WS-VALUE-QTY
              WHEN OTHER
                 IF WS-ON-HAND > WS-ABS-QTY
                    MOVE WS-ON-HAND TO WS-VALUE-QTY
                 ELSE
                    MOVE WS-ABS-QTY TO WS-VALUE-QTY
                 END-IF
           END-EVALUATE.
           MOVE CI-ITEM-CODE TO XR-ITEM-CODE.
           READ ITEMXREF
              INVALID KEY
                 MOVE 0 TO WS-UNIT-COST
              NOT INVALID KEY
                 IF XR-UNIT-COST IS NUMERIC
                    MOVE XR-UNIT-COST TO WS-UNIT-COST
                 ELSE
                    MOVE 0 TO WS-UNIT-COST
                 END-IF
           END-READ.
           COMPUTE WS-CARD-VALUE = WS-VALUE-QTY * WS-UNIT-COST.

       536-HOLD-CARD.
           ADD 1 TO WS-HELD-SEQ.
           MOVE SPACES TO PNW-RECORD.
           MOVE CI-KEYS TO PNW-KEYS.
           MOVE CI-QTY TO PNW-QTY.
           MOVE CI-TRANS-CODE TO PNW-TRANS-CODE.
           MOVE WS-TODAY TO PNW-HELD-DATE.
           MOVE WS-HELD-SEQ TO PNW-HELD-SEQ.
           MOVE WS-ON-HAND TO PNW-ON-HAND.
           MOVE WS-UNIT-COST TO PNW-UNIT-COST.
           MOVE WS-CARD-VALUE TO PNW-VALUE.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-CARD-VALUE TO WS-HELD-VALUE.
           MOVE 0 TO WS-DAYS-PENDING.
           MOVE "NEW" TO WS-WK-FLAG.
           PERFORM 540-WRITE-PENDING-OUT.

       538-PASS-CARD.
           MOVE CI-RECORD TO CA-RECORD.
           WRITE CA-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           ADD 1 TO WS-PASSED-COUNT.

      *    Write tomorrow's pending record and its worksheet line,
      *    breaking the worksheet by branch.
       540-WRITE-PENDING-OUT.
           MOVE PNW-RECORD TO PNN-RECORD.
           WRITE PNN-RECORD.
           ADD 1 TO WS-PENDING-OUT-COUNT.
           ADD PNW-VALUE TO WS-PENDING-OUT-VALUE.
           IF PNW-LOC-KEY NOT = WS-WK-LOC
              IF WS-WK-LOC NOT = LOW-VALUES
                 PERFORM 548-WRITE-BRANCH-TOTAL
              END-IF
              PERFORM 546-WRITE-BRANCH-HEADING
           END-IF.
           MOVE PNW-PEND-ID TO WK-PEND-ID.
           MOVE PNW-ITEM-CODE TO WK-ITEM-CODE.
           MOVE PNW-TRANS-CODE TO WK-TRANS-CODE.
           MOVE PNW-QTY TO WK-QTY.
           MOVE PNW-ON-HAND TO WK-ON-HAND.
           MOVE PNW-UNIT-COST TO WK-UNIT-COST.
           MOVE PNW-VALUE TO WK-VALUE.
           MOVE WS-DAYS-PENDING TO WK-DAYS.
           MOVE "A / D ____" TO WK-DECISION.
           MOVE WS-WK-FLAG TO WK-FLAG.
           MOVE WKS-DETAIL TO WKS-LINE.
           WRITE WKS-LINE.
           ADD 1 TO WS-WK-BR-ITEMS.
           ADD PNW-VALUE TO WS-WK-BR-VALUE.

       545-WRITE-PENDING-RPT-LINE.
           MOVE SRT-PEND-ID TO RR-PEND-ID.
           MOVE SRT-LOC-KEY TO RR-LOC-KEY.
           MOVE SRT-ITEM-CODE TO RR-ITEM-CODE.
           MOVE SRT-TRANS-CODE TO RR-TRANS-CODE.
           MOVE SRT-QTY TO RR-QTY.
           MOVE SRT-VALUE TO RR-VALUE.
           MOVE WS-RESULT-TEXT TO RR-RESULT.
           MOVE WS-SUPERVISOR TO RR-SUPERVISOR.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       546-WRITE-BRANCH-HEADING.
           MOVE PNW-LOC-KEY TO WS-WK-LOC.
           MOVE 0 TO WS-WK-BR-ITEMS.
           MOVE 0 TO WS-WK-BR-VALUE.
           MOVE PNW-LOC-KEY TO BR-LOC-KEY.
           READ BRNCHREF
              INVALID KEY
                 MOVE "*** NOT ON BRNCHREF ***" TO BR-NAME
                 MOVE SPACES TO BR-REGION
           END-READ.
           MOVE SPACES TO WKS-LINE.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING "BRANCH: " DELIMITED BY SIZE
              PNW-LOC-KEY (1:2) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PNW-LOC-KEY (3:4) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PNW-LOC-KEY (7:3) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              BR-NAME DELIMITED BY SIZE
              "  REGION: " DELIMITED BY SIZE
              BR-REGION DELIMITED BY SIZE
              INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING "  PENDING ID     ITEM   TC       QTY  ON-HAND"
              DELIMITED BY SIZE
              "  UNIT CST           VALUE  DAYS  DECISION"
              DELIMITED BY SIZE
              INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.

       548-WRITE-BRANCH-TOTAL.
           MOVE WS-WK-BR-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO WKS-LINE.
           STRING "  BRANCH TOTAL - ITEMS PENDING: " DELIMITED BY SIZE
              WS-WK-BR-ITEMS DELIMITED BY SIZE
              "  VALUE: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.

      *    A decision for an id that is not pending - already
      *    decided, mis-keyed, or held on another night's file.
       555-LIST-UNMATCHED-APPROVALS.
           PERFORM 557-CHECK-ONE-APPROVAL
              VARYING WS-APV-IX FROM 1 BY 1
              UNTIL WS-APV-IX > WS-APV-COUNT.

       557-CHECK-ONE-APPROVAL.
           IF WS-APV-USED-SW (WS-APV-IX) = "N"
              MOVE SPACES TO RPT-DETAIL
              MOVE WS-APV-PEND-ID (WS-APV-IX) TO RR-PEND-ID
              MOVE 0 TO RR-QTY
              MOVE 0 TO RR-VALUE
              MOVE "NO SUCH PENDING ITEM" TO RR-RESULT
              MOVE WS-APV-SUPERVISOR (WS-APV-IX) TO RR-SUPERVISOR
              MOVE RPT-DETAIL TO RPT-LINE
              WRITE RPT-LINE
              ADD 1 TO WS-APV-UNMATCHED-COUNT
           END-IF.

      *    Control totals - the pending file ties as carried plus
      *    held, and CHAPPR as passed plus released.
       560-WRITE-TRAILER.
           MOVE SPACES TO WKS-LINE.
           WRITE WKS-LINE.
           MOVE WS-PENDING-OUT-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO WKS-LINE.
           STRING "TOTAL ITEMS PENDING: " DELIMITED BY SIZE
              WS-PENDING-OUT-COUNT DELIMITED BY SIZE
              "  VALUE: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "APPROVAL THRESHOLD: " DELIMITED BY SIZE
              WS-THRESHOLD-ED DELIMITED BY SIZE
              "  AGE LIMIT DAYS: " DELIMITED BY SIZE
              WS-AGE-DAYS DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CHCLEAN RECORDS READ: " DELIMITED BY SIZE
              WS-CI-DATA-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CARDS PASSED TO MERGE: " DELIMITED BY SIZE
              WS-PASSED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  SUPERSESSION MOVES PASSED: " DELIMITED BY SIZE
              WS-SUP-PASSED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-HELD-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CARDS HELD TONIGHT: " DELIMITED BY SIZE
              WS-HELD-COUNT DELIMITED BY SIZE
              "  VALUE: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PENDING ITEMS READ: " DELIMITED BY SIZE
              WS-PN-READ-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PENDING ITEMS RELEASED: " DELIMITED BY SIZE
              WS-RELEASED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  RE-KEYED TO SUCCESSOR CODE: " DELIMITED BY SIZE
              WS-REKEY-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-DECLINED-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "PENDING ITEMS DECLINED: " DELIMITED BY SIZE
              WS-DECLINED-COUNT DELIMITED BY SIZE
              "  VALUE: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  DECLINED - CODE SUPERSEDED: " DELIMITED BY SIZE
              WS-SUP-DECLINED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PENDING ITEMS CARRIED: " DELIMITED BY SIZE
              WS-CARRIED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PENDING ITEMS PAST AGE LIMIT: " DELIMITED BY SIZE
              WS-AGED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECORDS WRITTEN TO PENDING FILE: "
              DELIMITED BY SIZE
              WS-PENDING-OUT-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DECISIONS READ: " DELIMITED BY SIZE
              WS-APV-READ-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DECISIONS REJECTED: " DELIMITED BY SIZE
              WS-APV-REJECT-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DECISIONS NOT MATCHED: " DELIMITED BY SIZE
              WS-APV-UNMATCHED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECORDS WRITTEN TO CHAPPR: " DELIMITED BY SIZE
              WS-OUT-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
