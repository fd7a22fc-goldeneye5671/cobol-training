       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4058.
      *    Inter-branch stock rebalancing. The merge's reorder
      *    check puts a branch on REORDRPT as soon as its on-hand
      *    plus on-order drops to the reorder point, even when
      *    another branch in the same region is sitting on far more
      *    of the item than it will ever need. This program runs
      *    against tonight's new master (OUTFILE, or MSFILE once
      *    PR4057 has promoted it) and tomorrow's open orders, and
      *    for every item within every BR-REGION pairs:
      *      - SHORT branches - reorder point set, on-hand plus
      *        on-order at or below it (the same test as the
      *        merge's 630-CHECK-REORDER-POINT); the need is the
      *        keyed reorder quantity, or just enough to clear the
      *        reorder point when no reorder quantity is keyed
      *      - SURPLUS branches - on-hand above reorder point plus
      *        reorder quantity; only the excess over that figure
      *        is offered, so a donor is never pushed into reorder
      *    Closed branches, branches missing from BRNCHREF, and
      *    branches with no region are left out of the pairing on
      *    both sides. Each accepted move comes out as a "T" card
      *    in the raw CHNGE card format the PR4043 edit reads, the
      *    way PR4054 cuts its closeout cards, so the transfer
      *    replaces the purchase and still posts through the edit,
      *    merge, AUDITLOG, and SUSPENSE like any keyed move.
      *    The edit allows one transfer per shipping key a night
      *    (reason 12), so a surplus record ships at most once;
      *    a short branch may be filled from several donors.
      *    RBLRPT is the proposal: every move with its extended
      *    value at the ITEMXREF unit cost, and every short branch
      *    the region could not cover, which still needs buying.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSFILE ASSIGN TO MSFILE.
           SELECT OPTIONAL OPNORD ASSIGN TO OPNORD.
           SELECT RBLCHNG ASSIGN TO RBLCHNG.
           SELECT RBLRPT ASSIGN TO RBLRPT.
           SELECT SORTWK ASSIGN TO SORTWK.
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
              10 MS-LOC-KEY.
                 15 MS-STATE                      PIC X(2).
                 15 MS-CITY                       PIC X(4).
                 15 MS-BRANCH                     PIC 9(3).
              10 MS-ITEM-CODE                     PIC X(5).
           05 MS-VAL.
              10 MS-QTY                           PIC 9(7).
              10 MS-REORDER-POINT                 PIC 9(7).
              10 MS-REORDER-QTY                   PIC 9(7).
           05 FILLER                              PIC X(45).
      *    Open orders in key order - the layout must stay in step
      *    with the NEWORD FD in PR4041.
       FD OPNORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OO-RECORD.
           05 OO-KEYS                            PIC X(14).
           05 OO-QTY                             PIC 9(7).
           05 OO-ORDER-DATE                      PIC X(8).
           05 OO-PO-NUMBER                       PIC 9(7).
           05 OO-VENDOR-ID                       PIC X(6).
           05 OO-LAST-PO-NUMBER                  PIC 9(7).
           05 FILLER                             PIC X(31).
      *    Generated cards in the raw CHNGE card format PR4043
      *    sorts and edits - the layout must stay in step with the
      *    card description there (transfer destination in columns
      *    33-41).
       FD RBLCHNG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RBL-RECORD.
           05 RBL-KEYS                           PIC X(14).
           05 RBL-QTY                            PIC S9(7).
           05 RBL-TRANS-CODE                     PIC X(1).
           05 FILLER                             PIC X(10) VALUE SPACES.
           05 RBL-XFR-TO-LOC                     PIC X(9).
           05 FILLER                             PIC X(39) VALUE SPACES.
       FD RBLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RBL-LINE                               PIC X(100).
      *    One candidate per short or surplus master record, sorted
      *    so each item's region group arrives together - shorts
      *    ahead of surpluses, the biggest need and the biggest
      *    excess first.
       SD SORTWK
           RECORD CONTAINS 80 CHARACTERS.
       01 SRT-RECORD.
           05 SRT-ITEM-CODE                      PIC X(5).
           05 SRT-REGION                         PIC X(10).
           05 SRT-ROLE                           PIC X(1).
              88 SRT-SHORT                       VALUE "N".
              88 SRT-SURPLUS                     VALUE "S".
           05 SRT-QTY                            PIC 9(7).
           05 SRT-LOC-KEY                        PIC X(9).
           05 SRT-ON-HAND                        PIC 9(7).
           05 SRT-ON-ORDER                       PIC 9(7).
           05 FILLER                             PIC X(34).
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
              88 BR-ACTIVE                       VALUE "A".
              88 BR-CLOSED                       VALUE "C".
           05 FILLER                             PIC X(5).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 OO-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 SRT-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 WS-LOC-OK-SW                       PIC X(1) VALUE "N".
           05 WS-COST-FOUND-SW                   PIC X(1) VALUE "N".
       01 CONTROL-VALUES.
      *    Location of the master record in hand and its verdict -
      *    the branch reference is only read again when the
      *    location changes.
           05 WS-CURR-LOC                        PIC X(9)
                                                 VALUE LOW-VALUES.
           05 WS-CURR-REGION                     PIC X(10)
                                                 VALUE SPACES.
           05 WS-ON-ORDER-QTY                    PIC 9(7) VALUE 0.
      *    Item/region group in hand during the pairing pass.
           05 WS-GRP-ITEM                        PIC X(5)
                                                 VALUE LOW-VALUES.
           05 WS-GRP-REGION                      PIC X(10)
                                                 VALUE LOW-VALUES.
           05 WS-GRP-OPEN-SW                     PIC X(1) VALUE "N".
      *    Prior-key holders and first-read flags for the
      *    ascending-sequence checks - pairing against the open
      *    orders only works if both files are in key order.
       01 SEQUENCE-CHECK-VALUES.
           05 WS-PRIOR-MS-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 WS-PRIOR-OO-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 MS-FIRST-READ-SW                  PIC X(1) VALUE "Y".
           05 OO-FIRST-READ-SW                  PIC X(1) VALUE "Y".
      *    Short and surplus branches for the item/region group in
      *    hand. A surplus entry ships at most once a night.
       01 GROUP-VALUES.
           05 WS-GRP-MAX                         PIC 9(3) VALUE 200.
           05 WS-SHORT-COUNT                     PIC 9(3) VALUE 0.
           05 WS-SURP-COUNT                      PIC 9(3) VALUE 0.
           05 WS-SHORT-IX                        PIC 9(3) VALUE 0.
           05 WS-SURP-IX                         PIC 9(3) VALUE 0.
           05 WS-SHORT-ENTRY OCCURS 200 TIMES.
              10 WS-SHORT-LOC                    PIC X(9).
              10 WS-SHORT-NEED                   PIC 9(7).
              10 WS-SHORT-ON-HAND                PIC 9(7).
              10 WS-SHORT-ON-ORDER               PIC 9(7).
           05 WS-SURP-ENTRY OCCURS 200 TIMES.
              10 WS-SURP-LOC                     PIC X(9).
              10 WS-SURP-EXCESS                  PIC 9(7).
              10 WS-SURP-ON-HAND                 PIC 9(7).
              10 WS-SURP-USED-SW                 PIC X(1).
       01 WORK-VALUES.
           05 WS-UNIT-COST                       PIC 9(5)V99 VALUE 0.
           05 WS-ITEM-DESC                       PIC X(20)
                                                 VALUE SPACES.
           05 WS-EXT-VALUE                       PIC 9(13)V99 VALUE 0.
           05 WS-NEED-QTY                        PIC 9(7) VALUE 0.
           05 WS-EXCESS-QTY                      PIC 9(7) VALUE 0.
           05 WS-MOVE-QTY                        PIC 9(7) VALUE 0.
           05 WS-REMAINING                       PIC 9(7) VALUE 0.
       01 RUN-TOTALS.
           05 WS-MASTER-COUNT                    PIC 9(7) VALUE 0.
           05 WS-OO-COUNT                        PIC 9(7) VALUE 0.
           05 WS-SKIPPED-COUNT                   PIC 9(7) VALUE 0.
           05 WS-SHORT-TOTAL                     PIC 9(7) VALUE 0.
           05 WS-SURP-TOTAL                      PIC 9(7) VALUE 0.
           05 WS-CARD-COUNT                      PIC 9(7) VALUE 0.
           05 WS-COVERED-COUNT                   PIC 9(7) VALUE 0.
           05 WS-PARTIAL-COUNT                   PIC 9(7) VALUE 0.
           05 WS-UNCOVERED-COUNT                 PIC 9(7) VALUE 0.
           05 WS-UNITS-MOVED                     PIC 9(11) VALUE 0.
           05 WS-UNITS-STILL-SHORT               PIC 9(11) VALUE 0.
           05 WS-VALUE-MOVED                     PIC 9(13)V99 VALUE 0.
           05 WS-NO-COST-MOVES                   PIC 9(7) VALUE 0.
       01 EDITED-VALUES.
           05 WS-VALUE-ED                        PIC Z(12)9.99.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR058".
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
           05 RBL-DETAIL.
              10 RD-ITEM-CODE                PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RD-ITEM-DESC                PIC X(20).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RD-REGION                   PIC X(10).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RD-FROM-LOC                 PIC X(9).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RD-TO-LOC                   PIC X(9).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RD-QTY                      PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RD-VALUE                    PIC X(17).
              10 FILLER                      PIC X(11) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           OPEN INPUT BRNCHREF.
           OPEN INPUT ITEMXREF.
           OPEN OUTPUT RBLCHNG.
           OPEN OUTPUT RBLRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           SORT SORTWK
              ON ASCENDING KEY SRT-ITEM-CODE
              ON ASCENDING KEY SRT-REGION
              ON ASCENDING KEY SRT-ROLE
              ON DESCENDING KEY SRT-QTY
              ON ASCENDING KEY SRT-LOC-KEY
              INPUT PROCEDURE IS 300-COLLECT-CANDIDATES
              OUTPUT PROCEDURE IS 500-PAIR-CANDIDATES.
           PERFORM 560-WRITE-TRAILER.
           CLOSE BRNCHREF ITEMXREF RBLCHNG RBLRPT.
           GOBACK.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "REBALANCING" TO REPORT-NAME.
           MOVE "TRANSFER PROPOSAL" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RBL-LINE.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "ITEM   DESCRIPTION           REGION      "
              DELIMITED BY SIZE
              "FROM       TO             QTY   EXTENDED VALUE"
              DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.

      *    Walk the master in step with the open orders and release
      *    one sort record for every short or surplus record at an
      *    active branch with a region. Everything else passes by.
       300-COLLECT-CANDIDATES.
           OPEN INPUT MSFILE.
           OPEN INPUT OPNORD.
           PERFORM 410-READ-OO.
           PERFORM 400-READ-MS.
           PERFORM 310-CLASSIFY-ONE-RECORD
              UNTIL MS-EOF-SWITCH = "Y".
           CLOSE MSFILE OPNORD.

       310-CLASSIFY-ONE-RECORD.
           IF MS-LOC-KEY NOT = WS-CURR-LOC
              MOVE MS-LOC-KEY TO WS-CURR-LOC
              PERFORM 320-CHECK-LOCATION
           END-IF.
           PERFORM 330-SYNC-OPEN-ORDER.
           IF WS-LOC-OK-SW = "Y"
              PERFORM 340-RELEASE-CANDIDATE
           ELSE
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           PERFORM 400-READ-MS.

      *    Only an active branch with a region can give or take -
      *    a closed branch is being emptied by the closeout, and a
      *    branch the reference does not know has no region to
      *    pair within.
       320-CHECK-LOCATION.
           MOVE "N" TO WS-LOC-OK-SW.
           MOVE SPACES TO WS-CURR-REGION.
           MOVE MS-LOC-KEY TO BR-LOC-KEY.
           READ BRNCHREF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BR-ACTIVE AND BR-REGION NOT = SPACES
                    MOVE "Y" TO WS-LOC-OK-SW
                    MOVE BR-REGION TO WS-CURR-REGION
                 END-IF
           END-READ.

      *    Bring the open orders level with the master record - one
      *    open-order record per key, as PR4049 nets them.
       330-SYNC-OPEN-ORDER.
           MOVE 0 TO WS-ON-ORDER-QTY.
           PERFORM 410-READ-OO
              UNTIL OO-EOF-SWITCH = "Y"
              OR OO-KEYS >= MS-KEYS.
           IF OO-EOF-SWITCH NOT = "Y" AND OO-KEYS = MS-KEYS
              MOVE OO-QTY TO WS-ON-ORDER-QTY
           END-IF.

      *    Short uses the merge's reorder test so this proposal and
      *    REORDRPT always name the same branches. The need is the
      *    keyed reorder quantity - what the purchase would have
      *    been - or, with none keyed, enough to clear the point.
       340-RELEASE-CANDIDATE.
           EVALUATE TRUE
              WHEN MS-REORDER-POINT > 0
                 AND MS-QTY + WS-ON-ORDER-QTY <= MS-REORDER-POINT
                 IF MS-REORDER-QTY > 0
                    MOVE MS-REORDER-QTY TO WS-NEED-QTY
                 ELSE
                    COMPUTE WS-NEED-QTY = MS-REORDER-POINT + 1
                       - MS-QTY - WS-ON-ORDER-QTY
                 END-IF
                 MOVE SPACES TO SRT-RECORD
                 MOVE MS-ITEM-CODE TO SRT-ITEM-CODE
                 MOVE WS-CURR-REGION TO SRT-REGION
                 MOVE "N" TO SRT-ROLE
                 MOVE WS-NEED-QTY TO SRT-QTY
                 MOVE MS-LOC-KEY TO SRT-LOC-KEY
                 MOVE MS-QTY TO SRT-ON-HAND
                 MOVE WS-ON-ORDER-QTY TO SRT-ON-ORDER
                 RELEASE SRT-RECORD
                 ADD 1 TO WS-SHORT-TOTAL
              WHEN MS-QTY > MS-REORDER-POINT + MS-REORDER-QTY
                 COMPUTE WS-EXCESS-QTY = MS-QTY
                    - MS-REORDER-POINT - MS-REORDER-QTY
                 MOVE SPACES TO SRT-RECORD
                 MOVE MS-ITEM-CODE TO SRT-ITEM-CODE
                 MOVE WS-CURR-REGION TO SRT-REGION
                 MOVE "S" TO SRT-ROLE
                 MOVE WS-EXCESS-QTY TO SRT-QTY
                 MOVE MS-LOC-KEY TO SRT-LOC-KEY
                 MOVE MS-QTY TO SRT-ON-HAND
                 MOVE WS-ON-ORDER-QTY TO SRT-ON-ORDER
                 RELEASE SRT-RECORD
                 ADD 1 TO WS-SURP-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       400-READ-MS.
           READ MSFILE
              AT END
                 MOVE "Y" TO MS-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-MASTER-COUNT
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

       410-READ-OO.
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

      *    Gather one item/region group at a time and pair it when
      *    the next group starts.
       500-PAIR-CANDIDATES.
           PERFORM 510-RETURN-ONE-CANDIDATE
              UNTIL SRT-EOF-SWITCH = "Y".
           PERFORM 520-PAIR-GROUP.

       510-RETURN-ONE-CANDIDATE.
           RETURN SORTWK
              AT END
                 MOVE "Y" TO SRT-EOF-SWITCH
              NOT AT END
                 IF WS-GRP-OPEN-SW = "Y"
                    AND (SRT-ITEM-CODE NOT = WS-GRP-ITEM
                    OR SRT-REGION NOT = WS-GRP-REGION)
                    PERFORM 520-PAIR-GROUP
                 END-IF
                 IF WS-GRP-OPEN-SW NOT = "Y"
                    PERFORM 515-START-GROUP
                 END-IF
                 PERFORM 517-ADD-TO-GROUP
           END-RETURN.

       515-START-GROUP.
           MOVE SRT-ITEM-CODE TO WS-GRP-ITEM.
           MOVE SRT-REGION TO WS-GRP-REGION.
           MOVE 0 TO WS-SHORT-COUNT.
           MOVE 0 TO WS-SURP-COUNT.
           MOVE "Y" TO WS-GRP-OPEN-SW.

       517-ADD-TO-GROUP.
           IF SRT-SHORT
              IF WS-SHORT-COUNT >= WS-GRP-MAX
                 DISPLAY "*** ABEND - SHORT TABLE FULL ***"
                 DISPLAY "TABLE LIMIT: " WS-GRP-MAX
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SHORT-COUNT
              MOVE SRT-LOC-KEY TO WS-SHORT-LOC (WS-SHORT-COUNT)
              MOVE SRT-QTY TO WS-SHORT-NEED (WS-SHORT-COUNT)
              MOVE SRT-ON-HAND TO WS-SHORT-ON-HAND (WS-SHORT-COUNT)
              MOVE SRT-ON-ORDER TO WS-SHORT-ON-ORDER (WS-SHORT-COUNT)
           ELSE
              IF WS-SURP-COUNT >= WS-GRP-MAX
                 DISPLAY "*** ABEND - SURPLUS TABLE FULL ***"
                 DISPLAY "TABLE LIMIT: " WS-GRP-MAX
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SURP-COUNT
              MOVE SRT-LOC-KEY TO WS-SURP-LOC (WS-SURP-COUNT)
              MOVE SRT-QTY TO WS-SURP-EXCESS (WS-SURP-COUNT)
              MOVE SRT-ON-HAND TO WS-SURP-ON-HAND (WS-SURP-COUNT)
              MOVE "N" TO WS-SURP-USED-SW (WS-SURP-COUNT)
           END-IF.

      *    A group with no short branch needs nothing; a group with
      *    no surplus can only report its shorts as still short.
       520-PAIR-GROUP.
           IF WS-GRP-OPEN-SW = "Y"
              IF WS-SHORT-COUNT > 0
                 PERFORM 505-LOOKUP-ITEM
                 PERFORM 530-FILL-ONE-SHORT
                    VARYING WS-SHORT-IX FROM 1 BY 1
                    UNTIL WS-SHORT-IX > WS-SHORT-COUNT
              END-IF
              MOVE "N" TO WS-GRP-OPEN-SW
           END-IF.

       505-LOOKUP-ITEM.
           MOVE "N" TO WS-COST-FOUND-SW.
           MOVE WS-GRP-ITEM TO XR-ITEM-CODE.
           READ ITEMXREF
              INVALID KEY
                 MOVE "NO DESCRIPTION FOUND" TO WS-ITEM-DESC
              NOT INVALID KEY
                 MOVE XR-ITEM-DESC TO WS-ITEM-DESC
                 IF XR-UNIT-COST IS NUMERIC
                    MOVE XR-UNIT-COST TO WS-UNIT-COST
                    MOVE "Y" TO WS-COST-FOUND-SW
                 END-IF
           END-READ.

      *    Fill one short branch from the unused donors, biggest
      *    excess first, until the need is met or the region runs
      *    out of stock to give.
       530-FILL-ONE-SHORT.
           MOVE WS-SHORT-NEED (WS-SHORT-IX) TO WS-REMAINING.
           PERFORM 535-TAKE-FROM-ONE-DONOR
              VARYING WS-SURP-IX FROM 1 BY 1
              UNTIL WS-SURP-IX > WS-SURP-COUNT
              OR WS-REMAINING = 0.
           EVALUATE TRUE
              WHEN WS-REMAINING = 0
                 ADD 1 TO WS-COVERED-COUNT
              WHEN WS-REMAINING < WS-SHORT-NEED (WS-SHORT-IX)
                 ADD 1 TO WS-PARTIAL-COUNT
                 PERFORM 545-WRITE-STILL-SHORT-LINE
              WHEN OTHER
                 ADD 1 TO WS-UNCOVERED-COUNT
                 PERFORM 545-WRITE-STILL-SHORT-LINE
           END-EVALUATE.

       535-TAKE-FROM-ONE-DONOR.
           IF WS-SURP-USED-SW (WS-SURP-IX) NOT = "Y"
              IF WS-SURP-EXCESS (WS-SURP-IX) < WS-REMAINING
                 MOVE WS-SURP-EXCESS (WS-SURP-IX) TO WS-MOVE-QTY
              ELSE
                 MOVE WS-REMAINING TO WS-MOVE-QTY
              END-IF
              MOVE "Y" TO WS-SURP-USED-SW (WS-SURP-IX)
              SUBTRACT WS-MOVE-QTY FROM WS-REMAINING
              PERFORM 537-CUT-TRANSFER-CARD
              PERFORM 540-WRITE-DETAIL-LINE
           END-IF.

      *    The shipping (donor) location rides the key columns, the
      *    short branch the transfer destination - the item is on
      *    the master at both, so the merge can always pair it.
       537-CUT-TRANSFER-CARD.
           MOVE SPACES TO RBL-RECORD.
           MOVE WS-SURP-LOC (WS-SURP-IX) TO RBL-KEYS (1:9).
           MOVE WS-GRP-ITEM TO RBL-KEYS (10:5).
           MOVE WS-MOVE-QTY TO RBL-QTY.
           MOVE "T" TO RBL-TRANS-CODE.
           MOVE WS-SHORT-LOC (WS-SHORT-IX) TO RBL-XFR-TO-LOC.
           WRITE RBL-RECORD.
           ADD 1 TO WS-CARD-COUNT.
           ADD WS-MOVE-QTY TO WS-UNITS-MOVED.

       540-WRITE-DETAIL-LINE.
           MOVE WS-GRP-ITEM TO RD-ITEM-CODE.
           MOVE WS-ITEM-DESC TO RD-ITEM-DESC.
           MOVE WS-GRP-REGION TO RD-REGION.
           MOVE WS-SURP-LOC (WS-SURP-IX) TO RD-FROM-LOC.
           MOVE WS-SHORT-LOC (WS-SHORT-IX) TO RD-TO-LOC.
           MOVE WS-MOVE-QTY TO RD-QTY.
           IF WS-COST-FOUND-SW = "Y"
              COMPUTE WS-EXT-VALUE = WS-MOVE-QTY * WS-UNIT-COST
              ADD WS-EXT-VALUE TO WS-VALUE-MOVED
              MOVE WS-EXT-VALUE TO WS-VALUE-ED
              MOVE WS-VALUE-ED TO RD-VALUE
           ELSE
              ADD 1 TO WS-NO-COST-MOVES
              MOVE "** NO COST ON FILE" TO RD-VALUE
           END-IF.
           MOVE RBL-DETAIL TO RBL-LINE.
           WRITE RBL-LINE.

      *    What the region could not cover still has to be bought -
      *    the purchase on REORDRPT stands for these units.
       545-WRITE-STILL-SHORT-LINE.
           ADD WS-REMAINING TO WS-UNITS-STILL-SHORT.
           MOVE SPACES TO RBL-LINE.
           STRING "   " DELIMITED BY SIZE
              WS-GRP-ITEM DELIMITED BY SIZE
              " AT " DELIMITED BY SIZE
              WS-SHORT-LOC (WS-SHORT-IX) DELIMITED BY SIZE
              " ON-HAND: " DELIMITED BY SIZE
              WS-SHORT-ON-HAND (WS-SHORT-IX) DELIMITED BY SIZE
              " ON-ORDER: " DELIMITED BY SIZE
              WS-SHORT-ON-ORDER (WS-SHORT-IX) DELIMITED BY SIZE
              " STILL SHORT: " DELIMITED BY SIZE
              WS-REMAINING DELIMITED BY SIZE
              " - PURCHASE STANDS" DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.

       560-WRITE-TRAILER.
           MOVE SPACES TO RBL-LINE.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "MASTER RECORDS READ: " DELIMITED BY SIZE
              WS-MASTER-COUNT DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "OPEN ORDERS READ: " DELIMITED BY SIZE
              WS-OO-COUNT DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "RECORDS SKIPPED - CLOSED/UNKNOWN/NO REGION: "
              DELIMITED BY SIZE
              WS-SKIPPED-COUNT DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "SHORT RECORDS: " DELIMITED BY SIZE
              WS-SHORT-TOTAL DELIMITED BY SIZE
              "   SURPLUS RECORDS: " DELIMITED BY SIZE
              WS-SURP-TOTAL DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "SHORTS COVERED: " DELIMITED BY SIZE
              WS-COVERED-COUNT DELIMITED BY SIZE
              "   PARTLY COVERED: " DELIMITED BY SIZE
              WS-PARTIAL-COUNT DELIMITED BY SIZE
              "   NOT COVERED: " DELIMITED BY SIZE
              WS-UNCOVERED-COUNT DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "TRANSFER CARDS CUT: " DELIMITED BY SIZE
              WS-CARD-COUNT DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "UNITS PROPOSED FOR TRANSFER: " DELIMITED BY SIZE
              WS-UNITS-MOVED DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "UNITS STILL SHORT - PURCHASE: " DELIMITED BY SIZE
              WS-UNITS-STILL-SHORT DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           MOVE WS-VALUE-MOVED TO WS-VALUE-ED.
           STRING "EXTENDED VALUE PROPOSED: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
           MOVE SPACES TO RBL-LINE.
           STRING "MOVES WITH NO COST ON FILE: " DELIMITED BY SIZE
              WS-NO-COST-MOVES DELIMITED BY SIZE
              INTO RBL-LINE
           END-STRING.
           WRITE RBL-LINE.
