       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4062.
      *    Item supersession run. Picks up every SUPHIST entry
      *    keyed through PR4044 whose effective date has arrived
      *    and moves the dead code's footprint onto its successor:
      *      - MSFILE: every record under the old code gets a "D"
      *        card dropping it and, when it carries stock, a plus
      *        "Q" card for the same quantity under the new code at
      *        the same location - the same minus/plus pairing the
      *        PR4054 closeout uses, in the raw CHNGE card format
      *        so the moves go through PR4043/PR4041, AUDITLOG and
      *        suspense like any other activity (SUPCHNG is read
      *        with the night's keyed cards)
      *      - OPNORD: open orders under the old code are re-keyed
      *        to the new code (OPNORDR, re-sorted) for tonight's
      *        merge; an order already open under the new code at
      *        the same location absorbs the re-keyed one
      *      - CYCDATE: last-counted dates re-keyed the same way
      *        (CYCDATER for tonight's PR4053); where both codes
      *        carry a date the older one is kept so the successor
      *        comes up for count no later than either would have
      *      - UPCXREF: every UPC pointing at the old code is moved
      *        to the new one, so register sales follow the stock
      *    The entry is then marked moved on SUPHIST with the date
      *    and the units moved. Two supersessions taking effect the
      *    same night in a chain (A to B, B to C) are collapsed so
      *    A's stock goes straight to C.
      *    SUPRPT lists every record moved and proves each
      *    supersession: units and value off the old code against
      *    units and value carded to the new, both at the old code's
      *    cost, with the value at the successor's cost shown as
      *    the revaluation the change of code brings with it. That
      *    proof only shows the cards agree with the master; the
      *    night's other cards on an old code are re-keyed to the
      *    successor or rejected by PR4043, which proves the pairs
      *    that reach its clean file against the units SUPHIST
      *    records as moved here.
      *    A supersession moved in the last few nights that still
      *    finds stock under its old code (moves held or suspended)
      *    is listed as an exception - those records are not
      *    carded again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSFILE ASSIGN TO MSFILE.
           SELECT OPNORD ASSIGN TO OPNORD.
           SELECT OPNORDR ASSIGN TO OPNORDR.
           SELECT OPTIONAL CYCDATE ASSIGN TO CYCDATE.
           SELECT CYCDATER ASSIGN TO CYCDATER.
           SELECT SUPCHNG ASSIGN TO SUPCHNG.
           SELECT SUPRPT ASSIGN TO SUPRPT.
           SELECT OOSORT ASSIGN TO OOSORT.
           SELECT CYSORT ASSIGN TO CYSORT.
           SELECT OPTIONAL SUPHIST ASSIGN TO SUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-OLD-ITEM-CODE.
           SELECT ITEMXREF ASSIGN TO ITEMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ITEM-CODE.
           SELECT UPCXREF ASSIGN TO UPCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UX-UPC.
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
      *    Open-order file - the layout must stay in step with the
      *    FD in PR4041.
       FD OPNORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OO-RECORD.
           05 OO-KEYS.
              10 OO-LOC-KEY                      PIC X(9).
              10 OO-ITEM-CODE                    PIC X(5).
           05 OO-QTY                             PIC 9(7).
           05 OO-ORDER-DATE                      PIC X(8).
           05 OO-PO-NUMBER                       PIC 9(7).
           05 OO-VENDOR-ID                       PIC X(6).
           05 OO-LAST-PO-NUMBER                  PIC 9(7).
           05 FILLER                             PIC X(31).
       FD OPNORDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 OOR-RECORD                             PIC X(80).
       SD OOSORT
           RECORD CONTAINS 80 CHARACTERS.
       01 OOS-RECORD.
           05 OOS-KEYS.
              10 OOS-LOC-KEY                     PIC X(9).
              10 OOS-ITEM-CODE                   PIC X(5).
           05 OOS-QTY                            PIC 9(7).
           05 OOS-ORDER-DATE                     PIC X(8).
           05 OOS-PO-NUMBER                      PIC 9(7).
           05 OOS-VENDOR-ID                      PIC X(6).
           05 OOS-LAST-PO-NUMBER                 PIC 9(7).
           05 FILLER                             PIC X(31).
      *    Last-counted dates - the layout must stay in step with
      *    the FD in PR4053.
       FD CYCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CY-RECORD.
           05 CY-KEYS.
              10 CY-LOC-KEY                      PIC X(9).
              10 CY-ITEM-CODE                    PIC X(5).
           05 CY-CLASS                           PIC X(1).
           05 CY-LAST-COUNTED                    PIC X(8).
           05 FILLER                             PIC X(57).
       FD CYCDATER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CYR-RECORD                             PIC X(80).
       SD CYSORT
           RECORD CONTAINS 80 CHARACTERS.
       01 CYS-RECORD.
           05 CYS-KEYS.
              10 CYS-LOC-KEY                     PIC X(9).
              10 CYS-ITEM-CODE                   PIC X(5).
           05 CYS-CLASS                          PIC X(1).
           05 CYS-LAST-COUNTED                   PIC X(8).
           05 FILLER                             PIC X(57).
      *    Stock-move cards in the raw CHNGE card format. Column
      *    42 carries the "S" source flag and columns 43-47 the
      *    code the stock is moving off, on both cards of a pair -
      *    PR4043 proves them against SUPHIST and PR4060 lets only
      *    a proved card past the approval hold.
       FD SUPCHNG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 SC-RECORD.
           05 SC-KEYS.
              10 SC-LOC-KEY                      PIC X(9).
              10 SC-ITEM-CODE                    PIC X(5).
           05 SC-QTY                             PIC S9(7).
           05 SC-TRANS-CODE                      PIC X(1).
           05 FILLER                             PIC X(19).
           05 SC-SOURCE                          PIC X(1).
           05 SC-FROM-ITEM                       PIC X(5).
           05 FILLER                             PIC X(33).
       FD SUPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).
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
       FD ITEMXREF
           RECORD CONTAINS 32 CHARACTERS.
       01 XR-RECORD.
           05 XR-ITEM-CODE                       PIC X(5).
           05 XR-ITEM-DESC                       PIC X(20).
           05 XR-UNIT-COST                       PIC 9(5)V99.
      *    UPC cross-reference - the layout must stay in step with
      *    the FD in PR4044.
       FD UPCXREF
           RECORD CONTAINS 40 CHARACTERS.
       01 UX-RECORD.
           05 UX-UPC                             PIC X(13).
           05 UX-ITEM-CODE                       PIC X(5).
           05 UX-ASSIGNED-DATE                   PIC X(8).
           05 FILLER                             PIC X(14).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 OO-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 OOS-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 CY-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 CYS-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 UX-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-FOUND-SW                        PIC X(1) VALUE "N".
           05 WS-CHAIN-MOVED-SW                  PIC X(1) VALUE "N".
           05 WS-OO-HELD-SW                      PIC X(1) VALUE "N".
           05 WS-CY-HELD-SW                      PIC X(1) VALUE "N".
      *    Moved supersessions are checked for stock left behind
      *    for this many days after the move.
       01 CONTROL-VALUES.
           05 WS-RESIDUAL-DAYS                   PIC 9(3) VALUE 7.
           05 WS-TODAY                           PIC X(8) VALUE SPACES.
           05 WS-TODAY-INT                       PIC 9(7) VALUE 0.
           05 WS-DATE-INT                        PIC 9(7) VALUE 0.
      *    Supersessions in play tonight. "A" - moving tonight;
      *    "R" - moved recently, checked for stock left behind.
      *    WS-SS-TO-ITEM is where the stock goes - the keyed new
      *    code, or the end of the chain when the new code is
      *    itself superseded tonight.
       01 SUPERSESSION-TABLE-VALUES.
           05 WS-SS-MAX                          PIC 9(3) VALUE 200.
           05 WS-SS-COUNT                        PIC 9(3) VALUE 0.
           05 WS-SS-IX                           PIC 9(3) VALUE 0.
           05 WS-SS-JX                           PIC 9(3) VALUE 0.
           05 WS-SS-HIT-IX                       PIC 9(3) VALUE 0.
           05 WS-SS-PASS                         PIC 9(3) VALUE 0.
           05 WS-SS-ENTRY OCCURS 200 TIMES.
              10 WS-SS-MODE                      PIC X(1).
              10 WS-SS-OLD-ITEM                  PIC X(5).
              10 WS-SS-NEW-ITEM                  PIC X(5).
              10 WS-SS-TO-ITEM                   PIC X(5).
              10 WS-SS-EFFECTIVE-DATE            PIC X(8).
              10 WS-SS-MOVED-DATE                PIC X(8).
              10 WS-SS-OLD-COST                  PIC 9(5)V99.
              10 WS-SS-NEW-COST                  PIC 9(5)V99.
              10 WS-SS-RECS                      PIC 9(7).
              10 WS-SS-CARDS                     PIC 9(7).
              10 WS-SS-UNITS-OFF                 PIC 9(9).
              10 WS-SS-UNITS-ON                  PIC 9(9).
              10 WS-SS-VALUE-OFF                 PIC 9(13)V99.
              10 WS-SS-VALUE-ON                  PIC 9(13)V99.
              10 WS-SS-VALUE-NEW                 PIC 9(13)V99.
              10 WS-SS-OO-RECS                   PIC 9(7).
              10 WS-SS-OO-UNITS                  PIC 9(9).
              10 WS-SS-CY-RECS                   PIC 9(7).
              10 WS-SS-UPCS                      PIC 9(7).
              10 WS-SS-RESIDUAL-RECS             PIC 9(7).
       01 WORK-VALUES.
           05 WS-SEARCH-ITEM                     PIC X(5) VALUE SPACES.
           05 WS-LINE-VALUE                      PIC 9(13)V99 VALUE 0.
           05 WS-DIFF-VALUE                      PIC S9(13)V99 VALUE 0.
      *    Open-order and count-date records held back one so a
      *    re-keyed record landing on an existing key can be
      *    folded into it.
       01 OO-HOLD-RECORD.
           05 OOH-KEYS                           PIC X(14).
           05 OOH-QTY                            PIC 9(7).
           05 OOH-ORDER-DATE                     PIC X(8).
           05 OOH-PO-NUMBER                      PIC 9(7).
           05 OOH-VENDOR-ID                      PIC X(6).
           05 OOH-LAST-PO-NUMBER                 PIC 9(7).
           05 FILLER                             PIC X(31).
       01 CY-HOLD-RECORD.
           05 CYH-KEYS                           PIC X(14).
           05 CYH-CLASS                          PIC X(1).
           05 CYH-LAST-COUNTED                   PIC X(8).
           05 FILLER                             PIC X(57).
      *    Prior-key holders and first-read flags for the
      *    ascending-sequence checks.
       01 SEQUENCE-CHECK-VALUES.
           05 WS-PRIOR-MS-KEYS            PIC X(14) VALUE LOW-VALUES.
           05 MS-FIRST-READ-SW                  PIC X(1) VALUE "Y".
       01 RUN-TOTALS.
           05 WS-SS-ACTIVE-COUNT                 PIC 9(7) VALUE 0.
           05 WS-SS-RECENT-COUNT                 PIC 9(7) VALUE 0.
           05 WS-MS-READ-COUNT                   PIC 9(7) VALUE 0.
           05 WS-CARD-COUNT                      PIC 9(7) VALUE 0.
           05 WS-OO-READ-COUNT                   PIC 9(7) VALUE 0.
           05 WS-OO-OUT-COUNT                    PIC 9(7) VALUE 0.
           05 WS-OO-FOLDED-COUNT                 PIC 9(7) VALUE 0.
           05 WS-CY-READ-COUNT                   PIC 9(7) VALUE 0.
           05 WS-CY-OUT-COUNT                    PIC 9(7) VALUE 0.
           05 WS-CY-FOLDED-COUNT                 PIC 9(7) VALUE 0.
           05 WS-UPC-MOVED-COUNT                 PIC 9(7) VALUE 0.
           05 WS-RESIDUAL-COUNT                  PIC 9(7) VALUE 0.
           05 WS-NOT-PROVED-COUNT                PIC 9(7) VALUE 0.
       01 EDITED-VALUES.
           05 WS-VALUE-ED                        PIC Z(12)9.99.
           05 WS-VALUE-ED-2                      PIC Z(12)9.99.
           05 WS-DIFF-ED                         PIC -(12)9.99.
           05 WS-COST-ED                         PIC Z(4)9.99.
           05 WS-COST-ED-2                       PIC Z(4)9.99.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR062".
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
      *    One master record moved.
           05 MOVE-DETAIL.
              10 MV-LOC-KEY                  PIC X(9).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MV-OLD-ITEM                 PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MV-QTY                      PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MV-VALUE                    PIC Z(10)9.99.
              10 FILLER                      PIC X(4) VALUE " -> ".
              10 MV-NEW-ITEM                 PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MV-NEW-QTY                  PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MV-CARDS                    PIC X(25).
              10 FILLER                      PIC X(14) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (WS-TODAY)).
           OPEN I-O SUPHIST.
           OPEN INPUT ITEMXREF.
           OPEN OUTPUT SUPRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 150-LOAD-SUPERSESSIONS.
           PERFORM 170-COLLAPSE-CHAINS.
           PERFORM 180-PRICE-SUPERSESSIONS
              VARYING WS-SS-IX FROM 1 BY 1
              UNTIL WS-SS-IX > WS-SS-COUNT.
           OPEN INPUT MSFILE.
           OPEN OUTPUT SUPCHNG.
           PERFORM 400-READ-MS.
           PERFORM 500-SWEEP-MASTER
              UNTIL MS-EOF-SWITCH = "Y".
           CLOSE MSFILE SUPCHNG.
           SORT OOSORT
              ON ASCENDING KEY OOS-KEYS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 600-REKEY-OPEN-ORDERS
              OUTPUT PROCEDURE IS 620-WRITE-OPEN-ORDERS.
           SORT CYSORT
              ON ASCENDING KEY CYS-KEYS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 650-REKEY-COUNT-DATES
              OUTPUT PROCEDURE IS 670-WRITE-COUNT-DATES.
           PERFORM 700-MOVE-UPCS.
           PERFORM 750-MARK-MOVED
              VARYING WS-SS-IX FROM 1 BY 1
              UNTIL WS-SS-IX > WS-SS-COUNT.
           PERFORM 800-WRITE-PROOF
              VARYING WS-SS-IX FROM 1 BY 1
              UNTIL WS-SS-IX > WS-SS-COUNT.
           PERFORM 560-WRITE-TRAILER.
           CLOSE SUPHIST ITEMXREF SUPRPT.
           GOBACK.

      *    Walk SUPHIST front to back for entries due tonight and
      *    entries moved within the residual window.
       150-LOAD-SUPERSESSIONS.
           PERFORM 155-READ-ONE-SUPHIST
              UNTIL SH-EOF-SWITCH = "Y".

       155-READ-ONE-SUPHIST.
           READ SUPHIST NEXT RECORD
              AT END
                 MOVE "Y" TO SH-EOF-SWITCH
              NOT AT END
                 EVALUATE TRUE
                    WHEN SH-PENDING
                       AND SH-EFFECTIVE-DATE NOT > WS-TODAY
                       PERFORM 157-ADD-SUPERSESSION
                       MOVE "A" TO WS-SS-MODE (WS-SS-COUNT)
                       ADD 1 TO WS-SS-ACTIVE-COUNT
                    WHEN SH-MOVED
                       AND SH-MOVED-DATE IS NUMERIC
                       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                          (FUNCTION NUMVAL (SH-MOVED-DATE))
                       IF WS-TODAY-INT - WS-DATE-INT
                          NOT > WS-RESIDUAL-DAYS
                          PERFORM 157-ADD-SUPERSESSION
                          MOVE "R" TO WS-SS-MODE (WS-SS-COUNT)
                          ADD 1 TO WS-SS-RECENT-COUNT
                       END-IF
                 END-EVALUATE
           END-READ.

       157-ADD-SUPERSESSION.
           IF WS-SS-COUNT >= WS-SS-MAX
              DISPLAY "*** ABEND - SUPERSESSION TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-SS-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-SS-COUNT.
           MOVE SH-OLD-ITEM-CODE TO WS-SS-OLD-ITEM (WS-SS-COUNT).
           MOVE SH-NEW-ITEM-CODE TO WS-SS-NEW-ITEM (WS-SS-COUNT).
           MOVE SH-NEW-ITEM-CODE TO WS-SS-TO-ITEM (WS-SS-COUNT).
           MOVE SH-EFFECTIVE-DATE TO WS-SS-EFFECTIVE-DATE (WS-SS-COUNT).
           MOVE SH-MOVED-DATE TO WS-SS-MOVED-DATE (WS-SS-COUNT).
           MOVE SH-OLD-COST TO WS-SS-OLD-COST (WS-SS-COUNT).
           MOVE SH-NEW-COST TO WS-SS-NEW-COST (WS-SS-COUNT).
           MOVE 0 TO WS-SS-RECS (WS-SS-COUNT).
           MOVE 0 TO WS-SS-CARDS (WS-SS-COUNT).
           MOVE 0 TO WS-SS-UNITS-OFF (WS-SS-COUNT).
           MOVE 0 TO WS-SS-UNITS-ON (WS-SS-COUNT).
           MOVE 0 TO WS-SS-VALUE-OFF (WS-SS-COUNT).
           MOVE 0 TO WS-SS-VALUE-ON (WS-SS-COUNT).
           MOVE 0 TO WS-SS-VALUE-NEW (WS-SS-COUNT).
           MOVE 0 TO WS-SS-OO-RECS (WS-SS-COUNT).
           MOVE 0 TO WS-SS-OO-UNITS (WS-SS-COUNT).
           MOVE 0 TO WS-SS-CY-RECS (WS-SS-COUNT).
           MOVE 0 TO WS-SS-UPCS (WS-SS-COUNT).
           MOVE 0 TO WS-SS-RESIDUAL-RECS (WS-SS-COUNT).

      *    Follow each moving entry's destination through any other
      *    entry moving tonight. PR4044 never lets a code be
      *    superseded twice, so a chain cannot loop; the pass limit
      *    is only a backstop.
       170-COLLAPSE-CHAINS.
           MOVE "Y" TO WS-CHAIN-MOVED-SW.
           PERFORM 172-COLLAPSE-ONE-PASS
              VARYING WS-SS-PASS FROM 1 BY 1
              UNTIL WS-CHAIN-MOVED-SW = "N"
              OR WS-SS-PASS > WS-SS-MAX.

       172-COLLAPSE-ONE-PASS.
           MOVE "N" TO WS-CHAIN-MOVED-SW.
           PERFORM 174-COLLAPSE-ONE-ENTRY
              VARYING WS-SS-IX FROM 1 BY 1
              UNTIL WS-SS-IX > WS-SS-COUNT.

       174-COLLAPSE-ONE-ENTRY.
           IF WS-SS-MODE (WS-SS-IX) = "A"
              MOVE WS-SS-TO-ITEM (WS-SS-IX) TO WS-SEARCH-ITEM
              PERFORM 160-FIND-ACTIVE-OLD
              IF WS-FOUND-SW = "Y"
                 MOVE WS-SS-TO-ITEM (WS-SS-HIT-IX)
                    TO WS-SS-TO-ITEM (WS-SS-IX)
                 MOVE "Y" TO WS-CHAIN-MOVED-SW
              END-IF
           END-IF.

      *    Costs as they stand tonight - the successor's is taken
      *    at the end of any chain.
       180-PRICE-SUPERSESSIONS.
           IF WS-SS-MODE (WS-SS-IX) = "A"
              MOVE WS-SS-OLD-ITEM (WS-SS-IX) TO XR-ITEM-CODE
              READ ITEMXREF
                 NOT INVALID KEY
                    IF XR-UNIT-COST IS NUMERIC
                       MOVE XR-UNIT-COST TO WS-SS-OLD-COST (WS-SS-IX)
                    END-IF
              END-READ
              MOVE WS-SS-TO-ITEM (WS-SS-IX) TO XR-ITEM-CODE
              READ ITEMXREF
                 NOT INVALID KEY
                    IF XR-UNIT-COST IS NUMERIC
                       MOVE XR-UNIT-COST TO WS-SS-NEW-COST (WS-SS-IX)
                    END-IF
              END-READ
           END-IF.

      *    Find the entry whose old code is WS-SEARCH-ITEM among
      *    those moving tonight.
       160-FIND-ACTIVE-OLD.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 162-MATCH-ONE-OLD
              VARYING WS-SS-JX FROM 1 BY 1
              UNTIL WS-SS-JX > WS-SS-COUNT
              OR WS-FOUND-SW = "Y".

       162-MATCH-ONE-OLD.
           IF WS-SS-MODE (WS-SS-JX) = "A"
              AND WS-SS-OLD-ITEM (WS-SS-JX) = WS-SEARCH-ITEM
              MOVE "Y" TO WS-FOUND-SW
              MOVE WS-SS-JX TO WS-SS-HIT-IX
           END-IF.

      *    Same search over the recently moved entries.
       165-FIND-RECENT-OLD.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 167-MATCH-ONE-RECENT
              VARYING WS-SS-JX FROM 1 BY 1
              UNTIL WS-SS-JX > WS-SS-COUNT
              OR WS-FOUND-SW = "Y".

       167-MATCH-ONE-RECENT.
           IF WS-SS-MODE (WS-SS-JX) = "R"
              AND WS-SS-OLD-ITEM (WS-SS-JX) = WS-SEARCH-ITEM
              MOVE "Y" TO WS-FOUND-SW
              MOVE WS-SS-JX TO WS-SS-HIT-IX
           END-IF.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "SUPERSESSION" TO REPORT-NAME.
           MOVE "STOCK MOVES" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "LOCATION   OLD       QTY   VALUE AT OLD COST"
              DELIMITED BY SIZE
              "    NEW       QTY  CARDS" DELIMITED BY SIZE
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

       500-SWEEP-MASTER.
           MOVE MS-ITEM-CODE TO WS-SEARCH-ITEM.
           PERFORM 160-FIND-ACTIVE-OLD.
           IF WS-FOUND-SW = "Y"
              PERFORM 510-WRITE-MOVE-CARDS
           ELSE
              PERFORM 165-FIND-RECENT-OLD
              IF WS-FOUND-SW = "Y"
                 PERFORM 530-WRITE-RESIDUAL-LINE
              END-IF
           END-IF.
           PERFORM 400-READ-MS.

      *    A "D" always drops the old record; stock on it goes back
      *    on under the successor with a plus "Q".
       510-WRITE-MOVE-CARDS.
           MOVE SPACES TO SC-RECORD.
           MOVE MS-KEYS TO SC-KEYS.
           MOVE MS-QTY TO SC-QTY.
           MOVE "D" TO SC-TRANS-CODE.
           MOVE "S" TO SC-SOURCE.
           MOVE MS-ITEM-CODE TO SC-FROM-ITEM.
           WRITE SC-RECORD.
           ADD 1 TO WS-CARD-COUNT.
           ADD 1 TO WS-SS-CARDS (WS-SS-HIT-IX).
           ADD 1 TO WS-SS-RECS (WS-SS-HIT-IX).
           ADD MS-QTY TO WS-SS-UNITS-OFF (WS-SS-HIT-IX).
           COMPUTE WS-LINE-VALUE =
              MS-QTY * WS-SS-OLD-COST (WS-SS-HIT-IX).
           ADD WS-LINE-VALUE TO WS-SS-VALUE-OFF (WS-SS-HIT-IX).
           MOVE MS-LOC-KEY TO MV-LOC-KEY.
           MOVE MS-ITEM-CODE TO MV-OLD-ITEM.
           MOVE MS-QTY TO MV-QTY.
           MOVE WS-LINE-VALUE TO MV-VALUE.
           MOVE WS-SS-TO-ITEM (WS-SS-HIT-IX) TO MV-NEW-ITEM.
           IF MS-QTY > 0
              MOVE SPACES TO SC-RECORD
              MOVE MS-LOC-KEY TO SC-LOC-KEY
              MOVE WS-SS-TO-ITEM (WS-SS-HIT-IX) TO SC-ITEM-CODE
              MOVE MS-QTY TO SC-QTY
              MOVE "Q" TO SC-TRANS-CODE
              MOVE "S" TO SC-SOURCE
              MOVE MS-ITEM-CODE TO SC-FROM-ITEM
              WRITE SC-RECORD
              ADD 1 TO WS-CARD-COUNT
              ADD 1 TO WS-SS-CARDS (WS-SS-HIT-IX)
              ADD SC-QTY TO WS-SS-UNITS-ON (WS-SS-HIT-IX)
              COMPUTE WS-LINE-VALUE =
                 SC-QTY * WS-SS-OLD-COST (WS-SS-HIT-IX)
              ADD WS-LINE-VALUE TO WS-SS-VALUE-ON (WS-SS-HIT-IX)
              COMPUTE WS-LINE-VALUE =
                 SC-QTY * WS-SS-NEW-COST (WS-SS-HIT-IX)
              ADD WS-LINE-VALUE TO WS-SS-VALUE-NEW (WS-SS-HIT-IX)
              MOVE SC-QTY TO MV-NEW-QTY
              MOVE "D OLD + Q NEW" TO MV-CARDS
           ELSE
              MOVE 0 TO MV-NEW-QTY
              MOVE "D OLD - NO STOCK" TO MV-CARDS
           END-IF.
           MOVE MOVE-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       530-WRITE-RESIDUAL-LINE.
           ADD 1 TO WS-SS-RESIDUAL-RECS (WS-SS-HIT-IX).
           ADD 1 TO WS-RESIDUAL-COUNT.
           MOVE MS-LOC-KEY TO MV-LOC-KEY.
           MOVE MS-ITEM-CODE TO MV-OLD-ITEM.
           MOVE MS-QTY TO MV-QTY.
           COMPUTE WS-LINE-VALUE =
              MS-QTY * WS-SS-OLD-COST (WS-SS-HIT-IX).
           MOVE WS-LINE-VALUE TO MV-VALUE.
           MOVE WS-SS-TO-ITEM (WS-SS-HIT-IX) TO MV-NEW-ITEM.
           MOVE 0 TO MV-NEW-QTY.
           MOVE "*** LEFT UNDER OLD CODE" TO MV-CARDS.
           MOVE MOVE-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *    Input procedure - every open order is released, re-keyed
      *    first when it sits under a code moving tonight.
       600-REKEY-OPEN-ORDERS.
           OPEN INPUT OPNORD.
           PERFORM 605-RELEASE-ONE-ORDER
              UNTIL OO-EOF-SWITCH = "Y".
           CLOSE OPNORD.

       605-RELEASE-ONE-ORDER.
           READ OPNORD
              AT END
                 MOVE "Y" TO OO-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-OO-READ-COUNT
                 MOVE OO-RECORD TO OOS-RECORD
                 MOVE OO-ITEM-CODE TO WS-SEARCH-ITEM
                 PERFORM 160-FIND-ACTIVE-OLD
                 IF WS-FOUND-SW = "Y"
                    MOVE WS-SS-TO-ITEM (WS-SS-HIT-IX) TO OOS-ITEM-CODE
                    ADD 1 TO WS-SS-OO-RECS (WS-SS-HIT-IX)
                    ADD OO-QTY TO WS-SS-OO-UNITS (WS-SS-HIT-IX)
                 END-IF
                 RELEASE OOS-RECORD
           END-READ.

      *    Output procedure - a second order on the same key folds
      *    into the first: quantities add, the earlier order date
      *    stands, and the later order's PO becomes the latest PO.
       620-WRITE-OPEN-ORDERS.
           OPEN OUTPUT OPNORDR.
           PERFORM 625-RETURN-ONE-ORDER
              UNTIL OOS-EOF-SWITCH = "Y".
           IF WS-OO-HELD-SW = "Y"
              PERFORM 628-WRITE-HELD-ORDER
           END-IF.
           CLOSE OPNORDR.

       625-RETURN-ONE-ORDER.
           RETURN OOSORT
              AT END
                 MOVE "Y" TO OOS-EOF-SWITCH
              NOT AT END
                 IF WS-OO-HELD-SW = "Y" AND OOS-KEYS = OOH-KEYS
                    ADD OOS-QTY TO OOH-QTY
                    IF OOS-ORDER-DATE < OOH-ORDER-DATE
                       MOVE OOS-ORDER-DATE TO OOH-ORDER-DATE
                    END-IF
                    IF OOS-LAST-PO-NUMBER IS NUMERIC
                       AND OOS-LAST-PO-NUMBER > 0
                       MOVE OOS-LAST-PO-NUMBER TO OOH-LAST-PO-NUMBER
                    ELSE
                       MOVE OOS-PO-NUMBER TO OOH-LAST-PO-NUMBER
                    END-IF
                    ADD 1 TO WS-OO-FOLDED-COUNT
                 ELSE
                    IF WS-OO-HELD-SW = "Y"
                       PERFORM 628-WRITE-HELD-ORDER
                    END-IF
                    MOVE OOS-RECORD TO OO-HOLD-RECORD
                    MOVE "Y" TO WS-OO-HELD-SW
                 END-IF
           END-RETURN.

       628-WRITE-HELD-ORDER.
           MOVE OO-HOLD-RECORD TO OOR-RECORD.
           WRITE OOR-RECORD.
           ADD 1 TO WS-OO-OUT-COUNT.

      *    Input procedure - count dates, re-keyed the same way.
       650-REKEY-COUNT-DATES.
           OPEN INPUT CYCDATE.
           PERFORM 655-RELEASE-ONE-DATE
              UNTIL CY-EOF-SWITCH = "Y".
           CLOSE CYCDATE.

       655-RELEASE-ONE-DATE.
           READ CYCDATE
              AT END
                 MOVE "Y" TO CY-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-CY-READ-COUNT
                 MOVE CY-RECORD TO CYS-RECORD
                 MOVE CY-ITEM-CODE TO WS-SEARCH-ITEM
                 PERFORM 160-FIND-ACTIVE-OLD
                 IF WS-FOUND-SW = "Y"
                    MOVE WS-SS-TO-ITEM (WS-SS-HIT-IX) TO CYS-ITEM-CODE
                    ADD 1 TO WS-SS-CY-RECS (WS-SS-HIT-IX)
                 END-IF
                 RELEASE CYS-RECORD
           END-READ.

      *    Output procedure - where both codes carried a date, the
      *    older one is kept.
       670-WRITE-COUNT-DATES.
           OPEN OUTPUT CYCDATER.
           PERFORM 675-RETURN-ONE-DATE
              UNTIL CYS-EOF-SWITCH = "Y".
           IF WS-CY-HELD-SW = "Y"
              PERFORM 678-WRITE-HELD-DATE
           END-IF.
           CLOSE CYCDATER.

       675-RETURN-ONE-DATE.
           RETURN CYSORT
              AT END
                 MOVE "Y" TO CYS-EOF-SWITCH
              NOT AT END
                 IF WS-CY-HELD-SW = "Y" AND CYS-KEYS = CYH-KEYS
                    IF CYS-LAST-COUNTED < CYH-LAST-COUNTED
                       MOVE CYS-LAST-COUNTED TO CYH-LAST-COUNTED
                    END-IF
                    ADD 1 TO WS-CY-FOLDED-COUNT
                 ELSE
                    IF WS-CY-HELD-SW = "Y"
                       PERFORM 678-WRITE-HELD-DATE
                    END-IF
                    MOVE CYS-RECORD TO CY-HOLD-RECORD
                    MOVE "Y" TO WS-CY-HELD-SW
                 END-IF
           END-RETURN.

       678-WRITE-HELD-DATE.
           MOVE CY-HOLD-RECORD TO CYR-RECORD.
           WRITE CYR-RECORD.
           ADD 1 TO WS-CY-OUT-COUNT.

      *    Every UPC scanning to a code moving tonight now scans to
      *    its successor.
       700-MOVE-UPCS.
           OPEN I-O UPCXREF.
           PERFORM 705-CHECK-ONE-UPC
              UNTIL UX-EOF-SWITCH = "Y".
           CLOSE UPCXREF.

       705-CHECK-ONE-UPC.
           READ UPCXREF NEXT RECORD
              AT END
                 MOVE "Y" TO UX-EOF-SWITCH
              NOT AT END
                 MOVE UX-ITEM-CODE TO WS-SEARCH-ITEM
                 PERFORM 160-FIND-ACTIVE-OLD
                 IF WS-FOUND-SW = "Y"
                    MOVE WS-SS-TO-ITEM (WS-SS-HIT-IX) TO UX-ITEM-CODE
                    MOVE WS-TODAY TO UX-ASSIGNED-DATE
                    REWRITE UX-RECORD
                    ADD 1 TO WS-SS-UPCS (WS-SS-HIT-IX)
                    ADD 1 TO WS-UPC-MOVED-COUNT
                 END-IF
           END-READ.

      *    Mark tonight's entries moved - the keyed new code stays
      *    on the entry so the chain reads as it was keyed.
       750-MARK-MOVED.
           IF WS-SS-MODE (WS-SS-IX) = "A"
              MOVE WS-SS-OLD-ITEM (WS-SS-IX) TO SH-OLD-ITEM-CODE
              READ SUPHIST
                 INVALID KEY
                    DISPLAY "*** ABEND - SUPHIST ENTRY VANISHED ***"
                    DISPLAY "OLD ITEM: " WS-SS-OLD-ITEM (WS-SS-IX)
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
              END-READ
              MOVE "M" TO SH-STATUS
              MOVE WS-TODAY TO SH-MOVED-DATE
              MOVE WS-SS-RECS (WS-SS-IX) TO SH-MOVED-RECS
              MOVE WS-SS-UNITS-OFF (WS-SS-IX) TO SH-MOVED-UNITS
              MOVE WS-SS-OLD-COST (WS-SS-IX) TO SH-OLD-COST
              MOVE WS-SS-NEW-COST (WS-SS-IX) TO SH-NEW-COST
              REWRITE SH-RECORD
           END-IF.

      *    Proof block per supersession moved tonight; a recent one
      *    only prints when it found stock left behind.
       800-WRITE-PROOF.
           IF WS-SS-MODE (WS-SS-IX) = "A"
              PERFORM 810-WRITE-MOVED-PROOF
           ELSE
              IF WS-SS-RESIDUAL-RECS (WS-SS-IX) > 0
                 PERFORM 830-WRITE-RESIDUAL-PROOF
              END-IF
           END-IF.

       810-WRITE-MOVED-PROOF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** SUPERSESSION " DELIMITED BY SIZE
              WS-SS-OLD-ITEM (WS-SS-IX) DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              WS-SS-TO-ITEM (WS-SS-IX) DELIMITED BY SIZE
              "  EFFECTIVE " DELIMITED BY SIZE
              WS-SS-EFFECTIVE-DATE (WS-SS-IX) DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  MASTER RECORDS MOVED: " DELIMITED BY SIZE
              WS-SS-RECS (WS-SS-IX) DELIMITED BY SIZE
              "  CARDS WRITTEN: " DELIMITED BY SIZE
              WS-SS-CARDS (WS-SS-IX) DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  UNITS OFF OLD CODE: " DELIMITED BY SIZE
              WS-SS-UNITS-OFF (WS-SS-IX) DELIMITED BY SIZE
              "  UNITS CARDED TO NEW CODE: " DELIMITED BY SIZE
              WS-SS-UNITS-ON (WS-SS-IX) DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-SS-OLD-COST (WS-SS-IX) TO WS-COST-ED.
           MOVE WS-SS-VALUE-OFF (WS-SS-IX) TO WS-VALUE-ED.
           MOVE WS-SS-VALUE-ON (WS-SS-IX) TO WS-VALUE-ED-2.
           MOVE SPACES TO RPT-LINE.
           STRING "  AT OLD COST " DELIMITED BY SIZE
              WS-COST-ED DELIMITED BY SIZE
              " - VALUE OFF: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              "  VALUE ON: " DELIMITED BY SIZE
              WS-VALUE-ED-2 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-SS-UNITS-OFF (WS-SS-IX) = WS-SS-UNITS-ON (WS-SS-IX)
              AND WS-SS-VALUE-OFF (WS-SS-IX)
                 = WS-SS-VALUE-ON (WS-SS-IX)
              STRING "  PROOF: UNITS AND VALUE AGREE"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
           ELSE
              STRING "  PROOF: *** UNITS OR VALUE DO NOT AGREE ***"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
              ADD 1 TO WS-NOT-PROVED-COUNT
           END-IF.
           WRITE RPT-LINE.
           MOVE WS-SS-NEW-COST (WS-SS-IX) TO WS-COST-ED-2.
           MOVE WS-SS-VALUE-NEW (WS-SS-IX) TO WS-VALUE-ED.
           COMPUTE WS-DIFF-VALUE = WS-SS-VALUE-NEW (WS-SS-IX)
              - WS-SS-VALUE-ON (WS-SS-IX).
           MOVE WS-DIFF-VALUE TO WS-DIFF-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "  AT NEW COST " DELIMITED BY SIZE
              WS-COST-ED-2 DELIMITED BY SIZE
              " - VALUE ON: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              "  COST CHANGE: " DELIMITED BY SIZE
              WS-DIFF-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  OPEN ORDERS RE-KEYED: " DELIMITED BY SIZE
              WS-SS-OO-RECS (WS-SS-IX) DELIMITED BY SIZE
              " UNITS: " DELIMITED BY SIZE
              WS-SS-OO-UNITS (WS-SS-IX) DELIMITED BY SIZE
              "  COUNT DATES: " DELIMITED BY SIZE
              WS-SS-CY-RECS (WS-SS-IX) DELIMITED BY SIZE
              "  UPCS: " DELIMITED BY SIZE
              WS-SS-UPCS (WS-SS-IX) DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       830-WRITE-RESIDUAL-PROOF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** SUPERSESSION " DELIMITED BY SIZE
              WS-SS-OLD-ITEM (WS-SS-IX) DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              WS-SS-NEW-ITEM (WS-SS-IX) DELIMITED BY SIZE
              " MOVED " DELIMITED BY SIZE
              WS-SS-MOVED-DATE (WS-SS-IX) DELIMITED BY SIZE
              " - RECORDS STILL UNDER OLD CODE: " DELIMITED BY SIZE
              WS-SS-RESIDUAL-RECS (WS-SS-IX) DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       560-WRITE-TRAILER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SUPERSESSIONS MOVED TONIGHT: " DELIMITED BY SIZE
              WS-SS-ACTIVE-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECENT SUPERSESSIONS CHECKED: " DELIMITED BY SIZE
              WS-SS-RECENT-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MSFILE RECORDS READ: " DELIMITED BY SIZE
              WS-MS-READ-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CARDS WRITTEN TO SUPCHNG: " DELIMITED BY SIZE
              WS-CARD-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECORDS LEFT UNDER OLD CODES: " DELIMITED BY SIZE
              WS-RESIDUAL-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SUPERSESSIONS NOT PROVED: " DELIMITED BY SIZE
              WS-NOT-PROVED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OPNORD READ: " DELIMITED BY SIZE
              WS-OO-READ-COUNT DELIMITED BY SIZE
              "  FOLDED: " DELIMITED BY SIZE
              WS-OO-FOLDED-COUNT DELIMITED BY SIZE
              "  WRITTEN TO OPNORDR: " DELIMITED BY SIZE
              WS-OO-OUT-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CYCDATE READ: " DELIMITED BY SIZE
              WS-CY-READ-COUNT DELIMITED BY SIZE
              "  FOLDED: " DELIMITED BY SIZE
              WS-CY-FOLDED-COUNT DELIMITED BY SIZE
              "  WRITTEN TO CYCDATER: " DELIMITED BY SIZE
              WS-CY-OUT-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "UPCS MOVED: " DELIMITED BY SIZE
              WS-UPC-MOVED-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
