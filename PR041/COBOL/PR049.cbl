      *    merge (PR4041) reads the open-order file in step with
      *    the master: receipts relieve it and the reorder check
      *    counts what is already on order.
      *    Every new order and top-up is also placed on a numbered
      *    purchase order - one PO per primary vendor (ITEMVEND,
      *    maintained by PR4059) and ship-to location. The PO
      *    number is carried on the open-order record so a receipt
      *    against the key can be traced back to the PO it
      *    relieves, each PO line is appended to the PO history
      *    (POHIST) and written to tonight's POLINES, and PODOCS
      *    prints one purchase-order document per PO with the
      *    ITEMXREF description, unit cost and a PO total. An item
      *    with no primary vendor, or whose vendor is missing from
      *    VENDREF or inactive, is still ordered but listed at the
      *    end of PODOCS for purchasing to place by hand. POCTL
      *    holds the last PO number issued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPNORDN ASSIGN TO OPNORDN.
           SELECT ORDREG ASSIGN TO ORDREG.
           SELECT SORTWK ASSIGN TO SORTWK.
      *    OPTIONAL - the first run after PO numbering went in has
      *    no control record yet and starts from PO 0000001.
           SELECT OPTIONAL POCTL ASSIGN TO POCTL.
           SELECT POLINES ASSIGN TO POLINES.
      *    OPTIONAL - the first run after PO numbering went in
      *    starts the history.
           SELECT OPTIONAL POHIST ASSIGN TO POHIST.
           SELECT PODOCS ASSIGN TO PODOCS.
           SELECT POSORT ASSIGN TO POSORT.
           SELECT VENDREF ASSIGN TO VENDREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID.
           SELECT ITEMVEND ASSIGN TO ITEMVEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-ITEM-CODE.
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
      *    Accepted-order cards as keyed - nothing trusted yet, so
       01 OA-RECORD                              PIC X(80).
      *    Yesterday's open-order file exactly as PR4041 left it -
      *    the layout must stay in step with the FD in PR4041.
      *    OO-PO-NUMBER is the PO that opened the order and
      *    OO-LAST-PO-NUMBER the latest PO that added units to it;
      *    orders opened before PO numbering carry spaces there.
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
       FD OPNORDN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 ON-KEYS                            PIC X(14).
           05 ON-QTY                             PIC 9(7).
           05 ON-ORDER-DATE                      PIC X(8).
           05 ON-PO-NUMBER                       PIC 9(7).
           05 ON-VENDOR-ID                       PIC X(6).
           05 ON-LAST-PO-NUMBER                  PIC 9(7).
           05 FILLER                             PIC X(31) VALUE SPACES.
       SD SORTWK
           RECORD CONTAINS 80 CHARACTERS.
       01 SRT-RECORD.
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-LINE                               PIC X(100).
      *    Last PO number issued - one record, rewritten whole at
      *    the end of every run.
       FD POCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PC-RECORD.
           05 PC-LAST-PO-NUMBER                  PIC 9(7).
           05 PC-LAST-RUN-DATE                   PIC X(8).
           05 FILLER                             PIC X(65).
      *    One record per PO line issued tonight - the work file
      *    the PO documents are sorted from, rebuilt every run.
      *    Lines with no vendor carry PO number zero and class "9".
       FD POLINES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 POL-RECORD.
           05 POL-LINE-CLASS                     PIC X(1).
              88 POL-ON-PO                       VALUE "1".
              88 POL-NO-VENDOR                   VALUE "9".
           05 POL-PO-NUMBER                      PIC 9(7).
           05 POL-VENDOR-ID                      PIC X(6).
           05 POL-LOC-KEY                        PIC X(9).
           05 POL-ITEM-CODE                      PIC X(5).
           05 POL-QTY                            PIC 9(7).
      *    "N" - opened a new order, "T" - topped one up.
           05 POL-LINE-TYPE                      PIC X(1).
      *    Why a class "9" line has no PO: "M" no primary vendor,
      *    "V" vendor not on VENDREF, "I" vendor inactive.
           05 POL-NO-VEND-REASON                 PIC X(1).
           05 POL-ISSUE-DATE                     PIC X(8).
           05 FILLER                             PIC X(35).
      *    PO history a receipt is traced back through - every
      *    night's POLINES records, same layout, accumulated across
      *    runs (opened EXTEND).
       FD POHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PH-RECORD                              PIC X(80).
       SD POSORT
           RECORD CONTAINS 80 CHARACTERS.
       01 PS-RECORD.
           05 PS-LINE-CLASS                      PIC X(1).
           05 PS-PO-NUMBER                       PIC 9(7).
           05 PS-VENDOR-ID                       PIC X(6).
           05 PS-LOC-KEY                         PIC X(9).
           05 PS-ITEM-CODE                       PIC X(5).
           05 PS-QTY                             PIC 9(7).
           05 PS-LINE-TYPE                       PIC X(1).
           05 PS-NO-VEND-REASON                  PIC X(1).
           05 PS-ISSUE-DATE                      PIC X(8).
           05 FILLER                             PIC X(35).
       FD PODOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PO-LINE                                PIC X(100).
      *    Vendor reference and primary vendor per item - the
      *    layouts must stay in step with the FDs in PR4059.
       FD VENDREF
           RECORD CONTAINS 80 CHARACTERS.
       01 VN-RECORD.
           05 VN-VENDOR-ID                       PIC X(6).
           05 VN-NAME                            PIC X(25).
           05 VN-CONTACT                         PIC X(20).
           05 VN-PHONE                           PIC X(12).
           05 VN-ACTIVE-FLAG                     PIC X(1).
              88 VN-ACTIVE                       VALUE "A".
              88 VN-INACTIVE                     VALUE "I".
           05 VN-ADDED-DATE                      PIC X(8).
           05 FILLER                             PIC X(8).
       FD ITEMVEND
           RECORD CONTAINS 30 CHARACTERS.
       01 IV-RECORD.
           05 IV-ITEM-CODE                       PIC X(5).
           05 IV-VENDOR-ID                       PIC X(6).
           05 IV-ASSIGNED-DATE                   PIC X(8).
           05 FILLER                             PIC X(11).
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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
      *    flip, or a third card for one key starts a second
      *    group and a duplicate key reaches the new file.
           05 WS-FOLD-DONE-SW                    PIC X(1) VALUE "N".
           05 PC-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 PS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-PO-FOUND-SW                     PIC X(1) VALUE "N".
      *    Look-ahead card held over when the netting reads one
      *    key too far - same shape as the merge's netting.
       01 CARD-NET-VALUES.
           05 WS-CARRIED-COUNT                   PIC 9(7) VALUE 0.
           05 WS-WRITTEN-COUNT                   PIC 9(7) VALUE 0.
           05 WS-ON-ORDER-TOTAL                  PIC 9(11) VALUE 0.
           05 WS-PO-LINE-COUNT                   PIC 9(7) VALUE 0.
           05 WS-NO-VEND-COUNT                   PIC 9(7) VALUE 0.
           05 WS-PO-UNIT-TOTAL                   PIC 9(11) VALUE 0.
           05 WS-NO-VEND-UNITS                   PIC 9(11) VALUE 0.
           05 WS-PO-VALUE-TOTAL                  PIC 9(13)V99 VALUE 0.
           05 WS-NO-VEND-VALUE                   PIC 9(13)V99 VALUE 0.
           05 WS-PO-DOC-COUNT                    PIC 9(7) VALUE 0.
       01 WS-REASON-TEXT                         PIC X(25) VALUE SPACES.
       01 WS-RUN-DATE                            PIC X(8) VALUE SPACES.
      *    PO numbers issued so far tonight, one per vendor and
      *    ship-to location, so every line for the pair lands on
      *    the same PO.
       01 PO-TABLE-VALUES.
           05 WS-PO-MAX                          PIC 9(3) VALUE 500.
           05 WS-PO-COUNT                        PIC 9(3) VALUE 0.
           05 WS-PO-IX                           PIC 9(3) VALUE 0.
           05 WS-PO-ENTRY OCCURS 500 TIMES.
              10 WS-PO-VENDOR                    PIC X(6).
              10 WS-PO-LOC                       PIC X(9).
              10 WS-PO-NUM                       PIC 9(7).
       01 PO-WORK-VALUES.
           05 WS-LAST-PO-NUMBER                  PIC 9(7) VALUE 0.
           05 WS-FIRST-PO-NUMBER                 PIC 9(7) VALUE 0.
      *    The vendor and PO the card group in hand is placed on -
      *    vendor spaces and PO zero when it has no usable vendor.
           05 WS-CUR-VENDOR                      PIC X(6) VALUE SPACES.
           05 WS-CUR-PO-NUMBER                   PIC 9(7) VALUE 0.
           05 WS-CUR-NO-VEND-REASON              PIC X(1) VALUE SPACE.
           05 WS-CUR-LINE-QTY                    PIC 9(7) VALUE 0.
           05 WS-CUR-LINE-TYPE                   PIC X(1) VALUE SPACE.
      *    PO document control break.
           05 WS-DOC-CLASS                       PIC X(1) VALUE SPACE.
           05 WS-DOC-PO-NUMBER                   PIC 9(7) VALUE 0.
           05 WS-DOC-LINES                       PIC 9(7) VALUE 0.
           05 WS-DOC-UNITS                       PIC 9(11) VALUE 0.
           05 WS-DOC-VALUE                       PIC 9(13)V99 VALUE 0.
           05 WS-ITEM-DESC                       PIC X(20)
                                                 VALUE SPACES.
           05 WS-UNIT-COST                       PIC 9(5)V99 VALUE 0.
           05 WS-EXT-VALUE                       PIC 9(13)V99 VALUE 0.
           05 WS-VENDOR-NAME                     PIC X(25)
                                                 VALUE SPACES.
           05 WS-VENDOR-CONTACT                  PIC X(20)
                                                 VALUE SPACES.
           05 WS-VENDOR-PHONE                    PIC X(12)
                                                 VALUE SPACES.
           05 WS-SHIP-TO-NAME                    PIC X(25)
                                                 VALUE SPACES.
       01 EDITED-VALUES.
           05 WS-VALUE-ED                        PIC Z(12)9.99.
           05 WS-UNITS-ED                        PIC Z(10)9.
      *    Prior-key holder and first-read flag for the ascending-
      *    sequence check on the old open-order file.
       01 SEQUENCE-CHECK-VALUES.
              10 RG-QTY                      PIC X(7).
              10 FILLER                      PIC X(3) VALUE SPACES.
              10 RG-RESULT                   PIC X(25).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RG-VENDOR                   PIC X(6).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RG-PO-NUMBER                PIC X(7).
              10 FILLER                      PIC X(24) VALUE SPACES.
      *    One line on a purchase-order document.
           05 PO-DETAIL.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-ITEM-CODE                PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-ITEM-DESC                PIC X(20).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-QTY                      PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-UNIT-COST                PIC Z(4)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-EXT-VALUE                PIC Z(10)9.99.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 PD-NOTE                     PIC X(30).
              10 FILLER                      PIC X(4) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 130-READ-PO-CONTROL.
           OPEN INPUT OPNORD.
           OPEN INPUT VENDREF.
           OPEN INPUT ITEMVEND.
           OPEN INPUT ITEMXREF.
           OPEN INPUT BRNCHREF.
           OPEN OUTPUT OPNORDN.
           OPEN OUTPUT ORDREG.
           OPEN OUTPUT POLINES.
           OPEN EXTEND POHIST.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 400-READ-OO.
           SORT SORTWK
              OUTPUT PROCEDURE IS 500-MERGE-PASS.
           PERFORM 545-CARRY-REMAINING-ORDERS.
           PERFORM 560-WRITE-TRAILER.
           CLOSE OPNORD OPNORDN ORDREG POLINES POHIST.
           PERFORM 600-WRITE-PO-CONTROL.
      *    The PO documents come off tonight's PO lines once the
      *    order file is complete - every line for one PO together,
      *    the lines with no vendor last.
           OPEN OUTPUT PODOCS.
           SORT POSORT
              ON ASCENDING KEY PS-LINE-CLASS
                               PS-PO-NUMBER
                               PS-LOC-KEY
                               PS-ITEM-CODE
              USING POLINES
              OUTPUT PROCEDURE IS 700-PRINT-PO-DOCS.
           PERFORM 780-WRITE-PO-TRAILER.
           CLOSE PODOCS VENDREF ITEMVEND ITEMXREF BRNCHREF.
           GOBACK.

      *    Pick up the last PO number issued. No control record
      *    yet means numbering starts from the beginning.
       130-READ-PO-CONTROL.
           OPEN INPUT POCTL.
           READ POCTL
              AT END
                 MOVE "Y" TO PC-EOF-SWITCH
              NOT AT END
                 IF PC-LAST-PO-NUMBER IS NOT NUMERIC
                    DISPLAY "*** ABEND - POCTL RECORD NOT NUMERIC ***"
                    DISPLAY "RECORD: " PC-RECORD
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE PC-LAST-PO-NUMBER TO WS-LAST-PO-NUMBER
           END-READ.
           CLOSE POCTL.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "OPEN ORDER BUILD" TO REPORT-NAME.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           STRING "ST  CITY  BRN   ITEM   QTY      RESULT"
              DELIMITED BY SIZE
              "                       VENDOR  PO NUM"
              DELIMITED BY SIZE INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    Only tonight's units go on tonight's PO. The order keeps
      *    the PO and vendor that opened it; the latest PO is
      *    stamped beside it only when it is that vendor's. Units
      *    sent to a new primary vendor are traced through POLINES.
           COMPUTE WS-CUR-LINE-QTY = WS-CARD-QTY - OO-QTY.
           MOVE "T" TO WS-CUR-LINE-TYPE.
           PERFORM 550-PLACE-ON-PO.
           MOVE OO-RECORD TO ON-RECORD.
           MOVE WS-CARD-QTY TO ON-QTY.
           IF WS-CUR-PO-NUMBER > 0
              IF ON-VENDOR-ID = SPACES
                 MOVE WS-CUR-VENDOR TO ON-VENDOR-ID
              END-IF
              IF ON-VENDOR-ID = WS-CUR-VENDOR
                 MOVE WS-CUR-PO-NUMBER TO ON-LAST-PO-NUMBER
                 IF ON-PO-NUMBER IS NOT NUMERIC
                    MOVE WS-CUR-PO-NUMBER TO ON-PO-NUMBER
                 ELSE
                    IF ON-PO-NUMBER = 0
                       MOVE WS-CUR-PO-NUMBER TO ON-PO-NUMBER
                    END-IF
                 END-IF
              END-IF
           END-IF.
           WRITE ON-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-TOPUP-COUNT.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CARD-QTY TO WS-CUR-LINE-QTY.
           MOVE "N" TO WS-CUR-LINE-TYPE.
           PERFORM 550-PLACE-ON-PO.
           MOVE SPACES TO ON-RECORD.
           MOVE WS-CARD-KEYS TO ON-KEYS.
           MOVE WS-CARD-QTY TO ON-QTY.
           MOVE WS-RUN-DATE TO ON-ORDER-DATE.
           MOVE WS-CUR-PO-NUMBER TO ON-PO-NUMBER.
           MOVE WS-CUR-PO-NUMBER TO ON-LAST-PO-NUMBER.
           MOVE WS-CUR-VENDOR TO ON-VENDOR-ID.
           WRITE ON-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-NEW-ORDER-COUNT.
           MOVE SRT-ITEM-CODE TO RG-ITEM-CODE.
           MOVE SRT-QTY-X TO RG-QTY.
           MOVE WS-REASON-TEXT TO RG-RESULT.
           MOVE SPACES TO RG-VENDOR.
           MOVE SPACES TO RG-PO-NUMBER.
           MOVE REG-DETAIL TO REG-LINE.
           WRITE REG-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-CARD-KEYS (10:5) TO RG-ITEM-CODE.
           MOVE ON-QTY TO RG-QTY.
           MOVE WS-REASON-TEXT TO RG-RESULT.
           IF WS-CUR-PO-NUMBER > 0
              MOVE WS-CUR-VENDOR TO RG-VENDOR
              MOVE WS-CUR-PO-NUMBER TO RG-PO-NUMBER
           ELSE
              MOVE "*NONE*" TO RG-VENDOR
              MOVE SPACES TO RG-PO-NUMBER
           END-IF.
           MOVE REG-DETAIL TO REG-LINE.
           WRITE REG-LINE.

      *    Find the card group's primary vendor and the PO it goes
      *    on, and record the line on POLINES and POHIST. A group with
      *    no usable vendor is still ordered - the line is kept with
      *    PO zero and the reason, for the PODOCS exception list.
       550-PLACE-ON-PO.
           MOVE SPACES TO WS-CUR-VENDOR.
           MOVE 0 TO WS-CUR-PO-NUMBER.
           MOVE SPACE TO WS-CUR-NO-VEND-REASON.
           MOVE WS-CARD-KEYS (10:5) TO IV-ITEM-CODE.
           READ ITEMVEND
              INVALID KEY
                 MOVE "M" TO WS-CUR-NO-VEND-REASON
              NOT INVALID KEY
                 PERFORM 552-CHECK-VENDOR
           END-READ.
           IF WS-CUR-VENDOR NOT = SPACES
              PERFORM 555-FIND-PO
           END-IF.
           PERFORM 558-WRITE-PO-LINE.

       552-CHECK-VENDOR.
           MOVE IV-VENDOR-ID TO VN-VENDOR-ID.
           READ VENDREF
              INVALID KEY
                 MOVE "V" TO WS-CUR-NO-VEND-REASON
              NOT INVALID KEY
                 IF VN-ACTIVE
                    MOVE IV-VENDOR-ID TO WS-CUR-VENDOR
                 ELSE
                    MOVE "I" TO WS-CUR-NO-VEND-REASON
                 END-IF
           END-READ.

      *    One PO per vendor and ship-to location per night - reuse
      *    the number already issued to the pair, else issue one.
       555-FIND-PO.
           MOVE "N" TO WS-PO-FOUND-SW.
           PERFORM 556-MATCH-ONE-PO
              VARYING WS-PO-IX FROM 1 BY 1
              UNTIL WS-PO-IX > WS-PO-COUNT
              OR WS-PO-FOUND-SW = "Y".
           IF WS-PO-FOUND-SW = "N"
              PERFORM 557-ISSUE-NEW-PO
           END-IF.

       556-MATCH-ONE-PO.
           IF WS-PO-VENDOR (WS-PO-IX) = WS-CUR-VENDOR
              AND WS-PO-LOC (WS-PO-IX) = WS-CARD-KEYS (1:9)
              MOVE "Y" TO WS-PO-FOUND-SW
              MOVE WS-PO-NUM (WS-PO-IX) TO WS-CUR-PO-NUMBER
           END-IF.

       557-ISSUE-NEW-PO.
           IF WS-PO-COUNT >= WS-PO-MAX
              DISPLAY "*** ABEND - PO TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-PO-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-LAST-PO-NUMBER >= 9999999
              DISPLAY "*** ABEND - PO NUMBER RANGE EXHAUSTED ***"
              DISPLAY "LAST PO NUMBER: " WS-LAST-PO-NUMBER
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-LAST-PO-NUMBER.
           IF WS-FIRST-PO-NUMBER = 0
              MOVE WS-LAST-PO-NUMBER TO WS-FIRST-PO-NUMBER
           END-IF.
           ADD 1 TO WS-PO-COUNT.
           MOVE WS-CUR-VENDOR TO WS-PO-VENDOR (WS-PO-COUNT).
           MOVE WS-CARD-KEYS (1:9) TO WS-PO-LOC (WS-PO-COUNT).
           MOVE WS-LAST-PO-NUMBER TO WS-PO-NUM (WS-PO-COUNT).
           MOVE WS-LAST-PO-NUMBER TO WS-CUR-PO-NUMBER.

       558-WRITE-PO-LINE.
           MOVE SPACES TO POL-RECORD.
           IF WS-CUR-PO-NUMBER > 0
              MOVE "1" TO POL-LINE-CLASS
              ADD 1 TO WS-PO-LINE-COUNT
              ADD WS-CUR-LINE-QTY TO WS-PO-UNIT-TOTAL
           ELSE
              MOVE "9" TO POL-LINE-CLASS
              ADD 1 TO WS-NO-VEND-COUNT
              ADD WS-CUR-LINE-QTY TO WS-NO-VEND-UNITS
           END-IF.
           MOVE WS-CUR-PO-NUMBER TO POL-PO-NUMBER.
           MOVE WS-CUR-VENDOR TO POL-VENDOR-ID.
           MOVE WS-CARD-KEYS (1:9) TO POL-LOC-KEY.
           MOVE WS-CARD-KEYS (10:5) TO POL-ITEM-CODE.
           MOVE WS-CUR-LINE-QTY TO POL-QTY.
           MOVE WS-CUR-LINE-TYPE TO POL-LINE-TYPE.
           MOVE WS-CUR-NO-VEND-REASON TO POL-NO-VEND-REASON.
           MOVE WS-RUN-DATE TO POL-ISSUE-DATE.
           WRITE POL-RECORD.
           WRITE PH-RECORD FROM POL-RECORD.

       545-CARRY-REMAINING-ORDERS.
           PERFORM 525-CARRY-LOWER-ORDERS
              UNTIL OO-EOF-SWITCH = "Y".
              INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           STRING "PURCHASE ORDERS ISSUED: " DELIMITED BY SIZE
              WS-PO-COUNT DELIMITED BY SIZE
              INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           STRING "LINES PLACED ON PURCHASE ORDERS: " DELIMITED BY SIZE
              WS-PO-LINE-COUNT DELIMITED BY SIZE
              INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           STRING "LINES WITH NO USABLE VENDOR: " DELIMITED BY SIZE
              WS-NO-VEND-COUNT DELIMITED BY SIZE
              INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.

       600-WRITE-PO-CONTROL.
           OPEN OUTPUT POCTL.
           MOVE SPACES TO PC-RECORD.
           MOVE WS-LAST-PO-NUMBER TO PC-LAST-PO-NUMBER.
           MOVE WS-RUN-DATE TO PC-LAST-RUN-DATE.
           WRITE PC-RECORD.
           CLOSE POCTL.

      *    Output procedure - one purchase-order document per PO
      *    number, then the no-vendor exception list.
       700-PRINT-PO-DOCS.
           MOVE "PURCHASE ORDER" TO REPORT-NAME.
           MOVE "VENDOR / SHIP-TO" TO REPORT-DESC.
           PERFORM 710-RETURN-PO-LINE.
           PERFORM 720-PRINT-ONE-LINE
              UNTIL PS-EOF-SWITCH = "Y".
           IF WS-DOC-CLASS NOT = SPACE
              PERFORM 750-CLOSE-DOCUMENT
           END-IF.

       710-RETURN-PO-LINE.
           RETURN POSORT
              AT END
                 MOVE "Y" TO PS-EOF-SWITCH
           END-RETURN.

       720-PRINT-ONE-LINE.
           IF PS-LINE-CLASS NOT = WS-DOC-CLASS
              OR PS-PO-NUMBER NOT = WS-DOC-PO-NUMBER
              IF WS-DOC-CLASS NOT = SPACE
                 PERFORM 750-CLOSE-DOCUMENT
              END-IF
              PERFORM 730-OPEN-DOCUMENT
           END-IF.
           PERFORM 740-WRITE-PO-DETAIL.
           PERFORM 710-RETURN-PO-LINE.

      *    Document heading - the PO, who it goes to, and where the
      *    stock ships; or the heading of the exception list.
       730-OPEN-DOCUMENT.
           MOVE PS-LINE-CLASS TO WS-DOC-CLASS.
           MOVE PS-PO-NUMBER TO WS-DOC-PO-NUMBER.
           MOVE 0 TO WS-DOC-LINES.
           MOVE 0 TO WS-DOC-UNITS.
           MOVE 0 TO WS-DOC-VALUE.
           IF PS-LINE-CLASS = "9"
              MOVE "NO PRIMARY VEND" TO REPORT-NAME
              MOVE "PLACE BY HAND" TO REPORT-DESC
           END-IF.
           MOVE PAGE-HEADING TO PO-LINE.
           WRITE PO-LINE.
           IF PS-LINE-CLASS = "1"
              ADD 1 TO WS-PO-DOC-COUNT
              PERFORM 732-LOOKUP-VENDOR
              PERFORM 734-LOOKUP-SHIP-TO
              MOVE SPACES TO PO-LINE
              STRING "PO NUMBER: " DELIMITED BY SIZE
                 PS-PO-NUMBER DELIMITED BY SIZE
                 "    ISSUED: " DELIMITED BY SIZE
                 PS-ISSUE-DATE DELIMITED BY SIZE
                 INTO PO-LINE
              END-STRING
              WRITE PO-LINE
              MOVE SPACES TO PO-LINE
              STRING "VENDOR:  " DELIMITED BY SIZE
                 PS-VENDOR-ID DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-VENDOR-NAME DELIMITED BY SIZE
                 "  CONTACT: " DELIMITED BY SIZE
                 WS-VENDOR-CONTACT DELIMITED BY SIZE
                 "  PHONE: " DELIMITED BY SIZE
                 WS-VENDOR-PHONE DELIMITED BY SIZE
                 INTO PO-LINE
              END-STRING
              WRITE PO-LINE
              MOVE SPACES TO PO-LINE
              STRING "SHIP TO: " DELIMITED BY SIZE
                 PS-LOC-KEY (1:2) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 PS-LOC-KEY (3:4) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 PS-LOC-KEY (7:3) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-SHIP-TO-NAME DELIMITED BY SIZE
                 INTO PO-LINE
              END-STRING
              WRITE PO-LINE
           ELSE
              MOVE SPACES TO PO-LINE
              STRING "*** ITEMS ORDERED WITH NO USABLE PRIMARY "
                 DELIMITED BY SIZE
                 "VENDOR - NOT ON ANY PURCHASE ORDER ***"
                 DELIMITED BY SIZE INTO PO-LINE
              END-STRING
              WRITE PO-LINE
           END-IF.
           MOVE SPACES TO PO-LINE.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           STRING "  ITEM   DESCRIPTION" DELIMITED BY SIZE
              "               QTY" DELIMITED BY SIZE
              " UNIT COST" DELIMITED BY SIZE
              "        EXTENDED" DELIMITED BY SIZE
              "  NOTE" DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.

       732-LOOKUP-VENDOR.
           MOVE PS-VENDOR-ID TO VN-VENDOR-ID.
           READ VENDREF
              INVALID KEY
                 MOVE "*** NOT ON VENDREF ***" TO WS-VENDOR-NAME
                 MOVE SPACES TO WS-VENDOR-CONTACT
                 MOVE SPACES TO WS-VENDOR-PHONE
              NOT INVALID KEY
                 MOVE VN-NAME TO WS-VENDOR-NAME
                 MOVE VN-CONTACT TO WS-VENDOR-CONTACT
                 MOVE VN-PHONE TO WS-VENDOR-PHONE
           END-READ.

       734-LOOKUP-SHIP-TO.
           MOVE PS-LOC-KEY TO BR-LOC-KEY.
           READ BRNCHREF
              INVALID KEY
                 MOVE "*** NOT ON BRNCHREF ***" TO WS-SHIP-TO-NAME
              NOT INVALID KEY
                 MOVE BR-NAME TO WS-SHIP-TO-NAME
           END-READ.

      *    One PO line, valued at today's ITEMXREF cost.
       740-WRITE-PO-DETAIL.
           MOVE PS-ITEM-CODE TO XR-ITEM-CODE.
           READ ITEMXREF
              INVALID KEY
                 MOVE "NO DESCRIPTION FOUND" TO WS-ITEM-DESC
                 MOVE 0 TO WS-UNIT-COST
              NOT INVALID KEY
                 MOVE XR-ITEM-DESC TO WS-ITEM-DESC
                 IF XR-UNIT-COST IS NUMERIC
                    MOVE XR-UNIT-COST TO WS-UNIT-COST
                 ELSE
                    MOVE 0 TO WS-UNIT-COST
                 END-IF
           END-READ.
           COMPUTE WS-EXT-VALUE = PS-QTY * WS-UNIT-COST.
           MOVE PS-ITEM-CODE TO PD-ITEM-CODE.
           MOVE WS-ITEM-DESC TO PD-ITEM-DESC.
           MOVE PS-QTY TO PD-QTY.
           MOVE WS-UNIT-COST TO PD-UNIT-COST.
           MOVE WS-EXT-VALUE TO PD-EXT-VALUE.
           MOVE SPACES TO PD-NOTE.
           IF PS-LINE-CLASS = "1"
              IF PS-LINE-TYPE = "T"
                 MOVE "ADDED TO OPEN ORDER" TO PD-NOTE
              ELSE
                 MOVE "NEW ORDER" TO PD-NOTE
              END-IF
              ADD WS-EXT-VALUE TO WS-PO-VALUE-TOTAL
           ELSE
              PERFORM 745-BUILD-NO-VEND-NOTE
              ADD WS-EXT-VALUE TO WS-NO-VEND-VALUE
           END-IF.
           MOVE PO-DETAIL TO PO-LINE.
           WRITE PO-LINE.
           ADD 1 TO WS-DOC-LINES.
           ADD PS-QTY TO WS-DOC-UNITS.
           ADD WS-EXT-VALUE TO WS-DOC-VALUE.

      *    The exception list spans locations, so the note names
      *    the ship-to location and why no PO could be cut.
       745-BUILD-NO-VEND-NOTE.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE PS-NO-VEND-REASON
              WHEN "M"
                 MOVE "NO PRIMARY VENDOR" TO WS-REASON-TEXT
              WHEN "V"
                 MOVE "VENDOR NOT ON FILE" TO WS-REASON-TEXT
              WHEN "I"
                 MOVE "VENDOR INACTIVE" TO WS-REASON-TEXT
           END-EVALUATE.
           STRING PS-LOC-KEY (1:2) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PS-LOC-KEY (3:4) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PS-LOC-KEY (7:3) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REASON-TEXT DELIMITED BY SIZE
              INTO PD-NOTE
           END-STRING.

       750-CLOSE-DOCUMENT.
           MOVE WS-DOC-VALUE TO WS-VALUE-ED.
           MOVE WS-DOC-UNITS TO WS-UNITS-ED.
           MOVE SPACES TO PO-LINE.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           IF WS-DOC-CLASS = "1"
              STRING "  PO TOTAL - LINES: " DELIMITED BY SIZE
                 WS-DOC-LINES DELIMITED BY SIZE
                 "  UNITS: " DELIMITED BY SIZE
                 WS-UNITS-ED DELIMITED BY SIZE
                 "  VALUE: " DELIMITED BY SIZE
                 WS-VALUE-ED DELIMITED BY SIZE
                 INTO PO-LINE
              END-STRING
           ELSE
              STRING "  NOT ON ANY PO - LINES: " DELIMITED BY SIZE
                 WS-DOC-LINES DELIMITED BY SIZE
                 "  UNITS: " DELIMITED BY SIZE
                 WS-UNITS-ED DELIMITED BY SIZE
                 "  VALUE: " DELIMITED BY SIZE
                 WS-VALUE-ED DELIMITED BY SIZE
                 INTO PO-LINE
              END-STRING
           END-IF.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           WRITE PO-LINE.

      *    Control totals - the PO count and line counts tie to
      *    the same figures on the order register.
       780-WRITE-PO-TRAILER.
           MOVE SPACES TO PO-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           STRING "PURCHASE ORDERS ISSUED: " DELIMITED BY SIZE
              WS-PO-DOC-COUNT DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           IF WS-FIRST-PO-NUMBER = 0
              STRING "PO NUMBERS USED: NONE" DELIMITED BY SIZE
                 INTO PO-LINE
              END-STRING
           ELSE
              STRING "PO NUMBERS USED: " DELIMITED BY SIZE
                 WS-FIRST-PO-NUMBER DELIMITED BY SIZE
                 " THRU " DELIMITED BY SIZE
                 WS-LAST-PO-NUMBER DELIMITED BY SIZE
                 INTO PO-LINE
              END-STRING
           END-IF.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           STRING "PO LINES: " DELIMITED BY SIZE
              WS-PO-LINE-COUNT DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           STRING "UNITS ON PURCHASE ORDERS: " DELIMITED BY SIZE
              WS-PO-UNIT-TOTAL DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
           MOVE WS-PO-VALUE-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO PO-LINE.
           STRING "VALUE OF PURCHASE ORDERS: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           STRING "LINES WITH NO USABLE VENDOR: " DELIMITED BY SIZE
              WS-NO-VEND-COUNT DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
           MOVE SPACES TO PO-LINE.
           STRING "UNITS WITH NO USABLE VENDOR: " DELIMITED BY SIZE
              WS-NO-VEND-UNITS DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
           MOVE WS-NO-VEND-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO PO-LINE.
           STRING "VALUE WITH NO USABLE VENDOR: " DELIMITED BY SIZE
              WS-VALUE-ED DELIMITED BY SIZE
              INTO PO-LINE
           END-STRING.
           WRITE PO-LINE.
