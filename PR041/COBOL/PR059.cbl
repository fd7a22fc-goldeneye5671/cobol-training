       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4059.
      *    Vendor reference maintenance - the VENDREF counterpart
      *    of PR4044 and PR4055. Applies a transaction file of keyed
      *    cards against the indexed vendor reference and the
      *    indexed item-to-primary-vendor file, and prints a
      *    before/after maintenance report for audit:
      *      A - add a new vendor (name, contact, phone), active
      *      C - change the name, contact and/or phone on an
      *          existing vendor (a blank field leaves that value
      *          alone); an "A" in the flag column reactivates an
      *          inactive vendor
      *      X - inactivate a vendor (set VN-INACTIVE)
      *      P - make the card's vendor the primary vendor for the
      *          card's item code. The item must be on ITEMXREF and
      *          the vendor on file and active.
      *    An add for a vendor already on file and a change or
      *    inactivate for one that is not are rejected and
      *    reported, never applied.
      *    PR4049 reads both files to group each night's accepted
      *    orders into purchase orders by vendor; an item whose
      *    primary vendor is missing or inactive is ordered but
      *    listed there as having no vendor, so inactivating a
      *    vendor here is safe at any time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VNTRAN ASSIGN TO VNTRAN.
           SELECT MAINTRPT ASSIGN TO MAINTRPT.
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
       DATA DIVISION.
       FILE SECTION.
      *    Maintenance transaction cards.
       FD VNTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 VT-RECORD.
           05 VT-ACTION                          PIC X(1).
              88 VT-ACTION-ADD                   VALUE "A".
              88 VT-ACTION-CHANGE                VALUE "C".
              88 VT-ACTION-INACTIVATE            VALUE "X".
              88 VT-ACTION-PRIMARY               VALUE "P".
           05 VT-VENDOR-ID                       PIC X(6).
           05 VT-NAME                            PIC X(25).
           05 VT-CONTACT                         PIC X(20).
           05 VT-PHONE                           PIC X(12).
      *    On a "C" card, "A" here reactivates an inactive vendor.
           05 VT-FLAG                            PIC X(1).
      *    On a "P" card, the item the vendor becomes primary for.
           05 VT-ITEM-CODE                       PIC X(5).
           05 FILLER                             PIC X(10).
       FD MAINTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 MAINT-LINE                             PIC X(100).
      *    Vendor reference - the layout must stay in step with
      *    the FD in PR4049.
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
      *    Primary vendor per item - the layout must stay in step
      *    with the FD in PR4049.
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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 VT-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-VN-FOUND-SW                     PIC X(1) VALUE SPACE.
           05 WS-IV-FOUND-SW                     PIC X(1) VALUE SPACE.
           05 WS-XR-FOUND-SW                     PIC X(1) VALUE SPACE.
       01 RUN-TOTALS.
           05 WS-TRAN-COUNT                      PIC 9(7) VALUE 0.
           05 WS-ADD-COUNT                       PIC 9(7) VALUE 0.
           05 WS-CHANGE-COUNT                    PIC 9(7) VALUE 0.
           05 WS-REACTIVATE-COUNT                PIC 9(7) VALUE 0.
           05 WS-INACTIVATE-COUNT                PIC 9(7) VALUE 0.
           05 WS-PRIMARY-NEW-COUNT               PIC 9(7) VALUE 0.
           05 WS-PRIMARY-CHG-COUNT               PIC 9(7) VALUE 0.
           05 WS-ERROR-COUNT                     PIC 9(7) VALUE 0.
       01 WS-RUN-DATE                            PIC X(8) VALUE SPACES.
      *    Reference record image as it stood before the card
      *    applied, and as it stands after - the before/after
      *    pair is what audit signs. The after values default to
      *    the before values (505) and each applying path
      *    overrides what it changed.
       01 BEFORE-VALUES.
           05 WS-BEFORE-NAME                     PIC X(25)
                                                 VALUE SPACES.
           05 WS-BEFORE-CONTACT                  PIC X(20)
                                                 VALUE SPACES.
           05 WS-BEFORE-PHONE                    PIC X(12)
                                                 VALUE SPACES.
           05 WS-BEFORE-FLAG                     PIC X(1) VALUE SPACE.
           05 WS-AFTER-NAME                      PIC X(25)
                                                 VALUE SPACES.
           05 WS-AFTER-CONTACT                   PIC X(20)
                                                 VALUE SPACES.
           05 WS-AFTER-PHONE                     PIC X(12)
                                                 VALUE SPACES.
           05 WS-AFTER-FLAG                      PIC X(1) VALUE SPACE.
      *    Primary-vendor card - the vendor the item pointed at
      *    before the card and the one it points at after.
           05 WS-BEFORE-VENDOR                   PIC X(6) VALUE SPACES.
           05 WS-AFTER-VENDOR                    PIC X(6) VALUE SPACES.
           05 WS-ITEM-DESC                       PIC X(20)
                                                 VALUE SPACES.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR059".
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
           05 MAINT-DETAIL.
              10 MD-ACTION                   PIC X(1).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MD-KEY                      PIC X(9).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MD-BEFORE-NAME              PIC X(25).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MD-AFTER-NAME               PIC X(25).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MD-RESULT                   PIC X(25).
              10 FILLER                      PIC X(7) VALUE SPACES.
      *    Second and third audit lines per vendor card - the
      *    contact, phone and active-flag maintenance the name
      *    columns cannot show.
           05 MAINT-DETAIL-2.
              10 FILLER                      PIC X(12) VALUE SPACES.
              10 FILLER                      PIC X(16)
                 VALUE "CONTACT BEFORE: ".
              10 MD2-BEFORE-CONTACT          PIC X(20).
              10 FILLER                      PIC X(8)
                 VALUE " AFTER: ".
              10 MD2-AFTER-CONTACT           PIC X(20).
              10 FILLER                      PIC X(8)
                 VALUE "  FLAG: ".
              10 MD2-BEFORE-FLAG             PIC X(1).
              10 FILLER                      PIC X(4) VALUE " -> ".
              10 MD2-AFTER-FLAG              PIC X(1).
              10 FILLER                      PIC X(10) VALUE SPACES.
           05 MAINT-DETAIL-3.
              10 FILLER                      PIC X(12) VALUE SPACES.
              10 FILLER                      PIC X(16)
                 VALUE "PHONE   BEFORE: ".
              10 MD3-BEFORE-PHONE            PIC X(12).
              10 FILLER                      PIC X(8)
                 VALUE " AFTER: ".
              10 MD3-AFTER-PHONE             PIC X(12).
              10 FILLER                      PIC X(40) VALUE SPACES.
      *    Second audit line on a primary-vendor card - the item
      *    and the vendor codes either side of the change.
           05 MAINT-DETAIL-P.
              10 FILLER                      PIC X(12) VALUE SPACES.
              10 FILLER                      PIC X(5) VALUE "ITEM ".
              10 MDP-ITEM-CODE               PIC X(5).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MDP-ITEM-DESC               PIC X(20).
              10 FILLER                      PIC X(17)
                 VALUE "  VENDOR BEFORE: ".
              10 MDP-BEFORE-VENDOR           PIC X(6).
              10 FILLER                      PIC X(8)
                 VALUE " AFTER: ".
              10 MDP-AFTER-VENDOR            PIC X(6).
              10 FILLER                      PIC X(19) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT VNTRAN.
           OPEN I-O VENDREF.
           OPEN I-O ITEMVEND.
           OPEN INPUT ITEMXREF.
           OPEN OUTPUT MAINTRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 300-READ-VT.
           PERFORM 500-APPLY-TRANSACTION
              UNTIL VT-EOF-SWITCH = "Y".
           PERFORM 560-WRITE-TRAILER.
           CLOSE VNTRAN VENDREF ITEMVEND ITEMXREF MAINTRPT.
           GOBACK.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "VENDOR MAINT" TO REPORT-NAME.
           MOVE "BEFORE / AFTER" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "AC  VENDOR     BEFORE NAME" DELIMITED BY SIZE
              "                 AFTER NAME" DELIMITED BY SIZE
              "                   RESULT" DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.

       300-READ-VT.
           READ VNTRAN
              AT END
                 MOVE "Y" TO VT-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-TRAN-COUNT
           END-READ.

      *    Field edits first - a card with no vendor code can never
      *    be applied against the keyed file.
       500-APPLY-TRANSACTION.
           MOVE SPACES TO BEFORE-VALUES.
           MOVE "N" TO WS-VN-FOUND-SW.
           IF VT-VENDOR-ID = SPACES
              MOVE "*** VENDOR ID MISSING ***" TO MD-RESULT
              ADD 1 TO WS-ERROR-COUNT
              PERFORM 540-WRITE-MAINT-LINE
           ELSE
              PERFORM 502-ROUTE-TRANSACTION
           END-IF.
           PERFORM 300-READ-VT.

       502-ROUTE-TRANSACTION.
           EVALUATE TRUE
              WHEN VT-ACTION-ADD
                 PERFORM 510-APPLY-ADD
              WHEN VT-ACTION-CHANGE
                 PERFORM 520-APPLY-CHANGE
              WHEN VT-ACTION-INACTIVATE
                 PERFORM 530-APPLY-INACTIVATE
              WHEN VT-ACTION-PRIMARY
                 PERFORM 535-APPLY-PRIMARY
              WHEN OTHER
                 PERFORM 545-WRITE-ERROR-LINE
           END-EVALUATE.

      *    Add - rejected as a duplicate when the vendor is already
      *    on file, so a mis-keyed add can never overlay a vendor
      *    someone else set up. A new vendor starts active.
       510-APPLY-ADD.
           PERFORM 505-READ-VENDOR.
           IF WS-VN-FOUND-SW = "Y"
              PERFORM 545-WRITE-ERROR-LINE
           ELSE
              IF VT-NAME = SPACES
                 MOVE "*** NAME MISSING ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
                 PERFORM 540-WRITE-MAINT-LINE
              ELSE
                 MOVE SPACES TO VN-RECORD
                 MOVE VT-VENDOR-ID TO VN-VENDOR-ID
                 MOVE VT-NAME TO VN-NAME
                 MOVE VT-CONTACT TO VN-CONTACT
                 MOVE VT-PHONE TO VN-PHONE
                 MOVE "A" TO VN-ACTIVE-FLAG
                 MOVE WS-RUN-DATE TO VN-ADDED-DATE
                 WRITE VN-RECORD
                 PERFORM 507-TAKE-AFTER-IMAGE
                 ADD 1 TO WS-ADD-COUNT
                 MOVE "ADDED - ACTIVE" TO MD-RESULT
                 PERFORM 540-WRITE-MAINT-LINE
              END-IF
           END-IF.

      *    Change - name, contact and/or phone; a blank field
      *    leaves the value alone so each maintains independently.
      *    An "A" in the flag column reactivates the vendor.
       520-APPLY-CHANGE.
           PERFORM 505-READ-VENDOR.
           IF WS-VN-FOUND-SW = "Y"
              IF VT-NAME NOT = SPACES
                 MOVE VT-NAME TO VN-NAME
              END-IF
              IF VT-CONTACT NOT = SPACES
                 MOVE VT-CONTACT TO VN-CONTACT
              END-IF
              IF VT-PHONE NOT = SPACES
                 MOVE VT-PHONE TO VN-PHONE
              END-IF
              IF VT-FLAG = "A"
                 MOVE "A" TO VN-ACTIVE-FLAG
                 ADD 1 TO WS-REACTIVATE-COUNT
                 MOVE "CHANGED - REACTIVATED" TO MD-RESULT
              ELSE
                 MOVE "CHANGED" TO MD-RESULT
              END-IF
              REWRITE VN-RECORD
              PERFORM 507-TAKE-AFTER-IMAGE
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM 540-WRITE-MAINT-LINE
           ELSE
              PERFORM 545-WRITE-ERROR-LINE
           END-IF.

      *    Inactivate - the record stays on file so the purchase
      *    orders already issued under the code still resolve.
       530-APPLY-INACTIVATE.
           PERFORM 505-READ-VENDOR.
           IF WS-VN-FOUND-SW = "Y"
              MOVE "I" TO VN-ACTIVE-FLAG
              REWRITE VN-RECORD
              PERFORM 507-TAKE-AFTER-IMAGE
              ADD 1 TO WS-INACTIVATE-COUNT
              MOVE "INACTIVATED" TO MD-RESULT
              PERFORM 540-WRITE-MAINT-LINE
           ELSE
              PERFORM 545-WRITE-ERROR-LINE
           END-IF.

      *    Primary vendor - the item must be a known item and the
      *    vendor a live one, or purchasing would be building
      *    orders against a code nobody can fill.
       535-APPLY-PRIMARY.
           PERFORM 505-READ-VENDOR.
           PERFORM 508-READ-ITEM.
           EVALUATE TRUE
              WHEN WS-XR-FOUND-SW NOT = "Y"
                 MOVE "*** ITEM NOT ON XREF ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
              WHEN WS-VN-FOUND-SW NOT = "Y"
                 MOVE "*** NO SUCH VENDOR ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
              WHEN VN-INACTIVE
                 MOVE "*** VENDOR INACTIVE ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
              WHEN OTHER
                 PERFORM 537-SET-PRIMARY-VENDOR
           END-EVALUATE.
           PERFORM 542-WRITE-PRIMARY-LINE.

       537-SET-PRIMARY-VENDOR.
           MOVE VT-ITEM-CODE TO IV-ITEM-CODE.
           MOVE "N" TO WS-IV-FOUND-SW.
           READ ITEMVEND
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-IV-FOUND-SW
                 MOVE IV-VENDOR-ID TO WS-BEFORE-VENDOR
           END-READ.
           MOVE VT-VENDOR-ID TO IV-VENDOR-ID.
           MOVE WS-RUN-DATE TO IV-ASSIGNED-DATE.
           MOVE VT-VENDOR-ID TO WS-AFTER-VENDOR.
           IF WS-IV-FOUND-SW = "Y"
              REWRITE IV-RECORD
              ADD 1 TO WS-PRIMARY-CHG-COUNT
              MOVE "PRIMARY VENDOR CHANGED" TO MD-RESULT
           ELSE
              MOVE SPACES TO IV-RECORD
              MOVE VT-ITEM-CODE TO IV-ITEM-CODE
              MOVE VT-VENDOR-ID TO IV-VENDOR-ID
              MOVE WS-RUN-DATE TO IV-ASSIGNED-DATE
              WRITE IV-RECORD
              ADD 1 TO WS-PRIMARY-NEW-COUNT
              MOVE "PRIMARY VENDOR SET" TO MD-RESULT
           END-IF.

       505-READ-VENDOR.
           MOVE "N" TO WS-VN-FOUND-SW.
           MOVE VT-VENDOR-ID TO VN-VENDOR-ID.
           READ VENDREF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-VN-FOUND-SW
                 MOVE VN-NAME TO WS-BEFORE-NAME
                 MOVE VN-CONTACT TO WS-BEFORE-CONTACT
                 MOVE VN-PHONE TO WS-BEFORE-PHONE
                 MOVE VN-ACTIVE-FLAG TO WS-BEFORE-FLAG
      *          Until an applying path changes something, after
      *          equals before - a rejected card shows no change.
                 PERFORM 507-TAKE-AFTER-IMAGE
           END-READ.

       507-TAKE-AFTER-IMAGE.
           MOVE VN-NAME TO WS-AFTER-NAME.
           MOVE VN-CONTACT TO WS-AFTER-CONTACT.
           MOVE VN-PHONE TO WS-AFTER-PHONE.
           MOVE VN-ACTIVE-FLAG TO WS-AFTER-FLAG.

       508-READ-ITEM.
           MOVE "N" TO WS-XR-FOUND-SW.
           MOVE SPACES TO WS-ITEM-DESC.
           MOVE VT-ITEM-CODE TO XR-ITEM-CODE.
           READ ITEMXREF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-XR-FOUND-SW
                 MOVE XR-ITEM-DESC TO WS-ITEM-DESC
           END-READ.

       540-WRITE-MAINT-LINE.
           MOVE VT-ACTION TO MD-ACTION.
           MOVE VT-VENDOR-ID TO MD-KEY.
           MOVE WS-BEFORE-NAME TO MD-BEFORE-NAME.
           IF WS-VN-FOUND-SW = "Y"
              OR VT-ACTION-ADD
              MOVE WS-AFTER-NAME TO MD-AFTER-NAME
           ELSE
              MOVE VT-NAME TO MD-AFTER-NAME
           END-IF.
           MOVE MAINT-DETAIL TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE WS-BEFORE-CONTACT TO MD2-BEFORE-CONTACT.
           MOVE WS-AFTER-CONTACT TO MD2-AFTER-CONTACT.
           MOVE WS-BEFORE-FLAG TO MD2-BEFORE-FLAG.
           MOVE WS-AFTER-FLAG TO MD2-AFTER-FLAG.
           MOVE MAINT-DETAIL-2 TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE WS-BEFORE-PHONE TO MD3-BEFORE-PHONE.
           MOVE WS-AFTER-PHONE TO MD3-AFTER-PHONE.
           MOVE MAINT-DETAIL-3 TO MAINT-LINE.
           WRITE MAINT-LINE.

      *    A primary-vendor card shows the vendor's name in both
      *    name columns - the vendor record itself never changes.
       542-WRITE-PRIMARY-LINE.
           MOVE VT-ACTION TO MD-ACTION.
           MOVE VT-VENDOR-ID TO MD-KEY.
           MOVE WS-BEFORE-NAME TO MD-BEFORE-NAME.
           MOVE WS-AFTER-NAME TO MD-AFTER-NAME.
           MOVE MAINT-DETAIL TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE VT-ITEM-CODE TO MDP-ITEM-CODE.
           MOVE WS-ITEM-DESC TO MDP-ITEM-DESC.
           MOVE WS-BEFORE-VENDOR TO MDP-BEFORE-VENDOR.
           MOVE WS-AFTER-VENDOR TO MDP-AFTER-VENDOR.
           MOVE MAINT-DETAIL-P TO MAINT-LINE.
           WRITE MAINT-LINE.

      *    Rejected card - same detail layout with the reason in
      *    the result column.
       545-WRITE-ERROR-LINE.
           EVALUATE TRUE
              WHEN VT-ACTION-ADD
                 MOVE "*** DUPLICATE ADD ***" TO MD-RESULT
              WHEN VT-ACTION-CHANGE
                 MOVE "*** CHANGE NOT FOUND ***" TO MD-RESULT
              WHEN VT-ACTION-INACTIVATE
                 MOVE "*** VENDOR NOT FOUND ***" TO MD-RESULT
              WHEN OTHER
                 MOVE "*** BAD ACTION CODE ***" TO MD-RESULT
           END-EVALUATE.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 540-WRITE-MAINT-LINE.

       560-WRITE-TRAILER.
           MOVE SPACES TO MAINT-LINE.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
              WS-TRAN-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "VENDORS ADDED: " DELIMITED BY SIZE
              WS-ADD-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "VENDORS CHANGED: " DELIMITED BY SIZE
              WS-CHANGE-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "VENDORS REACTIVATED: " DELIMITED BY SIZE
              WS-REACTIVATE-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "VENDORS INACTIVATED: " DELIMITED BY SIZE
              WS-INACTIVATE-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "PRIMARY VENDORS SET: " DELIMITED BY SIZE
              WS-PRIMARY-NEW-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "PRIMARY VENDORS CHANGED: " DELIMITED BY SIZE
              WS-PRIMARY-CHG-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
              WS-ERROR-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
