      *    listed in an exception section - these are the items the
      *    nightly merge reports as NO DESCRIPTION FOUND until
      *    someone keys them.
      *    The same cards maintain the UPC cross-reference the
      *    register sales interface (PR4061) translates scanned
      *    codes through - a UPC belongs to one item at a time.
      *    A supersession card records that a discontinued code is
      *    replaced by its successor from an effective date; the
      *    SUPHIST entry it writes is picked up by the PR4062
      *    supersession run, which moves the stock, open orders,
      *    count dates and UPCs across on or after that date.
      *    A change that alters an item's unit cost is recorded on
      *    COSTCHG with the old cost, the new cost and the date it
      *    takes effect, so the PR4064 revaluation run can post the
      *    change in value of the stock already on hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ITEM-CODE.
           SELECT UPCXREF ASSIGN TO UPCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UX-UPC.
           SELECT OPTIONAL SUPHIST ASSIGN TO SUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-OLD-ITEM-CODE.
           SELECT OPTIONAL COSTCHG ASSIGN TO COSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY.
       DATA DIVISION.
       FILE SECTION.
      *    Maintenance transaction cards:
      *      C - change the description and/or unit cost on an
      *          existing item (a blank field leaves that value
      *          alone, so cost and description can be maintained
      *          independently); a new cost takes effect from the
      *          effective date on the card (spaces - today), which
      *          may be back-dated but not in the future
      *      D - delete an item from the cross-reference
      *      U - assign the UPC on the card to the item, moving it
      *          off whichever item carried it before
      *      S - supersede the item by the new code on the card
      *          from the effective date (spaces - today); both
      *          codes must already be on the cross-reference
       FD XRTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
              88 XT-ACTION-ADD                   VALUE "A".
              88 XT-ACTION-CHANGE                VALUE "C".
              88 XT-ACTION-DELETE                VALUE "D".
              88 XT-ACTION-UPC                   VALUE "U".
              88 XT-ACTION-SUPERSEDE             VALUE "S".
           05 XT-ITEM-CODE                       PIC X(5).
           05 XT-ITEM-DESC                       PIC X(20).
      *    Raw as keyed - spaces means no cost / leave unchanged,
      *    so it is only edited when the card actually carries one.
           05 XT-UNIT-COST                       PIC X(7).
           05 XT-UPC                             PIC X(13).
           05 XT-NEW-ITEM-CODE                   PIC X(5).
           05 XT-EFFECTIVE-DATE                  PIC X(8).
           05 FILLER                             PIC X(21).
       FD MSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 XR-UNIT-COST                       PIC 9(5)V99.
           05 XR-UNIT-COST-X REDEFINES XR-UNIT-COST
                                                 PIC X(7).
      *    UPC cross-reference - the layout must stay in step with
      *    the FD in PR4061.
       FD UPCXREF
           RECORD CONTAINS 40 CHARACTERS.
       01 UX-RECORD.
           05 UX-UPC                             PIC X(13).
           05 UX-ITEM-CODE                       PIC X(5).
           05 UX-ASSIGNED-DATE                   PIC X(8).
           05 FILLER                             PIC X(14).
      *    Supersession history, one entry per discontinued code -
      *    the layout must stay in step with the FDs in PR4062,
      *    PR4045 and PR4060.
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
      *    Unit-cost changes awaiting revaluation, one entry per
      *    change in the order keyed - the layout must stay in step
      *    with the FD in PR4064.
       FD COSTCHG
           RECORD CONTAINS 80 CHARACTERS.
       01 CC-RECORD.
           05 CC-KEY.
              10 CC-ITEM-CODE                    PIC X(5).
              10 CC-KEYED-TS                     PIC X(14).
              10 CC-TRAN-SEQ                     PIC 9(5).
           05 CC-OLD-COST                        PIC 9(5)V99.
           05 CC-NEW-COST                        PIC 9(5)V99.
           05 CC-EFFECTIVE-DATE                  PIC X(8).
           05 CC-STATUS                          PIC X(1).
              88 CC-PENDING                      VALUE "P".
              88 CC-REVALUED                     VALUE "R".
           05 CC-REVAL-DATE                      PIC X(8).
           05 CC-REVAL-UNITS                     PIC 9(9).
           05 CC-REVAL-AMOUNT                    PIC S9(11)V99.
           05 FILLER                             PIC X(3).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 WS-ADD-COUNT                       PIC 9(7) VALUE 0.
           05 WS-CHANGE-COUNT                    PIC 9(7) VALUE 0.
           05 WS-DELETE-COUNT                    PIC 9(7) VALUE 0.
           05 WS-UPC-COUNT                       PIC 9(7) VALUE 0.
           05 WS-SUPERSEDE-COUNT                 PIC 9(7) VALUE 0.
           05 WS-COST-CHANGE-COUNT               PIC 9(7) VALUE 0.
           05 WS-ERROR-COUNT                     PIC 9(7) VALUE 0.
           05 WS-MISSING-COUNT                   PIC 9(7) VALUE 0.
      *    Description as it stood before the transaction applied -
      *    the before/after pair is what audit signs off on.
       01 WS-BEFORE-DESC                         PIC X(20) VALUE SPACES.
      *    Supersession card edits.
       01 SUPERSESSION-VALUES.
           05 WS-OLD-COST                        PIC 9(5)V99 VALUE 0.
           05 WS-EFFECTIVE-DATE                  PIC X(8) VALUE SPACES.
           05 WS-SUPHIST-FOUND-SW                PIC X(1) VALUE "N".
      *    Cost-change card edits.
       01 COST-CHANGE-VALUES.
           05 WS-BEFORE-COST                     PIC 9(5)V99 VALUE 0.
           05 WS-TODAY                           PIC X(8) VALUE SPACES.
           05 WS-RUN-TS                          PIC X(14) VALUE SPACES.
      *    Last item code released to the exception check, so each
      *    distinct code is only looked up and listed once.
       01 WS-PRIOR-ITEM-CODE                     PIC X(5)
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TS.
           MOVE WS-RUN-TS (1:8) TO WS-TODAY.
           OPEN INPUT XRTRAN.
           OPEN I-O ITEMXREF.
           OPEN I-O UPCXREF.
           OPEN I-O SUPHIST.
           OPEN I-O COSTCHG.
           OPEN OUTPUT MAINTRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 300-READ-XT.
           CLOSE XRTRAN.
           PERFORM 600-REPORT-MISSING-ITEMS.
           PERFORM 560-WRITE-TRAILER.
           CLOSE ITEMXREF UPCXREF SUPHIST COSTCHG MAINTRPT.
           GOBACK.

       210-WRITE-RPT-HEADINGS.
                 PERFORM 520-APPLY-CHANGE
              WHEN XT-ACTION-DELETE
                 PERFORM 530-APPLY-DELETE
              WHEN XT-ACTION-UPC
                 PERFORM 535-APPLY-UPC
              WHEN XT-ACTION-SUPERSEDE
                 PERFORM 537-APPLY-SUPERSESSION
              WHEN OTHER
                 PERFORM 545-WRITE-ERROR-LINE
           END-EVALUATE.
              PERFORM 540-WRITE-MAINT-LINE
           END-IF.

      *    A new cost is only accepted with a usable effective
      *    date, and is recorded for revaluation when it actually
      *    differs from the cost on file.
       520-APPLY-CHANGE.
           PERFORM 505-READ-XREF.
           MOVE XT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           END-IF.
           EVALUATE TRUE
              WHEN WS-XREF-FOUND-SW NOT = "Y"
                 PERFORM 545-WRITE-ERROR-LINE
              WHEN XT-UNIT-COST NOT = SPACES
                 AND WS-EFFECTIVE-DATE IS NOT NUMERIC
                 MOVE XR-ITEM-DESC TO WS-BEFORE-DESC
                 MOVE "*** DATE NOT NUMERIC ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
                 PERFORM 540-WRITE-MAINT-LINE
              WHEN XT-UNIT-COST NOT = SPACES
                 AND WS-EFFECTIVE-DATE > WS-TODAY
                 MOVE XR-ITEM-DESC TO WS-BEFORE-DESC
                 MOVE "*** FUTURE COST DATE ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
                 PERFORM 540-WRITE-MAINT-LINE
              WHEN OTHER
                 MOVE XR-ITEM-DESC TO WS-BEFORE-DESC
                 IF XR-UNIT-COST IS NOT NUMERIC
                    MOVE 0 TO WS-BEFORE-COST
                 ELSE
                    MOVE XR-UNIT-COST TO WS-BEFORE-COST
                 END-IF
                 IF XT-ITEM-DESC NOT = SPACES
                    MOVE XT-ITEM-DESC TO XR-ITEM-DESC
                 END-IF
                 IF XT-UNIT-COST NOT = SPACES
                    MOVE XT-UNIT-COST TO XR-UNIT-COST-X
                 END-IF
                 REWRITE XR-RECORD
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO MD-RESULT
                 IF XT-UNIT-COST NOT = SPACES
                    AND XR-UNIT-COST NOT = WS-BEFORE-COST
                    PERFORM 525-RECORD-COST-CHANGE
                 END-IF
                 PERFORM 540-WRITE-MAINT-LINE
           END-EVALUATE.

       525-RECORD-COST-CHANGE.
           MOVE SPACES TO CC-RECORD.
           MOVE XT-ITEM-CODE TO CC-ITEM-CODE.
           MOVE WS-RUN-TS TO CC-KEYED-TS.
           MOVE WS-TRAN-COUNT TO CC-TRAN-SEQ.
           MOVE WS-BEFORE-COST TO CC-OLD-COST.
           MOVE XR-UNIT-COST TO CC-NEW-COST.
           MOVE WS-EFFECTIVE-DATE TO CC-EFFECTIVE-DATE.
           MOVE "P" TO CC-STATUS.
           MOVE 0 TO CC-REVAL-UNITS.
           MOVE 0 TO CC-REVAL-AMOUNT.
           WRITE CC-RECORD
              INVALID KEY
                 DISPLAY "*** ABEND - DUPLICATE COSTCHG KEY ***"
                 DISPLAY "KEY: " CC-KEY
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
           ADD 1 TO WS-COST-CHANGE-COUNT.
           MOVE SPACES TO MD-RESULT.
           STRING "COST CHANGED EFF " DELIMITED BY SIZE
              WS-EFFECTIVE-DATE DELIMITED BY SIZE
              INTO MD-RESULT
           END-STRING.

       530-APPLY-DELETE.
           PERFORM 505-READ-XREF.
              PERFORM 545-WRITE-ERROR-LINE
           END-IF.

      *    UPC - the item has to be on the cross-reference before a
      *    code can point at it. A UPC already on file is moved, and
      *    the item it came off shows in the before column.
       535-APPLY-UPC.
           PERFORM 505-READ-XREF.
           EVALUATE TRUE
              WHEN WS-XREF-FOUND-SW NOT = "Y"
                 MOVE "*** ITEM NOT ON XREF ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
              WHEN XT-UPC = SPACES
                 MOVE "*** UPC MISSING ***" TO MD-RESULT
                 ADD 1 TO WS-ERROR-COUNT
              WHEN OTHER
                 MOVE XT-UPC TO UX-UPC
                 READ UPCXREF
                    INVALID KEY
                       MOVE SPACES TO UX-RECORD
                       MOVE XT-UPC TO UX-UPC
                       MOVE XT-ITEM-CODE TO UX-ITEM-CODE
                       MOVE FUNCTION CURRENT-DATE (1:8)
                          TO UX-ASSIGNED-DATE
                       WRITE UX-RECORD
                       MOVE "UPC ASSIGNED" TO MD-RESULT
                    NOT INVALID KEY
                       STRING "UPC WAS ON " DELIMITED BY SIZE
                          UX-ITEM-CODE DELIMITED BY SIZE
                          INTO WS-BEFORE-DESC
                       END-STRING
                       MOVE XT-ITEM-CODE TO UX-ITEM-CODE
                       MOVE FUNCTION CURRENT-DATE (1:8)
                          TO UX-ASSIGNED-DATE
                       REWRITE UX-RECORD
                       MOVE "UPC REASSIGNED" TO MD-RESULT
                 END-READ
                 ADD 1 TO WS-UPC-COUNT
           END-EVALUATE.
           PERFORM 540-WRITE-MAINT-LINE.

      *    Supersession - both codes must be set up, and neither
      *    end may already be part of a supersession as the dead
      *    code: a code is only ever superseded once, and stock is
      *    never sent on to a code that is itself going away.
       537-APPLY-SUPERSESSION.
           MOVE XT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EFFECTIVE-DATE
           END-IF.
           PERFORM 505-READ-XREF.
           IF WS-XREF-FOUND-SW = "Y"
              MOVE XR-ITEM-DESC TO WS-BEFORE-DESC
              IF XR-UNIT-COST IS NOT NUMERIC
                 MOVE 0 TO WS-OLD-COST
              ELSE
                 MOVE XR-UNIT-COST TO WS-OLD-COST
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-XREF-FOUND-SW NOT = "Y"
                 MOVE "*** ITEM NOT ON XREF ***" TO MD-RESULT
              WHEN XT-NEW-ITEM-CODE = SPACES
                 OR XT-NEW-ITEM-CODE = XT-ITEM-CODE
                 MOVE "*** NEW CODE INVALID ***" TO MD-RESULT
              WHEN WS-EFFECTIVE-DATE IS NOT NUMERIC
                 MOVE "*** DATE NOT NUMERIC ***" TO MD-RESULT
              WHEN OTHER
                 PERFORM 538-CHECK-SUPERSESSION-CODES
           END-EVALUATE.
           IF MD-RESULT = SPACES
              MOVE SPACES TO SH-RECORD
              MOVE XT-ITEM-CODE TO SH-OLD-ITEM-CODE
              MOVE XT-NEW-ITEM-CODE TO SH-NEW-ITEM-CODE
              MOVE WS-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE
              MOVE FUNCTION CURRENT-DATE (1:8) TO SH-KEYED-DATE
              MOVE "P" TO SH-STATUS
              MOVE SPACES TO SH-MOVED-DATE
              MOVE 0 TO SH-MOVED-RECS
              MOVE 0 TO SH-MOVED-UNITS
              MOVE WS-OLD-COST TO SH-OLD-COST
              IF XR-UNIT-COST IS NOT NUMERIC
                 MOVE 0 TO SH-NEW-COST
              ELSE
                 MOVE XR-UNIT-COST TO SH-NEW-COST
              END-IF
              WRITE SH-RECORD
              ADD 1 TO WS-SUPERSEDE-COUNT
              STRING "SUPERSEDED EFF " DELIMITED BY SIZE
                 WS-EFFECTIVE-DATE DELIMITED BY SIZE
                 INTO MD-RESULT
              END-STRING
           ELSE
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
           PERFORM 540-WRITE-MAINT-LINE.

      *    Leaves MD-RESULT at spaces when the card can apply; the
      *    successor's cost is left in XR-UNIT-COST.
       538-CHECK-SUPERSESSION-CODES.
           MOVE SPACES TO MD-RESULT.
           MOVE XT-ITEM-CODE TO SH-OLD-ITEM-CODE.
           PERFORM 539-READ-SUPHIST.
           IF WS-SUPHIST-FOUND-SW = "Y"
              MOVE "*** CODE SUPERSEDED ***" TO MD-RESULT
           ELSE
              MOVE XT-NEW-ITEM-CODE TO SH-OLD-ITEM-CODE
              PERFORM 539-READ-SUPHIST
              IF WS-SUPHIST-FOUND-SW = "Y"
                 MOVE "*** NEW CODE RETIRED ***" TO MD-RESULT
              ELSE
                 MOVE XT-NEW-ITEM-CODE TO XR-ITEM-CODE
                 READ ITEMXREF
                    INVALID KEY
                       MOVE "*** NEW NOT ON XREF ***" TO MD-RESULT
                 END-READ
              END-IF
           END-IF.

       539-READ-SUPHIST.
           MOVE "N" TO WS-SUPHIST-FOUND-SW.
           READ SUPHIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-SUPHIST-FOUND-SW
           END-READ.

       505-READ-XREF.
           MOVE "N" TO WS-XREF-FOUND-SW.
           MOVE XT-ITEM-CODE TO XR-ITEM-CODE.
           MOVE XT-ACTION TO MD-ACTION.
           MOVE XT-ITEM-CODE TO MD-ITEM-CODE.
           MOVE WS-BEFORE-DESC TO MD-BEFORE-DESC.
           EVALUATE TRUE
              WHEN XT-ACTION-DELETE
                 MOVE SPACES TO MD-AFTER-DESC
                 MOVE SPACES TO MD-AFTER-COST
              WHEN XT-ACTION-UPC
                 MOVE SPACES TO MD-AFTER-DESC
                 STRING "UPC " DELIMITED BY SIZE
                    XT-UPC DELIMITED BY SIZE
                    INTO MD-AFTER-DESC
                 END-STRING
                 MOVE SPACES TO MD-AFTER-COST
              WHEN XT-ACTION-SUPERSEDE
                 MOVE SPACES TO MD-AFTER-DESC
                 STRING "SUPERSEDED BY " DELIMITED BY SIZE
                    XT-NEW-ITEM-CODE DELIMITED BY SIZE
                    INTO MD-AFTER-DESC
                 END-STRING
                 MOVE SPACES TO MD-AFTER-COST
              WHEN OTHER
                 MOVE XT-ITEM-DESC TO MD-AFTER-DESC
                 MOVE XT-UNIT-COST TO MD-AFTER-COST
           END-EVALUATE.
           MOVE MAINT-DETAIL TO MAINT-LINE.
           WRITE MAINT-LINE.

              WHEN XT-ACTION-DELETE
                 MOVE "*** DELETE NOT FOUND ***" TO MD-RESULT
              WHEN OTHER
                 MOVE "*** BAD ACTION CODE ***" TO MD-RESULT
           END-EVALUATE.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 540-WRITE-MAINT-LINE.
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "UPCS ASSIGNED: " DELIMITED BY SIZE
              WS-UPC-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "SUPERSESSIONS RECORDED: " DELIMITED BY SIZE
              WS-SUPERSEDE-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "COST CHANGES FOR REVALUATION: " DELIMITED BY SIZE
              WS-COST-CHANGE-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
           END-STRING.
           WRITE MAINT-LINE.
           MOVE SPACES TO MAINT-LINE.
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
              WS-ERROR-COUNT DELIMITED BY SIZE
              INTO MAINT-LINE
