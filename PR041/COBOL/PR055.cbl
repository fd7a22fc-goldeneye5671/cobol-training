      *    of PR4044. Applies a transaction file of keyed cards
      *    against the indexed branch reference and prints a
      *    before/after maintenance report for audit:
      *      A - add a new branch (name, region and POS store
      *          number), active
      *      C - change the name, region and/or store number on an
      *          existing branch (a blank field leaves that value
      *          alone);
      *          an "A" in the flag column reopens a closed branch
      *      X - close a branch (set BR-CLOSED)
      *    An add for a location already on file and a change or
           05 BT-REGION                          PIC X(10).
      *    On a "C" card, "A" here reopens a closed branch.
           05 BT-FLAG                            PIC X(1).
      *    Store number the register system knows the branch by.
           05 BT-STORE-NUMBER                    PIC X(4).
           05 FILLER                             PIC X(30).
       FD MSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 BR-ACTIVE-FLAG                     PIC X(1).
              88 BR-ACTIVE                       VALUE "A".
              88 BR-CLOSED                       VALUE "C".
      *    Register-system store number - PR4061 translates sales
      *    to the location key through it.
           05 BR-STORE-NUMBER                    PIC X(4).
           05 FILLER                             PIC X(1).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 WS-AFTER-REGION                    PIC X(10)
                                                 VALUE SPACES.
           05 WS-AFTER-FLAG                      PIC X(1) VALUE SPACE.
           05 WS-BEFORE-STORE                    PIC X(4) VALUE SPACES.
           05 WS-AFTER-STORE                     PIC X(4) VALUE SPACES.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR055".
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 MD-RESULT                   PIC X(25).
              10 FILLER                      PIC X(7) VALUE SPACES.
      *    Second audit line per card - the region, active-flag
      *    and store-number maintenance the name columns cannot
      *    show.
           05 MAINT-DETAIL-2.
              10 FILLER                      PIC X(12) VALUE SPACES.
              10 FILLER                      PIC X(15)
              10 FILLER                      PIC X(8)
                 VALUE " AFTER: ".
              10 MD2-AFTER-FLAG              PIC X(1).
              10 FILLER                      PIC X(8)
                 VALUE "  STORE ".
              10 MD2-BEFORE-STORE            PIC X(4).
              10 FILLER                      PIC X(4) VALUE " TO ".
              10 MD2-AFTER-STORE             PIC X(4).
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE SPACE TO WS-BEFORE-FLAG.
           MOVE SPACES TO WS-AFTER-REGION.
           MOVE SPACE TO WS-AFTER-FLAG.
           MOVE SPACES TO WS-BEFORE-STORE.
           MOVE SPACES TO WS-AFTER-STORE.
           IF BT-STATE NOT ALPHABETIC OR BT-STATE = SPACES
              OR BT-CITY = SPACES
              OR BT-BRANCH IS NOT NUMERIC
                 MOVE BT-NAME TO BR-NAME
                 MOVE BT-REGION TO BR-REGION
                 MOVE "A" TO BR-ACTIVE-FLAG
                 MOVE BT-STORE-NUMBER TO BR-STORE-NUMBER
                 WRITE BR-RECORD
                 MOVE BT-STORE-NUMBER TO WS-AFTER-STORE
                 MOVE BT-REGION TO WS-AFTER-REGION
                 MOVE "A" TO WS-AFTER-FLAG
                 ADD 1 TO WS-ADD-COUNT
              IF BT-REGION NOT = SPACES
                 MOVE BT-REGION TO BR-REGION
              END-IF
              IF BT-STORE-NUMBER NOT = SPACES
                 MOVE BT-STORE-NUMBER TO BR-STORE-NUMBER
              END-IF
              IF BT-FLAG = "A"
                 MOVE "A" TO BR-ACTIVE-FLAG
                 ADD 1 TO WS-REOPEN-COUNT
              REWRITE BR-RECORD
              MOVE BR-REGION TO WS-AFTER-REGION
              MOVE BR-ACTIVE-FLAG TO WS-AFTER-FLAG
              MOVE BR-STORE-NUMBER TO WS-AFTER-STORE
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM 540-WRITE-MAINT-LINE
           ELSE
                 MOVE BR-NAME TO WS-BEFORE-NAME
                 MOVE BR-REGION TO WS-BEFORE-REGION
                 MOVE BR-ACTIVE-FLAG TO WS-BEFORE-FLAG
                 MOVE BR-STORE-NUMBER TO WS-BEFORE-STORE
      *          Until an applying path changes something, after
      *          equals before - a rejected card shows no change.
                 MOVE BR-REGION TO WS-AFTER-REGION
                 MOVE BR-ACTIVE-FLAG TO WS-AFTER-FLAG
                 MOVE BR-STORE-NUMBER TO WS-AFTER-STORE
           END-READ.

       540-WRITE-MAINT-LINE.
           MOVE WS-AFTER-REGION TO MD2-AFTER-REGION.
           MOVE WS-BEFORE-FLAG TO MD2-BEFORE-FLAG.
           MOVE WS-AFTER-FLAG TO MD2-AFTER-FLAG.
           MOVE WS-BEFORE-STORE TO MD2-BEFORE-STORE.
           MOVE WS-AFTER-STORE TO MD2-AFTER-STORE.
           MOVE MAINT-DETAIL-2 TO MAINT-LINE.
           WRITE MAINT-LINE.

