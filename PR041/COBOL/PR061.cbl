       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4061.
      *    Register sales interface. Takes the nightly sales
      *    extract from the store register system in its own
      *    layout and turns it into raw change cards for the
      *    PR4043 edit, so branch sales post to the master the
      *    night they happen instead of being keyed off register
      *    tapes.
      *      - the register's store number is translated to the
      *        state/city/branch key through BRNCHREF
      *      - a scanned UPC is translated to the item code through
      *        UPCXREF; a line keyed by item code is checked
      *        against ITEMXREF
      *      - every line for the same location and item is netted
      *        (returns come in negative) into one "Q" card for the
      *        day: units sold go out as a negative quantity
      *    POSCHNG is wrapped in its own header and trailer - the
      *    file id is "POS" plus the business date, so the merge's
      *    run control refuses a day's sales a second time. The
      *    file is read by PR4043 ahead of the keyed cards.
      *    POSRPT ties the extract out: each register's lines and
      *    units against the register's own total record, the
      *    units carded, and - listed separately so nothing is
      *    dropped quietly - every line whose store or item could
      *    not be translated. A register that does not tie sets
      *    RETURN-CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSSALE ASSIGN TO POSSALE.
           SELECT POSCHNG ASSIGN TO POSCHNG.
           SELECT POSRPT ASSIGN TO POSRPT.
           SELECT POSSORT ASSIGN TO POSSORT.
           SELECT ITEMXREF ASSIGN TO ITEMXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ITEM-CODE.
           SELECT BRNCHREF ASSIGN TO BRNCHREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-LOC-KEY.
           SELECT UPCXREF ASSIGN TO UPCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UX-UPC.
       DATA DIVISION.
       FILE SECTION.
      *    Register sales extract:
      *      H - one header, first, carrying the business date
      *      D - one sale line (quantity sold, a return negative)
      *      R - one total per register: lines and net units
       FD POSSALE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PS-RECORD.
           05 PS-REC-TYPE                        PIC X(1).
              88 PS-HEADER                       VALUE "H".
              88 PS-SALE                         VALUE "D".
              88 PS-REGISTER-TOTAL               VALUE "R".
           05 PS-REGISTER-ID                     PIC X(4).
           05 PS-STORE-NUMBER                    PIC X(4).
           05 PS-CODE-TYPE                       PIC X(1).
              88 PS-CODE-ITEM                    VALUE "I".
              88 PS-CODE-UPC                     VALUE "U".
           05 PS-ITEM-OR-UPC                     PIC X(13).
           05 PS-QTY                             PIC S9(5)
                                           SIGN IS LEADING SEPARATE.
           05 FILLER                             PIC X(51).
       01 PS-HDR-RECORD.
           05 FILLER                             PIC X(1).
           05 PS-HDR-BUSINESS-DATE               PIC X(8).
           05 FILLER                             PIC X(71).
       01 PS-TOTAL-RECORD.
           05 FILLER                             PIC X(1).
           05 PS-TOT-REGISTER-ID                 PIC X(4).
           05 PS-TOT-STORE-NUMBER                PIC X(4).
           05 PS-TOT-LINE-COUNT                  PIC 9(5).
           05 PS-TOT-NET-QTY                     PIC S9(7)
                                           SIGN IS LEADING SEPARATE.
           05 FILLER                             PIC X(58).
      *    Raw change cards in the layout PR4043 edits.
       FD POSCHNG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 PC-RECORD.
           05 PC-KEYS.
              10 PC-LOC-KEY                      PIC X(9).
              10 PC-ITEM-CODE                    PIC X(5).
           05 PC-QTY                             PIC S9(7).
           05 PC-TRANS-CODE                      PIC X(1).
           05 FILLER                             PIC X(58).
       FD POSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                               PIC X(100).
      *    Translated sale lines, class "1", netted by key; lines
      *    that could not be translated sort after them - class
      *    "2" for the store, "3" for the item - to be listed.
       SD POSSORT
           RECORD CONTAINS 80 CHARACTERS.
       01 PSS-RECORD.
           05 PSS-CLASS                          PIC X(1).
              88 PSS-TRANSLATED                  VALUE "1".
              88 PSS-UNKNOWN-STORE               VALUE "2".
              88 PSS-UNKNOWN-ITEM                VALUE "3".
           05 PSS-SORT-KEY.
              10 PSS-LOC-KEY                     PIC X(9).
              10 PSS-ITEM-CODE                   PIC X(5).
           05 PSS-STORE-NUMBER                   PIC X(4).
           05 PSS-REGISTER-ID                    PIC X(4).
           05 PSS-CODE-TYPE                      PIC X(1).
           05 PSS-ITEM-OR-UPC                    PIC X(13).
           05 PSS-QTY                            PIC S9(7).
           05 PSS-REASON                         PIC X(20).
      *    Location the store translated to, kept for the listing
      *    once the sort key is re-cut by store and register.
           05 PSS-EXC-LOC-KEY                    PIC X(9).
           05 FILLER                             PIC X(7).
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
              88 BR-CLOSED                       VALUE "C".
           05 BR-STORE-NUMBER                    PIC X(4).
           05 FILLER                             PIC X(1).
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
           05 PS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 BR-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 SRT-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 WS-FOUND-SW                        PIC X(1) VALUE "N".
           05 WS-KEY-OPEN-SW                     PIC X(1) VALUE "N".
           05 WS-OUT-OF-BALANCE-SW               PIC X(1) VALUE "N".
       01 CONTROL-VALUES.
           05 WS-BUSINESS-DATE                   PIC X(8) VALUE SPACES.
           05 WS-FILE-ID                         PIC X(12)
                                                 VALUE SPACES.
      *    Store number to location, loaded from BRNCHREF once.
       01 STORE-TABLE-VALUES.
           05 WS-ST-MAX                          PIC 9(3) VALUE 500.
           05 WS-ST-COUNT                        PIC 9(3) VALUE 0.
           05 WS-ST-IX                           PIC 9(3) VALUE 0.
           05 WS-ST-HIT-IX                       PIC 9(3) VALUE 0.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
              10 WS-ST-STORE-NUMBER              PIC X(4).
              10 WS-ST-LOC-KEY                   PIC X(9).
              10 WS-ST-CLOSED-SW                 PIC X(1).
      *    One entry per store/register seen on the extract - the
      *    lines and units counted here against the register's
      *    own total record.
       01 REGISTER-TABLE-VALUES.
           05 WS-RG-MAX                          PIC 9(4) VALUE 1000.
           05 WS-RG-COUNT                        PIC 9(4) VALUE 0.
           05 WS-RG-IX                           PIC 9(4) VALUE 0.
           05 WS-RG-HIT-IX                       PIC 9(4) VALUE 0.
           05 WS-RG-ENTRY OCCURS 1000 TIMES.
              10 WS-RG-STORE-NUMBER              PIC X(4).
              10 WS-RG-REGISTER-ID               PIC X(4).
              10 WS-RG-LINES                     PIC 9(7).
              10 WS-RG-UNITS                     PIC S9(9).
              10 WS-RG-TOTAL-SEEN-SW             PIC X(1).
              10 WS-RG-TOT-LINES                 PIC 9(7).
              10 WS-RG-TOT-UNITS                 PIC S9(9).
       01 WORK-VALUES.
           05 WS-SEARCH-STORE                    PIC X(4) VALUE SPACES.
           05 WS-SEARCH-REGISTER                 PIC X(4) VALUE SPACES.
           05 WS-PRIOR-CLASS                     PIC X(1) VALUE SPACE.
           05 WS-NET-KEYS                        PIC X(14)
                                                 VALUE LOW-VALUES.
           05 WS-NET-SOLD                        PIC S9(9) VALUE 0.
           05 WS-CARD-QTY                        PIC S9(7) VALUE 0.
       01 PC-HDR-RECORD.
           05 PC-HDR-TYPE                  PIC X(3) VALUE "HDR".
           05 PC-HDR-CYCLE-DATE            PIC X(8) VALUE SPACES.
           05 PC-HDR-FILE-ID               PIC X(12) VALUE SPACES.
           05 FILLER                       PIC X(57) VALUE SPACES.
       01 PC-TRL-RECORD.
           05 PC-TRL-TYPE                  PIC X(3) VALUE "TRL".
           05 PC-TRL-COUNT                 PIC 9(7) VALUE ZEROS.
           05 FILLER                       PIC X(70) VALUE SPACES.
       01 RUN-TOTALS.
           05 WS-PS-READ-COUNT                   PIC 9(7) VALUE 0.
           05 WS-SALE-LINE-COUNT                 PIC 9(7) VALUE 0.
           05 WS-TOTAL-REC-COUNT                 PIC 9(7) VALUE 0.
           05 WS-UNITS-IN                        PIC S9(9) VALUE 0.
           05 WS-UNITS-CARDED                    PIC S9(9) VALUE 0.
           05 WS-UNITS-NO-STORE                  PIC S9(9) VALUE 0.
           05 WS-UNITS-NO-ITEM                   PIC S9(9) VALUE 0.
           05 WS-UNITS-ACCOUNTED                 PIC S9(9) VALUE 0.
           05 WS-LINES-NO-STORE                  PIC 9(7) VALUE 0.
           05 WS-LINES-NO-ITEM                   PIC 9(7) VALUE 0.
           05 WS-CARD-COUNT                      PIC 9(7) VALUE 0.
           05 WS-ZERO-NET-COUNT                  PIC 9(7) VALUE 0.
           05 WS-RG-BAD-COUNT                    PIC 9(7) VALUE 0.
           05 WS-DUP-STORE-COUNT                 PIC 9(7) VALUE 0.
       01 EDITED-VALUES.
           05 WS-UNITS-ED                        PIC -(9)9.
       01 REPORT-VALUES.
           05 PAGE-HEADING.
              10 PROG-NAME                   PIC X(5) VALUE "PR061".
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
      *    Register tie-out line.
           05 REG-DETAIL.
              10 RT-STORE-NUMBER             PIC X(4).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RT-REGISTER-ID              PIC X(4).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RT-LINES                    PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RT-UNITS                    PIC -(9)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RT-TOT-LINES                PIC Z(6)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RT-TOT-UNITS                PIC -(9)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RT-STATUS                   PIC X(20).
              10 FILLER                      PIC X(26) VALUE SPACES.
      *    Untranslated sale line.
           05 EXC-DETAIL.
              10 EX-STORE-NUMBER             PIC X(4).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 EX-REGISTER-ID              PIC X(4).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 EX-LOC-KEY                  PIC X(9).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 EX-CODE-TYPE                PIC X(1).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 EX-ITEM-OR-UPC              PIC X(13).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 EX-QTY                      PIC -(7)9.
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 EX-REASON                   PIC X(20).
              10 FILLER                      PIC X(29) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           OPEN INPUT POSSALE.
           OPEN INPUT ITEMXREF.
           OPEN INPUT BRNCHREF.
           OPEN INPUT UPCXREF.
           OPEN OUTPUT POSCHNG.
           OPEN OUTPUT POSRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 150-LOAD-STORE-TABLE.
           PERFORM 300-READ-PS.
           IF PS-EOF-SWITCH = "Y" OR NOT PS-HEADER
              OR PS-HDR-BUSINESS-DATE IS NOT NUMERIC
              DISPLAY "*** ABEND - POSSALE HEADER MISSING ***"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PS-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           STRING "POS" DELIMITED BY SIZE
              WS-BUSINESS-DATE DELIMITED BY SIZE
              INTO WS-FILE-ID
           END-STRING.
           MOVE WS-BUSINESS-DATE TO PC-HDR-CYCLE-DATE.
           MOVE WS-FILE-ID TO PC-HDR-FILE-ID.
           WRITE PC-RECORD FROM PC-HDR-RECORD.
           PERFORM 300-READ-PS.
           SORT POSSORT
              ON ASCENDING KEY PSS-CLASS PSS-SORT-KEY
              INPUT PROCEDURE IS 450-TRANSLATE-SALES
              OUTPUT PROCEDURE IS 500-NET-PASS.
           MOVE WS-CARD-COUNT TO PC-TRL-COUNT.
           WRITE PC-RECORD FROM PC-TRL-RECORD.
           PERFORM 560-WRITE-TRAILER.
           IF WS-OUT-OF-BALANCE-SW = "Y"
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE POSSALE ITEMXREF BRNCHREF UPCXREF POSCHNG POSRPT.
           GOBACK.

      *    Walk BRNCHREF front to back. A store number keyed on two
      *    branches is listed and only the first is used - a
      *    register can only post to one place.
       150-LOAD-STORE-TABLE.
           PERFORM 155-READ-ONE-BRANCH
              UNTIL BR-EOF-SWITCH = "Y".

       155-READ-ONE-BRANCH.
           READ BRNCHREF NEXT RECORD
              AT END
                 MOVE "Y" TO BR-EOF-SWITCH
              NOT AT END
                 IF BR-STORE-NUMBER NOT = SPACES
                    PERFORM 157-ADD-STORE-ENTRY
                 END-IF
           END-READ.

       157-ADD-STORE-ENTRY.
           MOVE BR-STORE-NUMBER TO WS-SEARCH-STORE.
           PERFORM 460-FIND-STORE.
           IF WS-FOUND-SW = "Y"
              MOVE SPACES TO RPT-LINE
              STRING "*** STORE " DELIMITED BY SIZE
                 BR-STORE-NUMBER DELIMITED BY SIZE
                 " ON " DELIMITED BY SIZE
                 BR-LOC-KEY DELIMITED BY SIZE
                 " ALSO ON " DELIMITED BY SIZE
                 WS-ST-LOC-KEY (WS-ST-HIT-IX) DELIMITED BY SIZE
                 " - NOT USED ***" DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
              ADD 1 TO WS-DUP-STORE-COUNT
           ELSE
              IF WS-ST-COUNT >= WS-ST-MAX
                 DISPLAY "*** ABEND - STORE TABLE FULL ***"
                 DISPLAY "TABLE LIMIT: " WS-ST-MAX
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ST-COUNT
              MOVE BR-STORE-NUMBER TO WS-ST-STORE-NUMBER (WS-ST-COUNT)
              MOVE BR-LOC-KEY TO WS-ST-LOC-KEY (WS-ST-COUNT)
              IF BR-CLOSED
                 MOVE "Y" TO WS-ST-CLOSED-SW (WS-ST-COUNT)
              ELSE
                 MOVE "N" TO WS-ST-CLOSED-SW (WS-ST-COUNT)
              END-IF
           END-IF.

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "REGISTER SALES" TO REPORT-NAME.
           MOVE "CONTROL REPORT" TO REPORT-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REPORT-DATE.
           MOVE PAGE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.

       300-READ-PS.
           READ POSSALE
              AT END
                 MOVE "Y" TO PS-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-PS-READ-COUNT
           END-READ.

      *    Input procedure - tally every line to its register, then
      *    translate it and release it to the sort in its class.
       450-TRANSLATE-SALES.
           PERFORM 455-TRANSLATE-ONE-RECORD
              UNTIL PS-EOF-SWITCH = "Y".

       455-TRANSLATE-ONE-RECORD.
           EVALUATE TRUE
              WHEN PS-SALE
                 ADD 1 TO WS-SALE-LINE-COUNT
                 MOVE PS-STORE-NUMBER TO WS-SEARCH-STORE
                 MOVE PS-REGISTER-ID TO WS-SEARCH-REGISTER
                 PERFORM 470-FIND-REGISTER
                 ADD 1 TO WS-RG-LINES (WS-RG-HIT-IX)
                 PERFORM 465-TRANSLATE-SALE-LINE
              WHEN PS-REGISTER-TOTAL
                 ADD 1 TO WS-TOTAL-REC-COUNT
                 MOVE PS-TOT-STORE-NUMBER TO WS-SEARCH-STORE
                 MOVE PS-TOT-REGISTER-ID TO WS-SEARCH-REGISTER
                 PERFORM 470-FIND-REGISTER
                 MOVE "Y" TO WS-RG-TOTAL-SEEN-SW (WS-RG-HIT-IX)
                 IF PS-TOT-LINE-COUNT IS NUMERIC
                    MOVE PS-TOT-LINE-COUNT
                       TO WS-RG-TOT-LINES (WS-RG-HIT-IX)
                 END-IF
                 IF PS-TOT-NET-QTY IS NUMERIC
                    MOVE PS-TOT-NET-QTY
                       TO WS-RG-TOT-UNITS (WS-RG-HIT-IX)
                 END-IF
              WHEN OTHER
                 DISPLAY "*** ABEND - POSSALE RECORD TYPE BAD ***"
                 DISPLAY "RECORD: " PS-RECORD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           PERFORM 300-READ-PS.

      *    A line whose quantity cannot be read is carried as an
      *    untranslated item line with nothing in its units - the
      *    register it came from will then fail to tie.
       465-TRANSLATE-SALE-LINE.
           MOVE SPACES TO PSS-RECORD.
           MOVE PS-STORE-NUMBER TO PSS-STORE-NUMBER.
           MOVE PS-REGISTER-ID TO PSS-REGISTER-ID.
           MOVE PS-CODE-TYPE TO PSS-CODE-TYPE.
           MOVE PS-ITEM-OR-UPC TO PSS-ITEM-OR-UPC.
           MOVE 0 TO PSS-QTY.
           MOVE "1" TO PSS-CLASS.
           IF PS-QTY IS NUMERIC
              MOVE PS-QTY TO PSS-QTY
              ADD PS-QTY TO WS-RG-UNITS (WS-RG-HIT-IX)
              ADD PS-QTY TO WS-UNITS-IN
           ELSE
              MOVE "3" TO PSS-CLASS
              MOVE "QTY NOT NUMERIC" TO PSS-REASON
           END-IF.
           MOVE PS-STORE-NUMBER TO WS-SEARCH-STORE.
           PERFORM 460-FIND-STORE.
           IF WS-FOUND-SW = "Y"
              MOVE WS-ST-LOC-KEY (WS-ST-HIT-IX) TO PSS-LOC-KEY
           END-IF.
           IF PSS-TRANSLATED
              EVALUATE TRUE
                 WHEN WS-FOUND-SW NOT = "Y"
                    MOVE "2" TO PSS-CLASS
                    MOVE "STORE NOT ON BRNCHREF" TO PSS-REASON
                 WHEN WS-ST-CLOSED-SW (WS-ST-HIT-IX) = "Y"
                    MOVE "2" TO PSS-CLASS
                    MOVE "BRANCH CLOSED" TO PSS-REASON
                 WHEN OTHER
                    PERFORM 467-TRANSLATE-ITEM
              END-EVALUATE
           END-IF.
      *    Untranslated lines list by store and register.
           IF NOT PSS-TRANSLATED
              MOVE PSS-LOC-KEY TO PSS-EXC-LOC-KEY
              MOVE SPACES TO PSS-SORT-KEY
              STRING PS-STORE-NUMBER DELIMITED BY SIZE
                 PS-REGISTER-ID DELIMITED BY SIZE
                 INTO PSS-SORT-KEY
              END-STRING
           END-IF.
           RELEASE PSS-RECORD.

       467-TRANSLATE-ITEM.
           EVALUATE TRUE
              WHEN PS-CODE-UPC
                 MOVE PS-ITEM-OR-UPC TO UX-UPC
                 READ UPCXREF
                    INVALID KEY
                       MOVE "3" TO PSS-CLASS
                       MOVE "UPC NOT ON UPCXREF" TO PSS-REASON
                    NOT INVALID KEY
                       MOVE UX-ITEM-CODE TO PSS-ITEM-CODE
                 END-READ
              WHEN PS-CODE-ITEM
                 MOVE PS-ITEM-OR-UPC TO XR-ITEM-CODE
                 READ ITEMXREF
                    INVALID KEY
                       MOVE "3" TO PSS-CLASS
                       MOVE "ITEM NOT ON ITEMXREF" TO PSS-REASON
                    NOT INVALID KEY
                       MOVE XR-ITEM-CODE TO PSS-ITEM-CODE
                 END-READ
              WHEN OTHER
                 MOVE "3" TO PSS-CLASS
                 MOVE "CODE TYPE NOT I OR U" TO PSS-REASON
           END-EVALUATE.

       460-FIND-STORE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 462-MATCH-ONE-STORE
              VARYING WS-ST-IX FROM 1 BY 1
              UNTIL WS-ST-IX > WS-ST-COUNT
              OR WS-FOUND-SW = "Y".

       462-MATCH-ONE-STORE.
           IF WS-ST-STORE-NUMBER (WS-ST-IX) = WS-SEARCH-STORE
              MOVE "Y" TO WS-FOUND-SW
              MOVE WS-ST-IX TO WS-ST-HIT-IX
           END-IF.

      *    Find the store/register entry, adding it on first sight.
       470-FIND-REGISTER.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 472-MATCH-ONE-REGISTER
              VARYING WS-RG-IX FROM 1 BY 1
              UNTIL WS-RG-IX > WS-RG-COUNT
              OR WS-FOUND-SW = "Y".
           IF WS-FOUND-SW NOT = "Y"
              IF WS-RG-COUNT >= WS-RG-MAX
                 DISPLAY "*** ABEND - REGISTER TABLE FULL ***"
                 DISPLAY "TABLE LIMIT: " WS-RG-MAX
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RG-COUNT
              MOVE WS-RG-COUNT TO WS-RG-HIT-IX
              MOVE WS-SEARCH-STORE TO WS-RG-STORE-NUMBER (WS-RG-COUNT)
              MOVE WS-SEARCH-REGISTER
                 TO WS-RG-REGISTER-ID (WS-RG-COUNT)
              MOVE 0 TO WS-RG-LINES (WS-RG-COUNT)
              MOVE 0 TO WS-RG-UNITS (WS-RG-COUNT)
              MOVE "N" TO WS-RG-TOTAL-SEEN-SW (WS-RG-COUNT)
              MOVE 0 TO WS-RG-TOT-LINES (WS-RG-COUNT)
              MOVE 0 TO WS-RG-TOT-UNITS (WS-RG-COUNT)
           END-IF.

       472-MATCH-ONE-REGISTER.
           IF WS-RG-STORE-NUMBER (WS-RG-IX) = WS-SEARCH-STORE
              AND WS-RG-REGISTER-ID (WS-RG-IX) = WS-SEARCH-REGISTER
              MOVE "Y" TO WS-FOUND-SW
              MOVE WS-RG-IX TO WS-RG-HIT-IX
           END-IF.

      *    Output procedure - the register tie-out first (the input
      *    side is complete by now), then the translated lines
      *    netted to cards, then the untranslated lines by class.
       500-NET-PASS.
           PERFORM 505-WRITE-REGISTER-SECTION.
           PERFORM 510-RETURN-ONE-LINE
              UNTIL SRT-EOF-SWITCH = "Y".
           IF WS-KEY-OPEN-SW = "Y"
              PERFORM 525-WRITE-NET-CARD
           END-IF.

       505-WRITE-REGISTER-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** REGISTER TIE-OUT ***" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "STOR  REG     LINES  UNITS SOLD  " DELIMITED BY SIZE
              "TOT LINES   TOT UNITS  STATUS" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM 507-WRITE-ONE-REGISTER
              VARYING WS-RG-IX FROM 1 BY 1
              UNTIL WS-RG-IX > WS-RG-COUNT.

       507-WRITE-ONE-REGISTER.
           MOVE WS-RG-STORE-NUMBER (WS-RG-IX) TO RT-STORE-NUMBER.
           MOVE WS-RG-REGISTER-ID (WS-RG-IX) TO RT-REGISTER-ID.
           MOVE WS-RG-LINES (WS-RG-IX) TO RT-LINES.
           MOVE WS-RG-UNITS (WS-RG-IX) TO RT-UNITS.
           MOVE WS-RG-TOT-LINES (WS-RG-IX) TO RT-TOT-LINES.
           MOVE WS-RG-TOT-UNITS (WS-RG-IX) TO RT-TOT-UNITS.
           EVALUATE TRUE
              WHEN WS-RG-TOTAL-SEEN-SW (WS-RG-IX) NOT = "Y"
                 MOVE "*** NO REGISTER TOTAL" TO RT-STATUS
              WHEN WS-RG-LINES (WS-RG-IX)
                 NOT = WS-RG-TOT-LINES (WS-RG-IX)
                 MOVE "*** LINES DO NOT TIE" TO RT-STATUS
              WHEN WS-RG-UNITS (WS-RG-IX)
                 NOT = WS-RG-TOT-UNITS (WS-RG-IX)
                 MOVE "*** UNITS DO NOT TIE" TO RT-STATUS
              WHEN OTHER
                 MOVE "TIES" TO RT-STATUS
           END-EVALUATE.
           IF RT-STATUS NOT = "TIES"
              ADD 1 TO WS-RG-BAD-COUNT
              MOVE "Y" TO WS-OUT-OF-BALANCE-SW
           END-IF.
           MOVE REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       510-RETURN-ONE-LINE.
           RETURN POSSORT
              AT END
                 MOVE "Y" TO SRT-EOF-SWITCH
              NOT AT END
                 IF PSS-CLASS NOT = WS-PRIOR-CLASS
                    PERFORM 515-START-CLASS
                 END-IF
                 IF PSS-TRANSLATED
                    PERFORM 520-NET-ONE-LINE
                 ELSE
                    PERFORM 530-WRITE-EXCEPTION-LINE
                 END-IF
           END-RETURN.

      *    Leaving the translated lines closes the last open key;
      *    each untranslated class gets its own listing.
       515-START-CLASS.
           IF WS-KEY-OPEN-SW = "Y"
              PERFORM 525-WRITE-NET-CARD
           END-IF.
           MOVE PSS-CLASS TO WS-PRIOR-CLASS.
           IF NOT PSS-TRANSLATED
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              IF PSS-UNKNOWN-STORE
                 STRING "*** SALES FOR UNKNOWN OR CLOSED STORES ***"
                    DELIMITED BY SIZE INTO RPT-LINE
                 END-STRING
              ELSE
                 STRING "*** SALES FOR UNKNOWN ITEMS AND UPCS ***"
                    DELIMITED BY SIZE INTO RPT-LINE
                 END-STRING
              END-IF
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "STOR  REG   LOCATION   T  ITEM OR UPC   "
                 DELIMITED BY SIZE
                 "       QTY  REASON" DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF.

       520-NET-ONE-LINE.
           IF WS-KEY-OPEN-SW = "Y" AND PSS-SORT-KEY NOT = WS-NET-KEYS
              PERFORM 525-WRITE-NET-CARD
           END-IF.
           IF WS-KEY-OPEN-SW NOT = "Y"
              MOVE PSS-SORT-KEY TO WS-NET-KEYS
              MOVE 0 TO WS-NET-SOLD
              MOVE "Y" TO WS-KEY-OPEN-SW
           END-IF.
           ADD PSS-QTY TO WS-NET-SOLD.

      *    Units sold come off the book, so the card carries the
      *    day's net sales with the sign turned over. A key whose
      *    returns cancel its sales has nothing to post.
       525-WRITE-NET-CARD.
           MOVE "N" TO WS-KEY-OPEN-SW.
           ADD WS-NET-SOLD TO WS-UNITS-CARDED.
           IF WS-NET-SOLD = 0
              ADD 1 TO WS-ZERO-NET-COUNT
           ELSE
              COMPUTE WS-CARD-QTY = 0 - WS-NET-SOLD
              MOVE SPACES TO PC-RECORD
              MOVE WS-NET-KEYS TO PC-KEYS
              MOVE WS-CARD-QTY TO PC-QTY
              MOVE "Q" TO PC-TRANS-CODE
              WRITE PC-RECORD
              ADD 1 TO WS-CARD-COUNT
           END-IF.

       530-WRITE-EXCEPTION-LINE.
           MOVE PSS-STORE-NUMBER TO EX-STORE-NUMBER.
           MOVE PSS-REGISTER-ID TO EX-REGISTER-ID.
           MOVE PSS-EXC-LOC-KEY TO EX-LOC-KEY.
           MOVE PSS-CODE-TYPE TO EX-CODE-TYPE.
           MOVE PSS-ITEM-OR-UPC TO EX-ITEM-OR-UPC.
           MOVE PSS-QTY TO EX-QTY.
           MOVE PSS-REASON TO EX-REASON.
           MOVE EXC-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF PSS-UNKNOWN-STORE
              ADD 1 TO WS-LINES-NO-STORE
              ADD PSS-QTY TO WS-UNITS-NO-STORE
           ELSE
              ADD 1 TO WS-LINES-NO-ITEM
              ADD PSS-QTY TO WS-UNITS-NO-ITEM
           END-IF.

      *    Control totals - units read off the registers have to
      *    equal units carded plus units listed as untranslated.
       560-WRITE-TRAILER.
           COMPUTE WS-UNITS-ACCOUNTED = WS-UNITS-CARDED
              + WS-UNITS-NO-STORE + WS-UNITS-NO-ITEM.
           IF WS-UNITS-ACCOUNTED NOT = WS-UNITS-IN
              MOVE "Y" TO WS-OUT-OF-BALANCE-SW
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "*** END OF RUN CONTROL TOTALS ***"
              DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
              WS-BUSINESS-DATE DELIMITED BY SIZE
              "  FILE ID: " DELIMITED BY SIZE
              WS-FILE-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "POSSALE RECORDS READ: " DELIMITED BY SIZE
              WS-PS-READ-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SALE LINES READ: " DELIMITED BY SIZE
              WS-SALE-LINE-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REGISTER TOTALS READ: " DELIMITED BY SIZE
              WS-TOTAL-REC-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REGISTERS NOT TYING: " DELIMITED BY SIZE
              WS-RG-BAD-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-UNITS-IN TO WS-UNITS-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "UNITS SOLD PER REGISTERS: " DELIMITED BY SIZE
              WS-UNITS-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-UNITS-CARDED TO WS-UNITS-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "UNITS SOLD CARDED: " DELIMITED BY SIZE
              WS-UNITS-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-UNITS-NO-STORE TO WS-UNITS-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "UNKNOWN/CLOSED STORE LINES: " DELIMITED BY SIZE
              WS-LINES-NO-STORE DELIMITED BY SIZE
              "  UNITS: " DELIMITED BY SIZE
              WS-UNITS-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-UNITS-NO-ITEM TO WS-UNITS-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "UNKNOWN ITEM/UPC LINES: " DELIMITED BY SIZE
              WS-LINES-NO-ITEM DELIMITED BY SIZE
              "  UNITS: " DELIMITED BY SIZE
              WS-UNITS-ED DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-UNITS-ACCOUNTED = WS-UNITS-IN
              STRING "UNITS IN = CARDED + UNTRANSLATED: BALANCED"
                 DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
           ELSE
              STRING "UNITS IN = CARDED + UNTRANSLATED: "
                 DELIMITED BY SIZE
                 "*** OUT OF BALANCE ***" DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "KEYS NETTED TO ZERO: " DELIMITED BY SIZE
              WS-ZERO-NET-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DUPLICATE STORE NUMBERS: " DELIMITED BY SIZE
              WS-DUP-STORE-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CARDS WRITTEN TO POSCHNG: " DELIMITED BY SIZE
              WS-CARD-COUNT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
