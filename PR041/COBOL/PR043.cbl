      *    mis-posting. Sorts the raw keyed cards into ascending key
      *    order, validates each one, matches the key against MSFILE
      *    to tell an add from an update, and writes:
      *      CHCLEAN - clean sorted change file for the merge, by
      *                way of the PR4060 approval hold
      *      EDITRPT - one line per rejected card with a reason code
      *    Reason codes:
      *      01 STATE NOT ALPHABETIC
      *      12 DUPLICATE TRANSFER FROM KEY
      *      13 TRANSFER ITEM NOT ON MASTER
      *      14 RECEIPT QTY NOT POSITIVE
      *      15 ITEM CODE SUPERSEDED
      *    An "R" card posts a purchase-order receipt - it adds its
      *    quantity like a Q and relieves the matching open-order
      *    record in the merge.
      *    clean record count - the merge's run-control checks
      *    refuse a change file without them, or one whose file id
      *    has already been processed.
      *    An interface feed (the PR4061 register sales cards) comes
      *    wrapped in its own header and trailer and is read ahead
      *    of the keyed cards. Its header's file id becomes the
      *    clean file's id, so the merge refuses the same feed a
      *    second time; its trailer count is proved against the
      *    cards between the two before anything is sorted. A HDR
      *    or TRL card anywhere else is edited like any other card
      *    and fails reason 08.
      *    Items superseded by PR4062, on any night: the merge nets
      *    every card on a key into one, and a delete wins, so a
      *    card left on a code moved tonight would be swallowed by
      *    the stock-move "D" and its units lost, and one on a code
      *    retired earlier would raise the dead code again. A
      *    "Q" or "R" card keyed against an old code is re-keyed
      *    to the successor before the sort (it prints with reason
      *    00 and the code it was keyed under); a "C", "D" or "T"
      *    on an old code cannot be re-pointed safely and fails
      *    reason 15. PR4062's own cards carry "S" in column 42
      *    and the code moved from in 43-47; the flag is kept on
      *    the clean file only for a "D" on that code or a plus
      *    "Q" on its successor, and each supersession moved last
      *    night or tonight is proved at the foot of the report -
      *    the pair's cards that passed edit against the records
      *    and units SUPHIST shows moved.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ITEM-CODE.
      *    OPTIONAL - nothing has been superseded before the first
      *    PR4044 run.
           SELECT OPTIONAL SUPHIST ASSIGN TO SUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-OLD-ITEM-CODE.
       DATA DIVISION.
       FILE SECTION.
      *    Raw keyed change cards - nothing about them can be
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 CHR-RECORD                             PIC X(80).
      *    Interface-feed envelope, same shape as the clean file's.
       01 CHR-FEED-HDR-RECORD.
           05 CHR-HDR-TYPE                       PIC X(3).
           05 CHR-HDR-CYCLE-DATE                 PIC X(8).
           05 CHR-HDR-FILE-ID                    PIC X(12).
           05 FILLER                             PIC X(57).
       01 CHR-FEED-TRL-RECORD.
           05 CHR-TRL-TYPE                       PIC X(3).
           05 CHR-TRL-COUNT                      PIC 9(7).
           05 FILLER                             PIC X(70).
      *    Card view for the superseded-code check before the sort.
       01 CHR-CARD-RECORD.
           05 CHR-KEYS.
              10 CHR-LOC-KEY                     PIC X(9).
              10 CHR-ITEM-CODE                   PIC X(5).
           05 CHR-QTY-X                          PIC X(7).
           05 CHR-TRANS-CODE                     PIC X(1).
           05 FILLER                             PIC X(19).
           05 CHR-SOURCE                         PIC X(1).
           05 CHR-FROM-ITEM                      PIC X(5).
           05 FILLER                             PIC X(33).
       FD MSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
              10 SRT-XFR-TO-STATE                 PIC X(2).
              10 SRT-XFR-TO-CITY                  PIC X(4).
              10 SRT-XFR-TO-BRANCH                PIC X(3).
      *    Source flag and the code the card was moved from - "S"
      *    on a PR4062 stock-move card, "K" on a card re-keyed here
      *    off a superseded code, spaces on anything else.
           05 SRT-SOURCE                          PIC X(1).
           05 SRT-FROM-ITEM                       PIC X(5).
           05 FILLER                              PIC X(33).
      *    Clean sorted change file - same 80-byte layout PR4042
      *    and PR4041 expect.
       FD CHCLEAN
           05 XR-ITEM-CODE                       PIC X(5).
           05 XR-ITEM-DESC                       PIC X(20).
           05 XR-UNIT-COST                       PIC 9(5)V99.
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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SRT-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 CHR-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 WS-FEED-HDR-SW                     PIC X(1) VALUE "N".
           05 WS-FEED-TRL-SW                     PIC X(1) VALUE "N".
           05 MS-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-XREF-FOUND-SW                   PIC X(1) VALUE SPACE.
           05 SH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-SUP-FOUND-SW                    PIC X(1) VALUE "N".
           05 WS-CHAIN-MOVED-SW                  PIC X(1) VALUE "N".
           05 WS-SUP-MOVE-SW                     PIC X(1) VALUE "N".
              88 SUPERSESSION-MOVE               VALUE "Y".
           05 WS-SUPERSEDED-SW                   PIC X(1) VALUE "N".
              88 ITEM-SUPERSEDED                 VALUE "Y".
      *    Reason code for the record in hand - zero means it
      *    passed every edit.
       01 WS-REASON-CODE                         PIC 9(2) VALUE 0.
           05 CLN-DATA-TRANS               PIC X(1) VALUE SPACE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 CLN-DATA-XFR                 PIC X(9) VALUE SPACES.
           05 CLN-DATA-SOURCE              PIC X(1) VALUE SPACE.
           05 CLN-DATA-FROM-ITEM           PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(33) VALUE SPACES.
       01 CLN-HDR-RECORD.
           05 CLN-HDR-TYPE                 PIC X(3) VALUE "HDR".
           05 CLN-HDR-CYCLE-DATE           PIC 9(8) VALUE ZEROS.
           05 WS-READ-COUNT                      PIC 9(7) VALUE 0.
           05 WS-CLEAN-COUNT                     PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT                    PIC 9(7) VALUE 0.
           05 WS-CHR-REC-COUNT                   PIC 9(7) VALUE 0.
           05 WS-FEED-CARD-COUNT                 PIC 9(7) VALUE 0.
           05 WS-REKEY-COUNT                     PIC 9(7) VALUE 0.
           05 WS-SUP-NOT-PROVED-COUNT            PIC 9(7) VALUE 0.
      *    Every supersession PR4062 has moved - a code retired
      *    on any night stays retired. WS-SUP-TO-ITEM is where the
      *    stock went - the keyed new code, or the end of the chain
      *    when the new code was itself superseded later.
      *    WS-SUP-RECENT-SW marks the ones moved last night or
      *    tonight, the only ones with move cards to prove. The
      *    counts tally what the edit did with the cards on each.
       01 SUPERSESSION-TABLE-VALUES.
           05 WS-SUP-MAX                         PIC 9(4) VALUE 999.
           05 WS-SUP-COUNT                       PIC 9(4) VALUE 0.
           05 WS-SUP-IX                          PIC 9(4) VALUE 0.
           05 WS-SUP-JX                          PIC 9(4) VALUE 0.
           05 WS-SUP-HIT-IX                      PIC 9(4) VALUE 0.
           05 WS-SUP-PASS                        PIC 9(4) VALUE 0.
           05 WS-SUP-SEARCH-ITEM                 PIC X(5) VALUE SPACES.
           05 WS-SUP-ENTRY OCCURS 999 TIMES.
              10 WS-SUP-OLD-ITEM                 PIC X(5).
              10 WS-SUP-TO-ITEM                  PIC X(5).
              10 WS-SUP-MOVED-DATE               PIC X(8).
              10 WS-SUP-RECENT-SW                PIC X(1).
              10 WS-SUP-MOVED-RECS               PIC 9(7).
              10 WS-SUP-MOVED-UNITS              PIC 9(9).
              10 WS-SUP-D-CARDS                  PIC 9(7).
              10 WS-SUP-Q-UNITS                  PIC 9(9).
              10 WS-SUP-REKEY-CARDS              PIC 9(7).
              10 WS-SUP-REKEY-UNITS              PIC S9(9).
              10 WS-SUP-REJECT-CARDS             PIC 9(7).
       01 EDITED-VALUES.
           05 WS-UNITS-ED                        PIC -(9)9.
       01 DATE-VALUES.
           05 WS-TODAY                           PIC X(8) VALUE SPACES.
           05 WS-TODAY-INT                       PIC 9(7) VALUE 0.
           05 WS-DATE-INT                        PIC 9(7) VALUE 0.
      *    Prior-key holder and first-read flag for the ascending-
      *    sequence check on MSFILE.
       01 SEQUENCE-CHECK-VALUES.
           OPEN OUTPUT EDITRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CLN-HDR-CYCLE-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (WS-TODAY)).
           PERFORM 150-LOAD-SUPERSESSIONS.
           PERFORM 170-COLLAPSE-CHAINS.
           MOVE FUNCTION CURRENT-DATE (1:12) TO CLN-HDR-FILE-ID.
           PERFORM 400-READ-MS.
           SORT SORTWK
              ON ASCENDING KEY SRT-KEYS
              INPUT PROCEDURE IS 450-RELEASE-CARDS
              OUTPUT PROCEDURE IS 500-EDIT-PASS.
           MOVE WS-CLEAN-COUNT TO CLN-TRL-COUNT.
           MOVE CLN-TRL-RECORD TO CLN-RECORD.
           CLOSE MSFILE ITEMXREF CHCLEAN EDITRPT.
           GOBACK.

      *    Walk SUPHIST front to back for every entry PR4062 has
      *    moved.
       150-LOAD-SUPERSESSIONS.
           OPEN INPUT SUPHIST.
           PERFORM 155-READ-ONE-SUPHIST
              UNTIL SH-EOF-SWITCH = "Y".
           CLOSE SUPHIST.

       155-READ-ONE-SUPHIST.
           READ SUPHIST NEXT RECORD
              AT END
                 MOVE "Y" TO SH-EOF-SWITCH
              NOT AT END
                 IF SH-MOVED
                    PERFORM 157-ADD-SUPERSESSION
                 END-IF
           END-READ.

       157-ADD-SUPERSESSION.
           IF WS-SUP-COUNT >= WS-SUP-MAX
              DISPLAY "*** ABEND - SUPERSESSION TABLE FULL ***"
              DISPLAY "TABLE LIMIT: " WS-SUP-MAX
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-SUP-COUNT.
           MOVE SH-OLD-ITEM-CODE TO WS-SUP-OLD-ITEM (WS-SUP-COUNT).
           MOVE SH-NEW-ITEM-CODE TO WS-SUP-TO-ITEM (WS-SUP-COUNT).
           MOVE SH-MOVED-DATE TO WS-SUP-MOVED-DATE (WS-SUP-COUNT).
           MOVE "N" TO WS-SUP-RECENT-SW (WS-SUP-COUNT).
           IF SH-MOVED-DATE IS NUMERIC
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (SH-MOVED-DATE))
              IF WS-TODAY-INT - WS-DATE-INT NOT > 1
                 MOVE "Y" TO WS-SUP-RECENT-SW (WS-SUP-COUNT)
              END-IF
           END-IF.
           IF SH-MOVED-RECS IS NUMERIC
              MOVE SH-MOVED-RECS TO WS-SUP-MOVED-RECS (WS-SUP-COUNT)
           ELSE
              MOVE 0 TO WS-SUP-MOVED-RECS (WS-SUP-COUNT)
           END-IF.
           IF SH-MOVED-UNITS IS NUMERIC
              MOVE SH-MOVED-UNITS TO WS-SUP-MOVED-UNITS (WS-SUP-COUNT)
           ELSE
              MOVE 0 TO WS-SUP-MOVED-UNITS (WS-SUP-COUNT)
           END-IF.
           MOVE 0 TO WS-SUP-D-CARDS (WS-SUP-COUNT).
           MOVE 0 TO WS-SUP-Q-UNITS (WS-SUP-COUNT).
           MOVE 0 TO WS-SUP-REKEY-CARDS (WS-SUP-COUNT).
           MOVE 0 TO WS-SUP-REKEY-UNITS (WS-SUP-COUNT).
           MOVE 0 TO WS-SUP-REJECT-CARDS (WS-SUP-COUNT).

      *    Follow each entry's destination through any other entry
      *    in the table, the way PR4062 collapses a chain moved the
      *    same night. PR4044 never lets a code be superseded
      *    twice, so a chain cannot loop; the pass limit is only a
      *    backstop.
       170-COLLAPSE-CHAINS.
           MOVE "Y" TO WS-CHAIN-MOVED-SW.
           PERFORM 172-COLLAPSE-ONE-PASS
              VARYING WS-SUP-PASS FROM 1 BY 1
              UNTIL WS-CHAIN-MOVED-SW = "N"
              OR WS-SUP-PASS > WS-SUP-MAX.

       172-COLLAPSE-ONE-PASS.
           MOVE "N" TO WS-CHAIN-MOVED-SW.
           PERFORM 174-COLLAPSE-ONE-ENTRY
              VARYING WS-SUP-IX FROM 1 BY 1
              UNTIL WS-SUP-IX > WS-SUP-COUNT.

       174-COLLAPSE-ONE-ENTRY.
           MOVE WS-SUP-TO-ITEM (WS-SUP-IX) TO WS-SUP-SEARCH-ITEM.
           PERFORM 160-FIND-SUPERSESSION.
           IF WS-SUP-FOUND-SW = "Y"
              MOVE WS-SUP-TO-ITEM (WS-SUP-HIT-IX)
                 TO WS-SUP-TO-ITEM (WS-SUP-IX)
              MOVE "Y" TO WS-CHAIN-MOVED-SW
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

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "CHNGE FILE EDIT" TO REPORT-NAME.
                 MOVE "N" TO MS-FIRST-READ-SW
           END-READ.

      *    Input procedure for the sort - every card is released
      *    except an interface feed's header and trailer, which
      *    are taken off here and proved.
       450-RELEASE-CARDS.
           OPEN INPUT CHNGE.
           PERFORM 455-READ-AND-RELEASE
              UNTIL CHR-EOF-SWITCH = "Y".
           CLOSE CHNGE.
           IF WS-FEED-HDR-SW = "Y" AND WS-FEED-TRL-SW NOT = "Y"
              DISPLAY "*** ABEND - CHNGE FEED TRAILER MISSING ***"
              DISPLAY "FEED FILE ID: " CLN-HDR-FILE-ID
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    The feed header is only recognised as the first record
      *    of the file, and its trailer only while a feed is open.
       455-READ-AND-RELEASE.
           READ CHNGE
              AT END
                 MOVE "Y" TO CHR-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-CHR-REC-COUNT
                 EVALUATE TRUE
                    WHEN WS-CHR-REC-COUNT = 1
                       AND CHR-HDR-TYPE = "HDR"
                       AND CHR-HDR-CYCLE-DATE IS NUMERIC
                       AND CHR-HDR-FILE-ID NOT = SPACES
                       MOVE "Y" TO WS-FEED-HDR-SW
                       MOVE CHR-HDR-FILE-ID TO CLN-HDR-FILE-ID
                    WHEN WS-FEED-HDR-SW = "Y"
                       AND WS-FEED-TRL-SW = "N"
                       AND CHR-TRL-TYPE = "TRL"
                       PERFORM 458-PROVE-FEED-TRAILER
                    WHEN OTHER
                       IF WS-FEED-HDR-SW = "Y"
                          AND WS-FEED-TRL-SW = "N"
                          ADD 1 TO WS-FEED-CARD-COUNT
                       END-IF
                       PERFORM 460-REKEY-SUPERSEDED-CARD
                       RELEASE SRT-RECORD FROM CHR-RECORD
                 END-EVALUATE
           END-READ.

       458-PROVE-FEED-TRAILER.
           MOVE "Y" TO WS-FEED-TRL-SW.
           IF CHR-TRL-COUNT IS NOT NUMERIC
              OR CHR-TRL-COUNT NOT = WS-FEED-CARD-COUNT
              DISPLAY "*** ABEND - CHNGE FEED COUNT MISMATCH ***"
              DISPLAY "FEED FILE ID:  " CLN-HDR-FILE-ID
              DISPLAY "TRAILER COUNT: " CHR-TRL-COUNT
              DISPLAY "CARDS READ:    " WS-FEED-CARD-COUNT
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Before a card is sorted - anything in the source columns
      *    other than PR4062's "S" is cleared, and a "Q" or "R" on
      *    a superseded code (other than PR4062's own "D") is moved
      *    to the successor, marked "K" with the code it was keyed
      *    under so the edit pass can report and tally it.
       460-REKEY-SUPERSEDED-CARD.
           IF CHR-SOURCE NOT = "S"
              MOVE SPACE TO CHR-SOURCE
              MOVE SPACES TO CHR-FROM-ITEM
           END-IF.
           IF WS-SUP-COUNT > 0
              AND (CHR-TRANS-CODE = "Q" OR CHR-TRANS-CODE = "R")
              MOVE CHR-ITEM-CODE TO WS-SUP-SEARCH-ITEM
              PERFORM 160-FIND-SUPERSESSION
              IF WS-SUP-FOUND-SW = "Y"
                 MOVE "K" TO CHR-SOURCE
                 MOVE CHR-ITEM-CODE TO CHR-FROM-ITEM
                 MOVE WS-SUP-TO-ITEM (WS-SUP-HIT-IX) TO CHR-ITEM-CODE
              END-IF
           END-IF.

      *    Output procedure for the sort - take each card in key
      *    order, edit it, and route it to CHCLEAN or the error
      *    report. The clean header goes out first, once the
      *    input side has settled which file id it carries.
       500-EDIT-PASS.
           MOVE CLN-HDR-RECORD TO CLN-RECORD.
           WRITE CLN-RECORD.
           PERFORM 510-EDIT-ONE-RECORD
              UNTIL SRT-EOF-SWITCH = "Y".

                    ELSE
                       MOVE SPACES TO CLN-DATA-XFR
                    END-IF
                    IF SUPERSESSION-MOVE
                       MOVE "S" TO CLN-DATA-SOURCE
                       MOVE SRT-FROM-ITEM TO CLN-DATA-FROM-ITEM
                    ELSE
                       MOVE SPACE TO CLN-DATA-SOURCE
                       MOVE SPACES TO CLN-DATA-FROM-ITEM
                    END-IF
                    MOVE CLN-DATA-RECORD TO CLN-RECORD
                    WRITE CLN-RECORD
                    ADD 1 TO WS-CLEAN-COUNT
                    PERFORM 550-TALLY-SUPERSESSION-CARD
                 ELSE
                    PERFORM 540-WRITE-ERROR-LINE
                    IF SRT-SOURCE = "K" OR ITEM-SUPERSEDED
                       ADD 1 TO WS-SUP-REJECT-CARDS (WS-SUP-HIT-IX)
                    END-IF
                 END-IF
           END-RETURN.

       520-VALIDATE-RECORD.
           MOVE 0 TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM 528-CHECK-SUPERSESSION.
           EVALUATE TRUE
      *       Downstream programs classify records on their first
      *       three bytes - a key that happens to spell a header or
                 AND "T" AND "R"
                 MOVE 06 TO WS-REASON-CODE
                 MOVE "TRANS CODE NOT Q/D/C/T/R" TO WS-REASON-TEXT
              WHEN ITEM-SUPERSEDED
                 MOVE 15 TO WS-REASON-CODE
                 MOVE "ITEM CODE SUPERSEDED" TO WS-REASON-TEXT
              WHEN SRT-TRANS-CODE = "T"
                 PERFORM 525-EDIT-TRANSFER-FIELDS
              WHEN SRT-TRANS-CODE = "R" AND SRT-QTY NOT > 0
                 MOVE "DUPLICATE TRANSFER AT KEY" TO WS-REASON-TEXT
           END-EVALUATE.

      *    Settle the card's standing against the supersessions -
      *    a PR4062 "S" card is only honoured as a "D" on a code
      *    moved last night or tonight that it names as moved from,
      *    or a plus "Q" on that code's successor; anything else
      *    left on a superseded code, however long ago it was
      *    retired, fails reason 15. WS-SUP-HIT-IX is left on the
      *    entry concerned.
       528-CHECK-SUPERSESSION.
           MOVE "N" TO WS-SUP-MOVE-SW.
           MOVE "N" TO WS-SUPERSEDED-SW.
           IF SRT-SOURCE = "S" OR SRT-SOURCE = "K"
              MOVE SRT-FROM-ITEM TO WS-SUP-SEARCH-ITEM
              PERFORM 160-FIND-SUPERSESSION
              IF SRT-SOURCE = "S" AND WS-SUP-FOUND-SW = "Y"
                 AND WS-SUP-RECENT-SW (WS-SUP-HIT-IX) = "Y"
                 PERFORM 529-PROVE-SOURCE-FLAG
              END-IF
           END-IF.
           IF NOT SUPERSESSION-MOVE
              IF SRT-SOURCE = "S"
                 MOVE SPACE TO SRT-SOURCE
              END-IF
              IF SRT-SOURCE NOT = "K"
                 MOVE SRT-ITEM-CODE TO WS-SUP-SEARCH-ITEM
                 PERFORM 160-FIND-SUPERSESSION
                 IF WS-SUP-FOUND-SW = "Y"
                    MOVE "Y" TO WS-SUPERSEDED-SW
                 END-IF
              END-IF
           END-IF.

       529-PROVE-SOURCE-FLAG.
           IF SRT-TRANS-CODE = "D"
              AND SRT-ITEM-CODE = SRT-FROM-ITEM
              MOVE "Y" TO WS-SUP-MOVE-SW
           END-IF.
           IF SRT-TRANS-CODE = "Q"
              AND SRT-ITEM-CODE = WS-SUP-TO-ITEM (WS-SUP-HIT-IX)
              AND SRT-QTY IS NUMERIC
              IF SRT-QTY > 0
                 MOVE "Y" TO WS-SUP-MOVE-SW
              END-IF
           END-IF.

      *    Walk the master forward to (or past) the card's key. The
      *    cards arrive in ascending key order out of the sort, so
      *    the master never needs to be backed up.
           END-READ.

       540-WRITE-ERROR-LINE.
           PERFORM 545-WRITE-DETAIL-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       545-WRITE-DETAIL-LINE.
           MOVE SRT-STATE      TO ED-STATE.
           MOVE SRT-CITY       TO ED-CITY.
           MOVE SRT-BRANCH     TO ED-BRANCH.
           MOVE WS-REASON-TEXT TO ED-REASON-TEXT.
           MOVE ERROR-DETAIL TO EDIT-LINE.
           WRITE EDIT-LINE.

      *    A card that reached the clean file - a stock-move card
      *    counts toward its supersession's proof, a re-keyed one
      *    prints with the code it was keyed under.
       550-TALLY-SUPERSESSION-CARD.
           IF SUPERSESSION-MOVE
              IF SRT-TRANS-CODE = "D"
                 ADD 1 TO WS-SUP-D-CARDS (WS-SUP-HIT-IX)
              ELSE
                 ADD SRT-QTY TO WS-SUP-Q-UNITS (WS-SUP-HIT-IX)
              END-IF
           END-IF.
           IF SRT-SOURCE = "K"
              ADD 1 TO WS-SUP-REKEY-CARDS (WS-SUP-HIT-IX)
              ADD SRT-QTY TO WS-SUP-REKEY-UNITS (WS-SUP-HIT-IX)
              ADD 1 TO WS-REKEY-COUNT
              MOVE 0 TO WS-REASON-CODE
              MOVE SPACES TO WS-REASON-TEXT
              STRING "RE-KEYED FROM " DELIMITED BY SIZE
                 SRT-FROM-ITEM DELIMITED BY SIZE
                 INTO WS-REASON-TEXT
              END-STRING
              PERFORM 545-WRITE-DETAIL-LINE
           END-IF.

      *    Control totals so operations can tie the clean file out
      *    against the card count before the merge runs.
              INTO EDIT-LINE
           END-STRING.
           WRITE EDIT-LINE.
           MOVE SPACES TO EDIT-LINE.
           STRING "CARDS RE-KEYED TO SUCCESSOR CODE: " DELIMITED BY SIZE
              WS-REKEY-COUNT DELIMITED BY SIZE
              INTO EDIT-LINE
           END-STRING.
           WRITE EDIT-LINE.
           MOVE SPACES TO EDIT-LINE.
           STRING "CLEAN FILE ID: " DELIMITED BY SIZE
              CLN-HDR-FILE-ID DELIMITED BY SIZE
              INTO EDIT-LINE
           END-STRING.
           WRITE EDIT-LINE.
           IF WS-FEED-HDR-SW = "Y"
              MOVE SPACES TO EDIT-LINE
              STRING "FEED CARDS PROVED TO TRAILER: "
                 DELIMITED BY SIZE
                 WS-FEED-CARD-COUNT DELIMITED BY SIZE
                 INTO EDIT-LINE
              END-STRING
              WRITE EDIT-LINE
           END-IF.
           PERFORM 570-WRITE-SUPERSESSION-PROOF
              VARYING WS-SUP-IX FROM 1 BY 1
              UNTIL WS-SUP-IX > WS-SUP-COUNT.
           IF WS-SUP-COUNT > 0
              MOVE SPACES TO EDIT-LINE
              STRING "SUPERSESSIONS NOT PROVED: " DELIMITED BY SIZE
                 WS-SUP-NOT-PROVED-COUNT DELIMITED BY SIZE
                 INTO EDIT-LINE
              END-STRING
              WRITE EDIT-LINE
           END-IF.

      *    One block per recent supersession in the table that
      *    moved tonight or had move cards tonight. The stock-move
      *    "D" cards and plus "Q" units that passed edit must match
      *    the records and units PR4062 recorded on SUPHIST - a move
      *    card rejected here, or a SUPCHNG file not read with the
      *    keyed cards, shows as a mismatch. Any other supersession
      *    only lists the cards re-keyed off it or rejected on it.
       570-WRITE-SUPERSESSION-PROOF.
           IF WS-SUP-RECENT-SW (WS-SUP-IX) = "Y"
              AND (WS-SUP-MOVED-DATE (WS-SUP-IX) = WS-TODAY
              OR WS-SUP-D-CARDS (WS-SUP-IX) > 0
              OR WS-SUP-Q-UNITS (WS-SUP-IX) > 0)
              PERFORM 572-WRITE-PAIR-PROOF
           END-IF.
           IF WS-SUP-REKEY-CARDS (WS-SUP-IX) > 0
              OR WS-SUP-REJECT-CARDS (WS-SUP-IX) > 0
              PERFORM 574-WRITE-REKEY-TOTALS
           END-IF.

       572-WRITE-PAIR-PROOF.
           MOVE SPACES TO EDIT-LINE.
           WRITE EDIT-LINE.
           MOVE SPACES TO EDIT-LINE.
           STRING "SUPERSESSION " DELIMITED BY SIZE
              WS-SUP-OLD-ITEM (WS-SUP-IX) DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              WS-SUP-TO-ITEM (WS-SUP-IX) DELIMITED BY SIZE
              "  SUPHIST RECS: " DELIMITED BY SIZE
              WS-SUP-MOVED-RECS (WS-SUP-IX) DELIMITED BY SIZE
              " UNITS: " DELIMITED BY SIZE
              WS-SUP-MOVED-UNITS (WS-SUP-IX) DELIMITED BY SIZE
              INTO EDIT-LINE
           END-STRING.
           WRITE EDIT-LINE.
           MOVE SPACES TO EDIT-LINE.
           STRING "  MOVE CARDS PASSED - D CARDS: " DELIMITED BY SIZE
              WS-SUP-D-CARDS (WS-SUP-IX) DELIMITED BY SIZE
              "  +Q UNITS: " DELIMITED BY SIZE
              WS-SUP-Q-UNITS (WS-SUP-IX) DELIMITED BY SIZE
              INTO EDIT-LINE
           END-STRING.
           IF WS-SUP-D-CARDS (WS-SUP-IX)
                 NOT = WS-SUP-MOVED-RECS (WS-SUP-IX)
              OR WS-SUP-Q-UNITS (WS-SUP-IX)
                 NOT = WS-SUP-MOVED-UNITS (WS-SUP-IX)
              MOVE "*** MISMATCH ***" TO EDIT-LINE (70:16)
              ADD 1 TO WS-SUP-NOT-PROVED-COUNT
           END-IF.
           WRITE EDIT-LINE.

       574-WRITE-REKEY-TOTALS.
           MOVE WS-SUP-REKEY-UNITS (WS-SUP-IX) TO WS-UNITS-ED.
           MOVE SPACES TO EDIT-LINE.
           STRING "  " DELIMITED BY SIZE
              WS-SUP-OLD-ITEM (WS-SUP-IX) DELIMITED BY SIZE
              " CARDS RE-KEYED: " DELIMITED BY SIZE
              WS-SUP-REKEY-CARDS (WS-SUP-IX) DELIMITED BY SIZE
              " UNITS: " DELIMITED BY SIZE
              WS-UNITS-ED DELIMITED BY SIZE
              "  REJECTED: " DELIMITED BY SIZE
              WS-SUP-REJECT-CARDS (WS-SUP-IX) DELIMITED BY SIZE
              INTO EDIT-LINE
           END-STRING.
           WRITE EDIT-LINE.
