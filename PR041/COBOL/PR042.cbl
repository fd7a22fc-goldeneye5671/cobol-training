      *    combined file untouched; its trailer is proved against
      *    the data records read, then rewritten with the combined
      *    count so the merge's own trailer check still holds.
      *    CHNGE is the approval-hold output (CHAPPR from PR4060):
      *    the PR4043 clean cards less any held for a supervisor,
      *    plus yesterday's holds now approved.
      *    A held transaction whose item code has since been
      *    superseded is not re-presented on the dead code: a "Q"
      *    or "R" is re-keyed to the code at the end of the chain
      *    SUPHIST shows (the "K" flag in column 42, the code it
      *    was held on in 43-47), and a "C", "D" or "T" is dropped
      *    to the rejects report. The suspense records pass
      *    through SORTWK so a re-keyed one still merges in key
      *    order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHNGE ASSIGN TO CHNGE.
           SELECT COMCHNG ASSIGN TO COMCHNG.
           SELECT RCYCRPT ASSIGN TO RCYCRPT.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT OPTIONAL SUPHIST ASSIGN TO SUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-OLD-ITEM-CODE.
       DATA DIVISION.
       FILE SECTION.
      *    Yesterday's suspense file exactly as PR4041 wrote it -
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 RCYC-LINE                              PIC X(100).
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
      *    Re-presented suspense records on their way to the merge
      *    below - the CHNGE layout, with the source flag and the
      *    code the record was held on at columns 42-47.
       SD SORTWK
           RECORD CONTAINS 80 CHARACTERS.
       01 SRT-RECORD.
           05 SRT-KEYS.
              10 SRT-STATE                       PIC X(2).
              10 SRT-CITY                        PIC X(4).
              10 SRT-BRANCH                      PIC 9(3).
              10 SRT-ITEM-CODE                   PIC X(5).
           05 SRT-QTY                            PIC S9(7).
           05 SRT-TRANS-CODE                     PIC X(1).
           05 SRT-RECYCLE-COUNT                  PIC 9(2).
           05 SRT-FIRST-SUSP-DATE                PIC X(8).
           05 SRT-XFR-TO-LOC                     PIC X(9).
           05 SRT-SOURCE                         PIC X(1).
           05 SRT-FROM-ITEM                      PIC X(5).
           05 FILLER                             PIC X(33).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SUSP-EOF-SWITCH                    PIC X(1) VALUE SPACE.
           05 SRT-EOF-SWITCH                     PIC X(1) VALUE SPACE.
           05 SH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-SUP-FOUND-SW                    PIC X(1) VALUE "N".
           05 CH-EOF-SWITCH                      PIC X(1) VALUE SPACE.
           05 WS-CH-READ-DONE-SW                 PIC X(1) VALUE "N".
           05 WS-CH-HDR-SEEN-SW                  PIC X(1) VALUE "N".
      *    A held transaction may recycle this many times before it
      *    is aged off to the rejects report.
           05 WS-MAX-RECYCLE                     PIC 9(2) VALUE 05.
      *    Why a suspense record went to the rejects report.
           05 WS-REJECT-REASON                   PIC X(25)
                                                 VALUE SPACES.
      *    Every supersession PR4062 has moved. WS-SUP-TO-ITEM is
      *    the code the stock went to - the keyed new code, or the
      *    end of the chain when that code was itself superseded
      *    later.
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
              10 WS-SUP-TO-ITEM                  PIC X(5).
       01 RUN-TOTALS.
           05 WS-RECYCLED-COUNT                  PIC 9(7) VALUE 0.
           05 WS-PASSED-COUNT                    PIC 9(7) VALUE 0.
           05 WS-REJECTED-COUNT                  PIC 9(7) VALUE 0.
           05 WS-REKEY-COUNT                     PIC 9(7) VALUE 0.
           05 WS-SUP-DROPPED-COUNT               PIC 9(7) VALUE 0.
           05 WS-COMBINED-COUNT                  PIC 9(7) VALUE 0.
           05 WS-CH-DATA-COUNT                   PIC 9(7) VALUE 0.
      *    Outgoing trailer image, built here and written around
              10 RJ-CYCLES                   PIC 9(2).
              10 FILLER                      PIC X(6) VALUE SPACES.
              10 RJ-FIRST-DATE               PIC X(8).
              10 FILLER                      PIC X(2) VALUE SPACES.
              10 RJ-REASON                   PIC X(25).
              10 FILLER                      PIC X(16) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "Opening Files..."
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CHNGE.
           OPEN OUTPUT COMCHNG.
           OPEN OUTPUT RCYCRPT.
           PERFORM 210-WRITE-RPT-HEADINGS.
           PERFORM 140-LOAD-SUPERSESSIONS.
           SORT SORTWK
              ON ASCENDING KEY SRT-KEYS
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 150-PRESENT-SUSPENSE
              OUTPUT PROCEDURE IS 190-MERGE-FILES.
           IF WS-CH-HDR-SEEN-SW NOT = "Y"
              DISPLAY "*** ABEND - CHNGE HEADER MISSING ***"
              MOVE 20 TO RETURN-CODE
           MOVE WS-COMBINED-COUNT TO COM-TRL-COUNT.
           WRITE COM-RECORD FROM COM-TRL-RECORD.
           PERFORM 560-WRITE-TRAILER.
           CLOSE CHNGE COMCHNG RCYCRPT.
           GOBACK.

      *    Walk SUPHIST front to back for every entry PR4062 has
      *    moved, however long ago.
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
           MOVE SH-NEW-ITEM-CODE TO WS-SUP-TO-ITEM (WS-SUP-COUNT).

      *    Sort input - yesterday's suspense file, each record
      *    re-presented, aged off or dropped by 510.
       150-PRESENT-SUSPENSE.
           OPEN INPUT SUSPENSE.
           PERFORM 300-READ-SUSP.
           PERFORM 510-RECYCLE-SUSP
              UNTIL SUSP-EOF-SWITCH = "Y".
           CLOSE SUSPENSE.

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

      *    Sort output - the re-presented records merged with the
      *    incoming change file.
       190-MERGE-FILES.
           DISPLAY "Performing Prime Read..."
           PERFORM 310-RETURN-SUSP.
           PERFORM 400-READ-CH.
           PERFORM 500-MERGE-RECORD
              UNTIL SRT-EOF-SWITCH IS EQUAL TO "Y"
              AND CH-EOF-SWITCH IS EQUAL TO "Y".

       210-WRITE-RPT-HEADINGS.
           MOVE 'POP-POP SHIPYARD. INC.' TO SHOP-NAME.
           MOVE "SUSPENSE RECYCLE" TO REPORT-NAME.
           MOVE SPACES TO RCYC-LINE.
           STRING "ST  CITY  BRN   ITEM   TC   "
              DELIMITED BY SIZE
              "DELTA   CYCLES  FIRST-HELD     REASON" DELIMITED BY SIZE
              INTO RCYC-LINE
           END-STRING.
           WRITE RCYC-LINE.
                 MOVE "N" TO SUSP-FIRST-READ-SW
           END-READ.

      *    Next re-presented suspense record back from the sort.
       310-RETURN-SUSP.
           RETURN SORTWK
              AT END
                 MOVE "Y" TO SRT-EOF-SWITCH
           END-RETURN.

      *    Read the next incoming CHNGE data record, abending if
      *    it is out of ascending key sequence. The header passes
      *    straight through to the combined file (the prime read
      *    two together.
       500-MERGE-RECORD.
           EVALUATE TRUE
              WHEN SRT-EOF-SWITCH = "Y"
                 PERFORM 520-PASS-CH-THROUGH
              WHEN CH-EOF-SWITCH = "Y"
                 PERFORM 530-WRITE-RECYCLED
              WHEN SRT-KEYS <= CH-KEYS
                 PERFORM 530-WRITE-RECYCLED
              WHEN OTHER
                 PERFORM 520-PASS-CH-THROUGH
           END-EVALUATE.
              MOVE WS-RUN-DATE TO SUSP-FIRST-DATE
           END-IF.
           IF WS-NEXT-RECYCLE > WS-MAX-RECYCLE
              MOVE "RECYCLE LIMIT REACHED" TO WS-REJECT-REASON
              PERFORM 515-WRITE-REJECT
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              MOVE SPACES TO SRT-RECORD
              MOVE SUSP-KEYS TO SRT-KEYS
              MOVE SUSP-ATTEMPTED-DELTA TO SRT-QTY
              IF SUSP-TRANS-CODE = SPACE
                 MOVE "Q" TO SRT-TRANS-CODE
              ELSE
                 MOVE SUSP-TRANS-CODE TO SRT-TRANS-CODE
              END-IF
              MOVE WS-NEXT-RECYCLE TO SRT-RECYCLE-COUNT
              MOVE SUSP-FIRST-DATE TO SRT-FIRST-SUSP-DATE
              MOVE SUSP-XFR-TO-LOC TO SRT-XFR-TO-LOC
              PERFORM 512-PRESENT-CLEAN-SUSP
           END-IF.

      *    A record still on its own code goes straight to the
      *    sort. On a superseded code a "Q" or "R" goes under the
      *    code its stock now sits under; anything else would post
      *    to a code with no stock and is dropped.
       512-PRESENT-CLEAN-SUSP.
           MOVE SRT-ITEM-CODE TO WS-SUP-SEARCH-ITEM.
           PERFORM 160-FIND-SUPERSESSION.
           IF WS-SUP-FOUND-SW = "Y"
              AND SRT-TRANS-CODE NOT = "Q"
              AND SRT-TRANS-CODE NOT = "R"
              MOVE SPACES TO WS-REJECT-REASON
              STRING "SUPERSEDED BY " DELIMITED BY SIZE
                 WS-SUP-TO-ITEM (WS-SUP-HIT-IX) DELIMITED BY SIZE
                 INTO WS-REJECT-REASON
              END-STRING
              PERFORM 515-WRITE-REJECT
              ADD 1 TO WS-SUP-DROPPED-COUNT
           ELSE
              IF WS-SUP-FOUND-SW = "Y"
                 MOVE WS-SUP-TO-ITEM (WS-SUP-HIT-IX) TO SRT-ITEM-CODE
                 MOVE "K" TO SRT-SOURCE
                 MOVE SUSP-ITEM-CODE TO SRT-FROM-ITEM
                 ADD 1 TO WS-REKEY-COUNT
              END-IF
              RELEASE SRT-RECORD
           END-IF.

      *    One line per undecipherable suspense record so the
           WRITE RCYC-LINE.
           ADD 1 TO WS-BAD-SUSP-COUNT.

      *    One rejects line per aged-out or superseded transaction
      *    so a supervisor can decide what really happens to it.
       515-WRITE-REJECT.
           MOVE SUSP-STATE          TO RJ-STATE.
           MOVE SUSP-CITY           TO RJ-CITY.
              MOVE ZEROS TO RJ-CYCLES
           END-IF.
           MOVE SUSP-FIRST-DATE     TO RJ-FIRST-DATE.
           MOVE WS-REJECT-REASON    TO RJ-REASON.
           MOVE REJECT-DETAIL TO RCYC-LINE.
           WRITE RCYC-LINE.

      *    Copy one incoming CHNGE record to the combined file
      *    unchanged - whatever the keying put in the recycle bytes
           ADD 1 TO WS-COMBINED-COUNT.
           PERFORM 400-READ-CH.

      *    Write one re-presented suspense record to the combined
      *    file.
       530-WRITE-RECYCLED.
           MOVE SRT-RECORD TO COM-RECORD.
           WRITE COM-RECORD.
           ADD 1 TO WS-RECYCLED-COUNT.
           ADD 1 TO WS-COMBINED-COUNT.
           PERFORM 310-RETURN-SUSP.

      *    Control totals on the rejects report so operations can
      *    tie the combined file out before the merge runs.
       560-WRITE-TRAILER.
           END-STRING.
           WRITE RCYC-LINE.
           MOVE SPACES TO RCYC-LINE.
           STRING "  RE-KEYED TO SUCCESSOR CODE: " DELIMITED BY SIZE
              WS-REKEY-COUNT DELIMITED BY SIZE
              INTO RCYC-LINE
           END-STRING.
           WRITE RCYC-LINE.
           MOVE SPACES TO RCYC-LINE.
           STRING "SUSPENSE RECORDS DROPPED - NOT NUMERIC: "
              DELIMITED BY SIZE
              WS-BAD-SUSP-COUNT DELIMITED BY SIZE
           END-STRING.
           WRITE RCYC-LINE.
           MOVE SPACES TO RCYC-LINE.
           STRING "SUSPENSE RECORDS DROPPED - CODE SUPERSEDED: "
              DELIMITED BY SIZE
              WS-SUP-DROPPED-COUNT DELIMITED BY SIZE
              INTO RCYC-LINE
           END-STRING.
           WRITE RCYC-LINE.
           MOVE SPACES TO RCYC-LINE.
           STRING "CHNGE RECORDS PASSED THROUGH: " DELIMITED BY SIZE
              WS-PASSED-COUNT DELIMITED BY SIZE
              INTO RCYC-LINE
