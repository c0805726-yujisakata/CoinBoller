123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       GAMEVRFY.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT GAME-STATS-FILE ASSIGN TO "GAMESTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  GAME-STATS-FILE.
       01 GAME-STATS-REC.
           03 GS-CODE    PIC X(1).
           03 GS-WIDTH   PIC 9(2).
           03 GS-HEIGHT  PIC 9(2).
           03 GS-MINE    PIC 9(3).
           03 GS-RESULT  PIC X(1).
           03 GS-GUESSES PIC 9(4).
           03 GS-PLAYER  PIC X(4).
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC.
           03 AL-CODE      PIC X(1).
           03 AL-MOVE-NO   PIC 9(4).
           03 AL-X         PIC 9(2).
           03 AL-Y         PIC 9(2).
           03 AL-C         PIC X(1).
           03 AL-TIMESTAMP PIC X(21).
           03 AL-PLAYER    PIC X(4).
           03 AL-SEED      PIC 9(9).
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
           03 OL-PROGRAM   PIC X(8).
           03 OL-PARA      PIC X(20).
           03 OL-FILE      PIC X(10).
           03 OL-STATUS    PIC X(2).
       WORKING-STORAGE   SECTION.
       77 GAME-STATS-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       01 OPS-ERR.
           03 OPS-PARA   PIC X(20).
           03 OPS-FILE   PIC X(10).
           03 OPS-STATUS PIC X(2).
      *EVERY MOVE IN THE AUDIT TRAIL, IN FILE ORDER - ONLY WHAT THE
      *SIMULATION NEEDS, THE KEY IS HELD ONCE PER GAME BELOW
       01 AUDIT-TABLE.
           03 AUDIT-ENTRY OCCURS 5000.
               05 AT-MOVE-NO   PIC 9(4).
               05 AT-X         PIC 9(2).
               05 AT-Y         PIC 9(2).
               05 AT-C         PIC X(1).
       77 AT-CNT PIC 9(4) VALUE 0.
       77 AT-IDX PIC 9(4).
      *ONE ENTRY PER GAME FOUND IN THE AUDIT TRAIL (MOVE NUMBERS
      *RESTART AT EACH NEW GAME, SAME RULE THE REPLAY VIEWER USES).
      *A RESUMED GAME CARRIES ON FROM ITS SAVED MOVE NUMBER, SO IT
      *SHOWS UP AS TWO OR MORE PIECES THAT ARE CHAINED BACK UP.
       01 TRAIL-TABLE.
           03 TRAIL-ENTRY OCCURS 500.
               05 TR-CODE    PIC X(1).
               05 TR-PLAYER  PIC X(4).
               05 TR-SEED    PIC X(9).
               05 TR-FIRST   PIC 9(4).
               05 TR-LAST    PIC 9(4).
               05 TR-FIRST-NO PIC 9(4).
               05 TR-LAST-NO PIC 9(4).
               05 TR-USED    PIC X.
       77 TR-CNT PIC 9(3) VALUE 0.
       77 TR-IDX PIC 9(3).
       77 TR-IGNORE PIC X VALUE "N".
       77 PREV-MOVE-NO PIC 9(4).
       77 NEW-PIECE PIC X.
      *TRAIL PIECES MAKING UP THE GAME IN HAND, OLDEST FIRST
       01 CHAIN-TABLE.
           03 CHAIN-ENTRY OCCURS 20.
               05 CH-TRAIL PIC 9(3).
       77 CH-CNT PIC 9(2).
       77 CH-IDX PIC 9(2).
       77 CH-FOUND PIC 9(3).
       77 CH-WANT PIC 9(4).
       77 CH-DONE PIC X.
       77 GS-SEED-X PIC X(9).
      *LEVEL GEOMETRY - THE RESULT LINE CARRIES THE BOARD THE GAME
      *WAS DEALT ON, WHICH STAYS RIGHT EVEN AFTER THE LEVELS ENTRY
      *IS CHANGED
       01 MAP-CONF.
           03 ISSET    PIC X(1).
           03 WIDTH    PIC 9(2).
           03 HEIGHT   PIC 9(2).
           03 N-MINE     PIC 9(3).
       01 DISP-MARK.
           03 UNKNOWN PIC X VALUE "O".
           03 MINE PIC X VALUE "F".
           03 NEAR-MINES VALUE "12345678.".
               05 NEAR-MINE PIC X OCCURS 9.
           03 SUSPECT PIC X VALUE "?".
       01 MINE-MARK.
           03 ISSAFE PIC 9 VALUE 0.
           03 ISMINE PIC 9 VALUE 1.
      *REBUILT BOARD, MINES REGENERATED FROM THE RECORDED SEED
       01 GAME-MAP.
           03 CLMN OCCURS 40.
             05 ROW VALUE ALL " ".
               07 CELL PIC X OCCURS 60.
             05 MINE-ROW.
               07 MINE-CELL PIC 9 OCCURS 60.
      *SEEDED MINE PLACEMENT - KEPT IN STEP WITH THE GAME PROGRAM
      *SO A RECORDED SEED REBUILDS THE SAME MINEFIELD
       77 RAND-STATE PIC 9(18) COMP.
       77 RAND-WORK PIC 9(18) COMP.
       77 RAND-Q PIC 9(18) COMP.
       77 RAND-VAL PIC 9(9).
       01 PXY.
           03 PX PIC 9(2).
           03 PY PIC 9(2).
       77 FG-A PIC X.
       77 N-NEAR-MINE PIC 9.
       01 EDGE.
           03 UP-EDGE PIC X.
           03 DOWN-EDGE PIC X.
           03 LEFT-EDGE PIC X.
           03 RIGHT-EDGE PIC X.
       01 CMD.
          03 X PIC 9(2).
          03 Y PIC 9(2).
      *FLOOD-FILL
       01 FLOOD-QUEUE.
           03 FLOOD-ENTRY OCCURS 2400.
               05 FQ-X PIC 9(2).
               05 FQ-Y PIC 9(2).
       77 FQ-HEAD PIC 9(4).
       77 FQ-TAIL PIC 9(4).
       77 FX PIC 9(2).
       77 FY PIC 9(2).
       77 NX PIC 9(2).
       77 NY PIC 9(2).
      *FOR REPLAYED CHORD MOVES - ANCHOR KEPT APART FROM THE FLOOD
      *WORK FIELDS SO A CASCADE CANNOT SHIFT THE NEIGHBORHOOD
       77 CHORD-X PIC 9(2).
       77 CHORD-Y PIC 9(2).
       77 CHORD-NX PIC 9(2).
       77 CHORD-NY PIC 9(2).
       77 CHORD-K PIC 9.
       77 CHORD-NUM PIC 9.
       77 CHORD-FLAGS PIC 9(2).
      *GAME STATE AS THE GAME PROGRAM KEEPS IT: BLANK WHILE PLAY
      *GOES ON, E FOR A MINE HIT, W FOR A CLEARED BOARD
       77 ON-GAME PIC X.
       77 OPENED-CNT PIC 9(4).
       77 TARGET-CNT PIC 9(4).
       77 END-MOVE PIC 9(4).
       77 EXPECT-NO PIC 9(4).
      *VERDICT FOR THE RESULT LINE IN HAND - THE FIRST FAULT FOUND
      *IS THE ONE REPORTED
       77 EX-REASON PIC X(20).
       77 EX-MOVE PIC 9(4).
      *TOTALS
       77 READ-CNT PIC 9(5) VALUE 0.
       77 GOOD-CNT PIC 9(5) VALUE 0.
       77 EXCEPT-CNT PIC 9(5) VALUE 0.
       77 NOTRAIL-CNT PIC 9(5) VALUE 0.
       77 CNT-DISP PIC ZZZZ9.
       77 MOVE-DISP PIC ZZZ9.
       77 GUESS-DISP PIC ZZZ9.
      *CNT
       77 CNTI PIC 9(3).
       77 CNTJ PIC 9(3).

       PROCEDURE        DIVISION.
       MAIN SECTION.
           PERFORM LOAD-TRAIL THRU EXIT-LOAD-TRAIL.
           PERFORM CHECK-RESULTS THRU EXIT-CHECK-RESULTS.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
                       "see OPSLOG"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF EXCEPT-CNT > 0
                       THEN
                           MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.
       STOP RUN.

       LOAD-TRAIL.
           MOVE 0 TO PREV-MOVE-NO.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-STATUS = "00"
               THEN
                   PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE "10" TO AUDIT-LOG-STATUS
                           NOT AT END
                               PERFORM NOTE-TRAIL-RECORD
                                   THRU EXIT-NOTE-TRAIL-RECORD
                       END-READ
                   END-PERFORM
                   IF AUDIT-LOG-STATUS NOT = "10"
                       THEN
                           MOVE "LOAD-TRAIL" TO OPS-PARA
                           MOVE "AUDITLOG" TO OPS-FILE
                           MOVE AUDIT-LOG-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE AUDIT-LOG-FILE
               ELSE
                   DISPLAY "No AUDITLOG file found"
                   IF AUDIT-LOG-STATUS NOT = "35"
                       THEN
                           MOVE "LOAD-TRAIL" TO OPS-PARA
                           MOVE "AUDITLOG" TO OPS-FILE
                           MOVE AUDIT-LOG-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-TRAIL.
           EXIT.

      *A GAME WHOSE MOVES DO NOT ALL FIT IN THE TABLE IS DROPPED
      *WHOLE - HALF A GAME WOULD REPLAY TO A FALSE EXCEPTION.
      *A PIECE RUNS ONLY WHILE THE MOVES FOLLOW ON ONE BY ONE FOR
      *THE SAME LEVEL, PLAYER AND SEED - A RESUMED GAME LOGGED
      *RIGHT AFTER ANOTHER GAME MUST NOT RUN ON INTO ITS PIECE
       NOTE-TRAIL-RECORD.
           MOVE "N" TO NEW-PIECE.
           IF TR-CNT = 0
               THEN
                   MOVE "Y" TO NEW-PIECE
               ELSE
                   IF AL-MOVE-NO NOT = PREV-MOVE-NO + 1
                           OR AL-CODE NOT = TR-CODE(TR-CNT)
                           OR AL-PLAYER NOT = TR-PLAYER(TR-CNT)
                           OR AL-SEED NOT = TR-SEED(TR-CNT)
                       THEN
                           MOVE "Y" TO NEW-PIECE
                   END-IF
           END-IF.
           IF NEW-PIECE = "Y"
               THEN
                   IF TR-CNT < 500 AND AT-CNT < 5000
                       THEN
                           ADD 1 TO TR-CNT
                           MOVE AL-CODE TO TR-CODE(TR-CNT)
                           MOVE AL-PLAYER TO TR-PLAYER(TR-CNT)
                           MOVE AL-SEED TO TR-SEED(TR-CNT)
                           COMPUTE TR-FIRST(TR-CNT) = AT-CNT + 1
                           MOVE AL-MOVE-NO TO TR-FIRST-NO(TR-CNT)
                           MOVE "N" TO TR-USED(TR-CNT)
                           MOVE "N" TO TR-IGNORE
                       ELSE
                           IF TR-IGNORE NOT = "Y"
                               THEN
                                   DISPLAY "AUDITLOG holds more than "
                                       "500 games or 5000 moves - "
                                       "extra games ignored"
                           END-IF
                           MOVE "Y" TO TR-IGNORE
                   END-IF
           END-IF.
           IF TR-CNT > 0 AND TR-IGNORE NOT = "Y"
               THEN
                   IF AT-CNT < 5000
                       THEN
                           ADD 1 TO AT-CNT
                           MOVE AL-MOVE-NO TO AT-MOVE-NO(AT-CNT)
                           MOVE AL-X TO AT-X(AT-CNT)
                           MOVE AL-Y TO AT-Y(AT-CNT)
                           MOVE AL-C TO AT-C(AT-CNT)
                           MOVE AT-CNT TO TR-LAST(TR-CNT)
                           MOVE AL-MOVE-NO TO TR-LAST-NO(TR-CNT)
                       ELSE
                           DISPLAY "AUDITLOG holds more than 500 "
                               "games or 5000 moves - extra games "
                               "ignored"
                           SUBTRACT 1 FROM TR-CNT
                           MOVE "Y" TO TR-IGNORE
                   END-IF
           END-IF.
           MOVE AL-MOVE-NO TO PREV-MOVE-NO.
       EXIT-NOTE-TRAIL-RECORD.
           EXIT.

       CHECK-RESULTS.
           OPEN INPUT GAME-STATS-FILE.
           IF GAME-STATS-STATUS = "00"
               THEN
                   PERFORM UNTIL GAME-STATS-STATUS NOT = "00"
                       READ GAME-STATS-FILE
                           AT END
                               MOVE "10" TO GAME-STATS-STATUS
                           NOT AT END
                               ADD 1 TO READ-CNT
                               PERFORM CHECK-ONE-RESULT
                                   THRU EXIT-CHECK-ONE-RESULT
                       END-READ
                   END-PERFORM
                   IF GAME-STATS-STATUS NOT = "10"
                       THEN
                           MOVE "CHECK-RESULTS" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE GAME-STATS-FILE
               ELSE
                   DISPLAY "No GAMESTATS file found - nothing to do"
                   IF GAME-STATS-STATUS NOT = "35"
                       THEN
                           MOVE "CHECK-RESULTS" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-CHECK-RESULTS.
           EXIT.

      *FIND THE GAME'S MOVES, REBUILD ITS BOARD, PLAY THE MOVES
      *AND COMPARE WHERE AND HOW THE GAME REALLY ENDED WITH WHAT
      *THE RESULT LINE CLAIMS
       CHECK-ONE-RESULT.
           MOVE SPACE TO EX-REASON.
           MOVE " " TO ON-GAME.
           MOVE 0 TO EX-MOVE.
           IF GS-WIDTH IS NOT NUMERIC OR GS-HEIGHT IS NOT NUMERIC
                   OR GS-MINE IS NOT NUMERIC
                   OR GS-GUESSES IS NOT NUMERIC
               THEN
                   MOVE "RECORD NOT NUMERIC" TO EX-REASON
               ELSE
                   MOVE GS-WIDTH TO WIDTH
                   MOVE GS-HEIGHT TO HEIGHT
                   MOVE GS-MINE TO N-MINE
                   IF WIDTH = 0 OR WIDTH > 60 OR HEIGHT = 0
                           OR HEIGHT > 40 OR N-MINE = 0
                           OR N-MINE NOT < WIDTH * HEIGHT
                       THEN
                           MOVE "BOARD SIZE INVALID" TO EX-REASON
                   END-IF
           END-IF.
      *AN ABANDONED SAVE EXPIRED BEFORE ITS FIRST MOVE HAS NO TRAIL
      *TO REPLAY AND NOTHING TO DISAGREE WITH
           IF EX-REASON = SPACE
                   AND GS-RESULT = "A" AND GS-GUESSES = 0
               THEN
                   MOVE "Z" TO ON-GAME
           END-IF.
           IF EX-REASON = SPACE AND ON-GAME NOT = "Z"
               THEN
                   PERFORM FIND-CHAIN THRU EXIT-FIND-CHAIN
           END-IF.
           IF EX-REASON = SPACE AND ON-GAME NOT = "Z"
               THEN
                   PERFORM SIM-SETUP THRU EXIT-SIM-SETUP
                   PERFORM PLAY-CHAIN THRU EXIT-PLAY-CHAIN
           END-IF.
      *AN ABANDONED GAME (RESULT A, WRITTEN BY THE CHECKPOINT EXPIRY)
      *MUST STILL BE IN PLAY AFTER ITS LAST MOVE
           IF EX-REASON = SPACE AND ON-GAME NOT = "Z"
               THEN
                   IF ON-GAME = " "
                       THEN
                           IF GS-RESULT NOT = "A"
                               THEN
                                   MOVE "GAME NOT FINISHED"
                                       TO EX-REASON
                                   MOVE GS-GUESSES TO EX-MOVE
                           END-IF
                       ELSE
                           IF (ON-GAME = "W" AND GS-RESULT NOT = "W")
                                   OR (ON-GAME = "E"
                                       AND GS-RESULT NOT = "L")
                               THEN
                                   MOVE "RESULT DIFFERS" TO EX-REASON
                                   MOVE END-MOVE TO EX-MOVE
                           END-IF
                   END-IF
           END-IF.
           IF EX-REASON = SPACE
               THEN
                   ADD 1 TO GOOD-CNT
               ELSE
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
           END-IF.
       EXIT-CHECK-ONE-RESULT.
           EXIT.

      *THE LAST PIECE IS THE UNUSED TRAIL GAME WITH THE RESULT'S
      *KEY WHOSE FINAL MOVE NUMBER IS THE GUESS COUNT.  WHILE THE
      *CHAIN DOES NOT START AT MOVE 1, THE EARLIER PIECE IS THE
      *UNUSED ONE BEFORE IT IN THE FILE ENDING ONE MOVE SHORT.
       FIND-CHAIN.
           MOVE GS-SEED TO GS-SEED-X.
           MOVE 0 TO CH-CNT.
           MOVE 0 TO CH-FOUND.
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > TR-CNT
               IF CH-FOUND = 0 AND TR-USED(TR-IDX) NOT = "Y"
                       AND TR-CODE(TR-IDX) = GS-CODE
                       AND TR-PLAYER(TR-IDX) = GS-PLAYER
                       AND TR-SEED(TR-IDX) = GS-SEED-X
                       AND TR-LAST-NO(TR-IDX) = GS-GUESSES
                   THEN
                       MOVE TR-IDX TO CH-FOUND
               END-IF
           END-PERFORM.
           IF CH-FOUND = 0
               THEN
                   MOVE "NO MOVES ON FILE" TO EX-REASON
                   ADD 1 TO NOTRAIL-CNT
               ELSE
                   MOVE "Y" TO TR-USED(CH-FOUND)
                   MOVE 1 TO CH-CNT
                   MOVE CH-FOUND TO CH-TRAIL(1)
                   MOVE "N" TO CH-DONE
                   PERFORM UNTIL CH-DONE = "Y"
                       IF TR-FIRST-NO(CH-TRAIL(1)) NOT > 1
                           THEN
                               MOVE "Y" TO CH-DONE
                           ELSE
                               PERFORM FIND-EARLIER-PIECE
                                   THRU EXIT-FIND-EARLIER-PIECE
                       END-IF
                   END-PERFORM
           END-IF.
       EXIT-FIND-CHAIN.
           EXIT.

       FIND-EARLIER-PIECE.
           COMPUTE CH-WANT = TR-FIRST-NO(CH-TRAIL(1)) - 1.
           MOVE 0 TO CH-FOUND.
           PERFORM VARYING TR-IDX FROM CH-TRAIL(1) BY -1
                   UNTIL TR-IDX < 1 OR CH-FOUND > 0
               IF TR-USED(TR-IDX) NOT = "Y"
                       AND TR-CODE(TR-IDX) = GS-CODE
                       AND TR-PLAYER(TR-IDX) = GS-PLAYER
                       AND TR-SEED(TR-IDX) = GS-SEED-X
                       AND TR-LAST-NO(TR-IDX) = CH-WANT
                   THEN
                       MOVE TR-IDX TO CH-FOUND
               END-IF
           END-PERFORM.
           IF CH-FOUND = 0 OR CH-CNT >= 20
               THEN
                   MOVE "Y" TO CH-DONE
                   MOVE "MOVES MISSING" TO EX-REASON
                   MOVE CH-WANT TO EX-MOVE
               ELSE
                   MOVE "Y" TO TR-USED(CH-FOUND)
                   PERFORM VARYING CH-IDX FROM CH-CNT BY -1
                           UNTIL CH-IDX < 1
                       MOVE CH-TRAIL(CH-IDX) TO CH-TRAIL(CH-IDX + 1)
                   END-PERFORM
                   ADD 1 TO CH-CNT
                   MOVE CH-FOUND TO CH-TRAIL(1)
           END-IF.
       EXIT-FIND-EARLIER-PIECE.
           EXIT.

       SIM-SETUP.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > 40
               MOVE SPACE TO ROW(CNTI)
               MOVE ALL "0" TO MINE-ROW(CNTI)
           END-PERFORM.
           PERFORM SET-MINE-SIM THRU EXIT-SET-MINE-SIM.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > HEIGHT
               PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > WIDTH
                   MOVE UNKNOWN TO CELL(CNTI, CNTJ)
               END-PERFORM
           END-PERFORM.
           MOVE " " TO ON-GAME.
           MOVE 0 TO END-MOVE.
       EXIT-SIM-SETUP.
           EXIT.

      *SAME SEEDED PLACEMENT THE GAME USES - KEPT IN STEP WITH
      *SET-MINE/NEXT-RAND IN THE GAME PROGRAM
       SET-MINE-SIM.
           MOVE GS-SEED TO RAND-STATE.
           IF RAND-STATE = 0
               THEN
                   MOVE 1 TO RAND-STATE
           END-IF.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > N-MINE
               MOVE "A" TO FG-A
               PERFORM UNTIL FG-A = " "
                   PERFORM NEXT-RAND THRU EXIT-NEXT-RAND
                   DIVIDE RAND-VAL BY WIDTH
                       GIVING RAND-Q REMAINDER PX
                   ADD 1 TO PX
                   PERFORM NEXT-RAND THRU EXIT-NEXT-RAND
                   DIVIDE RAND-VAL BY HEIGHT
                       GIVING RAND-Q REMAINDER PY
                   ADD 1 TO PY
                   MOVE " " TO FG-A
                   IF MINE-CELL(PY, PX) = ISMINE
                       THEN
                           MOVE "A" TO FG-A
                   END-IF
               END-PERFORM
               MOVE ISMINE TO MINE-CELL(PY, PX)
           END-PERFORM.
       EXIT-SET-MINE-SIM.
           EXIT.

       NEXT-RAND.
           COMPUTE RAND-WORK = RAND-STATE * 16807.
           DIVIDE RAND-WORK BY 2147483647
               GIVING RAND-Q REMAINDER RAND-STATE.
           MOVE RAND-STATE TO RAND-VAL.
       EXIT-NEXT-RAND.
           EXIT.

      *THE MOVES ARE PLAYED PIECE BY PIECE IN ORDER.  MOVE NUMBERS
      *MUST RUN 1, 2, 3 ... WITHOUT A GAP, AND NO MOVE MAY COME
      *AFTER THE ONE THAT ENDED THE GAME.
       PLAY-CHAIN.
           MOVE 1 TO EXPECT-NO.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > CH-CNT OR EX-REASON NOT = SPACE
               PERFORM VARYING AT-IDX FROM TR-FIRST(CH-TRAIL(CH-IDX))
                       BY 1 UNTIL AT-IDX > TR-LAST(CH-TRAIL(CH-IDX))
                           OR EX-REASON NOT = SPACE
                   IF AT-MOVE-NO(AT-IDX) NOT = EXPECT-NO
                       THEN
                           MOVE "MOVES MISSING" TO EX-REASON
                           MOVE EXPECT-NO TO EX-MOVE
                       ELSE
                           IF ON-GAME NOT = " "
                               THEN
                                   MOVE "MOVES AFTER THE END"
                                       TO EX-REASON
                                   MOVE END-MOVE TO EX-MOVE
                               ELSE
                                   PERFORM APPLY-MOVE
                                       THRU EXIT-APPLY-MOVE
                           END-IF
                   END-IF
                   ADD 1 TO EXPECT-NO
               END-PERFORM
           END-PERFORM.
       EXIT-PLAY-CHAIN.
           EXIT.

      *THE GAME ONLY RECORDS A MOVE IT ACCEPTED: A CHORD ON A
      *REVEALED NUMBER, A HINT ANYWHERE, AND EVERY OTHER COMMAND ON
      *A HIDDEN, FLAGGED OR SUSPECT CELL.  ANYTHING ELSE IN THE
      *TRAIL DID NOT COME FROM THE GAME.
       APPLY-MOVE.
           MOVE AT-X(AT-IDX) TO X.
           MOVE AT-Y(AT-IDX) TO Y.
           IF X = 0 OR X > WIDTH OR Y = 0 OR Y > HEIGHT
               THEN
                   MOVE "MOVE NOT PLAYABLE" TO EX-REASON
                   MOVE AT-MOVE-NO(AT-IDX) TO EX-MOVE
               ELSE
                   EVALUATE AT-C(AT-IDX)
                       WHEN "h"
                           CONTINUE
                       WHEN "c"
                           IF CELL(Y, X) < "1" OR CELL(Y, X) > "8"
                               THEN
                                   MOVE "MOVE NOT PLAYABLE" TO EX-REASON
                           END-IF
                       WHEN "m"
                       WHEN "s"
                       WHEN "u"
                       WHEN "o"
                           IF CELL(Y, X) NOT = UNKNOWN
                                   AND CELL(Y, X) NOT = SUSPECT
                                   AND CELL(Y, X) NOT = MINE
                               THEN
                                   MOVE "MOVE NOT PLAYABLE" TO EX-REASON
                           END-IF
                       WHEN OTHER
                           MOVE "MOVE NOT PLAYABLE" TO EX-REASON
                   END-EVALUATE
                   IF EX-REASON NOT = SPACE
                       THEN
                           MOVE AT-MOVE-NO(AT-IDX) TO EX-MOVE
                   END-IF
           END-IF.
           IF EX-REASON = SPACE
               THEN
                   EVALUATE AT-C(AT-IDX)
                       WHEN "m"
                           MOVE MINE TO CELL(Y, X)
                       WHEN "s"
                           MOVE SUSPECT TO CELL(Y, X)
                       WHEN "u"
                           MOVE UNKNOWN TO CELL(Y, X)
                       WHEN "o"
                           PERFORM SIM-OPEN THRU EXIT-SIM-OPEN
                           PERFORM CHK-WIN THRU EXIT-CHK-WIN
                       WHEN "c"
                           PERFORM SIM-CHORD THRU EXIT-SIM-CHORD
                           PERFORM CHK-WIN THRU EXIT-CHK-WIN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF ON-GAME NOT = " "
                       THEN
                           MOVE AT-MOVE-NO(AT-IDX) TO END-MOVE
                   END-IF
           END-IF.
       EXIT-APPLY-MOVE.
           EXIT.

      *A CHORD OPENS EVERY UNFLAGGED HIDDEN NEIGHBOR OF A SATISFIED
      *NUMBER, STOPPING AT THE FIRST MINE; AN UNSATISFIED ONE OPENS
      *NOTHING - THE SAME TEST THE GAME RUNS
       SIM-CHORD.
           MOVE X TO CHORD-X.
           MOVE Y TO CHORD-Y.
           MOVE 0 TO CHORD-NUM.
           PERFORM VARYING CHORD-K FROM 1 BY 1 UNTIL CHORD-K > 8
               IF CELL(CHORD-Y, CHORD-X) = NEAR-MINE(CHORD-K)
                   THEN
                       MOVE CHORD-K TO CHORD-NUM
               END-IF
           END-PERFORM.
           MOVE 0 TO CHORD-FLAGS.
           PERFORM CHORD-NEAR THRU EXIT-CHORD-NEAR.
           IF CHORD-NUM > 0 AND CHORD-FLAGS = CHORD-NUM
               THEN
                   PERFORM CHORD-NEIGHBORS THRU EXIT-CHORD-NEIGHBORS
           END-IF.
       EXIT-SIM-CHORD.
           EXIT.

      *COUNT THE FLAGS AROUND THE ANCHOR ON THE VISIBLE GRID
       CHORD-NEAR.
           IF CHORD-Y > 1
               THEN
                   COMPUTE CHORD-NY = CHORD-Y - 1
                   MOVE CHORD-X TO CHORD-NX
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
           IF CHORD-Y < HEIGHT
               THEN
                   COMPUTE CHORD-NY = CHORD-Y + 1
                   MOVE CHORD-X TO CHORD-NX
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
           IF CHORD-X > 1
               THEN
                   MOVE CHORD-Y TO CHORD-NY
                   COMPUTE CHORD-NX = CHORD-X - 1
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
           IF CHORD-X < WIDTH
               THEN
                   MOVE CHORD-Y TO CHORD-NY
                   COMPUTE CHORD-NX = CHORD-X + 1
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
           IF CHORD-Y > 1 AND CHORD-X > 1
               THEN
                   COMPUTE CHORD-NY = CHORD-Y - 1
                   COMPUTE CHORD-NX = CHORD-X - 1
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
           IF CHORD-Y > 1 AND CHORD-X < WIDTH
               THEN
                   COMPUTE CHORD-NY = CHORD-Y - 1
                   COMPUTE CHORD-NX = CHORD-X + 1
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
           IF CHORD-Y < HEIGHT AND CHORD-X > 1
               THEN
                   COMPUTE CHORD-NY = CHORD-Y + 1
                   COMPUTE CHORD-NX = CHORD-X - 1
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
           IF CHORD-Y < HEIGHT AND CHORD-X < WIDTH
               THEN
                   COMPUTE CHORD-NY = CHORD-Y + 1
                   COMPUTE CHORD-NX = CHORD-X + 1
                   PERFORM CHORD-TALLY-CELL THRU EXIT-CHORD-TALLY-CELL
           END-IF.
       EXIT-CHORD-NEAR.
           EXIT.

       CHORD-TALLY-CELL.
           IF CELL(CHORD-NY, CHORD-NX) = MINE
               THEN
                   ADD 1 TO CHORD-FLAGS
           END-IF.
       EXIT-CHORD-TALLY-CELL.
           EXIT.

       CHORD-NEIGHBORS.
           IF CHORD-Y > 1
               THEN
                   COMPUTE CHORD-NY = CHORD-Y - 1
                   MOVE CHORD-X TO CHORD-NX
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
           IF CHORD-Y < HEIGHT
               THEN
                   COMPUTE CHORD-NY = CHORD-Y + 1
                   MOVE CHORD-X TO CHORD-NX
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
           IF CHORD-X > 1
               THEN
                   MOVE CHORD-Y TO CHORD-NY
                   COMPUTE CHORD-NX = CHORD-X - 1
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
           IF CHORD-X < WIDTH
               THEN
                   MOVE CHORD-Y TO CHORD-NY
                   COMPUTE CHORD-NX = CHORD-X + 1
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
           IF CHORD-Y > 1 AND CHORD-X > 1
               THEN
                   COMPUTE CHORD-NY = CHORD-Y - 1
                   COMPUTE CHORD-NX = CHORD-X - 1
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
           IF CHORD-Y > 1 AND CHORD-X < WIDTH
               THEN
                   COMPUTE CHORD-NY = CHORD-Y - 1
                   COMPUTE CHORD-NX = CHORD-X + 1
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
           IF CHORD-Y < HEIGHT AND CHORD-X > 1
               THEN
                   COMPUTE CHORD-NY = CHORD-Y + 1
                   COMPUTE CHORD-NX = CHORD-X - 1
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
           IF CHORD-Y < HEIGHT AND CHORD-X < WIDTH
               THEN
                   COMPUTE CHORD-NY = CHORD-Y + 1
                   COMPUTE CHORD-NX = CHORD-X + 1
                   PERFORM CHORD-ONE-CELL THRU EXIT-CHORD-ONE-CELL
           END-IF.
       EXIT-CHORD-NEIGHBORS.
           EXIT.

      *THE GAME STOPS A CHORD AT THE FIRST MINE IT UNCOVERS, SO
      *THE REPLAYED WALK MUST TOO
       CHORD-ONE-CELL.
           IF ON-GAME = " "
                   AND (CELL(CHORD-NY, CHORD-NX) = UNKNOWN
                       OR CELL(CHORD-NY, CHORD-NX) = SUSPECT)
               THEN
                   MOVE CHORD-NX TO X
                   MOVE CHORD-NY TO Y
                   PERFORM SIM-OPEN THRU EXIT-SIM-OPEN
           END-IF.
       EXIT-CHORD-ONE-CELL.
           EXIT.

      *THE OPEN LOGIC FROM THE GAME'S CHK-MINE - A MINE ENDS THE
      *GAME AS A LOSS
       SIM-OPEN.
           IF MINE-CELL(Y,X) = ISMINE
               THEN
                   MOVE "E" TO ON-GAME
               ELSE
                   PERFORM CHK-NEAR THRU EXIT-CHK-NEAR
                   IF N-NEAR-MINE = 0
                       THEN
                           MOVE NEAR-MINE(9) TO CELL(Y,X)
                           PERFORM FLOOD-OPEN THRU EXIT-FLOOD-OPEN
                       ELSE
                           MOVE NEAR-MINE(N-NEAR-MINE) TO CELL(Y,X)
                   END-IF
           END-IF.
       EXIT-SIM-OPEN.
           EXIT.

       FLOOD-OPEN.
           MOVE 1 TO FQ-HEAD.
           MOVE 1 TO FQ-TAIL.
           MOVE X TO FQ-X(1).
           MOVE Y TO FQ-Y(1).
           PERFORM UNTIL FQ-HEAD > FQ-TAIL
               MOVE FQ-X(FQ-HEAD) TO FX
               MOVE FQ-Y(FQ-HEAD) TO FY
               ADD 1 TO FQ-HEAD
               PERFORM TRY-FLOOD-NEIGHBOR THRU EXIT-TRY-FLOOD-NEIGHBOR
           END-PERFORM.
       EXIT-FLOOD-OPEN.
           EXIT.

       TRY-FLOOD-NEIGHBOR.
           IF FY > 1
               THEN
                   COMPUTE NY = FY - 1
                   MOVE FX TO NX
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
           IF FY < HEIGHT
               THEN
                   COMPUTE NY = FY + 1
                   MOVE FX TO NX
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
           IF FX > 1
               THEN
                   MOVE FY TO NY
                   COMPUTE NX = FX - 1
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
           IF FX < WIDTH
               THEN
                   MOVE FY TO NY
                   COMPUTE NX = FX + 1
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
           IF FY > 1 AND FX > 1
               THEN
                   COMPUTE NY = FY - 1
                   COMPUTE NX = FX - 1
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
           IF FY > 1 AND FX < WIDTH
               THEN
                   COMPUTE NY = FY - 1
                   COMPUTE NX = FX + 1
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
           IF FY < HEIGHT AND FX > 1
               THEN
                   COMPUTE NY = FY + 1
                   COMPUTE NX = FX - 1
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
           IF FY < HEIGHT AND FX < WIDTH
               THEN
                   COMPUTE NY = FY + 1
                   COMPUTE NX = FX + 1
                   PERFORM OPEN-ONE-CELL THRU EXIT-OPEN-ONE-CELL
           END-IF.
       EXIT-TRY-FLOOD-NEIGHBOR.
           EXIT.

       OPEN-ONE-CELL.
           IF CELL(NY, NX) = UNKNOWN AND MINE-CELL(NY, NX) NOT = ISMINE
               THEN
                   MOVE NX TO X
                   MOVE NY TO Y
                   PERFORM CHK-NEAR THRU EXIT-CHK-NEAR
                   IF N-NEAR-MINE = 0
                       THEN
                           MOVE NEAR-MINE(9) TO CELL(Y,X)
                           ADD 1 TO FQ-TAIL
                           MOVE X TO FQ-X(FQ-TAIL)
                           MOVE Y TO FQ-Y(FQ-TAIL)
                       ELSE
                           MOVE NEAR-MINE(N-NEAR-MINE) TO CELL(Y,X)
                   END-IF
           END-IF.
       EXIT-OPEN-ONE-CELL.
           EXIT.

      *SAME WIN TEST THE GAME RUNS AFTER AN OPEN OR A CHORD
       CHK-WIN.
           IF ON-GAME = " "
               THEN
                   MOVE 0 TO OPENED-CNT
                   PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > HEIGHT
                       PERFORM VARYING CNTJ FROM 1 BY 1
                               UNTIL CNTJ > WIDTH
                           IF CELL(CNTI, CNTJ) NOT = UNKNOWN
                                   AND CELL(CNTI, CNTJ) NOT = MINE
                                   AND CELL(CNTI, CNTJ) NOT = SUSPECT
                               THEN
                                   ADD 1 TO OPENED-CNT
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   COMPUTE TARGET-CNT = WIDTH * HEIGHT - N-MINE
                   IF OPENED-CNT = TARGET-CNT
                       THEN
                           MOVE "W" TO ON-GAME
                   END-IF
           END-IF.
       EXIT-CHK-WIN.
           EXIT.

       CHK-NEAR.
           PERFORM CHK-EDGE THRU EXIT-CHK-EDGE.
           INITIALIZE N-NEAR-MINE.
           IF UP-EDGE = " "
               THEN
                   ADD MINE-CELL(Y - 1,X) TO N-NEAR-MINE
           END-IF.
           IF UP-EDGE = " " AND LEFT-EDGE = " "
               THEN
                   ADD MINE-CELL(Y - 1,X - 1) TO N-NEAR-MINE
           END-IF.
           IF LEFT-EDGE = " "
               THEN
                   ADD MINE-CELL(Y,X - 1) TO N-NEAR-MINE
           END-IF.
           IF DOWN-EDGE = " " AND LEFT-EDGE = " "
               THEN
                   ADD MINE-CELL(Y + 1,X - 1) TO N-NEAR-MINE
           END-IF.
           IF DOWN-EDGE = " "
               THEN
                   ADD MINE-CELL(Y + 1,X) TO N-NEAR-MINE
           END-IF.
           IF DOWN-EDGE = " " AND RIGHT-EDGE = " "
               THEN
                   ADD MINE-CELL(Y + 1,X + 1) TO N-NEAR-MINE
           END-IF.
           IF RIGHT-EDGE = " "
               THEN
                   ADD MINE-CELL(Y ,X + 1) TO N-NEAR-MINE
           END-IF.
           IF UP-EDGE = " " AND RIGHT-EDGE = " "
               THEN
                   ADD MINE-CELL(Y - 1  ,X + 1) TO N-NEAR-MINE
           END-IF.
       EXIT-CHK-NEAR.
           EXIT.

       CHK-EDGE.
           INITIALIZE EDGE.
           IF X = 1
               THEN
                   MOVE "E" TO LEFT-EDGE
               ELSE
                   IF X = WIDTH
                       THEN
                           MOVE "E" TO RIGHT-EDGE
                   END-IF
           END-IF.
           IF Y = 1
               THEN
                   MOVE "E" TO UP-EDGE
               ELSE
                   IF Y = HEIGHT
                       THEN
                           MOVE "E" TO DOWN-EDGE
                   END-IF
           END-IF.
       EXIT-CHK-EDGE.
           EXIT.

       PRINT-EXCEPTION.
           ADD 1 TO EXCEPT-CNT.
           IF EXCEPT-CNT = 1
               THEN
                   DISPLAY "RESULTS THAT DO NOT HOLD UP AGAINST THEIR "
                       "MOVES"
                   DISPLAY "REASON               LV PLAYER SEED      "
                       "RES GUESSES DATE     AT MOVE"
           END-IF.
           MOVE GS-GUESSES TO GUESS-DISP.
           IF EX-MOVE > 0
               THEN
                   MOVE EX-MOVE TO MOVE-DISP
                   DISPLAY EX-REASON " " GS-CODE "  " GS-PLAYER "   "
                       GS-SEED " " GS-RESULT "      " GUESS-DISP " "
                       GS-DATE "    " MOVE-DISP
               ELSE
                   DISPLAY EX-REASON " " GS-CODE "  " GS-PLAYER "   "
                       GS-SEED " " GS-RESULT "      " GUESS-DISP " "
                       GS-DATE
           END-IF.
       EXIT-PRINT-EXCEPTION.
           EXIT.

       PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "RE-SIMULATION TOTALS".
           MOVE READ-CNT TO CNT-DISP.
           DISPLAY "  Results read:         " CNT-DISP.
           MOVE GOOD-CNT TO CNT-DISP.
           DISPLAY "  Confirmed by moves:   " CNT-DISP.
           MOVE EXCEPT-CNT TO CNT-DISP.
           DISPLAY "  Exceptions:           " CNT-DISP.
           MOVE NOTRAIL-CNT TO CNT-DISP.
           DISPLAY "    of which no moves:  " CNT-DISP.
           IF EXCEPT-CNT = 0
               THEN
                   DISPLAY "  EVERY RESULT CONFIRMED"
               ELSE
                   DISPLAY "  EXCEPTIONS FOUND - hold prizes and "
                       "points for the games listed"
           END-IF.
       EXIT-PRINT-TOTALS.
           EXIT.

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
      *IN OPSLOG, AND REMEMBER IT SO THE RUN ENDS WITH A NONZERO
      *RETURN CODE.  CALLERS FILL OPS-PARA/OPS-FILE/OPS-STATUS.
       LOG-FILE-ERROR.
           MOVE "Y" TO ERROR-FLAG.
           DISPLAY "WARNING: file error on " OPS-FILE " status "
               OPS-STATUS " in " OPS-PARA.
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP.
           MOVE "GAMEVRFY" TO OL-PROGRAM.
           MOVE OPS-PARA TO OL-PARA.
           MOVE OPS-FILE TO OL-FILE.
           MOVE OPS-STATUS TO OL-STATUS.
           OPEN EXTEND OPS-LOG-FILE.
           IF OPS-LOG-STATUS NOT = "00"
               THEN
                   OPEN OUTPUT OPS-LOG-FILE
           END-IF.
           IF OPS-LOG-STATUS = "00"
               THEN
                   WRITE OPS-LOG-REC
                   CLOSE OPS-LOG-FILE
               ELSE
                   DISPLAY "WARNING: OPSLOG is not writable - "
                       "status " OPS-LOG-STATUS
           END-IF.
       EXIT-LOG-FILE-ERROR.
           EXIT.
