123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       MATCHSET.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT MATCHES-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MATCHES-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATINGS-STATUS.
           SELECT MATCH-BAK-FILE ASSIGN TO "MATCHBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MATCH-BAK-STATUS.
           SELECT RATING-BAK-FILE ASSIGN TO "RATNGBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATING-BAK-STATUS.
           SELECT GAME-STATS-FILE ASSIGN TO "GAMESTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-HIST-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  MATCHES-FILE.
       01 MATCH-REC PIC X(80).
       FD  RATINGS-FILE.
       01 RATING-REC PIC X(50).
       FD  MATCH-BAK-FILE.
       01 MATCH-BAK-REC PIC X(80).
       FD  RATING-BAK-FILE.
       01 RATING-BAK-REC PIC X(50).
       FD  GAME-STATS-FILE.
       01 GAME-STATS-REC PIC X(44).
       FD  GAME-HIST-FILE.
       01 GAME-HIST-REC.
           03 GH-TYPE PIC X(1).
           03 GH-DETAIL PIC X(44).
       FD  PLAYERS-FILE.
       01 PLAYER-REC.
           03 PR-ID   PIC X(4).
           03 PR-NAME PIC X(20).
           03 PR-STATUS PIC X(1).
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
           03 OL-PROGRAM   PIC X(8).
           03 OL-PARA      PIC X(20).
           03 OL-FILE      PIC X(10).
           03 OL-STATUS    PIC X(2).
       WORKING-STORAGE   SECTION.
       77 MATCHES-STATUS PIC XX.
       77 RATINGS-STATUS PIC XX.
       77 MATCH-BAK-STATUS PIC XX.
       77 RATING-BAK-STATUS PIC XX.
       77 GAME-STATS-STATUS PIC XX.
       77 GAME-HIST-STATUS PIC XX.
       77 PLAYERS-STATUS PIC XX.
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       77 MT-ERR-FLAG PIC X VALUE "N".
       77 RT-ERR-FLAG PIC X VALUE "N".
       77 BK-ERR-FLAG PIC X VALUE "N".
       77 NOTHING-TO-DO PIC X VALUE "N".
       01 OPS-ERR.
           03 OPS-PARA   PIC X(20).
           03 OPS-FILE   PIC X(10).
           03 OPS-STATUS PIC X(2).
       01 TS-WORK.
           03 TS-DATE PIC 9(8).
           03 FILLER  PIC X(13).
      *A CHALLENGE NOT SETTLED THIS MANY DAYS AFTER IT WAS ISSUED
      *IS EXPIRED WITHOUT A RATING CHANGE
       77 DAYS-IN PIC 9(3).
       77 EXPIRE-DAYS PIC 9(3).
       77 TODAY-DAYS PIC 9(7).
       77 ISSUE-DAYS PIC 9(7).
       77 ISSUE-DATE PIC 9(8).
      *A DECIDED OR EXPIRED MATCH IS KEPT ON FILE THIS MANY DAYS
      *AFTER IT CLOSED, THEN DROPPED AT THE NEXT REWRITE.  THE
      *HIGHEST-NUMBERED MATCH IS ALWAYS KEPT SO NEW CHALLENGES GO
      *ON NUMBERING FROM IT.
       77 RETAIN-DAYS PIC 9(3) VALUE 90.
       77 CLOSE-DAYS PIC 9(7).
       77 CLOSE-DATE PIC 9(8).
       77 MT-HIGH-ID PIC 9(6).
       77 MT-KEEP PIC X.
       77 PURGE-CNT PIC 9(5) VALUE 0.
      *EVERY MATCH ON FILE.  STATUS O = OPEN, P = PLAYED BY ONE OR
      *BOTH SIDES, D = DECIDED, X = EXPIRED.  A SIDE'S RESULT IS W,
      *L OR A AS IN GAMESTATS, OR H FOR AN ASSISTED GAME, WHICH
      *CANNOT WIN A MATCH.  A SIDE'S PLAYED FLAG IS N, S = BOARD
      *TAKEN BY THE PLAYER, OR Y = GAME FINISHED.
       01 MATCH-TABLE.
           03 MT-TBL-ENTRY PIC X(80) OCCURS 500.
       77 MT-CNT PIC 9(3) VALUE 0.
       77 MT-IDX PIC 9(3).
       01 MATCH-WORK.
           03 MW-ID         PIC 9(6).
           03 MW-STATUS     PIC X(1).
           03 MW-CODE       PIC X(1).
           03 MW-WIDTH      PIC 9(2).
           03 MW-HEIGHT     PIC 9(2).
           03 MW-MINE       PIC 9(3).
           03 MW-SEED       PIC 9(9).
           03 MW-CHALLENGER PIC X(4).
           03 MW-OPPONENT   PIC X(4).
           03 MW-ISSUED     PIC X(8).
           03 MW-CHL-PLAYED PIC X(1).
           03 MW-OPP-PLAYED PIC X(1).
           03 MW-CHL-RESULT PIC X(1).
           03 MW-CHL-SECS   PIC 9(6).
           03 MW-OPP-RESULT PIC X(1).
           03 MW-OPP-SECS   PIC 9(6).
           03 MW-WINNER     PIC X(4).
           03 MW-CLOSED     PIC X(8).
           03 FILLER        PIC X(12).
      *ONE RATINGS RECORD PER PLAYER WHO HAS HAD A MATCH DECIDED;
      *A NEW PLAYER STARTS AT THE BASE RATING
       01 RATING-TABLE.
           03 RATING-ENTRY OCCURS 1000.
               05 RT-PLAYER PIC X(4).
               05 RT-RATING PIC 9(4).
               05 RT-PLAYED PIC 9(5).
               05 RT-WON    PIC 9(5).
               05 RT-LOST   PIC 9(5).
               05 RT-DRAWN  PIC 9(5).
               05 RT-LAST   PIC X(8).
               05 FILLER    PIC X(14).
       77 RT-CNT PIC 9(4) VALUE 0.
       77 RT-IDX PIC 9(4).
       77 RT-POS PIC 9(4).
       77 RT-POS-A PIC 9(4).
       77 RT-POS-B PIC 9(4).
       77 RT-FULL PIC X VALUE "N".
       77 RT-NEED PIC 9.
       77 RT-SWAPPED PIC X.
       01 RT-HOLD PIC X(50).
       77 RT-KEY PIC X(4).
      *ELO: EXPECTED SCORE FROM THE RATING GAP, THEN K TIMES THE
      *DIFFERENCE BETWEEN RESULT AND EXPECTATION.  WHAT ONE SIDE
      *GAINS THE OTHER LOSES.
       77 BASE-RATING PIC 9(4) VALUE 1500.
       77 K-FACTOR PIC 9(2) VALUE 32.
       77 MIN-RATING PIC 9(4) VALUE 100.
       77 GAP-WK PIC S9(3)V9(6).
       77 POWER-WK PIC 9(6)V9(6).
       77 EXPECT-A PIC 9V9(6).
       77 SCORE-A PIC 9V9.
       77 RATE-DELTA PIC S9(3).
       77 NEW-RATING PIC S9(5).
      *THE GAME RECORD IN HAND, FROM GAMESTATS OR AN ARCHIVED
      *GAMEHIST DETAIL LINE
       01 GAME-IN.
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
      *CONTROL COUNTS
       77 RESULT-CNT PIC 9(5) VALUE 0.
       77 CLOSED-CNT PIC 9(5) VALUE 0.
       77 DECIDED-CNT PIC 9(5) VALUE 0.
       77 EXPIRED-CNT PIC 9(5) VALUE 0.
       77 OPEN-CNT PIC 9(5) VALUE 0.
       77 BALANCE-WK PIC 9(6).
      *PLAYER NAME LOOKUP BY KEY ON THE PLAYERS FILE
       77 PLAYERS-OPEN PIC X VALUE "N".
       77 NAME-KEY PIC X(4).
       77 PLAYER-NAME PIC X(20).
      *REPORT WORK FIELDS
       77 RANK-DISP PIC ZZZ9.
       77 RATING-DISP PIC ZZZ9.
       77 DELTA-DISP PIC +++9.
       77 PLAYED-DISP PIC ZZZZ9.
       77 WON-DISP PIC ZZZZ9.
       77 LOST-DISP PIC ZZZZ9.
       77 DRAWN-DISP PIC ZZZZ9.
       77 CNT-DISP PIC ZZZZ9.
       77 OUTCOME-TEXT PIC X(20).

       PROCEDURE        DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TS-DATE).
           DISPLAY "Days before an unplayed challenge expires "
               "(0 = 14): "
           ACCEPT DAYS-IN.
           IF DAYS-IN IS NOT NUMERIC OR DAYS-IN = 0
               THEN
                   MOVE 14 TO EXPIRE-DAYS
               ELSE
                   MOVE DAYS-IN TO EXPIRE-DAYS
           END-IF.
           PERFORM LOAD-MATCHES THRU EXIT-LOAD-MATCHES.
           PERFORM LOAD-RATINGS THRU EXIT-LOAD-RATINGS.
           IF NOTHING-TO-DO NOT = "Y" AND MT-CNT > 0
               THEN
                   PERFORM SCAN-HISTORY THRU EXIT-SCAN-HISTORY
                   PERFORM SCAN-STATS THRU EXIT-SCAN-STATS
      *A MATCH IS NEVER DECIDED OR EXPIRED FROM A PARTIAL READ OF
      *THE GAME FILES - ITS OTHER RESULT MAY BE IN THE PART MISSED
                   IF ERROR-FLAG NOT = "Y"
                       THEN
                           PERFORM SETTLE-PASS THRU EXIT-SETTLE-PASS
                           PERFORM SORT-LADDER THRU EXIT-SORT-LADDER
                           PERFORM SAVE-FILES THRU EXIT-SAVE-FILES
                           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS
                   END-IF
           END-IF.
           IF NOTHING-TO-DO NOT = "Y"
               THEN
                   PERFORM OPEN-NAMES THRU EXIT-OPEN-NAMES
                   PERFORM PRINT-LADDER THRU EXIT-PRINT-LADDER
                   IF PLAYERS-OPEN = "Y"
                       THEN
                           CLOSE PLAYERS-FILE
                   END-IF
           END-IF.
           IF ERROR-FLAG = "Y" OR NOTHING-TO-DO = "Y"
               THEN
                   IF ERROR-FLAG = "Y"
                       THEN
                           DISPLAY "File errors occurred this run - "
                               "see OPSLOG"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF RT-FULL = "Y"
                       THEN
                           MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.
       STOP RUN.

      *BOTH FILES ARE REWRITTEN IN FULL, SO A FILE TOO BIG FOR ITS
      *TABLE OR ONE THAT COULD NOT BE READ TO THE END STOPS THE RUN
      *BEFORE ANYTHING IS SETTLED
       LOAD-MATCHES.
           OPEN INPUT MATCHES-FILE.
           IF MATCHES-STATUS = "00"
               THEN
                   PERFORM UNTIL MATCHES-STATUS NOT = "00"
                           OR MT-CNT >= 500
                       READ MATCHES-FILE
                           AT END
                               MOVE "10" TO MATCHES-STATUS
                           NOT AT END
                               ADD 1 TO MT-CNT
                               MOVE MATCH-REC TO MT-TBL-ENTRY(MT-CNT)
                       END-READ
                   END-PERFORM
      *A FULL TABLE IS ONLY AN OVERFLOW IF ANOTHER RECORD FOLLOWS
                   IF MT-CNT >= 500 AND MATCHES-STATUS = "00"
                       THEN
                           READ MATCHES-FILE
                               AT END
                                   MOVE "10" TO MATCHES-STATUS
                           END-READ
                   END-IF
                   IF MATCHES-STATUS = "00"
                       THEN
                           DISPLAY "MATCHES has more than 500 "
                               "records - nothing settled, the "
                               "rewrite would destroy the overflow"
                           MOVE "Y" TO NOTHING-TO-DO
                   END-IF
                   IF MATCHES-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "Y" TO NOTHING-TO-DO
                           MOVE "LOAD-MATCHES" TO OPS-PARA
                           MOVE "MATCHES" TO OPS-FILE
                           MOVE MATCHES-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE MATCHES-FILE
               ELSE
                   IF MATCHES-STATUS NOT = "35"
                       THEN
                           MOVE "Y" TO NOTHING-TO-DO
                           MOVE "LOAD-MATCHES" TO OPS-PARA
                           MOVE "MATCHES" TO OPS-FILE
                           MOVE MATCHES-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
           IF MT-CNT = 0 AND NOTHING-TO-DO NOT = "Y"
               THEN
                   DISPLAY "No challenge matches on file - nothing "
                       "to settle"
           END-IF.
       EXIT-LOAD-MATCHES.
           EXIT.

       LOAD-RATINGS.
           OPEN INPUT RATINGS-FILE.
           IF RATINGS-STATUS = "00"
               THEN
                   PERFORM UNTIL RATINGS-STATUS NOT = "00"
                           OR RT-CNT >= 1000
                       READ RATINGS-FILE
                           AT END
                               MOVE "10" TO RATINGS-STATUS
                           NOT AT END
                               ADD 1 TO RT-CNT
                               MOVE RATING-REC TO RATING-ENTRY(RT-CNT)
                       END-READ
                   END-PERFORM
                   IF RT-CNT >= 1000 AND RATINGS-STATUS = "00"
                       THEN
                           READ RATINGS-FILE
                               AT END
                                   MOVE "10" TO RATINGS-STATUS
                           END-READ
                   END-IF
                   IF RATINGS-STATUS = "00"
                       THEN
                           DISPLAY "RATINGS has more than 1000 "
                               "records - nothing settled, the "
                               "rewrite would destroy the overflow"
                           MOVE "Y" TO NOTHING-TO-DO
                   END-IF
                   IF RATINGS-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "Y" TO NOTHING-TO-DO
                           MOVE "LOAD-RATINGS" TO OPS-PARA
                           MOVE "RATINGS" TO OPS-FILE
                           MOVE RATINGS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE RATINGS-FILE
               ELSE
                   IF RATINGS-STATUS NOT = "35"
                       THEN
                           MOVE "Y" TO NOTHING-TO-DO
                           MOVE "LOAD-RATINGS" TO OPS-PARA
                           MOVE "RATINGS" TO OPS-FILE
                           MOVE RATINGS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-RATINGS.
           EXIT.

      *THE ARCHIVE IS READ BEFORE THE LIVE FILE SO EACH SIDE'S
      *EARLIEST GAME ON THE MATCH BOARD IS THE ONE THAT COUNTS
       SCAN-HISTORY.
           OPEN INPUT GAME-HIST-FILE.
           IF GAME-HIST-STATUS = "00"
               THEN
                   PERFORM UNTIL GAME-HIST-STATUS NOT = "00"
                       READ GAME-HIST-FILE
                           AT END
                               MOVE "10" TO GAME-HIST-STATUS
                           NOT AT END
                               IF GH-TYPE = "D"
                                   THEN
                                       MOVE GH-DETAIL TO GAME-IN
                                       PERFORM NOTE-RESULT
                                           THRU EXIT-NOTE-RESULT
                               END-IF
                       END-READ
                   END-PERFORM
                   IF GAME-HIST-STATUS NOT = "10"
                       THEN
                           MOVE "SCAN-HISTORY" TO OPS-PARA
                           MOVE "GAMEHIST" TO OPS-FILE
                           MOVE GAME-HIST-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE GAME-HIST-FILE
               ELSE
                   IF GAME-HIST-STATUS NOT = "35"
                       THEN
                           MOVE "SCAN-HISTORY" TO OPS-PARA
                           MOVE "GAMEHIST" TO OPS-FILE
                           MOVE GAME-HIST-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-SCAN-HISTORY.
           EXIT.

       SCAN-STATS.
           OPEN INPUT GAME-STATS-FILE.
           IF GAME-STATS-STATUS = "00"
               THEN
                   PERFORM UNTIL GAME-STATS-STATUS NOT = "00"
                       READ GAME-STATS-FILE
                           AT END
                               MOVE "10" TO GAME-STATS-STATUS
                           NOT AT END
                               MOVE GAME-STATS-REC TO GAME-IN
                               PERFORM NOTE-RESULT
                                   THRU EXIT-NOTE-RESULT
                       END-READ
                   END-PERFORM
                   IF GAME-STATS-STATUS NOT = "10"
                       THEN
                           MOVE "SCAN-STATS" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE GAME-STATS-FILE
               ELSE
                   IF GAME-STATS-STATUS NOT = "35"
                       THEN
                           MOVE "SCAN-STATS" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-SCAN-STATS.
           EXIT.

      *A GAME COUNTS FOR A SIDE WHEN IT IS THAT PLAYER'S, ON THE
      *MATCH'S LEVEL, BOARD AND SEED, PLAYED NO EARLIER THAN THE
      *DAY OF ISSUE, AND THE SIDE HAS NO RESULT YET.  LINES WRITTEN
      *BEFORE SEEDS AND DATES WERE RECORDED CANNOT MATCH.
       NOTE-RESULT.
           IF GS-SEED IS NUMERIC AND GS-DATE IS NUMERIC
               THEN
                   PERFORM VARYING MT-IDX FROM 1 BY 1
                           UNTIL MT-IDX > MT-CNT
                       MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK
                       IF (MW-STATUS = "O" OR MW-STATUS = "P")
                               AND MW-SEED = GS-SEED
                               AND MW-CODE = GS-CODE
                               AND MW-WIDTH = GS-WIDTH
                               AND MW-HEIGHT = GS-HEIGHT
                               AND MW-MINE = GS-MINE
                               AND GS-DATE NOT < MW-ISSUED
                           THEN
                               PERFORM NOTE-SIDE THRU EXIT-NOTE-SIDE
                       END-IF
                   END-PERFORM
           END-IF.
       EXIT-NOTE-RESULT.
           EXIT.

       NOTE-SIDE.
           IF GS-PLAYER = MW-CHALLENGER AND MW-CHL-RESULT = SPACE
               THEN
                   IF GS-ASSIST = "Y"
                       THEN
                           MOVE "H" TO MW-CHL-RESULT
                       ELSE
                           MOVE GS-RESULT TO MW-CHL-RESULT
                   END-IF
                   MOVE GS-SECONDS TO MW-CHL-SECS
                   MOVE "Y" TO MW-CHL-PLAYED
                   MOVE "P" TO MW-STATUS
                   MOVE MATCH-WORK TO MT-TBL-ENTRY(MT-IDX)
                   ADD 1 TO RESULT-CNT
           END-IF.
           IF GS-PLAYER = MW-OPPONENT AND MW-OPP-RESULT = SPACE
               THEN
                   IF GS-ASSIST = "Y"
                       THEN
                           MOVE "H" TO MW-OPP-RESULT
                       ELSE
                           MOVE GS-RESULT TO MW-OPP-RESULT
                   END-IF
                   MOVE GS-SECONDS TO MW-OPP-SECS
                   MOVE "Y" TO MW-OPP-PLAYED
                   MOVE "P" TO MW-STATUS
                   MOVE MATCH-WORK TO MT-TBL-ENTRY(MT-IDX)
                   ADD 1 TO RESULT-CNT
           END-IF.
       EXIT-NOTE-SIDE.
           EXIT.

      *EVERY OPEN MATCH WITH BOTH RESULTS IN IS DECIDED; ONE STILL
      *WAITING PAST THE EXPIRY LIMIT IS CLOSED WITH NO RATING CHANGE
      *UNLESS A SIDE THAT TOOK THE BOARD AND NEVER FINISHED IT CAN
      *BE SCORED AS A LOSS AGAINST A RESULT ON THE OTHER SIDE
       SETTLE-PASS.
           IF MT-CNT > 0
               THEN
                   DISPLAY "MATCHES SETTLED " TS-DATE
                   DISPLAY "MATCH   PLAYERS      RESULT"
                       "                CHANGE"
           END-IF.
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-CNT
               MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK
               EVALUATE TRUE
                   WHEN MW-STATUS NOT = "O" AND MW-STATUS NOT = "P"
                       ADD 1 TO CLOSED-CNT
                   WHEN MW-CHL-RESULT NOT = SPACE
                           AND MW-OPP-RESULT NOT = SPACE
                       PERFORM DECIDE-MATCH THRU EXIT-DECIDE-MATCH
                   WHEN OTHER
                       PERFORM CHECK-EXPIRY THRU EXIT-CHECK-EXPIRY
               END-EVALUATE
           END-PERFORM.
       EXIT-SETTLE-PASS.
           EXIT.

       CHECK-EXPIRY.
           MOVE 0 TO ISSUE-DAYS.
           IF MW-ISSUED IS NUMERIC
               THEN
                   MOVE MW-ISSUED TO ISSUE-DATE
                   COMPUTE ISSUE-DAYS =
                       FUNCTION INTEGER-OF-DATE(ISSUE-DATE)
           END-IF.
           IF ISSUE-DAYS + EXPIRE-DAYS < TODAY-DAYS
               THEN
                   PERFORM FORFEIT-STARTED THRU EXIT-FORFEIT-STARTED
                   IF MW-CHL-RESULT NOT = SPACE
                           AND MW-OPP-RESULT NOT = SPACE
                       THEN
                           PERFORM DECIDE-MATCH THRU EXIT-DECIDE-MATCH
                       ELSE
                           MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK
                           MOVE "X" TO MW-STATUS
                           MOVE TS-DATE TO MW-CLOSED
                           MOVE MATCH-WORK TO MT-TBL-ENTRY(MT-IDX)
                           ADD 1 TO EXPIRED-CNT
                           MOVE "EXPIRED UNPLAYED" TO OUTCOME-TEXT
                           DISPLAY MW-ID "  " MW-CHALLENGER " v "
                               MW-OPPONENT "  " OUTCOME-TEXT
                   END-IF
               ELSE
                   ADD 1 TO OPEN-CNT
           END-IF.
       EXIT-CHECK-EXPIRY.
           EXIT.

      *A BOARD TAKEN AND NEVER FINISHED - QUIT, OR A SAVE LEFT
      *UNRESUMED - COUNTS AS A LOSS, SO A MATCH CANNOT BE RESTARTED
      *FOR A FRESH LOOK AT THE BOARD AND A FRESH CLOCK
       FORFEIT-STARTED.
           IF MW-CHL-RESULT = SPACE AND MW-CHL-PLAYED = "S"
               THEN
                   MOVE "L" TO MW-CHL-RESULT
                   MOVE 0 TO MW-CHL-SECS
           END-IF.
           IF MW-OPP-RESULT = SPACE AND MW-OPP-PLAYED = "S"
               THEN
                   MOVE "L" TO MW-OPP-RESULT
                   MOVE 0 TO MW-OPP-SECS
           END-IF.
       EXIT-FORFEIT-STARTED.
           EXIT.

      *A WIN BEATS ANYTHING ELSE AND THE FASTER OF TWO WINS TAKES
      *THE MATCH; NO WIN ON EITHER SIDE, OR TWO EQUAL TIMES, IS A
      *DRAW
       DECIDE-MATCH.
           MOVE MW-CHALLENGER TO RT-KEY.
           PERFORM FIND-RATING THRU EXIT-FIND-RATING.
           MOVE RT-POS TO RT-POS-A.
           MOVE MW-OPPONENT TO RT-KEY.
           PERFORM FIND-RATING THRU EXIT-FIND-RATING.
           MOVE RT-POS TO RT-POS-B.
           MOVE 0 TO RT-NEED.
           IF RT-POS-A = 0
               THEN
                   ADD 1 TO RT-NEED
           END-IF.
           IF RT-POS-B = 0
               THEN
                   ADD 1 TO RT-NEED
           END-IF.
           IF RT-CNT + RT-NEED > 1000
               THEN
                   PERFORM RATINGS-FULL THRU EXIT-RATINGS-FULL
                   ADD 1 TO OPEN-CNT
               ELSE
                   IF RT-POS-A = 0
                       THEN
                           MOVE MW-CHALLENGER TO RT-KEY
                           PERFORM ADD-RATING THRU EXIT-ADD-RATING
                           MOVE RT-POS TO RT-POS-A
                   END-IF
                   IF RT-POS-B = 0
                       THEN
                           MOVE MW-OPPONENT TO RT-KEY
                           PERFORM ADD-RATING THRU EXIT-ADD-RATING
                           MOVE RT-POS TO RT-POS-B
                   END-IF
                   EVALUATE TRUE
                       WHEN MW-CHL-RESULT = "W"
                               AND MW-OPP-RESULT NOT = "W"
                           MOVE 1 TO SCORE-A
                       WHEN MW-OPP-RESULT = "W"
                               AND MW-CHL-RESULT NOT = "W"
                           MOVE 0 TO SCORE-A
                       WHEN MW-CHL-RESULT = "W"
                               AND MW-CHL-SECS < MW-OPP-SECS
                           MOVE 1 TO SCORE-A
                       WHEN MW-CHL-RESULT = "W"
                               AND MW-CHL-SECS > MW-OPP-SECS
                           MOVE 0 TO SCORE-A
                       WHEN OTHER
                           MOVE 0.5 TO SCORE-A
                   END-EVALUATE
                   PERFORM APPLY-RATING THRU EXIT-APPLY-RATING
                   MOVE "D" TO MW-STATUS
                   MOVE TS-DATE TO MW-CLOSED
                   MOVE SPACE TO OUTCOME-TEXT
                   EVALUATE SCORE-A
                       WHEN 1
                           MOVE MW-CHALLENGER TO MW-WINNER
                           STRING "WON BY " MW-CHALLENGER
                               DELIMITED BY SIZE INTO OUTCOME-TEXT
                       WHEN 0
                           MOVE MW-OPPONENT TO MW-WINNER
                           STRING "WON BY " MW-OPPONENT
                               DELIMITED BY SIZE INTO OUTCOME-TEXT
                       WHEN OTHER
                           MOVE SPACE TO MW-WINNER
                           MOVE "DRAWN" TO OUTCOME-TEXT
                   END-EVALUATE
                   MOVE MATCH-WORK TO MT-TBL-ENTRY(MT-IDX)
                   ADD 1 TO DECIDED-CNT
                   MOVE RATE-DELTA TO DELTA-DISP
                   DISPLAY MW-ID "  " MW-CHALLENGER " v "
                       MW-OPPONENT "  " OUTCOME-TEXT "  "
                       DELTA-DISP
           END-IF.
       EXIT-DECIDE-MATCH.
           EXIT.

      *THE CHANGE IS ROUNDED ONCE AND APPLIED BOTH WAYS SO THE
      *LADDER'S TOTAL RATING ONLY MOVES WHEN THE FLOOR IS HIT
       APPLY-RATING.
           COMPUTE GAP-WK ROUNDED =
               (RT-RATING(RT-POS-B) - RT-RATING(RT-POS-A)) / 400.
           COMPUTE POWER-WK ROUNDED = 10 ** GAP-WK.
           COMPUTE EXPECT-A ROUNDED = 1 / (1 + POWER-WK).
           COMPUTE RATE-DELTA ROUNDED =
               K-FACTOR * (SCORE-A - EXPECT-A).
           COMPUTE NEW-RATING = RT-RATING(RT-POS-A) + RATE-DELTA.
           IF NEW-RATING < MIN-RATING
               THEN
                   MOVE MIN-RATING TO NEW-RATING
           END-IF.
           MOVE NEW-RATING TO RT-RATING(RT-POS-A).
           COMPUTE NEW-RATING = RT-RATING(RT-POS-B) - RATE-DELTA.
           IF NEW-RATING < MIN-RATING
               THEN
                   MOVE MIN-RATING TO NEW-RATING
           END-IF.
           MOVE NEW-RATING TO RT-RATING(RT-POS-B).
           ADD 1 TO RT-PLAYED(RT-POS-A).
           ADD 1 TO RT-PLAYED(RT-POS-B).
           EVALUATE SCORE-A
               WHEN 1
                   ADD 1 TO RT-WON(RT-POS-A)
                   ADD 1 TO RT-LOST(RT-POS-B)
               WHEN 0
                   ADD 1 TO RT-LOST(RT-POS-A)
                   ADD 1 TO RT-WON(RT-POS-B)
               WHEN OTHER
                   ADD 1 TO RT-DRAWN(RT-POS-A)
                   ADD 1 TO RT-DRAWN(RT-POS-B)
           END-EVALUATE.
           MOVE TS-DATE TO RT-LAST(RT-POS-A).
           MOVE TS-DATE TO RT-LAST(RT-POS-B).
       EXIT-APPLY-RATING.
           EXIT.

       FIND-RATING.
           MOVE 0 TO RT-POS.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CNT OR RT-POS > 0
               IF RT-PLAYER(RT-IDX) = RT-KEY
                   THEN
                       MOVE RT-IDX TO RT-POS
               END-IF
           END-PERFORM.
       EXIT-FIND-RATING.
           EXIT.

      *A PLAYER NOT YET RATED IS ADDED AT THE BASE RATING - ONLY
      *ONCE THERE IS ROOM FOR BOTH SIDES, SO NO PLAYER IS EVER
      *WRITTEN WITH A RATING FROM A MATCH THAT WAS NOT DECIDED
       ADD-RATING.
           ADD 1 TO RT-CNT.
           MOVE RT-CNT TO RT-POS.
           MOVE SPACE TO RATING-ENTRY(RT-POS).
           MOVE RT-KEY TO RT-PLAYER(RT-POS).
           MOVE BASE-RATING TO RT-RATING(RT-POS).
           MOVE 0 TO RT-PLAYED(RT-POS).
           MOVE 0 TO RT-WON(RT-POS).
           MOVE 0 TO RT-LOST(RT-POS).
           MOVE 0 TO RT-DRAWN(RT-POS).
       EXIT-ADD-RATING.
           EXIT.

      *WITH THE TABLE FULL THE MATCH STAYS OPEN FOR A LATER RUN.
      *LOGGED ONCE AS A BOUNDARY VIOLATION (34) ON RATINGS.
       RATINGS-FULL.
           IF RT-FULL NOT = "Y"
               THEN
                   DISPLAY "RATINGS table full - matches with new "
                       "players left open"
                   MOVE "Y" TO RT-FULL
                   MOVE "DECIDE-MATCH" TO OPS-PARA
                   MOVE "RATINGS" TO OPS-FILE
                   MOVE "34" TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-RATINGS-FULL.
           EXIT.

      *HIGHEST RATING FIRST - A SIMPLE EXCHANGE PASS REPEATED
      *UNTIL NOTHING MOVES.  RATINGS IS WRITTEN BACK IN LADDER ORDER.
       SORT-LADDER.
           MOVE "Y" TO RT-SWAPPED.
           PERFORM UNTIL RT-SWAPPED NOT = "Y"
               MOVE "N" TO RT-SWAPPED
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX >= RT-CNT
                   IF RT-RATING(RT-IDX) < RT-RATING(RT-IDX + 1)
                       THEN
                           MOVE RATING-ENTRY(RT-IDX) TO RT-HOLD
                           MOVE RATING-ENTRY(RT-IDX + 1)
                               TO RATING-ENTRY(RT-IDX)
                           MOVE RT-HOLD TO RATING-ENTRY(RT-IDX + 1)
                           MOVE "Y" TO RT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
       EXIT-SORT-LADDER.
           EXIT.

      *BOTH FILES ARE COPIED TO MATCHBAK/RATNGBAK BEFORE EITHER IS
      *REWRITTEN.  RATINGS GOES FIRST.  A MATCH STILL UNDECIDED ON
      *FILE IS SETTLED AGAIN NEXT RUN, SO ONCE EITHER REWRITE HAS
      *FAILED THE TWO FILES NO LONGER AGREE AND BOTH MUST BE PUT
      *BACK FROM THE COPIES, OR THE RATING CHANGES ARE MADE TWICE.
       SAVE-FILES.
           PERFORM COUNT-PURGE THRU EXIT-COUNT-PURGE.
           IF RESULT-CNT > 0 OR DECIDED-CNT > 0 OR EXPIRED-CNT > 0
                   OR PURGE-CNT > 0
               THEN
                   PERFORM BACKUP-MATCHES THRU EXIT-BACKUP-MATCHES
                   IF BK-ERR-FLAG NOT = "Y"
                       THEN
                           PERFORM BACKUP-RATINGS
                               THRU EXIT-BACKUP-RATINGS
                   END-IF
                   IF BK-ERR-FLAG = "Y"
                       THEN
                           DISPLAY "Backup failed - MATCHES and "
                               "RATINGS left unchanged"
                       ELSE
                           PERFORM SAVE-RATINGS THRU EXIT-SAVE-RATINGS
                           IF RT-ERR-FLAG NOT = "Y"
                               THEN
                                   PERFORM SAVE-MATCHES
                                       THRU EXIT-SAVE-MATCHES
                           END-IF
                           IF RT-ERR-FLAG = "Y"
                               THEN
                                   DISPLAY "RATINGS rewrite failed - "
                                       "MATCHES left unchanged"
                           END-IF
                           IF MT-ERR-FLAG = "Y"
                               THEN
                                   DISPLAY "MATCHES rewrite failed"
                           END-IF
                           IF RT-ERR-FLAG = "Y" OR MT-ERR-FLAG = "Y"
                               THEN
                                   DISPLAY "Restore MATCHES from "
                                       "MATCHBAK and RATINGS from "
                                       "RATNGBAK before the next run"
                                   PERFORM LOG-RESTORE
                                       THRU EXIT-LOG-RESTORE
                           END-IF
                   END-IF
           END-IF.
       EXIT-SAVE-FILES.
           EXIT.

       BACKUP-MATCHES.
           OPEN INPUT MATCHES-FILE.
           IF MATCHES-STATUS NOT = "00"
               THEN
                   MOVE "Y" TO BK-ERR-FLAG
                   MOVE "MATCHES" TO OPS-FILE
                   MOVE MATCHES-STATUS TO OPS-STATUS
               ELSE
                   OPEN OUTPUT MATCH-BAK-FILE
                   IF MATCH-BAK-STATUS NOT = "00"
                       THEN
                           MOVE "Y" TO BK-ERR-FLAG
                           MOVE "MATCHBAK" TO OPS-FILE
                           MOVE MATCH-BAK-STATUS TO OPS-STATUS
                       ELSE
                           PERFORM UNTIL MATCHES-STATUS NOT = "00"
                                   OR MATCH-BAK-STATUS NOT = "00"
                               READ MATCHES-FILE
                                   AT END
                                       MOVE "10" TO MATCHES-STATUS
                                   NOT AT END
                                       MOVE MATCH-REC TO MATCH-BAK-REC
                                       WRITE MATCH-BAK-REC
                               END-READ
                           END-PERFORM
                           IF MATCH-BAK-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO BK-ERR-FLAG
                                   MOVE "MATCHBAK" TO OPS-FILE
                                   MOVE MATCH-BAK-STATUS TO OPS-STATUS
                           END-IF
                           IF MATCHES-STATUS NOT = "10"
                                   AND MATCHES-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO BK-ERR-FLAG
                                   MOVE "MATCHES" TO OPS-FILE
                                   MOVE MATCHES-STATUS TO OPS-STATUS
                           END-IF
                           CLOSE MATCH-BAK-FILE
                   END-IF
                   CLOSE MATCHES-FILE
           END-IF.
           IF BK-ERR-FLAG = "Y"
               THEN
                   MOVE "BACKUP-MATCHES" TO OPS-PARA
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-BACKUP-MATCHES.
           EXIT.

      *NO RATINGS FILE YET LEAVES AN EMPTY RATNGBAK, WHICH RESTORES
      *TO THE SAME EMPTY LADDER
       BACKUP-RATINGS.
           OPEN OUTPUT RATING-BAK-FILE.
           IF RATING-BAK-STATUS NOT = "00"
               THEN
                   MOVE "Y" TO BK-ERR-FLAG
                   MOVE "RATNGBAK" TO OPS-FILE
                   MOVE RATING-BAK-STATUS TO OPS-STATUS
               ELSE
                   OPEN INPUT RATINGS-FILE
                   IF RATINGS-STATUS NOT = "00"
                       THEN
                           IF RATINGS-STATUS NOT = "35"
                               THEN
                                   MOVE "Y" TO BK-ERR-FLAG
                                   MOVE "RATINGS" TO OPS-FILE
                                   MOVE RATINGS-STATUS TO OPS-STATUS
                           END-IF
                       ELSE
                           PERFORM UNTIL RATINGS-STATUS NOT = "00"
                                   OR RATING-BAK-STATUS NOT = "00"
                               READ RATINGS-FILE
                                   AT END
                                       MOVE "10" TO RATINGS-STATUS
                                   NOT AT END
                                       MOVE RATING-REC
                                           TO RATING-BAK-REC
                                       WRITE RATING-BAK-REC
                               END-READ
                           END-PERFORM
                           IF RATING-BAK-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO BK-ERR-FLAG
                                   MOVE "RATNGBAK" TO OPS-FILE
                                   MOVE RATING-BAK-STATUS TO OPS-STATUS
                           END-IF
                           IF RATINGS-STATUS NOT = "10"
                                   AND RATINGS-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO BK-ERR-FLAG
                                   MOVE "RATINGS" TO OPS-FILE
                                   MOVE RATINGS-STATUS TO OPS-STATUS
                           END-IF
                           CLOSE RATINGS-FILE
                   END-IF
                   CLOSE RATING-BAK-FILE
           END-IF.
           IF BK-ERR-FLAG = "Y"
               THEN
                   MOVE "BACKUP-RATINGS" TO OPS-PARA
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-BACKUP-RATINGS.
           EXIT.

      *ONE OPSLOG LINE PER FILE TO BE PUT BACK, UNDER THE STATUS OF
      *THE REWRITE THAT FAILED
       LOG-RESTORE.
           MOVE "RESTORE MATCHBAK" TO OPS-PARA.
           MOVE "MATCHES" TO OPS-FILE.
           PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR.
           MOVE "RESTORE RATNGBAK" TO OPS-PARA.
           MOVE "RATINGS" TO OPS-FILE.
           PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR.
       EXIT-LOG-RESTORE.
           EXIT.

       SAVE-RATINGS.
           IF DECIDED-CNT > 0
               THEN
                   OPEN OUTPUT RATINGS-FILE
                   IF RATINGS-STATUS NOT = "00"
                       THEN
                           PERFORM CHK-RATINGS-WRITE
                               THRU EXIT-CHK-RATINGS-WRITE
                       ELSE
                           PERFORM VARYING RT-IDX FROM 1 BY 1
                                   UNTIL RT-IDX > RT-CNT
                               MOVE RATING-ENTRY(RT-IDX) TO RATING-REC
                               WRITE RATING-REC
                               PERFORM CHK-RATINGS-WRITE
                                   THRU EXIT-CHK-RATINGS-WRITE
                           END-PERFORM
                           CLOSE RATINGS-FILE
                           PERFORM CHK-RATINGS-WRITE
                               THRU EXIT-CHK-RATINGS-WRITE
                   END-IF
           END-IF.
       EXIT-SAVE-RATINGS.
           EXIT.

       SAVE-MATCHES.
           IF RESULT-CNT > 0 OR DECIDED-CNT > 0 OR EXPIRED-CNT > 0
                   OR PURGE-CNT > 0
               THEN
                   OPEN OUTPUT MATCHES-FILE
                   IF MATCHES-STATUS NOT = "00"
                       THEN
                           PERFORM CHK-MATCHES-WRITE
                               THRU EXIT-CHK-MATCHES-WRITE
                       ELSE
                           PERFORM VARYING MT-IDX FROM 1 BY 1
                                   UNTIL MT-IDX > MT-CNT
                               PERFORM JUDGE-RETAIN
                                   THRU EXIT-JUDGE-RETAIN
                               IF MT-KEEP = "Y"
                                   THEN
                                       MOVE MT-TBL-ENTRY(MT-IDX)
                                           TO MATCH-REC
                                       WRITE MATCH-REC
                                       PERFORM CHK-MATCHES-WRITE
                                           THRU EXIT-CHK-MATCHES-WRITE
                               END-IF
                           END-PERFORM
                           CLOSE MATCHES-FILE
                           PERFORM CHK-MATCHES-WRITE
                               THRU EXIT-CHK-MATCHES-WRITE
                   END-IF
           END-IF.
       EXIT-SAVE-MATCHES.
           EXIT.

       COUNT-PURGE.
           MOVE 0 TO MT-HIGH-ID.
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-CNT
               MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK
               IF MW-ID IS NUMERIC AND MW-ID > MT-HIGH-ID
                   THEN
                       MOVE MW-ID TO MT-HIGH-ID
               END-IF
           END-PERFORM.
           MOVE 0 TO PURGE-CNT.
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-CNT
               PERFORM JUDGE-RETAIN THRU EXIT-JUDGE-RETAIN
               IF MT-KEEP NOT = "Y"
                   THEN
                       ADD 1 TO PURGE-CNT
               END-IF
           END-PERFORM.
       EXIT-COUNT-PURGE.
           EXIT.

       JUDGE-RETAIN.
           MOVE "Y" TO MT-KEEP.
           MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK.
           IF (MW-STATUS = "D" OR MW-STATUS = "X")
                   AND MW-CLOSED IS NUMERIC
                   AND MW-ID NOT = MT-HIGH-ID
               THEN
                   MOVE MW-CLOSED TO CLOSE-DATE
                   COMPUTE CLOSE-DAYS =
                       FUNCTION INTEGER-OF-DATE(CLOSE-DATE)
                   IF CLOSE-DAYS + RETAIN-DAYS < TODAY-DAYS
                       THEN
                           MOVE "N" TO MT-KEEP
                   END-IF
           END-IF.
       EXIT-JUDGE-RETAIN.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED REWRITE, NOT ONE PER RECORD
       CHK-RATINGS-WRITE.
           IF RATINGS-STATUS NOT = "00" AND RT-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO RT-ERR-FLAG
                   MOVE "SAVE-RATINGS" TO OPS-PARA
                   MOVE "RATINGS" TO OPS-FILE
                   MOVE RATINGS-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-RATINGS-WRITE.
           EXIT.

       CHK-MATCHES-WRITE.
           IF MATCHES-STATUS NOT = "00" AND MT-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO MT-ERR-FLAG
                   MOVE "SAVE-MATCHES" TO OPS-PARA
                   MOVE "MATCHES" TO OPS-FILE
                   MOVE MATCHES-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-MATCHES-WRITE.
           EXIT.

      *EVERY MATCH READ IS ACCOUNTED FOR EXACTLY ONCE
       PRINT-TOTALS.
           DISPLAY " ".
           MOVE MT-CNT TO CNT-DISP.
           DISPLAY "Matches on file:        " CNT-DISP.
           MOVE CLOSED-CNT TO CNT-DISP.
           DISPLAY "  already closed:       " CNT-DISP.
           MOVE DECIDED-CNT TO CNT-DISP.
           DISPLAY "  decided this run:     " CNT-DISP.
           MOVE EXPIRED-CNT TO CNT-DISP.
           DISPLAY "  expired this run:     " CNT-DISP.
           MOVE OPEN-CNT TO CNT-DISP.
           DISPLAY "  still open:           " CNT-DISP.
           MOVE RESULT-CNT TO CNT-DISP.
           DISPLAY "Results taken from games:" CNT-DISP.
           IF PURGE-CNT > 0 AND BK-ERR-FLAG NOT = "Y"
                   AND RT-ERR-FLAG NOT = "Y" AND MT-ERR-FLAG NOT = "Y"
               THEN
                   MOVE PURGE-CNT TO CNT-DISP
                   DISPLAY "Closed matches dropped: " CNT-DISP
           END-IF.
           COMPUTE BALANCE-WK = CLOSED-CNT + DECIDED-CNT
               + EXPIRED-CNT + OPEN-CNT.
           IF BALANCE-WK NOT = MT-CNT
               THEN
                   DISPLAY "MATCH COUNTS OUT OF BALANCE"
                   MOVE "Y" TO ERROR-FLAG
           END-IF.
       EXIT-PRINT-TOTALS.
           EXIT.

       OPEN-NAMES.
           MOVE "N" TO PLAYERS-OPEN.
           OPEN INPUT PLAYERS-FILE.
           IF PLAYERS-STATUS = "00"
               THEN
                   MOVE "Y" TO PLAYERS-OPEN
               ELSE
                   IF PLAYERS-STATUS NOT = "35"
                       THEN
                           MOVE "OPEN-NAMES" TO OPS-PARA
                           MOVE "PLAYERS" TO OPS-FILE
                           MOVE PLAYERS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-OPEN-NAMES.
           EXIT.

      *A READ THAT FAILS FOR ANY REASON BUT A MISSING ID IS LOGGED
      *ONCE, AND THE REST OF THE RUN GOES ON WITHOUT NAMES
       FIND-NAME.
           MOVE SPACE TO PLAYER-NAME.
           IF PLAYERS-OPEN = "Y"
               THEN
                   MOVE NAME-KEY TO PR-ID
                   READ PLAYERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PR-NAME TO PLAYER-NAME
                   END-READ
                   IF PLAYERS-STATUS NOT = "00"
                           AND PLAYERS-STATUS NOT = "23"
                       THEN
                           MOVE "FIND-NAME" TO OPS-PARA
                           MOVE "PLAYERS" TO OPS-FILE
                           MOVE PLAYERS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                           CLOSE PLAYERS-FILE
                           MOVE "N" TO PLAYERS-OPEN
                   END-IF
           END-IF.
       EXIT-FIND-NAME.
           EXIT.

       PRINT-LADDER.
           DISPLAY " ".
           DISPLAY "CHALLENGE LADDER AS OF " TS-DATE.
           IF RT-CNT = 0
               THEN
                   DISPLAY "No rated players yet"
               ELSE
                   DISPLAY "RANK  RATING  PLAYED    WON   LOST  DRAWN"
                       "  PLAYER  NAME"
           END-IF.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-CNT
               MOVE RT-IDX TO RANK-DISP
               MOVE RT-RATING(RT-IDX) TO RATING-DISP
               MOVE RT-PLAYED(RT-IDX) TO PLAYED-DISP
               MOVE RT-WON(RT-IDX) TO WON-DISP
               MOVE RT-LOST(RT-IDX) TO LOST-DISP
               MOVE RT-DRAWN(RT-IDX) TO DRAWN-DISP
               MOVE RT-PLAYER(RT-IDX) TO NAME-KEY
               PERFORM FIND-NAME THRU EXIT-FIND-NAME
               DISPLAY RANK-DISP "    " RATING-DISP "   "
                   PLAYED-DISP "  " WON-DISP "  " LOST-DISP "  "
                   DRAWN-DISP "  " RT-PLAYER(RT-IDX) "    "
                   PLAYER-NAME
           END-PERFORM.
       EXIT-PRINT-LADDER.
           EXIT.

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
      *IN OPSLOG, AND REMEMBER IT SO THE RUN ENDS WITH A NONZERO
      *RETURN CODE.  CALLERS FILL OPS-PARA/OPS-FILE/OPS-STATUS.
       LOG-FILE-ERROR.
           MOVE "Y" TO ERROR-FLAG.
           DISPLAY "WARNING: file error on " OPS-FILE " status "
               OPS-STATUS " in " OPS-PARA.
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP.
           MOVE "MATCHSET" TO OL-PROGRAM.
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
