               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT HISCORES-FILE ASSIGN TO "HISCORES"
               ORGANIZATION LINE SEQUENTIAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AC-PLAYER
               FILE STATUS IS ACHIEVE-STATUS.
           SELECT MATCHES-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MATCHES-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  LEVELS-FILE.
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-REC.
           03 CP-TYPE PIC X(1).
               05 CP-START-TS PIC X(21).
               05 CP-SEED PIC 9(9).
               05 CP-SAVED-TS PIC X(21).
               05 CP-HINTS PIC 9(3).
               05 FILLER PIC X(47).
           03 CP-ROW-DATA REDEFINES CP-HDR-DATA.
               05 CP-ROW-BODY PIC X(60).
               05 CP-ROW-MINE PIC X(60).
           03 AC-WON-CODES   PIC X(20).
           03 AC-NEW-FLAG    PIC X(1).
           03 AC-LAST-BADGE  PIC X(30).
       FD  MATCHES-FILE.
       01 MATCH-REC PIC X(80).
       WORKING-STORAGE   SECTION.
      *FOR MESSAGE
       01 SEL-LV.
           03 CW-START-TS PIC X(21).
           03 CW-SEED PIC 9(9).
           03 CW-SAVED-TS PIC X(21).
           03 CW-HINTS PIC 9(3).
           03 FILLER PIC X(47).
       01 CP-ROW-WORK REDEFINES CP-WORK.
           03 FILLER PIC X(1).
           03 CW-ROW-BODY PIC X(60).
       77 HS-LVL-CNT PIC 9(2).
       77 HS-WRITTEN PIC X.
      *FOR ACHIEVEMENT AND STREAK TRACKING - ONE ACHIEVE RECORD
      *PER PLAYER, KEYED ON THE PLAYER ID, UPDATED IN PLACE WHEN A
      *GAME FINISHES AND ANNOUNCED AT SIGN-ON
       77 ACHIEVE-STATUS PIC XX.
       77 AC-ERR-FLAG PIC X VALUE "N".
       77 AC-PARA PIC X(20).
       77 ACH-OPEN PIC X VALUE "N".
       77 ACH-FOUND PIC X VALUE "N".
       77 AC-K PIC 9(2).
       77 AC-SLOT PIC 9(2).
       77 AC-CODE-FOUND PIC X.
       77 STREAK-DISP PIC ZZZ9.
       77 BEST-DISP PIC ZZZ9.
       77 TOTWIN-DISP PIC ZZZZZ9.
      *FOR HEAD-TO-HEAD CHALLENGE MATCHES - BOTH SIDES PLAY THE
      *SAME SEED AND THE SETTLEMENT RUN DECIDES THE MATCH FROM
      *GAMESTATS.  STATUS O = OPEN, P = PLAYED BY ONE OR BOTH SIDES
      *AND AWAITING SETTLEMENT, D = DECIDED, X = EXPIRED.  A SIDE'S
      *PLAYED FLAG IS N, S = BOARD TAKEN (SCORED A LOSS IF STILL NOT
      *FINISHED WHEN THE MATCH EXPIRES), Y = GAME FINISHED.
      *MATCH-GAME: N = ORDINARY GAME, I = CHALLENGE BEING ISSUED,
      *A = CHALLENGE ACCEPTED, BOARD NOT YET DEALT, Y = MATCH GAME.
       77 MATCHES-STATUS PIC XX.
       01 MATCH-TABLE.
           03 MT-TBL-ENTRY PIC X(80) OCCURS 500.
       77 MT-CNT PIC 9(3) VALUE 0.
       77 MT-IDX PIC 9(3).
       77 MT-PICKED PIC 9(3).
       77 MT-PEND-CNT PIC 9(3).
       77 MT-NEXT-ID PIC 9(6).
       77 MT-OVERFLOW PIC X VALUE "N".
       77 MT-LOAD-FAIL PIC X VALUE "N".
       77 MT-ERR-FLAG PIC X VALUE "N".
       77 MT-PARA PIC X(20).
       77 MATCH-GAME PIC X VALUE "N".
       77 MATCH-FLAG PIC X.
       77 MATCH-ID-IN PIC 9(6).
       77 OPP-ID PIC X(4).
       77 OPP-OK PIC X.
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
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       77 OPENED-CNT PIC 9(4).
       77 TARGET-CNT PIC 9(4).
       77 DEBUG-FLAG PIC X VALUE "N".
      *AN ASSISTED GAME - MINES SHOWN OR A HINT TAKEN - STILL GOES
      *INTO GAMESTATS, BUT ITS WIN EARNS NO BEST TIME OR BADGE
       77 HINT-CNT PIC 9(3) VALUE 0.
       77 ASSIST-FLAG PIC X VALUE "N".
       01 EDGE.
           03 UP-EDGE PIC X.
           03 DOWN-EDGE PIC X.
       MAIN SECTION.
           PERFORM SIGN-ON THRU EXIT-SIGN-ON
               UNTIL SIGNON-OK = "Y".
           PERFORM MATCH-SIGN-ON THRU EXIT-MATCH-SIGN-ON.
           IF MATCH-GAME = "N"
               THEN
                   DISPLAY "Resume a saved game? (y/n)"
                   ACCEPT RESUME-FLAG
                   IF RESUME-FLAG = "y"
                       THEN
                           PERFORM RESUME-GAME THRU EXIT-RESUME-GAME
                   END-IF
           END-IF.
           IF ISSET NOT = "Y" OR MATCH-GAME = "A"
               THEN
                   PERFORM SEL-SAVE-SLOT THRU EXIT-SEL-SAVE-SLOT
           END-IF.
      *PROMPTS RUN ONCE UP FRONT; EVERYTHING FROM LEVEL SELECTION
      *TO THE RESULT RECORD REPEATS FOR EACH GAME OF THE SESSION.
       PLAY-ONE-GAME.
      *AN ACCEPTED CHALLENGE IS DEALT HERE, AFTER THE SESSION
      *PROMPTS, SO ITS CLOCK STARTS WITH THE FIRST MOVE PROMPT
           IF MATCH-GAME = "A"
               THEN
                   PERFORM CLEAR-MINES THRU EXIT-INIT
                   MOVE "Y" TO MATCH-GAME
           END-IF.
           IF ISSET NOT = "Y"
               THEN
                   PERFORM SEL-LEVEL THRU EXIT-INIT
                   IF AGAIN-FLAG = "y"
                       THEN
                           MOVE "Y" TO MORE-GAMES
                           MOVE "N" TO MATCH-GAME
                           MOVE 0 TO GUESS-CNT
                           MOVE " " TO ON-GAME
                           DISPLAY "Keep level LV-" LV "? (y/n)"
           OPEN INPUT PLAYERS-FILE.
           IF PLAYERS-STATUS = "00"
               THEN
                   MOVE PLAYER-ID TO PR-ID
                   READ PLAYERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PR-NAME TO PLAYER-NAME
                           MOVE PR-STATUS TO PLAYER-ACTIVE
                           MOVE "Y" TO PLAYER-FOUND
                   END-READ
                   IF PLAYERS-STATUS NOT = "00"
                           AND PLAYERS-STATUS NOT = "23"
                       THEN
                           MOVE "SIGN-ON" TO OPS-PARA
                           MOVE "PLAYERS" TO OPS-FILE
                   MOVE PLAYER-ID TO PR-ID
                   MOVE PLAYER-NAME TO PR-NAME
                   MOVE "A" TO PR-STATUS
                   OPEN I-O PLAYERS-FILE
                   IF PLAYERS-STATUS = "35"
                       THEN
                           OPEN OUTPUT PLAYERS-FILE
                   END-IF
           END-PERFORM.
           MOVE LV TO SEL-LV-VAL.
           DISPLAY SEL-LV.
      *A CHALLENGE IS NEVER PLAYED WITH THE MINES SHOWN, AND ITS
      *SEED IS DRAWN FRESH SO NEITHER SIDE HAS SEEN THE BOARD
           IF MATCH-GAME = "I"
               THEN
                   MOVE "N" TO DEBUG-FLAG
                   PERFORM ISSUE-MATCH THRU EXIT-ISSUE-MATCH
               ELSE
                   DISPLAY "Instructor/debug mode (show mines)? (y/n)"
                   ACCEPT DEBUG-FLAG
                   IF DEBUG-FLAG NOT = "y"
                       THEN
                           MOVE "N" TO DEBUG-FLAG
                       ELSE
                           MOVE "Y" TO DEBUG-FLAG
                   END-IF
                   PERFORM SEL-SEED THRU EXIT-SEL-SEED
           END-IF.
      *A FRESH GAME STARTS FROM AN EMPTY BOARD - A LATER GAME IN
      *THE SESSION MUST NOT INHERIT THE PREVIOUS BOARD'S MINES OR,
      *WHEN IT IS SMALLER, THE OLD MARKS BEYOND ITS OWN EDGES
               END-PERFORM
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO GAME-START-TS.
           MOVE 0 TO HINT-CNT.
       EXIT-INIT.
           EXIT.
      *ONLY THE SIGNED-ON PLAYER'S SAVES ARE OFFERED, SO A RESUME
           MOVE CW-MINE TO N-MINE.
           MOVE CW-GUESS-CNT TO GUESS-CNT.
           MOVE CW-DEBUG TO DEBUG-FLAG.
           IF CW-HINTS IS NUMERIC
               THEN
                   MOVE CW-HINTS TO HINT-CNT
               ELSE
                   MOVE 0 TO HINT-CNT
           END-IF.
           IF CW-START-TS = SPACE
               THEN
                   MOVE FUNCTION CURRENT-DATE TO GAME-START-TS
           END-IF.
       EXIT-SEL-SAVE-SLOT.
           EXIT.

      *CHALLENGES WAITING FOR THIS PLAYER ARE SHOWN AT SIGN-ON AND
      *ONE MAY BE PLAYED AT ONCE; OTHERWISE THE PLAYER MAY ISSUE A
      *NEW ONE, WHICH IS RECORDED WHEN ITS LEVEL HAS BEEN CHOSEN
       MATCH-SIGN-ON.
           MOVE "N" TO MATCH-GAME.
           PERFORM LOAD-MT-TABLE THRU EXIT-LOAD-MT-TABLE.
           MOVE 0 TO MT-PEND-CNT.
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-CNT
               MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK
               IF MW-STATUS = "O" OR MW-STATUS = "P"
                   THEN
                       IF MW-OPPONENT = PLAYER-ID
                               AND MW-OPP-PLAYED = "N"
                           THEN
                               PERFORM SHOW-PENDING-MATCH
                                   THRU EXIT-SHOW-PENDING-MATCH
                       END-IF
                       IF MW-CHALLENGER = PLAYER-ID
                               AND MW-CHL-PLAYED = "N"
                           THEN
                               PERFORM SHOW-PENDING-MATCH
                                   THRU EXIT-SHOW-PENDING-MATCH
                       END-IF
               END-IF
           END-PERFORM.
           IF MT-PEND-CNT > 0
               THEN
                   DISPLAY "Play a challenge match now? "
                       "(match number, 0 = no): "
                   ACCEPT MATCH-ID-IN
                   IF MATCH-ID-IN IS NUMERIC AND MATCH-ID-IN > 0
                       THEN
                           PERFORM PICK-MATCH THRU EXIT-PICK-MATCH
                   END-IF
           END-IF.
           IF MATCH-GAME = "N"
               THEN
                   DISPLAY "Issue a challenge to another player? "
                       "(y/n)"
                   ACCEPT MATCH-FLAG
                   IF MATCH-FLAG = "y"
                       THEN
                           PERFORM GET-OPPONENT THRU EXIT-GET-OPPONENT
                   END-IF
           END-IF.
       EXIT-MATCH-SIGN-ON.
           EXIT.

       SHOW-PENDING-MATCH.
           IF MT-PEND-CNT = 0
               THEN
                   DISPLAY "Challenge matches waiting for you:"
                   DISPLAY "MATCH   PLAYERS      LV  ISSUED"
           END-IF.
           ADD 1 TO MT-PEND-CNT.
           DISPLAY MW-ID "  " MW-CHALLENGER " v " MW-OPPONENT "  "
               MW-CODE "   " MW-ISSUED.
       EXIT-SHOW-PENDING-MATCH.
           EXIT.

      *THE MATCH BRINGS ITS OWN GEOMETRY AND SEED, SO BOTH SIDES
      *GET THE SAME BOARD EVEN IF LEVELS HAS CHANGED IN BETWEEN.
      *THE SIDE IS MARKED TAKEN ON FILE BEFORE THE BOARD IS DEALT,
      *SO A MATCH CANNOT BE QUIT AND PICKED AGAIN FOR A FRESH
      *CLOCK; IF THE MARK CANNOT BE RECORDED THE MATCH IS NOT PLAYED.
       PICK-MATCH.
           MOVE 0 TO MT-PICKED.
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-CNT
               MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK
               IF MW-ID = MATCH-ID-IN
                       AND (MW-STATUS = "O" OR MW-STATUS = "P")
                   THEN
                       IF (MW-OPPONENT = PLAYER-ID
                               AND MW-OPP-PLAYED = "N")
                           OR (MW-CHALLENGER = PLAYER-ID
                               AND MW-CHL-PLAYED = "N")
                           THEN
                               MOVE MT-IDX TO MT-PICKED
                       END-IF
               END-IF
           END-PERFORM.
           IF MT-PICKED = 0
               THEN
                   DISPLAY "No such match waiting for you"
               ELSE
                   MOVE MT-TBL-ENTRY(MT-PICKED) TO MATCH-WORK
                   IF MW-CHALLENGER = PLAYER-ID
                       THEN
                           MOVE "S" TO MW-CHL-PLAYED
                       ELSE
                           MOVE "S" TO MW-OPP-PLAYED
                   END-IF
                   MOVE MATCH-WORK TO MT-TBL-ENTRY(MT-PICKED)
                   MOVE "PICK-MATCH" TO MT-PARA
                   PERFORM REWRITE-MT-TABLE THRU EXIT-REWRITE-MT-TABLE
                   IF MT-ERR-FLAG = "Y"
                       THEN
                           DISPLAY "Challenge match could not be "
                               "started - try again later"
                       ELSE
                           MOVE MW-CODE TO LV
                           MOVE "Y" TO ISSET
                           MOVE MW-WIDTH TO WIDTH
                           MOVE MW-HEIGHT TO HEIGHT
                           MOVE MW-MINE TO N-MINE
                           MOVE MW-SEED TO GAME-SEED
                           MOVE "N" TO DEBUG-FLAG
                           MOVE "A" TO MATCH-GAME
                           DISPLAY "Challenge match " MW-ID ": "
                               MW-CHALLENGER " v " MW-OPPONENT
                               " on LV-" LV
                           DISPLAY "The match is now started - a "
                               "game not finished before it expires "
                               "counts as lost"
                   END-IF
           END-IF.
       EXIT-PICK-MATCH.
           EXIT.

      *ONLY AN ACTIVE ID ON THE PLAYERS FILE CAN BE CHALLENGED
       GET-OPPONENT.
           DISPLAY "Player ID to challenge: "
           ACCEPT OPP-ID.
           MOVE "N" TO OPP-OK.
           IF OPP-ID NOT = SPACE AND OPP-ID NOT = PLAYER-ID
               THEN
                   OPEN INPUT PLAYERS-FILE
                   IF PLAYERS-STATUS = "00"
                       THEN
                           MOVE OPP-ID TO PR-ID
                           READ PLAYERS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PR-STATUS = "A"
                                           OR PR-STATUS = " "
                                       THEN
                                           MOVE "Y" TO OPP-OK
                                   END-IF
                           END-READ
                           IF PLAYERS-STATUS NOT = "00"
                                   AND PLAYERS-STATUS NOT = "23"
                               THEN
                                   MOVE "GET-OPPONENT" TO OPS-PARA
                                   MOVE "PLAYERS" TO OPS-FILE
                                   MOVE PLAYERS-STATUS TO OPS-STATUS
                                   PERFORM LOG-FILE-ERROR
                                       THRU EXIT-LOG-FILE-ERROR
                           END-IF
                           CLOSE PLAYERS-FILE
                       ELSE
                           MOVE "GET-OPPONENT" TO OPS-PARA
                           MOVE "PLAYERS" TO OPS-FILE
                           MOVE PLAYERS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
           IF OPP-OK = "Y"
               THEN
                   MOVE "I" TO MATCH-GAME
                   DISPLAY "Choose the level for the challenge to "
                       OPP-ID
               ELSE
                   DISPLAY "Player " OPP-ID " is not an active "
                       "player you can challenge - no challenge issued"
           END-IF.
       EXIT-GET-OPPONENT.
           EXIT.

      *THE NEW MATCH IS APPENDED, NUMBERED ONE PAST THE HIGHEST ON
      *FILE, WITH THE CHALLENGER'S SIDE ALREADY TAKEN.  A FILE TOO
      *BIG TO LOAD WHOLE CANNOT SHOW THE HIGHEST NUMBER, SO THEN, AS
      *WHEN IT CANNOT BE RECORDED, THE GAME GOES AHEAD AS AN
      *ORDINARY ONE ON THE SAME BOARD.  THE SEED IS NOT SHOWN FOR A
      *MATCH, SO ITS BOARD CANNOT BE PRACTISED AS AN ORDINARY GAME.
       ISSUE-MATCH.
           MOVE FUNCTION CURRENT-DATE TO SEED-SRC.
           MOVE SEED-SRC-DIGITS TO GAME-SEED.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           PERFORM LOAD-MT-TABLE THRU EXIT-LOAD-MT-TABLE.
           MOVE "N" TO MATCH-GAME.
           IF MT-LOAD-FAIL NOT = "Y" AND MT-OVERFLOW NOT = "Y"
               THEN
                   MOVE SPACE TO MATCH-WORK
                   MOVE MT-NEXT-ID TO MW-ID
                   MOVE "O" TO MW-STATUS
                   MOVE LV TO MW-CODE
                   MOVE WIDTH TO MW-WIDTH
                   MOVE HEIGHT TO MW-HEIGHT
                   MOVE N-MINE TO MW-MINE
                   MOVE GAME-SEED TO MW-SEED
                   MOVE PLAYER-ID TO MW-CHALLENGER
                   MOVE OPP-ID TO MW-OPPONENT
                   MOVE TS-DATE TO MW-ISSUED
                   MOVE "S" TO MW-CHL-PLAYED
                   MOVE "N" TO MW-OPP-PLAYED
                   MOVE 0 TO MW-CHL-SECS
                   MOVE 0 TO MW-OPP-SECS
                   OPEN EXTEND MATCHES-FILE
                   IF MATCHES-STATUS NOT = "00"
                       THEN
                           OPEN OUTPUT MATCHES-FILE
                   END-IF
                   IF MATCHES-STATUS NOT = "00"
                       THEN
                           MOVE "ISSUE-MATCH" TO OPS-PARA
                           MOVE "MATCHES" TO OPS-FILE
                           MOVE MATCHES-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                       ELSE
                           WRITE MATCH-REC FROM MATCH-WORK
                           IF MATCHES-STATUS NOT = "00"
                               THEN
                                   MOVE "ISSUE-MATCH" TO OPS-PARA
                                   MOVE "MATCHES" TO OPS-FILE
                                   MOVE MATCHES-STATUS TO OPS-STATUS
                                   PERFORM LOG-FILE-ERROR
                                       THRU EXIT-LOG-FILE-ERROR
                               ELSE
                                   MOVE "Y" TO MATCH-GAME
                           END-IF
                           CLOSE MATCHES-FILE
                   END-IF
           END-IF.
           IF MATCH-GAME = "Y"
               THEN
                   DISPLAY "Challenge match " MW-ID " issued to "
                       OPP-ID
               ELSE
                   DISPLAY "Challenge could not be recorded - "
                       "playing an ordinary game"
                   DISPLAY "Board seed: " GAME-SEED
           END-IF.
       EXIT-ISSUE-MATCH.
           EXIT.

      *EVERY READER AND REWRITER OF THE MATCHES FILE GOES THROUGH
      *THIS TABLE LOAD, THE SAME WAY THE CHECKPOINT FILE IS HANDLED
       LOAD-MT-TABLE.
           MOVE 0 TO MT-CNT.
           MOVE 1 TO MT-NEXT-ID.
           MOVE "N" TO MT-OVERFLOW.
           MOVE "N" TO MT-LOAD-FAIL.
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
                               MOVE MATCH-REC TO MATCH-WORK
                               IF MW-ID IS NUMERIC
                                       AND MW-ID NOT < MT-NEXT-ID
                                   THEN
                                       COMPUTE MT-NEXT-ID = MW-ID + 1
                               END-IF
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
                           MOVE "Y" TO MT-OVERFLOW
                           DISPLAY "MATCHES file has more than 500 "
                               "records - it will not be rewritten "
                               "this session"
                   END-IF
                   IF MATCHES-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "Y" TO MT-LOAD-FAIL
                           MOVE "LOAD-MT-TABLE" TO OPS-PARA
                           MOVE "MATCHES" TO OPS-FILE
                           MOVE MATCHES-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE MATCHES-FILE
               ELSE
                   IF MATCHES-STATUS NOT = "35"
                       THEN
                           MOVE "Y" TO MT-LOAD-FAIL
                           MOVE "LOAD-MT-TABLE" TO OPS-PARA
                           MOVE "MATCHES" TO OPS-FILE
                           MOVE MATCHES-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-MT-TABLE.
           EXIT.
       OPEN-BATCH-INPUT.
           OPEN INPUT BATCH-INPUT-FILE.
           IF BATCH-IN-STATUS NOT = "00"
                           MOVE SAVE-Y TO Y
                           PERFORM CHK-WIN THRU EXIT-CHK-WIN
                       WHEN "h"
                           IF HINT-CNT < 999
                               THEN
                                   ADD 1 TO HINT-CNT
                           END-IF
                           PERFORM HINT-SCAN THRU EXIT-HINT-SCAN
                       WHEN "c"
                           MOVE X TO SAVE-X
                       ELSE
                           MOVE "L" TO GS-RESULT
                   END-IF
      *DEBUG-FLAG COMES BACK FROM THE SAVE ON A RESUME, SO A GAME
      *STARTED WITH THE MINES SHOWN STAYS ASSISTED AFTER A RESUME
                   IF DEBUG-FLAG = "Y" OR HINT-CNT > 0
                       THEN
                           MOVE "Y" TO ASSIST-FLAG
                       ELSE
                           MOVE "N" TO ASSIST-FLAG
                   END-IF
                   MOVE ASSIST-FLAG TO GS-ASSIST
                   MOVE HINT-CNT TO GS-HINTS
                   OPEN EXTEND GAME-STATS-FILE
                   IF GAME-STATS-STATUS NOT = "00"
                       THEN
                   END-IF
                   MOVE ELAPSED-SECS TO ELAPSED-DISP
                   DISPLAY "Elapsed time: " ELAPSED-DISP " seconds"
                   IF ON-GAME = "W" AND ASSIST-FLAG = "Y"
                       THEN
                           DISPLAY "Assisted win - not entered for "
                               "best times or achievements"
                       ELSE
                           IF ON-GAME = "W"
                               THEN
                                   PERFORM UPDATE-HISCORES
                                       THRU EXIT-UPDATE-HISCORES
                           END-IF
                           PERFORM UPDATE-ACHIEVE
                               THRU EXIT-UPDATE-ACHIEVE
                   END-IF
                   PERFORM MARK-MATCH-PLAYED
                       THRU EXIT-MARK-MATCH-PLAYED
           END-IF.
       WRITE-CHECKPOINT.
           MOVE "N" TO CP-ERR-FLAG.
               ELSE
      *THE OTHER SAVES GO BACK FIRST, THE SIGNED-ON PLAYER'S OLD
      *COPY OF THIS SLOT BEING DROPPED HEADER AND ROWS TOGETHER;
      *A FINISHED GAME WRITES NOTHING, SO ITS SLOT IS CLEANED UP.
      *A GAME CUT OFF BY THE END OF BATCHIN IS STILL IN PLAY AND
      *KEEPS ITS SAVE, SO THE EXPIRY JOB CAN RECORD IT ABANDONED.
                   MOVE 0 TO CP-SKIP
                   PERFORM VARYING CPT-IDX FROM 1 BY 1
                           UNTIL CPT-IDX > CPT-CNT
                               END-IF
                       END-IF
                   END-PERFORM
                   IF ON-GAME = " " OR ON-GAME = "Q"
                       THEN
                           MOVE SPACE TO CHECKPOINT-REC
                           MOVE "H" TO CP-TYPE
                           MOVE N-MINE TO CP-MINE
                           MOVE GUESS-CNT TO CP-GUESS-CNT
                           MOVE DEBUG-FLAG TO CP-DEBUG
                           MOVE HINT-CNT TO CP-HINTS
                           MOVE GAME-START-TS TO CP-START-TS
                           MOVE GAME-SEED TO CP-SEED
                           MOVE FUNCTION CURRENT-DATE TO CP-SAVED-TS
      *WIN PER LEVEL CODE AND THE PERSONAL BEST TIME.  BADGES ARE
      *ANNOUNCED THE MOMENT THEY ARE EARNED, AND THE NEWEST ONE IS
      *HELD ON THE RECORD SO SIGN-ON CAN REPEAT IT NEXT VISIT.
      *ONLY THE SIGNED-ON PLAYER'S RECORD IS READ AND REWRITTEN.
       UPDATE-ACHIEVE.
           MOVE "UPDATE-ACHIEVE" TO AC-PARA.
           PERFORM OPEN-ACH-FILE THRU EXIT-OPEN-ACH-FILE.
           IF ACH-OPEN = "Y"
               THEN
                   PERFORM READ-ACH-RECORD THRU EXIT-READ-ACH-RECORD
                   IF ACH-FOUND = "N"
                       THEN
                           PERFORM START-ACH-RECORD
                               THRU EXIT-START-ACH-RECORD
                   END-IF
                   IF ACH-FOUND NOT = "E"
                       THEN
                           IF ON-GAME = "W"
                               THEN
                                   PERFORM AWARD-WIN
                                       THRU EXIT-AWARD-WIN
                               ELSE
                                   MOVE 0 TO AC-CUR-STREAK
                           END-IF
                           IF ACH-FOUND = "Y"
                               THEN
                                   REWRITE ACHIEVE-REC
                               ELSE
                                   WRITE ACHIEVE-REC
                           END-IF
                           PERFORM CHK-ACHIEVE-IO
                               THRU EXIT-CHK-ACHIEVE-IO
                   END-IF
                   CLOSE ACHIEVE-FILE
                   PERFORM CHK-ACHIEVE-IO THRU EXIT-CHK-ACHIEVE-IO
           END-IF.
       EXIT-UPDATE-ACHIEVE.
           EXIT.

       AWARD-WIN.
           ADD 1 TO AC-CUR-STREAK.
           ADD 1 TO AC-TOT-WINS.
           IF AC-CUR-STREAK > AC-BEST-STREAK
               THEN
                   MOVE AC-CUR-STREAK TO AC-BEST-STREAK
           END-IF.
           MOVE AC-CUR-STREAK TO STREAK-DISP.
           DISPLAY "Win streak: " STREAK-DISP.
           IF AC-TOT-WINS = 10 OR AC-TOT-WINS = 50
                   OR AC-TOT-WINS = 100
               THEN
                   MOVE AC-TOT-WINS TO TOTWIN-DISP
                   MOVE SPACE TO AC-LAST-BADGE
                   STRING "Win milestone:" TOTWIN-DISP " wins"
                       DELIMITED BY SIZE
                       INTO AC-LAST-BADGE
                   MOVE "Y" TO AC-NEW-FLAG
                   DISPLAY "BADGE EARNED - " AC-LAST-BADGE
           END-IF.
           MOVE "N" TO AC-CODE-FOUND.
           MOVE 0 TO AC-SLOT.
           PERFORM VARYING AC-K FROM 20 BY -1 UNTIL AC-K < 1
               IF AC-WON-CODES(AC-K:1) = LV
                   THEN
                       MOVE "Y" TO AC-CODE-FOUND
               END-IF
               IF AC-WON-CODES(AC-K:1) = " "
                   THEN
                       MOVE AC-K TO AC-SLOT
               END-IF
           END-PERFORM.
           IF AC-CODE-FOUND NOT = "Y" AND AC-SLOT > 0
               THEN
                   MOVE LV TO AC-WON-CODES(AC-SLOT:1)
                   MOVE SPACE TO AC-LAST-BADGE
                   STRING "First win on level " LV
                       DELIMITED BY SIZE
                       INTO AC-LAST-BADGE
                   MOVE "Y" TO AC-NEW-FLAG
                   DISPLAY "BADGE EARNED - " AC-LAST-BADGE
           END-IF.
           IF ELAPSED-SECS < AC-FAST-SECS
               THEN
                   MOVE ELAPSED-SECS TO AC-FAST-SECS
                   MOVE LV TO AC-FAST-CODE
                   MOVE SPACE TO AC-LAST-BADGE
                   STRING "Fastest clear yet on level " LV
                       DELIMITED BY SIZE
                       INTO AC-LAST-BADGE
                   MOVE "Y" TO AC-NEW-FLAG
                   DISPLAY "BADGE EARNED - " AC-LAST-BADGE
           END-IF.
       EXIT-AWARD-WIN.
           EXIT.

      *A PLAYER WITH NO RECORD YET STARTS FROM NOTHING.  999999
      *SECONDS MEANS NO CLEAR YET.
       START-ACH-RECORD.
           MOVE SPACE TO ACHIEVE-REC.
           MOVE PLAYER-ID TO AC-PLAYER.
           MOVE 0 TO AC-CUR-STREAK.
           MOVE 0 TO AC-BEST-STREAK.
           MOVE 0 TO AC-TOT-WINS.
           MOVE 999999 TO AC-FAST-SECS.
           MOVE "N" TO AC-NEW-FLAG.
       EXIT-START-ACH-RECORD.
           EXIT.

      *THE FIRST FINISHED GAME ON A NEW SYSTEM CREATES THE FILE
       OPEN-ACH-FILE.
           MOVE "N" TO AC-ERR-FLAG.
           MOVE "N" TO ACH-OPEN.
           OPEN I-O ACHIEVE-FILE.
           IF ACHIEVE-STATUS = "35"
               THEN
                   OPEN OUTPUT ACHIEVE-FILE
                   IF ACHIEVE-STATUS = "00"
                       THEN
                           CLOSE ACHIEVE-FILE
                           OPEN I-O ACHIEVE-FILE
                   END-IF
           END-IF.
           IF ACHIEVE-STATUS = "00"
               THEN
                   MOVE "Y" TO ACH-OPEN
               ELSE
                   PERFORM CHK-ACHIEVE-IO THRU EXIT-CHK-ACHIEVE-IO
           END-IF.
       EXIT-OPEN-ACH-FILE.
           EXIT.

      *ACH-FOUND COMES BACK Y (RECORD READ), N (NO RECORD FOR THIS
      *PLAYER) OR E (THE READ FAILED - LEAVE THE FILE ALONE)
       READ-ACH-RECORD.
           MOVE PLAYER-ID TO AC-PLAYER.
           READ ACHIEVE-FILE
               INVALID KEY
                   MOVE "N" TO ACH-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ACH-FOUND
           END-READ.
           IF ACHIEVE-STATUS NOT = "00" AND ACHIEVE-STATUS NOT = "23"
               THEN
                   MOVE "E" TO ACH-FOUND
                   PERFORM CHK-ACHIEVE-IO THRU EXIT-CHK-ACHIEVE-IO
           END-IF.
       EXIT-READ-ACH-RECORD.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED ACHIEVE UPDATE, NOT ONE PER
      *STATEMENT.  CALLERS NAME THEMSELVES IN AC-PARA.
       CHK-ACHIEVE-IO.
           IF ACHIEVE-STATUS NOT = "00" AND ACHIEVE-STATUS NOT = "23"
                   AND AC-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO AC-ERR-FLAG
                   MOVE AC-PARA TO OPS-PARA
                   MOVE "ACHIEVE" TO OPS-FILE
                   MOVE ACHIEVE-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-ACHIEVE-IO.
           EXIT.

      *THE WELCOME-BACK LINE CARRIES THE CURRENT STREAK AND ANY
      *BADGE EARNED SINCE THE LAST VISIT, THEN THE FLAG COMES OFF
      *SO IT IS ANNOUNCED ONLY ONCE.  A PLAYER WITH NO FINISHED
      *GAME YET HAS NO RECORD, AND NO FILE IS CREATED HERE.
       GREET-ACHIEVE.
           MOVE "GREET-ACHIEVE" TO AC-PARA.
           MOVE "N" TO AC-ERR-FLAG.
           OPEN I-O ACHIEVE-FILE.
           IF ACHIEVE-STATUS = "00"
               THEN
                   PERFORM READ-ACH-RECORD THRU EXIT-READ-ACH-RECORD
                   IF ACH-FOUND = "Y"
                       THEN
                           MOVE AC-CUR-STREAK TO STREAK-DISP
                           MOVE AC-BEST-STREAK TO BEST-DISP
                           MOVE AC-TOT-WINS TO TOTWIN-DISP
                           DISPLAY "Win streak: " STREAK-DISP " (best "
                               BEST-DISP "), total wins " TOTWIN-DISP
                           IF AC-NEW-FLAG = "Y"
                               THEN
                                   DISPLAY "New badge since your last "
                                       "visit - " AC-LAST-BADGE
                                   MOVE "N" TO AC-NEW-FLAG
                                   REWRITE ACHIEVE-REC
                                   PERFORM CHK-ACHIEVE-IO
                                       THRU EXIT-CHK-ACHIEVE-IO
                           END-IF
                   END-IF
                   CLOSE ACHIEVE-FILE
                   PERFORM CHK-ACHIEVE-IO THRU EXIT-CHK-ACHIEVE-IO
               ELSE
                   IF ACHIEVE-STATUS NOT = "35"
                       THEN
                           PERFORM CHK-ACHIEVE-IO
                               THRU EXIT-CHK-ACHIEVE-IO
                   END-IF
           END-IF.
       EXIT-GREET-ACHIEVE.
           EXIT.

      *A FINISHED GAME ON A MATCH'S SEED AND BOARD MARKS THE
      *PLAYER'S SIDE OF THAT MATCH AS PLAYED, WHETHER IT WAS
      *STARTED FROM THE SIGN-ON LIST OR RESUMED FROM A SAVE.  THE
      *RESULT ITSELF IS TAKEN FROM GAMESTATS BY THE SETTLEMENT RUN.
       MARK-MATCH-PLAYED.
           PERFORM LOAD-MT-TABLE THRU EXIT-LOAD-MT-TABLE.
           MOVE 0 TO MT-PICKED.
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > MT-CNT OR MT-PICKED > 0
               MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-WORK
               IF (MW-STATUS = "O" OR MW-STATUS = "P")
                       AND MW-SEED = GAME-SEED AND MW-CODE = LV
                       AND MW-WIDTH = WIDTH AND MW-HEIGHT = HEIGHT
                       AND MW-MINE = N-MINE
                   THEN
                       IF MW-CHALLENGER = PLAYER-ID
                               AND MW-CHL-PLAYED NOT = "Y"
                           THEN
                               MOVE "Y" TO MW-CHL-PLAYED
                               MOVE MT-IDX TO MT-PICKED
                       END-IF
                       IF MW-OPPONENT = PLAYER-ID
                               AND MW-OPP-PLAYED NOT = "Y"
                           THEN
                               MOVE "Y" TO MW-OPP-PLAYED
                               MOVE MT-IDX TO MT-PICKED
                       END-IF
                       IF MT-PICKED > 0
                           THEN
                               MOVE "P" TO MW-STATUS
                               MOVE MATCH-WORK TO MT-TBL-ENTRY(MT-IDX)
                       END-IF
               END-IF
           END-PERFORM.
           IF MT-PICKED > 0
               THEN
                   MOVE "MARK-MATCH-PLAYED" TO MT-PARA
                   PERFORM REWRITE-MT-TABLE THRU EXIT-REWRITE-MT-TABLE
                   IF MT-ERR-FLAG NOT = "Y"
                       THEN
                           MOVE MT-TBL-ENTRY(MT-PICKED) TO MATCH-WORK
                           DISPLAY "Challenge match " MW-ID
                               ": your game is in - the match is "
                               "decided in the settlement run"
                   END-IF
           END-IF.
       EXIT-MARK-MATCH-PLAYED.
           EXIT.

      *A TABLE THAT DID NOT LOAD WHOLE IS NEVER WRITTEN BACK - THE
      *RECORDS BEYOND IT WOULD BE LOST
       REWRITE-MT-TABLE.
           MOVE "N" TO MT-ERR-FLAG.
           IF MT-OVERFLOW = "Y" OR MT-LOAD-FAIL = "Y"
               THEN
                   MOVE "Y" TO MT-ERR-FLAG
               ELSE
                   OPEN OUTPUT MATCHES-FILE
                   IF MATCHES-STATUS NOT = "00"
                       THEN
                           PERFORM CHK-MATCHES-WRITE
                               THRU EXIT-CHK-MATCHES-WRITE
                       ELSE
                           PERFORM VARYING MT-IDX FROM 1 BY 1
                                   UNTIL MT-IDX > MT-CNT
                               MOVE MT-TBL-ENTRY(MT-IDX) TO MATCH-REC
                               WRITE MATCH-REC
                               PERFORM CHK-MATCHES-WRITE
                                   THRU EXIT-CHK-MATCHES-WRITE
                           END-PERFORM
                           CLOSE MATCHES-FILE
                           PERFORM CHK-MATCHES-WRITE
                               THRU EXIT-CHK-MATCHES-WRITE
                   END-IF
           END-IF.
       EXIT-REWRITE-MT-TABLE.
           EXIT.


       EXIT-CHK-HISCORES-WRITE.
           EXIT.

       CHK-MATCHES-WRITE.
           IF MATCHES-STATUS NOT = "00" AND MT-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO MT-ERR-FLAG
                   MOVE MT-PARA TO OPS-PARA
                   MOVE "MATCHES" TO OPS-FILE
                   MOVE MATCHES-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-MATCHES-WRITE.
           EXIT.

