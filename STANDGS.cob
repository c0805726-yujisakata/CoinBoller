               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT SEASON-FILE ASSIGN TO "SEASONPTS"
               ORGANIZATION LINE SEQUENTIAL
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  PLAYERS-FILE.
       01 PLAYER-REC.
           03 PR-ID   PIC X(4).
       77 RK-FOUND PIC X.
       77 RK-BETTER PIC X.
       77 LOSER-CNT PIC 9(4) VALUE 0.
       77 ASSIST-CNT PIC 9(4) VALUE 0.
      *EVERY SEASONPTS RECORD - THE DAY BEING POSTED IS DROPPED ON
      *LOAD SO A RERUN CANNOT DOUBLE-POST ITS POINTS
       01 SEASON-TABLE.
       01 SD-HOLD.
           03 SD-HOLD-PLAYER PIC X(4).
           03 SD-HOLD-POINTS PIC 9(6).
      *PLAYER NAME LOOKUP BY KEY ON THE PLAYERS FILE
       77 PLAYERS-OPEN PIC X VALUE "N".
       77 NAME-KEY PIC X(4).
       77 PLAYER-NAME PIC X(20).
      *POINTS BY FINISHING PLACE, EVERY FINISHER SCORES AT LEAST 1
       01 POINT-SCALE VALUE "100705030201".
           MOVE CH-DATE TO CH-SEED.
           MOVE CH-DATE TO CH-DATE-SPLIT.
           PERFORM LOAD-RESULTS THRU EXIT-LOAD-RESULTS.
           PERFORM OPEN-NAMES THRU EXIT-OPEN-NAMES.
           IF RK-CNT = 0 AND LOSER-CNT = 0 AND ASSIST-CNT = 0
               THEN
                   DISPLAY "No games found for the " CH-DATE
                       " daily board"
                           PERFORM PRINT-SEASON THRU EXIT-PRINT-SEASON
                   END-IF
           END-IF.
           IF PLAYERS-OPEN = "Y"
               THEN
                   CLOSE PLAYERS-FILE
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
           EXIT.

      *A PLAYER WHO PLAYED THE BOARD SEVERAL TIMES IS RANKED ON
      *THE BEST WIN ONLY; LOSSES JUST COUNT AS PLAYED.  A WIN WITH
      *THE MINES SHOWN OR HINTS TAKEN IS NOT RANKED AND EARNS NO
      *POINTS.
       NOTE-RESULT.
           IF GS-RESULT NOT = "W"
               THEN
                   ADD 1 TO LOSER-CNT
           END-IF.
           IF GS-RESULT = "W" AND GS-ASSIST = "Y"
               THEN
                   ADD 1 TO ASSIST-CNT
           END-IF.
           IF GS-RESULT = "W" AND GS-ASSIST NOT = "Y"
               THEN
                   MOVE 0 TO RK-SLOT
                   PERFORM VARYING RK-IDX FROM 1 BY 1
                           UNTIL RK-IDX > RK-CNT
       EXIT-INSERT-RANK-ENTRY.
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

       PRINT-STANDINGS.
               MOVE RK-IDX TO RANK-DISP
               MOVE RK-SECONDS(RK-IDX) TO SECONDS-DISP
               MOVE RK-GUESSES(RK-IDX) TO GUESS-DISP
               MOVE RK-PLAYER(RK-IDX) TO NAME-KEY
               PERFORM FIND-NAME THRU EXIT-FIND-NAME
               DISPLAY "  " RANK-DISP "   " SECONDS-DISP "     "
                   GUESS-DISP "  " RK-PLAYER(RK-IDX) "    "
                   PLAYER-NAME
                   MOVE LOSER-CNT TO CNT-DISP
                   DISPLAY "Attempts without a win: " CNT-DISP
           END-IF.
           IF ASSIST-CNT > 0
               THEN
                   MOVE ASSIST-CNT TO CNT-DISP
                   DISPLAY "Assisted wins, not ranked: " CNT-DISP
           END-IF.
       EXIT-PRINT-STANDINGS.
           EXIT.

           PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SD-CNT
               MOVE SD-IDX TO RANK-DISP
               MOVE SD-POINTS(SD-IDX) TO POINTS-DISP
               MOVE SD-PLAYER(SD-IDX) TO NAME-KEY
               PERFORM FIND-NAME THRU EXIT-FIND-NAME
               DISPLAY "  " RANK-DISP "  " POINTS-DISP "  "
                   SD-PLAYER(SD-IDX) "    " PLAYER-NAME
           END-PERFORM.
