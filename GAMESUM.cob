               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  PLAYERS-FILE.
       01 PLAYER-REC.
           03 PR-ID   PIC X(4).
       77 LS-CNT PIC 9(2) VALUE 0.
       77 LS-IDX PIC 9(2).
       77 LS-FOUND PIC X.
      *ASSISTED GAMES (MINES SHOWN OR HINTS TAKEN) ARE KEPT OUT OF
      *THE WIN RATES ABOVE AND BELOW AND COUNTED HERE BY LEVEL
       01 ASSIST-STATS.
           03 ASSIST-STAT OCCURS 20.
               05 AS-CODE      PIC X(1).
               05 AS-GAMES     PIC 9(6) VALUE 0.
               05 AS-WINS      PIC 9(6) VALUE 0.
               05 AS-HINT-SUM  PIC 9(8) VALUE 0.
       77 AS-CNT PIC 9(2) VALUE 0.
       77 AS-IDX PIC 9(2).
       77 AS-FOUND PIC X.
       77 AS-SLOT PIC 9(2).
      *PER-PLAYER ACCUMULATORS, ONE ENTRY PER PLAYER/LEVEL PAIR SEEN
       01 PLAYER-STATS.
           03 PLAYER-STAT OCCURS 200.
       77 PS-CNT PIC 9(3) VALUE 0.
       77 PS-IDX PIC 9(3).
       77 PS-FOUND PIC X.
      *PLAYER NAME LOOKUP BY KEY ON THE PLAYERS FILE
       77 PLAYERS-OPEN PIC X VALUE "N".
       77 NAME-KEY PIC X(4).
       77 PLAYER-NAME PIC X(20).
       77 WIN-RATE PIC ZZ9.99.
       77 AVG-GUESSES PIC ZZZZ9.99.
       77 AVG-WK PIC S9(8)V99.
       77 GAMES-DISP PIC ZZZZZ9.
       77 WINS-DISP PIC ZZZZZ9.
       77 HINTS-DISP PIC ZZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN SECTION.
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE GAME-STATS-FILE
                   PERFORM OPEN-NAMES THRU EXIT-OPEN-NAMES
                   PERFORM PRINT-SUMMARY THRU EXIT-PRINT-SUMMARY
                   PERFORM PRINT-PLAYER-SUMMARY
                       THRU EXIT-PRINT-PLAYER-SUMMARY
                   IF PLAYERS-OPEN = "Y"
                       THEN
                           CLOSE PLAYERS-FILE
                   END-IF
                   PERFORM PRINT-ASSIST-SUMMARY
                       THRU EXIT-PRINT-ASSIST-SUMMARY
               ELSE
                   DISPLAY "No GAMESTATS file found - nothing to do"
                   IF GAME-STATS-STATUS NOT = "35"
       STOP RUN.

       TALLY-RECORD.
           IF GS-ASSIST = "Y"
               THEN
                   PERFORM TALLY-ASSIST THRU EXIT-TALLY-ASSIST
               ELSE
                   PERFORM TALLY-LEVEL THRU EXIT-TALLY-LEVEL
                   PERFORM TALLY-PLAYER THRU EXIT-TALLY-PLAYER
           END-IF.
       EXIT-TALLY-RECORD.
           EXIT.

       TALLY-LEVEL.
           MOVE "N" TO LS-FOUND.
           PERFORM VARYING LS-IDX FROM 1 BY 1 UNTIL LS-IDX > LS-CNT
               IF LS-CODE(LS-IDX) = GS-CODE
                               "- extra code ignored"
                   END-IF
           END-IF.
       EXIT-TALLY-LEVEL.
           EXIT.

       TALLY-PLAYER.
       EXIT-TALLY-PLAYER.
           EXIT.

       TALLY-ASSIST.
           MOVE "N" TO AS-FOUND.
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
               IF AS-CODE(AS-IDX) = GS-CODE
                   THEN
                       MOVE "Y" TO AS-FOUND
                       MOVE AS-IDX TO AS-SLOT
               END-IF
           END-PERFORM.
           IF AS-FOUND NOT = "Y"
               THEN
                   IF AS-CNT < 20
                       THEN
                           ADD 1 TO AS-CNT
                           MOVE GS-CODE TO AS-CODE(AS-CNT)
                           MOVE AS-CNT TO AS-SLOT
                           MOVE "Y" TO AS-FOUND
                       ELSE
                           DISPLAY "Too many distinct level codes "
                               "- extra assisted code ignored"
                   END-IF
           END-IF.
           IF AS-FOUND = "Y"
               THEN
                   ADD 1 TO AS-GAMES(AS-SLOT)
                   IF GS-RESULT = "W"
                       THEN
                           ADD 1 TO AS-WINS(AS-SLOT)
                   END-IF
                   IF GS-HINTS IS NUMERIC
                       THEN
                           ADD GS-HINTS TO AS-HINT-SUM(AS-SLOT)
                   END-IF
           END-IF.
       EXIT-TALLY-ASSIST.
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

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-CNT
               IF PS-GAMES(PS-IDX) > 0
                   THEN
                       MOVE PS-PLAYER(PS-IDX) TO NAME-KEY
                       PERFORM FIND-NAME THRU EXIT-FIND-NAME
                       COMPUTE RATE-WK =
                           (PS-WINS(PS-IDX) / PS-GAMES(PS-IDX)) * 100
                       MOVE RATE-WK TO WIN-RATE
           END-PERFORM.
       EXIT-PRINT-PLAYER-SUMMARY.
           EXIT.

      *ASSISTED GAMES BY LEVEL, KEPT APART SO THE WIN RATES ABOVE
      *SHOW UNAIDED PLAY ONLY
       PRINT-ASSIST-SUMMARY.
           IF AS-CNT > 0
               THEN
                   DISPLAY " "
                   DISPLAY "ASSISTED GAMES (NOT IN THE FIGURES ABOVE)"
                   DISPLAY "LV  GAMES  WINS     HINTS"
                   PERFORM VARYING AS-IDX FROM 1 BY 1
                           UNTIL AS-IDX > AS-CNT
                       MOVE AS-GAMES(AS-IDX) TO GAMES-DISP
                       MOVE AS-WINS(AS-IDX) TO WINS-DISP
                       MOVE AS-HINT-SUM(AS-IDX) TO HINTS-DISP
                       DISPLAY AS-CODE(AS-IDX) "   " GAMES-DISP
                           "   " WINS-DISP " " HINTS-DISP
                   END-PERFORM
           END-IF.
       EXIT-PRINT-ASSIST-SUMMARY.
           EXIT.
