123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       MONSTMT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT GAME-STATS-FILE ASSIGN TO "GAMESTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-HIST-STATUS.
           SELECT HISCORES-FILE ASSIGN TO "HISCORES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISCORES-STATUS.
           SELECT SEASON-FILE ASSIGN TO "SEASONPTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEASON-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AC-PLAYER
               FILE STATUS IS ACHIEVE-STATUS.
           SELECT STMT-PRINT-FILE ASSIGN TO "STMTPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STMT-PRINT-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  GAME-STATS-FILE.
       01 GAME-STATS-REC PIC X(44).
       FD  GAME-HIST-FILE.
       01 GAME-HIST-REC.
           03 GH-TYPE PIC X(1).
           03 GH-DETAIL PIC X(44).
           03 GH-SUMMARY REDEFINES GH-DETAIL.
               05 GH-PERIOD  PIC X(6).
               05 GH-GAMES   PIC 9(6).
               05 GH-WINS    PIC 9(6).
               05 GH-GUESSES PIC 9(8).
               05 FILLER     PIC X(18).
       FD  HISCORES-FILE.
       01 HISCORE-REC.
           03 HS-CODE    PIC X(1).
           03 HS-SECONDS PIC 9(6).
           03 HS-PLAYER  PIC X(4).
           03 HS-DATE    PIC X(8).
       FD  SEASON-FILE.
       01 SEASON-REC.
           03 SP-DATE   PIC X(8).
           03 SP-PLAYER PIC X(4).
           03 SP-POINTS PIC 9(4).
       FD  PLAYERS-FILE.
       01 PLAYER-REC.
           03 PR-ID   PIC X(4).
           03 PR-NAME PIC X(20).
           03 PR-STATUS PIC X(1).
       FD  ACHIEVE-FILE.
       01 ACHIEVE-REC.
           03 AC-PLAYER      PIC X(4).
           03 AC-CUR-STREAK  PIC 9(4).
           03 AC-BEST-STREAK PIC 9(4).
           03 AC-TOT-WINS    PIC 9(6).
           03 AC-FAST-SECS   PIC 9(6).
           03 AC-FAST-CODE   PIC X(1).
           03 AC-WON-CODES   PIC X(20).
           03 AC-NEW-FLAG    PIC X(1).
           03 AC-LAST-BADGE  PIC X(30).
       FD  STMT-PRINT-FILE.
       01 STMT-LINE PIC X(80).
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
           03 OL-PROGRAM   PIC X(8).
           03 OL-PARA      PIC X(20).
           03 OL-FILE      PIC X(10).
           03 OL-STATUS    PIC X(2).
       WORKING-STORAGE   SECTION.
       77 GAME-STATS-STATUS PIC XX.
       77 GAME-HIST-STATUS PIC XX.
       77 HISCORES-STATUS PIC XX.
       77 SEASON-STATUS PIC XX.
       77 PLAYERS-STATUS PIC XX.
       77 ACHIEVE-STATUS PIC XX.
       77 STMT-PRINT-STATUS PIC XX.
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       77 NOTHING-TO-DO PIC X VALUE "N".
       77 PR-ERR-FLAG PIC X VALUE "N".
       77 ACH-OPEN PIC X VALUE "N".
       01 OPS-ERR.
           03 OPS-PARA   PIC X(20).
           03 OPS-FILE   PIC X(10).
           03 OPS-STATUS PIC X(2).
      *STATEMENT MONTH AND THE MONTH BEFORE IT, FOR THE COMPARISON
       01 TS-WORK.
           03 TS-DATE PIC 9(8).
           03 FILLER  PIC X(13).
       01 TS-DATE-SPLIT.
           03 TS-YEAR  PIC 9(4).
           03 TS-MONTH PIC 9(2).
           03 FILLER   PIC X(2).
       77 MONTH-IN PIC 9(6).
       01 MONTH-SPLIT.
           03 MS-YEAR  PIC 9(4).
           03 MS-MONTH PIC 9(2).
       01 MONTH-NUM REDEFINES MONTH-SPLIT PIC 9(6).
       77 STMT-MONTH PIC 9(6).
       77 PRIOR-MONTH PIC 9(6).
       77 MONTH-TEXT PIC X(7).
       77 PRIOR-TEXT PIC X(7).
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
       01 GS-DATE-WORK.
           03 GS-YYMM PIC 9(6).
           03 FILLER  PIC X(2).
       77 REC-PERIOD PIC 9(6).
      *GAMES AND WINS PER PLAYER AND LEVEL FOR BOTH MONTHS.  AN
      *ASSISTED GAME IS COUNTED ON ITS OWN, OUTSIDE GAMES AND WINS,
      *THE SAME WAY THE SUMMARY REPORT KEEPS IT OUT OF WIN RATES.
       01 ACT-TABLE.
           03 ACT-ENTRY OCCURS 3000.
               05 AT-PLAYER    PIC X(4).
               05 AT-CODE      PIC X(1).
               05 AT-GAMES     PIC 9(5).
               05 AT-WINS      PIC 9(5).
               05 AT-ASSIST    PIC 9(5).
               05 AT-PRV-GAMES PIC 9(5).
               05 AT-PRV-WINS  PIC 9(5).
       77 AT-CNT PIC 9(4) VALUE 0.
       77 AT-IDX PIC 9(4).
       77 AT-POS PIC 9(4).
       77 AT-FULL PIC X VALUE "N".
      *LEAGUE TOTALS FOR THE MONTH - ARCHIVE SUMMARIES FOR WHAT HAS
      *BEEN CLOSED OUT PLUS THE LIVE FILE FOR WHAT HAS NOT
       77 LEAGUE-GAMES PIC 9(8) VALUE 0.
       77 LEAGUE-WINS PIC 9(8) VALUE 0.
      *ALL HISCORE RECORDS IN FILE ORDER - EACH LEVEL'S RUN IS
      *ALREADY BEST-FIRST, SO POSITION IS THE COUNT WITHIN THE CODE
       01 HISCORE-TABLE.
           03 HISCORE-ENTRY OCCURS 240.
               05 HT-CODE    PIC X(1).
               05 HT-SECONDS PIC 9(6).
               05 HT-PLAYER  PIC X(4).
               05 HT-DATE    PIC X(8).
       77 HT-CNT PIC 9(3) VALUE 0.
       77 HT-IDX PIC 9(3).
       77 HT-SCAN PIC 9(3).
       77 HT-RANK PIC 9(3).
       77 HS-SHOWN PIC 9(3).
      *DAILY-CHALLENGE POINTS SUMMED PER PLAYER, ONE TABLE PER
      *MONTH, EACH SORTED HIGHEST FIRST SO THE SUBSCRIPT IS THE RANK
       01 SEASON-MONTH-TABLE.
           03 SM-ENTRY OCCURS 500.
               05 SM-PLAYER PIC X(4).
               05 SM-POINTS PIC 9(6).
       77 SM-CNT PIC 9(3) VALUE 0.
       01 SEASON-PRIOR-TABLE.
           03 SQ-ENTRY OCCURS 500.
               05 SQ-PLAYER PIC X(4).
               05 SQ-POINTS PIC 9(6).
       77 SQ-CNT PIC 9(3) VALUE 0.
       77 SE-IDX PIC 9(3).
       77 SE-FOUND PIC X.
       77 SE-SWAPPED PIC X.
       01 SE-HOLD.
           03 SE-HOLD-PLAYER PIC X(4).
           03 SE-HOLD-POINTS PIC 9(6).
       01 SP-DATE-WORK.
           03 SP-YYMM PIC 9(6).
           03 FILLER  PIC X(2).
      *THE PLAYER ON THE PAGE
       77 CUR-POINTS PIC 9(6).
       77 CUR-RANK PIC 9(3).
       77 PRV-POINTS PIC 9(6).
       77 PRV-RANK PIC 9(3).
       77 TOT-GAMES PIC 9(6).
       77 TOT-WINS PIC 9(6).
       77 TOT-ASSIST PIC 9(6).
       77 TOT-PRV-GAMES PIC 9(6).
       77 TOT-PRV-WINS PIC 9(6).
       77 CHANGE-WK PIC S9(7).
      *CONTROL COUNTS
       77 PLAYER-CNT PIC 9(6) VALUE 0.
       77 PRINTED-CNT PIC 9(6) VALUE 0.
       77 DEACT-CNT PIC 9(6) VALUE 0.
       77 MERGED-CNT PIC 9(6) VALUE 0.
      *PRINT CONTROL
       77 PAGE-NO PIC 9(4) VALUE 0.
       77 LINE-CNT PIC 9(3) VALUE 0.
       77 PAGE-LINES PIC 9(3) VALUE 60.
       77 PRINT-BUF PIC X(80).
      *PAGE-HEADER CLEARS PRINT-BUF AND THE RECORD AREA, SO A LINE
      *THAT TRIPS A NEW PAGE WAITS HERE
       77 HOLD-LINE PIC X(80).
       01 HDR-LINE-1.
           03 FILLER     PIC X(45) VALUE
               "COINBOLER LEAGUE - MONTHLY PLAYER STATEMENT".
           03 FILLER     PIC X(6) VALUE "MONTH ".
           03 HDR-MONTH  PIC X(7).
           03 FILLER     PIC X(11) VALUE SPACE.
           03 FILLER     PIC X(5) VALUE "PAGE ".
           03 HDR-PAGE   PIC ZZZ9.
       01 HDR-LINE-2.
           03 FILLER     PIC X(9) VALUE "RUN DATE ".
           03 HDR-DATE   PIC 9(8).
           03 FILLER     PIC X(4) VALUE SPACE.
           03 HDR-SUBJECT PIC X(40).
       01 LEVEL-HDR-LINE.
           03 FILLER PIC X(44) VALUE
               "    LEVEL GAMES    WINS   WIN %  ASSISTED".
           03 FILLER PIC X(36) VALUE
               "  LAST MONTH:  GAMES    WINS".
       01 LEVEL-LINE.
           03 FILLER      PIC X(4) VALUE SPACE.
           03 LL-CODE     PIC X(5).
           03 LL-GAMES    PIC ZZZZZ9.
           03 FILLER      PIC X(2) VALUE SPACE.
           03 LL-WINS     PIC ZZZZZ9.
           03 FILLER      PIC X(2) VALUE SPACE.
           03 LL-RATE     PIC ZZ9.99.
           03 FILLER      PIC X(4) VALUE SPACE.
           03 LL-ASSIST   PIC ZZZZZ9.
           03 FILLER      PIC X(17) VALUE SPACE.
           03 LL-PRV-GAMES PIC ZZZZZ9.
           03 FILLER      PIC X(2) VALUE SPACE.
           03 LL-PRV-WINS PIC ZZZZZ9.
       77 RATE-WK PIC S9(6)V99.
       77 CNT-DISP PIC ZZZZZ9.
       77 CNT-DISP-2 PIC ZZZZZ9.
       77 RANK-DISP PIC ZZ9.
       77 RANK-DISP-2 PIC ZZ9.
       77 POS-DISP PIC Z9.
       77 STREAK-DISP PIC ZZZ9.
       77 BEST-DISP PIC ZZZ9.
       77 TOTWIN-DISP PIC ZZZZZ9.
       77 SECONDS-DISP PIC ZZZZZ9.
       77 CHG-DISP PIC ++++++9.
       77 CHG-DISP-2 PIC ++++++9.
       77 LEAGUE-DISP PIC ZZZZZZZ9.
       77 LEAGUE-DISP-2 PIC ZZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           PERFORM GET-MONTH THRU EXIT-GET-MONTH.
           IF NOTHING-TO-DO NOT = "Y"
               THEN
                   PERFORM LOAD-CURRENT THRU EXIT-LOAD-CURRENT
                   PERFORM LOAD-HISTORY THRU EXIT-LOAD-HISTORY
                   PERFORM LOAD-HISCORES THRU EXIT-LOAD-HISCORES
                   PERFORM LOAD-SEASON THRU EXIT-LOAD-SEASON
                   PERFORM PRINT-STATEMENTS THRU EXIT-PRINT-STATEMENTS
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
                       "see OPSLOG"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF AT-FULL = "Y"
                       THEN
                           MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.
       STOP RUN.

      *RUN AT MONTH END FOR THE MONTH JUST CLOSED, SO 0 MEANS THE
      *CALENDAR MONTH BEFORE TODAY
       GET-MONTH.
           DISPLAY "Statement month (YYYYMM, 0 = last month): "
           ACCEPT MONTH-IN.
           IF MONTH-IN IS NOT NUMERIC
               THEN
                   MOVE 999999 TO MONTH-IN
           END-IF.
           IF MONTH-IN = 0
               THEN
                   MOVE TS-DATE TO TS-DATE-SPLIT
                   MOVE TS-YEAR TO MS-YEAR
                   MOVE TS-MONTH TO MS-MONTH
                   IF MS-MONTH = 1
                       THEN
                           SUBTRACT 1 FROM MS-YEAR
                           MOVE 12 TO MS-MONTH
                       ELSE
                           SUBTRACT 1 FROM MS-MONTH
                   END-IF
               ELSE
                   MOVE MONTH-IN TO MONTH-NUM
           END-IF.
           IF MS-MONTH < 1 OR MS-MONTH > 12 OR MS-YEAR < 1900
               THEN
                   DISPLAY "Month must be YYYYMM - nothing printed"
                   MOVE "Y" TO NOTHING-TO-DO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE MONTH-NUM TO STMT-MONTH
                   STRING MS-YEAR "-" MS-MONTH DELIMITED BY SIZE
                       INTO MONTH-TEXT
                   IF MS-MONTH = 1
                       THEN
                           SUBTRACT 1 FROM MS-YEAR
                           MOVE 12 TO MS-MONTH
                       ELSE
                           SUBTRACT 1 FROM MS-MONTH
                   END-IF
                   MOVE MONTH-NUM TO PRIOR-MONTH
                   STRING MS-YEAR "-" MS-MONTH DELIMITED BY SIZE
                       INTO PRIOR-TEXT
                   DISPLAY "MONTHLY PLAYER STATEMENTS FOR " MONTH-TEXT
                       " (compared with " PRIOR-TEXT ")"
           END-IF.
       EXIT-GET-MONTH.
           EXIT.

      *THE LIVE FILE HOLDS WHAT ARCHIVAL HAS NOT CLOSED OUT YET
       LOAD-CURRENT.
           OPEN INPUT GAME-STATS-FILE.
           IF GAME-STATS-STATUS = "00"
               THEN
                   PERFORM UNTIL GAME-STATS-STATUS NOT = "00"
                       READ GAME-STATS-FILE
                           AT END
                               MOVE "10" TO GAME-STATS-STATUS
                           NOT AT END
                               MOVE GAME-STATS-REC TO GAME-IN
                               PERFORM TALLY-GAME THRU EXIT-TALLY-GAME
                               IF REC-PERIOD = STMT-MONTH
                                   THEN
                                       ADD 1 TO LEAGUE-GAMES
                                       IF GS-RESULT = "W"
                                           THEN
                                               ADD 1 TO LEAGUE-WINS
                                       END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF GAME-STATS-STATUS NOT = "10"
                       THEN
                           MOVE "LOAD-CURRENT" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE GAME-STATS-FILE
               ELSE
                   IF GAME-STATS-STATUS NOT = "35"
                       THEN
                           MOVE "LOAD-CURRENT" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-CURRENT.
           EXIT.

      *THE ARCHIVE: DETAIL LINES CARRY THE PLAYER'S GAMES FOR A
      *CLOSED-OUT MONTH, SUMMARY LINES THE LEAGUE TOTALS FOR IT
       LOAD-HISTORY.
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
                                       PERFORM TALLY-GAME
                                           THRU EXIT-TALLY-GAME
                               END-IF
                               IF GH-TYPE = "S"
                                       AND GH-PERIOD IS NUMERIC
                                   THEN
                                       MOVE GH-PERIOD TO REC-PERIOD
                                       IF REC-PERIOD = STMT-MONTH
                                           THEN
                                               ADD GH-GAMES
                                                   TO LEAGUE-GAMES
                                               ADD GH-WINS
                                                   TO LEAGUE-WINS
                                       END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF GAME-HIST-STATUS NOT = "10"
                       THEN
                           MOVE "LOAD-HISTORY" TO OPS-PARA
                           MOVE "GAMEHIST" TO OPS-FILE
                           MOVE GAME-HIST-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE GAME-HIST-FILE
               ELSE
                   IF GAME-HIST-STATUS NOT = "35"
                       THEN
                           MOVE "LOAD-HISTORY" TO OPS-PARA
                           MOVE "GAMEHIST" TO OPS-FILE
                           MOVE GAME-HIST-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-HISTORY.
           EXIT.

      *RECORDS WITHOUT A USABLE DATE BELONG TO NO MONTH
       TALLY-GAME.
           IF GS-DATE IS NUMERIC
               THEN
                   MOVE GS-DATE TO GS-DATE-WORK
                   MOVE GS-YYMM TO REC-PERIOD
               ELSE
                   MOVE 0 TO REC-PERIOD
           END-IF.
           IF REC-PERIOD = STMT-MONTH OR REC-PERIOD = PRIOR-MONTH
               THEN
                   MOVE 0 TO AT-POS
                   PERFORM VARYING AT-IDX FROM 1 BY 1
                           UNTIL AT-IDX > AT-CNT OR AT-POS > 0
                       IF AT-PLAYER(AT-IDX) = GS-PLAYER
                               AND AT-CODE(AT-IDX) = GS-CODE
                           THEN
                               MOVE AT-IDX TO AT-POS
                       END-IF
                   END-PERFORM
                   IF AT-POS = 0
                       THEN
                           IF AT-CNT < 3000
                               THEN
                                   ADD 1 TO AT-CNT
                                   MOVE AT-CNT TO AT-POS
                                   MOVE GS-PLAYER TO AT-PLAYER(AT-POS)
                                   MOVE GS-CODE TO AT-CODE(AT-POS)
                                   MOVE 0 TO AT-GAMES(AT-POS)
                                   MOVE 0 TO AT-WINS(AT-POS)
                                   MOVE 0 TO AT-ASSIST(AT-POS)
                                   MOVE 0 TO AT-PRV-GAMES(AT-POS)
                                   MOVE 0 TO AT-PRV-WINS(AT-POS)
                               ELSE
                                   IF AT-FULL NOT = "Y"
                                       THEN
                                           DISPLAY "More than 3000 "
                                               "player/level totals - "
                                               "statements incomplete"
                                           MOVE "Y" TO AT-FULL
                                   END-IF
                           END-IF
                   END-IF
                   IF AT-POS > 0
                       THEN
                           PERFORM ADD-GAME THRU EXIT-ADD-GAME
                   END-IF
           END-IF.
       EXIT-TALLY-GAME.
           EXIT.

       ADD-GAME.
           IF GS-ASSIST = "Y"
               THEN
                   IF REC-PERIOD = STMT-MONTH
                       THEN
                           ADD 1 TO AT-ASSIST(AT-POS)
                   END-IF
               ELSE
                   IF REC-PERIOD = STMT-MONTH
                       THEN
                           ADD 1 TO AT-GAMES(AT-POS)
                           IF GS-RESULT = "W"
                               THEN
                                   ADD 1 TO AT-WINS(AT-POS)
                           END-IF
                       ELSE
                           ADD 1 TO AT-PRV-GAMES(AT-POS)
                           IF GS-RESULT = "W"
                               THEN
                                   ADD 1 TO AT-PRV-WINS(AT-POS)
                           END-IF
                   END-IF
           END-IF.
       EXIT-ADD-GAME.
           EXIT.

       LOAD-HISCORES.
           OPEN INPUT HISCORES-FILE.
           IF HISCORES-STATUS = "00"
               THEN
                   PERFORM UNTIL HISCORES-STATUS NOT = "00"
                           OR HT-CNT >= 240
                       READ HISCORES-FILE
                           AT END
                               MOVE "10" TO HISCORES-STATUS
                           NOT AT END
                               ADD 1 TO HT-CNT
                               MOVE HISCORE-REC
                                   TO HISCORE-ENTRY(HT-CNT)
                       END-READ
                   END-PERFORM
                   IF HT-CNT >= 240 AND HISCORES-STATUS = "00"
                       THEN
                           DISPLAY "HISCORES file has more than 240 "
                               "records - extra records ignored"
                   END-IF
                   IF HISCORES-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "LOAD-HISCORES" TO OPS-PARA
                           MOVE "HISCORES" TO OPS-FILE
                           MOVE HISCORES-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE HISCORES-FILE
               ELSE
                   IF HISCORES-STATUS NOT = "35"
                       THEN
                           MOVE "LOAD-HISCORES" TO OPS-PARA
                           MOVE "HISCORES" TO OPS-FILE
                           MOVE HISCORES-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-HISCORES.
           EXIT.

      *POINTS ARE POSTED PER CHALLENGE DATE; THE MONTH'S STANDING
      *IS THE SUM, RANKED THE SAME WAY THE DAILY-BOARD RUN DOES
       LOAD-SEASON.
           OPEN INPUT SEASON-FILE.
           IF SEASON-STATUS = "00"
               THEN
                   PERFORM UNTIL SEASON-STATUS NOT = "00"
                       READ SEASON-FILE
                           AT END
                               MOVE "10" TO SEASON-STATUS
                           NOT AT END
                               PERFORM NOTE-POINTS THRU EXIT-NOTE-POINTS
                       END-READ
                   END-PERFORM
                   IF SEASON-STATUS NOT = "10"
                       THEN
                           MOVE "LOAD-SEASON" TO OPS-PARA
                           MOVE "SEASONPTS" TO OPS-FILE
                           MOVE SEASON-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE SEASON-FILE
                   PERFORM SORT-SEASON THRU EXIT-SORT-SEASON
               ELSE
                   IF SEASON-STATUS NOT = "35"
                       THEN
                           MOVE "LOAD-SEASON" TO OPS-PARA
                           MOVE "SEASONPTS" TO OPS-FILE
                           MOVE SEASON-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-SEASON.
           EXIT.

       NOTE-POINTS.
           IF SP-DATE IS NUMERIC AND SP-POINTS IS NUMERIC
               THEN
                   MOVE SP-DATE TO SP-DATE-WORK
                   IF SP-YYMM = STMT-MONTH
                       THEN
                           MOVE "N" TO SE-FOUND
                           PERFORM VARYING SE-IDX FROM 1 BY 1
                                   UNTIL SE-IDX > SM-CNT
                               IF SM-PLAYER(SE-IDX) = SP-PLAYER
                                   THEN
                                       ADD SP-POINTS
                                           TO SM-POINTS(SE-IDX)
                                       MOVE "Y" TO SE-FOUND
                               END-IF
                           END-PERFORM
                           IF SE-FOUND NOT = "Y" AND SM-CNT < 500
                               THEN
                                   ADD 1 TO SM-CNT
                                   MOVE SP-PLAYER TO SM-PLAYER(SM-CNT)
                                   MOVE SP-POINTS TO SM-POINTS(SM-CNT)
                           END-IF
                   END-IF
                   IF SP-YYMM = PRIOR-MONTH
                       THEN
                           MOVE "N" TO SE-FOUND
                           PERFORM VARYING SE-IDX FROM 1 BY 1
                                   UNTIL SE-IDX > SQ-CNT
                               IF SQ-PLAYER(SE-IDX) = SP-PLAYER
                                   THEN
                                       ADD SP-POINTS
                                           TO SQ-POINTS(SE-IDX)
                                       MOVE "Y" TO SE-FOUND
                               END-IF
                           END-PERFORM
                           IF SE-FOUND NOT = "Y" AND SQ-CNT < 500
                               THEN
                                   ADD 1 TO SQ-CNT
                                   MOVE SP-PLAYER TO SQ-PLAYER(SQ-CNT)
                                   MOVE SP-POINTS TO SQ-POINTS(SQ-CNT)
                           END-IF
                   END-IF
           END-IF.
       EXIT-NOTE-POINTS.
           EXIT.

      *HIGHEST POINTS FIRST - A SIMPLE EXCHANGE PASS REPEATED
      *UNTIL NOTHING MOVES, ONCE FOR EACH MONTH
       SORT-SEASON.
           MOVE "Y" TO SE-SWAPPED.
           PERFORM UNTIL SE-SWAPPED NOT = "Y"
               MOVE "N" TO SE-SWAPPED
               PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX >= SM-CNT
                   IF SM-POINTS(SE-IDX) < SM-POINTS(SE-IDX + 1)
                       THEN
                           MOVE SM-ENTRY(SE-IDX) TO SE-HOLD
                           MOVE SM-ENTRY(SE-IDX + 1) TO SM-ENTRY(SE-IDX)
                           MOVE SE-HOLD TO SM-ENTRY(SE-IDX + 1)
                           MOVE "Y" TO SE-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "Y" TO SE-SWAPPED.
           PERFORM UNTIL SE-SWAPPED NOT = "Y"
               MOVE "N" TO SE-SWAPPED
               PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX >= SQ-CNT
                   IF SQ-POINTS(SE-IDX) < SQ-POINTS(SE-IDX + 1)
                       THEN
                           MOVE SQ-ENTRY(SE-IDX) TO SE-HOLD
                           MOVE SQ-ENTRY(SE-IDX + 1) TO SQ-ENTRY(SE-IDX)
                           MOVE SE-HOLD TO SQ-ENTRY(SE-IDX + 1)
                           MOVE "Y" TO SE-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
       EXIT-SORT-SEASON.
           EXIT.

      *ONE STATEMENT PER ACTIVE PLAYER, IN PLAYER-ID ORDER, THEN
      *THE CONTROL PAGE.  DEACTIVATED AND MERGED-AWAY IDS ARE
      *COUNTED BUT NOT PRINTED.
       PRINT-STATEMENTS.
           OPEN INPUT PLAYERS-FILE.
           IF PLAYERS-STATUS NOT = "00"
               THEN
                   DISPLAY "No PLAYERS file found - no statements "
                       "printed"
                   MOVE 8 TO RETURN-CODE
                   IF PLAYERS-STATUS NOT = "35"
                       THEN
                           MOVE "PRINT-STATEMENTS" TO OPS-PARA
                           MOVE "PLAYERS" TO OPS-FILE
                           MOVE PLAYERS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
               ELSE
                   OPEN OUTPUT STMT-PRINT-FILE
                   IF STMT-PRINT-STATUS NOT = "00"
                       THEN
                           MOVE "PRINT-STATEMENTS" TO OPS-PARA
                           MOVE "STMTPRT" TO OPS-FILE
                           MOVE STMT-PRINT-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                       ELSE
                           OPEN INPUT ACHIEVE-FILE
                           IF ACHIEVE-STATUS = "00"
                               THEN
                                   MOVE "Y" TO ACH-OPEN
                               ELSE
                                   IF ACHIEVE-STATUS NOT = "35"
                                       THEN
                                           MOVE "PRINT-STATEMENTS"
                                               TO OPS-PARA
                                           MOVE "ACHIEVE" TO OPS-FILE
                                           MOVE ACHIEVE-STATUS
                                               TO OPS-STATUS
                                           PERFORM LOG-FILE-ERROR
                                               THRU EXIT-LOG-FILE-ERROR
                                   END-IF
                           END-IF
                           MOVE TS-DATE TO HDR-DATE
                           MOVE MONTH-TEXT TO HDR-MONTH
                           PERFORM UNTIL PLAYERS-STATUS NOT = "00"
                               READ PLAYERS-FILE NEXT RECORD
                                   AT END
                                       MOVE "10" TO PLAYERS-STATUS
                                   NOT AT END
                                       ADD 1 TO PLAYER-CNT
                                       PERFORM SELECT-PLAYER
                                           THRU EXIT-SELECT-PLAYER
                               END-READ
                           END-PERFORM
                           IF PLAYERS-STATUS NOT = "10"
                               THEN
                                   MOVE "PRINT-STATEMENTS" TO OPS-PARA
                                   MOVE "PLAYERS" TO OPS-FILE
                                   MOVE PLAYERS-STATUS TO OPS-STATUS
                                   PERFORM LOG-FILE-ERROR
                                       THRU EXIT-LOG-FILE-ERROR
                           END-IF
                           PERFORM PRINT-CONTROL-PAGE
                               THRU EXIT-PRINT-CONTROL-PAGE
                           IF ACH-OPEN = "Y"
                               THEN
                                   CLOSE ACHIEVE-FILE
                           END-IF
                           CLOSE STMT-PRINT-FILE
                   END-IF
                   CLOSE PLAYERS-FILE
           END-IF.
       EXIT-PRINT-STATEMENTS.
           EXIT.

       SELECT-PLAYER.
           EVALUATE PR-STATUS
               WHEN "A"
               WHEN " "
                   ADD 1 TO PRINTED-CNT
                   PERFORM PRINT-ONE-STATEMENT
                       THRU EXIT-PRINT-ONE-STATEMENT
               WHEN "M"
                   ADD 1 TO DEACT-CNT
                   ADD 1 TO MERGED-CNT
               WHEN OTHER
                   ADD 1 TO DEACT-CNT
           END-EVALUATE.
       EXIT-SELECT-PLAYER.
           EXIT.

       PRINT-ONE-STATEMENT.
           MOVE SPACE TO HDR-SUBJECT.
           STRING "PLAYER " PR-ID "  " PR-NAME DELIMITED BY SIZE
               INTO HDR-SUBJECT.
           PERFORM PAGE-HEADER THRU EXIT-PAGE-HEADER.
           PERFORM PRINT-GAMES THRU EXIT-PRINT-GAMES.
           PERFORM PRINT-BOARDS THRU EXIT-PRINT-BOARDS.
           PERFORM PRINT-POINTS THRU EXIT-PRINT-POINTS.
           PERFORM PRINT-BADGES THRU EXIT-PRINT-BADGES.
           PERFORM PRINT-COMPARISON THRU EXIT-PRINT-COMPARISON.
       EXIT-PRINT-ONE-STATEMENT.
           EXIT.

       PRINT-GAMES.
           MOVE 0 TO TOT-GAMES.
           MOVE 0 TO TOT-WINS.
           MOVE 0 TO TOT-ASSIST.
           MOVE 0 TO TOT-PRV-GAMES.
           MOVE 0 TO TOT-PRV-WINS.
           MOVE "GAMES AND WINS BY LEVEL" TO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE LEVEL-HDR-LINE TO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-CNT
               IF AT-PLAYER(AT-IDX) = PR-ID
                   THEN
                       MOVE AT-CODE(AT-IDX) TO LL-CODE
                       MOVE AT-GAMES(AT-IDX) TO LL-GAMES
                       MOVE AT-WINS(AT-IDX) TO LL-WINS
                       MOVE AT-ASSIST(AT-IDX) TO LL-ASSIST
                       MOVE AT-PRV-GAMES(AT-IDX) TO LL-PRV-GAMES
                       MOVE AT-PRV-WINS(AT-IDX) TO LL-PRV-WINS
                       MOVE 0 TO RATE-WK
                       IF AT-GAMES(AT-IDX) > 0
                           THEN
                               COMPUTE RATE-WK ROUNDED =
                                   AT-WINS(AT-IDX) * 100
                                   / AT-GAMES(AT-IDX)
                       END-IF
                       MOVE RATE-WK TO LL-RATE
                       MOVE LEVEL-LINE TO PRINT-BUF
                       PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                       ADD AT-GAMES(AT-IDX) TO TOT-GAMES
                       ADD AT-WINS(AT-IDX) TO TOT-WINS
                       ADD AT-ASSIST(AT-IDX) TO TOT-ASSIST
                       ADD AT-PRV-GAMES(AT-IDX) TO TOT-PRV-GAMES
                       ADD AT-PRV-WINS(AT-IDX) TO TOT-PRV-WINS
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO LL-CODE.
           MOVE TOT-GAMES TO LL-GAMES.
           MOVE TOT-WINS TO LL-WINS.
           MOVE TOT-ASSIST TO LL-ASSIST.
           MOVE TOT-PRV-GAMES TO LL-PRV-GAMES.
           MOVE TOT-PRV-WINS TO LL-PRV-WINS.
           MOVE 0 TO RATE-WK.
           IF TOT-GAMES > 0
               THEN
                   COMPUTE RATE-WK ROUNDED = TOT-WINS * 100 / TOT-GAMES
           END-IF.
           MOVE RATE-WK TO LL-RATE.
           MOVE LEVEL-LINE TO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE LEAGUE-GAMES TO LEAGUE-DISP.
           MOVE LEAGUE-WINS TO LEAGUE-DISP-2.
           STRING "  League this month: " LEAGUE-DISP " games, "
               LEAGUE-DISP-2 " wins" DELIMITED BY SIZE
               INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
       EXIT-PRINT-GAMES.
           EXIT.

       PRINT-BOARDS.
           MOVE "BEST-TIMES BOARDS (TOP TEN PER LEVEL)" TO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE 0 TO HS-SHOWN.
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
               IF HT-PLAYER(HT-IDX) = PR-ID
                   THEN
                       MOVE 0 TO HT-RANK
                       PERFORM VARYING HT-SCAN FROM 1 BY 1
                               UNTIL HT-SCAN > HT-IDX
                           IF HT-CODE(HT-SCAN) = HT-CODE(HT-IDX)
                               THEN
                                   ADD 1 TO HT-RANK
                           END-IF
                       END-PERFORM
                       ADD 1 TO HS-SHOWN
                       MOVE HT-RANK TO POS-DISP
                       MOVE HT-SECONDS(HT-IDX) TO SECONDS-DISP
                       STRING "  Level " HT-CODE(HT-IDX)
                           "  position " POS-DISP "  "
                           SECONDS-DISP " seconds  set "
                           HT-DATE(HT-IDX) DELIMITED BY SIZE
                           INTO PRINT-BUF
                       PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
               END-IF
           END-PERFORM.
           IF HS-SHOWN = 0
               THEN
                   MOVE "  Not on any best-times board" TO PRINT-BUF
                   PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
       EXIT-PRINT-BOARDS.
           EXIT.

       PRINT-POINTS.
           MOVE 0 TO CUR-POINTS.
           MOVE 0 TO CUR-RANK.
           MOVE 0 TO PRV-POINTS.
           MOVE 0 TO PRV-RANK.
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL SE-IDX > SM-CNT
               IF SM-PLAYER(SE-IDX) = PR-ID
                   THEN
                       MOVE SM-POINTS(SE-IDX) TO CUR-POINTS
                       MOVE SE-IDX TO CUR-RANK
               END-IF
           END-PERFORM.
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL SE-IDX > SQ-CNT
               IF SQ-PLAYER(SE-IDX) = PR-ID
                   THEN
                       MOVE SQ-POINTS(SE-IDX) TO PRV-POINTS
                       MOVE SE-IDX TO PRV-RANK
               END-IF
           END-PERFORM.
           MOVE "DAILY CHALLENGE POINTS" TO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           IF CUR-RANK = 0
               THEN
                   MOVE "  This month: no points" TO PRINT-BUF
               ELSE
                   MOVE CUR-POINTS TO CNT-DISP
                   MOVE CUR-RANK TO RANK-DISP
                   MOVE SM-CNT TO RANK-DISP-2
                   STRING "  This month: " CNT-DISP " points, rank "
                       RANK-DISP " of " RANK-DISP-2
                       DELIMITED BY SIZE INTO PRINT-BUF
           END-IF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           IF PRV-RANK = 0
               THEN
                   MOVE "  Last month: no points" TO PRINT-BUF
               ELSE
                   MOVE PRV-POINTS TO CNT-DISP
                   MOVE PRV-RANK TO RANK-DISP
                   MOVE SQ-CNT TO RANK-DISP-2
                   STRING "  Last month: " CNT-DISP " points, rank "
                       RANK-DISP " of " RANK-DISP-2
                       DELIMITED BY SIZE INTO PRINT-BUF
           END-IF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
       EXIT-PRINT-POINTS.
           EXIT.

      *SAME BADGE RULES AS THE ACHIEVEMENT BOARD - MILESTONES FROM
      *THE WIN TOTAL, FIRST-WIN BADGES FROM THE LEVEL CODES
       PRINT-BADGES.
           MOVE "STREAKS AND BADGES" TO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE "N" TO SE-FOUND.
           IF ACH-OPEN = "Y"
               THEN
                   MOVE PR-ID TO AC-PLAYER
                   READ ACHIEVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO SE-FOUND
                   END-READ
                   IF ACHIEVE-STATUS NOT = "00"
                           AND ACHIEVE-STATUS NOT = "23"
                       THEN
                           MOVE "PRINT-BADGES" TO OPS-PARA
                           MOVE "ACHIEVE" TO OPS-FILE
                           MOVE ACHIEVE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                           CLOSE ACHIEVE-FILE
                           MOVE "N" TO ACH-OPEN
                   END-IF
           END-IF.
           IF SE-FOUND NOT = "Y"
               THEN
                   MOVE "  No wins recorded yet" TO PRINT-BUF
                   PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
               ELSE
                   MOVE AC-CUR-STREAK TO STREAK-DISP
                   MOVE AC-BEST-STREAK TO BEST-DISP
                   MOVE AC-TOT-WINS TO TOTWIN-DISP
                   STRING "  Win streak " STREAK-DISP " (best "
                       BEST-DISP "), total wins " TOTWIN-DISP
                       DELIMITED BY SIZE INTO PRINT-BUF
                   PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   IF AC-TOT-WINS >= 10
                       THEN
                           MOVE "  Badge: 10 wins" TO PRINT-BUF
                           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   END-IF
                   IF AC-TOT-WINS >= 50
                       THEN
                           MOVE "  Badge: 50 wins" TO PRINT-BUF
                           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   END-IF
                   IF AC-TOT-WINS >= 100
                       THEN
                           MOVE "  Badge: 100 wins" TO PRINT-BUF
                           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   END-IF
                   IF AC-WON-CODES NOT = SPACE
                       THEN
                           STRING "  Badge: first win on levels "
                               AC-WON-CODES DELIMITED BY SIZE
                               INTO PRINT-BUF
                           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   END-IF
                   IF AC-FAST-SECS IS NUMERIC
                           AND AC-FAST-SECS < 999999
                       THEN
                           MOVE AC-FAST-SECS TO SECONDS-DISP
                           STRING "  Fastest clear " SECONDS-DISP
                               " seconds on level " AC-FAST-CODE
                               DELIMITED BY SIZE INTO PRINT-BUF
                           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   END-IF
                   IF AC-LAST-BADGE NOT = SPACE
                       THEN
                           STRING "  Latest badge: " AC-LAST-BADGE
                               DELIMITED BY SIZE INTO PRINT-BUF
                           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   END-IF
           END-IF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
       EXIT-PRINT-BADGES.
           EXIT.

       PRINT-COMPARISON.
           STRING "COMPARED WITH " PRIOR-TEXT DELIMITED BY SIZE
               INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           COMPUTE CHANGE-WK = TOT-GAMES - TOT-PRV-GAMES.
           MOVE CHANGE-WK TO CHG-DISP.
           COMPUTE CHANGE-WK = TOT-WINS - TOT-PRV-WINS.
           MOVE CHANGE-WK TO CHG-DISP-2.
           STRING "  Games " CHG-DISP "   Wins " CHG-DISP-2
               DELIMITED BY SIZE INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           COMPUTE CHANGE-WK = CUR-POINTS - PRV-POINTS.
           MOVE CHANGE-WK TO CHG-DISP.
           IF CUR-RANK > 0 AND PRV-RANK > 0
               THEN
                   COMPUTE CHANGE-WK = PRV-RANK - CUR-RANK
                   MOVE CHANGE-WK TO CHG-DISP-2
                   STRING "  Points " CHG-DISP "   Places gained "
                       CHG-DISP-2 DELIMITED BY SIZE INTO PRINT-BUF
               ELSE
                   STRING "  Points " CHG-DISP DELIMITED BY SIZE
                       INTO PRINT-BUF
           END-IF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
       EXIT-PRINT-COMPARISON.
           EXIT.

       PRINT-CONTROL-PAGE.
           MOVE "CONTROL PAGE" TO HDR-SUBJECT.
           PERFORM PAGE-HEADER THRU EXIT-PAGE-HEADER.
           MOVE PLAYER-CNT TO CNT-DISP.
           STRING "  Players on file:              " CNT-DISP
               DELIMITED BY SIZE INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE PRINTED-CNT TO CNT-DISP.
           STRING "  Statements printed:           " CNT-DISP
               DELIMITED BY SIZE INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE DEACT-CNT TO CNT-DISP.
           STRING "  Skipped as deactivated:       " CNT-DISP
               DELIMITED BY SIZE INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE MERGED-CNT TO CNT-DISP.
           STRING "    of which merged away:       " CNT-DISP
               DELIMITED BY SIZE INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE LEAGUE-GAMES TO LEAGUE-DISP.
           STRING "  League games this month:    " LEAGUE-DISP
               DELIMITED BY SIZE INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE LEAGUE-WINS TO LEAGUE-DISP.
           STRING "  League wins this month:     " LEAGUE-DISP
               DELIMITED BY SIZE INTO PRINT-BUF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           IF AT-FULL = "Y"
               THEN
                   MOVE "  STATEMENTS INCOMPLETE - player/level table "
                       TO PRINT-BUF
                   PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
                   MOVE "  full, some games were not counted"
                       TO PRINT-BUF
                   PERFORM PRINT-LINE THRU EXIT-PRINT-LINE
           END-IF.
           COMPUTE CHANGE-WK = PRINTED-CNT + DEACT-CNT.
           IF CHANGE-WK = PLAYER-CNT
               THEN
                   MOVE "  BALANCED - every player printed or skipped"
                       TO PRINT-BUF
               ELSE
                   MOVE "  OUT OF BALANCE" TO PRINT-BUF
           END-IF.
           PERFORM PRINT-LINE THRU EXIT-PRINT-LINE.
           MOVE PRINTED-CNT TO CNT-DISP.
           MOVE DEACT-CNT TO CNT-DISP-2.
           DISPLAY "Statements printed " CNT-DISP ", skipped as "
               "deactivated " CNT-DISP-2 " - see STMTPRT".
       EXIT-PRINT-CONTROL-PAGE.
           EXIT.

       PAGE-HEADER.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO HDR-PAGE.
           WRITE STMT-LINE FROM HDR-LINE-1 AFTER ADVANCING PAGE.
           PERFORM CHK-PRINT-WRITE THRU EXIT-CHK-PRINT-WRITE.
           WRITE STMT-LINE FROM HDR-LINE-2 AFTER ADVANCING 1 LINE.
           PERFORM CHK-PRINT-WRITE THRU EXIT-CHK-PRINT-WRITE.
           MOVE SPACE TO STMT-LINE.
           WRITE STMT-LINE AFTER ADVANCING 1 LINE.
           PERFORM CHK-PRINT-WRITE THRU EXIT-CHK-PRINT-WRITE.
           MOVE 3 TO LINE-CNT.
           MOVE SPACE TO PRINT-BUF.
       EXIT-PAGE-HEADER.
           EXIT.

      *A FULL PAGE CARRIES ON UNDER A FRESH HEADER FOR THE SAME
      *SUBJECT
       PRINT-LINE.
           IF LINE-CNT >= PAGE-LINES
               THEN
                   MOVE PRINT-BUF TO HOLD-LINE
                   PERFORM PAGE-HEADER THRU EXIT-PAGE-HEADER
                   MOVE HOLD-LINE TO PRINT-BUF
           END-IF.
           WRITE STMT-LINE FROM PRINT-BUF AFTER ADVANCING 1 LINE.
           PERFORM CHK-PRINT-WRITE THRU EXIT-CHK-PRINT-WRITE.
           ADD 1 TO LINE-CNT.
           MOVE SPACE TO PRINT-BUF.
       EXIT-PRINT-LINE.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED PRINT FILE, NOT ONE PER LINE
       CHK-PRINT-WRITE.
           IF STMT-PRINT-STATUS NOT = "00" AND PR-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO PR-ERR-FLAG
                   MOVE "PRINT-LINE" TO OPS-PARA
                   MOVE "STMTPRT" TO OPS-FILE
                   MOVE STMT-PRINT-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-PRINT-WRITE.
           EXIT.

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
      *IN OPSLOG, AND REMEMBER IT SO THE RUN ENDS WITH A NONZERO
      *RETURN CODE.  CALLERS FILL OPS-PARA/OPS-FILE/OPS-STATUS.
       LOG-FILE-ERROR.
           MOVE "Y" TO ERROR-FLAG.
           DISPLAY "WARNING: file error on " OPS-FILE " status "
               OPS-STATUS " in " OPS-PARA.
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP.
           MOVE "MONSTMT" TO OL-PROGRAM.
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
