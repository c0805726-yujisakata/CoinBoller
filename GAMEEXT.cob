               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "GAMECSV"
               ORGANIZATION LINE SEQUENTIAL
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  PLAYERS-FILE.
       01 PLAYER-REC.
           03 PR-ID   PIC X(4).
      *DATE RANGE FROM THE OPERATOR - ZERO LEAVES AN END OPEN
       77 FROM-DATE PIC 9(8).
       77 TO-DATE PIC 9(8).
      *PLAYER NAME LOOKUP BY KEY ON THE PLAYERS FILE
       77 PLAYERS-OPEN PIC X VALUE "N".
       77 NAME-KEY PIC X(4).
       77 PLAYER-NAME PIC X(20).
       77 NAME-LEN PIC 9(2).
       77 ID-LEN PIC 9(2).
       77 CH-IDX PIC 9(2).
      *DELIMITER-SAFE COPIES OF THE FREE-TEXT AND ONE-CHARACTER
      *FIELDS - A COMMA IN ANY OF THEM WOULD SHIFT EVERY COLUMN
      *AFTER IT WITHOUT TRIPPING THE CONTROL TOTALS
       77 CSV-PLAYER PIC X(4).
       77 CSV-CODE PIC X(1).
       77 CSV-RESULT PIC X(1).
      *ASSISTED GAMES ARE FLAGGED ON EVERY LINE AND COUNTED APART -
      *RECORDS FROM BEFORE THE FLAG WAS KEPT GO OUT AS UNASSISTED
       77 CSV-ASSIST PIC X(1).
       77 CSV-HINTS PIC 9(3).
       77 ASSIST-CNT PIC 9(6) VALUE 0.
      *CONTROL TOTALS - THE TRAILER MUST AGREE WITH WHAT ACTUALLY
      *REACHED THE FILE OR THE TRANSFER JOB REFUSES THE EXTRACT
       77 SELECT-CNT PIC 9(6) VALUE 0.
       01 HEADER-LINE.
           03 FILLER PIC X(23) VALUE "DATE,LEVEL,PLAYER,NAME,".
           03 FILLER PIC X(27) VALUE "RESULT,GUESSES,SECONDS,SEED".
           03 FILLER PIC X(15) VALUE ",ASSISTED,HINTS".
       01 TRAILER-LINE.
           03 FILLER PIC X(2) VALUE "T,".
           03 TL-COUNT PIC 9(6).
           ACCEPT FROM-DATE.
           DISPLAY "To date (YYYYMMDD, 0 = open): "
           ACCEPT TO-DATE.
           PERFORM OPEN-NAMES THRU EXIT-OPEN-NAMES.
           PERFORM WRITE-EXTRACT THRU EXIT-WRITE-EXTRACT.
           IF PLAYERS-OPEN = "Y"
               THEN
                   CLOSE PLAYERS-FILE
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
                           MOVE WRITTEN-CNT TO CNT-DISP
                           DISPLAY "Extract complete - " CNT-DISP
                               " detail records written to GAMECSV"
                           MOVE ASSIST-CNT TO CNT-DISP
                           DISPLAY "  of which assisted games: "
                               CNT-DISP
                   END-IF
           END-IF.
       STOP RUN.

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

       WRITE-EXTRACT.
      *TRAILING SPACES ARE TRIMMED FROM THE ID AND NAME SO THE
      *SPREADSHEET DOES NOT SEE PADDED CELLS
       BUILD-CSV-LINE.
           MOVE GS-PLAYER TO NAME-KEY.
           PERFORM FIND-NAME THRU EXIT-FIND-NAME.
           INSPECT PLAYER-NAME REPLACING ALL "," BY " ".
           MOVE GS-PLAYER TO CSV-PLAYER.
           INSPECT CSV-PLAYER REPLACING ALL "," BY " ".
           INSPECT CSV-CODE REPLACING ALL "," BY " ".
           MOVE GS-RESULT TO CSV-RESULT.
           INSPECT CSV-RESULT REPLACING ALL "," BY " ".
           IF GS-ASSIST = "Y"
               THEN
                   MOVE "Y" TO CSV-ASSIST
                   ADD 1 TO ASSIST-CNT
               ELSE
                   MOVE "N" TO CSV-ASSIST
           END-IF.
           IF GS-HINTS IS NUMERIC
               THEN
                   MOVE GS-HINTS TO CSV-HINTS
               ELSE
                   MOVE 0 TO CSV-HINTS
           END-IF.
           MOVE 1 TO NAME-LEN.
           PERFORM VARYING CH-IDX FROM 20 BY -1 UNTIL CH-IDX < 1
               IF PLAYER-NAME(CH-IDX:1) NOT = " " AND NAME-LEN = 1
                   THEN
                       MOVE CH-IDX TO NAME-LEN
               END-IF
           END-PERFORM.
           MOVE 1 TO ID-LEN.
           PERFORM VARYING CH-IDX FROM 4 BY -1 UNTIL CH-IDX < 1
               IF CSV-PLAYER(CH-IDX:1) NOT = " " AND ID-LEN = 1
                   THEN
                       MOVE CH-IDX TO ID-LEN
               END-IF
           END-PERFORM.
           MOVE SPACE TO CSV-LINE.
               GS-SECONDS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GS-SEED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-ASSIST DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-HINTS DELIMITED BY SIZE
               INTO CSV-LINE.
       EXIT-BUILD-CSV-LINE.
           EXIT.
