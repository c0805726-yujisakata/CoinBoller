       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS AC-PLAYER
               FILE STATUS IS ACHIEVE-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       WORKING-STORAGE   SECTION.
       77 ACHIEVE-STATUS PIC XX.
       77 PLAYERS-STATUS PIC XX.
      *PLAYER NAME LOOKUP BY KEY ON THE PLAYERS FILE
       77 PLAYERS-OPEN PIC X VALUE "N".
       77 PLAYER-NAME PIC X(20).
      *REPORT WORK FIELDS
       77 PLAYER-SEEN PIC 9(3) VALUE 0.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           OPEN INPUT PLAYERS-FILE.
           IF PLAYERS-STATUS = "00"
               THEN
                   MOVE "Y" TO PLAYERS-OPEN
           END-IF.
           OPEN INPUT ACHIEVE-FILE.
           IF ACHIEVE-STATUS = "00"
               THEN
               ELSE
                   DISPLAY "No ACHIEVE file found - nothing to do"
           END-IF.
           IF PLAYERS-OPEN = "Y"
               THEN
                   CLOSE PLAYERS-FILE
           END-IF.
       STOP RUN.

       FIND-NAME.
           MOVE SPACE TO PLAYER-NAME.
           IF PLAYERS-OPEN = "Y"
               THEN
                   MOVE AC-PLAYER TO PR-ID
                   READ PLAYERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PR-NAME TO PLAYER-NAME
                   END-READ
           END-IF.
       EXIT-FIND-NAME.
           EXIT.

      *MILESTONE BADGES COME STRAIGHT FROM THE WIN TOTAL, FIRST-WIN
      *BADGES FROM THE LEVEL CODES ON THE RECORD, SO THE BOARD AND
      *THE GAME CAN NEVER DISAGREE
       PRINT-ONE-PLAYER.
           PERFORM FIND-NAME THRU EXIT-FIND-NAME.
           DISPLAY " ".
           DISPLAY AC-PLAYER "  " PLAYER-NAME.
           MOVE AC-CUR-STREAK TO STREAK-DISP.
