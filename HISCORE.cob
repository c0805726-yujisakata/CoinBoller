               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISCORES-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       77 CT-CNT PIC 9(2) VALUE 0.
       77 CT-IDX PIC 9(2).
       77 CT-FOUND PIC X.
      *PLAYER NAME LOOKUP BY KEY ON THE PLAYERS FILE
       77 PLAYERS-OPEN PIC X VALUE "N".
       77 PLAYER-NAME PIC X(20).
       77 RANK-NO PIC 9(2).
       77 RANK-DISP PIC Z9.
                               "records - extra records ignored"
                   END-IF
                   CLOSE HISCORES-FILE
                   OPEN INPUT PLAYERS-FILE
                   IF PLAYERS-STATUS = "00"
                       THEN
                           MOVE "Y" TO PLAYERS-OPEN
                   END-IF
                   PERFORM PRINT-BOARD THRU EXIT-PRINT-BOARD
                   IF PLAYERS-OPEN = "Y"
                       THEN
                           CLOSE PLAYERS-FILE
                   END-IF
               ELSE
                   DISPLAY "No HISCORES file found - nothing to do"
           END-IF.
       EXIT-NOTE-CODE.
           EXIT.

       FIND-NAME.
           MOVE SPACE TO PLAYER-NAME.
           IF PLAYERS-OPEN = "Y"
               THEN
                   MOVE HT-PLAYER(HT-IDX) TO PR-ID
                   READ PLAYERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PR-NAME TO PLAYER-NAME
                   END-READ
           END-IF.
       EXIT-FIND-NAME.
           EXIT.

       PRINT-BOARD.
                           ADD 1 TO RANK-NO
                           MOVE RANK-NO TO RANK-DISP
                           MOVE HT-SECONDS(HT-IDX) TO SECONDS-DISP
                           PERFORM FIND-NAME THRU EXIT-FIND-NAME
                           DISPLAY "  " RANK-DISP "   " SECONDS-DISP
                               "  " HT-PLAYER(HT-IDX) "    "
                               PLAYER-NAME "  " HT-DATE(HT-IDX)
