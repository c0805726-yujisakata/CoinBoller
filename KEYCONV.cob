123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       KEYCONV.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-SEQ-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYERS-SEQ-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT PLAYERS-BAK-FILE ASSIGN TO "PLAYRBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYERS-BAK-STATUS.
           SELECT ACHIEVE-SEQ-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACHIEVE-SEQ-STATUS.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AC-PLAYER
               FILE STATUS IS ACHIEVE-STATUS.
           SELECT ACHIEVE-BAK-FILE ASSIGN TO "ACHVBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACHIEVE-BAK-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  PLAYERS-SEQ-FILE.
       01 PLAYERS-SEQ-REC PIC X(25).
       FD  PLAYERS-FILE.
       01 PLAYER-REC.
           03 PR-ID   PIC X(4).
           03 PR-NAME PIC X(20).
           03 PR-STATUS PIC X(1).
       FD  PLAYERS-BAK-FILE.
       01 PLAYERS-BAK-REC PIC X(25).
       FD  ACHIEVE-SEQ-FILE.
       01 ACHIEVE-SEQ-REC PIC X(76).
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
       FD  ACHIEVE-BAK-FILE.
       01 ACHIEVE-BAK-REC PIC X(76).
       WORKING-STORAGE   SECTION.
       77 PLAYERS-SEQ-STATUS PIC XX.
       77 PLAYERS-STATUS PIC XX.
       77 PLAYERS-BAK-STATUS PIC XX.
       77 ACHIEVE-SEQ-STATUS PIC XX.
       77 ACHIEVE-STATUS PIC XX.
       77 ACHIEVE-BAK-STATUS PIC XX.
      *ONE-TIME CONVERSION OF PLAYERS AND ACHIEVE FROM LINE
      *SEQUENTIAL TO FILES KEYED ON THE PLAYER ID.  PASS 1 COPIES
      *THE SEQUENTIAL FILE TO THE BAK THE MAINTENANCE UTILITY
      *ALSO KEEPS, PASS 2 LOADS THE KEYED FILE FROM THE BAK.  THE
      *RELOAD MODE RUNS PASS 2 ALONE, TO REBUILD A KEYED FILE FROM
      *ITS BAK AFTER A FAILED MAINTENANCE SAVE OR MERGE.
       77 RUN-MODE PIC X.
       77 CONV-OK PIC X.
       77 RUN-OK PIC X VALUE "Y".
       77 COPY-CNT PIC 9(6).
       77 READ-CNT PIC 9(6).
       77 WRITE-CNT PIC 9(6).
       77 DUP-CNT PIC 9(6).
       77 BLANK-CNT PIC 9(6).
       77 CHECK-CNT PIC 9(6).
       77 READ-DISP PIC ZZZZZ9.
       77 WRITE-DISP PIC ZZZZZ9.
       77 DUP-DISP PIC ZZZZZ9.
       77 BLANK-DISP PIC ZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           DISPLAY "PLAYERS and ACHIEVE keyed-file load".
           DISPLAY "c=convert the sequential files  r=reload the "
               "keyed files from PLAYRBAK/ACHVBAK: "
           ACCEPT RUN-MODE.
           IF RUN-MODE NOT = "c" AND RUN-MODE NOT = "r"
               THEN
                   DISPLAY "Wrong input - nothing done"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CONVERT-PLAYERS THRU EXIT-CONVERT-PLAYERS
                   PERFORM CONVERT-ACHIEVE THRU EXIT-CONVERT-ACHIEVE
                   IF RUN-OK NOT = "Y"
                       THEN
                           DISPLAY "CONVERSION INCOMPLETE - correct "
                               "the cause and rerun with r to "
                               "reload from the BAK copies"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           DISPLAY "Conversion complete"
                   END-IF
           END-IF.
       STOP RUN.

      *A PLAYERS FILE THAT ALREADY OPENS AS A KEYED FILE HAS BEEN
      *CONVERTED, AND COPYING IT AS TEXT WOULD WRECK THE BAK - IT
      *IS LEFT ALONE SO RERUNNING THE CONVERSION CHANGES NOTHING
       CONVERT-PLAYERS.
           MOVE "Y" TO CONV-OK.
           MOVE 0 TO COPY-CNT.
           IF RUN-MODE = "c"
               THEN
                   OPEN INPUT PLAYERS-FILE
                   IF PLAYERS-STATUS = "00"
                       THEN
                           CLOSE PLAYERS-FILE
                           DISPLAY "PLAYERS: already keyed - left "
                               "as it is"
                           MOVE "N" TO CONV-OK
                       ELSE
                           PERFORM COPY-PLAYERS THRU EXIT-COPY-PLAYERS
                   END-IF
           END-IF.
           IF CONV-OK = "Y"
               THEN
                   PERFORM LOAD-PLAYERS THRU EXIT-LOAD-PLAYERS
           END-IF.
       EXIT-CONVERT-PLAYERS.
           EXIT.

       COPY-PLAYERS.
           OPEN INPUT PLAYERS-SEQ-FILE.
           IF PLAYERS-SEQ-STATUS NOT = "00"
               THEN
                   MOVE "N" TO CONV-OK
                   IF PLAYERS-SEQ-STATUS = "35"
                       THEN
                           DISPLAY "PLAYERS: no file - skipped"
                       ELSE
                           DISPLAY "PLAYERS could not be read - "
                               "status " PLAYERS-SEQ-STATUS
                           MOVE "N" TO RUN-OK
                   END-IF
               ELSE
                   OPEN OUTPUT PLAYERS-BAK-FILE
                   IF PLAYERS-BAK-STATUS NOT = "00"
                       THEN
                           DISPLAY "PLAYRBAK could not be opened - "
                               "status " PLAYERS-BAK-STATUS
                           MOVE "N" TO CONV-OK
                           MOVE "N" TO RUN-OK
                           CLOSE PLAYERS-SEQ-FILE
                       ELSE
                           PERFORM UNTIL PLAYERS-SEQ-STATUS NOT = "00"
                                   OR PLAYERS-BAK-STATUS NOT = "00"
                               READ PLAYERS-SEQ-FILE
                                   AT END
                                       MOVE "10" TO PLAYERS-SEQ-STATUS
                                   NOT AT END
                                       ADD 1 TO COPY-CNT
                                       MOVE PLAYERS-SEQ-REC
                                           TO PLAYERS-BAK-REC
                                       WRITE PLAYERS-BAK-REC
                               END-READ
                           END-PERFORM
                           IF PLAYERS-SEQ-STATUS NOT = "10"
                                   OR PLAYERS-BAK-STATUS NOT = "00"
                               THEN
                                   DISPLAY "PLAYERS backup failed"
                                   MOVE "N" TO CONV-OK
                                   MOVE "N" TO RUN-OK
                           END-IF
                           CLOSE PLAYERS-SEQ-FILE
                           CLOSE PLAYERS-BAK-FILE
                   END-IF
           END-IF.
       EXIT-COPY-PLAYERS.
           EXIT.

      *RECORDS IN MUST EQUAL RECORDS WRITTEN PLUS RECORDS REFUSED
      *(A BLANK ID, OR AN ID ALREADY LOADED - THE FIRST ONE KEEPS
      *IT), AND AFTER A CONVERSION THE BAK MUST HOLD EVERY RECORD
      *THE SEQUENTIAL FILE DID
       LOAD-PLAYERS.
           MOVE 0 TO READ-CNT.
           MOVE 0 TO WRITE-CNT.
           MOVE 0 TO DUP-CNT.
           MOVE 0 TO BLANK-CNT.
           OPEN INPUT PLAYERS-BAK-FILE.
           IF PLAYERS-BAK-STATUS NOT = "00"
               THEN
                   IF PLAYERS-BAK-STATUS = "35"
                       THEN
                           DISPLAY "PLAYERS: no PLAYRBAK - skipped"
                       ELSE
                           DISPLAY "PLAYRBAK could not be read - "
                               "status " PLAYERS-BAK-STATUS
                           MOVE "N" TO RUN-OK
                   END-IF
               ELSE
                   OPEN OUTPUT PLAYERS-FILE
                   IF PLAYERS-STATUS NOT = "00"
                       THEN
                           DISPLAY "PLAYERS load could not start - "
                               "status " PLAYERS-STATUS
                           MOVE "N" TO RUN-OK
                       ELSE
                           PERFORM UNTIL PLAYERS-BAK-STATUS NOT = "00"
                                   OR RUN-OK NOT = "Y"
                               READ PLAYERS-BAK-FILE
                                   AT END
                                       MOVE "10" TO PLAYERS-BAK-STATUS
                                   NOT AT END
                                       ADD 1 TO READ-CNT
                                       PERFORM LOAD-ONE-PLAYER
                                           THRU EXIT-LOAD-ONE-PLAYER
                               END-READ
                           END-PERFORM
                           CLOSE PLAYERS-FILE
                           IF PLAYERS-BAK-STATUS NOT = "10"
                               THEN
                                   MOVE "N" TO RUN-OK
                           END-IF
                           COMPUTE CHECK-CNT =
                               WRITE-CNT + DUP-CNT + BLANK-CNT
                           IF READ-CNT NOT = CHECK-CNT
                               THEN
                                   MOVE "N" TO RUN-OK
                           END-IF
                           IF RUN-MODE = "c" AND READ-CNT NOT = COPY-CNT
                               THEN
                                   MOVE "N" TO RUN-OK
                           END-IF
                           MOVE READ-CNT TO READ-DISP
                           MOVE WRITE-CNT TO WRITE-DISP
                           MOVE DUP-CNT TO DUP-DISP
                           MOVE BLANK-CNT TO BLANK-DISP
                           DISPLAY "PLAYERS:   " READ-DISP " read, "
                               WRITE-DISP " written, " DUP-DISP
                               " duplicate, " BLANK-DISP " blank ID"
                   END-IF
                   CLOSE PLAYERS-BAK-FILE
           END-IF.
       EXIT-LOAD-PLAYERS.
           EXIT.

       LOAD-ONE-PLAYER.
           MOVE PLAYERS-BAK-REC TO PLAYER-REC.
           IF PR-ID = SPACE
               THEN
                   ADD 1 TO BLANK-CNT
                   DISPLAY "PLAYERS record with no ID dropped: "
                       PLAYERS-BAK-REC
               ELSE
                   WRITE PLAYER-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EVALUATE PLAYERS-STATUS
                       WHEN "00"
                           ADD 1 TO WRITE-CNT
                       WHEN "22"
                           ADD 1 TO DUP-CNT
                           DISPLAY "PLAYERS duplicate ID dropped: "
                               PLAYERS-BAK-REC
                       WHEN OTHER
                           DISPLAY "PLAYERS write failed - status "
                               PLAYERS-STATUS
                           MOVE "N" TO RUN-OK
                   END-EVALUATE
           END-IF.
       EXIT-LOAD-ONE-PLAYER.
           EXIT.

       CONVERT-ACHIEVE.
           MOVE "Y" TO CONV-OK.
           MOVE 0 TO COPY-CNT.
           IF RUN-MODE = "c"
               THEN
                   OPEN INPUT ACHIEVE-FILE
                   IF ACHIEVE-STATUS = "00"
                       THEN
                           CLOSE ACHIEVE-FILE
                           DISPLAY "ACHIEVE: already keyed - left "
                               "as it is"
                           MOVE "N" TO CONV-OK
                       ELSE
                           PERFORM COPY-ACHIEVE THRU EXIT-COPY-ACHIEVE
                   END-IF
           END-IF.
           IF CONV-OK = "Y"
               THEN
                   PERFORM LOAD-ACHIEVE THRU EXIT-LOAD-ACHIEVE
           END-IF.
       EXIT-CONVERT-ACHIEVE.
           EXIT.

       COPY-ACHIEVE.
           OPEN INPUT ACHIEVE-SEQ-FILE.
           IF ACHIEVE-SEQ-STATUS NOT = "00"
               THEN
                   MOVE "N" TO CONV-OK
                   IF ACHIEVE-SEQ-STATUS = "35"
                       THEN
                           DISPLAY "ACHIEVE: no file - skipped"
                       ELSE
                           DISPLAY "ACHIEVE could not be read - "
                               "status " ACHIEVE-SEQ-STATUS
                           MOVE "N" TO RUN-OK
                   END-IF
               ELSE
                   OPEN OUTPUT ACHIEVE-BAK-FILE
                   IF ACHIEVE-BAK-STATUS NOT = "00"
                       THEN
                           DISPLAY "ACHVBAK could not be opened - "
                               "status " ACHIEVE-BAK-STATUS
                           MOVE "N" TO CONV-OK
                           MOVE "N" TO RUN-OK
                           CLOSE ACHIEVE-SEQ-FILE
                       ELSE
                           PERFORM UNTIL ACHIEVE-SEQ-STATUS NOT = "00"
                                   OR ACHIEVE-BAK-STATUS NOT = "00"
                               READ ACHIEVE-SEQ-FILE
                                   AT END
                                       MOVE "10" TO ACHIEVE-SEQ-STATUS
                                   NOT AT END
                                       ADD 1 TO COPY-CNT
                                       MOVE ACHIEVE-SEQ-REC
                                           TO ACHIEVE-BAK-REC
                                       WRITE ACHIEVE-BAK-REC
                               END-READ
                           END-PERFORM
                           IF ACHIEVE-SEQ-STATUS NOT = "10"
                                   OR ACHIEVE-BAK-STATUS NOT = "00"
                               THEN
                                   DISPLAY "ACHIEVE backup failed"
                                   MOVE "N" TO CONV-OK
                                   MOVE "N" TO RUN-OK
                           END-IF
                           CLOSE ACHIEVE-SEQ-FILE
                           CLOSE ACHIEVE-BAK-FILE
                   END-IF
           END-IF.
       EXIT-COPY-ACHIEVE.
           EXIT.

       LOAD-ACHIEVE.
           MOVE 0 TO READ-CNT.
           MOVE 0 TO WRITE-CNT.
           MOVE 0 TO DUP-CNT.
           MOVE 0 TO BLANK-CNT.
           OPEN INPUT ACHIEVE-BAK-FILE.
           IF ACHIEVE-BAK-STATUS NOT = "00"
               THEN
                   IF ACHIEVE-BAK-STATUS = "35"
                       THEN
                           DISPLAY "ACHIEVE: no ACHVBAK - skipped"
                       ELSE
                           DISPLAY "ACHVBAK could not be read - "
                               "status " ACHIEVE-BAK-STATUS
                           MOVE "N" TO RUN-OK
                   END-IF
               ELSE
                   OPEN OUTPUT ACHIEVE-FILE
                   IF ACHIEVE-STATUS NOT = "00"
                       THEN
                           DISPLAY "ACHIEVE load could not start - "
                               "status " ACHIEVE-STATUS
                           MOVE "N" TO RUN-OK
                       ELSE
                           PERFORM UNTIL ACHIEVE-BAK-STATUS NOT = "00"
                                   OR RUN-OK NOT = "Y"
                               READ ACHIEVE-BAK-FILE
                                   AT END
                                       MOVE "10" TO ACHIEVE-BAK-STATUS
                                   NOT AT END
                                       ADD 1 TO READ-CNT
                                       PERFORM LOAD-ONE-ACHIEVE
                                           THRU EXIT-LOAD-ONE-ACHIEVE
                               END-READ
                           END-PERFORM
                           CLOSE ACHIEVE-FILE
                           IF ACHIEVE-BAK-STATUS NOT = "10"
                               THEN
                                   MOVE "N" TO RUN-OK
                           END-IF
                           COMPUTE CHECK-CNT =
                               WRITE-CNT + DUP-CNT + BLANK-CNT
                           IF READ-CNT NOT = CHECK-CNT
                               THEN
                                   MOVE "N" TO RUN-OK
                           END-IF
                           IF RUN-MODE = "c" AND READ-CNT NOT = COPY-CNT
                               THEN
                                   MOVE "N" TO RUN-OK
                           END-IF
                           MOVE READ-CNT TO READ-DISP
                           MOVE WRITE-CNT TO WRITE-DISP
                           MOVE DUP-CNT TO DUP-DISP
                           MOVE BLANK-CNT TO BLANK-DISP
                           DISPLAY "ACHIEVE:   " READ-DISP " read, "
                               WRITE-DISP " written, " DUP-DISP
                               " duplicate, " BLANK-DISP " blank ID"
                   END-IF
                   CLOSE ACHIEVE-BAK-FILE
           END-IF.
       EXIT-LOAD-ACHIEVE.
           EXIT.

       LOAD-ONE-ACHIEVE.
           MOVE ACHIEVE-BAK-REC TO ACHIEVE-REC.
           IF AC-PLAYER = SPACE
               THEN
                   ADD 1 TO BLANK-CNT
                   DISPLAY "ACHIEVE record with no ID dropped"
               ELSE
                   WRITE ACHIEVE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EVALUATE ACHIEVE-STATUS
                       WHEN "00"
                           ADD 1 TO WRITE-CNT
                       WHEN "22"
                           ADD 1 TO DUP-CNT
                           DISPLAY "ACHIEVE duplicate ID dropped: "
                               AC-PLAYER
                       WHEN OTHER
                           DISPLAY "ACHIEVE write failed - status "
                               ACHIEVE-STATUS
                           MOVE "N" TO RUN-OK
                   END-EVALUATE
           END-IF.
       EXIT-LOAD-ONE-ACHIEVE.
           EXIT.
