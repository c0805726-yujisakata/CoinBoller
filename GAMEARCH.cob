           SELECT GAME-HOLD-FILE ASSIGN TO "GAMEHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-HOLD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "GAMESUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
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
       FD  GAME-WORK-FILE.
       01 GAME-WORK-REC PIC X(45).
       FD  GAME-HOLD-FILE.
       01 GAME-HOLD-REC PIC X(45).
      *GAMESTATS REJECTS FROM THE EDIT RUN - U = STILL UNRESOLVED
       FD  SUSPENSE-FILE.
       01 SUSPENSE-REC.
           03 SU-STATUS PIC X(1).
           03 FILLER    PIC X(62).
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
       77 GAME-HIST-STATUS PIC XX.
       77 GAME-WORK-STATUS PIC XX.
       77 GAME-HOLD-STATUS PIC XX.
       77 SUSPENSE-STATUS PIC XX.
       77 HELD-CNT PIC 9(6) VALUE 0.
      *ARCHIVE DETAIL BUILT HERE BEFORE IT REACHES ANY FILE
       01 HOLD-WORK.
           03 HW-TYPE   PIC X(1).
           03 HW-DETAIL PIC X(44).
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           MOVE TS-YYMM TO CUR-PERIOD.
           DISPLAY "GAMESTATS ARCHIVAL - retained period " CUR-PERIOD.
           PERFORM CHECK-SUSPENSE THRU EXIT-CHECK-SUSPENSE.
           IF NOTHING-TO-DO NOT = "Y"
               THEN
                   PERFORM SPLIT-PASS THRU EXIT-SPLIT-PASS
           END-IF.
           IF NOTHING-TO-DO NOT = "Y"
               THEN
                   PERFORM BALANCE-REPORT THRU EXIT-BALANCE-REPORT
                   DISPLAY "File errors occurred this run - "
                       "see OPSLOG"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF HELD-CNT > 0
                       THEN
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.
       STOP RUN.

      *REJECTED RECORDS STILL WAITING IN GAMESUSP BELONG TO
      *PERIODS THIS RUN WOULD CLOSE OUT - NOTHING IS ARCHIVED UNTIL
      *THE EDIT RUN HAS RELEASED THEM OR THEY HAVE BEEN WRITTEN OFF
       CHECK-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               THEN
                   IF SUSPENSE-STATUS NOT = "35"
                       THEN
                           MOVE "CHECK-SUSPENSE" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                           MOVE "Y" TO NOTHING-TO-DO
                   END-IF
               ELSE
                   PERFORM UNTIL SUSPENSE-STATUS NOT = "00"
                       READ SUSPENSE-FILE
                           AT END
                               MOVE "10" TO SUSPENSE-STATUS
                           NOT AT END
                               IF SU-STATUS = "U"
                                   THEN
                                       ADD 1 TO HELD-CNT
                               END-IF
                       END-READ
                   END-PERFORM
                   IF SUSPENSE-STATUS NOT = "10"
                       THEN
                           MOVE "CHECK-SUSPENSE" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                           MOVE "Y" TO NOTHING-TO-DO
                   END-IF
                   CLOSE SUSPENSE-FILE
                   IF HELD-CNT > 0
                       THEN
                           MOVE HELD-CNT TO READ-DISP
                           DISPLAY READ-DISP " GAMESTATS rejects held "
                               "in GAMESUSP - release or write them "
                               "off with GAMEEDIT before archiving"
                           DISPLAY "Archival not run - GAMESTATS "
                               "unchanged"
                           MOVE "Y" TO NOTHING-TO-DO
                   END-IF
           END-IF.
       EXIT-CHECK-SUSPENSE.
           EXIT.

      *PASS 1: CLOSED-OUT RECORDS GO TO GAMEHIST AS DETAILS, THE
      *CURRENT PERIOD GOES TO THE GAMEWORK HOLDING FILE.  RECORDS
      *WITHOUT A USABLE DATE PREDATE DATE-STAMPING AND ARE ARCHIVED
