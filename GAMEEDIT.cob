123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       GAMEEDIT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT GAME-STATS-FILE ASSIGN TO "GAMESTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT EDIT-WORK-FILE ASSIGN TO "EDITWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDIT-WORK-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "GAMESUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUSP-WORK-FILE ASSIGN TO "SUSPWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSP-WORK-STATUS.
           SELECT LEVELS-FILE ASSIGN TO "LEVELS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LEVELS-STATUS.
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
       FD  GAME-STATS-FILE.
       01 GAME-STATS-REC PIC X(44).
       FD  EDIT-WORK-FILE.
       01 EDIT-WORK-REC PIC X(44).
      *ONE ENTRY PER REJECTED GAMESTATS RECORD.  U = UNRESOLVED,
      *R = RELEASED BACK TO GAMESTATS, W = WRITTEN OFF.  CLEARED
      *ENTRIES STAY ON FILE AS THE HISTORY OF WHAT WAS HELD.
       FD  SUSPENSE-FILE.
       01 SUSPENSE-REC PIC X(63).
       FD  SUSP-WORK-FILE.
       01 SUSP-WORK-REC PIC X(63).
       FD  LEVELS-FILE.
       01 LEVEL-REC.
           03 LR-ISSET  PIC X(1).
           03 LR-WIDTH  PIC 9(2).
           03 LR-HEIGHT PIC 9(2).
           03 LR-MINE   PIC 9(3).
           03 LR-CODE   PIC X(1).
           03 LR-NAME   PIC X(20).
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
       77 GAME-STATS-STATUS PIC XX.
       77 EDIT-WORK-STATUS PIC XX.
       77 SUSPENSE-STATUS PIC XX.
       77 SUSP-WORK-STATUS PIC XX.
       77 LEVELS-STATUS PIC XX.
       77 PLAYERS-STATUS PIC XX.
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       77 NOTHING-TO-DO PIC X VALUE "N".
       77 GS-ERR-FLAG PIC X VALUE "N".
       77 SU-ERR-FLAG PIC X VALUE "N".
       01 OPS-ERR.
           03 OPS-PARA   PIC X(20).
           03 OPS-FILE   PIC X(10).
           03 OPS-STATUS PIC X(2).
      *THE RECORD UNDER EDIT - OLDER 40-BYTE LINES CARRY SPACES IN
      *THE ASSIST FLAG AND HINT COUNT, AND LINES FROM BEFORE THE
      *SEED WAS KEPT CARRY SPACES IN THE SEED
       01 EDIT-REC.
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
           03 GS-SEED-X REDEFINES GS-SEED PIC X(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
           03 GS-HINTS-X REDEFINES GS-HINTS PIC X(3).
       01 SUSP-HOLD.
           03 SU-STATUS     PIC X(1).
           03 SU-REASON     PIC 9(2).
           03 SU-FOUND-DATE PIC X(8).
           03 SU-CLEAR-DATE PIC X(8).
           03 SU-IMAGE      PIC X(44).
       77 RUN-MODE PIC X.
       01 TS-WORK.
           03 TS-DATE PIC 9(8).
           03 FILLER  PIC X(13).
       77 TODAY-DATE PIC 9(8).
      *LEVEL DEFINITIONS, SAME TABLE SHAPE THE GAME LOADS
       01 LEVEL-TABLE.
           03 LEVEL-ENTRY OCCURS 20.
               05 LT-ISSET  PIC X(1).
               05 LT-WIDTH  PIC 9(2).
               05 LT-HEIGHT PIC 9(2).
               05 LT-MINE   PIC 9(3).
               05 LT-CODE   PIC X(1).
               05 LT-NAME   PIC X(20).
       77 LEVEL-CNT PIC 9(2) VALUE 0.
       77 LT-IDX PIC 9(2).
      *THE GAME'S BUILT-IN LEVELS, PLAYED WHENEVER LEVELS IS EMPTY
       01 BUILT-IN-CONFS.
           03 FILLER PIC X(8) VALUE "b0909010".
           03 FILLER PIC X(8) VALUE "i1616040".
           03 FILLER PIC X(8) VALUE "v2616099".
       01 BUILT-IN-TABLE REDEFINES BUILT-IN-CONFS.
           03 BUILT-IN-ENTRY OCCURS 3.
               05 BI-CODE   PIC X(1).
               05 BI-WIDTH  PIC 9(2).
               05 BI-HEIGHT PIC 9(2).
               05 BI-MINE   PIC 9(3).
       77 BI-IDX PIC 9.
      *SAME BOUNDS THE GAME ENFORCES FOR CUSTOM LEVELS
       77 MAX-WIDTH PIC 9(2) VALUE 60.
       77 MAX-HEIGHT PIC 9(2) VALUE 40.
       77 PLAYERS-OPEN PIC X VALUE "N".
      *EDIT RESULTS - THE FIRST CHECK A RECORD FAILS IS ITS REASON
       77 REJ-REASON PIC 9(2).
       77 CODE-KNOWN PIC X.
       77 GEOM-OK PIC X.
       01 REASON-TEXTS.
           03 FILLER PIC X(30) VALUE "NON-NUMERIC FIELD".
           03 FILLER PIC X(30) VALUE "RESULT NOT W/L/A".
           03 FILLER PIC X(30) VALUE "UNKNOWN LEVEL CODE".
           03 FILLER PIC X(30) VALUE "GEOMETRY DOES NOT MATCH LEVEL".
           03 FILLER PIC X(30) VALUE "PLAYER NOT IN PLAYERS".
           03 FILLER PIC X(30) VALUE "INVALID DATE".
           03 FILLER PIC X(30) VALUE "DATE IN THE FUTURE".
           03 FILLER PIC X(30) VALUE "NO GUESSES ON A FINISHED GAME".
       01 REASON-TABLE REDEFINES REASON-TEXTS.
           03 REASON-TEXT PIC X(30) OCCURS 8.
       01 REASON-COUNTS.
           03 REASON-CNT PIC 9(6) VALUE 0 OCCURS 8.
       77 RS-IDX PIC 9(2).
      *DATE CHECK
       01 DATE-WORK.
           03 DW-YEAR  PIC 9(4).
           03 DW-MONTH PIC 9(2).
           03 DW-DAY   PIC 9(2).
       01 DATE-NUM REDEFINES DATE-WORK PIC 9(8).
       01 MONTH-DAY-VALUES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
           03 MD-DAYS PIC 9(2) OCCURS 12.
       77 MONTH-LIMIT PIC 9(2).
       77 DATE-Q PIC 9(4).
       77 DATE-R4 PIC 9(3).
       77 DATE-R100 PIC 9(3).
       77 DATE-R400 PIC 9(3).
      *CONTROL TOTALS FOR THE BALANCING REPORT
       77 GS-READ-CNT PIC 9(6) VALUE 0.
       77 ACCEPT-CNT PIC 9(6) VALUE 0.
       77 REJECT-CNT PIC 9(6) VALUE 0.
       77 SU-READ-CNT PIC 9(6) VALUE 0.
       77 CLEARED-CNT PIC 9(6) VALUE 0.
       77 RELEASE-CNT PIC 9(6) VALUE 0.
       77 HELD-CNT PIC 9(6) VALUE 0.
       77 EW-WRITE-CNT PIC 9(6) VALUE 0.
       77 SW-WRITE-CNT PIC 9(6) VALUE 0.
       77 CHECK-CNT PIC 9(6).
       77 BALANCED PIC X VALUE "N".
       77 CNT-DISP PIC ZZZZZ9.
      *WRITE-OFF MODE - THE HELD ENTRIES BY THEIR POSITION IN
      *GAMESUSP, AND WHICH OF THEM THE OPERATOR PICKED
       01 HELD-TABLE.
           03 HELD-ENTRY OCCURS 500.
               05 HT-SEQ  PIC 9(6).
               05 HT-PICK PIC X.
       77 HT-CNT PIC 9(3) VALUE 0.
       77 HT-IDX PIC 9(3).
       77 HT-FOUND PIC X.
       77 SEQ-NO PIC 9(6).
       77 SEQ-DISP PIC ZZZZZ9.
       77 PICK-IN PIC 9(6).
       77 PICK-CNT PIC 9(3) VALUE 0.
       77 CHANGE-CNT PIC 9(3) VALUE 0.
       77 CONFIRM PIC X.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           MOVE TS-DATE TO TODAY-DATE.
           DISPLAY "GAMESTATS EDIT - run date " TODAY-DATE.
           DISPLAY "e=edit GAMESTATS and recycle held rejects  "
               "w=write off held rejects: "
           ACCEPT RUN-MODE.
           EVALUATE RUN-MODE
               WHEN "e"
                   PERFORM EDIT-RUN THRU EXIT-EDIT-RUN
               WHEN "w"
                   PERFORM WRITE-OFF-RUN THRU EXIT-WRITE-OFF-RUN
               WHEN OTHER
                   DISPLAY "Wrong input - nothing done"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
                       "see OPSLOG"
                   MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *REJECTS ARE TAKEN OUT OF GAMESTATS SO NOTHING DOWNSTREAM
      *(ARCHIVAL, THE FINANCE EXTRACT, THE BOARDS) SEES THEM.  HELD
      *REJECTS ARE EDITED AGAIN EVERY RUN, SO ONE THAT HAS BEEN PUT
      *RIGHT - A PLAYER REGISTERED, A LEVEL RESTORED - GOES BACK TO
      *GAMESTATS BY ITSELF.  NOTHING LIVE CHANGES UNTIL THE COUNTS
      *BALANCE.
       EDIT-RUN.
           PERFORM LOAD-LEVELS THRU EXIT-LOAD-LEVELS.
           OPEN INPUT PLAYERS-FILE.
           IF PLAYERS-STATUS = "00"
               THEN
                   MOVE "Y" TO PLAYERS-OPEN
               ELSE
      *WITHOUT PLAYERS EVERY RECORD WOULD FAIL THE PLAYER CHECK
                   DISPLAY "PLAYERS could not be opened - edit not run"
                   MOVE "Y" TO NOTHING-TO-DO
                   MOVE 8 TO RETURN-CODE
                   IF PLAYERS-STATUS NOT = "35"
                       THEN
                           MOVE "EDIT-RUN" TO OPS-PARA
                           MOVE "PLAYERS" TO OPS-FILE
                           MOVE PLAYERS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
           IF NOTHING-TO-DO NOT = "Y" AND ERROR-FLAG NOT = "Y"
               THEN
                   OPEN OUTPUT EDIT-WORK-FILE
                   OPEN OUTPUT SUSP-WORK-FILE
                   IF EDIT-WORK-STATUS NOT = "00"
                       THEN
                           MOVE "EDIT-RUN" TO OPS-PARA
                           MOVE "EDITWORK" TO OPS-FILE
                           MOVE EDIT-WORK-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   IF SUSP-WORK-STATUS NOT = "00"
                       THEN
                           MOVE "EDIT-RUN" TO OPS-PARA
                           MOVE "SUSPWORK" TO OPS-FILE
                           MOVE SUSP-WORK-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   IF ERROR-FLAG NOT = "Y"
                       THEN
                           PERFORM RECYCLE-PASS THRU EXIT-RECYCLE-PASS
                   END-IF
                   IF ERROR-FLAG NOT = "Y"
                       THEN
                           PERFORM EDIT-PASS THRU EXIT-EDIT-PASS
                   END-IF
                   CLOSE EDIT-WORK-FILE
                   CLOSE SUSP-WORK-FILE
                   CLOSE PLAYERS-FILE
                   PERFORM EDIT-TOTALS THRU EXIT-EDIT-TOTALS
                   IF ERROR-FLAG NOT = "Y" AND BALANCED = "Y"
                       THEN
                           IF REJECT-CNT = 0 AND RELEASE-CNT = 0
                               THEN
                                   DISPLAY "No records moved - "
                                       "GAMESTATS and GAMESUSP "
                                       "unchanged"
                               ELSE
                                   PERFORM COMMIT-SUSPENSE
                                       THRU EXIT-COMMIT-SUSPENSE
                                   IF ERROR-FLAG NOT = "Y"
                                       THEN
                                           PERFORM COMMIT-STATS
                                               THRU EXIT-COMMIT-STATS
                                       ELSE
                                           DISPLAY "GAMESUSP "
                                               "incomplete - restore "
                                               "it from SUSPWORK and "
                                               "GAMESTATS from EDITWORK"
                                   END-IF
                           END-IF
                           COMPUTE CHECK-CNT = HELD-CNT + REJECT-CNT
                           IF CHECK-CNT > 0
                               THEN
                                   MOVE CHECK-CNT TO CNT-DISP
                                   DISPLAY CNT-DISP " rejects held in "
                                       "GAMESUSP - GAMEARCH will not "
                                       "run until they are released "
                                       "or written off"
                                   MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           DISPLAY "Edit abandoned - GAMESTATS and "
                               "GAMESUSP unchanged"
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.
       EXIT-EDIT-RUN.
           EXIT.

      *CODE 'c' IS RESERVED FOR CUSTOM GAMES, AS IN THE GAME ITSELF
       LOAD-LEVELS.
           MOVE 0 TO LEVEL-CNT.
           OPEN INPUT LEVELS-FILE.
           IF LEVELS-STATUS = "00"
               THEN
                   PERFORM UNTIL LEVELS-STATUS NOT = "00"
                           OR LEVEL-CNT >= 20
                       READ LEVELS-FILE
                           AT END
                               MOVE "10" TO LEVELS-STATUS
                           NOT AT END
                               IF LR-CODE NOT = "c"
                                   THEN
                                       ADD 1 TO LEVEL-CNT
                                       MOVE LEVEL-REC TO
                                           LEVEL-ENTRY(LEVEL-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   IF LEVEL-CNT >= 20 AND LEVELS-STATUS = "00"
                       THEN
                           DISPLAY "LEVELS file has more than 20 "
                               "entries - extra entries ignored"
                   END-IF
                   IF LEVELS-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "LOAD-LEVELS" TO OPS-PARA
                           MOVE "LEVELS" TO OPS-FILE
                           MOVE LEVELS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE LEVELS-FILE
               ELSE
                   IF LEVELS-STATUS NOT = "35"
                       THEN
                           MOVE "LOAD-LEVELS" TO OPS-PARA
                           MOVE "LEVELS" TO OPS-FILE
                           MOVE LEVELS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-LEVELS.
           EXIT.

      *PASS 1: THE ENTRIES ALREADY HELD.  CLEARED ENTRIES ARE
      *CARRIED OVER AS THEY ARE; UNRESOLVED ONES ARE EDITED AGAIN.
       RECYCLE-PASS.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               THEN
                   IF SUSPENSE-STATUS NOT = "35"
                       THEN
                           MOVE "RECYCLE-PASS" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
               ELSE
                   PERFORM UNTIL SUSPENSE-STATUS NOT = "00"
                           OR ERROR-FLAG = "Y"
                       READ SUSPENSE-FILE
                           AT END
                               MOVE "10" TO SUSPENSE-STATUS
                           NOT AT END
                               ADD 1 TO SU-READ-CNT
                               MOVE SUSPENSE-REC TO SUSP-HOLD
                               PERFORM RECYCLE-ONE THRU EXIT-RECYCLE-ONE
                       END-READ
                   END-PERFORM
                   IF SUSPENSE-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "RECYCLE-PASS" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE SUSPENSE-FILE
           END-IF.
       EXIT-RECYCLE-PASS.
           EXIT.

       RECYCLE-ONE.
           IF SU-STATUS NOT = "U"
               THEN
                   ADD 1 TO CLEARED-CNT
               ELSE
                   MOVE SU-IMAGE TO EDIT-REC
                   PERFORM EDIT-RECORD THRU EXIT-EDIT-RECORD
                   IF REJ-REASON = 0
                       THEN
                           MOVE EDIT-REC TO EDIT-WORK-REC
                           PERFORM WRITE-EDIT-WORK
                               THRU EXIT-WRITE-EDIT-WORK
                           ADD 1 TO RELEASE-CNT
                           MOVE "R" TO SU-STATUS
                           MOVE TODAY-DATE TO SU-CLEAR-DATE
                           DISPLAY "RELEASED  " EDIT-REC
                       ELSE
                           ADD 1 TO HELD-CNT
                           ADD 1 TO REASON-CNT(REJ-REASON)
                           MOVE REJ-REASON TO SU-REASON
                   END-IF
           END-IF.
           MOVE SUSP-HOLD TO SUSP-WORK-REC.
           PERFORM WRITE-SUSP-WORK THRU EXIT-WRITE-SUSP-WORK.
       EXIT-RECYCLE-ONE.
           EXIT.

      *PASS 2: EVERY GAMESTATS RECORD, TO EDITWORK IF IT PASSES OR
      *TO SUSPWORK WITH ITS REASON IF IT DOES NOT
       EDIT-PASS.
           OPEN INPUT GAME-STATS-FILE.
           IF GAME-STATS-STATUS NOT = "00"
               THEN
                   DISPLAY "No GAMESTATS file found"
                   IF GAME-STATS-STATUS NOT = "35"
                       THEN
                           MOVE "EDIT-PASS" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
               ELSE
                   PERFORM UNTIL GAME-STATS-STATUS NOT = "00"
                           OR ERROR-FLAG = "Y"
                       READ GAME-STATS-FILE
                           AT END
                               MOVE "10" TO GAME-STATS-STATUS
                           NOT AT END
                               ADD 1 TO GS-READ-CNT
                               MOVE GAME-STATS-REC TO EDIT-REC
                               PERFORM EDIT-ONE THRU EXIT-EDIT-ONE
                       END-READ
                   END-PERFORM
                   IF GAME-STATS-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "EDIT-PASS" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE GAME-STATS-FILE
           END-IF.
       EXIT-EDIT-PASS.
           EXIT.

       EDIT-ONE.
           PERFORM EDIT-RECORD THRU EXIT-EDIT-RECORD.
           IF REJ-REASON = 0
               THEN
                   ADD 1 TO ACCEPT-CNT
                   MOVE EDIT-REC TO EDIT-WORK-REC
                   PERFORM WRITE-EDIT-WORK THRU EXIT-WRITE-EDIT-WORK
               ELSE
                   ADD 1 TO REJECT-CNT
                   ADD 1 TO REASON-CNT(REJ-REASON)
                   MOVE "U" TO SU-STATUS
                   MOVE REJ-REASON TO SU-REASON
                   MOVE TODAY-DATE TO SU-FOUND-DATE
                   MOVE SPACE TO SU-CLEAR-DATE
                   MOVE EDIT-REC TO SU-IMAGE
                   MOVE SUSP-HOLD TO SUSP-WORK-REC
                   PERFORM WRITE-SUSP-WORK THRU EXIT-WRITE-SUSP-WORK
                   DISPLAY "REJECT " SU-REASON " "
                       REASON-TEXT(REJ-REASON) " " EDIT-REC
           END-IF.
       EXIT-EDIT-ONE.
           EXIT.

       WRITE-EDIT-WORK.
           WRITE EDIT-WORK-REC.
           IF EDIT-WORK-STATUS NOT = "00"
               THEN
                   MOVE "WRITE-EDIT-WORK" TO OPS-PARA
                   MOVE "EDITWORK" TO OPS-FILE
                   MOVE EDIT-WORK-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
               ELSE
                   ADD 1 TO EW-WRITE-CNT
           END-IF.
       EXIT-WRITE-EDIT-WORK.
           EXIT.

       WRITE-SUSP-WORK.
           WRITE SUSP-WORK-REC.
           IF SUSP-WORK-STATUS NOT = "00"
               THEN
                   MOVE "WRITE-SUSP-WORK" TO OPS-PARA
                   MOVE "SUSPWORK" TO OPS-FILE
                   MOVE SUSP-WORK-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
               ELSE
                   ADD 1 TO SW-WRITE-CNT
           END-IF.
       EXIT-WRITE-SUSP-WORK.
           EXIT.

      *THE CHECKS IN ORDER; THE FIRST ONE FAILED IS THE REASON.
      *AN ABANDONED GAME (RESULT A) MAY END BEFORE ITS FIRST MOVE.
       EDIT-RECORD.
           MOVE 0 TO REJ-REASON.
           IF GS-WIDTH IS NOT NUMERIC OR GS-HEIGHT IS NOT NUMERIC
                   OR GS-MINE IS NOT NUMERIC
                   OR GS-GUESSES IS NOT NUMERIC
                   OR GS-SECONDS IS NOT NUMERIC
                   OR (GS-SEED IS NOT NUMERIC AND GS-SEED-X NOT = SPACE)
                   OR (GS-HINTS IS NOT NUMERIC
                       AND GS-HINTS-X NOT = SPACE)
               THEN
                   MOVE 1 TO REJ-REASON
           END-IF.
           IF REJ-REASON = 0 AND GS-RESULT NOT = "W"
                   AND GS-RESULT NOT = "L" AND GS-RESULT NOT = "A"
               THEN
                   MOVE 2 TO REJ-REASON
           END-IF.
           IF REJ-REASON = 0
               THEN
                   PERFORM CHECK-LEVEL THRU EXIT-CHECK-LEVEL
           END-IF.
           IF REJ-REASON = 0
               THEN
                   PERFORM CHECK-PLAYER THRU EXIT-CHECK-PLAYER
           END-IF.
           IF REJ-REASON = 0
               THEN
                   PERFORM CHECK-DATE THRU EXIT-CHECK-DATE
           END-IF.
           IF REJ-REASON = 0 AND GS-GUESSES = 0
                   AND (GS-RESULT = "W" OR GS-RESULT = "L")
               THEN
                   MOVE 8 TO REJ-REASON
           END-IF.
       EXIT-EDIT-RECORD.
           EXIT.

      *A LEVELS CODE MUST CARRY THAT LEVEL'S GEOMETRY.  B, I AND V
      *ARE ALSO GOOD WITH THE BUILT-IN GEOMETRY, WHICH IS WHAT WAS
      *PLAYED BEFORE LEVELS WAS SET UP.  A CUSTOM GAME NEEDS ONLY
      *TO FIT THE CUSTOM-LEVEL LIMITS.
       CHECK-LEVEL.
           MOVE "N" TO CODE-KNOWN.
           MOVE "N" TO GEOM-OK.
           IF GS-CODE = "c"
               THEN
                   MOVE "Y" TO CODE-KNOWN
                   IF GS-WIDTH > 0 AND GS-WIDTH NOT > MAX-WIDTH
                           AND GS-HEIGHT > 0
                           AND GS-HEIGHT NOT > MAX-HEIGHT
                           AND GS-MINE > 0
                           AND GS-MINE < GS-WIDTH * GS-HEIGHT
                       THEN
                           MOVE "Y" TO GEOM-OK
                   END-IF
               ELSE
                   PERFORM VARYING LT-IDX FROM 1 BY 1
                           UNTIL LT-IDX > LEVEL-CNT
                       IF LT-CODE(LT-IDX) = GS-CODE
                           THEN
                               MOVE "Y" TO CODE-KNOWN
                               IF LT-WIDTH(LT-IDX) = GS-WIDTH
                                       AND LT-HEIGHT(LT-IDX) = GS-HEIGHT
                                       AND LT-MINE(LT-IDX) = GS-MINE
                                   THEN
                                       MOVE "Y" TO GEOM-OK
                               END-IF
                       END-IF
                   END-PERFORM
                   PERFORM VARYING BI-IDX FROM 1 BY 1 UNTIL BI-IDX > 3
                       IF BI-CODE(BI-IDX) = GS-CODE
                           THEN
                               MOVE "Y" TO CODE-KNOWN
                               IF BI-WIDTH(BI-IDX) = GS-WIDTH
                                       AND BI-HEIGHT(BI-IDX) = GS-HEIGHT
                                       AND BI-MINE(BI-IDX) = GS-MINE
                                   THEN
                                       MOVE "Y" TO GEOM-OK
                               END-IF
                       END-IF
                   END-PERFORM
           END-IF.
           IF CODE-KNOWN NOT = "Y"
               THEN
                   MOVE 3 TO REJ-REASON
               ELSE
                   IF GEOM-OK NOT = "Y"
                       THEN
                           MOVE 4 TO REJ-REASON
                   END-IF
           END-IF.
       EXIT-CHECK-LEVEL.
           EXIT.

      *A DEACTIVATED OR MERGED-AWAY ID IS STILL ON FILE AND ITS
      *GAMES STILL STAND
       CHECK-PLAYER.
           MOVE GS-PLAYER TO PR-ID.
           READ PLAYERS-FILE
               INVALID KEY
                   MOVE 5 TO REJ-REASON
           END-READ.
           IF PLAYERS-STATUS NOT = "00" AND PLAYERS-STATUS NOT = "23"
               THEN
                   MOVE "CHECK-PLAYER" TO OPS-PARA
                   MOVE "PLAYERS" TO OPS-FILE
                   MOVE PLAYERS-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHECK-PLAYER.
           EXIT.

      *A BLANK DATE PREDATES DATE-STAMPING AND IS ACCEPTED - THE
      *ARCHIVAL RUN FILES SUCH RECORDS UNDER PERIOD 000000
       CHECK-DATE.
           IF GS-DATE NOT = SPACE
               THEN
                   IF GS-DATE IS NOT NUMERIC
                       THEN
                           MOVE 6 TO REJ-REASON
                       ELSE
                           MOVE GS-DATE TO DATE-WORK
                           IF DW-YEAR < 1900 OR DW-MONTH < 1
                                   OR DW-MONTH > 12
                               THEN
                                   MOVE 6 TO REJ-REASON
                               ELSE
                                   MOVE MD-DAYS(DW-MONTH)
                                       TO MONTH-LIMIT
                                   DIVIDE DW-YEAR BY 4 GIVING DATE-Q
                                       REMAINDER DATE-R4
                                   DIVIDE DW-YEAR BY 100 GIVING DATE-Q
                                       REMAINDER DATE-R100
                                   DIVIDE DW-YEAR BY 400 GIVING DATE-Q
                                       REMAINDER DATE-R400
                                   IF DW-MONTH = 2 AND DATE-R4 = 0
                                           AND (DATE-R100 NOT = 0
                                               OR DATE-R400 = 0)
                                       THEN
                                           MOVE 29 TO MONTH-LIMIT
                                   END-IF
                                   IF DW-DAY < 1
                                           OR DW-DAY > MONTH-LIMIT
                                       THEN
                                           MOVE 6 TO REJ-REASON
                                       ELSE
                                           IF DATE-NUM > TODAY-DATE
                                               THEN
                                                   MOVE 7
                                                       TO REJ-REASON
                                           END-IF
                                   END-IF
                           END-IF
                   END-IF
           END-IF.
       EXIT-CHECK-DATE.
           EXIT.

      *RECORDS IN MUST EQUAL RECORDS OUT ON BOTH SIDES BEFORE
      *EITHER LIVE FILE IS TOUCHED
       EDIT-TOTALS.
           MOVE "Y" TO BALANCED.
           COMPUTE CHECK-CNT = ACCEPT-CNT + REJECT-CNT.
           IF GS-READ-CNT NOT = CHECK-CNT
               THEN
                   MOVE "N" TO BALANCED
           END-IF.
           COMPUTE CHECK-CNT = CLEARED-CNT + RELEASE-CNT + HELD-CNT.
           IF SU-READ-CNT NOT = CHECK-CNT
               THEN
                   MOVE "N" TO BALANCED
           END-IF.
           COMPUTE CHECK-CNT = ACCEPT-CNT + RELEASE-CNT.
           IF EW-WRITE-CNT NOT = CHECK-CNT
               THEN
                   MOVE "N" TO BALANCED
           END-IF.
           COMPUTE CHECK-CNT = SU-READ-CNT + REJECT-CNT.
           IF SW-WRITE-CNT NOT = CHECK-CNT
               THEN
                   MOVE "N" TO BALANCED
           END-IF.
           DISPLAY " ".
           DISPLAY "CONTROL TOTALS".
           MOVE GS-READ-CNT TO CNT-DISP.
           DISPLAY "  GAMESTATS records read:   " CNT-DISP.
           MOVE ACCEPT-CNT TO CNT-DISP.
           DISPLAY "    accepted:               " CNT-DISP.
           MOVE REJECT-CNT TO CNT-DISP.
           DISPLAY "    rejected to GAMESUSP:   " CNT-DISP.
           MOVE SU-READ-CNT TO CNT-DISP.
           DISPLAY "  GAMESUSP entries read:    " CNT-DISP.
           MOVE CLEARED-CNT TO CNT-DISP.
           DISPLAY "    cleared earlier:        " CNT-DISP.
           MOVE RELEASE-CNT TO CNT-DISP.
           DISPLAY "    released to GAMESTATS:  " CNT-DISP.
           MOVE HELD-CNT TO CNT-DISP.
           DISPLAY "    still held:             " CNT-DISP.
           MOVE EW-WRITE-CNT TO CNT-DISP.
           DISPLAY "  GAMESTATS records out:    " CNT-DISP.
           MOVE SW-WRITE-CNT TO CNT-DISP.
           DISPLAY "  GAMESUSP entries out:     " CNT-DISP.
           DISPLAY " ".
           DISPLAY "REJECTS HELD BY REASON".
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 8
               MOVE REASON-CNT(RS-IDX) TO CNT-DISP
               DISPLAY "  " RS-IDX " " REASON-TEXT(RS-IDX) CNT-DISP
           END-PERFORM.
           IF BALANCED = "Y" AND ERROR-FLAG NOT = "Y"
               THEN
                   DISPLAY "  BALANCED - changes will be committed"
               ELSE
                   DISPLAY "  OUT OF BALANCE - edit abandoned"
           END-IF.
       EXIT-EDIT-TOTALS.
           EXIT.

      *GAMESUSP IS REPLACED FIRST, SO A NEW REJECT IS ON FILE
      *BEFORE IT LEAVES GAMESTATS
       COMMIT-SUSPENSE.
           MOVE "N" TO SU-ERR-FLAG.
           OPEN INPUT SUSP-WORK-FILE.
           IF SUSP-WORK-STATUS NOT = "00"
               THEN
                   MOVE "COMMIT-SUSPENSE" TO OPS-PARA
                   MOVE "SUSPWORK" TO OPS-FILE
                   MOVE SUSP-WORK-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
               ELSE
                   OPEN OUTPUT SUSPENSE-FILE
                   IF SUSPENSE-STATUS NOT = "00"
                       THEN
                           MOVE "COMMIT-SUSPENSE" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                           CLOSE SUSP-WORK-FILE
                       ELSE
                           PERFORM UNTIL SUSP-WORK-STATUS NOT = "00"
                                   OR SU-ERR-FLAG = "Y"
                               READ SUSP-WORK-FILE
                                   AT END
                                       MOVE "10" TO SUSP-WORK-STATUS
                                   NOT AT END
                                       MOVE SUSP-WORK-REC
                                           TO SUSPENSE-REC
                                       WRITE SUSPENSE-REC
                                       PERFORM CHK-SUSP-WRITE
                                           THRU EXIT-CHK-SUSP-WRITE
                               END-READ
                           END-PERFORM
                           CLOSE SUSPENSE-FILE
                           PERFORM CHK-SUSP-WRITE
                               THRU EXIT-CHK-SUSP-WRITE
                           CLOSE SUSP-WORK-FILE
                   END-IF
           END-IF.
       EXIT-COMMIT-SUSPENSE.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED GAMESUSP REWRITE, NOT ONE PER
      *RECORD
       CHK-SUSP-WRITE.
           IF SUSPENSE-STATUS NOT = "00" AND SU-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO SU-ERR-FLAG
                   MOVE "COMMIT-SUSPENSE" TO OPS-PARA
                   MOVE "GAMESUSP" TO OPS-FILE
                   MOVE SUSPENSE-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-SUSP-WRITE.
           EXIT.

       COMMIT-STATS.
           MOVE "N" TO GS-ERR-FLAG.
           OPEN INPUT EDIT-WORK-FILE.
           IF EDIT-WORK-STATUS NOT = "00"
               THEN
                   MOVE "COMMIT-STATS" TO OPS-PARA
                   MOVE "EDITWORK" TO OPS-FILE
                   MOVE EDIT-WORK-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
               ELSE
                   OPEN OUTPUT GAME-STATS-FILE
                   IF GAME-STATS-STATUS NOT = "00"
                       THEN
                           MOVE "COMMIT-STATS" TO OPS-PARA
                           MOVE "GAMESTATS" TO OPS-FILE
                           MOVE GAME-STATS-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                           CLOSE EDIT-WORK-FILE
                       ELSE
                           PERFORM UNTIL EDIT-WORK-STATUS NOT = "00"
                                   OR GS-ERR-FLAG = "Y"
                               READ EDIT-WORK-FILE
                                   AT END
                                       MOVE "10" TO EDIT-WORK-STATUS
                                   NOT AT END
                                       MOVE EDIT-WORK-REC
                                           TO GAME-STATS-REC
                                       WRITE GAME-STATS-REC
                                       PERFORM CHK-STATS-WRITE
                                           THRU EXIT-CHK-STATS-WRITE
                               END-READ
                           END-PERFORM
                           CLOSE GAME-STATS-FILE
                           PERFORM CHK-STATS-WRITE
                               THRU EXIT-CHK-STATS-WRITE
                           CLOSE EDIT-WORK-FILE
                   END-IF
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "GAMESTATS incomplete - restore it from "
                       "EDITWORK"
               ELSE
                   DISPLAY "Edit committed - rejects held in GAMESUSP"
           END-IF.
       EXIT-COMMIT-STATS.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED GAMESTATS REWRITE, NOT ONE PER
      *RECORD
       CHK-STATS-WRITE.
           IF GAME-STATS-STATUS NOT = "00" AND GS-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO GS-ERR-FLAG
                   MOVE "COMMIT-STATS" TO OPS-PARA
                   MOVE "GAMESTATS" TO OPS-FILE
                   MOVE GAME-STATS-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-STATS-WRITE.
           EXIT.

      *A REJECT THAT CANNOT BE PUT RIGHT IS WRITTEN OFF: IT STAYS
      *IN GAMESUSP AS HISTORY BUT NO LONGER HOLDS UP ARCHIVAL
       WRITE-OFF-RUN.
           PERFORM LIST-HELD THRU EXIT-LIST-HELD.
           IF NOTHING-TO-DO NOT = "Y"
               THEN
                   MOVE 1 TO PICK-IN
                   PERFORM UNTIL PICK-IN = 0
                       DISPLAY "Entry number to write off (0 = done): "
                       ACCEPT PICK-IN
                       IF PICK-IN IS NOT NUMERIC
                           THEN
                               DISPLAY "Wrong input"
                               MOVE 1 TO PICK-IN
                           ELSE
                               IF PICK-IN > 0
                                   THEN
                                       PERFORM PICK-HELD
                                           THRU EXIT-PICK-HELD
                               END-IF
                       END-IF
                   END-PERFORM
                   IF PICK-CNT = 0
                       THEN
                           DISPLAY "Nothing written off - GAMESUSP "
                               "unchanged"
                       ELSE
                           MOVE PICK-CNT TO CNT-DISP
                           DISPLAY "Write off" CNT-DISP " entries? "
                               "(y/n)"
                           ACCEPT CONFIRM
                           IF CONFIRM = "y"
                               THEN
                                   PERFORM WRITE-OFF-PASS
                                       THRU EXIT-WRITE-OFF-PASS
                               ELSE
                                   DISPLAY "Nothing written off - "
                                       "GAMESUSP unchanged"
                           END-IF
                   END-IF
           END-IF.
       EXIT-WRITE-OFF-RUN.
           EXIT.

       LIST-HELD.
           MOVE 0 TO SEQ-NO.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               THEN
                   DISPLAY "No GAMESUSP file found - nothing to do"
                   MOVE "Y" TO NOTHING-TO-DO
                   IF SUSPENSE-STATUS NOT = "35"
                       THEN
                           MOVE "LIST-HELD" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
               ELSE
                   DISPLAY "ENTRY   RS REASON                         "
                       "FOUND    RECORD"
                   PERFORM UNTIL SUSPENSE-STATUS NOT = "00"
                       READ SUSPENSE-FILE
                           AT END
                               MOVE "10" TO SUSPENSE-STATUS
                           NOT AT END
                               ADD 1 TO SEQ-NO
                               MOVE SUSPENSE-REC TO SUSP-HOLD
                               PERFORM LIST-ONE-HELD
                                   THRU EXIT-LIST-ONE-HELD
                       END-READ
                   END-PERFORM
                   IF SUSPENSE-STATUS NOT = "10"
                       THEN
                           MOVE "LIST-HELD" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                           MOVE "Y" TO NOTHING-TO-DO
                   END-IF
                   CLOSE SUSPENSE-FILE
                   IF HT-CNT = 0 AND NOTHING-TO-DO NOT = "Y"
                       THEN
                           DISPLAY "No rejects held - nothing to do"
                           MOVE "Y" TO NOTHING-TO-DO
                   END-IF
           END-IF.
       EXIT-LIST-HELD.
           EXIT.

       LIST-ONE-HELD.
           IF SU-STATUS = "U"
               THEN
                   IF HT-CNT < 500
                       THEN
                           ADD 1 TO HT-CNT
                           MOVE SEQ-NO TO HT-SEQ(HT-CNT)
                           MOVE "N" TO HT-PICK(HT-CNT)
                           MOVE SEQ-NO TO SEQ-DISP
                           IF SU-REASON > 0 AND SU-REASON NOT > 8
                               THEN
                                   MOVE SU-REASON TO RS-IDX
                                   DISPLAY SEQ-DISP "  " SU-REASON " "
                                       REASON-TEXT(RS-IDX) " "
                                       SU-FOUND-DATE " " SU-IMAGE
                               ELSE
                                   DISPLAY SEQ-DISP "  " SU-REASON " "
                                       "                               "
                                       SU-FOUND-DATE " " SU-IMAGE
                           END-IF
                       ELSE
                           IF HT-CNT = 500
                               THEN
                                   DISPLAY "More than 500 rejects held "
                                       "- the rest can be written off "
                                       "on a later run"
                                   ADD 1 TO HT-CNT
                           END-IF
                   END-IF
           END-IF.
       EXIT-LIST-ONE-HELD.
           EXIT.

       PICK-HELD.
           MOVE "N" TO HT-FOUND.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HT-CNT OR HT-IDX > 500
               IF HT-SEQ(HT-IDX) = PICK-IN
                   THEN
                       MOVE "Y" TO HT-FOUND
                       IF HT-PICK(HT-IDX) = "Y"
                           THEN
                               DISPLAY "Entry already picked"
                           ELSE
                               MOVE "Y" TO HT-PICK(HT-IDX)
                               ADD 1 TO PICK-CNT
                       END-IF
               END-IF
           END-PERFORM.
           IF HT-FOUND NOT = "Y"
               THEN
                   DISPLAY "No held reject with that entry number"
           END-IF.
       EXIT-PICK-HELD.
           EXIT.

      *THE PICKED ENTRIES ARE MARKED IN A COPY, AND GAMESUSP IS
      *REPLACED ONLY WHEN EVERY ENTRY CAME THROUGH AND EVERY PICK
      *WAS FOUND
       WRITE-OFF-PASS.
           MOVE 0 TO SEQ-NO.
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSP-WORK-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               THEN
                   MOVE "WRITE-OFF-PASS" TO OPS-PARA
                   MOVE "GAMESUSP" TO OPS-FILE
                   MOVE SUSPENSE-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
           IF SUSP-WORK-STATUS NOT = "00"
               THEN
                   MOVE "WRITE-OFF-PASS" TO OPS-PARA
                   MOVE "SUSPWORK" TO OPS-FILE
                   MOVE SUSP-WORK-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
           IF ERROR-FLAG NOT = "Y"
               THEN
                   PERFORM UNTIL SUSPENSE-STATUS NOT = "00"
                           OR ERROR-FLAG = "Y"
                       READ SUSPENSE-FILE
                           AT END
                               MOVE "10" TO SUSPENSE-STATUS
                           NOT AT END
                               ADD 1 TO SEQ-NO
                               ADD 1 TO SU-READ-CNT
                               MOVE SUSPENSE-REC TO SUSP-HOLD
                               PERFORM MARK-ONE-HELD
                                   THRU EXIT-MARK-ONE-HELD
                               MOVE SUSP-HOLD TO SUSP-WORK-REC
                               PERFORM WRITE-SUSP-WORK
                                   THRU EXIT-WRITE-SUSP-WORK
                       END-READ
                   END-PERFORM
                   IF SUSPENSE-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "WRITE-OFF-PASS" TO OPS-PARA
                           MOVE "GAMESUSP" TO OPS-FILE
                           MOVE SUSPENSE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
           CLOSE SUSPENSE-FILE.
           CLOSE SUSP-WORK-FILE.
           MOVE SU-READ-CNT TO CNT-DISP.
           DISPLAY "  GAMESUSP entries read:    " CNT-DISP.
           MOVE SW-WRITE-CNT TO CNT-DISP.
           DISPLAY "  GAMESUSP entries out:     " CNT-DISP.
           MOVE CHANGE-CNT TO CNT-DISP.
           DISPLAY "  Written off:              " CNT-DISP.
           IF ERROR-FLAG NOT = "Y" AND SU-READ-CNT = SW-WRITE-CNT
                   AND CHANGE-CNT = PICK-CNT
               THEN
                   PERFORM COMMIT-SUSPENSE THRU EXIT-COMMIT-SUSPENSE
                   IF ERROR-FLAG = "Y"
                       THEN
                           DISPLAY "GAMESUSP incomplete - restore it "
                               "from SUSPWORK"
                       ELSE
                           DISPLAY "Write-off committed"
                   END-IF
               ELSE
                   DISPLAY "OUT OF BALANCE - write-off abandoned, "
                       "GAMESUSP unchanged"
                   MOVE 8 TO RETURN-CODE
           END-IF.
       EXIT-WRITE-OFF-PASS.
           EXIT.

       MARK-ONE-HELD.
           IF SU-STATUS = "U"
               THEN
                   PERFORM VARYING HT-IDX FROM 1 BY 1
                           UNTIL HT-IDX > HT-CNT OR HT-IDX > 500
                       IF HT-SEQ(HT-IDX) = SEQ-NO
                               AND HT-PICK(HT-IDX) = "Y"
                           THEN
                               MOVE "W" TO SU-STATUS
                               MOVE TODAY-DATE TO SU-CLEAR-DATE
                               ADD 1 TO CHANGE-CNT
                       END-IF
                   END-PERFORM
           END-IF.
       EXIT-MARK-ONE-HELD.
           EXIT.

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
      *IN OPSLOG, AND REMEMBER IT SO THE RUN ENDS WITH A NONZERO
      *RETURN CODE.  CALLERS FILL OPS-PARA/OPS-FILE/OPS-STATUS.
       LOG-FILE-ERROR.
           MOVE "Y" TO ERROR-FLAG.
           DISPLAY "WARNING: file error on " OPS-FILE " status "
               OPS-STATUS " in " OPS-PARA.
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP.
           MOVE "GAMEEDIT" TO OL-PROGRAM.
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
