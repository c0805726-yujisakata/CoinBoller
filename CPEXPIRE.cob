123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CPEXPIRE.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT CHKPT-WORK-FILE ASSIGN TO "CHKPTWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHKPT-WORK-STATUS.
           SELECT GAME-STATS-FILE ASSIGN TO "GAMESTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAME-STATS-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-REC.
           03 CP-TYPE PIC X(1).
           03 CP-HDR-DATA.
               05 CP-OWNER PIC X(4).
               05 CP-SLOT PIC X(1).
               05 CP-LV PIC X(1).
               05 CP-ISSET PIC X(1).
               05 CP-WIDTH PIC 9(2).
               05 CP-HEIGHT PIC 9(2).
               05 CP-MINE PIC 9(3).
               05 CP-GUESS-CNT PIC 9(4).
               05 CP-DEBUG PIC X(1).
               05 CP-START-TS PIC X(21).
               05 CP-SEED PIC 9(9).
               05 CP-SAVED-TS PIC X(21).
               05 CP-HINTS PIC 9(3).
               05 FILLER PIC X(47).
           03 CP-ROW-DATA REDEFINES CP-HDR-DATA.
               05 CP-ROW-BODY PIC X(60).
               05 CP-ROW-MINE PIC X(60).
       FD  CHKPT-WORK-FILE.
       01 CHKPT-WORK-REC PIC X(121).
       FD  GAME-STATS-FILE.
       01 GAME-STATS-REC.
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
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
           03 OL-PROGRAM   PIC X(8).
           03 OL-PARA      PIC X(20).
           03 OL-FILE      PIC X(10).
           03 OL-STATUS    PIC X(2).
       WORKING-STORAGE   SECTION.
       77 CHECKPOINT-STATUS PIC XX.
       77 CHKPT-WORK-STATUS PIC XX.
       77 GAME-STATS-STATUS PIC XX.
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       77 NOTHING-TO-DO PIC X VALUE "N".
       77 CP-ERR-FLAG PIC X VALUE "N".
       77 GS-ERR-FLAG PIC X VALUE "N".
       01 OPS-ERR.
           03 OPS-PARA   PIC X(20).
           03 OPS-FILE   PIC X(10).
           03 OPS-STATUS PIC X(2).
      *RETENTION FROM THE OPERATOR - A SAVE LAST TOUCHED BEFORE THE
      *CUTOFF DATE IS EXPIRED.  A SAVE WITH NO TOUCHED STAMP DATES
      *FROM BEFORE THE STAMP WAS KEPT AND IS OLDER THAN ANY CUTOFF.
       77 RETAIN-DAYS PIC 9(3).
       77 TODAY-INT PIC 9(7).
       77 CUTOFF-INT PIC 9(7).
       77 CUTOFF-DATE PIC 9(8).
       01 TS-WORK.
           03 TS-DATE PIC 9(8).
           03 TS-HH   PIC 9(2).
           03 TS-MI   PIC 9(2).
           03 TS-SS   PIC 9(2).
           03 FILLER  PIC X(7).
       77 TODAY-DATE PIC 9(8).
       77 SAVED-DATE PIC 9(8).
      *TIME PLAYED UP TO THE LAST SAVE, SAME ARITHMETIC AS THE
      *GAME'S OWN ELAPSED-TIME SCORING
       77 START-DAYS PIC 9(7).
       77 END-DAYS   PIC 9(7).
       77 START-SECS PIC 9(5).
       77 END-SECS   PIC 9(5).
       77 ELAPSED-WK PIC S9(12).
      *ROWS STILL TO DROP BEHIND AN EXPIRED HEADER
       77 CP-SKIP PIC 9(3) VALUE 0.
      *EXPIRED SAVES, KEPT IN PLAYER ORDER FOR THE REPORT AND
      *WRITTEN TO GAMESTATS ONLY ONCE THE COUNTS PROVE OUT.  THE
      *GAME HOLDS AT MOST 900 CHECKPOINT RECORDS, AT LEAST TWO PER
      *SAVE.
       01 EXPIRE-TABLE.
           03 EXPIRE-ENTRY OCCURS 450.
               05 XP-PLAYER   PIC X(4).
               05 XP-SLOT     PIC X(1).
               05 XP-LV       PIC X(1).
               05 XP-WIDTH    PIC 9(2).
               05 XP-HEIGHT   PIC 9(2).
               05 XP-MINE     PIC 9(3).
               05 XP-GUESSES  PIC 9(4).
               05 XP-SECONDS  PIC 9(6).
               05 XP-DATE     PIC X(8).
               05 XP-SEED     PIC 9(9).
               05 XP-ASSIST   PIC X(1).
               05 XP-HINTS    PIC 9(3).
       77 XP-CNT PIC 9(3) VALUE 0.
       77 XP-IDX PIC 9(3).
       77 XP-POS PIC 9(3).
       77 XP-FULL PIC X VALUE "N".
       01 XP-HOLD.
           03 XH-PLAYER   PIC X(4).
           03 XH-SLOT     PIC X(1).
           03 XH-LV       PIC X(1).
           03 XH-WIDTH    PIC 9(2).
           03 XH-HEIGHT   PIC 9(2).
           03 XH-MINE     PIC 9(3).
           03 XH-GUESSES  PIC 9(4).
           03 XH-SECONDS  PIC 9(6).
           03 XH-DATE     PIC X(8).
           03 XH-SEED     PIC 9(9).
           03 XH-ASSIST   PIC X(1).
           03 XH-HINTS    PIC 9(3).
       77 PREV-PLAYER PIC X(4).
       77 PLAYER-CNT PIC 9(3).
      *CONTROL TOTALS FOR THE BALANCING REPORT
       77 SAVE-READ-CNT PIC 9(6) VALUE 0.
       77 SAVE-KEEP-CNT PIC 9(6) VALUE 0.
       77 SAVE-EXP-CNT PIC 9(6) VALUE 0.
       77 REC-READ-CNT PIC 9(6) VALUE 0.
       77 REC-KEEP-CNT PIC 9(6) VALUE 0.
       77 REC-DROP-CNT PIC 9(6) VALUE 0.
       77 GS-WRITE-CNT PIC 9(6) VALUE 0.
       77 CHECK-CNT PIC 9(6).
       77 BALANCED PIC X VALUE "N".
       77 CNT-DISP PIC ZZZZZ9.
       77 PLAYER-DISP PIC ZZ9.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           PERFORM GET-PARAMETERS THRU EXIT-GET-PARAMETERS.
           IF NOTHING-TO-DO NOT = "Y"
               THEN
                   PERFORM SPLIT-PASS THRU EXIT-SPLIT-PASS
           END-IF.
           IF NOTHING-TO-DO NOT = "Y"
               THEN
                   PERFORM PRINT-EXPIRED THRU EXIT-PRINT-EXPIRED
                   PERFORM BALANCE-REPORT THRU EXIT-BALANCE-REPORT
                   IF ERROR-FLAG NOT = "Y" AND BALANCED = "Y"
                       THEN
                           IF SAVE-EXP-CNT = 0
                               THEN
                                   DISPLAY "No saves older than the "
                                       "retention period - "
                                       "CHECKPOINT unchanged"
                               ELSE
                                   PERFORM APPEND-RESULTS
                                       THRU EXIT-APPEND-RESULTS
                                   IF ERROR-FLAG NOT = "Y"
                                       THEN
                                           PERFORM COMMIT-EXPIRY
                                               THRU EXIT-COMMIT-EXPIRY
                                       ELSE
                                           DISPLAY "Expiry abandoned "
                                               "- CHECKPOINT unchanged"
                                           DISPLAY "GAMESTATS may hold "
                                               "partial abandoned "
                                               "results from this run "
                                               "- remove them before "
                                               "rerunning"
                                   END-IF
                           END-IF
                       ELSE
                           DISPLAY "Expiry abandoned - CHECKPOINT "
                               "unchanged"
                   END-IF
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
                       "see OPSLOG"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF BALANCED NOT = "Y" AND NOTHING-TO-DO NOT = "Y"
                       THEN
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.
       STOP RUN.

       GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           MOVE TS-DATE TO TODAY-DATE.
           DISPLAY "Days to keep a saved game (1-999): "
           ACCEPT RETAIN-DAYS.
           IF RETAIN-DAYS IS NOT NUMERIC OR RETAIN-DAYS = 0
               THEN
                   DISPLAY "Retention must be 1 to 999 days - "
                       "nothing done"
                   MOVE "Y" TO NOTHING-TO-DO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   COMPUTE TODAY-INT =
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   COMPUTE CUTOFF-INT = TODAY-INT - RETAIN-DAYS
                   COMPUTE CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
                   DISPLAY "CHECKPOINT EXPIRY - saves last touched "
                       "before " CUTOFF-DATE " are expired"
           END-IF.
       EXIT-GET-PARAMETERS.
           EXIT.

      *KEPT RECORDS GO TO THE WORK FILE; EXPIRED HEADERS ARE HELD
      *IN THE TABLE AND THEIR ROWS DROPPED.  NOTHING LIVE CHANGES
      *UNTIL THE COUNTS BALANCE.
       SPLIT-PASS.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS NOT = "00"
               THEN
                   DISPLAY "No CHECKPOINT file found - nothing to do"
                   IF CHECKPOINT-STATUS NOT = "35"
                       THEN
                           MOVE "SPLIT-PASS" TO OPS-PARA
                           MOVE "CHECKPOINT" TO OPS-FILE
                           MOVE CHECKPOINT-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   MOVE "Y" TO NOTHING-TO-DO
               ELSE
                   OPEN OUTPUT CHKPT-WORK-FILE
                   IF CHKPT-WORK-STATUS NOT = "00"
                       THEN
                           MOVE "SPLIT-PASS" TO OPS-PARA
                           MOVE "CHKPTWRK" TO OPS-FILE
                           MOVE CHKPT-WORK-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                       ELSE
                           PERFORM UNTIL CHECKPOINT-STATUS NOT = "00"
                               READ CHECKPOINT-FILE
                                   AT END
                                       MOVE "10" TO CHECKPOINT-STATUS
                                   NOT AT END
                                       ADD 1 TO REC-READ-CNT
                                       PERFORM SPLIT-ONE-RECORD
                                           THRU EXIT-SPLIT-ONE-RECORD
                               END-READ
                           END-PERFORM
                           IF CHECKPOINT-STATUS NOT = "10"
                               THEN
                                   MOVE "SPLIT-PASS" TO OPS-PARA
                                   MOVE "CHECKPOINT" TO OPS-FILE
                                   MOVE CHECKPOINT-STATUS
                                       TO OPS-STATUS
                                   PERFORM LOG-FILE-ERROR
                                       THRU EXIT-LOG-FILE-ERROR
                           END-IF
                           CLOSE CHKPT-WORK-FILE
                           PERFORM CHK-WORK-WRITE
                               THRU EXIT-CHK-WORK-WRITE
                   END-IF
                   CLOSE CHECKPOINT-FILE
           END-IF.
       EXIT-SPLIT-PASS.
           EXIT.

       SPLIT-ONE-RECORD.
           IF CP-SKIP > 0
               THEN
                   SUBTRACT 1 FROM CP-SKIP
                   ADD 1 TO REC-DROP-CNT
               ELSE
                   IF CP-TYPE = "H"
                       THEN
                           ADD 1 TO SAVE-READ-CNT
                           PERFORM JUDGE-SAVE THRU EXIT-JUDGE-SAVE
                       ELSE
                           PERFORM KEEP-RECORD THRU EXIT-KEEP-RECORD
                   END-IF
           END-IF.
       EXIT-SPLIT-ONE-RECORD.
           EXIT.

       JUDGE-SAVE.
           MOVE CP-SAVED-TS TO TS-WORK.
           IF TS-DATE IS NUMERIC
               THEN
                   MOVE TS-DATE TO SAVED-DATE
               ELSE
                   MOVE 0 TO SAVED-DATE
           END-IF.
           IF SAVED-DATE < CUTOFF-DATE AND CP-HEIGHT IS NUMERIC
               THEN
                   IF XP-CNT < 450
                       THEN
                           PERFORM HOLD-EXPIRED THRU EXIT-HOLD-EXPIRED
                           ADD 1 TO SAVE-EXP-CNT
                           ADD 1 TO REC-DROP-CNT
                           MOVE CP-HEIGHT TO CP-SKIP
                       ELSE
                           IF XP-FULL NOT = "Y"
                               THEN
                                   DISPLAY "More than 450 stale saves "
                                       "- the rest are kept for the "
                                       "next run"
                           END-IF
                           MOVE "Y" TO XP-FULL
                           ADD 1 TO SAVE-KEEP-CNT
                           PERFORM KEEP-RECORD THRU EXIT-KEEP-RECORD
                   END-IF
               ELSE
                   ADD 1 TO SAVE-KEEP-CNT
                   PERFORM KEEP-RECORD THRU EXIT-KEEP-RECORD
           END-IF.
       EXIT-JUDGE-SAVE.
           EXIT.

       KEEP-RECORD.
           MOVE CHECKPOINT-REC TO CHKPT-WORK-REC.
           WRITE CHKPT-WORK-REC.
           IF CHKPT-WORK-STATUS = "00"
               THEN
                   ADD 1 TO REC-KEEP-CNT
           END-IF.
           PERFORM CHK-WORK-WRITE THRU EXIT-CHK-WORK-WRITE.
       EXIT-KEEP-RECORD.
           EXIT.

      *THE ABANDONED RESULT CARRIES WHAT THE SAVE KNOWS: THE BOARD,
      *THE SEED, THE MOVES MADE SO FAR, THE TIME PLAYED TO THE LAST
      *SAVE, AND THE DAY IT WAS LAST PLAYED
       HOLD-EXPIRED.
           MOVE SPACE TO XP-HOLD.
           MOVE CP-OWNER TO XH-PLAYER.
           MOVE CP-SLOT TO XH-SLOT.
           MOVE CP-LV TO XH-LV.
           MOVE CP-WIDTH TO XH-WIDTH.
           MOVE CP-HEIGHT TO XH-HEIGHT.
           MOVE CP-MINE TO XH-MINE.
           MOVE CP-GUESS-CNT TO XH-GUESSES.
           IF CP-SEED IS NUMERIC
               THEN
                   MOVE CP-SEED TO XH-SEED
               ELSE
                   MOVE 0 TO XH-SEED
           END-IF.
           IF CP-HINTS IS NUMERIC
               THEN
                   MOVE CP-HINTS TO XH-HINTS
               ELSE
                   MOVE 0 TO XH-HINTS
           END-IF.
           IF CP-DEBUG = "Y" OR XH-HINTS > 0
               THEN
                   MOVE "Y" TO XH-ASSIST
               ELSE
                   MOVE "N" TO XH-ASSIST
           END-IF.
           IF SAVED-DATE > 0
               THEN
                   MOVE SAVED-DATE TO XH-DATE
               ELSE
                   MOVE TODAY-DATE TO XH-DATE
           END-IF.
           MOVE 0 TO XH-SECONDS.
           MOVE CP-START-TS TO TS-WORK.
           IF TS-DATE IS NUMERIC AND SAVED-DATE > 0
               THEN
                   COMPUTE START-DAYS =
                       FUNCTION INTEGER-OF-DATE(TS-DATE)
                   COMPUTE START-SECS =
                       TS-HH * 3600 + TS-MI * 60 + TS-SS
                   MOVE CP-SAVED-TS TO TS-WORK
                   COMPUTE END-DAYS =
                       FUNCTION INTEGER-OF-DATE(TS-DATE)
                   COMPUTE END-SECS =
                       TS-HH * 3600 + TS-MI * 60 + TS-SS
                   COMPUTE ELAPSED-WK =
                       (END-DAYS - START-DAYS) * 86400
                       + END-SECS - START-SECS
                   IF ELAPSED-WK < 0
                       THEN
                           MOVE 0 TO ELAPSED-WK
                   END-IF
                   IF ELAPSED-WK > 999999
                       THEN
                           MOVE 999999 TO ELAPSED-WK
                   END-IF
                   MOVE ELAPSED-WK TO XH-SECONDS
           END-IF.
      *SLOT IN BEHIND THE LAST ENTRY FOR THE SAME OR A LOWER ID SO
      *EACH PLAYER'S SAVES STAY TOGETHER IN FILE ORDER
           MOVE 0 TO XP-POS.
           PERFORM VARYING XP-IDX FROM XP-CNT BY -1 UNTIL XP-IDX < 1
               IF XP-PLAYER(XP-IDX) > XH-PLAYER
                   THEN
                       MOVE EXPIRE-ENTRY(XP-IDX)
                           TO EXPIRE-ENTRY(XP-IDX + 1)
                   ELSE
                       IF XP-POS = 0
                           THEN
                               MOVE XP-IDX TO XP-POS
                       END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO XP-POS.
           ADD 1 TO XP-CNT.
           MOVE XP-HOLD TO EXPIRE-ENTRY(XP-POS).
       EXIT-HOLD-EXPIRED.
           EXIT.

       PRINT-EXPIRED.
           DISPLAY " ".
           DISPLAY "EXPIRED SAVES BY PLAYER".
           IF XP-CNT = 0
               THEN
                   DISPLAY "  (none)"
               ELSE
                   DISPLAY "PLAYER  SLOT  LV  MOVES  HINTS  ASSISTED  "
                       "LAST PLAYED"
                   MOVE SPACE TO PREV-PLAYER
                   MOVE 0 TO PLAYER-CNT
                   PERFORM VARYING XP-IDX FROM 1 BY 1
                           UNTIL XP-IDX > XP-CNT
                       IF XP-PLAYER(XP-IDX) NOT = PREV-PLAYER
                               AND PLAYER-CNT > 0
                           THEN
                               PERFORM PRINT-PLAYER-TOTAL
                                   THRU EXIT-PRINT-PLAYER-TOTAL
                       END-IF
                       MOVE XP-PLAYER(XP-IDX) TO PREV-PLAYER
                       ADD 1 TO PLAYER-CNT
                       DISPLAY XP-PLAYER(XP-IDX) "     "
                           XP-SLOT(XP-IDX) "    " XP-LV(XP-IDX)
                           "   " XP-GUESSES(XP-IDX) "   "
                           XP-HINTS(XP-IDX) "    " XP-ASSIST(XP-IDX)
                           "         " XP-DATE(XP-IDX)
                   END-PERFORM
                   PERFORM PRINT-PLAYER-TOTAL
                       THRU EXIT-PRINT-PLAYER-TOTAL
           END-IF.
       EXIT-PRINT-EXPIRED.
           EXIT.

       PRINT-PLAYER-TOTAL.
           MOVE PLAYER-CNT TO PLAYER-DISP.
           DISPLAY "  " PREV-PLAYER " saves expired: " PLAYER-DISP.
           MOVE 0 TO PLAYER-CNT.
       EXIT-PRINT-PLAYER-TOTAL.
           EXIT.

       BALANCE-REPORT.
           MOVE "N" TO BALANCED.
           DISPLAY " ".
           DISPLAY "CONTROL TOTALS".
           MOVE SAVE-READ-CNT TO CNT-DISP.
           DISPLAY "  Saves read:        " CNT-DISP.
           MOVE SAVE-KEEP-CNT TO CNT-DISP.
           DISPLAY "  Saves kept:        " CNT-DISP.
           MOVE SAVE-EXP-CNT TO CNT-DISP.
           DISPLAY "  Saves expired:     " CNT-DISP.
           MOVE REC-READ-CNT TO CNT-DISP.
           DISPLAY "  Records read:      " CNT-DISP.
           MOVE REC-KEEP-CNT TO CNT-DISP.
           DISPLAY "  Records kept:      " CNT-DISP.
           MOVE REC-DROP-CNT TO CNT-DISP.
           DISPLAY "  Records removed:   " CNT-DISP.
           COMPUTE CHECK-CNT = SAVE-KEEP-CNT + SAVE-EXP-CNT.
           IF SAVE-READ-CNT = CHECK-CNT
               THEN
                   COMPUTE CHECK-CNT = REC-KEEP-CNT + REC-DROP-CNT
                   IF REC-READ-CNT = CHECK-CNT
                           AND SAVE-EXP-CNT = XP-CNT
                       THEN
                           MOVE "Y" TO BALANCED
                   END-IF
           END-IF.
           IF BALANCED = "Y" AND ERROR-FLAG NOT = "Y"
               THEN
                   DISPLAY "  BALANCED - expiry will be committed"
               ELSE
                   DISPLAY "  OUT OF BALANCE - expiry abandoned"
           END-IF.
       EXIT-BALANCE-REPORT.
           EXIT.

      *THE RESULTS GO IN FIRST: A FAILURE HERE LEAVES EVERY SAVE IN
      *PLACE, SO NO GAME CAN VANISH WITHOUT ITS RESULT
       APPEND-RESULTS.
           MOVE "N" TO GS-ERR-FLAG.
           OPEN EXTEND GAME-STATS-FILE.
           IF GAME-STATS-STATUS NOT = "00"
               THEN
                   OPEN OUTPUT GAME-STATS-FILE
           END-IF.
           IF GAME-STATS-STATUS NOT = "00"
               THEN
                   MOVE "APPEND-RESULTS" TO OPS-PARA
                   MOVE "GAMESTATS" TO OPS-FILE
                   MOVE GAME-STATS-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
               ELSE
                   PERFORM VARYING XP-IDX FROM 1 BY 1
                           UNTIL XP-IDX > XP-CNT OR GS-ERR-FLAG = "Y"
                       MOVE XP-LV(XP-IDX) TO GS-CODE
                       MOVE XP-WIDTH(XP-IDX) TO GS-WIDTH
                       MOVE XP-HEIGHT(XP-IDX) TO GS-HEIGHT
                       MOVE XP-MINE(XP-IDX) TO GS-MINE
                       MOVE "A" TO GS-RESULT
                       MOVE XP-GUESSES(XP-IDX) TO GS-GUESSES
                       MOVE XP-PLAYER(XP-IDX) TO GS-PLAYER
                       MOVE XP-SECONDS(XP-IDX) TO GS-SECONDS
                       MOVE XP-DATE(XP-IDX) TO GS-DATE
                       MOVE XP-SEED(XP-IDX) TO GS-SEED
                       MOVE XP-ASSIST(XP-IDX) TO GS-ASSIST
                       MOVE XP-HINTS(XP-IDX) TO GS-HINTS
                       WRITE GAME-STATS-REC
                       IF GAME-STATS-STATUS = "00"
                           THEN
                               ADD 1 TO GS-WRITE-CNT
                       END-IF
                       PERFORM CHK-STATS-WRITE
                           THRU EXIT-CHK-STATS-WRITE
                   END-PERFORM
                   CLOSE GAME-STATS-FILE
                   PERFORM CHK-STATS-WRITE THRU EXIT-CHK-STATS-WRITE
                   MOVE GS-WRITE-CNT TO CNT-DISP
                   DISPLAY "Abandoned results added to GAMESTATS: "
                       CNT-DISP
           END-IF.
       EXIT-APPEND-RESULTS.
           EXIT.

       COMMIT-EXPIRY.
           MOVE "N" TO CP-ERR-FLAG.
           OPEN INPUT CHKPT-WORK-FILE.
           IF CHKPT-WORK-STATUS NOT = "00"
               THEN
                   MOVE "COMMIT-EXPIRY" TO OPS-PARA
                   MOVE "CHKPTWRK" TO OPS-FILE
                   MOVE CHKPT-WORK-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
                   DISPLAY "Expiry incomplete - abandoned results are "
                       "in GAMESTATS but CHECKPOINT was not rewritten "
                       "- remove them before rerunning"
               ELSE
                   OPEN OUTPUT CHECKPOINT-FILE
                   IF CHECKPOINT-STATUS NOT = "00"
                       THEN
                           PERFORM CHK-CHECKPOINT-WRITE
                               THRU EXIT-CHK-CHECKPOINT-WRITE
                           CLOSE CHKPT-WORK-FILE
                       ELSE
                           PERFORM UNTIL CHKPT-WORK-STATUS NOT = "00"
                                   OR CP-ERR-FLAG = "Y"
                               READ CHKPT-WORK-FILE
                                   AT END
                                       MOVE "10" TO CHKPT-WORK-STATUS
                                   NOT AT END
                                       MOVE CHKPT-WORK-REC
                                           TO CHECKPOINT-REC
                                       WRITE CHECKPOINT-REC
                                       PERFORM CHK-CHECKPOINT-WRITE
                                           THRU
                                           EXIT-CHK-CHECKPOINT-WRITE
                               END-READ
                           END-PERFORM
                           CLOSE CHECKPOINT-FILE
                           PERFORM CHK-CHECKPOINT-WRITE
                               THRU EXIT-CHK-CHECKPOINT-WRITE
                           CLOSE CHKPT-WORK-FILE
                   END-IF
                   IF CP-ERR-FLAG = "Y"
                       THEN
                           DISPLAY "Expiry incomplete - restore "
                               "CHECKPOINT from CHKPTWRK"
                       ELSE
                           DISPLAY "Expiry committed - CHECKPOINT "
                               "now holds the kept saves only"
                   END-IF
           END-IF.
       EXIT-COMMIT-EXPIRY.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED FILE, NOT ONE PER RECORD
       CHK-WORK-WRITE.
           IF CHKPT-WORK-STATUS NOT = "00" AND CP-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO CP-ERR-FLAG
                   MOVE "SPLIT-PASS" TO OPS-PARA
                   MOVE "CHKPTWRK" TO OPS-FILE
                   MOVE CHKPT-WORK-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-WORK-WRITE.
           EXIT.

       CHK-CHECKPOINT-WRITE.
           IF CHECKPOINT-STATUS NOT = "00" AND CP-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO CP-ERR-FLAG
                   MOVE "COMMIT-EXPIRY" TO OPS-PARA
                   MOVE "CHECKPOINT" TO OPS-FILE
                   MOVE CHECKPOINT-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-CHECKPOINT-WRITE.
           EXIT.

       CHK-STATS-WRITE.
           IF GAME-STATS-STATUS NOT = "00" AND GS-ERR-FLAG NOT = "Y"
               THEN
                   MOVE "Y" TO GS-ERR-FLAG
                   MOVE "APPEND-RESULTS" TO OPS-PARA
                   MOVE "GAMESTATS" TO OPS-FILE
                   MOVE GAME-STATS-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-STATS-WRITE.
           EXIT.

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
      *IN OPSLOG, AND REMEMBER IT SO THE RUN ENDS WITH A NONZERO
      *RETURN CODE.  CALLERS FILL OPS-PARA/OPS-FILE/OPS-STATUS.
       LOG-FILE-ERROR.
           MOVE "Y" TO ERROR-FLAG.
           DISPLAY "WARNING: file error on " OPS-FILE " status "
               OPS-STATUS " in " OPS-PARA.
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP.
           MOVE "CPEXPIRE" TO OL-PROGRAM.
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
