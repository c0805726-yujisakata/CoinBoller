123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       NIGHTRUN.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT NIGHT-CTL-FILE ASSIGN TO "NIGHTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NIGHT-CTL-STATUS.
           SELECT JOB-CTL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JOB-CTL-STATUS.
           SELECT STEP-IN-FILE ASSIGN TO "STEPIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STEP-IN-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
      *RUN PARAMETERS - THE ANSWERS THE STEPS WOULD OTHERWISE ASK
      *THE OPERATOR FOR.  NC-RUN-PREFIX IS PUT IN FRONT OF EACH STEP
      *NAME TO MAKE THE COMMAND THAT STARTS IT.
       FD  NIGHT-CTL-FILE.
       01 NIGHT-CTL-REC.
           03 NC-CH-DATE       PIC 9(8).
           03 NC-FROM-DATE     PIC 9(8).
           03 NC-TO-DATE       PIC 9(8).
           03 NC-CUTOFF-DAYS   PIC 9(3).
           03 NC-ALARM-LIMIT   PIC 9(4).
           03 NC-RECN-OVERRIDE PIC X(1).
           03 NC-RUN-PREFIX    PIC X(20).
      *ONE RECORD PER STEP ATTEMPT IN THE CURRENT STREAM; THE LAST
      *RECORD FOR A STEP IS ITS STANDING.  C = COMPLETE, F = FAILED.
       FD  JOB-CTL-FILE.
       01 JOB-CTL-REC.
           03 JC-RUN-DATE  PIC X(8).
           03 JC-STEP      PIC X(8).
           03 JC-STATE     PIC X(1).
           03 JC-RC        PIC 9(3).
           03 JC-TIMESTAMP PIC X(21).
       FD  STEP-IN-FILE.
       01 STEP-IN-REC PIC X(20).
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
           03 OL-PROGRAM   PIC X(8).
           03 OL-PARA      PIC X(20).
           03 OL-FILE      PIC X(10).
           03 OL-STATUS    PIC X(2).
       WORKING-STORAGE   SECTION.
       77 NIGHT-CTL-STATUS PIC XX.
       77 JOB-CTL-STATUS PIC XX.
       77 STEP-IN-STATUS PIC XX.
      *FOR FILE-ERROR REPORTING TO THE OPSLOG FILE
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       01 OPS-ERR.
           03 OPS-PARA   PIC X(20).
           03 OPS-FILE   PIC X(10).
           03 OPS-STATUS PIC X(2).
       01 TS-WORK.
           03 TS-DATE PIC 9(8).
           03 FILLER  PIC X(13).
      *CONTROL RECORD AS READ
       77 CTL-OK PIC X VALUE "N".
       01 RUN-PARMS.
           03 RUN-CH-DATE     PIC 9(8).
           03 RUN-FROM-DATE   PIC 9(8).
           03 RUN-TO-DATE     PIC 9(8).
           03 RUN-CUTOFF-DAYS PIC 9(3).
           03 RUN-ALARM-LIMIT PIC 9(4).
           03 RUN-OVERRIDE    PIC X(1).
           03 RUN-PREFIX      PIC X(20).
      *THE STREAM IS KEYED ON ITS BUSINESS DATE.  A JOBCTL FILE FOR
      *ANOTHER DATE IS A FINISHED OR ABANDONED STREAM AND IS STARTED
      *OVER; ONE FOR THIS DATE IS RESUMED AT ITS FIRST UNFINISHED
      *STEP.
       77 RUN-DATE PIC 9(8).
       77 JOB-DATE PIC X(8) VALUE SPACE.
       77 JOB-FRESH PIC X VALUE "N".
      *THE STEPS IN RUNNING ORDER.  GAMERECN GOES FIRST SO A BAD
      *MATCH BETWEEN GAMESTATS AND AUDITLOG STOPS THE STREAM BEFORE
      *POINTS ARE POSTED OR THE EXTRACT IS CUT.
       01 STEP-NAMES.
           03 FILLER PIC X(8) VALUE "GAMERECN".
           03 FILLER PIC X(8) VALUE "STANDGS".
           03 FILLER PIC X(8) VALUE "GAMESUM".
           03 FILLER PIC X(8) VALUE "GAMEEXT".
           03 FILLER PIC X(8) VALUE "HISTREPT".
           03 FILLER PIC X(8) VALUE "OPSREPT".
       01 STEP-NAME-TABLE REDEFINES STEP-NAMES.
           03 STEP-NAME PIC X(8) OCCURS 6.
       01 JOB-STEP-TABLE.
           03 JOB-STEP-ENTRY OCCURS 6.
               05 JS-STATE PIC X(1).
               05 JS-RC    PIC 9(3).
       77 JS-IDX PIC 9(2).
       77 JS-CNT PIC 9(2) VALUE 6.
       77 DONE-CNT PIC 9(2).
       77 RAN-CNT PIC 9(2) VALUE 0.
       77 SKIP-CNT PIC 9(2) VALUE 0.
      *ONE STEP IN HAND
       77 STEP-CMD PIC X(80).
       77 STEP-RC PIC 9(3).
       77 STEP-SIGNAL PIC 9(3).
       77 STEP-STATE PIC X(1).
       77 STREAM-STOP PIC X VALUE "N".
       77 STREAM-RC PIC 9(3) VALUE 0.
       77 STOP-STEP PIC X(8) VALUE SPACE.
       77 RC-DISP PIC ZZ9.
       77 CNT-DISP PIC Z9.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           PERFORM READ-CONTROL THRU EXIT-READ-CONTROL.
           IF CTL-OK = "Y"
               THEN
                   PERFORM LOAD-JOBCTL THRU EXIT-LOAD-JOBCTL
           END-IF.
      *A JOBCTL FILE THAT COULD NOT BE READ IS NEVER TRUSTED - THE
      *STEPS IT WOULD HAVE SKIPPED MIGHT RUN A SECOND TIME
           IF CTL-OK = "Y" AND ERROR-FLAG = "Y"
               THEN
                   DISPLAY "JOBCTL could not be read - stream not "
                       "started"
           END-IF.
           IF CTL-OK = "Y" AND ERROR-FLAG NOT = "Y"
               THEN
                   PERFORM SET-RUN-DATE THRU EXIT-SET-RUN-DATE
                   IF DONE-CNT >= JS-CNT
                       THEN
                           DISPLAY "Stream for " RUN-DATE
                               " already complete - nothing rerun"
                       ELSE
                           PERFORM RUN-STEP THRU EXIT-RUN-STEP
                               VARYING JS-IDX FROM 1 BY 1
                               UNTIL JS-IDX > JS-CNT
                                   OR STREAM-STOP = "Y"
                   END-IF
                   PERFORM PRINT-STREAM THRU EXIT-PRINT-STREAM
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
                       "see OPSLOG"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE STREAM-RC TO RETURN-CODE
           END-IF.
       STOP RUN.

      *A MISSING OR UNREADABLE CONTROL RECORD STARTS NOTHING - THE
      *STEPS WOULD OTHERWISE RUN ON WHATEVER THEY DEFAULT TO
       READ-CONTROL.
           OPEN INPUT NIGHT-CTL-FILE.
           IF NIGHT-CTL-STATUS NOT = "00"
               THEN
                   DISPLAY "No NIGHTCTL control file - stream not "
                       "started"
                   MOVE 8 TO STREAM-RC
                   IF NIGHT-CTL-STATUS NOT = "35"
                       THEN
                           MOVE "READ-CONTROL" TO OPS-PARA
                           MOVE "NIGHTCTL" TO OPS-FILE
                           MOVE NIGHT-CTL-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
               ELSE
                   READ NIGHT-CTL-FILE
                       AT END
                           MOVE "10" TO NIGHT-CTL-STATUS
                           DISPLAY "NIGHTCTL control file is empty - "
                               "stream not started"
                           MOVE 8 TO STREAM-RC
                       NOT AT END
                           IF NC-CH-DATE IS NUMERIC
                                   AND NC-FROM-DATE IS NUMERIC
                                   AND NC-TO-DATE IS NUMERIC
                                   AND NC-CUTOFF-DAYS IS NUMERIC
                                   AND NC-ALARM-LIMIT IS NUMERIC
                               THEN
                                   MOVE "Y" TO CTL-OK
                                   MOVE NIGHT-CTL-REC TO RUN-PARMS
                               ELSE
                                   DISPLAY "NIGHTCTL record is not "
                                       "valid - stream not started"
                                   MOVE 8 TO STREAM-RC
                           END-IF
                   END-READ
                   IF NIGHT-CTL-STATUS NOT = "10"
                           AND NIGHT-CTL-STATUS NOT = "00"
                       THEN
                           MOVE "N" TO CTL-OK
                           MOVE "READ-CONTROL" TO OPS-PARA
                           MOVE "NIGHTCTL" TO OPS-FILE
                           MOVE NIGHT-CTL-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE NIGHT-CTL-FILE
           END-IF.
           IF RUN-OVERRIDE NOT = "Y"
               THEN
                   MOVE "N" TO RUN-OVERRIDE
           END-IF.
           IF RUN-PREFIX = SPACE
               THEN
                   MOVE "./" TO RUN-PREFIX
           END-IF.
       EXIT-READ-CONTROL.
           EXIT.

       LOAD-JOBCTL.
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > JS-CNT
               MOVE SPACE TO JS-STATE(JS-IDX)
               MOVE 0 TO JS-RC(JS-IDX)
           END-PERFORM.
           OPEN INPUT JOB-CTL-FILE.
           IF JOB-CTL-STATUS = "00"
               THEN
                   PERFORM UNTIL JOB-CTL-STATUS NOT = "00"
                       READ JOB-CTL-FILE
                           AT END
                               MOVE "10" TO JOB-CTL-STATUS
                           NOT AT END
                               MOVE JC-RUN-DATE TO JOB-DATE
                               PERFORM VARYING JS-IDX FROM 1 BY 1
                                       UNTIL JS-IDX > JS-CNT
                                   IF STEP-NAME(JS-IDX) = JC-STEP
                                       THEN
                                           MOVE JC-STATE
                                               TO JS-STATE(JS-IDX)
                                           MOVE JC-RC TO JS-RC(JS-IDX)
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   IF JOB-CTL-STATUS NOT = "10"
                       THEN
                           MOVE "LOAD-JOBCTL" TO OPS-PARA
                           MOVE "JOBCTL" TO OPS-FILE
                           MOVE JOB-CTL-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE JOB-CTL-FILE
               ELSE
                   IF JOB-CTL-STATUS NOT = "35"
                       THEN
                           MOVE "LOAD-JOBCTL" TO OPS-PARA
                           MOVE "JOBCTL" TO OPS-FILE
                           MOVE JOB-CTL-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
           PERFORM COUNT-DONE THRU EXIT-COUNT-DONE.
       EXIT-LOAD-JOBCTL.
           EXIT.

       COUNT-DONE.
           MOVE 0 TO DONE-CNT.
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > JS-CNT
               IF JS-STATE(JS-IDX) = "C"
                   THEN
                       ADD 1 TO DONE-CNT
               END-IF
           END-PERFORM.
       EXIT-COUNT-DONE.
           EXIT.

      *A ZERO CHALLENGE DATE MEANS TODAY, EXCEPT THAT A STREAM LEFT
      *UNFINISHED IS PICKED UP ON ITS OWN DATE - A RERUN AFTER
      *MIDNIGHT MUST NOT START THE NEXT DAY'S STREAM AND LEAVE THE
      *FAILED DAY'S STEPS UNRUN.
       SET-RUN-DATE.
           IF RUN-CH-DATE NOT = 0
               THEN
                   MOVE RUN-CH-DATE TO RUN-DATE
               ELSE
                   IF JOB-DATE NOT = SPACE AND DONE-CNT < JS-CNT
                           AND JOB-DATE IS NUMERIC
                       THEN
                           MOVE JOB-DATE TO RUN-DATE
                       ELSE
                           MOVE TS-DATE TO RUN-DATE
                   END-IF
           END-IF.
           IF JOB-DATE NOT = RUN-DATE
               THEN
                   MOVE "Y" TO JOB-FRESH
                   PERFORM VARYING JS-IDX FROM 1 BY 1
                           UNTIL JS-IDX > JS-CNT
                       MOVE SPACE TO JS-STATE(JS-IDX)
                       MOVE 0 TO JS-RC(JS-IDX)
                   END-PERFORM
                   MOVE 0 TO DONE-CNT
                   DISPLAY "Starting the nightly stream for " RUN-DATE
               ELSE
                   IF DONE-CNT < JS-CNT
                       THEN
                           DISPLAY "Restarting the nightly stream for "
                               RUN-DATE
                   END-IF
           END-IF.
       EXIT-SET-RUN-DATE.
           EXIT.

      *A STEP ALREADY COMPLETE FOR THIS DATE IS NEVER RUN AGAIN -
      *STANDGS WOULD REPOST THE DAY'S POINTS AND GAMEEXT WOULD CUT A
      *SECOND EXTRACT.  RC 8 STOPS THE STREAM; SO DOES RC 4 FROM
      *GAMERECN UNLESS THE OPERATOR HAS SET THE OVERRIDE.
       RUN-STEP.
           IF JS-STATE(JS-IDX) = "C"
               THEN
                   DISPLAY "Step " STEP-NAME(JS-IDX)
                       " already complete - skipped"
                   ADD 1 TO SKIP-CNT
               ELSE
                   PERFORM WRITE-STEP-INPUT THRU EXIT-WRITE-STEP-INPUT
                   IF STEP-IN-STATUS NOT = "00"
                       THEN
                           MOVE "Y" TO STREAM-STOP
                           MOVE STEP-NAME(JS-IDX) TO STOP-STEP
                           MOVE 8 TO STREAM-RC
                       ELSE
                           PERFORM START-STEP THRU EXIT-START-STEP
                   END-IF
           END-IF.
       EXIT-RUN-STEP.
           EXIT.

      *EACH STEP READS ITS PROMPT ANSWERS FROM STEPIN IN THE ORDER
      *IT ASKS THEM.  STEPS WITH NO PROMPTS GET AN EMPTY STEPIN.
       WRITE-STEP-INPUT.
           OPEN OUTPUT STEP-IN-FILE.
           IF STEP-IN-STATUS NOT = "00"
               THEN
                   MOVE "WRITE-STEP-INPUT" TO OPS-PARA
                   MOVE "STEPIN" TO OPS-FILE
                   MOVE STEP-IN-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
               ELSE
                   EVALUATE STEP-NAME(JS-IDX)
                       WHEN "STANDGS"
                           MOVE RUN-DATE TO STEP-IN-REC
                           WRITE STEP-IN-REC
                       WHEN "GAMEEXT"
                           MOVE RUN-FROM-DATE TO STEP-IN-REC
                           WRITE STEP-IN-REC
                           IF STEP-IN-STATUS = "00"
                               THEN
                                   MOVE RUN-TO-DATE TO STEP-IN-REC
                                   WRITE STEP-IN-REC
                           END-IF
                       WHEN "OPSREPT"
                           MOVE RUN-CUTOFF-DAYS TO STEP-IN-REC
                           WRITE STEP-IN-REC
                           IF STEP-IN-STATUS = "00"
                               THEN
                                   MOVE RUN-ALARM-LIMIT TO STEP-IN-REC
                                   WRITE STEP-IN-REC
                           END-IF
                   END-EVALUATE
                   IF STEP-IN-STATUS NOT = "00"
                       THEN
                           MOVE "WRITE-STEP-INPUT" TO OPS-PARA
                           MOVE "STEPIN" TO OPS-FILE
                           MOVE STEP-IN-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE STEP-IN-FILE
           END-IF.
       EXIT-WRITE-STEP-INPUT.
           EXIT.

      *THE SHELL HANDS BACK A WAIT STATUS WITH THE STEP'S RETURN
      *CODE IN THE HIGH BYTE AND ANY ABNORMAL END IN THE LOW BYTE.
      *A STEP THAT CANNOT BE STARTED OR DOES NOT END NORMALLY IS
      *TREATED AS A FAILURE.
       START-STEP.
           MOVE SPACE TO STEP-CMD.
           STRING RUN-PREFIX DELIMITED BY SPACE
               STEP-NAME(JS-IDX) DELIMITED BY SPACE
               " < STEPIN" DELIMITED BY SIZE
               INTO STEP-CMD.
           DISPLAY "---- " STEP-NAME(JS-IDX) " ----".
           CALL "SYSTEM" USING STEP-CMD.
           IF RETURN-CODE < 0
               THEN
                   MOVE 999 TO STEP-RC
               ELSE
                   DIVIDE RETURN-CODE BY 256 GIVING STEP-RC
                       REMAINDER STEP-SIGNAL
                   IF STEP-SIGNAL NOT = 0
                       THEN
                           MOVE 999 TO STEP-RC
                   END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO RAN-CNT.
           MOVE "C" TO STEP-STATE.
           IF STEP-RC >= 8
               THEN
                   MOVE "F" TO STEP-STATE
                   MOVE 8 TO STREAM-RC
           END-IF.
           IF STEP-RC = 4 AND STREAM-RC < 4
               THEN
                   MOVE 4 TO STREAM-RC
           END-IF.
           IF STEP-RC = 4 AND STEP-NAME(JS-IDX) = "GAMERECN"
                   AND RUN-OVERRIDE NOT = "Y"
               THEN
                   MOVE "F" TO STEP-STATE
           END-IF.
           MOVE STEP-STATE TO JS-STATE(JS-IDX).
           MOVE STEP-RC TO JS-RC(JS-IDX).
           MOVE STEP-RC TO RC-DISP.
           DISPLAY "Step " STEP-NAME(JS-IDX) " ended RC " RC-DISP.
           IF STEP-STATE = "F"
               THEN
                   MOVE "Y" TO STREAM-STOP
                   MOVE STEP-NAME(JS-IDX) TO STOP-STEP
           END-IF.
           PERFORM WRITE-JOBCTL THRU EXIT-WRITE-JOBCTL.
       EXIT-START-STEP.
           EXIT.

      *THE FIRST STEP OF A NEW STREAM REPLACES THE OLD JOBCTL FILE;
      *AFTER THAT EACH STEP IS ADDED AS IT ENDS, SO A CRASH PART
      *WAY THROUGH STILL LEAVES THE FINISHED STEPS ON RECORD.  A
      *STEP THAT CANNOT BE RECORDED STOPS THE STREAM - A RERUN
      *WOULD NOT KNOW IT HAD ALREADY RUN.
       WRITE-JOBCTL.
           IF JOB-FRESH = "Y"
               THEN
                   OPEN OUTPUT JOB-CTL-FILE
               ELSE
                   OPEN EXTEND JOB-CTL-FILE
                   IF JOB-CTL-STATUS NOT = "00"
                       THEN
                           OPEN OUTPUT JOB-CTL-FILE
                   END-IF
           END-IF.
           IF JOB-CTL-STATUS = "00"
               THEN
                   MOVE "N" TO JOB-FRESH
                   MOVE RUN-DATE TO JC-RUN-DATE
                   MOVE STEP-NAME(JS-IDX) TO JC-STEP
                   MOVE STEP-STATE TO JC-STATE
                   MOVE STEP-RC TO JC-RC
                   MOVE FUNCTION CURRENT-DATE TO JC-TIMESTAMP
                   WRITE JOB-CTL-REC
                   CLOSE JOB-CTL-FILE
           END-IF.
           IF JOB-CTL-STATUS NOT = "00"
               THEN
                   MOVE "WRITE-JOBCTL" TO OPS-PARA
                   MOVE "JOBCTL" TO OPS-FILE
                   MOVE JOB-CTL-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
                   MOVE "Y" TO STREAM-STOP
                   IF STOP-STEP = SPACE
                       THEN
                           MOVE STEP-NAME(JS-IDX) TO STOP-STEP
                   END-IF
           END-IF.
       EXIT-WRITE-JOBCTL.
           EXIT.

       PRINT-STREAM.
           DISPLAY " ".
           DISPLAY "NIGHTLY STREAM FOR " RUN-DATE.
           DISPLAY "STEP      STATE     RC".
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > JS-CNT
               MOVE JS-RC(JS-IDX) TO RC-DISP
               EVALUATE JS-STATE(JS-IDX)
                   WHEN "C"
                       DISPLAY STEP-NAME(JS-IDX) "  COMPLETE " RC-DISP
                   WHEN "F"
                       DISPLAY STEP-NAME(JS-IDX) "  FAILED   " RC-DISP
                   WHEN OTHER
                       DISPLAY STEP-NAME(JS-IDX) "  NOT RUN"
               END-EVALUATE
           END-PERFORM.
           MOVE RAN-CNT TO CNT-DISP.
           DISPLAY "Steps run: " CNT-DISP.
           MOVE SKIP-CNT TO CNT-DISP.
           DISPLAY "Steps skipped as already complete: " CNT-DISP.
           IF STREAM-STOP = "Y"
               THEN
                   DISPLAY "STREAM STOPPED AT " STOP-STEP
                       " - correct the problem and rerun; finished "
                       "steps will be skipped"
                   IF STOP-STEP = "GAMERECN" AND STREAM-RC < 8
                       THEN
                           DISPLAY "Set the GAMERECN override in "
                               "NIGHTCTL to run past the exceptions"
                   END-IF
           END-IF.
       EXIT-PRINT-STREAM.
           EXIT.

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
      *IN OPSLOG, AND REMEMBER IT SO THE RUN ENDS WITH A NONZERO
      *RETURN CODE.  CALLERS FILL OPS-PARA/OPS-FILE/OPS-STATUS.
       LOG-FILE-ERROR.
           MOVE "Y" TO ERROR-FLAG.
           DISPLAY "WARNING: file error on " OPS-FILE " status "
               OPS-STATUS " in " OPS-PARA.
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP.
           MOVE "NIGHTRUN" TO OL-PROGRAM.
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
