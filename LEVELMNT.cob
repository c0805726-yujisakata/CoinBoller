           SELECT BACKUP-FILE ASSIGN TO "LEVELSBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  LEVELS-FILE.
           03 LR-NAME   PIC X(20).
       FD  BACKUP-FILE.
       01 BACKUP-REC PIC X(29).
       FD  OPERATORS-FILE.
       01 OPERATOR-REC.
           03 OP-ID       PIC X(8).
           03 OP-PASSWORD PIC X(8).
           03 OP-NAME     PIC X(20).
           03 OP-LEVELS   PIC X(1).
           03 OP-PLAYERS  PIC X(1).
           03 OP-MERGE    PIC X(1).
           03 OP-ADMIN    PIC X(1).
           03 FILLER      PIC X(10).
       FD  MAINT-LOG-FILE.
       01 MAINT-LOG-REC.
           03 ML-TIMESTAMP PIC X(21).
           03 ML-OPERATOR  PIC X(8).
           03 ML-PROGRAM   PIC X(8).
           03 ML-ACTION    PIC X(1).
           03 ML-FILE      PIC X(10).
           03 ML-KEY       PIC X(10).
           03 ML-BEFORE    PIC X(80).
           03 ML-AFTER     PIC X(80).
       WORKING-STORAGE   SECTION.
       77 LEVELS-STATUS PIC XX.
       77 BACKUP-STATUS PIC XX.
       77 OPERATORS-STATUS PIC XX.
       77 MAINT-LOG-STATUS PIC XX.
      *CURRENT ENTRIES, SAME TABLE SHAPE THE GAME LOADS
       01 LEVEL-TABLE.
           03 LEVEL-ENTRY OCCURS 20.
       77 LEVEL-CNT PIC 9(2) VALUE 0.
       77 LT-IDX PIC 9(2).
       77 LT-POS PIC 9(2).
      *THE ENTRIES AS LOADED - THE SAVE JOURNALS EVERY ENTRY THAT
      *WAS ADDED, CHANGED OR DELETED AGAINST THESE
       01 ORIG-TABLE.
           03 ORIG-ENTRY OCCURS 20.
               05 FILLER  PIC X(8).
               05 OG-CODE PIC X(1).
               05 FILLER  PIC X(20).
       77 ORIG-CNT PIC 9(2) VALUE 0.
       77 OG-IDX PIC 9(2).
       77 OG-POS PIC 9(2).
      *OPERATOR SIGN-ON - EVERY CHANGE IS JOURNALED UNDER OPER-ID
       77 IN-OPER PIC X(8).
       77 IN-PASSWORD PIC X(8).
       77 OPER-ID PIC X(8).
       77 OPER-FOUND PIC X.
       77 SIGNED-ON PIC X.
       77 SIGN-STOP PIC X.
       77 SIGN-TRIES PIC 9.
       77 JOURNAL-ERR PIC X VALUE "N".
      *MENU AND PROMPT INPUT
       77 MENU-CMD PIC X.
       77 DONE-FLAG PIC X.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           PERFORM SIGN-ON THRU EXIT-SIGN-ON.
           IF SIGNED-ON = "Y"
               THEN
                   PERFORM LOAD-LEVELS THRU EXIT-LOAD-LEVELS
                   MOVE "N" TO DONE-FLAG
               ELSE
                   DISPLAY "LEVELS maintenance not started"
                   MOVE "Y" TO DONE-FLAG
                   MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL DONE-FLAG = "Y"
               DISPLAY " "
               DISPLAY "LEVELS maintenance: l=list a=add c=change "
                       DISPLAY "Wrong input"
               END-EVALUATE
           END-PERFORM.
           IF JOURNAL-ERR = "Y"
               THEN
                   MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *ONLY AN OPERATOR ON THE OPERATORS FILE WITH THE LEVELS
      *PERMISSION GETS IN, AND ONLY WHILE MAINTLOG CAN BE WRITTEN -
      *A CHANGE THAT CANNOT BE JOURNALED IS NOT ALLOWED TO HAPPEN
       SIGN-ON.
           MOVE "N" TO SIGNED-ON.
           MOVE "N" TO SIGN-STOP.
           MOVE 0 TO SIGN-TRIES.
           PERFORM UNTIL SIGNED-ON = "Y" OR SIGN-STOP = "Y"
               DISPLAY "Operator ID: "
               ACCEPT IN-OPER
               DISPLAY "Password: "
               ACCEPT IN-PASSWORD
               ADD 1 TO SIGN-TRIES
               PERFORM CHECK-OPERATOR THRU EXIT-CHECK-OPERATOR
               IF SIGNED-ON NOT = "Y" AND SIGN-TRIES >= 3
                   THEN
                       DISPLAY "Three failed sign-ons"
                       MOVE "Y" TO SIGN-STOP
               END-IF
           END-PERFORM.
           IF SIGNED-ON = "Y"
               THEN
                   PERFORM CHECK-JOURNAL THRU EXIT-CHECK-JOURNAL
           END-IF.
       EXIT-SIGN-ON.
           EXIT.

       CHECK-OPERATOR.
           MOVE "N" TO OPER-FOUND.
           OPEN INPUT OPERATORS-FILE.
           IF OPERATORS-STATUS NOT = "00"
               THEN
                   IF OPERATORS-STATUS = "35"
                       THEN
                           DISPLAY "No OPERATORS file - operators "
                               "must be set up with OPERMNT first"
                       ELSE
                           DISPLAY "OPERATORS could not be read - "
                               "status " OPERATORS-STATUS
                   END-IF
                   MOVE "Y" TO SIGN-STOP
               ELSE
                   PERFORM UNTIL OPERATORS-STATUS NOT = "00"
                           OR OPER-FOUND = "Y"
                       READ OPERATORS-FILE
                           AT END
                               MOVE "10" TO OPERATORS-STATUS
                           NOT AT END
                               IF OP-ID = IN-OPER
                                       AND IN-OPER NOT = SPACE
                                   THEN
                                       MOVE "Y" TO OPER-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   IF OPERATORS-STATUS NOT = "00"
                           AND OPERATORS-STATUS NOT = "10"
                       THEN
                           DISPLAY "OPERATORS could not be read - "
                               "status " OPERATORS-STATUS
                           MOVE "Y" TO SIGN-STOP
                       ELSE
                           PERFORM CHECK-PERMISSION
                               THRU EXIT-CHECK-PERMISSION
                   END-IF
                   CLOSE OPERATORS-FILE
           END-IF.
       EXIT-CHECK-OPERATOR.
           EXIT.

       CHECK-PERMISSION.
           IF OPER-FOUND = "Y" AND OP-PASSWORD = IN-PASSWORD
                   AND IN-PASSWORD NOT = SPACE
               THEN
                   IF OP-LEVELS = "Y"
                       THEN
                           MOVE "Y" TO SIGNED-ON
                           MOVE OP-ID TO OPER-ID
                           DISPLAY "Signed on as " OP-ID " " OP-NAME
                       ELSE
                           DISPLAY "Operator " IN-OPER " is not "
                               "authorized for LEVELS maintenance"
                           MOVE "Y" TO SIGN-STOP
                   END-IF
               ELSE
                   DISPLAY "Operator ID or password not accepted"
           END-IF.
       EXIT-CHECK-PERMISSION.
           EXIT.

       CHECK-JOURNAL.
           OPEN EXTEND MAINT-LOG-FILE.
           IF MAINT-LOG-STATUS NOT = "00"
               THEN
                   OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF MAINT-LOG-STATUS = "00"
               THEN
                   CLOSE MAINT-LOG-FILE
               ELSE
                   DISPLAY "MAINTLOG cannot be written - status "
                       MAINT-LOG-STATUS
                   MOVE "N" TO SIGNED-ON
           END-IF.
       EXIT-CHECK-JOURNAL.
           EXIT.

       LOAD-LEVELS.
           MOVE 0 TO LEVEL-CNT.
           OPEN INPUT LEVELS-FILE.
               ELSE
                   DISPLAY "No LEVELS file found - starting empty"
           END-IF.
           MOVE LEVEL-TABLE TO ORIG-TABLE.
           MOVE LEVEL-CNT TO ORIG-CNT.
       EXIT-LOAD-LEVELS.
           EXIT.

               THEN
                   MOVE LEVEL-CNT TO CNT-DISP
                   DISPLAY "Saved " CNT-DISP " entries"
                   PERFORM JOURNAL-LEVELS THRU EXIT-JOURNAL-LEVELS
               ELSE
                   DISPLAY "Save failed - LEVELS was not updated "
                       "cleanly"
           END-IF.
       EXIT-SAVE-LEVELS.
           EXIT.

      *ONCE LEVELS IS SAVED, EVERY ENTRY THAT DIFFERS FROM THE FILE
      *AS LOADED GOES TO MAINTLOG WITH ITS BEFORE AND AFTER IMAGE.
      *A CHANGE UNDONE BEFORE THE SAVE NEVER REACHED THE FILE AND
      *IS NOT JOURNALED.
       JOURNAL-LEVELS.
           PERFORM VARYING OG-IDX FROM 1 BY 1 UNTIL OG-IDX > ORIG-CNT
               MOVE OG-CODE(OG-IDX) TO IN-CODE
               PERFORM FIND-CODE THRU EXIT-FIND-CODE
               IF LT-POS = 0
                   THEN
                       MOVE "D" TO ML-ACTION
                       MOVE ORIG-ENTRY(OG-IDX) TO ML-BEFORE
                       MOVE SPACE TO ML-AFTER
                       PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL
                   ELSE
                       IF LEVEL-ENTRY(LT-POS) NOT = ORIG-ENTRY(OG-IDX)
                           THEN
                               MOVE "C" TO ML-ACTION
                               MOVE ORIG-ENTRY(OG-IDX) TO ML-BEFORE
                               MOVE LEVEL-ENTRY(LT-POS) TO ML-AFTER
                               PERFORM WRITE-JOURNAL
                                   THRU EXIT-WRITE-JOURNAL
                       END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LEVEL-CNT
               MOVE 0 TO OG-POS
               PERFORM VARYING OG-IDX FROM 1 BY 1
                       UNTIL OG-IDX > ORIG-CNT
                   IF OG-CODE(OG-IDX) = LT-CODE(LT-IDX)
                       THEN
                           MOVE OG-IDX TO OG-POS
                   END-IF
               END-PERFORM
               IF OG-POS = 0
                   THEN
                       MOVE LT-CODE(LT-IDX) TO IN-CODE
                       MOVE "A" TO ML-ACTION
                       MOVE SPACE TO ML-BEFORE
                       MOVE LEVEL-ENTRY(LT-IDX) TO ML-AFTER
                       PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL
               END-IF
           END-PERFORM.
       EXIT-JOURNAL-LEVELS.
           EXIT.

      *ONE MAINTLOG RECORD FOR THE LEVEL IN IN-CODE - CALLERS FILL
      *ML-ACTION (A/C/D) AND THE BEFORE AND AFTER IMAGES
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP.
           MOVE OPER-ID TO ML-OPERATOR.
           MOVE "LEVELMNT" TO ML-PROGRAM.
           MOVE "LEVELS" TO ML-FILE.
           MOVE IN-CODE TO ML-KEY.
           OPEN EXTEND MAINT-LOG-FILE.
           IF MAINT-LOG-STATUS NOT = "00"
               THEN
                   OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF MAINT-LOG-STATUS = "00"
               THEN
                   WRITE MAINT-LOG-REC
                   CLOSE MAINT-LOG-FILE
           END-IF.
           IF MAINT-LOG-STATUS NOT = "00"
               THEN
                   DISPLAY "WARNING: MAINTLOG write failed - status "
                       MAINT-LOG-STATUS " - level " IN-CODE
                       " not journaled"
                   MOVE "Y" TO JOURNAL-ERR
           END-IF.
       EXIT-WRITE-JOURNAL.
           EXIT.
