123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       OPERMNT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "OPERBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
      *ONE RECORD PER OPERATOR ALLOWED TO RUN THE MAINTENANCE
      *UTILITIES, WITH A Y/N PERMISSION FOR EACH KIND OF CHANGE:
      *LEVELS (LEVELMNT), PLAYERS (PLAYRMNT RENAME/TOGGLE), MERGE
      *(PLAYRMNT MERGE) AND ADMIN (THIS PROGRAM)
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
       FD  BACKUP-FILE.
       01 BACKUP-REC PIC X(50).
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
       77 OPERATORS-STATUS PIC XX.
       77 BACKUP-STATUS PIC XX.
       77 MAINT-LOG-STATUS PIC XX.
      *CURRENT ENTRIES, SAME SHAPE AS THE FILE RECORD
       01 OPER-TABLE.
           03 OPER-ENTRY OCCURS 50.
               05 OT-ID       PIC X(8).
               05 OT-PASSWORD PIC X(8).
               05 OT-NAME     PIC X(20).
               05 OT-LEVELS   PIC X(1).
               05 OT-PLAYERS  PIC X(1).
               05 OT-MERGE    PIC X(1).
               05 OT-ADMIN    PIC X(1).
               05 FILLER      PIC X(10).
       77 OPER-CNT PIC 9(2) VALUE 0.
       77 OT-IDX PIC 9(2).
       77 OT-POS PIC 9(2).
      *THE ENTRIES AS LOADED - THE SAVE JOURNALS EVERY ENTRY THAT
      *WAS ADDED, CHANGED OR DELETED AGAINST THESE
       01 ORIG-TABLE.
           03 ORIG-ENTRY OCCURS 50.
               05 OG-ID       PIC X(8).
               05 OG-PASSWORD PIC X(8).
               05 FILLER      PIC X(34).
       77 ORIG-CNT PIC 9(2) VALUE 0.
       77 OG-IDX PIC 9(2).
       77 OG-POS PIC 9(2).
      *PASSWORDS NEVER GO TO MAINTLOG - THE IMAGE IS BUILT HERE
      *WITH THE PASSWORD MASKED, OR FLAGGED WHEN IT WAS CHANGED
       01 JOURNAL-IMAGE.
           03 JI-ID       PIC X(8).
           03 JI-PASSWORD PIC X(8).
           03 FILLER      PIC X(34).
      *MENU AND PROMPT INPUT
       77 MENU-CMD PIC X.
       77 DONE-FLAG PIC X.
       77 IN-OPER PIC X(8).
       77 IN-PASSWORD PIC X(8).
       77 IN-NAME PIC X(20).
       77 IN-LEVELS PIC X.
       77 IN-PLAYERS PIC X.
       77 IN-MERGE PIC X.
       77 IN-ADMIN PIC X.
       77 VALID-FLAG PIC X.
       77 LOAD-OK PIC X.
       77 SAVE-OK PIC X.
       77 ADMIN-CNT PIC 9(2).
       77 CNT-DISP PIC Z9.
      *OPERATOR SIGN-ON - ONLY AN ADMIN OPERATOR MAY MAINTAIN
      *THIS FILE, EXCEPT ON FIRST SET-UP WHEN THE FILE IS EMPTY
      *AND THE FIRST OPERATOR ADDED IS GIVEN EVERY PERMISSION
       77 OPER-ID PIC X(8).
       77 FIRST-SETUP PIC X VALUE "N".
       77 SIGNED-ON PIC X.
       77 SIGN-STOP PIC X.
       77 SIGN-TRIES PIC 9.
       77 JOURNAL-ERR PIC X VALUE "N".

       PROCEDURE        DIVISION.
       MAIN SECTION.
           MOVE "N" TO SIGNED-ON.
           PERFORM LOAD-OPERATORS THRU EXIT-LOAD-OPERATORS.
           IF LOAD-OK = "Y"
               THEN
                   IF OPER-CNT = 0
                       THEN
                           DISPLAY "No operators on file - the first "
                               "operator added is given every "
                               "permission"
                           MOVE "Y" TO FIRST-SETUP
                           MOVE SPACE TO OPER-ID
                           MOVE "Y" TO SIGNED-ON
                           PERFORM CHECK-JOURNAL
                               THRU EXIT-CHECK-JOURNAL
                       ELSE
                           PERFORM SIGN-ON THRU EXIT-SIGN-ON
                   END-IF
           END-IF.
           IF SIGNED-ON = "Y"
               THEN
                   MOVE "N" TO DONE-FLAG
               ELSE
                   DISPLAY "OPERATORS maintenance not started"
                   MOVE "Y" TO DONE-FLAG
                   MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL DONE-FLAG = "Y"
               DISPLAY " "
               DISPLAY "OPERATORS maintenance: l=list a=add "
                   "c=change d=delete s=save+exit q=quit without "
                   "saving"
               ACCEPT MENU-CMD
               EVALUATE MENU-CMD
                   WHEN "l"
                       PERFORM LIST-OPERATORS
                           THRU EXIT-LIST-OPERATORS
                   WHEN "a"
                       PERFORM ADD-OPERATOR THRU EXIT-ADD-OPERATOR
                   WHEN "c"
                       PERFORM CHANGE-OPERATOR
                           THRU EXIT-CHANGE-OPERATOR
                   WHEN "d"
                       PERFORM DELETE-OPERATOR
                           THRU EXIT-DELETE-OPERATOR
                   WHEN "s"
                       PERFORM CHECK-ADMINS THRU EXIT-CHECK-ADMINS
                       IF VALID-FLAG = "Y"
                           THEN
                               PERFORM SAVE-OPERATORS
                                   THRU EXIT-SAVE-OPERATORS
                               MOVE "Y" TO DONE-FLAG
                       END-IF
                   WHEN "q"
                       DISPLAY "Changes discarded"
                       MOVE "Y" TO DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Wrong input"
               END-EVALUATE
           END-PERFORM.
           IF JOURNAL-ERR = "Y"
               THEN
                   MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-OPERATORS.
           MOVE "Y" TO LOAD-OK.
           MOVE 0 TO OPER-CNT.
           OPEN INPUT OPERATORS-FILE.
           IF OPERATORS-STATUS = "00"
               THEN
                   PERFORM UNTIL OPERATORS-STATUS NOT = "00"
                           OR OPER-CNT >= 50
                       READ OPERATORS-FILE
                           AT END
                               MOVE "10" TO OPERATORS-STATUS
                           NOT AT END
                               ADD 1 TO OPER-CNT
                               MOVE OPERATOR-REC TO
                                   OPER-ENTRY(OPER-CNT)
                       END-READ
                   END-PERFORM
                   IF OPER-CNT >= 50 AND OPERATORS-STATUS = "00"
                       THEN
                           DISPLAY "OPERATORS file has more than 50 "
                               "entries - extra entries ignored"
                   END-IF
                   IF OPERATORS-STATUS NOT = "00"
                           AND OPERATORS-STATUS NOT = "10"
                       THEN
                           DISPLAY "OPERATORS could not be read - "
                               "status " OPERATORS-STATUS
                           MOVE "N" TO LOAD-OK
                   END-IF
                   CLOSE OPERATORS-FILE
               ELSE
                   IF OPERATORS-STATUS NOT = "35"
                       THEN
                           DISPLAY "OPERATORS could not be read - "
                               "status " OPERATORS-STATUS
                           MOVE "N" TO LOAD-OK
                   END-IF
           END-IF.
           MOVE OPER-TABLE TO ORIG-TABLE.
           MOVE OPER-CNT TO ORIG-CNT.
       EXIT-LOAD-OPERATORS.
           EXIT.

      *SIGN-ON IS CHECKED AGAINST THE TABLE JUST LOADED - ONLY AN
      *OPERATOR WITH THE ADMIN PERMISSION GETS IN, AND ONLY WHILE
      *MAINTLOG CAN BE WRITTEN
       SIGN-ON.
           MOVE "N" TO SIGN-STOP.
           MOVE 0 TO SIGN-TRIES.
           PERFORM UNTIL SIGNED-ON = "Y" OR SIGN-STOP = "Y"
               DISPLAY "Operator ID: "
               ACCEPT IN-OPER
               DISPLAY "Password: "
               ACCEPT IN-PASSWORD
               ADD 1 TO SIGN-TRIES
               PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR
               IF OT-POS > 0 AND IN-OPER NOT = SPACE
                       AND IN-PASSWORD NOT = SPACE
                       AND OT-PASSWORD(OT-POS) = IN-PASSWORD
                   THEN
                       IF OT-ADMIN(OT-POS) = "Y"
                           THEN
                               MOVE "Y" TO SIGNED-ON
                               MOVE IN-OPER TO OPER-ID
                               DISPLAY "Signed on as " IN-OPER " "
                                   OT-NAME(OT-POS)
                           ELSE
                               DISPLAY "Operator " IN-OPER " is not "
                                   "authorized for OPERATORS "
                                   "maintenance"
                               MOVE "Y" TO SIGN-STOP
                       END-IF
                   ELSE
                       DISPLAY "Operator ID or password not accepted"
               END-IF
               IF SIGNED-ON NOT = "Y" AND SIGN-STOP NOT = "Y"
                       AND SIGN-TRIES >= 3
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

      *PASSWORDS ARE NEVER LISTED
       LIST-OPERATORS.
           IF OPER-CNT = 0
               THEN
                   DISPLAY "No entries"
               ELSE
                   DISPLAY "OPERATOR  NAME                  LEVELS  "
                       "PLAYERS  MERGE  ADMIN"
                   PERFORM VARYING OT-IDX FROM 1 BY 1
                           UNTIL OT-IDX > OPER-CNT
                       DISPLAY OT-ID(OT-IDX) "  "
                           OT-NAME(OT-IDX) "    "
                           OT-LEVELS(OT-IDX) "       "
                           OT-PLAYERS(OT-IDX) "      "
                           OT-MERGE(OT-IDX) "      "
                           OT-ADMIN(OT-IDX)
                   END-PERFORM
           END-IF.
       EXIT-LIST-OPERATORS.
           EXIT.

       ADD-OPERATOR.
           IF OPER-CNT >= 50
               THEN
                   DISPLAY "Table is full - delete an entry first"
               ELSE
                   DISPLAY "Operator ID (up to 8 characters): "
                   ACCEPT IN-OPER
                   PERFORM CHECK-NEW-OPERATOR
                       THRU EXIT-CHECK-NEW-OPERATOR
                   IF VALID-FLAG = "Y"
                       THEN
                           DISPLAY "Password (up to 8 characters): "
                           ACCEPT IN-PASSWORD
                           IF IN-PASSWORD = SPACE
                               THEN
                                   DISPLAY "Password may not be blank"
                                   MOVE "N" TO VALID-FLAG
                           END-IF
                   END-IF
                   IF VALID-FLAG = "Y"
                       THEN
                           DISPLAY "Operator name: "
                           ACCEPT IN-NAME
                           IF FIRST-SETUP = "Y"
                               THEN
                                   MOVE "Y" TO IN-LEVELS
                                   MOVE "Y" TO IN-PLAYERS
                                   MOVE "Y" TO IN-MERGE
                                   MOVE "Y" TO IN-ADMIN
                               ELSE
                                   PERFORM GET-PERMISSIONS
                                       THRU EXIT-GET-PERMISSIONS
                           END-IF
                   END-IF
                   IF VALID-FLAG = "Y"
                       THEN
                           ADD 1 TO OPER-CNT
                           MOVE SPACE TO OPER-ENTRY(OPER-CNT)
                           MOVE IN-OPER TO OT-ID(OPER-CNT)
                           MOVE IN-PASSWORD TO OT-PASSWORD(OPER-CNT)
                           MOVE IN-NAME TO OT-NAME(OPER-CNT)
                           MOVE IN-LEVELS TO OT-LEVELS(OPER-CNT)
                           MOVE IN-PLAYERS TO OT-PLAYERS(OPER-CNT)
                           MOVE IN-MERGE TO OT-MERGE(OPER-CNT)
                           MOVE IN-ADMIN TO OT-ADMIN(OPER-CNT)
                           DISPLAY "Added operator " IN-OPER
                           IF FIRST-SETUP = "Y"
                               THEN
                                   MOVE IN-OPER TO OPER-ID
                                   MOVE "N" TO FIRST-SETUP
                           END-IF
                   END-IF
           END-IF.
       EXIT-ADD-OPERATOR.
           EXIT.

      *A BLANK PASSWORD OR NAME KEEPS THE ONE ON FILE
       CHANGE-OPERATOR.
           DISPLAY "Operator ID to change: "
           ACCEPT IN-OPER.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF OT-POS = 0
               THEN
                   DISPLAY "Operator not found"
               ELSE
                   DISPLAY "New password (blank = keep): "
                   ACCEPT IN-PASSWORD
                   DISPLAY "Operator name (blank = keep): "
                   ACCEPT IN-NAME
                   PERFORM GET-PERMISSIONS THRU EXIT-GET-PERMISSIONS
                   IF VALID-FLAG = "Y"
                       THEN
                           IF IN-PASSWORD NOT = SPACE
                               THEN
                                   MOVE IN-PASSWORD
                                       TO OT-PASSWORD(OT-POS)
                           END-IF
                           IF IN-NAME NOT = SPACE
                               THEN
                                   MOVE IN-NAME TO OT-NAME(OT-POS)
                           END-IF
                           MOVE IN-LEVELS TO OT-LEVELS(OT-POS)
                           MOVE IN-PLAYERS TO OT-PLAYERS(OT-POS)
                           MOVE IN-MERGE TO OT-MERGE(OT-POS)
                           MOVE IN-ADMIN TO OT-ADMIN(OT-POS)
                           DISPLAY "Changed operator " IN-OPER
                   END-IF
           END-IF.
       EXIT-CHANGE-OPERATOR.
           EXIT.

      *THE OPERATOR SIGNED ON CANNOT DELETE THEMSELF, SO THE FILE
      *CANNOT BE LEFT WITH NOBODY ABLE TO MAINTAIN IT
       DELETE-OPERATOR.
           DISPLAY "Operator ID to delete: "
           ACCEPT IN-OPER.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF OT-POS = 0
               THEN
                   DISPLAY "Operator not found"
               ELSE
                   IF IN-OPER = OPER-ID
                       THEN
                           DISPLAY "The operator signed on cannot "
                               "be deleted"
                       ELSE
                           PERFORM VARYING OT-IDX FROM OT-POS BY 1
                                   UNTIL OT-IDX >= OPER-CNT
                               MOVE OPER-ENTRY(OT-IDX + 1)
                                   TO OPER-ENTRY(OT-IDX)
                           END-PERFORM
                           SUBTRACT 1 FROM OPER-CNT
                           DISPLAY "Deleted operator " IN-OPER
                   END-IF
           END-IF.
       EXIT-DELETE-OPERATOR.
           EXIT.

       FIND-OPERATOR.
           MOVE 0 TO OT-POS.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OPER-CNT
               IF OT-ID(OT-IDX) = IN-OPER
                   THEN
                       MOVE OT-IDX TO OT-POS
               END-IF
           END-PERFORM.
       EXIT-FIND-OPERATOR.
           EXIT.

       CHECK-NEW-OPERATOR.
           MOVE "Y" TO VALID-FLAG.
           IF IN-OPER = SPACE
               THEN
                   DISPLAY "Operator ID may not be blank"
                   MOVE "N" TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = "Y"
               THEN
                   PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR
                   IF OT-POS > 0
                       THEN
                           DISPLAY "Operator already on file"
                           MOVE "N" TO VALID-FLAG
                   END-IF
           END-IF.
       EXIT-CHECK-NEW-OPERATOR.
           EXIT.

       GET-PERMISSIONS.
           MOVE "Y" TO VALID-FLAG.
           DISPLAY "LEVELS maintenance (Y/N): "
           ACCEPT IN-LEVELS.
           DISPLAY "PLAYERS rename/deactivate (Y/N): "
           ACCEPT IN-PLAYERS.
           DISPLAY "PLAYERS merge (Y/N): "
           ACCEPT IN-MERGE.
           DISPLAY "OPERATORS maintenance (Y/N): "
           ACCEPT IN-ADMIN.
           INSPECT IN-LEVELS CONVERTING "yn" TO "YN".
           INSPECT IN-PLAYERS CONVERTING "yn" TO "YN".
           INSPECT IN-MERGE CONVERTING "yn" TO "YN".
           INSPECT IN-ADMIN CONVERTING "yn" TO "YN".
           IF (IN-LEVELS NOT = "Y" AND IN-LEVELS NOT = "N")
                   OR (IN-PLAYERS NOT = "Y" AND IN-PLAYERS NOT = "N")
                   OR (IN-MERGE NOT = "Y" AND IN-MERGE NOT = "N")
                   OR (IN-ADMIN NOT = "Y" AND IN-ADMIN NOT = "N")
               THEN
                   DISPLAY "Answer each permission Y or N"
                   MOVE "N" TO VALID-FLAG
           END-IF.
       EXIT-GET-PERMISSIONS.
           EXIT.

      *A FILE WITH NO ADMIN OPERATOR COULD NEVER BE MAINTAINED
      *AGAIN, SO IT IS NOT SAVED
       CHECK-ADMINS.
           MOVE 0 TO ADMIN-CNT.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OPER-CNT
               IF OT-ADMIN(OT-IDX) = "Y"
                   THEN
                       ADD 1 TO ADMIN-CNT
               END-IF
           END-PERFORM.
           IF ADMIN-CNT > 0
               THEN
                   MOVE "Y" TO VALID-FLAG
               ELSE
                   DISPLAY "At least one operator must keep "
                       "OPERATORS maintenance - not saved"
                   MOVE "N" TO VALID-FLAG
           END-IF.
       EXIT-CHECK-ADMINS.
           EXIT.

      *COPY THE OLD FILE TO OPERBAK, THEN REWRITE OPERATORS FROM
      *THE TABLE.  A FAILED BACKUP LEAVES THE PRODUCTION FILE
      *UNTOUCHED, AND A FAILED REWRITE IS REPORTED AS A FAILURE.
       SAVE-OPERATORS.
           MOVE "Y" TO SAVE-OK.
           OPEN INPUT OPERATORS-FILE.
           IF OPERATORS-STATUS = "00"
               THEN
                   OPEN OUTPUT BACKUP-FILE
                   IF BACKUP-STATUS NOT = "00"
                       THEN
                           DISPLAY "OPERBAK could not be opened - "
                               "status " BACKUP-STATUS
                           MOVE "N" TO SAVE-OK
                           CLOSE OPERATORS-FILE
                       ELSE
                           PERFORM UNTIL OPERATORS-STATUS NOT = "00"
                                   OR BACKUP-STATUS NOT = "00"
                               READ OPERATORS-FILE
                                   AT END
                                       MOVE "10" TO OPERATORS-STATUS
                                   NOT AT END
                                       MOVE OPERATOR-REC TO BACKUP-REC
                                       WRITE BACKUP-REC
                               END-READ
                           END-PERFORM
                           IF OPERATORS-STATUS NOT = "10"
                                   OR BACKUP-STATUS NOT = "00"
                               THEN
                                   DISPLAY "Backup failed - OPERATORS "
                                       "left unchanged"
                                   MOVE "N" TO SAVE-OK
                           END-IF
                           CLOSE BACKUP-FILE
                           IF BACKUP-STATUS NOT = "00"
                                   AND SAVE-OK = "Y"
                               THEN
                                   DISPLAY "Backup failed - OPERATORS "
                                       "left unchanged"
                                   MOVE "N" TO SAVE-OK
                           END-IF
                           IF SAVE-OK = "Y"
                               THEN
                                   DISPLAY "Old file backed up to "
                                       "OPERBAK"
                           END-IF
                           CLOSE OPERATORS-FILE
                   END-IF
               ELSE
                   IF OPERATORS-STATUS NOT = "35"
                       THEN
                           DISPLAY "OPERATORS could not be read - "
                               "status " OPERATORS-STATUS
                           MOVE "N" TO SAVE-OK
                   END-IF
           END-IF.
           IF SAVE-OK = "Y"
               THEN
                   OPEN OUTPUT OPERATORS-FILE
                   IF OPERATORS-STATUS NOT = "00"
                       THEN
                           DISPLAY "OPERATORS could not be opened for "
                               "rewrite - status " OPERATORS-STATUS
                           MOVE "N" TO SAVE-OK
                       ELSE
                           PERFORM VARYING OT-IDX FROM 1 BY 1
                                   UNTIL OT-IDX > OPER-CNT
                                   OR OPERATORS-STATUS NOT = "00"
                               MOVE OPER-ENTRY(OT-IDX) TO OPERATOR-REC
                               WRITE OPERATOR-REC
                           END-PERFORM
                           IF OPERATORS-STATUS NOT = "00"
                               THEN
                                   DISPLAY "Rewrite failed - status "
                                       OPERATORS-STATUS " - restore "
                                       "OPERATORS from OPERBAK"
                                   MOVE "N" TO SAVE-OK
                           END-IF
                           CLOSE OPERATORS-FILE
                           IF OPERATORS-STATUS NOT = "00"
                                   AND SAVE-OK = "Y"
                               THEN
                                   DISPLAY "Rewrite failed - status "
                                       OPERATORS-STATUS " - restore "
                                       "OPERATORS from OPERBAK"
                                   MOVE "N" TO SAVE-OK
                           END-IF
                   END-IF
           END-IF.
           IF SAVE-OK = "Y"
               THEN
                   MOVE OPER-CNT TO CNT-DISP
                   DISPLAY "Saved " CNT-DISP " entries"
                   PERFORM JOURNAL-OPERATORS
                       THRU EXIT-JOURNAL-OPERATORS
               ELSE
                   DISPLAY "Save failed - OPERATORS was not updated "
                       "cleanly"
           END-IF.
       EXIT-SAVE-OPERATORS.
           EXIT.

      *ONCE OPERATORS IS SAVED, EVERY ENTRY THAT DIFFERS FROM THE
      *FILE AS LOADED GOES TO MAINTLOG WITH ITS BEFORE AND AFTER
      *IMAGE, PASSWORD MASKED
       JOURNAL-OPERATORS.
           PERFORM VARYING OG-IDX FROM 1 BY 1 UNTIL OG-IDX > ORIG-CNT
               MOVE OG-ID(OG-IDX) TO IN-OPER
               PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR
               MOVE ORIG-ENTRY(OG-IDX) TO JOURNAL-IMAGE
               MOVE "********" TO JI-PASSWORD
               MOVE JOURNAL-IMAGE TO ML-BEFORE
               IF OT-POS = 0
                   THEN
                       MOVE "D" TO ML-ACTION
                       MOVE SPACE TO ML-AFTER
                       PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL
                   ELSE
                       IF OPER-ENTRY(OT-POS) NOT = ORIG-ENTRY(OG-IDX)
                           THEN
                               MOVE "C" TO ML-ACTION
                               MOVE OPER-ENTRY(OT-POS)
                                   TO JOURNAL-IMAGE
                               IF OT-PASSWORD(OT-POS)
                                       = OG-PASSWORD(OG-IDX)
                                   THEN
                                       MOVE "********" TO JI-PASSWORD
                                   ELSE
                                       MOVE "*NEW*" TO JI-PASSWORD
                               END-IF
                               MOVE JOURNAL-IMAGE TO ML-AFTER
                               PERFORM WRITE-JOURNAL
                                   THRU EXIT-WRITE-JOURNAL
                       END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OPER-CNT
               MOVE 0 TO OG-POS
               PERFORM VARYING OG-IDX FROM 1 BY 1
                       UNTIL OG-IDX > ORIG-CNT
                   IF OG-ID(OG-IDX) = OT-ID(OT-IDX)
                       THEN
                           MOVE OG-IDX TO OG-POS
                   END-IF
               END-PERFORM
               IF OG-POS = 0
                   THEN
                       MOVE OT-ID(OT-IDX) TO IN-OPER
                       MOVE "A" TO ML-ACTION
                       MOVE SPACE TO ML-BEFORE
                       MOVE OPER-ENTRY(OT-IDX) TO JOURNAL-IMAGE
                       MOVE "*NEW*" TO JI-PASSWORD
                       MOVE JOURNAL-IMAGE TO ML-AFTER
                       PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL
               END-IF
           END-PERFORM.
       EXIT-JOURNAL-OPERATORS.
           EXIT.

      *ONE MAINTLOG RECORD FOR THE OPERATOR IN IN-OPER - CALLERS
      *FILL ML-ACTION (A/C/D) AND THE BEFORE AND AFTER IMAGES
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP.
           MOVE OPER-ID TO ML-OPERATOR.
           MOVE "OPERMNT" TO ML-PROGRAM.
           MOVE "OPERATORS" TO ML-FILE.
           MOVE IN-OPER TO ML-KEY.
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
                       MAINT-LOG-STATUS " - operator " IN-OPER
                       " not journaled"
                   MOVE "Y" TO JOURNAL-ERR
           END-IF.
       EXIT-WRITE-JOURNAL.
           EXIT.
