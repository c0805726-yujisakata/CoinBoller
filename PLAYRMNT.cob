       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT PLAYERS-BAK-FILE ASSIGN TO "PLAYRBAK"
               ORGANIZATION LINE SEQUENTIAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEASON-BAK-STATUS.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AC-PLAYER
               FILE STATUS IS ACHIEVE-STATUS.
           SELECT ACHIEVE-BAK-FILE ASSIGN TO "ACHVBAK"
               ORGANIZATION LINE SEQUENTIAL
           SELECT CHKPT-BAK-FILE ASSIGN TO "CHKPTBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHKPT-BAK-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "GAMESUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUSP-BAK-FILE ASSIGN TO "GSUSPBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSP-BAK-STATUS.
           SELECT MATCHES-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MATCHES-STATUS.
           SELECT MATCH-BAK-FILE ASSIGN TO "MATCHBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MATCH-BAK-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATINGS-STATUS.
           SELECT RATING-BAK-FILE ASSIGN TO "RATNGBAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATING-BAK-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  PLAYERS-FILE.
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  GSTAT-BAK-FILE.
       01 GSTAT-BAK-REC PIC X(44).
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC.
           03 AL-CODE      PIC X(1).
           03 FILLER PIC X(109).
       FD  CHKPT-BAK-FILE.
       01 CHKPT-BAK-REC PIC X(121).
      *A HELD GAMESTATS LINE - ONLY THE PLAYER ID IN THE IMAGE
      *IS NAMED
       FD  SUSPENSE-FILE.
       01 SUSPENSE-REC.
           03 SU-STATUS     PIC X(1).
           03 SU-REASON     PIC 9(2).
           03 SU-FOUND-DATE PIC X(8).
           03 SU-CLEAR-DATE PIC X(8).
           03 SU-IMAGE.
               05 FILLER    PIC X(13).
               05 SU-PLAYER PIC X(4).
               05 FILLER    PIC X(27).
       FD  SUSP-BAK-FILE.
       01 SUSP-BAK-REC PIC X(63).
      *ONLY THE MATCH FIELDS THE MERGE NEEDS ARE NAMED
       FD  MATCHES-FILE.
       01 MATCH-REC.
           03 MA-ID         PIC X(6).
           03 MA-STATUS     PIC X(1).
           03 FILLER        PIC X(17).
           03 MA-CHALLENGER PIC X(4).
           03 MA-OPPONENT   PIC X(4).
           03 FILLER        PIC X(24).
           03 MA-WINNER     PIC X(4).
           03 MA-CLOSED     PIC X(8).
           03 FILLER        PIC X(12).
       FD  MATCH-BAK-FILE.
       01 MATCH-BAK-REC PIC X(80).
       FD  RATINGS-FILE.
       01 RATING-REC.
           03 RA-PLAYER PIC X(4).
           03 RA-RATING PIC 9(4).
           03 RA-PLAYED PIC 9(5).
           03 RA-WON    PIC 9(5).
           03 RA-LOST   PIC 9(5).
           03 RA-DRAWN  PIC 9(5).
           03 RA-LAST   PIC X(8).
           03 FILLER    PIC X(14).
       FD  RATING-BAK-FILE.
       01 RATING-BAK-REC PIC X(50).
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
       77 PLAYERS-STATUS PIC XX.
       77 PLAYERS-BAK-STATUS PIC XX.
       77 ACHIEVE-BAK-STATUS PIC XX.
       77 CHECKPOINT-STATUS PIC XX.
       77 CHKPT-BAK-STATUS PIC XX.
       77 SUSPENSE-STATUS PIC XX.
       77 SUSP-BAK-STATUS PIC XX.
       77 MATCHES-STATUS PIC XX.
       77 MATCH-BAK-STATUS PIC XX.
       77 RATINGS-STATUS PIC XX.
       77 RATING-BAK-STATUS PIC XX.
       77 OPERATORS-STATUS PIC XX.
       77 MAINT-LOG-STATUS PIC XX.
      *PLAYERS TOUCHED THIS SESSION, READ BY KEY AND HELD UNTIL
      *THE SAVE - THE RECORD AS READ (PC-OLD-) AND AS CHANGED.  A
      *BLANK STATUS ON AN OLD RECORD READS AS ACTIVE.
       01 CHANGE-TABLE.
           03 CHANGE-ENTRY OCCURS 50.
               05 PC-ID         PIC X(4).
               05 PC-NAME       PIC X(20).
               05 PC-STATUS     PIC X(1).
               05 PC-OLD-NAME   PIC X(20).
               05 PC-OLD-STATUS PIC X(1).
       77 PC-CNT PIC 9(3) VALUE 0.
       77 PC-IDX PIC 9(3).
       77 PC-POS PIC 9(3).
       77 LIST-CNT PIC 9(6).
       77 SAVE-CNT PIC 9(3).
      *MENU AND PROMPT INPUT
       77 MENU-CMD PIC X.
       77 DONE-FLAG PIC X.
       77 IN-NAME PIC X(20).
       77 SAVE-OK PIC X.
       77 CNT-DISP PIC ZZ9.
      *OPERATOR SIGN-ON - RENAME AND TOGGLE NEED THE PLAYERS
      *PERMISSION, MERGE NEEDS THE MERGE PERMISSION, AND EVERY
      *CHANGE IS JOURNALED UNDER OPER-ID
       77 IN-OPER PIC X(8).
       77 IN-PASSWORD PIC X(8).
       77 OPER-ID PIC X(8).
       77 OPER-PLAYERS PIC X.
       77 OPER-MERGE PIC X.
       77 OPER-FOUND PIC X.
       77 SIGNED-ON PIC X.
       77 SIGN-STOP PIC X.
       77 SIGN-TRIES PIC 9.
       77 JOURNAL-ERR PIC X VALUE "N".
       77 JOURNAL-FILE PIC X(10).
       01 JOURNAL-IMAGE.
           03 JI-ID     PIC X(4).
           03 JI-NAME   PIC X(20).
           03 JI-STATUS PIC X(1).
      *MERGE CONTROL - THE FROM-ID IS REWRITTEN TO THE TO-ID IN
      *EVERY HISTORY FILE, WITH A BEFORE/AFTER RECORD COUNT CHECK
      *PER FILE BEFORE THE MERGE IS CALLED GOOD
       77 CHANGE-DISP PIC ZZZZZ9.
      *THE ACHIEVE FILE CARRIES ONE RECORD PER PLAYER, SO A MERGE
      *MUST FOLD THE TWO RECORDS INTO ONE RATHER THAN JUST SWAP
      *THE ID - BOTH ARE READ BY KEY AND WORKED HERE
       01 ACH-FROM-REC.
           03 AF-PLAYER      PIC X(4).
           03 AF-CUR-STREAK  PIC 9(4).
           03 AF-BEST-STREAK PIC 9(4).
           03 AF-TOT-WINS    PIC 9(6).
           03 AF-FAST-SECS   PIC 9(6).
           03 AF-FAST-CODE   PIC X(1).
           03 AF-WON-CODES   PIC X(20).
           03 AF-NEW-FLAG    PIC X(1).
           03 AF-LAST-BADGE  PIC X(30).
       01 ACH-TO-REC.
           03 AT-PLAYER      PIC X(4).
           03 AT-CUR-STREAK  PIC 9(4).
           03 AT-BEST-STREAK PIC 9(4).
           03 AT-TOT-WINS    PIC 9(6).
           03 AT-FAST-SECS   PIC 9(6).
           03 AT-FAST-CODE   PIC X(1).
           03 AT-WON-CODES   PIC X(20).
           03 AT-NEW-FLAG    PIC X(1).
           03 AT-LAST-BADGE  PIC X(30).
       77 ACH-FROM-FOUND PIC X.
       77 ACH-TO-FOUND PIC X.
      *THE SURVIVOR'S RECORD AS READ, BEFORE THE FOLD, FOR MAINTLOG
       77 ACH-TO-OLD PIC X(76).
       77 ACH-EXPECT PIC 9(6).
       77 AC-K PIC 9(2).
       77 AC-J PIC 9(2).
       77 CK-EXPECT PIC 9(6).
       77 TO-SLOT1 PIC X.
       77 TO-SLOT2 PIC X.
      *MATCH MERGE CONTROL - OPEN MATCHES BETWEEN THE TWO IDS ARE
      *CLOSED ON THE MERGE DATE
       01 MERGE-TS.
           03 MERGE-DATE PIC X(8).
           03 FILLER     PIC X(13).
       77 MA-VOID-CNT PIC 9(6).
       77 MA-CHANGED PIC X.
      *RATINGS MERGE CONTROL - BOTH ROWS ARE HELD HERE FOR THE FOLD
       01 RAT-FROM-REC.
           03 RF-PLAYER PIC X(4).
           03 RF-RATING PIC 9(4).
           03 RF-PLAYED PIC 9(5).
           03 RF-WON    PIC 9(5).
           03 RF-LOST   PIC 9(5).
           03 RF-DRAWN  PIC 9(5).
           03 RF-LAST   PIC X(8).
           03 FILLER    PIC X(14).
       01 RAT-TO-REC.
           03 RO-PLAYER PIC X(4).
           03 RO-RATING PIC 9(4).
           03 RO-PLAYED PIC 9(5).
           03 RO-WON    PIC 9(5).
           03 RO-LOST   PIC 9(5).
           03 RO-DRAWN  PIC 9(5).
           03 RO-LAST   PIC X(8).
           03 FILLER    PIC X(14).
       77 RAT-TO-OLD PIC X(50).
       77 RAT-FROM-FOUND PIC X.
       77 RAT-TO-FOUND PIC X.
       77 RAT-WRITE PIC X.
       77 RAT-EXPECT PIC 9(6).
       77 RAT-WORK PIC 9(4).

       PROCEDURE        DIVISION.
       MAIN SECTION.
           PERFORM SIGN-ON THRU EXIT-SIGN-ON.
           IF SIGNED-ON = "Y"
               THEN
                   MOVE "N" TO DONE-FLAG
               ELSE
                   DISPLAY "PLAYERS maintenance not started"
                   MOVE "Y" TO DONE-FLAG
                   MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL DONE-FLAG = "Y"
               DISPLAY " "
               DISPLAY "PLAYERS maintenance: l=list r=rename "
                   WHEN "l"
                       PERFORM LIST-PLAYERS THRU EXIT-LIST-PLAYERS
                   WHEN "r"
                       IF OPER-PLAYERS = "Y"
                           THEN
                               PERFORM RENAME-PLAYER
                                   THRU EXIT-RENAME-PLAYER
                           ELSE
                               DISPLAY "Operator " OPER-ID " is not "
                                   "authorized to change players"
                       END-IF
                   WHEN "x"
                       IF OPER-PLAYERS = "Y"
                           THEN
                               PERFORM TOGGLE-PLAYER
                                   THRU EXIT-TOGGLE-PLAYER
                           ELSE
                               DISPLAY "Operator " OPER-ID " is not "
                                   "authorized to change players"
                       END-IF
                   WHEN "m"
                       IF OPER-MERGE = "Y"
                           THEN
                               PERFORM MERGE-PLAYER
                                   THRU EXIT-MERGE-PLAYER
                           ELSE
                               DISPLAY "Operator " OPER-ID " is not "
                                   "authorized to merge players"
                       END-IF
                   WHEN "s"
                       PERFORM SAVE-PLAYERS THRU EXIT-SAVE-PLAYERS
                       MOVE "Y" TO DONE-FLAG
                       DISPLAY "Wrong input"
               END-EVALUATE
           END-PERFORM.
           IF JOURNAL-ERR = "Y"
               THEN
                   MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *ONLY AN OPERATOR ON THE OPERATORS FILE WITH THE PLAYERS OR
      *MERGE PERMISSION GETS IN, AND ONLY WHILE MAINTLOG CAN BE
      *WRITTEN - A CHANGE THAT CANNOT BE JOURNALED IS NOT ALLOWED
      *TO HAPPEN
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
                   IF OP-PLAYERS = "Y" OR OP-MERGE = "Y"
                       THEN
                           MOVE "Y" TO SIGNED-ON
                           MOVE OP-ID TO OPER-ID
                           MOVE OP-PLAYERS TO OPER-PLAYERS
                           MOVE OP-MERGE TO OPER-MERGE
                           DISPLAY "Signed on as " OP-ID " " OP-NAME
                       ELSE
                           DISPLAY "Operator " IN-OPER " is not "
                               "authorized for PLAYERS maintenance"
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

      *THE MASTER IS LISTED IN ID ORDER STRAIGHT FROM THE FILE,
      *WITH ANY CHANGE NOT YET SAVED SHOWN IN PLACE
       LIST-PLAYERS.
           MOVE 0 TO LIST-CNT.
           OPEN INPUT PLAYERS-FILE.
           IF PLAYERS-STATUS NOT = "00"
               THEN
                   IF PLAYERS-STATUS = "35"
                       THEN
                           DISPLAY "No players"
                       ELSE
                           DISPLAY "PLAYERS could not be read - "
                               "status " PLAYERS-STATUS
                   END-IF
               ELSE
                   DISPLAY "ID    ST  NAME"
                   PERFORM UNTIL PLAYERS-STATUS NOT = "00"
                       READ PLAYERS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO PLAYERS-STATUS
                           NOT AT END
                               ADD 1 TO LIST-CNT
                               PERFORM LIST-ONE-PLAYER
                                   THRU EXIT-LIST-ONE-PLAYER
                       END-READ
                   END-PERFORM
                   IF PLAYERS-STATUS NOT = "10"
                       THEN
                           DISPLAY "PLAYERS could not be read - "
                               "status " PLAYERS-STATUS
                   END-IF
                   IF LIST-CNT = 0
                       THEN
                           DISPLAY "No players"
                   END-IF
                   CLOSE PLAYERS-FILE
           END-IF.
       EXIT-LIST-PLAYERS.
           EXIT.

       LIST-ONE-PLAYER.
           IF PR-STATUS = " "
               THEN
                   MOVE "A" TO PR-STATUS
           END-IF.
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-CNT
               IF PC-ID(PC-IDX) = PR-ID
                   THEN
                       MOVE PC-NAME(PC-IDX) TO PR-NAME
                       MOVE PC-STATUS(PC-IDX) TO PR-STATUS
               END-IF
           END-PERFORM.
           DISPLAY PR-ID "  " PR-STATUS "   " PR-NAME.
       EXIT-LIST-ONE-PLAYER.
           EXIT.

      *A PLAYER ALREADY TOUCHED THIS SESSION IS FOUND IN THE
      *CHANGE TABLE, ANY OTHER IS READ BY KEY AND ADDED TO IT.
      *PC-POS COMES BACK ZERO, WITH THE REASON SHOWN, WHEN THERE
      *IS NO SUCH PLAYER OR NO ROOM LEFT BEFORE A SAVE.
       FIND-PLAYER.
           MOVE 0 TO PC-POS.
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-CNT
               IF PC-ID(PC-IDX) = IN-ID
                   THEN
                       MOVE PC-IDX TO PC-POS
               END-IF
           END-PERFORM.
           IF PC-POS = 0
               THEN
                   OPEN INPUT PLAYERS-FILE
                   IF PLAYERS-STATUS = "00"
                       THEN
                           MOVE IN-ID TO PR-ID
                           READ PLAYERS-FILE
                               INVALID KEY
                                   DISPLAY "ID not found"
                               NOT INVALID KEY
                                   PERFORM HOLD-PLAYER
                                       THRU EXIT-HOLD-PLAYER
                           END-READ
                           IF PLAYERS-STATUS NOT = "00"
                                   AND PLAYERS-STATUS NOT = "23"
                               THEN
                                   DISPLAY "PLAYERS could not be read "
                                       "- status " PLAYERS-STATUS
                           END-IF
                           CLOSE PLAYERS-FILE
                       ELSE
                           IF PLAYERS-STATUS = "35"
                               THEN
                                   DISPLAY "ID not found"
                               ELSE
                                   DISPLAY "PLAYERS could not be "
                                       "read - status " PLAYERS-STATUS
                           END-IF
                   END-IF
           END-IF.
       EXIT-FIND-PLAYER.
           EXIT.

       HOLD-PLAYER.
           IF PC-CNT < 50
               THEN
                   ADD 1 TO PC-CNT
                   MOVE PC-CNT TO PC-POS
                   MOVE PR-ID TO PC-ID(PC-POS)
                   MOVE PR-NAME TO PC-NAME(PC-POS)
                   MOVE PR-NAME TO PC-OLD-NAME(PC-POS)
                   IF PR-STATUS = " "
                       THEN
                           MOVE "A" TO PC-STATUS(PC-POS)
                       ELSE
                           MOVE PR-STATUS TO PC-STATUS(PC-POS)
                   END-IF
                   MOVE PC-STATUS(PC-POS) TO PC-OLD-STATUS(PC-POS)
               ELSE
                   DISPLAY "50 players touched this session - save "
                       "before changing more"
           END-IF.
       EXIT-HOLD-PLAYER.
           EXIT.

       RENAME-PLAYER.
           DISPLAY "Player ID to rename: "
           ACCEPT IN-ID.
           PERFORM FIND-PLAYER THRU EXIT-FIND-PLAYER.
           IF PC-POS > 0
               THEN
                   DISPLAY "New display name: "
                   ACCEPT IN-NAME
                   MOVE IN-NAME TO PC-NAME(PC-POS)
                   DISPLAY "Renamed player " IN-ID
           END-IF.
       EXIT-RENAME-PLAYER.
           DISPLAY "Player ID to deactivate/reactivate: "
           ACCEPT IN-ID.
           PERFORM FIND-PLAYER THRU EXIT-FIND-PLAYER.
           IF PC-POS > 0
               THEN
                   EVALUATE PC-STATUS(PC-POS)
                       WHEN "A"
                           MOVE "I" TO PC-STATUS(PC-POS)
                           DISPLAY "Deactivated player " IN-ID
                       WHEN "I"
                           MOVE "A" TO PC-STATUS(PC-POS)
                           DISPLAY "Reactivated player " IN-ID
                       WHEN OTHER
                           DISPLAY "Player " IN-ID " was merged "
      *MERGE REWRITES THE PLAYER-KEYED FILES ON THE SPOT AND, WHEN
      *EVERY ONE BALANCES, MARKS THE OLD ID MERGED AND SAVES THE
      *MASTER AT ONCE SO THE FILES CANNOT DRIFT APART FROM THE
      *MASTER.  THE FIRST FILE THAT FAILS STOPS THE RUN SO A BAD
      *MERGE CANNOT LEAVE SOME FILES SWAPPED AND OTHERS NOT.
       MERGE-PLAYER.
           DISPLAY "Player ID to merge away: "
           ACCEPT IN-ID.
           MOVE IN-ID TO FROM-ID.
           PERFORM FIND-PLAYER THRU EXIT-FIND-PLAYER.
           MOVE PC-POS TO FROM-POS.
           IF FROM-POS > 0
               THEN
                   DISPLAY "Player ID to merge into: "
                   ACCEPT IN-ID
                   MOVE IN-ID TO TO-ID
                   PERFORM FIND-PLAYER THRU EXIT-FIND-PLAYER
                   IF PC-POS > 0
                       THEN
                           IF TO-ID = FROM-ID
                               THEN
                                   DISPLAY "A player cannot be "

       RUN-MERGE.
           MOVE "Y" TO MERGE-OK.
           IF MERGE-OK = "Y"
               THEN
                   PERFORM MERGE-GAMESTATS THRU EXIT-MERGE-GAMESTATS
           END-IF.
           IF MERGE-OK = "Y"
               THEN
                   PERFORM MERGE-GAMESUSP THRU EXIT-MERGE-GAMESUSP
           END-IF.
           IF MERGE-OK = "Y"
               THEN
                   PERFORM MERGE-MATCHES THRU EXIT-MERGE-MATCHES
           END-IF.
           IF MERGE-OK = "Y"
               THEN
                   PERFORM MERGE-RATINGS THRU EXIT-MERGE-RATINGS
           END-IF.
           IF MERGE-OK = "Y"
               THEN
                   MOVE "M" TO PC-STATUS(FROM-POS)
                   PERFORM SAVE-PLAYERS THRU EXIT-SAVE-PLAYERS
                   DISPLAY "Merge of " FROM-ID " into " TO-ID
                       " complete"
                   DISPLAY "MERGE FAILED - restore any rewritten "
                       "history file from its BAK copy (GSTATBAK/"
                       "AUDITBAK/HISCOBAK/SEASNBAK/ACHVBAK/"
                       "CHKPTBAK/GSUSPBAK/MATCHBAK/RATNGBAK) before "
                       "trusting any report"
           END-IF.
       EXIT-RUN-MERGE.
           EXIT.
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "GAMESTATS: " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "GAMESTATS" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-GAMESTATS.
           EXIT.
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "AUDITLOG:  " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "AUDITLOG" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-AUDITLOG.
           EXIT.
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "HISCORES:  " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "HISCORES" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-HISCORES.
           EXIT.
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "SEASONPTS: " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "SEASONPTS" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-SEASONPTS.
           EXIT.

      *THE ACHIEVE MERGE BACKS THE FILE UP, FOLDS THE OLD ID'S
      *RECORD INTO THE SURVIVOR'S (WIN TOTALS ADD, BESTS KEEP THE
      *BETTER SIDE, FIRST-WIN CODES COMBINE) AND DELETES IT - ONE
      *RECORD FEWER WHEN BOTH PLAYERS HAD ONE
       MERGE-ACHIEVE.
           MOVE 0 TO READ-CNT.
           MOVE 0 TO WRITE-CNT.
           MOVE 0 TO CHANGE-CNT.
           OPEN INPUT ACHIEVE-FILE.
           IF ACHIEVE-STATUS NOT = "00"
               THEN
                       ELSE
                           PERFORM UNTIL ACHIEVE-STATUS NOT = "00"
                                   OR ACHIEVE-BAK-STATUS NOT = "00"
                               READ ACHIEVE-FILE NEXT RECORD
                                   AT END
                                       MOVE "10" TO ACHIEVE-STATUS
                                   NOT AT END
                                       ADD 1 TO READ-CNT
                                       MOVE ACHIEVE-REC
                                           TO ACHIEVE-BAK-REC
                                       WRITE ACHIEVE-BAK-REC
                               END-READ
                           END-PERFORM
                           IF ACHIEVE-STATUS NOT = "10"
                               THEN
                                   MOVE "N" TO MERGE-OK
                           END-IF
       EXIT-MERGE-ACHIEVE.
           EXIT.

      *A RECORD KEY CANNOT BE REWRITTEN, SO THE OLD ID'S RECORD IS
      *ALWAYS DELETED - EITHER FOLDED INTO THE SURVIVOR'S RECORD
      *OR, WHEN THE SURVIVOR HAS NONE, WRITTEN AGAIN UNDER ITS ID.
      *A FINAL COUNT OF THE FILE MUST MATCH THE EXPECTED TOTAL.
       REWRITE-ACHIEVE.
           MOVE "N" TO ACH-FROM-FOUND.
           MOVE "N" TO ACH-TO-FOUND.
           MOVE SPACE TO ACH-TO-OLD.
           MOVE READ-CNT TO ACH-EXPECT.
           OPEN I-O ACHIEVE-FILE.
           IF ACHIEVE-STATUS NOT = "00"
               THEN
                   DISPLAY "ACHIEVE rewrite could not start"
                   MOVE "N" TO MERGE-OK
               ELSE
                   MOVE FROM-ID TO AC-PLAYER
                   READ ACHIEVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO ACH-FROM-FOUND
                           MOVE ACHIEVE-REC TO ACH-FROM-REC
                   END-READ
                   IF ACHIEVE-STATUS NOT = "00"
                           AND ACHIEVE-STATUS NOT = "23"
                       THEN
                           MOVE "N" TO MERGE-OK
                   END-IF
                   IF ACH-FROM-FOUND = "Y"
                       THEN
                           MOVE TO-ID TO AC-PLAYER
                           READ ACHIEVE-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "Y" TO ACH-TO-FOUND
                                   MOVE ACHIEVE-REC TO ACH-TO-REC
                                   MOVE ACHIEVE-REC TO ACH-TO-OLD
                           END-READ
                           IF ACHIEVE-STATUS NOT = "00"
                                   AND ACHIEVE-STATUS NOT = "23"
                               THEN
                                   MOVE "N" TO MERGE-OK
                           END-IF
                   END-IF
                   IF ACH-FROM-FOUND = "Y" AND MERGE-OK = "Y"
                       THEN
                           IF ACH-TO-FOUND = "Y"
                               THEN
                                   PERFORM FOLD-ACH-RECORD
                                       THRU EXIT-FOLD-ACH-RECORD
                                   MOVE ACH-TO-REC TO ACHIEVE-REC
                                   REWRITE ACHIEVE-REC
                                   SUBTRACT 1 FROM ACH-EXPECT
                               ELSE
                                   MOVE ACH-FROM-REC TO ACHIEVE-REC
                                   MOVE TO-ID TO AC-PLAYER
                                   WRITE ACHIEVE-REC
                           END-IF
                           IF ACHIEVE-STATUS NOT = "00"
                               THEN
                                   MOVE "N" TO MERGE-OK
                               ELSE
                                   MOVE FROM-ID TO AC-PLAYER
                                   DELETE ACHIEVE-FILE RECORD
                                   IF ACHIEVE-STATUS NOT = "00"
                                       THEN
                                           MOVE "N" TO MERGE-OK
                                       ELSE
                                           ADD 1 TO CHANGE-CNT
                                           PERFORM
                                               JOURNAL-ACH-FOLD THRU
                                               EXIT-JOURNAL-ACH-FOLD
                                   END-IF
                           END-IF
                   END-IF
                   CLOSE ACHIEVE-FILE
                   PERFORM COUNT-ACHIEVE THRU EXIT-COUNT-ACHIEVE
                   IF WRITE-CNT NOT = ACH-EXPECT
                       THEN
                           MOVE "N" TO MERGE-OK
                   END-IF
                   MOVE READ-CNT TO READ-DISP
                   MOVE WRITE-CNT TO WRITE-DISP
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "ACHIEVE:   " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "ACHIEVE" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-ACHIEVE.
           EXIT.

       COUNT-ACHIEVE.
           MOVE 0 TO WRITE-CNT.
           OPEN INPUT ACHIEVE-FILE.
           IF ACHIEVE-STATUS NOT = "00"
               THEN
                   MOVE "N" TO MERGE-OK
               ELSE
                   PERFORM UNTIL ACHIEVE-STATUS NOT = "00"
                       READ ACHIEVE-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO ACHIEVE-STATUS
                           NOT AT END
                               ADD 1 TO WRITE-CNT
                       END-READ
                   END-PERFORM
                   IF ACHIEVE-STATUS NOT = "10"
                       THEN
                           MOVE "N" TO MERGE-OK
                   END-IF
                   CLOSE ACHIEVE-FILE
           END-IF.
       EXIT-COUNT-ACHIEVE.
           EXIT.

      *FOLD THE OLD ID'S ACHIEVEMENTS INTO THE SURVIVOR'S RECORD
       FOLD-ACH-RECORD.
           ADD AF-TOT-WINS TO AT-TOT-WINS.
           IF AF-BEST-STREAK > AT-BEST-STREAK
               THEN
                   MOVE AF-BEST-STREAK TO AT-BEST-STREAK
           END-IF.
           IF AF-CUR-STREAK > AT-CUR-STREAK
               THEN
                   MOVE AF-CUR-STREAK TO AT-CUR-STREAK
           END-IF.
           IF AF-FAST-SECS < AT-FAST-SECS
               THEN
                   MOVE AF-FAST-SECS TO AT-FAST-SECS
                   MOVE AF-FAST-CODE TO AT-FAST-CODE
           END-IF.
           PERFORM VARYING AC-K FROM 1 BY 1 UNTIL AC-K > 20
               MOVE AF-WON-CODES(AC-K:1) TO AC-HOLD-CODE
               IF AC-HOLD-CODE NOT = " "
                   THEN
                       MOVE "N" TO AC-CODE-FOUND
                       MOVE 0 TO AC-SLOT
                       PERFORM VARYING AC-J FROM 20 BY -1
                               UNTIL AC-J < 1
                           IF AT-WON-CODES(AC-J:1) = AC-HOLD-CODE
                               THEN
                                   MOVE "Y" TO AC-CODE-FOUND
                           END-IF
                           IF AT-WON-CODES(AC-J:1) = " "
                               THEN
                                   MOVE AC-J TO AC-SLOT
                           END-IF
                       END-PERFORM
                       IF AC-CODE-FOUND NOT = "Y" AND AC-SLOT > 0
                           THEN
                               MOVE AC-HOLD-CODE
                                   TO AT-WON-CODES(AC-SLOT:1)
                       END-IF
               END-IF
           END-PERFORM.
       EXIT-FOLD-ACH-RECORD.
           EXIT.

                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "CHECKPOINT:" READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "CHECKPOINT" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-CHECKPOINT.
           EXIT.
       EXIT-JUDGE-CHKPT-RECORD.
           EXIT.

      *A HELD GAMESTATS IMAGE CARRIES THE PLAYER ID LIKE ANY
      *OTHER, SO A RELEASED RECORD COMES BACK UNDER THE SURVIVOR
       MERGE-GAMESUSP.
           MOVE 0 TO READ-CNT.
           MOVE 0 TO WRITE-CNT.
           MOVE 0 TO CHANGE-CNT.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               THEN
                   IF SUSPENSE-STATUS = "35"
                       THEN
                           DISPLAY "GAMESUSP: no file - skipped"
                       ELSE
                           DISPLAY "GAMESUSP could not be read - "
                               "status " SUSPENSE-STATUS
                           MOVE "N" TO MERGE-OK
                   END-IF
               ELSE
                   OPEN OUTPUT SUSP-BAK-FILE
                   IF SUSP-BAK-STATUS NOT = "00"
                       THEN
                           DISPLAY "GSUSPBAK could not be opened - "
                               "status " SUSP-BAK-STATUS
                           MOVE "N" TO MERGE-OK
                           CLOSE SUSPENSE-FILE
                       ELSE
                           PERFORM UNTIL SUSPENSE-STATUS NOT = "00"
                                   OR SUSP-BAK-STATUS NOT = "00"
                               READ SUSPENSE-FILE
                                   AT END
                                       MOVE "10" TO SUSPENSE-STATUS
                                   NOT AT END
                                       ADD 1 TO READ-CNT
                                       MOVE SUSPENSE-REC
                                           TO SUSP-BAK-REC
                                       WRITE SUSP-BAK-REC
                               END-READ
                           END-PERFORM
                           IF SUSPENSE-STATUS NOT = "10"
                                   OR SUSP-BAK-STATUS NOT = "00"
                               THEN
                                   MOVE "N" TO MERGE-OK
                           END-IF
                           CLOSE SUSPENSE-FILE
                           CLOSE SUSP-BAK-FILE
                           IF MERGE-OK NOT = "Y"
                               THEN
                                   DISPLAY "GAMESUSP backup failed"
                               ELSE
                                   PERFORM REWRITE-GAMESUSP
                                       THRU EXIT-REWRITE-GAMESUSP
                           END-IF
                   END-IF
           END-IF.
       EXIT-MERGE-GAMESUSP.
           EXIT.

       REWRITE-GAMESUSP.
           OPEN INPUT SUSP-BAK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF SUSP-BAK-STATUS NOT = "00"
                   OR SUSPENSE-STATUS NOT = "00"
               THEN
                   DISPLAY "GAMESUSP rewrite could not start"
                   MOVE "N" TO MERGE-OK
               ELSE
                   PERFORM UNTIL SUSP-BAK-STATUS NOT = "00"
                           OR SUSPENSE-STATUS NOT = "00"
                       READ SUSP-BAK-FILE
                           AT END
                               MOVE "10" TO SUSP-BAK-STATUS
                           NOT AT END
                               MOVE SUSP-BAK-REC TO SUSPENSE-REC
                               IF SU-PLAYER = FROM-ID
                                   THEN
                                       MOVE TO-ID TO SU-PLAYER
                                       ADD 1 TO CHANGE-CNT
                               END-IF
                               WRITE SUSPENSE-REC
                               IF SUSPENSE-STATUS = "00"
                                   THEN
                                       ADD 1 TO WRITE-CNT
                               END-IF
                       END-READ
                   END-PERFORM
                   IF SUSP-BAK-STATUS NOT = "10"
                           OR SUSPENSE-STATUS NOT = "00"
                           OR READ-CNT NOT = WRITE-CNT
                       THEN
                           MOVE "N" TO MERGE-OK
                   END-IF
                   CLOSE SUSP-BAK-FILE
                   CLOSE SUSPENSE-FILE
                   MOVE READ-CNT TO READ-DISP
                   MOVE WRITE-CNT TO WRITE-DISP
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "GAMESUSP:  " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "GAMESUSP" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-GAMESUSP.
           EXIT.

      *EITHER SIDE OF A MATCH, AND ITS WINNER, MAY BE THE OLD ID.
      *AN UNSETTLED MATCH BETWEEN THE TWO IDS BEING MERGED WOULD
      *PIT THE SURVIVOR AGAINST ITSELF, SO IT IS CLOSED "X" THE
      *SAME WAY MATCHSET CLOSES AN EXPIRED ONE - NO RATING CHANGE
       MERGE-MATCHES.
           MOVE 0 TO READ-CNT.
           MOVE 0 TO WRITE-CNT.
           MOVE 0 TO CHANGE-CNT.
           MOVE 0 TO MA-VOID-CNT.
           OPEN INPUT MATCHES-FILE.
           IF MATCHES-STATUS NOT = "00"
               THEN
                   IF MATCHES-STATUS = "35"
                       THEN
                           DISPLAY "MATCHES: no file - skipped"
                       ELSE
                           DISPLAY "MATCHES could not be read - "
                               "status " MATCHES-STATUS
                           MOVE "N" TO MERGE-OK
                   END-IF
               ELSE
                   OPEN OUTPUT MATCH-BAK-FILE
                   IF MATCH-BAK-STATUS NOT = "00"
                       THEN
                           DISPLAY "MATCHBAK could not be opened - "
                               "status " MATCH-BAK-STATUS
                           MOVE "N" TO MERGE-OK
                           CLOSE MATCHES-FILE
                       ELSE
                           PERFORM UNTIL MATCHES-STATUS NOT = "00"
                                   OR MATCH-BAK-STATUS NOT = "00"
                               READ MATCHES-FILE
                                   AT END
                                       MOVE "10" TO MATCHES-STATUS
                                   NOT AT END
                                       ADD 1 TO READ-CNT
                                       MOVE MATCH-REC
                                           TO MATCH-BAK-REC
                                       WRITE MATCH-BAK-REC
                               END-READ
                           END-PERFORM
                           IF MATCHES-STATUS NOT = "10"
                                   OR MATCH-BAK-STATUS NOT = "00"
                               THEN
                                   MOVE "N" TO MERGE-OK
                           END-IF
                           CLOSE MATCHES-FILE
                           CLOSE MATCH-BAK-FILE
                           IF MERGE-OK NOT = "Y"
                               THEN
                                   DISPLAY "MATCHES backup failed"
                               ELSE
                                   PERFORM REWRITE-MATCHES
                                       THRU EXIT-REWRITE-MATCHES
                           END-IF
                   END-IF
           END-IF.
       EXIT-MERGE-MATCHES.
           EXIT.

       REWRITE-MATCHES.
           MOVE FUNCTION CURRENT-DATE TO MERGE-TS.
           OPEN INPUT MATCH-BAK-FILE.
           OPEN OUTPUT MATCHES-FILE.
           IF MATCH-BAK-STATUS NOT = "00"
                   OR MATCHES-STATUS NOT = "00"
               THEN
                   DISPLAY "MATCHES rewrite could not start"
                   MOVE "N" TO MERGE-OK
               ELSE
                   PERFORM UNTIL MATCH-BAK-STATUS NOT = "00"
                           OR MATCHES-STATUS NOT = "00"
                       READ MATCH-BAK-FILE
                           AT END
                               MOVE "10" TO MATCH-BAK-STATUS
                           NOT AT END
                               MOVE MATCH-BAK-REC TO MATCH-REC
                               PERFORM JUDGE-MATCH-RECORD
                                   THRU EXIT-JUDGE-MATCH-RECORD
                               WRITE MATCH-REC
                               IF MATCHES-STATUS = "00"
                                   THEN
                                       ADD 1 TO WRITE-CNT
                               END-IF
                       END-READ
                   END-PERFORM
                   IF MATCH-BAK-STATUS NOT = "10"
                           OR MATCHES-STATUS NOT = "00"
                           OR READ-CNT NOT = WRITE-CNT
                       THEN
                           MOVE "N" TO MERGE-OK
                   END-IF
                   CLOSE MATCH-BAK-FILE
                   CLOSE MATCHES-FILE
                   MOVE READ-CNT TO READ-DISP
                   MOVE WRITE-CNT TO WRITE-DISP
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "MATCHES:   " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   IF MA-VOID-CNT > 0
                       THEN
                           MOVE MA-VOID-CNT TO CHANGE-DISP
                           DISPLAY "MATCHES:   " CHANGE-DISP " open "
                               "between " FROM-ID " and " TO-ID
                               " closed unplayed"
                           MOVE CHANGE-CNT TO CHANGE-DISP
                   END-IF
                   MOVE "MATCHES" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
           END-IF.
       EXIT-REWRITE-MATCHES.
           EXIT.

       JUDGE-MATCH-RECORD.
           IF (MA-STATUS = "O" OR MA-STATUS = "P")
                   AND ((MA-CHALLENGER = FROM-ID
                           AND MA-OPPONENT = TO-ID)
                       OR (MA-CHALLENGER = TO-ID
                           AND MA-OPPONENT = FROM-ID))
               THEN
                   MOVE "X" TO MA-STATUS
                   MOVE MERGE-DATE TO MA-CLOSED
                   ADD 1 TO MA-VOID-CNT
           END-IF.
           MOVE "N" TO MA-CHANGED.
           IF MA-CHALLENGER = FROM-ID
               THEN
                   MOVE TO-ID TO MA-CHALLENGER
                   MOVE "Y" TO MA-CHANGED
           END-IF.
           IF MA-OPPONENT = FROM-ID
               THEN
                   MOVE TO-ID TO MA-OPPONENT
                   MOVE "Y" TO MA-CHANGED
           END-IF.
           IF MA-WINNER = FROM-ID
               THEN
                   MOVE TO-ID TO MA-WINNER
                   MOVE "Y" TO MA-CHANGED
           END-IF.
           IF MA-CHANGED = "Y"
               THEN
                   ADD 1 TO CHANGE-CNT
           END-IF.
       EXIT-JUDGE-MATCH-RECORD.
           EXIT.

      *RATINGS CARRIES ONE ROW PER PLAYER, SO WHEN BOTH IDS HAVE
      *ONE THE TWO ARE FOLDED INTO THE SURVIVOR'S ROW AND THE OLD
      *ID'S ROW IS DROPPED.  PASS 1 PICKS UP BOTH ROWS ON THE WAY
      *TO THE BAK; THE REWRITE MUST COME OUT ONE ROW SHORT.
       MERGE-RATINGS.
           MOVE 0 TO READ-CNT.
           MOVE 0 TO WRITE-CNT.
           MOVE 0 TO CHANGE-CNT.
           MOVE "N" TO RAT-FROM-FOUND.
           MOVE "N" TO RAT-TO-FOUND.
           MOVE SPACE TO RAT-TO-OLD.
           OPEN INPUT RATINGS-FILE.
           IF RATINGS-STATUS NOT = "00"
               THEN
                   IF RATINGS-STATUS = "35"
                       THEN
                           DISPLAY "RATINGS: no file - skipped"
                       ELSE
                           DISPLAY "RATINGS could not be read - "
                               "status " RATINGS-STATUS
                           MOVE "N" TO MERGE-OK
                   END-IF
               ELSE
                   OPEN OUTPUT RATING-BAK-FILE
                   IF RATING-BAK-STATUS NOT = "00"
                       THEN
                           DISPLAY "RATNGBAK could not be opened - "
                               "status " RATING-BAK-STATUS
                           MOVE "N" TO MERGE-OK
                           CLOSE RATINGS-FILE
                       ELSE
                           PERFORM UNTIL RATINGS-STATUS NOT = "00"
                                   OR RATING-BAK-STATUS NOT = "00"
                               READ RATINGS-FILE
                                   AT END
                                       MOVE "10" TO RATINGS-STATUS
                                   NOT AT END
                                       ADD 1 TO READ-CNT
                                       IF RA-PLAYER = FROM-ID
                                           THEN
                                               MOVE "Y" TO
                                                   RAT-FROM-FOUND
                                               MOVE RATING-REC TO
                                                   RAT-FROM-REC
                                       END-IF
                                       IF RA-PLAYER = TO-ID
                                           THEN
                                               MOVE "Y" TO
                                                   RAT-TO-FOUND
                                               MOVE RATING-REC TO
                                                   RAT-TO-REC
                                               MOVE RATING-REC TO
                                                   RAT-TO-OLD
                                       END-IF
                                       MOVE RATING-REC
                                           TO RATING-BAK-REC
                                       WRITE RATING-BAK-REC
                               END-READ
                           END-PERFORM
                           IF RATINGS-STATUS NOT = "10"
                                   OR RATING-BAK-STATUS NOT = "00"
                               THEN
                                   MOVE "N" TO MERGE-OK
                           END-IF
                           CLOSE RATINGS-FILE
                           CLOSE RATING-BAK-FILE
                           IF MERGE-OK NOT = "Y"
                               THEN
                                   DISPLAY "RATINGS backup failed"
                               ELSE
                                   PERFORM REWRITE-RATINGS
                                       THRU EXIT-REWRITE-RATINGS
                           END-IF
                   END-IF
           END-IF.
       EXIT-MERGE-RATINGS.
           EXIT.

       REWRITE-RATINGS.
           MOVE READ-CNT TO RAT-EXPECT.
           IF RAT-FROM-FOUND = "Y" AND RAT-TO-FOUND = "Y"
               THEN
                   PERFORM FOLD-RATING THRU EXIT-FOLD-RATING
                   SUBTRACT 1 FROM RAT-EXPECT
           END-IF.
           OPEN INPUT RATING-BAK-FILE.
           OPEN OUTPUT RATINGS-FILE.
           IF RATING-BAK-STATUS NOT = "00"
                   OR RATINGS-STATUS NOT = "00"
               THEN
                   DISPLAY "RATINGS rewrite could not start"
                   MOVE "N" TO MERGE-OK
               ELSE
                   PERFORM UNTIL RATING-BAK-STATUS NOT = "00"
                           OR RATINGS-STATUS NOT = "00"
                       READ RATING-BAK-FILE
                           AT END
                               MOVE "10" TO RATING-BAK-STATUS
                           NOT AT END
                               PERFORM JUDGE-RATING-RECORD
                                   THRU EXIT-JUDGE-RATING-RECORD
                       END-READ
                   END-PERFORM
                   IF RATING-BAK-STATUS NOT = "10"
                           OR RATINGS-STATUS NOT = "00"
                           OR WRITE-CNT NOT = RAT-EXPECT
                       THEN
                           MOVE "N" TO MERGE-OK
                   END-IF
                   CLOSE RATING-BAK-FILE
                   CLOSE RATINGS-FILE
                   MOVE READ-CNT TO READ-DISP
                   MOVE WRITE-CNT TO WRITE-DISP
                   MOVE CHANGE-CNT TO CHANGE-DISP
                   DISPLAY "RATINGS:   " READ-DISP " before, "
                       WRITE-DISP " after, " CHANGE-DISP " changed"
                   MOVE "RATINGS" TO JOURNAL-FILE
                   PERFORM JOURNAL-MERGE-FILE
                       THRU EXIT-JOURNAL-MERGE-FILE
                   IF RAT-FROM-FOUND = "Y" AND MERGE-OK = "Y"
                       THEN
                           PERFORM JOURNAL-RAT-FOLD
                               THRU EXIT-JOURNAL-RAT-FOLD
                   END-IF
           END-IF.
       EXIT-REWRITE-RATINGS.
           EXIT.

      *THE OLD ID'S ROW IS DROPPED WHEN THE SURVIVOR HAS A ROW OF
      *ITS OWN, WHICH TAKES THE FOLDED FIGURES; OTHERWISE THE OLD
      *ROW SIMPLY PASSES TO THE SURVIVOR
       JUDGE-RATING-RECORD.
           MOVE RATING-BAK-REC TO RATING-REC.
           MOVE "Y" TO RAT-WRITE.
           IF RA-PLAYER = FROM-ID
               THEN
                   ADD 1 TO CHANGE-CNT
                   IF RAT-TO-FOUND = "Y"
                       THEN
                           MOVE "N" TO RAT-WRITE
                       ELSE
                           MOVE TO-ID TO RA-PLAYER
                   END-IF
               ELSE
                   IF RA-PLAYER = TO-ID AND RAT-FROM-FOUND = "Y"
                       THEN
                           MOVE RAT-TO-REC TO RATING-REC
                   END-IF
           END-IF.
           IF RAT-WRITE = "Y"
               THEN
                   WRITE RATING-REC
                   IF RATINGS-STATUS = "00"
                       THEN
                           ADD 1 TO WRITE-CNT
                   END-IF
           END-IF.
       EXIT-JUDGE-RATING-RECORD.
           EXIT.

      *THE RECORDS ADD UP; THE RATING IS THE AVERAGE OF THE TWO
      *WEIGHTED BY MATCHES PLAYED, SO THE BETTER-ESTABLISHED
      *RATING COUNTS FOR MORE.  THE LATER LAST-MATCH DATE STANDS.
       FOLD-RATING.
           IF RF-PLAYED + RO-PLAYED > 0
               THEN
                   COMPUTE RAT-WORK ROUNDED =
                       (RF-RATING * RF-PLAYED + RO-RATING * RO-PLAYED)
                       / (RF-PLAYED + RO-PLAYED)
                   MOVE RAT-WORK TO RO-RATING
           END-IF.
           ADD RF-PLAYED TO RO-PLAYED.
           ADD RF-WON TO RO-WON.
           ADD RF-LOST TO RO-LOST.
           ADD RF-DRAWN TO RO-DRAWN.
           IF RF-LAST > RO-LAST
               THEN
                   MOVE RF-LAST TO RO-LAST
           END-IF.
       EXIT-FOLD-RATING.
           EXIT.

      *AS WITH ACHIEVE, A FOLD CHANGES THE FIGURES, SO BOTH ROWS GO
      *TO MAINTLOG IN FULL
       JOURNAL-RAT-FOLD.
           MOVE "M" TO ML-ACTION.
           MOVE "RATINGS" TO ML-FILE.
           MOVE FROM-ID TO ML-KEY.
           MOVE RAT-FROM-REC TO ML-BEFORE.
           MOVE SPACE TO ML-AFTER.
           PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL.
           MOVE "M" TO ML-ACTION.
           MOVE "RATINGS" TO ML-FILE.
           MOVE TO-ID TO ML-KEY.
           MOVE RAT-TO-OLD TO ML-BEFORE.
           IF RAT-TO-FOUND = "Y"
               THEN
                   MOVE RAT-TO-REC TO ML-AFTER
               ELSE
                   MOVE RAT-FROM-REC TO ML-AFTER
                   MOVE TO-ID TO ML-AFTER(1:4)
           END-IF.
           PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL.
       EXIT-JOURNAL-RAT-FOLD.
           EXIT.

      *COPY THE MASTER TO PLAYRBAK, THEN REWRITE BY KEY EACH
      *PLAYER CHANGED THIS SESSION.  A FAILED REWRITE LEAVES THE
      *BACKUP FOR KEYCONV TO RELOAD THE MASTER FROM.
       SAVE-PLAYERS.
           MOVE "Y" TO SAVE-OK.
           MOVE 0 TO SAVE-CNT.
           OPEN INPUT PLAYERS-FILE.
           IF PLAYERS-STATUS = "00"
               THEN
                       ELSE
                           PERFORM UNTIL PLAYERS-STATUS NOT = "00"
                                   OR PLAYERS-BAK-STATUS NOT = "00"
                               READ PLAYERS-FILE NEXT RECORD
                                   AT END
                                       MOVE "10" TO PLAYERS-STATUS
                                   NOT AT END
                           MOVE "N" TO SAVE-OK
                   END-IF
           END-IF.
           IF SAVE-OK = "Y" AND PC-CNT > 0
               THEN
                   OPEN I-O PLAYERS-FILE
                   IF PLAYERS-STATUS NOT = "00"
                       THEN
                           DISPLAY "PLAYERS could not be opened for "
                               "update - status " PLAYERS-STATUS
                           MOVE "N" TO SAVE-OK
                       ELSE
                           PERFORM VARYING PC-IDX FROM 1 BY 1
                                   UNTIL PC-IDX > PC-CNT
                                   OR SAVE-OK NOT = "Y"
                               IF PC-NAME(PC-IDX)
                                       NOT = PC-OLD-NAME(PC-IDX)
                                       OR PC-STATUS(PC-IDX)
                                       NOT = PC-OLD-STATUS(PC-IDX)
                                   THEN
                                       PERFORM REWRITE-PLAYER
                                           THRU EXIT-REWRITE-PLAYER
                               END-IF
                           END-PERFORM
                           IF SAVE-OK NOT = "Y"
                               THEN
                                   DISPLAY "Rewrite failed - status "
                                       PLAYERS-STATUS " - reload "
                                       "PLAYERS from PLAYRBAK with "
                                       "KEYCONV"
                           END-IF
                           CLOSE PLAYERS-FILE
                   END-IF
           END-IF.
           IF SAVE-OK = "Y"
               THEN
                   MOVE SAVE-CNT TO CNT-DISP
                   DISPLAY "Saved changes to " CNT-DISP " players"
                   MOVE 0 TO PC-CNT
               ELSE
                   DISPLAY "Save failed - PLAYERS was not updated "
                       "cleanly"
           END-IF.
       EXIT-SAVE-PLAYERS.
           EXIT.

       REWRITE-PLAYER.
           MOVE PC-ID(PC-IDX) TO PR-ID.
           READ PLAYERS-FILE
               INVALID KEY
                   MOVE "N" TO SAVE-OK
           END-READ.
           IF PLAYERS-STATUS = "00"
               THEN
                   MOVE PC-NAME(PC-IDX) TO PR-NAME
                   MOVE PC-STATUS(PC-IDX) TO PR-STATUS
                   REWRITE PLAYER-REC
           END-IF.
           IF PLAYERS-STATUS = "00"
               THEN
                   ADD 1 TO SAVE-CNT
                   PERFORM JOURNAL-PLAYER THRU EXIT-JOURNAL-PLAYER
               ELSE
                   MOVE "N" TO SAVE-OK
           END-IF.
       EXIT-REWRITE-PLAYER.
           EXIT.

      *A PLAYER REWRITTEN BY THE SAVE IS JOURNALED AS A MERGE WHEN
      *IT WAS MERGED AWAY, A TOGGLE WHEN ONLY ITS STATUS MOVED, AND
      *A CHANGE OTHERWISE, WITH THE RECORD AS READ AND AS WRITTEN
       JOURNAL-PLAYER.
           IF PC-STATUS(PC-IDX) = "M"
                   AND PC-OLD-STATUS(PC-IDX) NOT = "M"
               THEN
                   MOVE "M" TO ML-ACTION
               ELSE
                   IF PC-NAME(PC-IDX) = PC-OLD-NAME(PC-IDX)
                       THEN
                           MOVE "T" TO ML-ACTION
                       ELSE
                           MOVE "C" TO ML-ACTION
                   END-IF
           END-IF.
           MOVE "PLAYERS" TO ML-FILE.
           MOVE PC-ID(PC-IDX) TO ML-KEY.
           MOVE PC-ID(PC-IDX) TO JI-ID.
           MOVE PC-OLD-NAME(PC-IDX) TO JI-NAME.
           MOVE PC-OLD-STATUS(PC-IDX) TO JI-STATUS.
           MOVE JOURNAL-IMAGE TO ML-BEFORE.
           MOVE PC-NAME(PC-IDX) TO JI-NAME.
           MOVE PC-STATUS(PC-IDX) TO JI-STATUS.
           MOVE JOURNAL-IMAGE TO ML-AFTER.
           PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL.
       EXIT-JOURNAL-PLAYER.
           EXIT.

      *EACH HISTORY FILE A MERGE REWRITES GETS ONE MAINTLOG LINE
      *WITH ITS RECORD COUNT BEFORE AND AFTER AND HOW MANY RECORDS
      *MOVED FROM THE OLD ID TO THE SURVIVOR
       JOURNAL-MERGE-FILE.
           MOVE "M" TO ML-ACTION.
           MOVE JOURNAL-FILE TO ML-FILE.
           MOVE FROM-ID TO ML-KEY.
           MOVE SPACE TO ML-BEFORE.
           MOVE SPACE TO ML-AFTER.
           STRING "RECORDS " READ-DISP " ID " FROM-ID
                   " TO BE MERGED INTO " TO-ID
               DELIMITED BY SIZE INTO ML-BEFORE.
           IF MERGE-OK = "Y"
               THEN
                   STRING "RECORDS " WRITE-DISP " MOVED " CHANGE-DISP
                           " FROM " FROM-ID " TO " TO-ID
                       DELIMITED BY SIZE INTO ML-AFTER
               ELSE
                   STRING "RECORDS " WRITE-DISP " MOVED " CHANGE-DISP
                           " FROM " FROM-ID " TO " TO-ID
                           " - MERGE FAILED, RESTORE FROM BAK"
                       DELIMITED BY SIZE INTO ML-AFTER
           END-IF.
           PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL.
       EXIT-JOURNAL-MERGE-FILE.
           EXIT.

      *THE ACHIEVE FOLD CHANGES RECORD CONTENTS, NOT JUST THE KEY,
      *SO BOTH RECORDS ARE JOURNALED IN FULL - THE OLD ID'S RECORD
      *AS DELETED AND THE SURVIVOR'S AS READ AND AS FOLDED
       JOURNAL-ACH-FOLD.
           MOVE "M" TO ML-ACTION.
           MOVE "ACHIEVE" TO ML-FILE.
           MOVE FROM-ID TO ML-KEY.
           MOVE ACH-FROM-REC TO ML-BEFORE.
           MOVE SPACE TO ML-AFTER.
           PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL.
           MOVE "M" TO ML-ACTION.
           MOVE "ACHIEVE" TO ML-FILE.
           MOVE TO-ID TO ML-KEY.
           MOVE ACH-TO-OLD TO ML-BEFORE.
           IF ACH-TO-FOUND = "Y"
               THEN
                   MOVE ACH-TO-REC TO ML-AFTER
               ELSE
                   MOVE ACH-FROM-REC TO ML-AFTER
                   MOVE TO-ID TO ML-AFTER(1:4)
           END-IF.
           PERFORM WRITE-JOURNAL THRU EXIT-WRITE-JOURNAL.
       EXIT-JOURNAL-ACH-FOLD.
           EXIT.

      *ONE MAINTLOG RECORD - CALLERS FILL ML-ACTION, ML-FILE,
      *ML-KEY AND THE BEFORE AND AFTER IMAGES
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP.
           MOVE OPER-ID TO ML-OPERATOR.
           MOVE "PLAYRMNT" TO ML-PROGRAM.
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
                       MAINT-LOG-STATUS " - " ML-FILE " " ML-KEY
                       " not journaled"
                   MOVE "Y" TO JOURNAL-ERR
           END-IF.
       EXIT-WRITE-JOURNAL.
           EXIT.
