           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC.
           03 AL-CODE      PIC X(1).
                           AT END
                               MOVE "10" TO GAME-STATS-STATUS
                           NOT AT END
      *AN ABANDONED SAVE EXPIRED BEFORE ITS FIRST MOVE NEVER WROTE
      *A TRAIL, SO THERE IS NOTHING TO RECONCILE IT AGAINST
                               IF GS-RESULT NOT = "A"
                                       OR GS-GUESSES NOT = 0
                                   THEN
                                       PERFORM HOLD-STATS
                                           THRU EXIT-HOLD-STATS
                               END-IF
                       END-READ
                   END-PERFORM
                   IF ST-CNT >= 1000 AND GAME-STATS-STATUS = "00"
       EXIT-LOAD-STATS.
           EXIT.

       HOLD-STATS.
           ADD 1 TO ST-CNT.
           MOVE GS-CODE TO ST-CODE(ST-CNT).
           MOVE GS-PLAYER TO ST-PLAYER(ST-CNT).
           MOVE GS-SEED TO ST-SEED(ST-CNT).
           MOVE GS-GUESSES TO ST-GUESSES(ST-CNT).
           MOVE GS-RESULT TO ST-RESULT(ST-CNT).
           MOVE GS-DATE TO ST-DATE(ST-CNT).
           MOVE "N" TO ST-MATCHED(ST-CNT).
       EXIT-HOLD-STATS.
           EXIT.

       LOAD-TRAIL.
           MOVE 0 TO PREV-MOVE-NO.
           OPEN INPUT AUDIT-LOG-FILE.
