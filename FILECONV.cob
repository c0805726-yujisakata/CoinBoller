       FD  LEVELS-BAK-FILE.
       01 LEVELS-BAK-REC PIC X(29).
       FD  GAME-STATS-FILE.
       01 GSTAT-IO-REC PIC X(44).
       FD  GSTAT-BAK-FILE.
       01 GSTAT-BAK-REC PIC X(44).
       FD  GAME-HIST-FILE.
       01 GHIST-IO-REC PIC X(45).
       FD  GHIST-BAK-FILE.
       01 GHIST-BAK-REC PIC X(45).
       WORKING-STORAGE   SECTION.
       77 LEVELS-STATUS PIC XX.
       77 LEVELS-BAK-STATUS PIC XX.
       77 READ-DISP PIC ZZZZZ9.
       77 WRITE-DISP PIC ZZZZZ9.
       77 CONV-DISP PIC ZZZZZ9.
       77 OLD-REC PIC X(45).
       77 NEW-REC PIC X(45).

       PROCEDURE        DIVISION.
       MAIN SECTION.
       EXIT-CONVERT-GAMESTATS.
           EXIT.

      *A CONVERTED GAMESTATS RECORD HAS ITS W/L/A RESULT AT 9
      *AFTER THE THREE-DIGIT MINE COUNT; AN OLD ONE HAS THE RESULT
      *AT 8 AND A GUESS DIGIT AT 9
       REWRITE-GAMESTATS.
           OPEN INPUT GSTAT-BAK-FILE.
           OPEN OUTPUT GAME-STATS-FILE.
                               MOVE GSTAT-BAK-REC TO OLD-REC
                               IF OLD-REC(6:3) IS NUMERIC
                                       AND (OLD-REC(9:1) = "W"
                                           OR OLD-REC(9:1) = "L"
                                           OR OLD-REC(9:1) = "A")
                                   THEN
                                       MOVE OLD-REC TO NEW-REC
                                   ELSE
                               IF OLD-REC(1:1) NOT = "D"
                                       OR (OLD-REC(7:3) IS NUMERIC
                                           AND (OLD-REC(10:1) = "W"
                                           OR OLD-REC(10:1) = "L"
                                           OR OLD-REC(10:1) = "A"))
                                   THEN
                                       MOVE OLD-REC TO NEW-REC
                                   ELSE
