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
       FD  GAME-STATS-FILE.
       01 GAME-STATS-REC.
           03 GS-CODE    PIC X(1).
           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
