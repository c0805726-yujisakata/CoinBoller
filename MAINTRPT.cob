123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       MAINTRPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
      *ONE RECORD PER ADD, CHANGE, DELETE, TOGGLE OR MERGE MADE BY
      *LEVELMNT, PLAYRMNT OR OPERMNT, WITH THE RECORD IMAGE BEFORE
      *AND AFTER THE CHANGE
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
       77 MAINT-LOG-STATUS PIC XX.
      *MAINTRPT ONLY READS THE JOURNAL, SO ITS OWN TROUBLE IS
      *REPORTED ON SCREEN
       77 ERROR-FLAG PIC X VALUE "N".
      *RUN PARAMETERS FROM THE OPERATOR
       77 FROM-DATE PIC 9(8).
       77 TO-DATE PIC 9(8).
       77 SEL-OPER PIC X(8).
      *TODAY, TAKEN FROM THE CLOCK AT THE TOP OF THE RUN
       01 TS-WORK.
           03 TS-DATE PIC 9(8).
           03 FILLER  PIC X(13).
      *DATE AND TIME OF THE RECORD IN HAND
       01 ML-TS-WORK.
           03 MT-DATE PIC X(8).
           03 MT-HH   PIC X(2).
           03 MT-MM   PIC X(2).
           03 MT-SS   PIC X(2).
           03 FILLER  PIC X(7).
      *A BEFORE OR AFTER IMAGE, VIEWED AS THE RECORD OF THE FILE
      *IT CAME FROM.  MERGE COUNT LINES ARE ALREADY TEXT.
       01 IMAGE-WORK PIC X(80).
       01 LEVEL-IMAGE REDEFINES IMAGE-WORK.
           03 LI-ISSET  PIC X(1).
           03 LI-WIDTH  PIC X(2).
           03 LI-HEIGHT PIC X(2).
           03 LI-MINE   PIC X(3).
           03 LI-CODE   PIC X(1).
           03 LI-NAME   PIC X(20).
           03 FILLER    PIC X(51).
       01 PLAYER-IMAGE REDEFINES IMAGE-WORK.
           03 PI-ID     PIC X(4).
           03 PI-NAME   PIC X(20).
           03 PI-STATUS PIC X(1).
           03 FILLER    PIC X(55).
       01 OPER-IMAGE REDEFINES IMAGE-WORK.
           03 OI-ID       PIC X(8).
           03 OI-PASSWORD PIC X(8).
           03 OI-NAME     PIC X(20).
           03 OI-LEVELS   PIC X(1).
           03 OI-PLAYERS  PIC X(1).
           03 OI-MERGE    PIC X(1).
           03 OI-ADMIN    PIC X(1).
           03 FILLER      PIC X(40).
       01 ACH-IMAGE REDEFINES IMAGE-WORK.
           03 AI-PLAYER      PIC X(4).
           03 AI-CUR-STREAK  PIC X(4).
           03 AI-BEST-STREAK PIC X(4).
           03 AI-TOT-WINS    PIC X(6).
           03 AI-FAST-SECS   PIC X(6).
           03 AI-FAST-CODE   PIC X(1).
           03 AI-WON-CODES   PIC X(20).
           03 FILLER         PIC X(35).
       01 RATING-IMAGE REDEFINES IMAGE-WORK.
           03 RI-PLAYER PIC X(4).
           03 RI-RATING PIC X(4).
           03 RI-PLAYED PIC X(5).
           03 RI-WON    PIC X(5).
           03 RI-LOST   PIC X(5).
           03 RI-DRAWN  PIC X(5).
           03 RI-LAST   PIC X(8).
           03 FILLER    PIC X(44).
       77 IMAGE-LINE PIC X(100).
       77 ACTION-NAME PIC X(6).
      *COUNTS BY OPERATOR AND ACTION
       01 OPER-TABLE.
           03 OPER-ENTRY OCCURS 50.
               05 OS-OPER PIC X(8).
               05 OS-ADD  PIC 9(5) VALUE 0.
               05 OS-CHG  PIC 9(5) VALUE 0.
               05 OS-DEL  PIC 9(5) VALUE 0.
               05 OS-TOG  PIC 9(5) VALUE 0.
               05 OS-MRG  PIC 9(5) VALUE 0.
               05 OS-TOT  PIC 9(5) VALUE 0.
       77 OS-CNT-USED PIC 9(2) VALUE 0.
       77 OS-IDX PIC 9(2).
       77 OS-POS PIC 9(2).
      *REPORT WORK FIELDS
       77 READ-CNT PIC 9(6) VALUE 0.
       77 LIST-CNT PIC 9(6) VALUE 0.
       77 CNT-DISP PIC ZZZZZ9.
       77 ADD-DISP PIC ZZZZ9.
       77 CHG-DISP PIC ZZZZ9.
       77 DEL-DISP PIC ZZZZ9.
       77 TOG-DISP PIC ZZZZ9.
       77 MRG-DISP PIC ZZZZ9.
       77 TOT-DISP PIC ZZZZ9.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           PERFORM GET-PARAMETERS THRU EXIT-GET-PARAMETERS.
           IF FROM-DATE > TO-DATE
               THEN
                   DISPLAY "From date is after to date - nothing "
                       "to report"
                   MOVE "Y" TO ERROR-FLAG
               ELSE
                   PERFORM PRINT-HEADING THRU EXIT-PRINT-HEADING
                   PERFORM LIST-MAINTLOG THRU EXIT-LIST-MAINTLOG
                   IF LIST-CNT = 0
                       THEN
                           DISPLAY "No MAINTLOG entries to report"
                       ELSE
                           PERFORM PRINT-BY-OPERATOR
                               THRU EXIT-PRINT-BY-OPERATOR
                   END-IF
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *ZERO FROM-DATE MEANS FROM THE START OF THE JOURNAL, ZERO
      *TO-DATE MEANS UP TO TODAY, BLANK OPERATOR MEANS EVERYONE
       GET-PARAMETERS.
           DISPLAY "From date (YYYYMMDD, 0 = start of journal): "
           ACCEPT FROM-DATE.
           DISPLAY "To date (YYYYMMDD, 0 = today): "
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               THEN
                   MOVE TS-DATE TO TO-DATE
           END-IF.
           DISPLAY "Operator ID (blank = all operators): "
           ACCEPT SEL-OPER.
       EXIT-GET-PARAMETERS.
           EXIT.

       PRINT-HEADING.
           DISPLAY "MAINTLOG CHANGE JOURNAL - run date " TS-DATE.
           IF FROM-DATE = 0
               THEN
                   DISPLAY "Entries dated up to " TO-DATE
               ELSE
                   DISPLAY "Entries dated " FROM-DATE " to " TO-DATE
           END-IF.
           IF SEL-OPER NOT = SPACE
               THEN
                   DISPLAY "Operator " SEL-OPER " only"
           END-IF.
           DISPLAY " ".
           DISPLAY "DATE     TIME      OPERATOR  PROGRAM   ACTION  "
               "FILE        KEY".
       EXIT-PRINT-HEADING.
           EXIT.

       LIST-MAINTLOG.
           OPEN INPUT MAINT-LOG-FILE.
           IF MAINT-LOG-STATUS = "00"
               THEN
                   PERFORM UNTIL MAINT-LOG-STATUS NOT = "00"
                       READ MAINT-LOG-FILE
                           AT END
                               MOVE "10" TO MAINT-LOG-STATUS
                           NOT AT END
                               ADD 1 TO READ-CNT
                               PERFORM LIST-ENTRY
                                   THRU EXIT-LIST-ENTRY
                       END-READ
                   END-PERFORM
                   IF MAINT-LOG-STATUS NOT = "10"
                       THEN
                           DISPLAY "WARNING: MAINTLOG read failed - "
                               "status " MAINT-LOG-STATUS
                           MOVE "Y" TO ERROR-FLAG
                   END-IF
                   CLOSE MAINT-LOG-FILE
               ELSE
                   DISPLAY "No MAINTLOG file found - nothing to "
                       "report"
                   IF MAINT-LOG-STATUS NOT = "35"
                       THEN
                           DISPLAY "WARNING: MAINTLOG open failed - "
                               "status " MAINT-LOG-STATUS
                           MOVE "Y" TO ERROR-FLAG
                   END-IF
           END-IF.
       EXIT-LIST-MAINTLOG.
           EXIT.

      *THE JOURNAL IS WRITTEN IN TIME ORDER, SO IT IS LISTED AS IT
      *STANDS - EACH ENTRY WITH ITS BEFORE AND AFTER IMAGE BELOW IT
       LIST-ENTRY.
           MOVE ML-TIMESTAMP TO ML-TS-WORK.
           IF MT-DATE NOT < FROM-DATE AND MT-DATE NOT > TO-DATE
                   AND (SEL-OPER = SPACE OR SEL-OPER = ML-OPERATOR)
               THEN
                   ADD 1 TO LIST-CNT
                   EVALUATE ML-ACTION
                       WHEN "A"
                           MOVE "ADD" TO ACTION-NAME
                       WHEN "C"
                           MOVE "CHANGE" TO ACTION-NAME
                       WHEN "D"
                           MOVE "DELETE" TO ACTION-NAME
                       WHEN "T"
                           MOVE "TOGGLE" TO ACTION-NAME
                       WHEN "M"
                           MOVE "MERGE" TO ACTION-NAME
                       WHEN OTHER
                           MOVE ML-ACTION TO ACTION-NAME
                   END-EVALUATE
                   DISPLAY MT-DATE " " MT-HH ":" MT-MM ":" MT-SS
                       "  " ML-OPERATOR "  " ML-PROGRAM "  "
                       ACTION-NAME "  " ML-FILE "  " ML-KEY
                   MOVE ML-BEFORE TO IMAGE-WORK
                   PERFORM FORMAT-IMAGE THRU EXIT-FORMAT-IMAGE
                   DISPLAY "    BEFORE: " IMAGE-LINE
                   MOVE ML-AFTER TO IMAGE-WORK
                   PERFORM FORMAT-IMAGE THRU EXIT-FORMAT-IMAGE
                   DISPLAY "    AFTER:  " IMAGE-LINE
                   PERFORM TALLY-OPERATOR THRU EXIT-TALLY-OPERATOR
           END-IF.
       EXIT-LIST-ENTRY.
           EXIT.

      *RECORD IMAGES ARE SPELLED OUT FIELD BY FIELD SO AUDIT CAN
      *READ THE OLD VALUES WITHOUT THE RECORD LAYOUTS TO HAND
       FORMAT-IMAGE.
           MOVE SPACE TO IMAGE-LINE.
           IF IMAGE-WORK = SPACE
               THEN
                   MOVE "(none)" TO IMAGE-LINE
               ELSE
                   IF IMAGE-WORK(1:8) = "RECORDS "
                       THEN
                           MOVE IMAGE-WORK TO IMAGE-LINE
                       ELSE
                           PERFORM FORMAT-RECORD
                               THRU EXIT-FORMAT-RECORD
                   END-IF
           END-IF.
       EXIT-FORMAT-IMAGE.
           EXIT.

       FORMAT-RECORD.
           EVALUATE ML-FILE
               WHEN "LEVELS"
                   STRING "CODE " LI-CODE "  SIZE " LI-WIDTH "X"
                           LI-HEIGHT "  MINES " LI-MINE "  NAME "
                           LI-NAME
                       DELIMITED BY SIZE INTO IMAGE-LINE
               WHEN "PLAYERS"
                   STRING "ID " PI-ID "  NAME " PI-NAME "  STATUS "
                           PI-STATUS
                       DELIMITED BY SIZE INTO IMAGE-LINE
               WHEN "OPERATORS"
                   STRING "ID " OI-ID "  NAME " OI-NAME
                           "  LEVELS " OI-LEVELS
                           "  PLAYERS " OI-PLAYERS
                           "  MERGE " OI-MERGE
                           "  ADMIN " OI-ADMIN
                           "  PASSWORD " OI-PASSWORD
                       DELIMITED BY SIZE INTO IMAGE-LINE
               WHEN "ACHIEVE"
                   STRING "ID " AI-PLAYER "  WINS " AI-TOT-WINS
                           "  STREAK " AI-CUR-STREAK
                           "  BEST " AI-BEST-STREAK
                           "  FASTEST " AI-FAST-SECS
                           " ON " AI-FAST-CODE
                           "  CODES " AI-WON-CODES
                       DELIMITED BY SIZE INTO IMAGE-LINE
               WHEN "RATINGS"
                   STRING "ID " RI-PLAYER "  RATING " RI-RATING
                           "  PLAYED " RI-PLAYED
                           "  W/L/D " RI-WON "/" RI-LOST "/" RI-DRAWN
                           "  LAST " RI-LAST
                       DELIMITED BY SIZE INTO IMAGE-LINE
               WHEN OTHER
                   MOVE IMAGE-WORK TO IMAGE-LINE
           END-EVALUATE.
       EXIT-FORMAT-RECORD.
           EXIT.

       TALLY-OPERATOR.
           MOVE 0 TO OS-POS.
           PERFORM VARYING OS-IDX FROM 1 BY 1
                   UNTIL OS-IDX > OS-CNT-USED
               IF OS-OPER(OS-IDX) = ML-OPERATOR
                   THEN
                       MOVE OS-IDX TO OS-POS
               END-IF
           END-PERFORM.
           IF OS-POS = 0
               THEN
                   IF OS-CNT-USED < 50
                       THEN
                           ADD 1 TO OS-CNT-USED
                           MOVE OS-CNT-USED TO OS-POS
                           MOVE ML-OPERATOR TO OS-OPER(OS-POS)
                       ELSE
                           DISPLAY "Too many distinct operators "
                               "- extra operator not counted"
                   END-IF
           END-IF.
           IF OS-POS > 0
               THEN
                   EVALUATE ML-ACTION
                       WHEN "A"
                           ADD 1 TO OS-ADD(OS-POS)
                       WHEN "C"
                           ADD 1 TO OS-CHG(OS-POS)
                       WHEN "D"
                           ADD 1 TO OS-DEL(OS-POS)
                       WHEN "T"
                           ADD 1 TO OS-TOG(OS-POS)
                       WHEN "M"
                           ADD 1 TO OS-MRG(OS-POS)
                   END-EVALUATE
                   ADD 1 TO OS-TOT(OS-POS)
           END-IF.
       EXIT-TALLY-OPERATOR.
           EXIT.

       PRINT-BY-OPERATOR.
           DISPLAY " ".
           DISPLAY "ENTRIES BY OPERATOR".
           DISPLAY "OPERATOR    ADD  CHANGE  DELETE  TOGGLE  MERGE  "
               "TOTAL".
           PERFORM VARYING OS-IDX FROM 1 BY 1
                   UNTIL OS-IDX > OS-CNT-USED
               MOVE OS-ADD(OS-IDX) TO ADD-DISP
               MOVE OS-CHG(OS-IDX) TO CHG-DISP
               MOVE OS-DEL(OS-IDX) TO DEL-DISP
               MOVE OS-TOG(OS-IDX) TO TOG-DISP
               MOVE OS-MRG(OS-IDX) TO MRG-DISP
               MOVE OS-TOT(OS-IDX) TO TOT-DISP
               DISPLAY OS-OPER(OS-IDX) " " ADD-DISP "   " CHG-DISP
                   "   " DEL-DISP "   " TOG-DISP "  " MRG-DISP
                   "  " TOT-DISP
           END-PERFORM.
           MOVE LIST-CNT TO CNT-DISP.
           DISPLAY " ".
           DISPLAY "Entries listed: " CNT-DISP.
           MOVE READ-CNT TO CNT-DISP.
           DISPLAY "Entries on file: " CNT-DISP.
       EXIT-PRINT-BY-OPERATOR.
           EXIT.
