           03 GS-SECONDS PIC 9(6).
           03 GS-DATE    PIC X(8).
           03 GS-SEED    PIC 9(9).
           03 GS-ASSIST  PIC X(1).
           03 GS-HINTS   PIC 9(3).
       WORKING-STORAGE   SECTION.
       77 AUDIT-LOG-STATUS PIC XX.
       77 LEVELS-STATUS PIC XX.
