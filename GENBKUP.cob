123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       GENBKUP.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
      *DATA-FILE IS WHICHEVER SEQUENTIAL DATA FILE IS BEING COPIED
      *AND GEN-FILE ITS COPY IN THE GENERATION - BOTH ARE NAMED AT
      *RUN TIME FROM THE FILE LIST BELOW
           SELECT DATA-FILE ASSIGN USING DATA-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DATA-STATUS.
           SELECT GEN-FILE ASSIGN USING GEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PR-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS AC-PLAYER
               FILE STATUS IS ACHIEVE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPS-LOG-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  DATA-FILE.
       01 DATA-REC PIC X(256).
       FD  GEN-FILE.
       01 GEN-REC PIC X(256).
       FD  PLAYERS-FILE.
       01 PLAYER-REC.
           03 PR-ID   PIC X(4).
           03 FILLER  PIC X(21).
       FD  ACHIEVE-FILE.
       01 ACHIEVE-REC.
           03 AC-PLAYER PIC X(4).
           03 FILLER    PIC X(72).
       FD  MANIFEST-FILE.
       01 MANIFEST-REC PIC X(60).
       FD  OPS-LOG-FILE.
       01 OPS-LOG-REC.
           03 OL-TIMESTAMP PIC X(21).
           03 OL-PROGRAM   PIC X(8).
           03 OL-PARA      PIC X(20).
           03 OL-FILE      PIC X(10).
           03 OL-STATUS    PIC X(2).
       WORKING-STORAGE   SECTION.
       77 DATA-STATUS PIC XX.
       77 GEN-STATUS PIC XX.
       77 PLAYERS-STATUS PIC XX.
       77 ACHIEVE-STATUS PIC XX.
       77 MANIFEST-STATUS PIC XX.
       77 OPS-LOG-STATUS PIC XX.
       77 ERROR-FLAG PIC X VALUE "N".
       01 OPS-ERR.
           03 OPS-PARA   PIC X(20).
           03 OPS-FILE   PIC X(10).
           03 OPS-STATUS PIC X(2).
       77 DATA-NAME PIC X(20).
       77 GEN-NAME PIC X(20).
       77 GEN-LABEL PIC X(10).
      *EVERY DATA FILE OF THE SYSTEM, BACKED UP TOGETHER AS ONE
      *GENERATION.  EACH ENTRY: FILE NAME (10), KIND (S = LINE
      *SEQUENTIAL, P/A = THE KEYED PLAYERS/ACHIEVE FILE), RECORD
      *TYPE THE HASH FIELD BELONGS TO (SPACE = EVERY RECORD), THEN
      *THE START (3) AND LENGTH (1) OF THE NUMERIC FIELD WHOSE
      *HASH TOTAL GOES IN THE MANIFEST.  PLAYERS AND OPERATORS
      *CARRY NO NUMERIC FIELD, SO ONLY THEIR RECORD COUNT IS PROVED.
       01 FILE-LIST.
           03 FILLER PIC X(16) VALUE "LEVELS    S 0063".
           03 FILLER PIC X(16) VALUE "GAMESTATS S 0186".
           03 FILLER PIC X(16) VALUE "PLAYERS   P 0000".
           03 FILLER PIC X(16) VALUE "AUDITLOG  S 0024".
           03 FILLER PIC X(16) VALUE "HISCORES  S 0026".
           03 FILLER PIC X(16) VALUE "SEASONPTS S 0134".
           03 FILLER PIC X(16) VALUE "ACHIEVE   A 0136".
           03 FILLER PIC X(16) VALUE "CHECKPOINTSH0429".
           03 FILLER PIC X(16) VALUE "GAMEHIST  SD0196".
           03 FILLER PIC X(16) VALUE "OPSLOG    S 0018".
           03 FILLER PIC X(16) VALUE "JOBCTL    S 0183".
           03 FILLER PIC X(16) VALUE "NIGHTCTL  S 0018".
           03 FILLER PIC X(16) VALUE "GAMESUSP  S 0376".
           03 FILLER PIC X(16) VALUE "MATCHES   S 0169".
           03 FILLER PIC X(16) VALUE "RATINGS   S 0054".
           03 FILLER PIC X(16) VALUE "OPERATORS S 0000".
           03 FILLER PIC X(16) VALUE "MAINTLOG  S 0018".
       01 FILE-TABLE REDEFINES FILE-LIST.
           03 FT-ENTRY OCCURS 17.
               05 FT-NAME     PIC X(10).
               05 FT-KIND     PIC X(1).
               05 FT-REC-TYPE PIC X(1).
               05 FT-HASH-POS PIC 9(3).
               05 FT-HASH-LEN PIC 9(1).
       77 FT-IDX PIC 9(2).
       77 FT-CNT PIC 9(2) VALUE 17.
       77 FT-AT PIC 9(2).
      *THE MANIFEST HOLDS EVERY KEPT GENERATION: A "G" LINE WITH
      *THE TIME IT WAS TAKEN AND WHETHER IT COMPLETED, FOLLOWED BY
      *ONE "F" LINE PER FILE WITH ITS STATE (C = COPIED, M = NOT
      *PRESENT WHEN TAKEN, E = COPY FAILED), RECORD COUNT AND HASH
      *TOTAL.  THE WHOLE FILE IS HELD HERE AND REWRITTEN.
       01 MANI-WORK.
           03 MF-TYPE PIC X(1).
           03 MF-GEN  PIC 9(4).
           03 MF-DATA PIC X(55).
           03 MF-GEN-DATA REDEFINES MF-DATA.
               05 MF-STAMP.
                   07 MF-STAMP-DATE PIC X(8).
                   07 MF-STAMP-TIME PIC X(6).
               05 MF-GSTATE PIC X(1).
               05 MF-FILES  PIC 9(2).
               05 FILLER    PIC X(38).
           03 MF-FILE-DATA REDEFINES MF-DATA.
               05 MF-FILE   PIC X(10).
               05 MF-FSTATE PIC X(1).
               05 MF-COUNT  PIC 9(8).
               05 MF-HASH   PIC 9(15).
               05 FILLER    PIC X(21).
       01 MANI-TABLE.
           03 MN-ENTRY PIC X(60) OCCURS 2000.
       77 MN-CNT PIC 9(4) VALUE 0.
       77 MN-IDX PIC 9(4).
       77 MN-OUT PIC 9(4).
       77 MANI-OK PIC X VALUE "Y".
       77 MANI-SAVED PIC X.
       77 HIGH-GEN PIC 9(4) VALUE 0.
       77 CUR-GEN PIC 9(4).
       77 NEW-GEN PIC 9(4).
       77 GEN-AT PIC 9(4).
       77 GOOD-CNT PIC 9(4).
       01 PRUNE-TABLE.
           03 PRUNE-GEN PIC 9(4) OCCURS 200.
       77 PRUNE-CNT PIC 9(3) VALUE 0.
       77 PRUNE-IDX PIC 9(3).
       77 CUT-GEN PIC 9(4).
       77 KEPT-CNT PIC 9(2).
       01 TS-WORK.
           03 TS-STAMP PIC X(14).
           03 FILLER   PIC X(7).
       77 RUN-MODE PIC X.
       77 RUN-RC PIC 9(3) VALUE 0.
       77 KEEP-IN PIC 9(2).
       77 KEEP-CNT PIC 9(2).
       77 GEN-IN PIC 9(4).
       77 CONFIRM PIC X.
       77 WALK-MODE PIC X.
       77 WALK-END PIC X.
       77 RESTORE-OK PIC X.
      *ONE PASS OVER ONE FILE.  PASS-MODE B = COPY THE DATA FILE
      *INTO THE GENERATION, G = COUNT THE GENERATION COPY, R = COPY
      *THE GENERATION BACK OVER THE DATA FILE, S = COUNT THE DATA
      *FILE.  EVERY PASS COUNTS AND HASHES THE RECORDS IT READS.
       77 PASS-MODE PIC X.
       77 READ-FROM PIC X.
       77 WRITE-TO PIC X.
       77 READ-LABEL PIC X(10).
       77 WRITE-LABEL PIC X(10).
       77 READ-STATUS PIC XX.
       77 WRITE-STATUS PIC XX.
       77 READ-EOF PIC X.
       77 WRITE-OPEN PIC X.
       77 WRITE-ERR PIC X.
       77 PASS-OK PIC X.
       77 PASS-MISSING PIC X.
       77 PASS-CNT PIC 9(8).
       77 PASS-HASH PIC 9(15).
       77 SAVE-CNT PIC 9(8).
       77 SAVE-HASH PIC 9(15).
       01 COPY-BUF PIC X(256).
       01 HASH-PIECE PIC X(9).
       01 HASH-NUM REDEFINES HASH-PIECE PIC 9(9).
       77 HASH-AT PIC 9(2).
       77 BAD-CNT PIC 9(2).
       77 MISS-CNT PIC 9(2).
       77 COPY-FILES PIC 9(2).
       77 CNT-DISP PIC ZZZZZZZ9.
       77 HASH-DISP PIC ZZZZZZZZZZZZZZ9.
       77 NUM-DISP PIC ZZZ9.

       PROCEDURE        DIVISION.
       MAIN SECTION.
           DISPLAY "Data file generation backup and restore".
           DISPLAY "b=back up all data files  r=restore a generation"
               "  l=list the generations: "
           ACCEPT RUN-MODE.
           IF RUN-MODE NOT = "b" AND RUN-MODE NOT = "r"
                   AND RUN-MODE NOT = "l"
               THEN
                   DISPLAY "Wrong input - nothing done"
                   MOVE 8 TO RUN-RC
               ELSE
                   PERFORM LOAD-MANIFEST THRU EXIT-LOAD-MANIFEST
                   IF MANI-OK NOT = "Y"
                       THEN
                           MOVE 8 TO RUN-RC
                       ELSE
                           EVALUATE RUN-MODE
                               WHEN "b"
                                   PERFORM TAKE-BACKUP
                                       THRU EXIT-TAKE-BACKUP
                               WHEN "r"
                                   PERFORM LIST-GENS
                                       THRU EXIT-LIST-GENS
                                   PERFORM RESTORE-GEN
                                       THRU EXIT-RESTORE-GEN
                               WHEN OTHER
                                   PERFORM LIST-GENS
                                       THRU EXIT-LIST-GENS
                           END-EVALUATE
                   END-IF
           END-IF.
           IF ERROR-FLAG = "Y"
               THEN
                   DISPLAY "File errors occurred this run - "
                       "see OPSLOG"
                   MOVE 8 TO RUN-RC
           END-IF.
      *SET LAST - THE FILE-DELETE CALLS LEAVE THEIR OWN RESULT
      *IN RETURN-CODE
           MOVE RUN-RC TO RETURN-CODE.
       STOP RUN.

      *A MANIFEST THAT CANNOT BE READ IN FULL IS NEVER REWRITTEN -
      *THE GENERATIONS IT DESCRIBES WOULD BE LOST WITH IT
       LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS = "00"
               THEN
                   PERFORM UNTIL MANIFEST-STATUS NOT = "00"
                           OR MN-CNT >= 2000
                       READ MANIFEST-FILE
                           AT END
                               MOVE "10" TO MANIFEST-STATUS
                           NOT AT END
                               ADD 1 TO MN-CNT
                               MOVE MANIFEST-REC TO MN-ENTRY(MN-CNT)
                               MOVE MANIFEST-REC TO MANI-WORK
                               IF MF-GEN IS NUMERIC
                                   AND MF-GEN > HIGH-GEN
                                   THEN
                                       MOVE MF-GEN TO HIGH-GEN
                               END-IF
                       END-READ
                   END-PERFORM
                   IF MN-CNT >= 2000 AND MANIFEST-STATUS = "00"
                       THEN
                           DISPLAY "MANIFEST has more than 2000 "
                               "lines - nothing done"
                           MOVE "N" TO MANI-OK
                   END-IF
                   IF MANIFEST-STATUS NOT = "10" AND NOT = "00"
                       THEN
                           MOVE "N" TO MANI-OK
                           MOVE "LOAD-MANIFEST" TO OPS-PARA
                           MOVE "MANIFEST" TO OPS-FILE
                           MOVE MANIFEST-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
                   CLOSE MANIFEST-FILE
               ELSE
                   IF MANIFEST-STATUS NOT = "35"
                       THEN
                           MOVE "N" TO MANI-OK
                           MOVE "LOAD-MANIFEST" TO OPS-PARA
                           MOVE "MANIFEST" TO OPS-FILE
                           MOVE MANIFEST-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
       EXIT-LOAD-MANIFEST.
           EXIT.

       TAKE-BACKUP.
           DISPLAY "Generations to keep (0 = 7): "
           ACCEPT KEEP-IN.
           IF KEEP-IN IS NOT NUMERIC OR KEEP-IN = 0
               THEN
                   MOVE 7 TO KEEP-CNT
               ELSE
                   MOVE KEEP-IN TO KEEP-CNT
           END-IF.
           IF HIGH-GEN >= 9999
               THEN
                   DISPLAY "Generation numbers are used up - "
                       "nothing done"
                   MOVE 8 TO RUN-RC
               ELSE
                   IF MN-CNT + FT-CNT + 1 > 2000
                       THEN
                           DISPLAY "MANIFEST is full - keep fewer "
                               "generations - nothing done"
                           MOVE 8 TO RUN-RC
                       ELSE
                           PERFORM WRITE-GENERATION
                               THRU EXIT-WRITE-GENERATION
                   END-IF
           END-IF.
       EXIT-TAKE-BACKUP.
           EXIT.

      *EVERY FILE IS COPIED IN THE SAME RUN, SO THE GENERATION IS A
      *CONSISTENT SET AS LONG AS NOTHING ELSE IS RUNNING.  EACH COPY
      *IS READ BACK AND MUST MATCH THE COUNT AND HASH TAKEN FROM THE
      *FILE, OR THE GENERATION IS MARKED FAILED AND NEVER RESTORED.
       WRITE-GENERATION.
           COMPUTE NEW-GEN = HIGH-GEN + 1.
           MOVE NEW-GEN TO CUR-GEN.
           MOVE SPACE TO GEN-LABEL.
           STRING "GEN" DELIMITED BY SIZE
               CUR-GEN DELIMITED BY SIZE
               INTO GEN-LABEL.
           DISPLAY "Backing up to generation " NEW-GEN.
           MOVE 0 TO BAD-CNT MISS-CNT COPY-FILES.
           ADD 1 TO MN-CNT.
           MOVE MN-CNT TO GEN-AT.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-CNT
               PERFORM BACKUP-ONE-FILE THRU EXIT-BACKUP-ONE-FILE
           END-PERFORM.
           MOVE SPACE TO MANI-WORK.
           MOVE "G" TO MF-TYPE.
           MOVE NEW-GEN TO MF-GEN.
           MOVE FUNCTION CURRENT-DATE TO TS-WORK.
           MOVE TS-STAMP TO MF-STAMP.
           MOVE COPY-FILES TO MF-FILES.
           IF BAD-CNT = 0
               THEN
                   MOVE "C" TO MF-GSTATE
               ELSE
                   MOVE "F" TO MF-GSTATE
           END-IF.
           MOVE MANI-WORK TO MN-ENTRY(GEN-AT).
           IF BAD-CNT = 0
               THEN
                   PERFORM PRUNE-GENS THRU EXIT-PRUNE-GENS
           END-IF.
           PERFORM SAVE-MANIFEST THRU EXIT-SAVE-MANIFEST.
           IF MANI-SAVED = "Y"
               THEN
                   PERFORM DELETE-PRUNED THRU EXIT-DELETE-PRUNED
           END-IF.
           IF BAD-CNT > 0 OR MANI-SAVED NOT = "Y"
               THEN
                   DISPLAY "GENERATION " NEW-GEN " FAILED - it "
                       "cannot be restored"
                   MOVE 8 TO RUN-RC
               ELSE
                   MOVE COPY-FILES TO NUM-DISP
                   DISPLAY "Generation " NEW-GEN " complete - "
                       NUM-DISP " files copied"
                   IF MISS-CNT > 0
                       THEN
                           MOVE MISS-CNT TO NUM-DISP
                           DISPLAY NUM-DISP " files were not present "
                               "and are noted as such"
                   END-IF
           END-IF.
       EXIT-WRITE-GENERATION.
           EXIT.

       BACKUP-ONE-FILE.
           MOVE FT-NAME(FT-IDX) TO DATA-NAME.
           PERFORM BUILD-GEN-NAME THRU EXIT-BUILD-GEN-NAME.
           MOVE "B" TO PASS-MODE.
           PERFORM RUN-PASS THRU EXIT-RUN-PASS.
           MOVE SPACE TO MANI-WORK.
           MOVE "F" TO MF-TYPE.
           MOVE NEW-GEN TO MF-GEN.
           MOVE FT-NAME(FT-IDX) TO MF-FILE.
           MOVE PASS-CNT TO MF-COUNT SAVE-CNT CNT-DISP.
           MOVE PASS-HASH TO MF-HASH SAVE-HASH HASH-DISP.
           IF PASS-MISSING = "Y"
               THEN
                   MOVE "M" TO MF-FSTATE
                   ADD 1 TO MISS-CNT
                   DISPLAY "  " FT-NAME(FT-IDX) "  not present"
               ELSE
                   IF PASS-OK NOT = "Y"
                       THEN
                           MOVE "E" TO MF-FSTATE
                           ADD 1 TO BAD-CNT
                           DISPLAY "  " FT-NAME(FT-IDX)
                               "  NOT COPIED"
                       ELSE
                           PERFORM CHECK-GEN-COPY
                               THRU EXIT-CHECK-GEN-COPY
                   END-IF
           END-IF.
           ADD 1 TO MN-CNT.
           MOVE MANI-WORK TO MN-ENTRY(MN-CNT).
       EXIT-BACKUP-ONE-FILE.
           EXIT.

      *THE COPY JUST WRITTEN IS READ BACK AND MUST GIVE THE SAME
      *COUNT AND HASH AS THE FILE IT WAS TAKEN FROM
       CHECK-GEN-COPY.
           MOVE "G" TO PASS-MODE.
           PERFORM RUN-PASS THRU EXIT-RUN-PASS.
           IF PASS-OK = "Y" AND PASS-MISSING = "N"
                   AND PASS-CNT = SAVE-CNT AND PASS-HASH = SAVE-HASH
               THEN
                   MOVE "C" TO MF-FSTATE
                   ADD 1 TO COPY-FILES
                   DISPLAY "  " FT-NAME(FT-IDX) "  records " CNT-DISP
                       "  hash " HASH-DISP
               ELSE
                   MOVE "E" TO MF-FSTATE
                   ADD 1 TO BAD-CNT
                   DISPLAY "  " FT-NAME(FT-IDX) "  COPY DOES NOT "
                       "MATCH THE FILE"
           END-IF.
       EXIT-CHECK-GEN-COPY.
           EXIT.

      *THE NEWEST KEEP-CNT COMPLETE GENERATIONS STAY.  ANYTHING
      *OLDER, FAILED ONES INCLUDED, IS DROPPED FROM THE MANIFEST
      *AND ITS FILES ARE DELETED ONCE THE MANIFEST IS SAFELY SAVED.
       PRUNE-GENS.
           MOVE 0 TO KEPT-CNT CUT-GEN.
           PERFORM VARYING MN-IDX FROM MN-CNT BY -1
                   UNTIL MN-IDX < 1 OR CUT-GEN > 0
               MOVE MN-ENTRY(MN-IDX) TO MANI-WORK
               IF MF-TYPE = "G" AND MF-GSTATE = "C"
                   THEN
                       ADD 1 TO KEPT-CNT
                       IF KEPT-CNT = KEEP-CNT
                           THEN
                               MOVE MF-GEN TO CUT-GEN
                       END-IF
               END-IF
           END-PERFORM.
           IF CUT-GEN > 0
               THEN
                   MOVE 0 TO MN-OUT
                   PERFORM VARYING MN-IDX FROM 1 BY 1
                           UNTIL MN-IDX > MN-CNT
                       MOVE MN-ENTRY(MN-IDX) TO MANI-WORK
                       IF MF-GEN < CUT-GEN
                           THEN
                               IF MF-TYPE = "G"
                                   THEN
                                       ADD 1 TO PRUNE-CNT
                                       MOVE MF-GEN
                                           TO PRUNE-GEN(PRUNE-CNT)
                               END-IF
                           ELSE
                               ADD 1 TO MN-OUT
                               MOVE MN-ENTRY(MN-IDX)
                                   TO MN-ENTRY(MN-OUT)
                       END-IF
                   END-PERFORM
                   MOVE MN-OUT TO MN-CNT
           END-IF.
       EXIT-PRUNE-GENS.
           EXIT.

      *A FILE ALREADY GONE IS NOT AN ERROR - A FAILED GENERATION
      *MAY NEVER HAVE WRITTEN SOME OF ITS COPIES
       DELETE-PRUNED.
           PERFORM VARYING PRUNE-IDX FROM 1 BY 1
                   UNTIL PRUNE-IDX > PRUNE-CNT
               MOVE PRUNE-GEN(PRUNE-IDX) TO CUR-GEN
               PERFORM VARYING FT-IDX FROM 1 BY 1
                       UNTIL FT-IDX > FT-CNT
                   PERFORM BUILD-GEN-NAME THRU EXIT-BUILD-GEN-NAME
                   CALL "CBL_DELETE_FILE" USING GEN-NAME
               END-PERFORM
               DISPLAY "Generation " CUR-GEN " removed"
           END-PERFORM.
           MOVE NEW-GEN TO CUR-GEN.
       EXIT-DELETE-PRUNED.
           EXIT.

       SAVE-MANIFEST.
           MOVE "Y" TO MANI-SAVED.
           OPEN OUTPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00"
               THEN
                   MOVE "N" TO MANI-SAVED
                   MOVE "SAVE-MANIFEST" TO OPS-PARA
                   MOVE "MANIFEST" TO OPS-FILE
                   MOVE MANIFEST-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
               ELSE
                   PERFORM VARYING MN-IDX FROM 1 BY 1
                           UNTIL MN-IDX > MN-CNT
                       WRITE MANIFEST-REC FROM MN-ENTRY(MN-IDX)
                       PERFORM CHK-MANIFEST-WRITE
                           THRU EXIT-CHK-MANIFEST-WRITE
                   END-PERFORM
                   CLOSE MANIFEST-FILE
           END-IF.
       EXIT-SAVE-MANIFEST.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED REWRITE, NOT ONE PER RECORD
       CHK-MANIFEST-WRITE.
           IF MANIFEST-STATUS NOT = "00" AND MANI-SAVED = "Y"
               THEN
                   MOVE "N" TO MANI-SAVED
                   MOVE "SAVE-MANIFEST" TO OPS-PARA
                   MOVE "MANIFEST" TO OPS-FILE
                   MOVE MANIFEST-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-CHK-MANIFEST-WRITE.
           EXIT.

       LIST-GENS.
           MOVE 0 TO GOOD-CNT.
           IF MN-CNT = 0
               THEN
                   DISPLAY "No generations on the MANIFEST"
               ELSE
                   DISPLAY "GEN   TAKEN            STATE     FILES"
                   PERFORM VARYING MN-IDX FROM 1 BY 1
                           UNTIL MN-IDX > MN-CNT
                       MOVE MN-ENTRY(MN-IDX) TO MANI-WORK
                       IF MF-TYPE = "G"
                           THEN
                               PERFORM LIST-ONE-GEN
                                   THRU EXIT-LIST-ONE-GEN
                       END-IF
                   END-PERFORM
           END-IF.
       EXIT-LIST-GENS.
           EXIT.

       LIST-ONE-GEN.
           MOVE MF-FILES TO NUM-DISP.
           IF MF-GSTATE = "C"
               THEN
                   ADD 1 TO GOOD-CNT
                   DISPLAY MF-GEN "  " MF-STAMP-DATE " "
                       MF-STAMP-TIME "  complete  " NUM-DISP
               ELSE
                   DISPLAY MF-GEN "  " MF-STAMP-DATE " "
                       MF-STAMP-TIME "  FAILED    " NUM-DISP
           END-IF.
       EXIT-LIST-ONE-GEN.
           EXIT.

      *NOTHING IS TOUCHED UNTIL EVERY COPY IN THE GENERATION HAS
      *BEEN PROVED AGAINST THE MANIFEST.  AFTER THE FILES ARE PUT
      *BACK THEY ARE READ AGAIN AND PROVED A SECOND TIME, AND ONLY
      *THEN IS THE RESTORE REPORTED AS GOOD.
       RESTORE-GEN.
           MOVE "Y" TO RESTORE-OK.
           IF GOOD-CNT = 0
               THEN
                   DISPLAY "No complete generation to restore"
                   MOVE "N" TO RESTORE-OK
                   MOVE 8 TO RUN-RC
           END-IF.
           IF RESTORE-OK = "Y"
               THEN
                   PERFORM PICK-GEN THRU EXIT-PICK-GEN
           END-IF.
           IF RESTORE-OK = "Y"
               THEN
                   DISPLAY "Proving generation " CUR-GEN " against "
                       "the MANIFEST"
                   MOVE "P" TO WALK-MODE
                   PERFORM WALK-GEN THRU EXIT-WALK-GEN
                   IF BAD-CNT > 0
                       THEN
                           DISPLAY "Generation " CUR-GEN " does not "
                               "match its MANIFEST - nothing restored"
                           MOVE "N" TO RESTORE-OK
                           MOVE 8 TO RUN-RC
                   END-IF
           END-IF.
           IF RESTORE-OK = "Y"
               THEN
                   DISPLAY "Restoring replaces the current data "
                       "files - Y to go ahead: "
                   ACCEPT CONFIRM
                   IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
                       THEN
                           DISPLAY "Nothing restored"
                           MOVE "N" TO RESTORE-OK
                   END-IF
           END-IF.
           IF RESTORE-OK = "Y"
               THEN
                   MOVE "R" TO WALK-MODE
                   PERFORM WALK-GEN THRU EXIT-WALK-GEN
                   DISPLAY "Proving the restored files against the "
                       "MANIFEST"
                   MOVE "V" TO WALK-MODE
                   PERFORM WALK-GEN THRU EXIT-WALK-GEN
                   PERFORM REPORT-RESTORE THRU EXIT-REPORT-RESTORE
           END-IF.
       EXIT-RESTORE-GEN.
           EXIT.

       PICK-GEN.
           DISPLAY "Generation to restore (0 = latest): "
           ACCEPT GEN-IN.
           MOVE 0 TO GEN-AT.
           IF GEN-IN IS NOT NUMERIC
               THEN
                   DISPLAY "Wrong input - nothing restored"
                   MOVE "N" TO RESTORE-OK
                   MOVE 8 TO RUN-RC
               ELSE
                   PERFORM VARYING MN-IDX FROM 1 BY 1
                           UNTIL MN-IDX > MN-CNT
                       MOVE MN-ENTRY(MN-IDX) TO MANI-WORK
                       IF MF-TYPE = "G" AND (MF-GEN = GEN-IN
                               OR (GEN-IN = 0 AND MF-GSTATE = "C"))
                           THEN
                               MOVE MN-IDX TO GEN-AT
                       END-IF
                   END-PERFORM
                   IF GEN-AT = 0
                       THEN
                           DISPLAY "Generation " GEN-IN " is not on "
                               "the MANIFEST - nothing restored"
                           MOVE "N" TO RESTORE-OK
                           MOVE 8 TO RUN-RC
                   END-IF
           END-IF.
           IF GEN-AT > 0
               THEN
                   MOVE MN-ENTRY(GEN-AT) TO MANI-WORK
                   MOVE MF-GEN TO CUR-GEN
                   MOVE SPACE TO GEN-LABEL
                   STRING "GEN" DELIMITED BY SIZE
                       CUR-GEN DELIMITED BY SIZE
                       INTO GEN-LABEL
                   IF MF-GSTATE NOT = "C"
                       THEN
                           DISPLAY "Generation " CUR-GEN " did not "
                               "complete - it cannot be restored"
                           MOVE "N" TO RESTORE-OK
                           MOVE 8 TO RUN-RC
                   END-IF
           END-IF.
       EXIT-PICK-GEN.
           EXIT.

       REPORT-RESTORE.
           IF BAD-CNT > 0
               THEN
                   MOVE BAD-CNT TO NUM-DISP
                   DISPLAY "RESTORE OF GENERATION " CUR-GEN " NOT "
                       "VERIFIED - " NUM-DISP " files do not match"
                   MOVE 8 TO RUN-RC
               ELSE
                   MOVE COPY-FILES TO NUM-DISP
                   DISPLAY "Generation " CUR-GEN " restored and "
                       "verified - " NUM-DISP " files"
                   IF MISS-CNT > 0
                       THEN
                           MOVE MISS-CNT TO NUM-DISP
                           DISPLAY NUM-DISP " files were not in the "
                               "generation and were left as they are"
                           IF RUN-RC < 4
                               THEN
                                   MOVE 4 TO RUN-RC
                           END-IF
                   END-IF
           END-IF.
       EXIT-REPORT-RESTORE.
           EXIT.

      *RUNS ONE STEP OF THE RESTORE OVER THE FILE LINES THAT
      *FOLLOW THE CHOSEN GENERATION'S LINE: P = PROVE THE COPIES,
      *R = PUT THEM BACK, V = PROVE THE DATA FILES PUT BACK
       WALK-GEN.
           MOVE 0 TO BAD-CNT MISS-CNT COPY-FILES.
           MOVE "N" TO WALK-END.
           PERFORM VARYING MN-IDX FROM GEN-AT BY 1
                   UNTIL MN-IDX >= MN-CNT OR WALK-END = "Y"
               MOVE MN-ENTRY(MN-IDX + 1) TO MANI-WORK
               IF MF-TYPE NOT = "F"
                   THEN
                       MOVE "Y" TO WALK-END
                   ELSE
                       PERFORM WALK-ONE-FILE THRU EXIT-WALK-ONE-FILE
               END-IF
           END-PERFORM.
       EXIT-WALK-GEN.
           EXIT.

       WALK-ONE-FILE.
           MOVE 0 TO FT-AT.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-CNT
               IF FT-NAME(FT-IDX) = MF-FILE
                   THEN
                       MOVE FT-IDX TO FT-AT
               END-IF
           END-PERFORM.
           IF MF-FSTATE = "M"
               THEN
                   ADD 1 TO MISS-CNT
                   IF WALK-MODE = "R"
                       THEN
                           DISPLAY "  " MF-FILE "  not in this "
                               "generation - left as it is"
                   END-IF
               ELSE
                   IF FT-AT = 0
                       THEN
                           ADD 1 TO BAD-CNT
                           DISPLAY "  " MF-FILE "  UNKNOWN FILE ON "
                               "THE MANIFEST"
                       ELSE
                           MOVE FT-AT TO FT-IDX
                           PERFORM PASS-ONE-FILE
                               THRU EXIT-PASS-ONE-FILE
                   END-IF
           END-IF.
       EXIT-WALK-ONE-FILE.
           EXIT.

       PASS-ONE-FILE.
           MOVE FT-NAME(FT-IDX) TO DATA-NAME.
           PERFORM BUILD-GEN-NAME THRU EXIT-BUILD-GEN-NAME.
           EVALUATE WALK-MODE
               WHEN "P"
                   MOVE "G" TO PASS-MODE
               WHEN "R"
                   MOVE "R" TO PASS-MODE
               WHEN OTHER
                   MOVE "S" TO PASS-MODE
           END-EVALUATE.
           PERFORM RUN-PASS THRU EXIT-RUN-PASS.
           MOVE PASS-CNT TO CNT-DISP.
           MOVE PASS-HASH TO HASH-DISP.
           IF WALK-MODE = "R"
               THEN
                   IF PASS-OK = "Y" AND PASS-MISSING = "N"
                       THEN
                           ADD 1 TO COPY-FILES
                       ELSE
                           ADD 1 TO BAD-CNT
                           DISPLAY "  " MF-FILE "  NOT RESTORED"
                   END-IF
               ELSE
                   IF PASS-OK = "Y" AND PASS-MISSING = "N"
                           AND PASS-CNT = MF-COUNT
                           AND PASS-HASH = MF-HASH
                       THEN
                           ADD 1 TO COPY-FILES
                           DISPLAY "  " MF-FILE "  records " CNT-DISP
                               "  hash " HASH-DISP "  agrees"
                       ELSE
                           PERFORM SHOW-MISMATCH
                               THRU EXIT-SHOW-MISMATCH
                   END-IF
           END-IF.
       EXIT-PASS-ONE-FILE.
           EXIT.

       SHOW-MISMATCH.
           ADD 1 TO BAD-CNT.
           IF PASS-MISSING = "Y"
               THEN
                   DISPLAY "  " MF-FILE "  MISSING"
               ELSE
                   DISPLAY "  " MF-FILE "  records " CNT-DISP
                       "  hash " HASH-DISP "  DOES NOT AGREE"
           END-IF.
           MOVE MF-COUNT TO CNT-DISP.
           MOVE MF-HASH TO HASH-DISP.
           DISPLAY "  MANIFEST    records " CNT-DISP
               "  hash " HASH-DISP.
       EXIT-SHOW-MISMATCH.
           EXIT.

       BUILD-GEN-NAME.
           MOVE SPACE TO GEN-NAME.
           STRING "GEN" DELIMITED BY SIZE
               CUR-GEN DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               FT-NAME(FT-IDX) DELIMITED BY SPACE
               INTO GEN-NAME.
       EXIT-BUILD-GEN-NAME.
           EXIT.

      *ONE PASS OVER THE FILE AT FT-IDX - SEE PASS-MODE.  A FILE
      *THAT DOES NOT EXIST IS REPORTED THROUGH PASS-MISSING, NOT
      *AS AN ERROR.  THE KEYED FILES ARE READ IN KEY ORDER, SO
      *THEIR COPIES GO BACK IN THE ORDER THE LOAD NEEDS.
       RUN-PASS.
           MOVE 0 TO PASS-CNT PASS-HASH.
           MOVE "Y" TO PASS-OK.
           MOVE "N" TO PASS-MISSING READ-EOF WRITE-OPEN WRITE-ERR.
           MOVE SPACE TO WRITE-TO.
           IF PASS-MODE = "G" OR PASS-MODE = "R"
               THEN
                   MOVE "G" TO READ-FROM
                   MOVE GEN-LABEL TO READ-LABEL
               ELSE
                   MOVE FT-KIND(FT-IDX) TO READ-FROM
                   MOVE FT-NAME(FT-IDX) TO READ-LABEL
           END-IF.
           IF PASS-MODE = "B"
               THEN
                   MOVE "G" TO WRITE-TO
                   MOVE GEN-LABEL TO WRITE-LABEL
           END-IF.
           IF PASS-MODE = "R"
               THEN
                   MOVE FT-KIND(FT-IDX) TO WRITE-TO
                   MOVE FT-NAME(FT-IDX) TO WRITE-LABEL
           END-IF.
           PERFORM OPEN-READ-SIDE THRU EXIT-OPEN-READ-SIDE.
           EVALUATE READ-STATUS
               WHEN "00"
                   PERFORM COPY-PASS THRU EXIT-COPY-PASS
               WHEN "35"
                   MOVE "Y" TO PASS-MISSING
               WHEN OTHER
                   MOVE "N" TO PASS-OK
                   MOVE "OPEN-READ-SIDE" TO OPS-PARA
                   MOVE READ-LABEL TO OPS-FILE
                   MOVE READ-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-EVALUATE.
       EXIT-RUN-PASS.
           EXIT.

       COPY-PASS.
           IF WRITE-TO NOT = SPACE
               THEN
                   PERFORM OPEN-WRITE-SIDE THRU EXIT-OPEN-WRITE-SIDE
                   IF WRITE-STATUS = "00"
                       THEN
                           MOVE "Y" TO WRITE-OPEN
                       ELSE
                           MOVE "N" TO PASS-OK
                           MOVE "Y" TO READ-EOF
                           MOVE "OPEN-WRITE-SIDE" TO OPS-PARA
                           MOVE WRITE-LABEL TO OPS-FILE
                           MOVE WRITE-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                   END-IF
           END-IF.
           PERFORM UNTIL READ-EOF = "Y"
               PERFORM READ-NEXT-SIDE THRU EXIT-READ-NEXT-SIDE
           END-PERFORM.
           PERFORM CLOSE-SIDES THRU EXIT-CLOSE-SIDES.
       EXIT-COPY-PASS.
           EXIT.

       OPEN-READ-SIDE.
           EVALUATE READ-FROM
               WHEN "G"
                   OPEN INPUT GEN-FILE
                   MOVE GEN-STATUS TO READ-STATUS
               WHEN "P"
                   OPEN INPUT PLAYERS-FILE
                   MOVE PLAYERS-STATUS TO READ-STATUS
               WHEN "A"
                   OPEN INPUT ACHIEVE-FILE
                   MOVE ACHIEVE-STATUS TO READ-STATUS
               WHEN OTHER
                   OPEN INPUT DATA-FILE
                   MOVE DATA-STATUS TO READ-STATUS
           END-EVALUATE.
       EXIT-OPEN-READ-SIDE.
           EXIT.

       OPEN-WRITE-SIDE.
           EVALUATE WRITE-TO
               WHEN "G"
                   OPEN OUTPUT GEN-FILE
                   MOVE GEN-STATUS TO WRITE-STATUS
               WHEN "P"
                   OPEN OUTPUT PLAYERS-FILE
                   MOVE PLAYERS-STATUS TO WRITE-STATUS
               WHEN "A"
                   OPEN OUTPUT ACHIEVE-FILE
                   MOVE ACHIEVE-STATUS TO WRITE-STATUS
               WHEN OTHER
                   OPEN OUTPUT DATA-FILE
                   MOVE DATA-STATUS TO WRITE-STATUS
           END-EVALUATE.
       EXIT-OPEN-WRITE-SIDE.
           EXIT.

       READ-NEXT-SIDE.
           MOVE SPACE TO COPY-BUF.
           EVALUATE READ-FROM
               WHEN "G"
                   READ GEN-FILE INTO COPY-BUF
                       AT END
                           MOVE "Y" TO READ-EOF
                   END-READ
                   MOVE GEN-STATUS TO READ-STATUS
               WHEN "P"
                   READ PLAYERS-FILE INTO COPY-BUF
                       AT END
                           MOVE "Y" TO READ-EOF
                   END-READ
                   MOVE PLAYERS-STATUS TO READ-STATUS
               WHEN "A"
                   READ ACHIEVE-FILE INTO COPY-BUF
                       AT END
                           MOVE "Y" TO READ-EOF
                   END-READ
                   MOVE ACHIEVE-STATUS TO READ-STATUS
               WHEN OTHER
                   READ DATA-FILE INTO COPY-BUF
                       AT END
                           MOVE "Y" TO READ-EOF
                   END-READ
                   MOVE DATA-STATUS TO READ-STATUS
           END-EVALUATE.
           IF READ-EOF NOT = "Y"
               THEN
                   IF READ-STATUS NOT = "00"
                       THEN
                           MOVE "N" TO PASS-OK
                           MOVE "Y" TO READ-EOF
                           MOVE "READ-NEXT-SIDE" TO OPS-PARA
                           MOVE READ-LABEL TO OPS-FILE
                           MOVE READ-STATUS TO OPS-STATUS
                           PERFORM LOG-FILE-ERROR
                               THRU EXIT-LOG-FILE-ERROR
                       ELSE
                           ADD 1 TO PASS-CNT
                           PERFORM ADD-HASH THRU EXIT-ADD-HASH
                           IF WRITE-OPEN = "Y"
                               THEN
                                   PERFORM WRITE-SIDE
                                       THRU EXIT-WRITE-SIDE
                           END-IF
                   END-IF
           END-IF.
       EXIT-READ-NEXT-SIDE.
           EXIT.

      *A VALUE THAT IS NOT NUMERIC IS LEFT OUT OF THE HASH ON BOTH
      *SIDES ALIKE, SO IT CANNOT UPSET THE PROOF
       ADD-HASH.
           IF FT-HASH-LEN(FT-IDX) > 0
                   AND (FT-REC-TYPE(FT-IDX) = SPACE
                       OR FT-REC-TYPE(FT-IDX) = COPY-BUF(1:1))
               THEN
                   MOVE ZERO TO HASH-NUM
                   COMPUTE HASH-AT = 10 - FT-HASH-LEN(FT-IDX)
                   MOVE COPY-BUF(FT-HASH-POS(FT-IDX):
                           FT-HASH-LEN(FT-IDX))
                       TO HASH-PIECE(HASH-AT:FT-HASH-LEN(FT-IDX))
                   IF HASH-NUM IS NUMERIC
                       THEN
                           ADD HASH-NUM TO PASS-HASH
                   END-IF
           END-IF.
       EXIT-ADD-HASH.
           EXIT.

      *ONE OPSLOG LINE PER DAMAGED COPY, NOT ONE PER RECORD
       WRITE-SIDE.
           EVALUATE WRITE-TO
               WHEN "G"
                   WRITE GEN-REC FROM COPY-BUF
                   MOVE GEN-STATUS TO WRITE-STATUS
               WHEN "P"
                   WRITE PLAYER-REC FROM COPY-BUF
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE PLAYERS-STATUS TO WRITE-STATUS
               WHEN "A"
                   WRITE ACHIEVE-REC FROM COPY-BUF
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE ACHIEVE-STATUS TO WRITE-STATUS
               WHEN OTHER
                   WRITE DATA-REC FROM COPY-BUF
                   MOVE DATA-STATUS TO WRITE-STATUS
           END-EVALUATE.
           IF WRITE-STATUS NOT = "00" AND WRITE-ERR NOT = "Y"
               THEN
                   MOVE "Y" TO WRITE-ERR
                   MOVE "N" TO PASS-OK
                   MOVE "WRITE-SIDE" TO OPS-PARA
                   MOVE WRITE-LABEL TO OPS-FILE
                   MOVE WRITE-STATUS TO OPS-STATUS
                   PERFORM LOG-FILE-ERROR THRU EXIT-LOG-FILE-ERROR
           END-IF.
       EXIT-WRITE-SIDE.
           EXIT.

       CLOSE-SIDES.
           EVALUATE READ-FROM
               WHEN "G"
                   CLOSE GEN-FILE
               WHEN "P"
                   CLOSE PLAYERS-FILE
               WHEN "A"
                   CLOSE ACHIEVE-FILE
               WHEN OTHER
                   CLOSE DATA-FILE
           END-EVALUATE.
           IF WRITE-OPEN = "Y"
               THEN
                   EVALUATE WRITE-TO
                       WHEN "G"
                           CLOSE GEN-FILE
                       WHEN "P"
                           CLOSE PLAYERS-FILE
                       WHEN "A"
                           CLOSE ACHIEVE-FILE
                       WHEN OTHER
                           CLOSE DATA-FILE
                   END-EVALUATE
           END-IF.
       EXIT-CLOSE-SIDES.
           EXIT.

      *COMMON FILE-ERROR HANDLER: WARN ON SCREEN, NOTE THE FAILURE
      *IN OPSLOG, AND REMEMBER IT SO THE RUN ENDS WITH A NONZERO
      *RETURN CODE.  CALLERS FILL OPS-PARA/OPS-FILE/OPS-STATUS.
       LOG-FILE-ERROR.
           MOVE "Y" TO ERROR-FLAG.
           DISPLAY "WARNING: file error on " OPS-FILE " status "
               OPS-STATUS " in " OPS-PARA.
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP.
           MOVE "GENBKUP" TO OL-PROGRAM.
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
