           05 FILLER PIC X(20) VALUE ".layout.data".
           05 FILLER PIC X(20) VALUE ".words.data".
           05 FILLER PIC X(20) VALUE ".words.meta".
           05 FILLER PIC X(20) VALUE ".continuation.data".
           05 FILLER PIC X(20) VALUE ".dictverses.data".
           05 FILLER PIC X(20) VALUE ".txt.tmp".
           05 FILLER PIC X(20) VALUE ".duplicates.log".
           05 FILLER PIC X(20) VALUE ".import.ckpt".
           05 FILLER PIC X(20) VALUE ".update-check.rpt".
       01 WS-PART-SUFFIX-TABLE REDEFINES WS-PART-SUFFIXES.
           05 WS-PART-SUFFIX OCCURS 16 TIMES PIC X(20).
       01 WS-PART-IDX                PIC 9(2).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "removeTranslation".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       REMOVETRANSLATION.
           CALL "lib/checkRole" USING
               WS-ROLE-PROGRAM,
               WS-ROLE-NEEDED,
               WS-ROLE-USER,
               WS-ROLE-ACTUAL,
               WS-ROLE-OK
           END-CALL
           IF WS-ROLE-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           DISPLAY "Kurzname der zu entfernenden Uebersetzung: "
               WITH NO ADVANCING
           ACCEPT WS-SHORT
           DISPLAY "Folgende Dateien werden geloescht:"
           MOVE 0 TO WS-FOUND-COUNT
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 16
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SHORT),
                   FUNCTION trim(WS-PART-SUFFIX(WS-PART-IDX))
      * every part goes together with its .stage build copy and
      * its .prev rollback copy from the staged import
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 16
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SHORT),
                   FUNCTION trim(WS-PART-SUFFIX(WS-PART-IDX))
               CALL "SYSTEM" USING WS-COMMAND
           END-PERFORM

           MOVE WS-SHORT TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               WS-FOUND-COUNT, " Dateien installiert"
           ) TO WS-ADM-BEFORE
           MOVE "entfernt" TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG

           DISPLAY "Uebersetzung " FUNCTION trim(WS-SHORT)
               " entfernt."
           EXIT PROGRAM.
           CONTINUE.
       COUNT-NOTE-HITS-EXIT.

       WRITE-ADMIN-LOG.
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           CONTINUE.
       WRITE-ADMIN-LOG-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
