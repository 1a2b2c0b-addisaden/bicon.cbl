      * The source file carries one line per entry in the usual
      * ###-delimited interchange format:
      *   number###original word###transliteration###definition
      * The file is shared by every user and replaced as a whole,
      * so only an administrator loads it; each import goes to
      * admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadLexicon.
       ENVIRONMENT DIVISION.
       01 WS-IMPORT-DEFINITION  PIC X(250).
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
       01 WS-OVERWRITE-CONFIRM  PIC 9(1).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadLexicon".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADLEXICON.
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
           DISPLAY "Quelldatei des Lexikons: " WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE FUNCTION trim(WS-IMPORT-FILE) TO WS-IMPORT-FILE
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION concatenate(
               "neu, Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE "lexicon.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE FUNCTION concatenate(
                   "ersetzt, Import aus ", FUNCTION trim(WS-IMPORT-FILE)
               ) TO WS-ADM-BEFORE
               DISPLAY "lexicon.data ist bereits vorhanden und "
                   "wird ueberschrieben."
               DISPLAY "Fortfahren? 1: ja, 2: nein. Auswahl: "

           DISPLAY FUNCTION trim(WS-WRITTEN-COUNT)
               " Lexikon-Eintraege geschrieben."
           MOVE "lexicon.data" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               WS-WRITTEN-COUNT, " Lexikon-Eintraege geschrieben"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       LOADLEXICON-EXIT.

           CONTINUE.
       ROWLEXICON-EXIT.

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
