      * several sets may be installed side by side. Each set lives
      * in <set>.commentary.data, keyed by book/chapter/verse, so
      * readTranslation can show every installed set's entry for
      * the verse being read. The set hauskommentar is reserved for
      * the in-house commentary of commentaryWorkflow.
      *
      * The source file carries one line per entry in the usual
      * ###-delimited interchange format:
      *   book###chapter###verse###text
      * An installed set is replaced as a whole and read by every
      * user, so only an administrator loads one; each import goes
      * to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadCommentary.
       ENVIRONMENT DIVISION.
       01 WS-IMPORT-TEXT        PIC X(500).
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
       01 WS-OVERWRITE-CONFIRM  PIC 9(1).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadCommentary".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADCOMMENTARY.
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
           DISPLAY "Kurzname des Kommentarsatzes: " WITH NO ADVANCING
           ACCEPT WS-COMMENTARY-SET
           IF FUNCTION trim(WS-COMMENTARY-SET) = SPACES
               DISPLAY "Kein Kurzname angegeben."
               EXIT PROGRAM
           END-IF
      * the in-house commentary is built by commentaryWorkflow from
      * its published entries alone
           IF FUNCTION LOWER-CASE(FUNCTION trim(WS-COMMENTARY-SET))
               = "hauskommentar"
               DISPLAY "Der Satz hauskommentar wird von "
                   "commentaryWorkflow gefuehrt und nicht importiert."
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-COMMENTARY-SET),
               ".commentary.data"
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION concatenate(
               "neu, Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE WS-COMMENTARY-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE FUNCTION concatenate(
                   "ersetzt, Import aus ", FUNCTION trim(WS-IMPORT-FILE)
               ) TO WS-ADM-BEFORE
               DISPLAY "Dieser Kommentarsatz ist bereits vorhanden "
                   "und wird ueberschrieben."
               DISPLAY "Fortfahren? 1: ja, 2: nein. Auswahl: "
           DISPLAY FUNCTION trim(WS-WRITTEN-COUNT)
               " Kommentareintraege geschrieben nach "
               FUNCTION trim(WS-COMMENTARY-FILE)
           MOVE WS-COMMENTARY-FILE TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               WS-WRITTEN-COUNT, " Kommentareintraege geschrieben"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       LOADCOMMENTARY-EXIT.

           CONTINUE.
       ROWCOMMENTARY-EXIT.

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
