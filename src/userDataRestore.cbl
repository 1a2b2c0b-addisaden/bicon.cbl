      * before the chosen date and re-applies it: ADD/CHANGE write
      * the recorded data back, DELETE removes the record - so a
      * fat-fingered delete in the note editor is one restore away
      * from undone. Administrators only, since the journal holds
      * every user's notes; each run is written to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. userDataRestore.
       ENVIRONMENT DIVISION.
       01 WS-HIT-F6             PIC X(500).
       01 WS-HIT-F7             PIC X(60).
       01 WS-HIT-FOUND          PIC X VALUE "N".

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "userDataRestore".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       USERDATARESTORE.
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
           MOVE "userdata.journal" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
           IF WS-SHOWN = 0
               DISPLAY "Keine passenden Journaleintraege."
           END-IF
           MOVE "userdata.journal" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               "Benutzer ", FUNCTION trim(WS-FILTER-USER),
               " Datei ", FUNCTION trim(WS-FILTER-FILE)
           ) TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               "durchgesehen, ", WS-SHOWN, " Eintraege"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           CONTINUE.
       BROWSE-JOURNAL-EXIT.

                   "bis zu diesem Datum."
               EXIT PARAGRAPH
           END-IF
      * a target file that cannot be opened leaves its status behind
           MOVE SPACES TO WS-TARGET-STATUS
           PERFORM APPLY-RESTORE
           IF WS-TARGET-STATUS = "00"
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-WANT-FILE), " ",
                   FUNCTION trim(WS-WANT-KEY)
               ) TO WS-ADM-TARGET
               MOVE FUNCTION concatenate(
                   "Stand ", WS-WANT-DATE
               ) TO WS-ADM-BEFORE
               MOVE FUNCTION concatenate(
                   "wiederhergestellt (", FUNCTION trim(WS-HIT-ACTION),
                   ")"
               ) TO WS-ADM-AFTER
               PERFORM WRITE-ADMIN-LOG
           END-IF
           CONTINUE.
       RESTORE-RECORD-EXIT.

           CONTINUE.
       RESTORE-PROGRESS-EXIT.

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
