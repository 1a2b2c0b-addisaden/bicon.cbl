      * The source file carries one line per day in the usual
      * ###-delimited interchange format:
      *   MMDD###title###reference###text
      * The file is shared by every user, so only an administrator
      * loads it; each import goes to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadDevotional.
       ENVIRONMENT DIVISION.
       01 WS-IMPORT-REF         PIC X(50).
       01 WS-IMPORT-TEXT        PIC X(500).
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadDevotional".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADDEVOTIONAL.
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
           DISPLAY "Quelldatei der Andachten: " WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE FUNCTION trim(WS-IMPORT-FILE) TO WS-IMPORT-FILE

           DISPLAY FUNCTION trim(WS-WRITTEN-COUNT)
               " Andachten geschrieben."
           MOVE "devotional.data" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               "Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               WS-WRITTEN-COUNT, " Andachten geschrieben"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       LOADDEVOTIONAL-EXIT.

           CONTINUE.
       ROWDEVOTIONAL-EXIT.

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
