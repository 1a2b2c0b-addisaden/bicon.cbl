       01 WS-VAL-VERSIF         PIC X(20).
       01 WS-VAL-KEEP           PIC X(10).
       01 WS-VAL-CATALOG        PIC X(10).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "configMaintenance".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       CONFIGMAINTENANCE.
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
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-ALL-CONFIGS
               DISPLAY SPACE
       ASK-NEW-VALUE-EXIT.

       WRITE-CONFIG-VALUE.
           PERFORM READ-CONFIG-VALUE
           MOVE WS-CONFIG-NAME TO WS-ADM-TARGET
           MOVE WS-CURRENT-VALUE TO WS-ADM-BEFORE
           MOVE WS-NEW-VALUE TO WS-ADM-AFTER
           IF WS-NEW-VALUE = "-"
               CALL "SYSTEM"
                   USING FUNCTION concatenate(
                     "rm -f ", FUNCTION trim(WS-CONFIG-NAME))
               END-CALL
               PERFORM WRITE-ADMIN-LOG
               DISPLAY FUNCTION trim(WS-CONFIG-NAME)
                   " entfernt (Standard gilt wieder)."
               EXIT PARAGRAPH
           MOVE WS-NEW-VALUE TO CONFIG-RECORD
           WRITE CONFIG-RECORD
           CLOSE CONFIG-FILE
           PERFORM WRITE-ADMIN-LOG
           DISPLAY FUNCTION trim(WS-CONFIG-NAME) " geschrieben."
           CONTINUE.
       WRITE-CONFIG-VALUE-EXIT.
           CONTINUE.
       VALIDATE-NUMERIC-EXIT.

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
