       01 WS-CLONE-FROM         PIC X(2).
       01 WS-CLONE-TO           PIC X(2).
       01 WS-CLONED-COUNT       PIC 9(3).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "langMaintenance".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LANGMAINTENANCE.
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
           MOVE "menu.lang" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
           END-IF

           MOVE "N" TO WS-KEY-FOUND
           MOVE FUNCTION concatenate(
               "menu.lang ", WS-EDIT-LANG, " ",
               FUNCTION trim(WS-EDIT-KEY)
           ) TO WS-ADM-TARGET
           MOVE SPACES TO WS-ADM-BEFORE
           MOVE WS-EDIT-VALUE TO WS-ADM-AFTER
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-LANG(WS-ROW-IDX) = WS-EDIT-LANG
                   AND FUNCTION trim(WS-ROW-KEY(WS-ROW-IDX))
                       = FUNCTION trim(WS-EDIT-KEY)
                   MOVE WS-ROW-VALUE(WS-ROW-IDX) TO WS-ADM-BEFORE
                   MOVE WS-EDIT-VALUE TO WS-ROW-VALUE(WS-ROW-IDX)
                   MOVE "Y" TO WS-KEY-FOUND
               END-IF
           IF WS-CLONED-COUNT = 0
               DISPLAY "Nichts zu klonen."
           ELSE
               MOVE FUNCTION concatenate(
                   "menu.lang ", WS-CLONE-TO
               ) TO WS-ADM-TARGET
               MOVE SPACES TO WS-ADM-BEFORE
               MOVE FUNCTION concatenate(
                   WS-CLONED-COUNT, " Schluessel aus ", WS-CLONE-FROM
               ) TO WS-ADM-AFTER
               PERFORM WRITE-MENU-LANG
               DISPLAY WS-CLONED-COUNT " Schluessel nach "
                   WS-CLONE-TO " uebernommen - jetzt Stueck fuer"
               WRITE MenuLangRecord
           END-PERFORM
           CLOSE MenuLangFile
           PERFORM WRITE-ADMIN-LOG
           CONTINUE.
       WRITE-MENU-LANG-EXIT.

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
