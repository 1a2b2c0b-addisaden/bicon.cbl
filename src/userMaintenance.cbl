      * Account administration for user.profiles.data: list every
      * user with role and password state, give a user the role
      * of reader (R), group leader (L), commentary reviewer (P) or
      * administrator (A), and
      * reset a forgotten password to a starting password the
      * administrator hands over - it is marked temporary, and the
      * search front end makes the user replace it on the next
      * login. Administrators only; the last administrator cannot
      * be demoted, so the installation never locks itself out.
      * While no administrator is on file at all (a new
      * installation, or user data from before the roles) the
      * program instead asks for the first administrator and that
      * user's password, and does nothing else. Every change is
      * written to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. userMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-USER-PROFILES-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/user-profile-file'.
       WORKING-STORAGE SECTION.
       01 WS-USER-PROFILES-STATUS PIC XX.
       01 WS-PICK               PIC 9(1).
       01 WS-DONE               PIC X VALUE "N".
       01 WS-PROFILES-EOF       PIC X VALUE "N".
       01 WS-TARGET-USER        PIC X(30).
       01 WS-NEW-ROLE           PIC X(1).
       01 WS-OLD-ROLE           PIC X(1).
       01 WS-ADMIN-COUNT        PIC 9(5).
       01 WS-USER-COUNT         PIC 9(5).
       01 WS-ROLE-TEXT          PIC X(14).
       01 WS-PASSWORD-TEXT      PIC X(14).
       01 WS-PASSWORD           PIC X(50).
       01 WS-PASSWORD-AGAIN     PIC X(50).
       01 WS-NEW-HASH           PIC X(16).
       01 WS-PASSWORD-OK        PIC X VALUE "N".
       01 WS-PASSWORD-TRIES     PIC 9(1).

      * lib/formatVersion - a new profile file gets the stamp.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "userMaintenance".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       USERMAINTENANCE.
           MOVE "C" TO WS-FV-ACTION
           MOVE "U" TO WS-FV-KIND
           MOVE SPACES TO WS-FV-SHORT
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           PERFORM OPEN-USER-PROFILES
           PERFORM COUNT-ADMINS
           CLOSE UserProfilesFile
           IF WS-ADMIN-COUNT = 0
               PERFORM CREATE-FIRST-ADMIN
               EXIT PROGRAM
           END-IF

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
           PERFORM OPEN-USER-PROFILES
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY SPACE
               DISPLAY "1: Benutzer anzeigen  2: Rolle setzen  "
                   "3: Kennwort zuruecksetzen  0: Ende. Auswahl: "
                   WITH NO ADVANCING
               ACCEPT WS-PICK
               EVALUATE WS-PICK
                   WHEN 0
                       MOVE "Y" TO WS-DONE
                   WHEN 1
                       PERFORM LIST-USERS
                   WHEN 2
                       PERFORM SET-ROLE
                   WHEN 3
                       PERFORM RESET-PASSWORD
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl."
               END-EVALUATE
           END-PERFORM
           CLOSE UserProfilesFile
           EXIT PROGRAM.
       USERMAINTENANCE-EXIT.

       LIST-USERS.
           MOVE 0 TO WS-USER-COUNT
           DISPLAY "BENUTZER                       ROLLE          "
               "KENNWORT"
           MOVE LOW-VALUES TO USER-PROFILE-KEY
           MOVE "N" TO WS-PROFILES-EOF
           START UserProfilesFile
               KEY IS NOT LESS THAN USER-PROFILE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROFILES-EOF
           END-START
           PERFORM UNTIL WS-PROFILES-EOF = "Y"
               READ UserProfilesFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROFILES-EOF
                   NOT AT END
                       IF NOT USER-PROFILE-IS-CONTROL
                           ADD 1 TO WS-USER-COUNT
                           PERFORM DESCRIBE-PROFILE
                           DISPLAY USER-PROFILE-KEY " " WS-ROLE-TEXT
                               " " WS-PASSWORD-TEXT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-USER-COUNT " Benutzer."
           CONTINUE.
       LIST-USERS-EXIT.

       DESCRIBE-PROFILE.
           EVALUATE USER-PROFILE-ROLE
               WHEN "A"
                   MOVE "Administrator" TO WS-ROLE-TEXT
               WHEN "P"
                   MOVE "Pruefer" TO WS-ROLE-TEXT
               WHEN "L"
                   MOVE "Gruppenleiter" TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE "Leser" TO WS-ROLE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN FUNCTION trim(USER-PROFILE-PASSWORD-HASH) = SPACES
                   MOVE "nicht gesetzt" TO WS-PASSWORD-TEXT
               WHEN USER-PROFILE-PASSWORD-TEMPORARY
                   MOVE "voruebergehend" TO WS-PASSWORD-TEXT
               WHEN OTHER
                   MOVE "gesetzt" TO WS-PASSWORD-TEXT
           END-EVALUATE
           CONTINUE.
       DESCRIBE-PROFILE-EXIT.

       SET-ROLE.
           DISPLAY "Benutzer: " WITH NO ADVANCING
           ACCEPT WS-TARGET-USER
           IF FUNCTION trim(WS-TARGET-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Neue Rolle (R = Leser, L = Gruppenleiter, "
               "P = Pruefer, A = Administrator): " WITH NO ADVANCING
           ACCEPT WS-NEW-ROLE
           MOVE FUNCTION UPPER-CASE(WS-NEW-ROLE) TO WS-NEW-ROLE
           IF WS-NEW-ROLE NOT = "R" AND WS-NEW-ROLE NOT = "L"
               AND WS-NEW-ROLE NOT = "P" AND WS-NEW-ROLE NOT = "A"
               DISPLAY "Ungueltige Rolle."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO USER-PROFILE-KEY
           MOVE FUNCTION trim(WS-TARGET-USER) TO USER-PROFILE-KEY
           READ UserProfilesFile
               INVALID KEY
                   DISPLAY "Kein solcher Benutzer."
                   EXIT PARAGRAPH
           END-READ
           IF USER-PROFILE-IS-CONTROL
               DISPLAY "Kein solcher Benutzer."
               EXIT PARAGRAPH
           END-IF
           MOVE USER-PROFILE-ROLE TO WS-OLD-ROLE
           IF WS-OLD-ROLE = "A" AND WS-NEW-ROLE NOT = "A"
               PERFORM COUNT-ADMINS
               IF WS-ADMIN-COUNT < 2
                   DISPLAY "Der letzte Administrator kann nicht "
                       "herabgestuft werden."
                   EXIT PARAGRAPH
               END-IF
      * the count walked the file; fetch the target again
               MOVE SPACES TO USER-PROFILE-KEY
               MOVE FUNCTION trim(WS-TARGET-USER) TO USER-PROFILE-KEY
               READ UserProfilesFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE WS-NEW-ROLE TO USER-PROFILE-ROLE
           REWRITE USER-PROFILE-RECORD
           END-REWRITE
           PERFORM DESCRIBE-PROFILE
           DISPLAY FUNCTION trim(WS-TARGET-USER) " ist jetzt "
               FUNCTION trim(WS-ROLE-TEXT) "."
           MOVE FUNCTION concatenate("Rolle ", WS-OLD-ROLE)
               TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate("Rolle ", WS-NEW-ROLE)
               TO WS-ADM-AFTER
           PERFORM LOG-CHANGE
           CONTINUE.
       SET-ROLE-EXIT.

       RESET-PASSWORD.
           DISPLAY "Benutzer: " WITH NO ADVANCING
           ACCEPT WS-TARGET-USER
           IF FUNCTION trim(WS-TARGET-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE FUNCTION trim(WS-TARGET-USER) TO USER-PROFILE-KEY
           READ UserProfilesFile
               INVALID KEY
                   DISPLAY "Kein solcher Benutzer."
                   EXIT PARAGRAPH
           END-READ
           IF USER-PROFILE-IS-CONTROL
               DISPLAY "Kein solcher Benutzer."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-TARGET-USER) = "GAST"
               DISPLAY "GAST meldet sich ohne Kennwort an."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Startkennwort fuer " FUNCTION trim(WS-TARGET-USER)
               " - bei der naechsten Anmeldung zu aendern."
           PERFORM ACCEPT-NEW-PASSWORD
           IF WS-PASSWORD-OK NOT = "Y"
               DISPLAY "Kennwort nicht geaendert."
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIBE-PROFILE
           MOVE FUNCTION concatenate("Kennwort ",
               FUNCTION trim(WS-PASSWORD-TEXT)) TO WS-ADM-BEFORE
           MOVE WS-NEW-HASH TO USER-PROFILE-PASSWORD-HASH
           MOVE "T" TO USER-PROFILE-PASSWORD-STATE
           REWRITE USER-PROFILE-RECORD
           END-REWRITE
           MOVE SPACES TO WS-NEW-HASH
           DISPLAY "Startkennwort gesetzt - "
               FUNCTION trim(WS-TARGET-USER)
               " muss es bei der naechsten Anmeldung aendern."
           MOVE "Kennwort voruebergehend" TO WS-ADM-AFTER
           PERFORM LOG-CHANGE
           CONTINUE.
       RESET-PASSWORD-EXIT.

      * The gate of this program needs an administrator, so the
      * first one cannot be made through it; whoever sets up the
      * installation names that user here and gives the password
      * right away - it is not temporary.
       CREATE-FIRST-ADMIN.
           DISPLAY "Noch kein Administrator eingetragen."
           DISPLAY "Benutzer fuer den ersten Administrator: "
               WITH NO ADVANCING
           ACCEPT WS-TARGET-USER
           IF FUNCTION trim(WS-TARGET-USER) = SPACES
               OR WS-TARGET-USER(1:1) = "*"
               OR FUNCTION trim(WS-TARGET-USER) = "GAST"
               DISPLAY "Kein Administrator angelegt."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-NEW-PASSWORD
           IF WS-PASSWORD-OK NOT = "Y"
               DISPLAY "Kein Administrator angelegt."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-USER-PROFILES
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE FUNCTION trim(WS-TARGET-USER) TO USER-PROFILE-KEY
           READ UserProfilesFile
               INVALID KEY
                   MOVE "neuer Benutzer" TO WS-ADM-BEFORE
                   MOVE SPACES TO USER-PROFILE-RECORD
                   MOVE FUNCTION trim(WS-TARGET-USER)
                       TO USER-PROFILE-KEY
                   MOVE "A" TO USER-PROFILE-ROLE
                   MOVE WS-NEW-HASH TO USER-PROFILE-PASSWORD-HASH
                   WRITE USER-PROFILE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE FUNCTION concatenate("Rolle ",
                       USER-PROFILE-ROLE) TO WS-ADM-BEFORE
                   MOVE "A" TO USER-PROFILE-ROLE
                   MOVE WS-NEW-HASH TO USER-PROFILE-PASSWORD-HASH
                   MOVE SPACE TO USER-PROFILE-PASSWORD-STATE
                   REWRITE USER-PROFILE-RECORD
                   END-REWRITE
           END-READ
           CLOSE UserProfilesFile
           MOVE SPACES TO WS-NEW-HASH
           DISPLAY FUNCTION trim(WS-TARGET-USER)
               " ist jetzt Administrator. Nach der Anmeldung im "
               "Suchprogramm als " FUNCTION trim(WS-TARGET-USER)
               " hier die weiteren Benutzer pflegen."
      * no session user is known yet; the new administrator stands
      * for the entry
           MOVE FUNCTION trim(WS-TARGET-USER) TO WS-ROLE-USER
           MOVE "Rolle A, Kennwort gesetzt" TO WS-ADM-AFTER
           PERFORM LOG-CHANGE
           CONTINUE.
       CREATE-FIRST-ADMIN-EXIT.

      * The password is typed twice without echo and only its hash
      * for WS-TARGET-USER is kept, in WS-NEW-HASH.
       ACCEPT-NEW-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK
           MOVE SPACES TO WS-NEW-HASH
           PERFORM VARYING WS-PASSWORD-TRIES FROM 1 BY 1
               UNTIL WS-PASSWORD-TRIES > 3 OR WS-PASSWORD-OK = "Y"
               DISPLAY "Kennwort: " WITH NO ADVANCING
               PERFORM ACCEPT-PASSWORD
               MOVE WS-PASSWORD TO WS-PASSWORD-AGAIN
               DISPLAY "Kennwort wiederholen: " WITH NO ADVANCING
               PERFORM ACCEPT-PASSWORD
               EVALUATE TRUE
                   WHEN FUNCTION trim(WS-PASSWORD) = SPACES
                       DISPLAY "Ein leeres Kennwort ist nicht "
                           "erlaubt."
                   WHEN WS-PASSWORD NOT = WS-PASSWORD-AGAIN
                       DISPLAY "Die Kennwoerter stimmen nicht "
                           "ueberein."
                   WHEN OTHER
                       CALL "lib/passwordHash" USING
                           WS-TARGET-USER,
                           WS-PASSWORD,
                           WS-NEW-HASH
                       END-CALL
                       MOVE "Y" TO WS-PASSWORD-OK
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-PASSWORD
           MOVE SPACES TO WS-PASSWORD-AGAIN
           CONTINUE.
       ACCEPT-NEW-PASSWORD-EXIT.

       ACCEPT-PASSWORD.
           CALL "SYSTEM" USING "stty -echo 2>/dev/null" END-CALL
           MOVE SPACES TO WS-PASSWORD
           ACCEPT WS-PASSWORD
           CALL "SYSTEM" USING "stty echo 2>/dev/null" END-CALL
           DISPLAY SPACE
           CONTINUE.
       ACCEPT-PASSWORD-EXIT.

       LOG-CHANGE.
           MOVE FUNCTION trim(WS-TARGET-USER) TO WS-ADM-TARGET
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           CONTINUE.
       LOG-CHANGE-EXIT.

       COUNT-ADMINS.
           MOVE 0 TO WS-ADMIN-COUNT
           MOVE LOW-VALUES TO USER-PROFILE-KEY
           MOVE "N" TO WS-PROFILES-EOF
           START UserProfilesFile
               KEY IS NOT LESS THAN USER-PROFILE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROFILES-EOF
           END-START
           PERFORM UNTIL WS-PROFILES-EOF = "Y"
               READ UserProfilesFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROFILES-EOF
                   NOT AT END
                       IF USER-PROFILE-ROLE = "A"
                           ADD 1 TO WS-ADMIN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       COUNT-ADMINS-EXIT.

       OPEN-USER-PROFILES.
           OPEN I-O UserProfilesFile
           IF WS-USER-PROFILES-STATUS = "35"
               OPEN OUTPUT UserProfilesFile
               CLOSE UserProfilesFile
               MOVE "S" TO WS-FV-ACTION
               MOVE "U" TO WS-FV-KIND
               MOVE SPACES TO WS-FV-SHORT
               MOVE 0 TO WS-FV-VERSION
               CALL "lib/formatVersion" USING
                   WS-FV-ACTION,
                   WS-FV-KIND,
                   WS-FV-SHORT,
                   WS-FV-VERSION,
                   WS-FV-CURRENT,
                   WS-FV-OK
               END-CALL
               OPEN I-O UserProfilesFile
           END-IF
           CONTINUE.
       OPEN-USER-PROFILES-EXIT.
           END PROGRAM userMaintenance.
