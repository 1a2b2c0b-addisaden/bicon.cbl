               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GROUP-MEMBER-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT SHARED-NOTES-FILE ASSIGN TO "notes.shared.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHARED-NOTE-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-SHARED-STATUS.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-DEL-VERSE          PIC 9(3).
       01 WS-DEL-BOOK           PIC 9(3).
       01 WS-DEL-AUTHOR         PIC X(30).
       01 WS-DEL-CONFIRM        PIC X(1).

      * A published note is removed only as the moderator saw it:
      * read again WITH LOCK right before the delete, a lock held
      * elsewhere (status 51) or a changed text leaves it alone.
       01 WS-NOTE-BEFORE        PIC X(500).
       01 WS-EDIT-CONFLICT      PIC X VALUE "N".
       01 WS-JRN-FILE           PIC X(30)
           VALUE "notes.shared.data".
       01 WS-JRN-ACTION         PIC X(6).
       01 WS-JRN-KEY            PIC X(100).
       01 WS-JRN-DATA           PIC X(500).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "groupNotes".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "L".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).
       PROCEDURE DIVISION.
       GROUPNOTES.
           PERFORM LOAD-USER
               MOVE WS-GROUP-NAME TO GROUP-MEMBER-GROUP
               MOVE FUNCTION trim(WS-USERNAME) TO GROUP-MEMBER-USER
               MOVE "L" TO GROUP-MEMBER-ROLE
      * the group may have been set up at another terminal since
      * CHECK-MEMBERSHIP looked; its leader stays
               WRITE GROUP-MEMBER-RECORD
                   INVALID KEY
                       DISPLAY "Gruppe inzwischen von jemand "
                           "anderem angelegt - bitte erneut."
                   NOT INVALID KEY
                       DISPLAY "Gruppe " FUNCTION trim(WS-GROUP-NAME)
                           " angelegt; du bist Gruppenleiter."
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-LEADER = "N"
           MOVE WS-GROUP-NAME TO GROUP-MEMBER-GROUP
           MOVE FUNCTION trim(WS-MEMBER-NAME) TO GROUP-MEMBER-USER
           MOVE "M" TO GROUP-MEMBER-ROLE
      * an existing membership - a leader's above all - is not
      * overwritten
           WRITE GROUP-MEMBER-RECORD
               INVALID KEY
                   DISPLAY "Ist bereits Mitglied dieser Gruppe."
               NOT INVALID KEY
                   DISPLAY "Mitglied aufgenommen."
           END-WRITE
           CONTINUE.
       ADD-MEMBER-EXIT.

       LIST-GROUP-NOTES-EXIT.

       MODERATE-NOTE.
           CALL "lib/checkRole" USING
               WS-ROLE-PROGRAM,
               WS-ROLE-NEEDED,
               WS-ROLE-USER,
               WS-ROLE-ACTUAL,
               WS-ROLE-OK
           END-CALL
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      * an administrator may moderate any group
           IF WS-IS-LEADER = "N" AND WS-ROLE-ACTUAL NOT = "A"
               DISPLAY "Nur der Gruppenleiter moderiert."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEL-CHAPTER TO SHARED-NOTE-CHAPTER
           MOVE WS-DEL-VERSE TO SHARED-NOTE-VERSE
           MOVE FUNCTION trim(WS-DEL-AUTHOR) TO SHARED-NOTE-AUTHOR
           READ SHARED-NOTES-FILE
               INVALID KEY
                   DISPLAY "Keine solche Notiz."
                   EXIT PARAGRAPH
           END-READ
           MOVE SHARED-NOTE-TEXT TO WS-NOTE-BEFORE
           DISPLAY "Notiz: " FUNCTION trim(SHARED-NOTE-TEXT)
           DISPLAY "Entfernen (J/N)? " WITH NO ADVANCING
           ACCEPT WS-DEL-CONFIRM
           IF FUNCTION UPPER-CASE(WS-DEL-CONFIRM) NOT = "J"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EDIT-CONFLICT
           READ SHARED-NOTES-FILE WITH LOCK
               INVALID KEY
                   MOVE "C" TO WS-EDIT-CONFLICT
               NOT INVALID KEY
                   IF SHARED-NOTE-TEXT NOT = WS-NOTE-BEFORE
                       MOVE "C" TO WS-EDIT-CONFLICT
                   END-IF
           END-READ
           IF WS-SHARED-STATUS = "51"
               MOVE "L" TO WS-EDIT-CONFLICT
           END-IF
           IF WS-EDIT-CONFLICT = "L"
               DISPLAY "Notiz wird gerade von jemand anderem "
                   "bearbeitet - nicht entfernt."
               EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-CONFLICT = "C"
               UNLOCK SHARED-NOTES-FILE
               DISPLAY "Notiz inzwischen von jemand anderem "
                   "geaendert - nicht entfernt."
               EXIT PARAGRAPH
           END-IF

           DELETE SHARED-NOTES-FILE RECORD
               INVALID KEY
                   DISPLAY "Keine solche Notiz."
                       WS-JRN-DATA
                   END-CALL
           END-DELETE
           UNLOCK SHARED-NOTES-FILE
           CONTINUE.
       MODERATE-NOTE-EXIT.

