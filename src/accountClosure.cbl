      * Account closure: the opposite of userExtract. Everything a
      * departed member left in the user data files is either
      * deleted or rewritten under a pseudonym (so plan, group and
      * search statistics keep their counts without the name):
      * user.profiles.data, bookmarks.data, notes.data,
      * highlights.data, notes.shared.data, groups.data,
      * meetings.data, classes.data, memory.assign.data,
      * memory.recital.data, trainer.schedule.data,
      * plan.enrollment.data,
      * plan.progress.data, reading.journal, search.log with its
      * monthly archives search.log.JJJJMM and the user-data
      * journal. reading.position and saved.searches carry no user
      * name and are only confirmed as such. The profile itself is
      * always deleted - a pseudonym must not be a login anyone
      * could claim: it always starts with "*", which no login can,
      * and one that is already a user in user.profiles.data is
      * refused. A renamed record whose key is already taken under
      * the pseudonym never replaces the existing one; it is
      * removed and counted in the certificate. For the same
      * reason the read marker in notes.seen.data, the pending
      * notices in wording.changes, the user's block in the
      * <short>.wording.rpt reports and the files named after the
      * user (<user>.extract.*, <user>.*.ics,
      * <user>.import.txt/.rej, <user>.studienbibel.txt) are
      * removed in both modes. The in-house commentary is
      * congregation work: on deletion the user's drafts and
      * entries in review go with their revisions, published
      * entries and the revisions of other entries stay with the
      * name replaced by *GELOESCHT; under a pseudonym everything
      * is renamed. access.log and admin.log are audit trails and stay
      * as they are. A certificate <user>.closure.txt lists per
      * file what was removed, renamed or deliberately kept.
      * Administrators only.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. accountClosure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BOOKMARKS-FILE ASSIGN TO "bookmarks.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKMARK-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BIBLE-NOTES-FILE ASSIGN TO "notes.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-NOTE-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT HIGHLIGHTS-FILE ASSIGN TO "highlights.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIGHLIGHT-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SHARED-NOTES-FILE ASSIGN TO "notes.shared.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHARED-NOTE-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT GROUP-MEMBER-FILE ASSIGN TO "groups.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GROUP-MEMBER-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT MEETING-FILE ASSIGN TO "meetings.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEETING-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CLASS-MEMBER-FILE ASSIGN TO "classes.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-MEMBER-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT MEMORY-ASSIGN-FILE ASSIGN TO "memory.assign.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMORY-ASSIGN-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT RECITAL-FILE ASSIGN TO "memory.recital.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECITAL-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TRAINER-FILE ASSIGN TO "trainer.schedule.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAIN-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "plan.enrollment.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "plan.progress.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROGRESS-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT NOTES-SEEN-FILE ASSIGN TO "notes.seen.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEEN-USER
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COMMENTARY-ENTRY-FILE
               ASSIGN TO "commentary.entries.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMMENTARY-ENTRY-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COMMENTARY-REVISION-FILE
               ASSIGN TO "commentary.revisions.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMMENTARY-REVISION-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CLOSURE-LIST-FILE ASSIGN TO "closure.list.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SEQ-OLD-FILE ASSIGN TO WS-SEQ-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SEQ-NEW-FILE ASSIGN TO WS-SEQ-NEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CERTIFICATE-FILE ASSIGN TO WS-CERT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/user-profile-file'.
           COPY 'cpy/file-section/bible-notes-file'.
           COPY 'cpy/file-section/shared-notes-file'.
           COPY 'cpy/file-section/group-member-file'.
           COPY 'cpy/file-section/group-meeting-file'.
           COPY 'cpy/file-section/memory-class-file'.
           COPY 'cpy/file-section/memory-assign-file'.
           COPY 'cpy/file-section/memory-recital-file'.
           COPY 'cpy/file-section/commentary-entry-file'.
           COPY 'cpy/file-section/commentary-revision-file'.
       FD BOOKMARKS-FILE.
       01 BOOKMARK-RECORD.
           05 BOOKMARK-KEY.
               10 BOOKMARK-USER     PIC X(30).
               10 BOOKMARK-SHORT    PIC X(32).
               10 BOOKMARK-BOOK     PIC 9(3).
               10 BOOKMARK-CHAPTER  PIC 9(3).
               10 BOOKMARK-VERSE    PIC 9(3).
           05 BOOKMARK-TEXT         PIC X(500).
       FD HIGHLIGHTS-FILE.
       01 HIGHLIGHT-RECORD.
           05 HIGHLIGHT-KEY.
               10 HIGHLIGHT-USER     PIC X(30).
               10 HIGHLIGHT-SHORT    PIC X(32).
               10 HIGHLIGHT-BOOK     PIC 9(3).
               10 HIGHLIGHT-CHAPTER  PIC 9(3).
               10 HIGHLIGHT-VERSE    PIC 9(3).
           05 HIGHLIGHT-CATEGORY     PIC X(12).
       FD TRAINER-FILE.
       01 TRAIN-RECORD.
           05 TRAIN-KEY.
               10 TRAIN-USER        PIC X(30).
               10 TRAIN-SHORT       PIC X(32).
               10 TRAIN-BOOK        PIC 9(3).
               10 TRAIN-CHAPTER     PIC 9(3).
               10 TRAIN-VERSE       PIC 9(3).
           05 TRAIN-DUE-DATE        PIC 9(8).
           05 TRAIN-INTERVAL        PIC 9(3).
       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           05 ENROLL-KEY.
               10 ENROLL-USER      PIC X(30).
               10 ENROLL-PLAN      PIC X(20).
           05 ENROLL-START-DATE    PIC 9(8).
       FD PROGRESS-FILE.
       01 PROGRESS-RECORD.
           05 PROGRESS-KEY.
               10 PROGRESS-USER    PIC X(30).
               10 PROGRESS-PLAN    PIC X(20).
               10 PROGRESS-DAY     PIC 9(3).
           05 PROGRESS-DONE-DATE   PIC 9(8).
       FD NOTES-SEEN-FILE.
       01 NOTES-SEEN-RECORD.
           05 SEEN-USER             PIC X(30).
           05 SEEN-STAMP            PIC X(17).
       FD CLOSURE-LIST-FILE.
       01 CLOSURE-LIST-RECORD PIC X(250).
       FD SEQ-OLD-FILE.
       01 SEQ-OLD-RECORD PIC X(800).
       FD SEQ-NEW-FILE.
       01 SEQ-NEW-RECORD PIC X(800).
       FD CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-CLOSE-USER         PIC X(30).
       01 WS-PSEUDONYM          PIC X(30).
       01 WS-CLOSE-MODE         PIC 9(1).
         88 WS-CLOSE-DELETE     VALUE 1.
         88 WS-CLOSE-ANONYMIZE  VALUE 2.
       01 WS-CONFIRM            PIC X(1).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-SOURCE-STATUS      PIC XX.
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-SAVED-RECORD       PIC X(800).
       01 WS-PURGE-COUNT        PIC 9(7).
       01 WS-TOTAL-COUNT        PIC 9(7) VALUE 0.
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-CERT-FILE          PIC X(100).
       01 WS-CERT-SOURCE        PIC X(30).
       01 WS-CERT-NOTE          PIC X(60).
       01 WS-CERT-VERB          PIC X(20).
       01 WS-LEADER-GROUPS      PIC X(120) VALUE SPACES.
       01 WS-MEET-IDX           PIC 9(3).
       01 WS-MEET-SHIFT         PIC 9(3).
       01 WS-MEET-CHANGED       PIC X VALUE "N".

      * Name left in records that are kept: the pseudonym, or on
      * deletion a name no login can take.
       01 WS-STAND-IN           PIC X(30).
      * Renamed records whose key is already taken under the
      * pseudonym: the existing record is left alone, the user's
      * copy goes and is listed as such.
       01 WS-CLASH-COUNT        PIC 9(7) VALUE 0.
       01 WS-CLASH-TOTAL        PIC 9(7) VALUE 0.
       01 WS-PSEUDONYM-TAKEN    PIC X VALUE "N".
       01 WS-KEEP-COUNT         PIC 9(7).
       01 WS-REVIEW-COUNT       PIC 9(7).
       01 WS-COMM-CHANGED       PIC X VALUE "N".
       01 WS-COMM-ID            PIC 9(6).
       01 WS-ENTRIES-OPEN       PIC X VALUE "N".
       01 WS-ENTRY-GONE         PIC X VALUE "N".

      * File lists (ls into closure.list.tmp) and the state of the
      * walk through a wording report.
       01 WS-LIST-EOF           PIC X VALUE "N".
       01 WS-LIST-COUNT         PIC 9(5).
       01 WS-RPT-IN-USER        PIC X VALUE "N".
       01 WS-RPT-BLANK-HELD     PIC X VALUE "N".

      * Line-sequential files are copied to <file>.new without (or
      * with renamed) lines of the user and moved back.
       01 WS-SEQ-FILE           PIC X(100).
       01 WS-SEQ-NEW-FILE       PIC X(100).
       01 WS-SEQ-EOF            PIC X VALUE "N".
       01 WS-SEQ-F1             PIC X(60).
       01 WS-SEQ-USER           PIC X(30).
       01 WS-SEQ-HEAD           PIC X(60).
       01 WS-SEQ-DATE           PIC X(8).
       01 WS-SEQ-TIME           PIC X(8).
       01 WS-SEQ-PTR            PIC 9(4).
       01 WS-SEQ-REST           PIC X(800).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "accountClosure".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       ACCOUNTCLOSURE.
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

           DISPLAY "Benutzerkonto schliessen - Benutzername: "
               WITH NO ADVANCING
           ACCEPT WS-CLOSE-USER
           MOVE FUNCTION trim(WS-CLOSE-USER) TO WS-CLOSE-USER
           IF WS-CLOSE-USER = SPACES
               DISPLAY "Kein Benutzer angegeben."
               EXIT PROGRAM
           END-IF
           IF WS-CLOSE-USER = WS-ROLE-USER
               DISPLAY "Das eigene Konto kann nicht geschlossen "
                   "werden."
               EXIT PROGRAM
           END-IF

           DISPLAY "1: alle Daten loeschen  "
               "2: Daten unter Pseudonym behalten. Auswahl: "
               WITH NO ADVANCING
           ACCEPT WS-CLOSE-MODE
           IF NOT WS-CLOSE-DELETE AND NOT WS-CLOSE-ANONYMIZE
               DISPLAY "Ungueltige Auswahl."
               EXIT PROGRAM
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-PSEUDONYM
           IF WS-CLOSE-ANONYMIZE
               DISPLAY "Pseudonym (leer = automatisch): "
                   WITH NO ADVANCING
               ACCEPT WS-PSEUDONYM
               MOVE FUNCTION trim(WS-PSEUDONYM) TO WS-PSEUDONYM
               IF WS-PSEUDONYM = SPACES
                   MOVE FUNCTION concatenate(
                       "ANON-", WS-NOW-DATE, "-", WS-NOW-TIME(1:6)
                   ) TO WS-PSEUDONYM
               END-IF
      * a pseudonym starts with "*" like the deletion stand-in, so
      * no one can register it and log in as the departed member
               IF WS-PSEUDONYM(1:1) NOT = "*"
                   MOVE FUNCTION concatenate(
                       "*", FUNCTION trim(WS-PSEUDONYM)
                   ) TO WS-PSEUDONYM
               END-IF
               IF WS-PSEUDONYM = WS-CLOSE-USER
                   OR WS-PSEUDONYM = "*GELOESCHT"
                   DISPLAY "Das Pseudonym muss sich vom Namen "
                       "unterscheiden."
                   EXIT PROGRAM
               END-IF
               PERFORM CHECK-PSEUDONYM-FREE
               IF WS-PSEUDONYM-TAKEN = "Y"
                   DISPLAY "Das Pseudonym "
                       FUNCTION trim(WS-PSEUDONYM)
                       " ist bereits ein Benutzer."
                   EXIT PROGRAM
               END-IF
           END-IF

           DISPLAY SPACE
           IF WS-CLOSE-ANONYMIZE
               DISPLAY "Alle Daten von " FUNCTION trim(WS-CLOSE-USER)
                   " werden auf " FUNCTION trim(WS-PSEUDONYM)
                   " umgeschrieben, das Profil geloescht."
           ELSE
               DISPLAY "Alle Daten von " FUNCTION trim(WS-CLOSE-USER)
                   " werden endgueltig geloescht."
           END-IF
           DISPLAY "Fortfahren? (J/N) " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "J"
               DISPLAY "Abgebrochen."
               EXIT PROGRAM
           END-IF

           MOVE 0 TO WS-CLASH-COUNT
           MOVE 0 TO WS-CLASH-TOTAL
           IF WS-CLOSE-ANONYMIZE
               MOVE "umbenannt" TO WS-CERT-VERB
               MOVE WS-PSEUDONYM TO WS-STAND-IN
           ELSE
               MOVE "geloescht" TO WS-CERT-VERB
               MOVE "*GELOESCHT" TO WS-STAND-IN
           END-IF
           PERFORM OPEN-CERTIFICATE

           PERFORM PURGE-PROFILE
           PERFORM PURGE-BOOKMARKS
           PERFORM PURGE-NOTES
           PERFORM PURGE-HIGHLIGHTS
           PERFORM PURGE-SHARED-NOTES
           PERFORM PURGE-GROUPS
           PERFORM PURGE-MEETINGS
           PERFORM PURGE-CLASSES
           PERFORM PURGE-MEMORY-ASSIGN
           PERFORM PURGE-RECITALS
           PERFORM PURGE-TRAINER
           PERFORM PURGE-ENROLLMENT
           PERFORM PURGE-PROGRESS
           PERFORM CONFIRM-NO-USER-FILES

           MOVE "reading.journal" TO WS-SEQ-FILE
           PERFORM PURGE-FIELD-TWO-LOG
           MOVE "userdata.journal" TO WS-SEQ-FILE
           PERFORM PURGE-FIELD-TWO-LOG
           PERFORM PURGE-SEARCH-LOG
           PERFORM PURGE-SEARCH-ARCHIVES
           PERFORM PURGE-NOTES-SEEN
           PERFORM PURGE-WORDING-CHANGES
           PERFORM PURGE-WORDING-REPORTS
           PERFORM PURGE-COMMENTARY-ENTRIES
           PERFORM PURGE-COMMENTARY-REVISIONS
           PERFORM PURGE-EXTRACTS
           PERFORM PURGE-USER-FILES
           PERFORM CONFIRM-AUDIT-LOGS

           PERFORM CLOSE-CERTIFICATE

           MOVE WS-CLOSE-USER TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               WS-TOTAL-COUNT, " Datensaetze"
           ) TO WS-ADM-BEFORE
           IF WS-CLOSE-ANONYMIZE
               MOVE FUNCTION concatenate(
                   "pseudonymisiert als ", FUNCTION trim(WS-PSEUDONYM)
               ) TO WS-ADM-AFTER
           ELSE
               MOVE "geloescht" TO WS-ADM-AFTER
           END-IF
           PERFORM WRITE-ADMIN-LOG

           DISPLAY WS-TOTAL-COUNT " Datensaetze "
               FUNCTION trim(WS-CERT-VERB)
               ". Nachweis: " FUNCTION trim(WS-CERT-FILE)
           IF WS-CLASH-TOTAL > 0
               DISPLAY "HINWEIS: " WS-CLASH-TOTAL " Datensaetze "
                   "nicht umbenannt - der Schluessel war unter dem "
                   "Pseudonym schon belegt; sie sind geloescht."
           END-IF
           EXIT PROGRAM.
       ACCOUNTCLOSURE-EXIT.

      * The pseudonym must not be an existing account - its data
      * would mix with the departed member's.
       CHECK-PSEUDONYM-FREE.
           MOVE "N" TO WS-PSEUDONYM-TAKEN
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UserProfilesFile
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE WS-PSEUDONYM TO USER-PROFILE-KEY
           READ UserProfilesFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PSEUDONYM-TAKEN
           END-READ
           CLOSE UserProfilesFile
           CONTINUE.
       CHECK-PSEUDONYM-FREE-EXIT.

       OPEN-CERTIFICATE.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CLOSE-USER), ".closure.txt"
           ) TO WS-CERT-FILE
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE "NACHWEIS UEBER DIE SCHLIESSUNG EINES BENUTZERKONTOS"
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE ALL "=" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE FUNCTION concatenate(
               "Benutzer:       ", FUNCTION trim(WS-CLOSE-USER)
           ) TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE FUNCTION concatenate(
               "Datum/Zeit:     ", WS-NOW-DATE, " ", WS-NOW-TIME
           ) TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           IF WS-CLOSE-ANONYMIZE
               MOVE FUNCTION concatenate(
                   "Verfahren:      pseudonymisiert als ",
                   FUNCTION trim(WS-PSEUDONYM)
               ) TO CERTIFICATE-RECORD
           ELSE
               MOVE "Verfahren:      geloescht"
                   TO CERTIFICATE-RECORD
           END-IF
           WRITE CERTIFICATE-RECORD
           MOVE FUNCTION concatenate(
               "Durchgefuehrt:  ", FUNCTION trim(WS-ROLE-USER)
           ) TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE ALL "-" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           CONTINUE.
       OPEN-CERTIFICATE-EXIT.

       CLOSE-CERTIFICATE.
           MOVE ALL "-" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE FUNCTION concatenate(
               "Insgesamt ", WS-TOTAL-COUNT, " Datensaetze ",
               FUNCTION trim(WS-CERT-VERB), "."
           ) TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           IF WS-LEADER-GROUPS NOT = SPACES
               MOVE FUNCTION concatenate(
                   "Hinweis: Gruppe(n) ohne bisherigen Leiter: ",
                   FUNCTION trim(WS-LEADER-GROUPS)
               ) TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF
           CLOSE CERTIFICATE-FILE
           IF WS-LEADER-GROUPS NOT = SPACES
               DISPLAY "HINWEIS: " FUNCTION trim(WS-CLOSE-USER)
                   " war Leiter von: "
                   FUNCTION trim(WS-LEADER-GROUPS)
                   " - neuen Leiter in groupNotes bestimmen."
           END-IF
           CONTINUE.
       CLOSE-CERTIFICATE-EXIT.

      * One certificate line per source file: name, count, verb.
       WRITE-CERT-LINE.
           ADD WS-PURGE-COUNT TO WS-TOTAL-COUNT
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE WS-CERT-SOURCE TO CERTIFICATE-RECORD(1:30)
           MOVE WS-PURGE-COUNT TO CERTIFICATE-RECORD(31:7)
           MOVE FUNCTION concatenate(
               " Datensaetze ", FUNCTION trim(WS-CERT-VERB)
           ) TO CERTIFICATE-RECORD(38:)
           WRITE CERTIFICATE-RECORD
           IF WS-CLASH-COUNT > 0
               MOVE SPACES TO CERTIFICATE-RECORD
               MOVE WS-CLASH-COUNT TO CERTIFICATE-RECORD(31:7)
               MOVE FUNCTION concatenate(
                   " davon geloescht statt umbenannt (Schluessel",
                   " unter dem Pseudonym belegt)"
               ) TO CERTIFICATE-RECORD(38:)
               WRITE CERTIFICATE-RECORD
               ADD WS-CLASH-COUNT TO WS-CLASH-TOTAL
               MOVE 0 TO WS-CLASH-COUNT
           END-IF
           CONTINUE.
       WRITE-CERT-LINE-EXIT.

       WRITE-CERT-NOTE.
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE WS-CERT-SOURCE TO CERTIFICATE-RECORD(1:30)
           MOVE WS-CERT-NOTE TO CERTIFICATE-RECORD(31:)
           WRITE CERTIFICATE-RECORD
           CONTINUE.
       WRITE-CERT-NOTE-EXIT.

      * For what is removed in both modes, whatever the verb.
       WRITE-CERT-DELETED-LINE.
           ADD WS-PURGE-COUNT TO WS-TOTAL-COUNT
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE WS-CERT-SOURCE TO CERTIFICATE-RECORD(1:30)
           MOVE WS-PURGE-COUNT TO CERTIFICATE-RECORD(31:7)
           MOVE " Datensaetze geloescht" TO CERTIFICATE-RECORD(38:)
           WRITE CERTIFICATE-RECORD
           CONTINUE.
       WRITE-CERT-DELETED-LINE-EXIT.

      * The profile goes in both modes; only its password hash
      * would make the pseudonym a login.
       PURGE-PROFILE.
           MOVE "user.profiles.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE "(Datei nicht vorhanden)" TO WS-CERT-NOTE
               PERFORM WRITE-CERT-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserProfilesFile
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE WS-CLOSE-USER TO USER-PROFILE-KEY
           DELETE UserProfilesFile RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PURGE-COUNT
           END-DELETE
           CLOSE UserProfilesFile
           ADD WS-PURGE-COUNT TO WS-TOTAL-COUNT
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE WS-CERT-SOURCE TO CERTIFICATE-RECORD(1:30)
           MOVE WS-PURGE-COUNT TO CERTIFICATE-RECORD(31:7)
           MOVE " Datensaetze geloescht" TO CERTIFICATE-RECORD(38:)
           WRITE CERTIFICATE-RECORD
           CONTINUE.
       PURGE-PROFILE-EXIT.

      * The files keyed by user first: position on the user, take
      * record by record until the key leaves the user. Every
      * DELETE is followed by a fresh START behind the old key,
      * so the renamed copy written under the pseudonym cannot
      * disturb the walk.
       PURGE-BOOKMARKS.
           MOVE "bookmarks.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BOOKMARKS-FILE
           MOVE LOW-VALUES TO BOOKMARK-KEY
           MOVE WS-CLOSE-USER TO BOOKMARK-USER
           MOVE "N" TO WS-SCAN-EOF
           START BOOKMARKS-FILE
               KEY IS NOT LESS THAN BOOKMARK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ BOOKMARKS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF BOOKMARK-USER NOT = WS-CLOSE-USER
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM PURGE-ONE-BOOKMARK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKMARKS-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-BOOKMARKS-EXIT.

       PURGE-ONE-BOOKMARK.
           MOVE BOOKMARK-RECORD TO WS-SAVED-RECORD
           DELETE BOOKMARKS-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO BOOKMARK-RECORD
               MOVE WS-PSEUDONYM TO BOOKMARK-USER
               WRITE BOOKMARK-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO BOOKMARK-RECORD
           START BOOKMARKS-FILE
               KEY IS GREATER THAN BOOKMARK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-BOOKMARK-EXIT.

       PURGE-NOTES.
           MOVE "notes.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BIBLE-NOTES-FILE
           MOVE LOW-VALUES TO BIBLE-NOTE-KEY
           MOVE WS-CLOSE-USER TO BIBLE-NOTE-USER
           MOVE "N" TO WS-SCAN-EOF
           START BIBLE-NOTES-FILE
               KEY IS NOT LESS THAN BIBLE-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ BIBLE-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF BIBLE-NOTE-USER NOT = WS-CLOSE-USER
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM PURGE-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-NOTES-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-NOTES-EXIT.

       PURGE-ONE-NOTE.
           MOVE BIBLE-NOTE-RECORD TO WS-SAVED-RECORD
           DELETE BIBLE-NOTES-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO BIBLE-NOTE-RECORD
               MOVE WS-PSEUDONYM TO BIBLE-NOTE-USER
               WRITE BIBLE-NOTE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO BIBLE-NOTE-RECORD
           START BIBLE-NOTES-FILE
               KEY IS GREATER THAN BIBLE-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-NOTE-EXIT.

       PURGE-HIGHLIGHTS.
           MOVE "highlights.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O HIGHLIGHTS-FILE
           MOVE LOW-VALUES TO HIGHLIGHT-KEY
           MOVE WS-CLOSE-USER TO HIGHLIGHT-USER
           MOVE "N" TO WS-SCAN-EOF
           START HIGHLIGHTS-FILE
               KEY IS NOT LESS THAN HIGHLIGHT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ HIGHLIGHTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF HIGHLIGHT-USER NOT = WS-CLOSE-USER
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM PURGE-ONE-HIGHLIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIGHLIGHTS-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-HIGHLIGHTS-EXIT.

       PURGE-ONE-HIGHLIGHT.
           MOVE HIGHLIGHT-RECORD TO WS-SAVED-RECORD
           DELETE HIGHLIGHTS-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO HIGHLIGHT-RECORD
               MOVE WS-PSEUDONYM TO HIGHLIGHT-USER
               WRITE HIGHLIGHT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO HIGHLIGHT-RECORD
           START HIGHLIGHTS-FILE
               KEY IS GREATER THAN HIGHLIGHT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-HIGHLIGHT-EXIT.

      * Shared notes are keyed by group first, the author sits at
      * the end of the key - a full walk.
       PURGE-SHARED-NOTES.
           MOVE "notes.shared.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SHARED-NOTES-FILE
           MOVE LOW-VALUES TO SHARED-NOTE-KEY
           MOVE "N" TO WS-SCAN-EOF
           START SHARED-NOTES-FILE
               KEY IS NOT LESS THAN SHARED-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SHARED-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF SHARED-NOTE-AUTHOR = WS-CLOSE-USER
                           PERFORM PURGE-ONE-SHARED-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHARED-NOTES-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-SHARED-NOTES-EXIT.

       PURGE-ONE-SHARED-NOTE.
           MOVE SHARED-NOTE-RECORD TO WS-SAVED-RECORD
           DELETE SHARED-NOTES-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO SHARED-NOTE-RECORD
               MOVE WS-PSEUDONYM TO SHARED-NOTE-AUTHOR
               WRITE SHARED-NOTE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO SHARED-NOTE-RECORD
           START SHARED-NOTES-FILE
               KEY IS GREATER THAN SHARED-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-SHARED-NOTE-EXIT.

      * Memberships are keyed group + user - a full walk. Groups
      * that lose their leader are named in the certificate.
       PURGE-GROUPS.
           MOVE "groups.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O GROUP-MEMBER-FILE
           MOVE LOW-VALUES TO GROUP-MEMBER-KEY
           MOVE "N" TO WS-SCAN-EOF
           START GROUP-MEMBER-FILE
               KEY IS NOT LESS THAN GROUP-MEMBER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ GROUP-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF GROUP-MEMBER-USER = WS-CLOSE-USER
                           PERFORM PURGE-ONE-MEMBERSHIP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBER-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-GROUPS-EXIT.

       PURGE-ONE-MEMBERSHIP.
           IF GROUP-MEMBER-ROLE = "L"
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-LEADER-GROUPS), " ",
                   FUNCTION trim(GROUP-MEMBER-GROUP)
               ) TO WS-LEADER-GROUPS
           END-IF
           MOVE GROUP-MEMBER-RECORD TO WS-SAVED-RECORD
           DELETE GROUP-MEMBER-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO GROUP-MEMBER-RECORD
               MOVE WS-PSEUDONYM TO GROUP-MEMBER-USER
               WRITE GROUP-MEMBER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO GROUP-MEMBER-RECORD
           START GROUP-MEMBER-FILE
               KEY IS GREATER THAN GROUP-MEMBER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-MEMBERSHIP-EXIT.

      * Meetings are keyed group + date; the user appears as
      * discussion leader and on attendance lists. Deletion drops
      * the attendance entry and blanks the discussion leader so
      * the meeting itself and the others' attendance remain.
       PURGE-MEETINGS.
           MOVE "meetings.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MEETING-FILE
           MOVE LOW-VALUES TO MEETING-KEY
           MOVE "N" TO WS-SCAN-EOF
           START MEETING-FILE
               KEY IS NOT LESS THAN MEETING-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MEETING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-MEETING
               END-READ
           END-PERFORM
           CLOSE MEETING-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-MEETINGS-EXIT.

       PURGE-ONE-MEETING.
           MOVE "N" TO WS-MEET-CHANGED
           IF MEETING-LEADER = WS-CLOSE-USER
               MOVE "Y" TO WS-MEET-CHANGED
               IF WS-CLOSE-ANONYMIZE
                   MOVE WS-PSEUDONYM TO MEETING-LEADER
               ELSE
                   MOVE SPACES TO MEETING-LEADER
               END-IF
           END-IF
           MOVE 1 TO WS-MEET-IDX
           PERFORM UNTIL WS-MEET-IDX > MEETING-ATT-COUNT
               IF MEETING-ATT-USER(WS-MEET-IDX) NOT = WS-CLOSE-USER
                   ADD 1 TO WS-MEET-IDX
               ELSE
                   MOVE "Y" TO WS-MEET-CHANGED
                   IF WS-CLOSE-ANONYMIZE
                       MOVE WS-PSEUDONYM
                           TO MEETING-ATT-USER(WS-MEET-IDX)
                       ADD 1 TO WS-MEET-IDX
                   ELSE
                       PERFORM VARYING WS-MEET-SHIFT
                           FROM WS-MEET-IDX BY 1
                           UNTIL WS-MEET-SHIFT >= MEETING-ATT-COUNT
                           MOVE MEETING-ATTENDANCE(WS-MEET-SHIFT + 1)
                               TO MEETING-ATTENDANCE(WS-MEET-SHIFT)
                       END-PERFORM
                       MOVE SPACES
                           TO MEETING-ATTENDANCE(MEETING-ATT-COUNT)
                       SUBTRACT 1 FROM MEETING-ATT-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEET-CHANGED = "Y"
               REWRITE MEETING-RECORD
               END-REWRITE
               ADD 1 TO WS-PURGE-COUNT
           END-IF
           CONTINUE.
       PURGE-ONE-MEETING-EXIT.

      * Sunday-school rosters are keyed class + name - a full walk
      * as for groups.data.
       PURGE-CLASSES.
           MOVE "classes.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CLASS-MEMBER-FILE
           MOVE LOW-VALUES TO CLASS-MEMBER-KEY
           MOVE "N" TO WS-SCAN-EOF
           START CLASS-MEMBER-FILE
               KEY IS NOT LESS THAN CLASS-MEMBER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CLASS-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CLASS-MEMBER-NAME = WS-CLOSE-USER
                           PERFORM PURGE-ONE-CLASS-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASS-MEMBER-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-CLASSES-EXIT.

       PURGE-ONE-CLASS-MEMBER.
           MOVE CLASS-MEMBER-RECORD TO WS-SAVED-RECORD
           DELETE CLASS-MEMBER-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO CLASS-MEMBER-RECORD
               MOVE WS-PSEUDONYM TO CLASS-MEMBER-NAME
               WRITE CLASS-MEMBER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO CLASS-MEMBER-RECORD
           START CLASS-MEMBER-FILE
               KEY IS GREATER THAN CLASS-MEMBER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-CLASS-MEMBER-EXIT.

      * A teacher's name on a memory-verse assignment is renamed or
      * blanked; the assignment stays for the class.
       PURGE-MEMORY-ASSIGN.
           MOVE "memory.assign.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MEMORY-ASSIGN-FILE
           MOVE LOW-VALUES TO MEMORY-ASSIGN-KEY
           MOVE "N" TO WS-SCAN-EOF
           START MEMORY-ASSIGN-FILE
               KEY IS NOT LESS THAN MEMORY-ASSIGN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MEMORY-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MEMORY-ASSIGN-TEACHER = WS-CLOSE-USER
                           IF WS-CLOSE-ANONYMIZE
                               MOVE WS-PSEUDONYM
                                   TO MEMORY-ASSIGN-TEACHER
                           ELSE
                               MOVE SPACES TO MEMORY-ASSIGN-TEACHER
                           END-IF
                           REWRITE MEMORY-ASSIGN-RECORD
                           END-REWRITE
                           ADD 1 TO WS-PURGE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMORY-ASSIGN-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-MEMORY-ASSIGN-EXIT.

      * Recitals are keyed class + child + week: the user's own
      * recitals go (or move to the pseudonym), recitals the user
      * heard as teacher keep the result without the name.
       PURGE-RECITALS.
           MOVE "memory.recital.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RECITAL-FILE
           MOVE LOW-VALUES TO RECITAL-KEY
           MOVE "N" TO WS-SCAN-EOF
           START RECITAL-FILE
               KEY IS NOT LESS THAN RECITAL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ RECITAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF RECITAL-CHILD = WS-CLOSE-USER
                           PERFORM PURGE-ONE-RECITAL
                       ELSE
                           IF RECITAL-TEACHER = WS-CLOSE-USER
                               IF WS-CLOSE-ANONYMIZE
                                   MOVE WS-PSEUDONYM
                                       TO RECITAL-TEACHER
                               ELSE
                                   MOVE SPACES TO RECITAL-TEACHER
                               END-IF
                               REWRITE RECITAL-RECORD
                               END-REWRITE
                               ADD 1 TO WS-PURGE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECITAL-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-RECITALS-EXIT.

       PURGE-ONE-RECITAL.
           MOVE RECITAL-RECORD TO WS-SAVED-RECORD
           DELETE RECITAL-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO RECITAL-RECORD
               MOVE WS-PSEUDONYM TO RECITAL-CHILD
               IF RECITAL-TEACHER = WS-CLOSE-USER
                   MOVE WS-PSEUDONYM TO RECITAL-TEACHER
               END-IF
               WRITE RECITAL-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO RECITAL-RECORD
           START RECITAL-FILE
               KEY IS GREATER THAN RECITAL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-RECITAL-EXIT.

       PURGE-TRAINER.
           MOVE "trainer.schedule.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TRAINER-FILE
           MOVE LOW-VALUES TO TRAIN-KEY
           MOVE WS-CLOSE-USER TO TRAIN-USER
           MOVE "N" TO WS-SCAN-EOF
           START TRAINER-FILE
               KEY IS NOT LESS THAN TRAIN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TRAINER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF TRAIN-USER NOT = WS-CLOSE-USER
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM PURGE-ONE-TRAINER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAINER-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-TRAINER-EXIT.

       PURGE-ONE-TRAINER.
           MOVE TRAIN-RECORD TO WS-SAVED-RECORD
           DELETE TRAINER-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO TRAIN-RECORD
               MOVE WS-PSEUDONYM TO TRAIN-USER
               WRITE TRAIN-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO TRAIN-RECORD
           START TRAINER-FILE
               KEY IS GREATER THAN TRAIN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-TRAINER-EXIT.

       PURGE-ENROLLMENT.
           MOVE "plan.enrollment.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ENROLL-FILE
           MOVE LOW-VALUES TO ENROLL-KEY
           MOVE WS-CLOSE-USER TO ENROLL-USER
           MOVE "N" TO WS-SCAN-EOF
           START ENROLL-FILE
               KEY IS NOT LESS THAN ENROLL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF ENROLL-USER NOT = WS-CLOSE-USER
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM PURGE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-ENROLLMENT-EXIT.

       PURGE-ONE-ENROLLMENT.
           MOVE ENROLL-RECORD TO WS-SAVED-RECORD
           DELETE ENROLL-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO ENROLL-RECORD
               MOVE WS-PSEUDONYM TO ENROLL-USER
               WRITE ENROLL-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO ENROLL-RECORD
           START ENROLL-FILE
               KEY IS GREATER THAN ENROLL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-ENROLLMENT-EXIT.

       PURGE-PROGRESS.
           MOVE "plan.progress.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PROGRESS-FILE
           MOVE LOW-VALUES TO PROGRESS-KEY
           MOVE WS-CLOSE-USER TO PROGRESS-USER
           MOVE "N" TO WS-SCAN-EOF
           START PROGRESS-FILE
               KEY IS NOT LESS THAN PROGRESS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PROGRESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PROGRESS-USER NOT = WS-CLOSE-USER
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM PURGE-ONE-PROGRESS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROGRESS-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-PROGRESS-EXIT.

       PURGE-ONE-PROGRESS.
           MOVE PROGRESS-RECORD TO WS-SAVED-RECORD
           DELETE PROGRESS-FILE RECORD
           END-DELETE
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-ANONYMIZE
               MOVE WS-SAVED-RECORD TO PROGRESS-RECORD
               MOVE WS-PSEUDONYM TO PROGRESS-USER
               WRITE PROGRESS-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CLASH-COUNT
               END-WRITE
           END-IF
           MOVE WS-SAVED-RECORD TO PROGRESS-RECORD
           START PROGRESS-FILE
               KEY IS GREATER THAN PROGRESS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       PURGE-ONE-PROGRESS-EXIT.

      * reading.position and saved.searches hold no user name;
      * the certificate says so instead of staying silent.
       CONFIRM-NO-USER-FILES.
           MOVE 0 TO WS-PURGE-COUNT
           MOVE "reading.position" TO WS-CERT-SOURCE
           MOVE "keine Benutzerangaben - unveraendert"
               TO WS-CERT-NOTE
           PERFORM WRITE-CERT-NOTE
           MOVE "saved.searches" TO WS-CERT-SOURCE
           PERFORM WRITE-CERT-NOTE
           CONTINUE.
       CONFIRM-NO-USER-FILES-EXIT.

      * Journals with the user in the second ###-field:
      *   reading.journal   date###user###short###book###chapter
      *   userdata.journal  date time###user###file###action###...
       PURGE-FIELD-TWO-LOG.
           MOVE WS-SEQ-FILE TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-SEQ-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SEQ-FILE), ".new"
           ) TO WS-SEQ-NEW-FILE
           OPEN INPUT SEQ-OLD-FILE
           OPEN OUTPUT SEQ-NEW-FILE
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = "Y"
               READ SEQ-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-SEQ-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-FIELD-TWO-LINE
               END-READ
           END-PERFORM
           CLOSE SEQ-NEW-FILE
           CLOSE SEQ-OLD-FILE
           PERFORM REPLACE-SEQ-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-FIELD-TWO-LOG-EXIT.

       PURGE-ONE-FIELD-TWO-LINE.
           MOVE SPACES TO WS-SEQ-F1
           MOVE SPACES TO WS-SEQ-USER
           MOVE SPACES TO WS-SEQ-REST
           MOVE 1 TO WS-SEQ-PTR
           UNSTRING SEQ-OLD-RECORD
               DELIMITED BY "###" INTO
                   WS-SEQ-F1
                   WS-SEQ-USER
               WITH POINTER WS-SEQ-PTR
           IF FUNCTION trim(WS-SEQ-USER) NOT = WS-CLOSE-USER
               MOVE SEQ-OLD-RECORD TO SEQ-NEW-RECORD
               WRITE SEQ-NEW-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-DELETE
               EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-PTR <= 800
               MOVE SEQ-OLD-RECORD(WS-SEQ-PTR:) TO WS-SEQ-REST
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SEQ-F1), "###",
               FUNCTION trim(WS-PSEUDONYM), "###",
               FUNCTION trim(WS-SEQ-REST)
           ) TO SEQ-NEW-RECORD
           WRITE SEQ-NEW-RECORD
           CONTINUE.
       PURGE-ONE-FIELD-TWO-LINE-EXIT.

      * search.log lines start "JJJJMMTT HHMMSSHH user###..." - the
      * user is the third blank-separated word of the first field.
       PURGE-SEARCH-LOG.
           MOVE "search.log" TO WS-SEQ-FILE
           PERFORM PURGE-SEARCH-FILE
           CONTINUE.
       PURGE-SEARCH-LOG-EXIT.

      * The monthly archives rolled by logHousekeeping have the
      * same lines; one certificate line per archive.
       PURGE-SEARCH-ARCHIVES.
           CALL "SYSTEM" USING
               "ls -1 search.log.[0-9]* > closure.list.tmp 2>/dev/null"
           END-CALL
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT CLOSURE-LIST-FILE
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ CLOSURE-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF CLOSURE-LIST-RECORD NOT = SPACES
                           ADD 1 TO WS-LIST-COUNT
                           MOVE CLOSURE-LIST-RECORD TO WS-SEQ-FILE
                           PERFORM PURGE-SEARCH-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSURE-LIST-FILE
           IF WS-LIST-COUNT = 0
               MOVE "search.log.JJJJMM" TO WS-CERT-SOURCE
               MOVE "(keine Archive vorhanden)" TO WS-CERT-NOTE
               PERFORM WRITE-CERT-NOTE
           END-IF
           CONTINUE.
       PURGE-SEARCH-ARCHIVES-EXIT.

       PURGE-SEARCH-FILE.
           MOVE WS-SEQ-FILE TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-SEQ-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SEQ-FILE), ".new"
           ) TO WS-SEQ-NEW-FILE
           OPEN INPUT SEQ-OLD-FILE
           OPEN OUTPUT SEQ-NEW-FILE
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = "Y"
               READ SEQ-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-SEQ-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-SEARCH-LINE
               END-READ
           END-PERFORM
           CLOSE SEQ-NEW-FILE
           CLOSE SEQ-OLD-FILE
           PERFORM REPLACE-SEQ-FILE
           PERFORM WRITE-CERT-LINE
           CONTINUE.
       PURGE-SEARCH-FILE-EXIT.

       PURGE-ONE-SEARCH-LINE.
           MOVE SPACES TO WS-SEQ-HEAD
           MOVE SPACES TO WS-SEQ-REST
           MOVE 1 TO WS-SEQ-PTR
           UNSTRING SEQ-OLD-RECORD
               DELIMITED BY "###" INTO WS-SEQ-HEAD
               WITH POINTER WS-SEQ-PTR
           MOVE SPACES TO WS-SEQ-USER
           UNSTRING WS-SEQ-HEAD
               DELIMITED BY SPACE INTO
                   WS-SEQ-DATE
                   WS-SEQ-TIME
                   WS-SEQ-USER
           IF FUNCTION trim(WS-SEQ-USER) NOT = WS-CLOSE-USER
               MOVE SEQ-OLD-RECORD TO SEQ-NEW-RECORD
               WRITE SEQ-NEW-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PURGE-COUNT
           IF WS-CLOSE-DELETE
               EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-PTR <= 800
               MOVE SEQ-OLD-RECORD(WS-SEQ-PTR:) TO WS-SEQ-REST
           END-IF
           MOVE FUNCTION concatenate(
               WS-SEQ-DATE, " ", WS-SEQ-TIME, " ",
               FUNCTION trim(WS-PSEUDONYM), "###",
               FUNCTION trim(WS-SEQ-REST)
           ) TO SEQ-NEW-RECORD
           WRITE SEQ-NEW-RECORD
           CONTINUE.
       PURGE-ONE-SEARCH-LINE-EXIT.

       REPLACE-SEQ-FILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate(
                   "mv ", FUNCTION trim(WS-SEQ-NEW-FILE),
                   " ", FUNCTION trim(WS-SEQ-FILE))
           END-CALL
           CONTINUE.
       REPLACE-SEQ-FILE-EXIT.

      * The read marker of todayAgenda only means something to a
      * login - it goes in both modes.
       PURGE-NOTES-SEEN.
           MOVE "notes.seen.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-DELETED-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O NOTES-SEEN-FILE
           MOVE WS-CLOSE-USER TO SEEN-USER
           DELETE NOTES-SEEN-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PURGE-COUNT
           END-DELETE
           CLOSE NOTES-SEEN-FILE
           PERFORM WRITE-CERT-DELETED-LINE
           CONTINUE.
       PURGE-NOTES-SEEN-EXIT.

      * wording.changes holds notices still to be shown by
      * verseTrainer, user###short###book###chapter###verse###date;
      * nobody would ever see them under a pseudonym, so the
      * user's lines go in both modes.
       PURGE-WORDING-CHANGES.
           MOVE "wording.changes" TO WS-SEQ-FILE
           MOVE WS-SEQ-FILE TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE WS-SEQ-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-DELETED-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "wording.changes.new" TO WS-SEQ-NEW-FILE
           OPEN INPUT SEQ-OLD-FILE
           OPEN OUTPUT SEQ-NEW-FILE
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = "Y"
               READ SEQ-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-SEQ-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-WORDING-CHANGE
               END-READ
           END-PERFORM
           CLOSE SEQ-NEW-FILE
           CLOSE SEQ-OLD-FILE
           PERFORM REPLACE-SEQ-FILE
           PERFORM WRITE-CERT-DELETED-LINE
           CONTINUE.
       PURGE-WORDING-CHANGES-EXIT.

       PURGE-ONE-WORDING-CHANGE.
           MOVE SPACES TO WS-SEQ-USER
           UNSTRING SEQ-OLD-RECORD
               DELIMITED BY "###" INTO WS-SEQ-USER
           IF FUNCTION trim(WS-SEQ-USER) = WS-CLOSE-USER
               ADD 1 TO WS-PURGE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SEQ-OLD-RECORD TO SEQ-NEW-RECORD
           WRITE SEQ-NEW-RECORD
           CONTINUE.
       PURGE-ONE-WORDING-CHANGE-EXIT.

      * bookmarkRefresh reports <short>.wording.rpt carry one block
      * per user: a blank line, "Benutzer <user>:" and the entries
      * indented by two blanks. The user's block goes in both
      * modes together with the blank line before it; the count is
      * that of the entry lines.
       PURGE-WORDING-REPORTS.
           CALL "SYSTEM" USING
               "ls -1 *.wording.rpt > closure.list.tmp 2>/dev/null"
           END-CALL
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT CLOSURE-LIST-FILE
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ CLOSURE-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF CLOSURE-LIST-RECORD NOT = SPACES
                           ADD 1 TO WS-LIST-COUNT
                           MOVE CLOSURE-LIST-RECORD TO WS-SEQ-FILE
                           PERFORM PURGE-WORDING-REPORT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSURE-LIST-FILE
           IF WS-LIST-COUNT = 0
               MOVE "<kurz>.wording.rpt" TO WS-CERT-SOURCE
               MOVE "(keine Berichte vorhanden)" TO WS-CERT-NOTE
               PERFORM WRITE-CERT-NOTE
           END-IF
           CONTINUE.
       PURGE-WORDING-REPORTS-EXIT.

       PURGE-WORDING-REPORT.
           MOVE WS-SEQ-FILE TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SEQ-FILE), ".new"
           ) TO WS-SEQ-NEW-FILE
           OPEN INPUT SEQ-OLD-FILE
           OPEN OUTPUT SEQ-NEW-FILE
           MOVE "N" TO WS-RPT-IN-USER
           MOVE "N" TO WS-RPT-BLANK-HELD
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = "Y"
               READ SEQ-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-SEQ-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-REPORT-LINE
               END-READ
           END-PERFORM
           PERFORM WRITE-HELD-BLANK
           CLOSE SEQ-NEW-FILE
           CLOSE SEQ-OLD-FILE
           PERFORM REPLACE-SEQ-FILE
           PERFORM WRITE-CERT-DELETED-LINE
           CONTINUE.
       PURGE-WORDING-REPORT-EXIT.

      * A blank line is held back until the next line shows
      * whether it opens the user's block.
       PURGE-ONE-REPORT-LINE.
           IF SEQ-OLD-RECORD = SPACES
               PERFORM WRITE-HELD-BLANK
               MOVE "Y" TO WS-RPT-BLANK-HELD
               MOVE "N" TO WS-RPT-IN-USER
               EXIT PARAGRAPH
           END-IF
           IF SEQ-OLD-RECORD(1:9) = "Benutzer "
               MOVE SPACES TO WS-SEQ-USER
               UNSTRING SEQ-OLD-RECORD(10:)
                   DELIMITED BY ":" INTO WS-SEQ-USER
               IF FUNCTION trim(WS-SEQ-USER) = WS-CLOSE-USER
                   MOVE "Y" TO WS-RPT-IN-USER
                   MOVE "N" TO WS-RPT-BLANK-HELD
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-RPT-IN-USER
           END-IF
           IF WS-RPT-IN-USER = "Y"
               AND SEQ-OLD-RECORD(1:2) = SPACES
               ADD 1 TO WS-PURGE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RPT-IN-USER
           PERFORM WRITE-HELD-BLANK
           MOVE SEQ-OLD-RECORD TO SEQ-NEW-RECORD
           WRITE SEQ-NEW-RECORD
           CONTINUE.
       PURGE-ONE-REPORT-LINE-EXIT.

       WRITE-HELD-BLANK.
           IF WS-RPT-BLANK-HELD = "Y"
               MOVE SPACES TO SEQ-NEW-RECORD
               WRITE SEQ-NEW-RECORD
               MOVE "N" TO WS-RPT-BLANK-HELD
           END-IF
           CONTINUE.
       WRITE-HELD-BLANK-EXIT.

      * Commentary entries are keyed by number - a full walk over
      * author and reviewer. On deletion the user's unpublished
      * entries go; what stays carries WS-STAND-IN and is named in
      * the certificate. Entries in review that waited for the
      * user are decided by an administrator in the reviewer's
      * place (commentaryWorkflow).
       PURGE-COMMENTARY-ENTRIES.
           MOVE "commentary.entries.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 0 TO WS-REVIEW-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O COMMENTARY-ENTRY-FILE
           MOVE 0 TO COMMENTARY-ENTRY-ID
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-ENTRY-FILE
               KEY IS NOT LESS THAN COMMENTARY-ENTRY-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-COMMENTARY-ENTRY
               END-READ
           END-PERFORM
           CLOSE COMMENTARY-ENTRY-FILE
           PERFORM WRITE-CERT-LINE
           PERFORM WRITE-CERT-KEPT
           IF WS-REVIEW-COUNT > 0
               MOVE SPACES TO WS-CERT-SOURCE
               MOVE FUNCTION concatenate(
                   WS-REVIEW-COUNT, " in Pruefung ohne Pruefer"
               ) TO WS-CERT-NOTE
               PERFORM WRITE-CERT-NOTE
               DISPLAY "HINWEIS: " WS-REVIEW-COUNT
                   " Kommentareintraege warten auf "
                   FUNCTION trim(WS-CLOSE-USER)
                   " als Pruefer - ein Administrator entscheidet "
                   "in commentaryWorkflow."
           END-IF
           CONTINUE.
       PURGE-COMMENTARY-ENTRIES-EXIT.

       PURGE-ONE-COMMENTARY-ENTRY.
           MOVE "N" TO WS-COMM-CHANGED
           IF COMMENTARY-ENTRY-AUTHOR = WS-CLOSE-USER
               IF WS-CLOSE-DELETE
                   AND NOT COMMENTARY-ENTRY-PUBLISHED
                   MOVE COMMENTARY-ENTRY-ID TO WS-COMM-ID
                   DELETE COMMENTARY-ENTRY-FILE RECORD
                   END-DELETE
                   ADD 1 TO WS-PURGE-COUNT
                   MOVE WS-COMM-ID TO COMMENTARY-ENTRY-ID
                   START COMMENTARY-ENTRY-FILE
                       KEY IS GREATER THAN COMMENTARY-ENTRY-ID
                       INVALID KEY
                           MOVE "Y" TO WS-SCAN-EOF
                   END-START
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-STAND-IN TO COMMENTARY-ENTRY-AUTHOR
               MOVE "Y" TO WS-COMM-CHANGED
           END-IF
           IF COMMENTARY-ENTRY-REVIEWER = WS-CLOSE-USER
               IF COMMENTARY-ENTRY-IN-REVIEW
                   ADD 1 TO WS-REVIEW-COUNT
               END-IF
               MOVE WS-STAND-IN TO COMMENTARY-ENTRY-REVIEWER
               MOVE "Y" TO WS-COMM-CHANGED
           END-IF
           IF WS-COMM-CHANGED = "N"
               EXIT PARAGRAPH
           END-IF
           REWRITE COMMENTARY-ENTRY-RECORD
           END-REWRITE
           IF WS-CLOSE-ANONYMIZE
               ADD 1 TO WS-PURGE-COUNT
           ELSE
               ADD 1 TO WS-KEEP-COUNT
           END-IF
           CONTINUE.
       PURGE-ONE-COMMENTARY-ENTRY-EXIT.

      * The revision history is otherwise never touched. On
      * deletion the revisions of the entries removed above go
      * (their entry can no longer be read); the user's revisions
      * of remaining entries keep their place under WS-STAND-IN.
       PURGE-COMMENTARY-REVISIONS.
           MOVE "commentary.revisions.data" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE 0 TO WS-KEEP-COUNT
           MOVE WS-CERT-SOURCE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENTRIES-OPEN
           IF WS-CLOSE-DELETE
               OPEN INPUT COMMENTARY-ENTRY-FILE
               IF WS-SOURCE-STATUS = "00"
                   MOVE "Y" TO WS-ENTRIES-OPEN
               END-IF
           END-IF
           OPEN I-O COMMENTARY-REVISION-FILE
           MOVE LOW-VALUES TO COMMENTARY-REVISION-KEY
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-REVISION-FILE
               KEY IS NOT LESS THAN COMMENTARY-REVISION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-REVISION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-COMMENTARY-REVISION
               END-READ
           END-PERFORM
           CLOSE COMMENTARY-REVISION-FILE
           IF WS-ENTRIES-OPEN = "Y"
               CLOSE COMMENTARY-ENTRY-FILE
           END-IF
           PERFORM WRITE-CERT-LINE
           PERFORM WRITE-CERT-KEPT
           CONTINUE.
       PURGE-COMMENTARY-REVISIONS-EXIT.

       PURGE-ONE-COMMENTARY-REVISION.
           MOVE "N" TO WS-ENTRY-GONE
           IF WS-ENTRIES-OPEN = "Y"
               MOVE COMMENTARY-REVISION-ENTRY TO COMMENTARY-ENTRY-ID
               READ COMMENTARY-ENTRY-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-ENTRY-GONE
               END-READ
           END-IF
           IF WS-ENTRY-GONE = "Y"
               MOVE COMMENTARY-REVISION-RECORD TO WS-SAVED-RECORD
               DELETE COMMENTARY-REVISION-FILE RECORD
               END-DELETE
               ADD 1 TO WS-PURGE-COUNT
               MOVE WS-SAVED-RECORD TO COMMENTARY-REVISION-RECORD
               START COMMENTARY-REVISION-FILE
                   KEY IS GREATER THAN COMMENTARY-REVISION-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               EXIT PARAGRAPH
           END-IF
           IF COMMENTARY-REVISION-USER NOT = WS-CLOSE-USER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAND-IN TO COMMENTARY-REVISION-USER
           REWRITE COMMENTARY-REVISION-RECORD
           END-REWRITE
           IF WS-CLOSE-ANONYMIZE
               ADD 1 TO WS-PURGE-COUNT
           ELSE
               ADD 1 TO WS-KEEP-COUNT
           END-IF
           CONTINUE.
       PURGE-ONE-COMMENTARY-REVISION-EXIT.

      * Records deliberately kept on deletion, under WS-STAND-IN.
       WRITE-CERT-KEPT.
           IF WS-KEEP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CERT-SOURCE
           MOVE FUNCTION concatenate(
               WS-KEEP-COUNT, " behalten, Name ersetzt durch ",
               FUNCTION trim(WS-STAND-IN)
           ) TO WS-CERT-NOTE
           PERFORM WRITE-CERT-NOTE
           CONTINUE.
       WRITE-CERT-KEPT-EXIT.

      * A userExtract package lying around would undo the erasure.
       PURGE-EXTRACTS.
           MOVE "Auszugsdateien" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CLOSE-USER), ".extract.txt"
           ) TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               ADD 1 TO WS-PURGE-COUNT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CLOSE-USER), ".extract.dat"
           ) TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               ADD 1 TO WS-PURGE-COUNT
           END-IF
           CALL "SYSTEM"
               USING FUNCTION concatenate(
                   "rm -f ", FUNCTION trim(WS-CLOSE-USER),
                   ".extract.txt ", FUNCTION trim(WS-CLOSE-USER),
                   ".extract.dat")
           END-CALL
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE WS-CERT-SOURCE TO CERTIFICATE-RECORD(1:30)
           MOVE WS-PURGE-COUNT TO CERTIFICATE-RECORD(31:7)
           MOVE " Dateien geloescht" TO CERTIFICATE-RECORD(38:)
           WRITE CERTIFICATE-RECORD
           CONTINUE.
       PURGE-EXTRACTS-EXIT.

      * Further files named after the user: reading-plan calendars
      * <user>.<plan>.ics, the import work files <user>.import.txt
      * and .rej and the annotated export <user>.studienbibel.txt.
       PURGE-USER-FILES.
           MOVE "Kalender/Import/Export" TO WS-CERT-SOURCE
           MOVE 0 TO WS-PURGE-COUNT
           CALL "SYSTEM"
               USING FUNCTION concatenate(
                   "ls -1 ", FUNCTION trim(WS-CLOSE-USER), ".*.ics ",
                   FUNCTION trim(WS-CLOSE-USER), ".import.txt ",
                   FUNCTION trim(WS-CLOSE-USER), ".import.rej ",
                   FUNCTION trim(WS-CLOSE-USER), ".studienbibel.txt",
                   " > closure.list.tmp 2>/dev/null")
           END-CALL
           OPEN INPUT CLOSURE-LIST-FILE
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ CLOSURE-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF CLOSURE-LIST-RECORD NOT = SPACES
                           ADD 1 TO WS-PURGE-COUNT
                           CALL "SYSTEM"
                               USING FUNCTION concatenate(
                                   "rm -f ",
                                   FUNCTION trim(CLOSURE-LIST-RECORD))
                           END-CALL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSURE-LIST-FILE
           CALL "SYSTEM" USING "rm -f closure.list.tmp"
           END-CALL
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE WS-CERT-SOURCE TO CERTIFICATE-RECORD(1:30)
           MOVE WS-PURGE-COUNT TO CERTIFICATE-RECORD(31:7)
           MOVE " Dateien geloescht" TO CERTIFICATE-RECORD(38:)
           WRITE CERTIFICATE-RECORD
           CONTINUE.
       PURGE-USER-FILES-EXIT.

      * The audit trails keep the name on purpose; the certificate
      * says so.
       CONFIRM-AUDIT-LOGS.
           MOVE "Pruefprotokoll - unveraendert behalten"
               TO WS-CERT-NOTE
           MOVE "access.log" TO WS-CERT-SOURCE
           PERFORM WRITE-CERT-NOTE
           MOVE "admin.log" TO WS-CERT-SOURCE
           PERFORM WRITE-CERT-NOTE
           CONTINUE.
       CONFIRM-AUDIT-LOGS-EXIT.

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
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM accountClosure.
