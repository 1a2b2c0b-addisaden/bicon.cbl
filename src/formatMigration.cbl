      * Bring data files written by an older layout forward to the
      * format version this build reads (see lib/formatVersion for
      * the version list). Every step converts one version to the
      * next, stamps the new version and logs the record count of
      * the converted file before and after the step to
      * format.migration.log. A file set without a stamp is probed:
      * a continuation file means version 3, a word index that does
      * not open with the current record layout version 1; the user
      * profiles likewise, tried against each older record layout in
      * turn. A replaced file is kept as <file>.fmt<old version>
      * until the operator removes it. A translation under a writer
      * lock is left alone.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. formatMigration.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-WORDS-FILE ASSIGN TO WS-OLD-WORDS-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-WORDS-WORD
               FILE STATUS IS WS-OLD-STATUS.
           SELECT BIBLE-WORDS-FILE ASSIGN TO WS-WORDS-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-WORDS-KEY
               FILE STATUS IS WS-WORDS-STATUS.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-DATA-ID
               FILE STATUS IS WS-DATA-STATUS.
           SELECT OLD-PROFILES-FILE ASSIGN TO WS-OLD-PROFILES-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PROFILE-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT V2-PROFILES-FILE ASSIGN TO WS-V2-PROFILES-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS V2-PROFILE-KEY
               FILE STATUS IS WS-V2-STATUS.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-USER-PROFILES-STATUS.
           SELECT TRANSLATION-LIST ASSIGN TO "formatmigration.list.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT MIGRATION-LOG ASSIGN TO "format.migration.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Word index record of version 1: one record per word, at most
      * 100 references however often the word occurs.
       FD OLD-WORDS-FILE.
       01 OLD-WORDS-RECORD.
           05 OLD-WORDS-WORD         PIC X(60).
           05 OLD-WORDS-COUNT        PIC 9(9) COMP.
           05 OLD-WORDS-REFS OCCURS 100 TIMES PIC X(9).
           COPY 'cpy/file-section/bible-words-file'.
           COPY 'cpy/file-section/bible-data-file'.
      * Profile record of user data version 1, before password hash
      * and role.
       FD OLD-PROFILES-FILE.
       01 OLD-PROFILE-RECORD.
           05 OLD-PROFILE-KEY         PIC X(30).
           05 OLD-PROFILE-TRANSLATION PIC X(32).
           05 OLD-PROFILE-LANGUAGE    PIC X(50).
           05 OLD-PROFILE-IFACE-LANG  PIC X(2).
      * Profile record of user data version 2, before the password
      * state.
       FD V2-PROFILES-FILE.
       01 V2-PROFILE-RECORD.
           05 V2-PROFILE-KEY          PIC X(30).
           05 V2-PROFILE-TRANSLATION  PIC X(32).
           05 V2-PROFILE-LANGUAGE     PIC X(50).
           05 V2-PROFILE-IFACE-LANG   PIC X(2).
           05 V2-PROFILE-PASSWORD-HASH PIC X(16).
           05 V2-PROFILE-ROLE         PIC X(1).
           COPY 'cpy/file-section/user-profile-file'.
       FD TRANSLATION-LIST.
       01 TRANSLATION-LIST-RECORD PIC X(250).
       FD MIGRATION-LOG.
       01 MIGRATION-LOG-RECORD    PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-PICK                 PIC 9(1).
       01 WS-SHORT                PIC X(100).
       01 WS-LIST-EOF             PIC X VALUE "N".
       01 WS-FILE-EOF             PIC X VALUE "N".
       01 WS-OLD-WORDS-FILE       PIC X(250).
       01 WS-WORDS-FILE           PIC X(250).
       01 WS-DATA-FILE            PIC X(250).
       01 WS-CONT-FILE            PIC X(250).
       01 WS-LOCK-FILE            PIC X(250).
       01 WS-OLD-PROFILES-FILE    PIC X(250).
       01 WS-V2-PROFILES-FILE     PIC X(250).
       01 WS-OLD-STATUS           PIC XX.
       01 WS-V2-STATUS            PIC XX.
       01 WS-WORDS-STATUS         PIC XX.
       01 WS-DATA-STATUS          PIC XX.
       01 WS-USER-PROFILES-STATUS PIC XX.
       01 WS-TEST-FILE            PIC X(250).
       01 WS-RETURN               PIC 9(3).
       01 WS-COMMAND              PIC X(600).

      * lib/formatVersion
       01 WS-FV-ACTION            PIC X(1).
       01 WS-FV-KIND              PIC X(1).
       01 WS-FV-SHORT             PIC X(100).
       01 WS-FV-VERSION           PIC 9(3).
       01 WS-FV-CURRENT           PIC 9(3).
       01 WS-FV-OK                PIC X(1).

       01 WS-VERSION              PIC 9(3).
       01 WS-STAMPED              PIC X.
       01 WS-STEP-FILE            PIC X(100).
       01 WS-BEFORE-COUNT         PIC 9(9).
       01 WS-AFTER-COUNT          PIC 9(9).
       01 WS-NOTE-COUNT           PIC 9(9).
       01 WS-NOTE-TEXT            PIC X(100).
       01 WS-REF-IDX              PIC 9(3).
       01 WS-REF-TOTAL            PIC 9(3).
       01 WS-STEP-COUNT           PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(5) VALUE 0.
       01 WS-NOW-DATE             PIC 9(8).
       01 WS-NOW-TIME             PIC 9(8).
       PROCEDURE DIVISION.
       FORMATMIGRATION.
           DISPLAY "Formatmigration der Datendateien"
           DISPLAY "1: eine Uebersetzung  2: alle Uebersetzungen  "
               "3: Benutzerdaten  4: alles. Auswahl: "
               WITH NO ADVANCING
           ACCEPT WS-PICK
           MOVE 0 TO WS-STEP-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           EVALUATE WS-PICK
               WHEN 1
                   DISPLAY "Kurzname der Uebersetzung: "
                       WITH NO ADVANCING
                   ACCEPT WS-SHORT
                   MOVE FUNCTION trim(WS-SHORT) TO WS-SHORT
                   PERFORM MIGRATE-TRANSLATION
               WHEN 2
                   PERFORM MIGRATE-ALL-TRANSLATIONS
               WHEN 3
                   PERFORM MIGRATE-USER-DATA
               WHEN 4
                   PERFORM MIGRATE-ALL-TRANSLATIONS
                   PERFORM MIGRATE-USER-DATA
               WHEN OTHER
                   DISPLAY "Ungueltige Auswahl."
                   EXIT PROGRAM
           END-EVALUATE

           DISPLAY SPACE
           DISPLAY WS-STEP-COUNT " Migrationsschritt(e), "
               WS-SKIP-COUNT " Dateisatz/-saetze ausgelassen."
           IF WS-STEP-COUNT > 0
               DISPLAY "Protokoll: format.migration.log"
           END-IF
           IF WS-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT PROGRAM.
       FORMATMIGRATION-EXIT.

      ******************************************************************
      * Translations
      ******************************************************************
       MIGRATE-ALL-TRANSLATIONS.
           CALL "SYSTEM" USING
               "ls *.bible.data > formatmigration.list.tmp 2>/dev/null"
           END-CALL
           OPEN INPUT TRANSLATION-LIST
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ TRANSLATION-LIST
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       MOVE SPACES TO WS-SHORT
                       UNSTRING FUNCTION trim(TRANSLATION-LIST-RECORD)
                           DELIMITED BY ".bible.data" INTO WS-SHORT
                       IF WS-SHORT NOT = SPACES
                           PERFORM MIGRATE-TRANSLATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLATION-LIST
           CALL "SYSTEM" USING "rm -f formatmigration.list.tmp"
           CONTINUE.
       MIGRATE-ALL-TRANSLATIONS-EXIT.

       MIGRATE-TRANSLATION.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".words.data"
           ) TO WS-WORDS-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".continuation.data"
           ) TO WS-CONT-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".lock"
           ) TO WS-LOCK-FILE

           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY FUNCTION trim(WS-SHORT)
                   ": Uebersetzung ist nicht installiert."
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOCK-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               DISPLAY FUNCTION trim(WS-SHORT)
                   ": gesperrt (Import/Aktualisierung laeuft), "
                   "ausgelassen."
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "T" TO WS-FV-KIND
           MOVE WS-SHORT TO WS-FV-SHORT
           MOVE "G" TO WS-FV-ACTION
           PERFORM CALL-FORMAT-VERSION
           MOVE WS-FV-VERSION TO WS-VERSION
           MOVE "Y" TO WS-STAMPED
           IF WS-VERSION = 0
               MOVE "N" TO WS-STAMPED
               PERFORM PROBE-TRANSLATION-VERSION
               DISPLAY FUNCTION trim(WS-SHORT)
                   ": ohne Versionskennung, erkannt als Version "
                   WS-VERSION
           END-IF
           IF WS-VERSION > WS-FV-CURRENT
               DISPLAY FUNCTION trim(WS-SHORT)
                   ": Version " WS-VERSION " ist neuer als dieses "
                   "Programm - ausgelassen."
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-VERSION >= WS-FV-CURRENT
               EVALUATE WS-VERSION
                   WHEN 1
                       PERFORM MIGRATE-WORDS-1-TO-2
                   WHEN 2
                       PERFORM MIGRATE-TEXT-2-TO-3
               END-EVALUATE
               ADD 1 TO WS-VERSION
               MOVE WS-VERSION TO WS-FV-VERSION
               MOVE "S" TO WS-FV-ACTION
               PERFORM CALL-FORMAT-VERSION
               MOVE "Y" TO WS-STAMPED
               PERFORM LOG-STEP
           END-PERFORM

           IF WS-STAMPED = "N"
      * already in the current layout, only the stamp was missing
               MOVE WS-VERSION TO WS-FV-VERSION
               MOVE "S" TO WS-FV-ACTION
               PERFORM CALL-FORMAT-VERSION
               MOVE "Kennung" TO WS-STEP-FILE
               MOVE 0 TO WS-BEFORE-COUNT
               MOVE 0 TO WS-AFTER-COUNT
               MOVE 0 TO WS-NOTE-COUNT
               MOVE SPACES TO WS-NOTE-TEXT
               PERFORM LOG-STEP
           ELSE
               DISPLAY FUNCTION trim(WS-SHORT) ": Version "
                   WS-VERSION " ist aktuell."
           END-IF
           CONTINUE.
       MIGRATE-TRANSLATION-EXIT.

      * A version 1 word index has a shorter record; opening it with
      * the current layout is refused with status 39.
       PROBE-TRANSLATION-VERSION.
           MOVE WS-CONT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE 3 TO WS-VERSION
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-VERSION
           MOVE WS-WORDS-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-WORDS-FILE
           IF WS-WORDS-STATUS = "39"
               MOVE 1 TO WS-VERSION
           ELSE
               IF WS-WORDS-STATUS = "00"
                   CLOSE BIBLE-WORDS-FILE
               END-IF
           END-IF
           CONTINUE.
       PROBE-TRANSLATION-VERSION-EXIT.

      * Version 1 -> 2: every word becomes a head record (SEQ 0).
      * The references a version 1 index dropped past the 100th
      * cannot be recovered here; the count is set to the
      * references kept so later updates continue the list without
      * a gap, and such words are noted for a createWordlist run.
       MIGRATE-WORDS-1-TO-2.
           MOVE ".words.data" TO WS-STEP-FILE
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 0 TO WS-AFTER-COUNT
           MOVE 0 TO WS-NOTE-COUNT
           MOVE "Woerter mit mehr als 100 Stellen - createWordlist "
               & "neu laufen lassen" TO WS-NOTE-TEXT
           MOVE WS-WORDS-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE SPACES TO WS-NOTE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORDS-FILE), ".fmt1"
           ) TO WS-OLD-WORDS-FILE
           MOVE FUNCTION concatenate(
               "mv -f ", FUNCTION trim(WS-WORDS-FILE), " ",
               FUNCTION trim(WS-OLD-WORDS-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND END-CALL

           OPEN INPUT OLD-WORDS-FILE
           OPEN OUTPUT BIBLE-WORDS-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OLD-WORDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       PERFORM CONVERT-WORD-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-WORDS-FILE
           CLOSE BIBLE-WORDS-FILE
           CONTINUE.
       MIGRATE-WORDS-1-TO-2-EXIT.

       CONVERT-WORD-RECORD.
           IF OLD-WORDS-COUNT > 100
               MOVE 100 TO WS-REF-TOTAL
               ADD 1 TO WS-NOTE-COUNT
           ELSE
               MOVE OLD-WORDS-COUNT TO WS-REF-TOTAL
           END-IF
           INITIALIZE BIBLE-WORDS-RECORD
           MOVE OLD-WORDS-WORD TO BIBLE-WORDS-WORD
           MOVE 0 TO BIBLE-WORDS-SEQ
           MOVE WS-REF-TOTAL TO BIBLE-WORDS-COUNT
           MOVE WS-REF-TOTAL TO BIBLE-WORDS-REF-COUNT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-TOTAL
               MOVE OLD-WORDS-REFS(WS-REF-IDX)
                   TO BIBLE-WORDS-REFS(WS-REF-IDX)
           END-PERFORM
           WRITE BIBLE-WORDS-RECORD
               INVALID KEY
                   DISPLAY "Doppelter Schluessel, ausgelassen: "
                       FUNCTION trim(OLD-WORDS-WORD)
               NOT INVALID KEY
                   ADD 1 TO WS-AFTER-COUNT
           END-WRITE
           CONTINUE.
       CONVERT-WORD-RECORD-EXIT.

      * Version 2 -> 3: the verse record itself is unchanged, a
      * missing continuation file simply means no long verses. A
      * verse that fills all 500 characters was possibly cut off by
      * a version 2 import; only a re-import restores its end.
       MIGRATE-TEXT-2-TO-3.
           MOVE ".bible.data" TO WS-STEP-FILE
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 0 TO WS-NOTE-COUNT
           MOVE "Verse mit vollen 500 Zeichen, evtl. abgeschnitten "
               & "- neu importieren" TO WS-NOTE-TEXT
           OPEN INPUT BIBLE-DATA-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ BIBLE-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       IF BIBLE-DATA-TEXT(500:1) NOT = SPACE
                           ADD 1 TO WS-NOTE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
           CONTINUE.
       MIGRATE-TEXT-2-TO-3-EXIT.

      ******************************************************************
      * User data
      ******************************************************************
       MIGRATE-USER-DATA.
           MOVE "user.profiles.data" TO WS-SHORT
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "user.profiles.data: noch nicht angelegt."
               EXIT PARAGRAPH
           END-IF

           MOVE "U" TO WS-FV-KIND
           MOVE SPACES TO WS-FV-SHORT
           MOVE "G" TO WS-FV-ACTION
           PERFORM CALL-FORMAT-VERSION
           MOVE WS-FV-VERSION TO WS-VERSION
           MOVE "Y" TO WS-STAMPED
           IF WS-VERSION = 0
               MOVE "N" TO WS-STAMPED
               PERFORM PROBE-PROFILES-VERSION
               DISPLAY "user.profiles.data: ohne lesbare "
                   "Versionskennung, erkannt als Version " WS-VERSION
           END-IF
           IF WS-VERSION > WS-FV-CURRENT
               DISPLAY "user.profiles.data: Version " WS-VERSION
                   " ist neuer als dieses Programm - ausgelassen."
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-VERSION >= WS-FV-CURRENT
               EVALUATE WS-VERSION
                   WHEN 1
                       PERFORM MIGRATE-PROFILES-1-TO-2
                   WHEN 2
                       PERFORM MIGRATE-PROFILES-2-TO-3
               END-EVALUATE
               ADD 1 TO WS-VERSION
               MOVE WS-VERSION TO WS-FV-VERSION
               MOVE "S" TO WS-FV-ACTION
               PERFORM CALL-FORMAT-VERSION
               MOVE "Y" TO WS-STAMPED
               PERFORM LOG-STEP
           END-PERFORM

           IF WS-STAMPED = "N"
               MOVE WS-VERSION TO WS-FV-VERSION
               MOVE "S" TO WS-FV-ACTION
               PERFORM CALL-FORMAT-VERSION
               MOVE "Kennung" TO WS-STEP-FILE
               MOVE 0 TO WS-BEFORE-COUNT
               MOVE 0 TO WS-AFTER-COUNT
               MOVE 0 TO WS-NOTE-COUNT
               MOVE SPACES TO WS-NOTE-TEXT
               PERFORM LOG-STEP
           ELSE
               DISPLAY "user.profiles.data: Version " WS-VERSION
                   " ist aktuell."
           END-IF
           CONTINUE.
       MIGRATE-USER-DATA-EXIT.

      * The stamp sits inside the file, so a profile file in an
      * older record layout does not even give its stamp away: it
      * is opened with each layout, newest first, until one fits.
       PROBE-PROFILES-VERSION.
           MOVE WS-FV-CURRENT TO WS-VERSION
           OPEN INPUT UserProfilesFile
           IF WS-USER-PROFILES-STATUS NOT = "39"
               IF WS-USER-PROFILES-STATUS = "00"
                   CLOSE UserProfilesFile
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-VERSION
           MOVE "user.profiles.data" TO WS-V2-PROFILES-FILE
           OPEN INPUT V2-PROFILES-FILE
           IF WS-V2-STATUS = "00"
               MOVE 2 TO WS-VERSION
               CLOSE V2-PROFILES-FILE
           END-IF
           CONTINUE.
       PROBE-PROFILES-VERSION-EXIT.

      * Version 1 -> 2: no password hash yet and no role, which
      * counts as reader. Nobody becomes administrator on the way;
      * the first one is entered in userMaintenance, which then
      * hands out starting passwords to the other users.
       MIGRATE-PROFILES-1-TO-2.
           MOVE SPACES TO WS-STEP-FILE
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 0 TO WS-AFTER-COUNT
           MOVE 0 TO WS-NOTE-COUNT
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE "user.profiles.data.fmt1" TO WS-OLD-PROFILES-FILE
           CALL "SYSTEM" USING
               "mv -f user.profiles.data user.profiles.data.fmt1"
           END-CALL

           MOVE "user.profiles.data" TO WS-V2-PROFILES-FILE
           OPEN INPUT OLD-PROFILES-FILE
           OPEN OUTPUT V2-PROFILES-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OLD-PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       PERFORM CONVERT-PROFILE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-PROFILES-FILE
           CLOSE V2-PROFILES-FILE
           CONTINUE.
       MIGRATE-PROFILES-1-TO-2-EXIT.

       CONVERT-PROFILE-RECORD.
           MOVE SPACES TO V2-PROFILE-RECORD
           MOVE OLD-PROFILE-KEY TO V2-PROFILE-KEY
           MOVE OLD-PROFILE-TRANSLATION TO V2-PROFILE-TRANSLATION
           MOVE OLD-PROFILE-LANGUAGE TO V2-PROFILE-LANGUAGE
           MOVE OLD-PROFILE-IFACE-LANG TO V2-PROFILE-IFACE-LANG
           WRITE V2-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "Doppelter Benutzer, ausgelassen: "
                       FUNCTION trim(OLD-PROFILE-KEY)
               NOT INVALID KEY
                   ADD 1 TO WS-AFTER-COUNT
           END-WRITE
           CONTINUE.
       CONVERT-PROFILE-RECORD-EXIT.

      * Version 2 -> 3: every password is taken over as a regular
      * one. A user still without a password cannot log in until
      * an administrator gives a starting password in
      * userMaintenance; such users are counted in the note.
       MIGRATE-PROFILES-2-TO-3.
           MOVE SPACES TO WS-STEP-FILE
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 0 TO WS-AFTER-COUNT
           MOVE 0 TO WS-NOTE-COUNT
           MOVE "Benutzer ohne Kennwort - Startkennwort in "
               & "userMaintenance vergeben" TO WS-NOTE-TEXT
           MOVE "user.profiles.data.fmt2" TO WS-V2-PROFILES-FILE
           CALL "SYSTEM" USING
               "mv -f user.profiles.data user.profiles.data.fmt2"
           END-CALL

           OPEN INPUT V2-PROFILES-FILE
           OPEN OUTPUT UserProfilesFile
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ V2-PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       PERFORM CONVERT-PROFILE-2-RECORD
               END-READ
           END-PERFORM
           CLOSE V2-PROFILES-FILE
           CLOSE UserProfilesFile
           CONTINUE.
       MIGRATE-PROFILES-2-TO-3-EXIT.

      * The *FORMAT control record is carried over as it is; its
      * stamp is set afresh after the step.
       CONVERT-PROFILE-2-RECORD.
           MOVE SPACES TO USER-PROFILE-RECORD
           MOVE V2-PROFILE-KEY TO USER-PROFILE-KEY
           MOVE V2-PROFILE-TRANSLATION TO USER-PROFILE-TRANSLATION
           MOVE V2-PROFILE-LANGUAGE TO USER-PROFILE-LANGUAGE
           MOVE V2-PROFILE-IFACE-LANG TO USER-PROFILE-IFACE-LANG
           MOVE V2-PROFILE-PASSWORD-HASH TO USER-PROFILE-PASSWORD-HASH
           MOVE V2-PROFILE-ROLE TO USER-PROFILE-ROLE
           IF NOT USER-PROFILE-IS-CONTROL
               AND FUNCTION trim(USER-PROFILE-KEY) NOT = "GAST"
               AND FUNCTION trim(USER-PROFILE-PASSWORD-HASH) = SPACES
               ADD 1 TO WS-NOTE-COUNT
           END-IF
           WRITE USER-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "Doppelter Benutzer, ausgelassen: "
                       FUNCTION trim(V2-PROFILE-KEY)
               NOT INVALID KEY
                   ADD 1 TO WS-AFTER-COUNT
           END-WRITE
           CONTINUE.
       CONVERT-PROFILE-2-RECORD-EXIT.

      ******************************************************************
      * Common
      ******************************************************************
       CALL-FORMAT-VERSION.
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           CONTINUE.
       CALL-FORMAT-VERSION-EXIT.

      * date time###file set###version reached###file###before
      * ###after###note count###note
       LOG-STEP.
           ADD 1 TO WS-STEP-COUNT
           IF WS-STEP-FILE = "Kennung"
               DISPLAY FUNCTION trim(WS-SHORT) ": Version "
                   WS-VERSION " gekennzeichnet."
           ELSE
               DISPLAY FUNCTION trim(WS-SHORT) ": Version "
                   WS-VERSION " erreicht - "
                   FUNCTION trim(WS-STEP-FILE) " " WS-BEFORE-COUNT
                   " Saetze vorher, " WS-AFTER-COUNT " nachher."
               IF WS-NOTE-COUNT > 0
                   DISPLAY "  " WS-NOTE-COUNT " "
                       FUNCTION trim(WS-NOTE-TEXT)
               END-IF
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO MIGRATION-LOG-RECORD
           STRING WS-NOW-DATE " " WS-NOW-TIME "###"
               FUNCTION trim(WS-SHORT) "###"
               WS-VERSION "###"
               FUNCTION trim(WS-STEP-FILE) "###"
               WS-BEFORE-COUNT "###"
               WS-AFTER-COUNT "###"
               WS-NOTE-COUNT "###"
               FUNCTION trim(WS-NOTE-TEXT)
               DELIMITED BY SIZE INTO MIGRATION-LOG-RECORD
           END-STRING
           MOVE "format.migration.log" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN EXTEND MIGRATION-LOG
           ELSE
               OPEN OUTPUT MIGRATION-LOG
           END-IF
           WRITE MIGRATION-LOG-RECORD
           CLOSE MIGRATION-LOG
           CONTINUE.
       LOG-STEP-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM formatMigration.
