      * Format version of the data file sets. A translation carries
      * its version under the key FORMAT in <short>.bible.meta, the
      * user data files in the *FORMAT control record of
      * user.profiles.data. Translation versions:
      *   1  word index without continuation records - one record
      *      per word, references past the 100th dropped
      *   2  word index with continuation records (SEQ), verse text
      *      cut off after 500 characters
      *   3  verse text past 500 characters kept in
      *      <short>.continuation.data
      * User data versions:
      *   1  profile record without password hash and role
      *   2  profile record with password hash and role
      *   3  profile record with password state (temporary
      *      password to be changed at the next login)
      * Actions:
      *   C  check: FV-OK "Y" only for the current version; the
      *      refusal is displayed here, the caller just stops
      *   G  get: the stamped version (0 = none) in FV-VERSION
      *   S  stamp FV-VERSION (0 = the current version)
      * FV-CURRENT always comes back with the version this build
      * reads and writes. formatMigration brings older files
      * forward one version at a time.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. formatVersion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-USER-PROFILES-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-meta'.
           COPY 'cpy/file-section/user-profile-file'.
       WORKING-STORAGE SECTION.
       78 WS-TRANSLATION-CURRENT VALUE 3.
       78 WS-USER-CURRENT        VALUE 3.
       01 WS-META-FILE          PIC X(250).
       01 WS-META-STATUS        PIC XX.
       01 WS-USER-PROFILES-STATUS PIC XX.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-FILE-LABEL         PIC X(100).
       LINKAGE SECTION.
       01 FV-ACTION             PIC X(1).
       01 FV-KIND               PIC X(1).
           88 FV-TRANSLATION    VALUE "T".
           88 FV-USER-DATA      VALUE "U".
       01 FV-SHORT              PIC X(100).
       01 FV-VERSION            PIC 9(3).
       01 FV-CURRENT            PIC 9(3).
       01 FV-OK                 PIC X(1).
       PROCEDURE DIVISION USING
           FV-ACTION,
           FV-KIND,
           FV-SHORT,
           FV-VERSION,
           FV-CURRENT,
           FV-OK.
       FORMATVERSION.
           MOVE "N" TO FV-OK
           IF FV-TRANSLATION
               MOVE WS-TRANSLATION-CURRENT TO FV-CURRENT
               MOVE FUNCTION concatenate(
                   FUNCTION trim(FV-SHORT), ".bible.meta"
               ) TO WS-META-FILE
               MOVE FV-SHORT TO WS-FILE-LABEL
           ELSE
               MOVE WS-USER-CURRENT TO FV-CURRENT
               MOVE "user.profiles.data" TO WS-FILE-LABEL
           END-IF

           EVALUATE FV-ACTION
               WHEN "S"
                   IF FV-VERSION = 0
                       MOVE FV-CURRENT TO FV-VERSION
                   END-IF
                   IF FV-TRANSLATION
                       PERFORM STAMP-TRANSLATION
                   ELSE
                       PERFORM STAMP-USER-DATA
                   END-IF
                   MOVE "Y" TO FV-OK
               WHEN OTHER
                   IF FV-TRANSLATION
                       PERFORM READ-TRANSLATION-STAMP
                   ELSE
                       PERFORM READ-USER-DATA-STAMP
                   END-IF
                   IF FV-VERSION = FV-CURRENT
                       MOVE "Y" TO FV-OK
                   END-IF
                   IF FV-ACTION = "C" AND FV-OK NOT = "Y"
                       PERFORM REFUSE-VERSION
                   END-IF
           END-EVALUATE
           EXIT PROGRAM.
       FORMATVERSION-EXIT.

       READ-TRANSLATION-STAMP.
           MOVE 0 TO FV-VERSION
           MOVE WS-META-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DATA-META
           IF WS-META-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "FORMAT" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               NOT INVALID KEY
                   IF FUNCTION trim(BIBLE-DATA-META-VALUE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(BIBLE-DATA-META-VALUE)
                           TO FV-VERSION
                   END-IF
           END-READ
           CLOSE BIBLE-DATA-META
           CONTINUE.
       READ-TRANSLATION-STAMP-EXIT.

      * No profile file yet means nothing to misread; the first
      * program that creates it stamps it.
       READ-USER-DATA-STAMP.
           MOVE 0 TO FV-VERSION
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE FV-CURRENT TO FV-VERSION
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UserProfilesFile
           IF WS-USER-PROFILES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE "*FORMAT" TO USER-PROFILE-KEY
           READ UserProfilesFile
               NOT INVALID KEY
                   IF USER-PROFILE-FORMAT IS NUMERIC
                       MOVE USER-PROFILE-FORMAT TO FV-VERSION
                   END-IF
           END-READ
           CLOSE UserProfilesFile
           CONTINUE.
       READ-USER-DATA-STAMP-EXIT.

       STAMP-TRANSLATION.
           OPEN I-O BIBLE-DATA-META
           IF WS-META-STATUS = "35"
               OPEN OUTPUT BIBLE-DATA-META
               CLOSE BIBLE-DATA-META
               OPEN I-O BIBLE-DATA-META
           END-IF
           MOVE "FORMAT" TO BIBLE-DATA-META-KEY
           MOVE SPACES TO BIBLE-DATA-META-VALUE
           MOVE FV-VERSION TO BIBLE-DATA-META-VALUE
           WRITE BIBLE-DATA-META-RECORD
               INVALID KEY
                   REWRITE BIBLE-DATA-META-RECORD
           END-WRITE
           CLOSE BIBLE-DATA-META
           CONTINUE.
       STAMP-TRANSLATION-EXIT.

       STAMP-USER-DATA.
           OPEN I-O UserProfilesFile
           IF WS-USER-PROFILES-STATUS = "35"
               OPEN OUTPUT UserProfilesFile
               CLOSE UserProfilesFile
               OPEN I-O UserProfilesFile
           END-IF
           MOVE SPACES TO USER-PROFILE-CONTROL-RECORD
           MOVE "*FORMAT" TO USER-PROFILE-CONTROL-KEY
           MOVE FV-VERSION TO USER-PROFILE-FORMAT
           WRITE USER-PROFILE-CONTROL-RECORD
               INVALID KEY
                   REWRITE USER-PROFILE-CONTROL-RECORD
           END-WRITE
           CLOSE UserProfilesFile
           CONTINUE.
       STAMP-USER-DATA-EXIT.

       REFUSE-VERSION.
           IF FV-VERSION = 0
               DISPLAY FUNCTION trim(WS-FILE-LABEL)
                   ": Dateiformat ohne Versionskennung - erst "
                   "formatMigration laufen lassen."
           ELSE
               IF FV-VERSION < FV-CURRENT
                   DISPLAY FUNCTION trim(WS-FILE-LABEL)
                       ": Dateiformat Version " FV-VERSION
                       ", erwartet " FV-CURRENT
                       " - erst formatMigration laufen lassen."
               ELSE
                   DISPLAY FUNCTION trim(WS-FILE-LABEL)
                       ": Dateiformat Version " FV-VERSION
                       " ist neuer als dieses Programm ("
                       FV-CURRENT ")."
               END-IF
           END-IF
           CONTINUE.
       REFUSE-VERSION-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM formatVersion.
