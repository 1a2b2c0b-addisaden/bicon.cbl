      * Import the biblical places gazetteer into places.data and
      * its verse index into places.verses.data.
      *
      * Places are independent of any translation, like the
      * dictionary: one file for all, keyed by the place key, and
      * repeated imports merge into it. The verse index is keyed by
      * canon position like crossrefs.data; a verse imported again
      * gets the new list.
      *
      * Both source files use the usual ###-delimited interchange
      * format, one line per place and one line per verse:
      *   key###name###alternative,spellings###modern name###
      *       latitude###longitude###dictionary headword
      *   book###chapter###verse###KEY KEY ...
      * Coordinates are decimal degrees with a point, south and
      * west negative. Either file may be left out at the prompt.
      * The register is shared by every user, so only an
      * administrator loads it; each import goes to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadPlaces.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACES-IMPORT-FILE ASSIGN TO WS-IMPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PLACES-FILE ASSIGN TO "places.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS WS-PLACES-STATUS.
           SELECT PLACE-VERSE-FILE ASSIGN TO "places.verses.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-VERSE-ID
               FILE STATUS IS WS-PLACE-VERSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-places-file'.
           COPY 'cpy/file-section/place-verse-file'.
       FD PLACES-IMPORT-FILE.
       01 PLACES-IMPORT-RECORD PIC X(700).
       WORKING-STORAGE SECTION.
       01 WS-IMPORT-FILE        PIC X(250).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-PLACES-STATUS      PIC XX.
       01 WS-PLACE-VERSE-STATUS PIC XX.
       01 WS-IMPORT-EOF         PIC X VALUE "N".
       01 WS-IMPORT-KEY         PIC X(20).
       01 WS-IMPORT-NAME        PIC X(40).
       01 WS-IMPORT-ALT         PIC X(120).
       01 WS-IMPORT-MODERN      PIC X(40).
       01 WS-IMPORT-LAT         PIC X(20).
       01 WS-IMPORT-LON         PIC X(20).
       01 WS-IMPORT-DICT        PIC X(60).
       01 WS-IMPORT-BOOK        PIC 9(3).
       01 WS-IMPORT-CHAPTER     PIC 9(3).
       01 WS-IMPORT-VERSE       PIC 9(3).
       01 WS-IMPORT-PLACES      PIC X(200).
       01 WS-COORD-VALUE        PIC S9(3)V9(5).
       01 WS-COORD-OK           PIC X.
       01 WS-PLACE-COUNT        PIC 9(7) VALUE 0.
       01 WS-VERSE-COUNT        PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadPlaces".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADPLACES.
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
           DISPLAY "Quelldatei des Ortsverzeichnisses"
               " (leer = keine): " WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE FUNCTION trim(WS-IMPORT-FILE) TO WS-IMPORT-FILE
           IF WS-IMPORT-FILE NOT = SPACES
               PERFORM IMPORT-PLACES
           END-IF

           DISPLAY "Quelldatei des Versindex der Orte"
               " (leer = keine): " WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE FUNCTION trim(WS-IMPORT-FILE) TO WS-IMPORT-FILE
           IF WS-IMPORT-FILE NOT = SPACES
               PERFORM IMPORT-PLACE-VERSES
           END-IF
           EXIT PROGRAM.
       LOADPLACES-EXIT.

       IMPORT-PLACES.
           MOVE WS-IMPORT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Quelldatei nicht gefunden: "
                   FUNCTION trim(WS-IMPORT-FILE)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PLACES-FILE
           IF WS-PLACES-STATUS = "35"
               OPEN OUTPUT PLACES-FILE
               CLOSE PLACES-FILE
               OPEN I-O PLACES-FILE
           END-IF
           OPEN INPUT PLACES-IMPORT-FILE

           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "Y"
               READ PLACES-IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPORT-EOF
                   NOT AT END
                       PERFORM ROWPLACE
               END-READ
           END-PERFORM

           CLOSE PLACES-IMPORT-FILE
           CLOSE PLACES-FILE

           DISPLAY FUNCTION trim(WS-PLACE-COUNT)
               " Orte geschrieben."
           IF WS-SKIPPED-COUNT > 0
               DISPLAY FUNCTION trim(WS-SKIPPED-COUNT)
                   " Zeilen mit ungueltigen Koordinaten uebersprungen."
           END-IF
           MOVE "places.data" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               "Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               WS-PLACE-COUNT, " Orte geschrieben, ",
               WS-SKIPPED-COUNT, " Zeilen uebersprungen"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           CONTINUE.
       IMPORT-PLACES-EXIT.

       ROWPLACE.
           MOVE SPACES TO WS-IMPORT-KEY
           MOVE SPACES TO WS-IMPORT-NAME
           MOVE SPACES TO WS-IMPORT-ALT
           MOVE SPACES TO WS-IMPORT-MODERN
           MOVE SPACES TO WS-IMPORT-LAT
           MOVE SPACES TO WS-IMPORT-LON
           MOVE SPACES TO WS-IMPORT-DICT
           UNSTRING PLACES-IMPORT-RECORD
               DELIMITED BY "###" INTO
                 WS-IMPORT-KEY,
                 WS-IMPORT-NAME,
                 WS-IMPORT-ALT,
                 WS-IMPORT-MODERN,
                 WS-IMPORT-LAT,
                 WS-IMPORT-LON,
                 WS-IMPORT-DICT

           IF FUNCTION trim(WS-IMPORT-KEY) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-KEY))
               TO PLACE-KEY
           MOVE FUNCTION trim(WS-IMPORT-NAME) TO PLACE-NAME
           MOVE FUNCTION trim(WS-IMPORT-ALT) TO PLACE-ALT-NAMES
           MOVE FUNCTION trim(WS-IMPORT-MODERN) TO PLACE-MODERN
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-DICT))
               TO PLACE-DICT-KEY

           MOVE "Y" TO WS-COORD-OK
           IF FUNCTION TEST-NUMVAL(WS-IMPORT-LAT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IMPORT-LON) NOT = 0
               MOVE "N" TO WS-COORD-OK
           ELSE
               COMPUTE WS-COORD-VALUE = FUNCTION NUMVAL(WS-IMPORT-LAT)
               IF WS-COORD-VALUE < -90 OR WS-COORD-VALUE > 90
                   MOVE "N" TO WS-COORD-OK
               END-IF
               MOVE WS-COORD-VALUE TO PLACE-LATITUDE
               COMPUTE WS-COORD-VALUE = FUNCTION NUMVAL(WS-IMPORT-LON)
               IF WS-COORD-VALUE < -180 OR WS-COORD-VALUE > 180
                   MOVE "N" TO WS-COORD-OK
               END-IF
               MOVE WS-COORD-VALUE TO PLACE-LONGITUDE
           END-IF
           IF WS-COORD-OK = "N"
               DISPLAY "Koordinaten ungueltig bei "
                   FUNCTION trim(PLACE-KEY)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           WRITE PLACE-RECORD INVALID KEY
               REWRITE PLACE-RECORD
           END-WRITE
           ADD 1 TO WS-PLACE-COUNT
           CONTINUE.
       ROWPLACE-EXIT.

       IMPORT-PLACE-VERSES.
           MOVE WS-IMPORT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Quelldatei nicht gefunden: "
                   FUNCTION trim(WS-IMPORT-FILE)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PLACE-VERSE-FILE
           IF WS-PLACE-VERSE-STATUS = "35"
               OPEN OUTPUT PLACE-VERSE-FILE
               CLOSE PLACE-VERSE-FILE
               OPEN I-O PLACE-VERSE-FILE
           END-IF
           OPEN INPUT PLACES-IMPORT-FILE

           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "Y"
               READ PLACES-IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPORT-EOF
                   NOT AT END
                       PERFORM ROWPLACEVERSE
               END-READ
           END-PERFORM

           CLOSE PLACES-IMPORT-FILE
           CLOSE PLACE-VERSE-FILE

           DISPLAY FUNCTION trim(WS-VERSE-COUNT)
               " Verse mit Ortsangaben geschrieben."
           MOVE "places.verses.data" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               "Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               WS-VERSE-COUNT, " Verse geschrieben"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           CONTINUE.
       IMPORT-PLACE-VERSES-EXIT.

       ROWPLACEVERSE.
           MOVE SPACES TO WS-IMPORT-PLACES
           UNSTRING PLACES-IMPORT-RECORD
               DELIMITED BY "###" INTO
                 WS-IMPORT-BOOK,
                 WS-IMPORT-CHAPTER,
                 WS-IMPORT-VERSE,
                 WS-IMPORT-PLACES

           IF FUNCTION trim(WS-IMPORT-PLACES) NOT = SPACES
               MOVE WS-IMPORT-BOOK TO PLACE-VERSE-BOOK
               MOVE WS-IMPORT-CHAPTER TO PLACE-VERSE-CHAPTER
               MOVE WS-IMPORT-VERSE TO PLACE-VERSE-VERSE
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION trim(WS-IMPORT-PLACES))
                   TO PLACE-VERSE-PLACES
               WRITE PLACE-VERSE-RECORD INVALID KEY
                   REWRITE PLACE-VERSE-RECORD
               END-WRITE
               ADD 1 TO WS-VERSE-COUNT
           END-IF
           CONTINUE.
       ROWPLACEVERSE-EXIT.

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
           END PROGRAM loadPlaces.
