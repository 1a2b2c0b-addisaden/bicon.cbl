      * Takes over bookmarks, notes and highlights a user brings
      * along from another Bible app. Those apps export CSV, one
      * entry per line:
      *   reference,text,color or category,date
      * with "," or ";" between the fields and double quotes round
      * any field that contains them. A first line that is no
      * reference is taken for the column heading.
      *
      * The reference goes through lib/referenceParser, so every
      * book name, abbreviation or number books.lookup knows is
      * understood; "JOH 3,16" is read as "JOH 3:16". A verse range
      * marks every verse of it, the note goes to its first verse.
      * The colors of the other app are mapped to our highlight
      * categories in import.colors.cfg:
      *   color###CATEGORY
      * where the category LESEZEICHEN makes a bookmark instead and
      * an empty category drops the color. Per line:
      *   text given          -> note (notes.data), the date of
      *                          the other app in brackets behind it
      *   color mapped        -> highlight (highlights.data) or
      *                          bookmark (bookmarks.data)
      *   neither             -> bookmark
      * What the user already has stays as it is unless overwriting
      * is asked for. Every change goes to userdata.journal like an
      * edit while reading.
      *
      * <user>.import.txt lists each line with what became of it -
      * in a dry run it lists what would happen and nothing is
      * written. Lines that cannot be taken over are copied
      * unchanged to <user>.import.rej, so they can be corrected
      * and imported again; their reason is in the listing.
      *
      * Anyone may import into the own account; into another user's
      * account only an administrator, which goes into admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. importAnnotations.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO WS-IMPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.
           SELECT COLOR-MAP-FILE ASSIGN TO "import.colors.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LIST-FILE ASSIGN TO WS-LIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BOOKMARKS-FILE ASSIGN TO "bookmarks.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOOKMARK-KEY
               FILE STATUS IS WS-BOOKMARKS-STATUS.
           SELECT BIBLE-NOTES-FILE ASSIGN TO "notes.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-NOTE-KEY
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT HIGHLIGHTS-FILE ASSIGN TO "highlights.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIGHLIGHT-KEY
               FILE STATUS IS WS-HIGHLIGHTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IMPORT-FILE.
       01 IMPORT-RECORD PIC X(2000).
       FD COLOR-MAP-FILE.
       01 COLOR-MAP-RECORD PIC X(100).
       FD LIST-FILE.
       01 LIST-RECORD PIC X(300).
       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(2000).
           COPY 'cpy/file-section/user-profile-file'.
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-notes-file'.
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
       WORKING-STORAGE SECTION.
       01 WS-IMPORT-FILE        PIC X(250).
       01 WS-IMPORT-STATUS      PIC XX.
       01 WS-LIST-FILE          PIC X(100).
       01 WS-REJECT-FILE        PIC X(100).
       01 WS-DATA-FILE          PIC X(777).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-PROFILES-STATUS    PIC XX.
       01 WS-BOOKMARKS-STATUS   PIC XX.
       01 WS-NOTES-STATUS       PIC XX.
       01 WS-HIGHLIGHTS-STATUS  PIC XX.
       01 WS-USERNAME           PIC X(30).
       01 WS-USER-FOUND         PIC X VALUE "N".
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DEFAULT-SHORT      PIC X(32).
       01 WS-ANSWER             PIC X(1).
       01 WS-DRY-RUN            PIC X VALUE "J".
       01 WS-OVERWRITE          PIC X VALUE "N".

      * one CSV line split into its fields
       01 WS-SEPARATOR          PIC X(1).
       01 WS-CSV-LINE           PIC X(2000).
       01 WS-CSV-LEN            PIC 9(4).
       01 WS-CSV-POS            PIC 9(4).
       01 WS-CSV-CHAR           PIC X(1).
       01 WS-CSV-QUOTED         PIC X(1).
       01 WS-CSV-FIELD-NO       PIC 9(2).
       01 WS-CSV-FIELD-POS      PIC 9(4).
       01 WS-CSV-VERSE-SEEN     PIC X(1).
       01 WS-CSV-FIELDS.
           05 WS-CSV-FIELD OCCURS 4 TIMES PIC X(600).
       01 WS-LINE-NO            PIC 9(6) VALUE 0.
       01 WS-IMPORT-EOF         PIC X VALUE "N".

      * the line's entries
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-VERSE              PIC 9(3).
       01 WS-NOTE-TEXT          PIC X(500).
       01 WS-COLOR              PIC X(40).
       01 WS-DATE-TEXT          PIC X(40).
       01 WS-CATEGORY           PIC X(12).
       01 WS-DO-NOTE            PIC X.
       01 WS-DO-HIGHLIGHT       PIC X.
       01 WS-DO-BOOKMARK        PIC X.
       01 WS-REJECT-REASON      PIC X(100).
       01 WS-ENTRY-STATE        PIC X(40).
       01 WS-REF-DISP           PIC X(30).
       01 WS-CH-DISP            PIC ZZ9.
       01 WS-VS-DISP            PIC ZZ9.
       01 WS-VS-TO-DISP         PIC ZZ9.
       01 WS-LINE-DISP          PIC Z(5)9.

      * color map from import.colors.cfg
       78 WS-MAP-MAX VALUE 100.
       01 WS-MAP-COUNT          PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES.
               10 WS-MAP-COLOR      PIC X(40).
               10 WS-MAP-CATEGORY   PIC X(12).
       01 WS-MAP-IDX            PIC 9(3).
       01 WS-MAP-FOUND          PIC X.
       01 WS-MAP-EOF            PIC X VALUE "N".
       01 WS-MAP-IN-COLOR       PIC X(40).
       01 WS-MAP-IN-CATEGORY    PIC X(12).

      * what became of the lines; entry kinds 1 note, 2 highlight,
      * 3 bookmark
       01 WS-HEADER-LINES       PIC 9(6) VALUE 0.
       01 WS-REJECTED           PIC 9(6) VALUE 0.
       01 WS-KIND               PIC 9(1).
       01 WS-KIND-COUNTS.
           05 WS-KIND-COUNT OCCURS 3 TIMES.
               10 WS-CNT-NEW        PIC 9(6).
               10 WS-CNT-OVER       PIC 9(6).
               10 WS-CNT-KEPT       PIC 9(6).
       01 WS-KIND-NAMES.
           05 FILLER PIC X(14) VALUE "Notizen".
           05 FILLER PIC X(14) VALUE "Hervorhebungen".
           05 FILLER PIC X(14) VALUE "Lesezeichen".
       01 WS-KIND-NAME-TABLE REDEFINES WS-KIND-NAMES.
           05 WS-KIND-NAME OCCURS 3 TIMES PIC X(14).
       01 WS-EXISTS             PIC X.
       01 WS-CNT-DISP-1         PIC Z(5)9.
       01 WS-CNT-DISP-2         PIC Z(5)9.
       01 WS-CNT-DISP-3         PIC Z(5)9.
       01 WS-WRITTEN            PIC 9(6) VALUE 0.

      * journal of user data changes (lib/journalUserData)
       01 WS-JRN-FILE           PIC X(30).
       01 WS-JRN-ACTION         PIC X(6).
       01 WS-JRN-KEY            PIC X(100).
       01 WS-JRN-DATA           PIC X(500).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "importAnnotations".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "R".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       IMPORTANNOTATIONS.
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

           DISPLAY "Import-Datei (CSV): " WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE WS-IMPORT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF FUNCTION trim(WS-IMPORT-FILE) = SPACES
               OR WS-RETURN NOT = 0
               DISPLAY "Import-Datei nicht gefunden: "
                   FUNCTION trim(WS-IMPORT-FILE)
               EXIT PROGRAM
           END-IF
           DISPLAY "Trennzeichen (Enter = ,): " WITH NO ADVANCING
           MOVE SPACE TO WS-SEPARATOR
           ACCEPT WS-SEPARATOR
           IF WS-SEPARATOR = SPACE
               MOVE "," TO WS-SEPARATOR
           END-IF

           DISPLAY "Fuer Benutzer (Enter = "
               FUNCTION trim(WS-ROLE-USER) "): " WITH NO ADVANCING
           MOVE SPACES TO WS-USERNAME
           ACCEPT WS-USERNAME
           MOVE FUNCTION trim(WS-USERNAME) TO WS-USERNAME
           IF WS-USERNAME = SPACES
               MOVE WS-ROLE-USER TO WS-USERNAME
           END-IF
           IF WS-USERNAME NOT = WS-ROLE-USER
               AND WS-ROLE-ACTUAL NOT = "A"
               DISPLAY "In ein fremdes Konto importiert nur ein "
                   "Administrator."
               EXIT PROGRAM
           END-IF
           PERFORM LOAD-TARGET-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "Benutzer unbekannt: "
                   FUNCTION trim(WS-USERNAME)
               EXIT PROGRAM
           END-IF

           IF FUNCTION trim(WS-DEFAULT-SHORT) NOT = SPACES
               DISPLAY "Uebersetzung der Eintraege (Kurzname, "
                   "Enter = " FUNCTION trim(WS-DEFAULT-SHORT) "): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Uebersetzung der Eintraege (Kurzname): "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-BIBLE-SHORT
           ACCEPT WS-BIBLE-SHORT
           IF FUNCTION trim(WS-BIBLE-SHORT) = SPACES
               MOVE WS-DEFAULT-SHORT TO WS-BIBLE-SHORT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF FUNCTION trim(WS-BIBLE-SHORT) = SPACES
               OR WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           DISPLAY "Nur Probelauf, nichts schreiben? (J/N, "
               "Enter = J): " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "N"
               MOVE "N" TO WS-DRY-RUN
           ELSE
               MOVE "J" TO WS-DRY-RUN
           END-IF
           DISPLAY "Vorhandene Eintraege ueberschreiben? (J/N, "
               "Enter = N): " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "J"
               MOVE "J" TO WS-OVERWRITE
           ELSE
               MOVE "N" TO WS-OVERWRITE
           END-IF

           PERFORM LOAD-COLOR-MAP
           PERFORM OPEN-TARGETS
           OPEN INPUT BIBLE-DATA-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-USERNAME), ".import.txt"
           ) TO WS-LIST-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-USERNAME), ".import.rej"
           ) TO WS-REJECT-FILE
           OPEN OUTPUT LIST-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM WRITE-LIST-HEAD

           MOVE ZEROES TO WS-KIND-COUNTS
           OPEN INPUT IMPORT-FILE
           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "Y"
               READ IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPORT-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE IMPORT-FILE

           PERFORM WRITE-LIST-FOOT
           CLOSE REJECT-FILE
           CLOSE LIST-FILE
           CLOSE BIBLE-DATA-FILE
           PERFORM CLOSE-TARGETS
           IF WS-REJECTED = 0
               MOVE FUNCTION concatenate(
                   "rm -f ", FUNCTION trim(WS-REJECT-FILE)
               ) TO WS-TEST-FILE
               CALL "SYSTEM" USING WS-TEST-FILE
           END-IF

           IF WS-DRY-RUN = "N"
               AND WS-USERNAME NOT = WS-ROLE-USER
               AND WS-WRITTEN > 0
               MOVE WS-USERNAME TO WS-ADM-TARGET
               MOVE SPACES TO WS-ADM-BEFORE
               MOVE WS-WRITTEN TO WS-CNT-DISP-1
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-CNT-DISP-1),
                   " Eintraege importiert aus ",
                   FUNCTION trim(WS-IMPORT-FILE)
               ) TO WS-ADM-AFTER
               PERFORM WRITE-ADMIN-LOG
           END-IF

           PERFORM SHOW-SUMMARY
           EXIT PROGRAM.
       IMPORTANNOTATIONS-EXIT.

       LOAD-TARGET-USER.
           MOVE "N" TO WS-USER-FOUND
           MOVE SPACES TO WS-DEFAULT-SHORT
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UserProfilesFile
           IF WS-PROFILES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME TO USER-PROFILE-KEY
           READ UserProfilesFile
               NOT INVALID KEY
                   IF NOT USER-PROFILE-IS-CONTROL
                       MOVE "Y" TO WS-USER-FOUND
                       MOVE USER-PROFILE-TRANSLATION
                           TO WS-DEFAULT-SHORT
                   END-IF
           END-READ
           CLOSE UserProfilesFile
           IF WS-DEFAULT-SHORT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "default.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT DEFAULT-CONFIG-FILE
               READ DEFAULT-CONFIG-FILE
                   NOT AT END
                       MOVE FUNCTION trim(DEFAULT-CONFIG-RECORD)
                           TO WS-DEFAULT-SHORT
               END-READ
               CLOSE DEFAULT-CONFIG-FILE
           END-IF
           CONTINUE.
       LOAD-TARGET-USER-EXIT.

       LOAD-COLOR-MAP.
           MOVE 0 TO WS-MAP-COUNT
           MOVE "import.colors.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Keine Farbzuordnung (import.colors.cfg) - "
                   "Zeilen mit Farbe werden abgewiesen."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COLOR-MAP-FILE
           MOVE "N" TO WS-MAP-EOF
           PERFORM UNTIL WS-MAP-EOF = "Y"
               READ COLOR-MAP-FILE
                   AT END
                       MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       PERFORM ADD-COLOR-MAP-LINE
               END-READ
           END-PERFORM
           CLOSE COLOR-MAP-FILE
           CONTINUE.
       LOAD-COLOR-MAP-EXIT.

       ADD-COLOR-MAP-LINE.
           IF COLOR-MAP-RECORD = SPACES
               OR COLOR-MAP-RECORD(1:1) = "*"
               OR WS-MAP-COUNT >= WS-MAP-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAP-IN-COLOR
           MOVE SPACES TO WS-MAP-IN-CATEGORY
           UNSTRING COLOR-MAP-RECORD
               DELIMITED BY "###" INTO
                   WS-MAP-IN-COLOR
                   WS-MAP-IN-CATEGORY
           ADD 1 TO WS-MAP-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-MAP-IN-COLOR))
               TO WS-MAP-COLOR(WS-MAP-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-MAP-IN-CATEGORY))
               TO WS-MAP-CATEGORY(WS-MAP-COUNT)
           CONTINUE.
       ADD-COLOR-MAP-LINE-EXIT.

      * In a dry run the files are only read, and a file not there
      * yet simply holds nothing.
       OPEN-TARGETS.
           IF WS-DRY-RUN = "J"
               OPEN INPUT BOOKMARKS-FILE
               OPEN INPUT BIBLE-NOTES-FILE
               OPEN INPUT HIGHLIGHTS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BOOKMARKS-FILE
           IF WS-BOOKMARKS-STATUS = "35"
               OPEN OUTPUT BOOKMARKS-FILE
               CLOSE BOOKMARKS-FILE
               OPEN I-O BOOKMARKS-FILE
           END-IF
           OPEN I-O BIBLE-NOTES-FILE
           IF WS-NOTES-STATUS = "35"
               OPEN OUTPUT BIBLE-NOTES-FILE
               CLOSE BIBLE-NOTES-FILE
               OPEN I-O BIBLE-NOTES-FILE
           END-IF
           OPEN I-O HIGHLIGHTS-FILE
           IF WS-HIGHLIGHTS-STATUS = "35"
               OPEN OUTPUT HIGHLIGHTS-FILE
               CLOSE HIGHLIGHTS-FILE
               OPEN I-O HIGHLIGHTS-FILE
           END-IF
           CONTINUE.
       OPEN-TARGETS-EXIT.

       CLOSE-TARGETS.
           IF WS-BOOKMARKS-STATUS NOT = "35"
               CLOSE BOOKMARKS-FILE
           END-IF
           IF WS-NOTES-STATUS NOT = "35"
               CLOSE BIBLE-NOTES-FILE
           END-IF
           IF WS-HIGHLIGHTS-STATUS NOT = "35"
               CLOSE HIGHLIGHTS-FILE
           END-IF
           CONTINUE.
       CLOSE-TARGETS-EXIT.

      *----------------------------------------------------------
      * one line of the export
      *----------------------------------------------------------
       IMPORT-ONE-LINE.
           MOVE IMPORT-RECORD TO WS-CSV-LINE
      * byte order mark some apps put in front of the file
           IF WS-LINE-NO = 1 AND WS-CSV-LINE(1:3) = X"EFBBBF"
               MOVE IMPORT-RECORD(4:) TO WS-CSV-LINE
           END-IF
           IF WS-CSV-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-CSV-LINE

           MOVE FUNCTION trim(WS-CSV-FIELD(1)) TO WS-REF-INPUT
           INSPECT WS-REF-INPUT REPLACING ALL "," BY ":"
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               IF WS-LINE-NO = 1
                   ADD 1 TO WS-HEADER-LINES
                   EXIT PARAGRAPH
               END-IF
               MOVE "Stelle nicht erkannt" TO WS-REJECT-REASON
               PERFORM REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-VFROM = 0
               MOVE "Stelle ohne Vers" TO WS-REJECT-REASON
               PERFORM REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-VTO < WS-REF-VFROM
               MOVE WS-REF-VFROM TO WS-REF-VTO
           END-IF
           IF WS-REF-VTO - WS-REF-VFROM > 175
               COMPUTE WS-REF-VTO = WS-REF-VFROM + 175
           END-IF
           PERFORM FORMAT-REFERENCE

           MOVE FUNCTION trim(WS-CSV-FIELD(2)) TO WS-NOTE-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-CSV-FIELD(3)))
               TO WS-COLOR
           MOVE FUNCTION trim(WS-CSV-FIELD(4)) TO WS-DATE-TEXT

           MOVE "N" TO WS-DO-NOTE
           MOVE "N" TO WS-DO-HIGHLIGHT
           MOVE "N" TO WS-DO-BOOKMARK
           MOVE SPACES TO WS-CATEGORY
           IF WS-NOTE-TEXT NOT = SPACES
               MOVE "Y" TO WS-DO-NOTE
           END-IF
           IF WS-COLOR NOT = SPACES
               PERFORM MAP-COLOR
               IF WS-MAP-FOUND = "N"
                   MOVE FUNCTION concatenate(
                       "Farbe ohne Zuordnung: ",
                       FUNCTION trim(WS-COLOR)
                   ) TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WS-CATEGORY = "LESEZEICHEN"
                       MOVE "Y" TO WS-DO-BOOKMARK
                   WHEN WS-CATEGORY NOT = SPACES
                       MOVE "Y" TO WS-DO-HIGHLIGHT
               END-EVALUATE
           END-IF
           IF WS-NOTE-TEXT = SPACES AND WS-COLOR = SPACES
               MOVE "Y" TO WS-DO-BOOKMARK
           END-IF

           MOVE WS-REF-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-REF-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE WS-REF-VFROM TO BIBLE-DATA-VERSE
           READ BIBLE-DATA-FILE
               INVALID KEY
                   MOVE FUNCTION concatenate(
                       "Vers fehlt in ", FUNCTION trim(WS-BIBLE-SHORT)
                   ) TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
                   EXIT PARAGRAPH
           END-READ

           IF WS-DO-NOTE = "Y"
               MOVE WS-REF-VFROM TO WS-VERSE
               PERFORM IMPORT-NOTE
           END-IF
           PERFORM VARYING WS-VERSE FROM WS-REF-VFROM BY 1
               UNTIL WS-VERSE > WS-REF-VTO
               MOVE WS-VERSE TO BIBLE-DATA-VERSE
               READ BIBLE-DATA-FILE
                   INVALID KEY
                       MOVE WS-REF-VTO TO WS-VERSE
                   NOT INVALID KEY
                       IF WS-DO-HIGHLIGHT = "Y"
                           PERFORM IMPORT-HIGHLIGHT
                       END-IF
                       IF WS-DO-BOOKMARK = "Y"
                           PERFORM IMPORT-BOOKMARK
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       IMPORT-ONE-LINE-EXIT.

      * Fields are separated by WS-SEPARATOR; inside double quotes
      * the separator is text and "" stands for one quote. A comma
      * between chapter and verse of an unquoted reference ("JOH
      * 3,16,...") belongs to the reference, not between fields.
       SPLIT-CSV-LINE.
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE 1 TO WS-CSV-FIELD-NO
           MOVE 0 TO WS-CSV-FIELD-POS
           MOVE "N" TO WS-CSV-QUOTED
           MOVE "N" TO WS-CSV-VERSE-SEEN
           MOVE FUNCTION LENGTH(FUNCTION trim(WS-CSV-LINE TRAILING))
               TO WS-CSV-LEN
           MOVE 1 TO WS-CSV-POS
           PERFORM UNTIL WS-CSV-POS > WS-CSV-LEN
               MOVE WS-CSV-LINE(WS-CSV-POS:1) TO WS-CSV-CHAR
               EVALUATE TRUE
                   WHEN WS-CSV-CHAR = '"' AND WS-CSV-QUOTED = "Y"
                       IF WS-CSV-POS < WS-CSV-LEN
                           AND WS-CSV-LINE(WS-CSV-POS + 1:1) = '"'
                           PERFORM ADD-CSV-CHAR
                           ADD 1 TO WS-CSV-POS
                       ELSE
                           MOVE "N" TO WS-CSV-QUOTED
                       END-IF
                   WHEN WS-CSV-CHAR = '"'
                       MOVE "Y" TO WS-CSV-QUOTED
                   WHEN WS-CSV-CHAR = "," AND WS-CSV-QUOTED = "N"
                       AND WS-CSV-FIELD-NO = 1
                       AND WS-CSV-VERSE-SEEN = "N"
                       AND WS-CSV-FIELD-POS > 0
                       AND WS-CSV-POS < WS-CSV-LEN
                       AND WS-CSV-FIELD(1)(WS-CSV-FIELD-POS:1)
                           IS NUMERIC
                       AND WS-CSV-LINE(WS-CSV-POS + 1:1) IS NUMERIC
                       PERFORM ADD-CSV-CHAR
                   WHEN WS-CSV-CHAR = WS-SEPARATOR
                       AND WS-CSV-QUOTED = "N"
                       ADD 1 TO WS-CSV-FIELD-NO
                       MOVE 0 TO WS-CSV-FIELD-POS
                   WHEN OTHER
                       PERFORM ADD-CSV-CHAR
               END-EVALUATE
               ADD 1 TO WS-CSV-POS
           END-PERFORM
           CONTINUE.
       SPLIT-CSV-LINE-EXIT.

      * fields beyond the fourth and text beyond the field size are
      * dropped
       ADD-CSV-CHAR.
           IF WS-CSV-FIELD-NO > 4 OR WS-CSV-FIELD-POS >= 600
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-FIELD-NO = 1
               AND (WS-CSV-CHAR = ":" OR WS-CSV-CHAR = ",")
               MOVE "Y" TO WS-CSV-VERSE-SEEN
           END-IF
           ADD 1 TO WS-CSV-FIELD-POS
           MOVE WS-CSV-CHAR
               TO WS-CSV-FIELD(WS-CSV-FIELD-NO)(WS-CSV-FIELD-POS:1)
           CONTINUE.
       ADD-CSV-CHAR-EXIT.

       MAP-COLOR.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               OR WS-MAP-FOUND = "Y"
               IF WS-MAP-COLOR(WS-MAP-IDX) = WS-COLOR
                   MOVE "Y" TO WS-MAP-FOUND
                   MOVE WS-MAP-CATEGORY(WS-MAP-IDX) TO WS-CATEGORY
               END-IF
           END-PERFORM
           CONTINUE.
       MAP-COLOR-EXIT.

      * "43 3,16-18" - the listing names books by number, the way
      * the journal and userDataRestore do
       FORMAT-REFERENCE.
           MOVE WS-REF-CHAPTER TO WS-CH-DISP
           MOVE WS-REF-VFROM TO WS-VS-DISP
           MOVE WS-REF-VTO TO WS-VS-TO-DISP
           IF WS-REF-VTO > WS-REF-VFROM
               MOVE FUNCTION concatenate(
                   WS-REF-BOOK, " ", FUNCTION trim(WS-CH-DISP), ",",
                   FUNCTION trim(WS-VS-DISP), "-",
                   FUNCTION trim(WS-VS-TO-DISP)
               ) TO WS-REF-DISP
           ELSE
               MOVE FUNCTION concatenate(
                   WS-REF-BOOK, " ", FUNCTION trim(WS-CH-DISP), ",",
                   FUNCTION trim(WS-VS-DISP)
               ) TO WS-REF-DISP
           END-IF
           CONTINUE.
       FORMAT-REFERENCE-EXIT.

       REJECT-LINE.
           ADD 1 TO WS-REJECTED
           MOVE IMPORT-RECORD TO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE FUNCTION concatenate(
               "Zeile ", WS-LINE-DISP, "  ABGEWIESEN: ",
               FUNCTION trim(WS-REJECT-REASON)
           ) TO LIST-RECORD
           WRITE LIST-RECORD
           CONTINUE.
       REJECT-LINE-EXIT.

      *----------------------------------------------------------
      * the three kinds of entries
      *----------------------------------------------------------
       IMPORT-NOTE.
           MOVE 1 TO WS-KIND
           MOVE WS-USERNAME TO BIBLE-NOTE-USER
           MOVE WS-BIBLE-SHORT TO BIBLE-NOTE-SHORT
           MOVE WS-REF-BOOK TO BIBLE-NOTE-BOOK
           MOVE WS-REF-CHAPTER TO BIBLE-NOTE-CHAPTER
           MOVE WS-VERSE TO BIBLE-NOTE-VERSE
           MOVE "N" TO WS-EXISTS
           IF WS-NOTES-STATUS NOT = "35"
               READ BIBLE-NOTES-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EXISTS
               END-READ
           END-IF
           IF WS-DATE-TEXT = SPACES
               MOVE WS-NOTE-TEXT TO BIBLE-NOTE-TEXT
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-NOTE-TEXT), " (",
                   FUNCTION trim(WS-DATE-TEXT), ")"
               ) TO BIBLE-NOTE-TEXT
           END-IF
           PERFORM DECIDE-ENTRY
           IF WS-DRY-RUN = "N" AND WS-ENTRY-STATE NOT = "vorhanden"
               IF WS-EXISTS = "Y"
                   REWRITE BIBLE-NOTE-RECORD
               ELSE
                   WRITE BIBLE-NOTE-RECORD
               END-IF
               MOVE "notes.data" TO WS-JRN-FILE
               MOVE BIBLE-NOTE-TEXT TO WS-JRN-DATA
               PERFORM JOURNAL-ENTRY
           END-IF
           PERFORM LIST-ENTRY
           CONTINUE.
       IMPORT-NOTE-EXIT.

       IMPORT-HIGHLIGHT.
           MOVE 2 TO WS-KIND
           MOVE WS-USERNAME TO HIGHLIGHT-USER
           MOVE WS-BIBLE-SHORT TO HIGHLIGHT-SHORT
           MOVE WS-REF-BOOK TO HIGHLIGHT-BOOK
           MOVE WS-REF-CHAPTER TO HIGHLIGHT-CHAPTER
           MOVE WS-VERSE TO HIGHLIGHT-VERSE
           MOVE "N" TO WS-EXISTS
           IF WS-HIGHLIGHTS-STATUS NOT = "35"
               READ HIGHLIGHTS-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EXISTS
               END-READ
           END-IF
           MOVE WS-CATEGORY TO HIGHLIGHT-CATEGORY
           PERFORM DECIDE-ENTRY
           IF WS-DRY-RUN = "N" AND WS-ENTRY-STATE NOT = "vorhanden"
               IF WS-EXISTS = "Y"
                   REWRITE HIGHLIGHT-RECORD
               ELSE
                   WRITE HIGHLIGHT-RECORD
               END-IF
               MOVE "highlights.data" TO WS-JRN-FILE
               MOVE WS-CATEGORY TO WS-JRN-DATA
               PERFORM JOURNAL-ENTRY
           END-IF
           PERFORM LIST-ENTRY
           CONTINUE.
       IMPORT-HIGHLIGHT-EXIT.

      * the verse record's own text, as readTranslation keeps it
       IMPORT-BOOKMARK.
           MOVE 3 TO WS-KIND
           MOVE WS-USERNAME TO BOOKMARK-USER
           MOVE WS-BIBLE-SHORT TO BOOKMARK-SHORT
           MOVE WS-REF-BOOK TO BOOKMARK-BOOK
           MOVE WS-REF-CHAPTER TO BOOKMARK-CHAPTER
           MOVE WS-VERSE TO BOOKMARK-VERSE
           MOVE "N" TO WS-EXISTS
           IF WS-BOOKMARKS-STATUS NOT = "35"
               READ BOOKMARKS-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EXISTS
               END-READ
           END-IF
           MOVE FUNCTION trim(BIBLE-DATA-TEXT) TO BOOKMARK-TEXT
           PERFORM DECIDE-ENTRY
           IF WS-DRY-RUN = "N" AND WS-ENTRY-STATE NOT = "vorhanden"
               IF WS-EXISTS = "Y"
                   REWRITE BOOKMARK-RECORD
               ELSE
                   WRITE BOOKMARK-RECORD
               END-IF
               MOVE "bookmarks.data" TO WS-JRN-FILE
               MOVE BOOKMARK-TEXT TO WS-JRN-DATA
               PERFORM JOURNAL-ENTRY
           END-IF
           PERFORM LIST-ENTRY
           CONTINUE.
       IMPORT-BOOKMARK-EXIT.

      * WS-EXISTS says whether the user has the entry already
       DECIDE-ENTRY.
           EVALUATE TRUE
               WHEN WS-EXISTS = "N"
                   MOVE "neu" TO WS-ENTRY-STATE
                   ADD 1 TO WS-CNT-NEW(WS-KIND)
               WHEN WS-OVERWRITE = "J"
                   MOVE "ueberschrieben" TO WS-ENTRY-STATE
                   ADD 1 TO WS-CNT-OVER(WS-KIND)
               WHEN OTHER
                   MOVE "vorhanden" TO WS-ENTRY-STATE
                   ADD 1 TO WS-CNT-KEPT(WS-KIND)
           END-EVALUATE
           CONTINUE.
       DECIDE-ENTRY-EXIT.

       JOURNAL-ENTRY.
           ADD 1 TO WS-WRITTEN
           IF WS-EXISTS = "Y"
               MOVE "CHANGE" TO WS-JRN-ACTION
           ELSE
               MOVE "ADD" TO WS-JRN-ACTION
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-USERNAME), "###",
               FUNCTION trim(WS-BIBLE-SHORT), "###",
               WS-REF-BOOK, "###",
               WS-REF-CHAPTER, "###",
               WS-VERSE
           ) TO WS-JRN-KEY
           CALL "lib/journalUserData" USING
               WS-USERNAME,
               WS-JRN-FILE,
               WS-JRN-ACTION,
               WS-JRN-KEY,
               WS-JRN-DATA
           END-CALL
           CONTINUE.
       JOURNAL-ENTRY-EXIT.

       LIST-ENTRY.
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE WS-VERSE TO WS-VS-DISP
           EVALUATE WS-KIND
               WHEN 1
                   MOVE FUNCTION concatenate(
                       "Zeile ", WS-LINE-DISP, "  ",
                       FUNCTION trim(WS-REF-DISP), "  Notiz zu Vers ",
                       FUNCTION trim(WS-VS-DISP), ": ",
                       FUNCTION trim(WS-ENTRY-STATE), " - ",
                       FUNCTION trim(BIBLE-NOTE-TEXT)
                   ) TO LIST-RECORD
               WHEN 2
                   MOVE FUNCTION concatenate(
                       "Zeile ", WS-LINE-DISP, "  ",
                       FUNCTION trim(WS-REF-DISP),
                       "  Hervorhebung Vers ",
                       FUNCTION trim(WS-VS-DISP), " [",
                       FUNCTION trim(WS-CATEGORY), "]: ",
                       FUNCTION trim(WS-ENTRY-STATE)
                   ) TO LIST-RECORD
               WHEN OTHER
                   MOVE FUNCTION concatenate(
                       "Zeile ", WS-LINE-DISP, "  ",
                       FUNCTION trim(WS-REF-DISP),
                       "  Lesezeichen Vers ",
                       FUNCTION trim(WS-VS-DISP), ": ",
                       FUNCTION trim(WS-ENTRY-STATE)
                   ) TO LIST-RECORD
           END-EVALUATE
           WRITE LIST-RECORD
           CONTINUE.
       LIST-ENTRY-EXIT.

      *----------------------------------------------------------
      * listing head and totals
      *----------------------------------------------------------
       WRITE-LIST-HEAD.
           IF WS-DRY-RUN = "J"
               MOVE FUNCTION concatenate(
                   "Import (Probelauf) fuer ",
                   FUNCTION trim(WS-USERNAME), " aus ",
                   FUNCTION trim(WS-IMPORT-FILE), ", Uebersetzung ",
                   FUNCTION trim(WS-BIBLE-SHORT)
               ) TO LIST-RECORD
           ELSE
               MOVE FUNCTION concatenate(
                   "Import fuer ",
                   FUNCTION trim(WS-USERNAME), " aus ",
                   FUNCTION trim(WS-IMPORT-FILE), ", Uebersetzung ",
                   FUNCTION trim(WS-BIBLE-SHORT)
               ) TO LIST-RECORD
           END-IF
           WRITE LIST-RECORD
           IF WS-OVERWRITE = "J"
               MOVE "Vorhandene Eintraege werden ueberschrieben."
                   TO LIST-RECORD
           ELSE
               MOVE "Vorhandene Eintraege bleiben unveraendert."
                   TO LIST-RECORD
           END-IF
           WRITE LIST-RECORD
           MOVE ALL "=" TO LIST-RECORD(1:70)
           WRITE LIST-RECORD
           CONTINUE.
       WRITE-LIST-HEAD-EXIT.

       WRITE-LIST-FOOT.
           MOVE ALL "=" TO LIST-RECORD(1:70)
           WRITE LIST-RECORD
           PERFORM VARYING WS-KIND FROM 1 BY 1 UNTIL WS-KIND > 3
               MOVE WS-CNT-NEW(WS-KIND) TO WS-CNT-DISP-1
               MOVE WS-CNT-OVER(WS-KIND) TO WS-CNT-DISP-2
               MOVE WS-CNT-KEPT(WS-KIND) TO WS-CNT-DISP-3
               MOVE FUNCTION concatenate(
                   WS-KIND-NAME(WS-KIND), WS-CNT-DISP-1, " neu",
                   WS-CNT-DISP-2, " ueberschrieben",
                   WS-CNT-DISP-3, " vorhanden"
               ) TO LIST-RECORD
               WRITE LIST-RECORD
           END-PERFORM
           MOVE WS-REJECTED TO WS-CNT-DISP-1
           MOVE FUNCTION concatenate(
               "Abgewiesen    ", WS-CNT-DISP-1, " Zeile(n)"
           ) TO LIST-RECORD
           WRITE LIST-RECORD
           IF WS-DRY-RUN = "J"
               MOVE "Probelauf - es wurde nichts geschrieben."
                   TO LIST-RECORD
               WRITE LIST-RECORD
           END-IF
           CONTINUE.
       WRITE-LIST-FOOT-EXIT.

       SHOW-SUMMARY.
           PERFORM VARYING WS-KIND FROM 1 BY 1 UNTIL WS-KIND > 3
               MOVE WS-CNT-NEW(WS-KIND) TO WS-CNT-DISP-1
               MOVE WS-CNT-OVER(WS-KIND) TO WS-CNT-DISP-2
               MOVE WS-CNT-KEPT(WS-KIND) TO WS-CNT-DISP-3
               DISPLAY WS-KIND-NAME(WS-KIND) WS-CNT-DISP-1 " neu"
                   WS-CNT-DISP-2 " ueberschrieben"
                   WS-CNT-DISP-3 " vorhanden"
           END-PERFORM
           MOVE WS-REJECTED TO WS-CNT-DISP-1
           DISPLAY "Abgewiesen    " WS-CNT-DISP-1 " Zeile(n)"
           IF WS-REJECTED > 0
               DISPLAY "Abgewiesene Zeilen in "
                   FUNCTION trim(WS-REJECT-FILE)
           END-IF
           IF WS-DRY-RUN = "J"
               DISPLAY "Probelauf - nichts geschrieben. Liste in "
                   FUNCTION trim(WS-LIST-FILE)
           ELSE
               DISPLAY "Liste in " FUNCTION trim(WS-LIST-FILE)
           END-IF
           CONTINUE.
       SHOW-SUMMARY-EXIT.

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

       CHECK-TRANSLATION-FORMAT.
           MOVE "C" TO WS-FV-ACTION
           MOVE "T" TO WS-FV-KIND
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           CONTINUE.
       CHECK-TRANSLATION-FORMAT-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM importAnnotations.
