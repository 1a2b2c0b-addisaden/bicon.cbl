      * Personal study Bible: a book range of the user's translation
      * printed with everything the user has attached to it woven
      * in. A highlighted verse carries its category in brackets, a
      * bookmarked verse is flagged, the user's own note is printed
      * under the verse and the shared notes of every group the
      * user belongs to follow with group and author. Every note is
      * also written to a work file which, sorted by category and
      * position, becomes the index of notes at the end of the
      * document.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. annotatedExport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-DATA-ID
               FILE STATUS IS WS-DATA-STATUS.
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
           SELECT GROUP-MEMBER-FILE ASSIGN TO "groups.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GROUP-MEMBER-KEY
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT SHARED-NOTES-FILE ASSIGN TO "notes.shared.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHARED-NOTE-KEY
               FILE STATUS IS WS-SHARED-STATUS.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT INDEX-WORK-FILE ASSIGN TO "annotated.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT INDEX-SORTED-FILE ASSIGN TO "annotated.sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-notes-file'.
           COPY 'cpy/file-section/group-member-file'.
           COPY 'cpy/file-section/shared-notes-file'.
           COPY 'cpy/file-section/user-profile-file'.
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
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
      * one line per note; GROUP "1" for a highlighted verse sorts
      * the categories ahead of "2", the notes on unmarked verses
       FD INDEX-WORK-FILE.
       01 INDEX-WORK-RECORD.
           05 INDEX-WORK-GROUP      PIC X(1).
           05 INDEX-WORK-CATEGORY   PIC X(12).
           05 INDEX-WORK-BOOK       PIC 9(3).
           05 INDEX-WORK-CHAPTER    PIC 9(3).
           05 INDEX-WORK-VERSE      PIC 9(3).
           05 INDEX-WORK-KIND       PIC X(1).
           05 INDEX-WORK-INFO       PIC X(60).
       FD INDEX-SORTED-FILE.
       01 INDEX-SORTED-RECORD.
           05 INDEX-SORTED-GROUP    PIC X(1).
           05 INDEX-SORTED-CATEGORY PIC X(12).
           05 INDEX-SORTED-BOOK     PIC 9(3).
           05 INDEX-SORTED-CHAPTER  PIC 9(3).
           05 INDEX-SORTED-VERSE    PIC 9(3).
           05 INDEX-SORTED-KIND     PIC X(1).
           05 INDEX-SORTED-INFO     PIC X(60).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-USERNAME           PIC X(30).
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DEFAULT-SHORT      PIC X(32) VALUE SPACES.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-DATA-STATUS        PIC XX.
       01 WS-BOOKMARKS-STATUS   PIC XX.
       01 WS-NOTES-STATUS       PIC XX.
       01 WS-HIGHLIGHTS-STATUS  PIC XX.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-SHARED-STATUS      PIC XX.
       01 WS-PROFILES-STATUS    PIC XX.
       01 WS-BOOKMARKS-ON       PIC X VALUE "N".
       01 WS-NOTES-ON           PIC X VALUE "N".
       01 WS-HIGHLIGHTS-ON      PIC X VALUE "N".
       01 WS-SHARED-ON          PIC X VALUE "N".
       01 WS-DATA-EOF           PIC X VALUE "N".
       01 WS-SHARED-EOF         PIC X VALUE "N".
       01 WS-GROUPS-EOF         PIC X VALUE "N".
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-INDEX-EOF          PIC X VALUE "N".

      * Book range; each end is a book name, abbreviation or number
      * as referenceParser resolves it.
       01 WS-BOOK-INPUT         PIC X(40).
       01 WS-FROM-BOOK          PIC 9(3) VALUE 0.
       01 WS-TO-BOOK            PIC 9(3) VALUE 0.
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).

       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOK-NAME-TABLE.
           05 WS-BOOK-NAME OCCURS 99 TIMES PIC X(20).
       01 WS-BOOK-LABEL         PIC X(20).
       01 WS-PREV-BOOK          PIC 9(3) VALUE 0.
       01 WS-PREV-CHAPTER       PIC 9(3) VALUE 0.
       01 WS-CHAPTER-DISP       PIC Z(2)9.
       01 WS-VERSE-DISP         PIC Z(2)9.

      * Groups of the user whose shared notes are woven in.
       78 WS-UG-MAX VALUE 20.
       01 WS-UG-COUNT           PIC 9(2) VALUE 0.
       01 WS-UG-TABLE.
           05 WS-UG-GROUP OCCURS 20 TIMES PIC X(20).
       01 WS-UG-IDX             PIC 9(2).

       01 WS-VERSE-MARKS        PIC X(60).
       01 WS-VERSE-CATEGORY     PIC X(12).
       01 WS-VERSE-COUNT        PIC 9(7) VALUE 0.
       01 WS-MARKED-COUNT       PIC 9(7) VALUE 0.
       01 WS-NOTE-COUNT         PIC 9(7) VALUE 0.
       01 WS-VERSE-COUNT-DISP   PIC Z(6)9.
       01 WS-MARKED-COUNT-DISP  PIC Z(6)9.
       01 WS-NOTE-COUNT-DISP    PIC Z(6)9.
       01 WS-PREV-INDEX-KEY     PIC X(13).

       01 WS-WRAP-TEXT          PIC X(4100).
       01 WS-WRAP-LEN           PIC 9(4).
       01 WS-WRAP-POS           PIC 9(4).
       01 WS-WRAP-CUT           PIC 9(4).
       01 WS-WRAP-IDX           PIC 9(4).
       78 WS-WRAP-WIDTH VALUE 70.

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       ANNOTATEDEXPORT.
           PERFORM LOAD-USER
           IF FUNCTION trim(WS-USERNAME) = SPACES
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-DEFAULT-TRANSLATION
           IF FUNCTION trim(WS-DEFAULT-SHORT) NOT = SPACES
               DISPLAY "Welche Bibeluebersetzung (Kurzname, Enter = "
                   FUNCTION trim(WS-DEFAULT-SHORT) ")? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Welche Bibeluebersetzung (Kurzname)? "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-BIBLE-SHORT
           IF FUNCTION trim(WS-BIBLE-SHORT) = SPACES
               MOVE WS-DEFAULT-SHORT TO WS-BIBLE-SHORT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           DISPLAY "Von Buch (z.B. ROEM): " WITH NO ADVANCING
           ACCEPT WS-BOOK-INPUT
           PERFORM RESOLVE-BOOK
           IF WS-REF-OK NOT = "Y"
               DISPLAY "Buch nicht gefunden: "
                   FUNCTION trim(WS-BOOK-INPUT)
               EXIT PROGRAM
           END-IF
           MOVE WS-REF-BOOK TO WS-FROM-BOOK
           DISPLAY "Bis Buch (Enter = nur dieses Buch): "
               WITH NO ADVANCING
           ACCEPT WS-BOOK-INPUT
           IF FUNCTION trim(WS-BOOK-INPUT) = SPACES
               MOVE WS-FROM-BOOK TO WS-TO-BOOK
           ELSE
               PERFORM RESOLVE-BOOK
               IF WS-REF-OK NOT = "Y"
                   DISPLAY "Buch nicht gefunden: "
                       FUNCTION trim(WS-BOOK-INPUT)
                   EXIT PROGRAM
               END-IF
               MOVE WS-REF-BOOK TO WS-TO-BOOK
           END-IF
           IF WS-TO-BOOK < WS-FROM-BOOK
               MOVE WS-FROM-BOOK TO WS-REF-BOOK
               MOVE WS-TO-BOOK TO WS-FROM-BOOK
               MOVE WS-REF-BOOK TO WS-TO-BOOK
           END-IF

           DISPLAY "Ausgabedatei (Enter = "
               FUNCTION trim(WS-USERNAME) ".studienbibel.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-USERNAME), ".studienbibel.txt"
               ) TO WS-REPORT-FILE
           END-IF

           PERFORM LOAD-BOOK-NAMES
           PERFORM LOAD-USER-GROUPS
           PERFORM OPEN-USER-DATA

           OPEN INPUT BIBLE-DATA-FILE
           OPEN OUTPUT ReportFile
           OPEN OUTPUT INDEX-WORK-FILE
           PERFORM WRITE-TITLE

           MOVE WS-FROM-BOOK TO BIBLE-DATA-BOOK
           MOVE 0 TO BIBLE-DATA-CHAPTER
           MOVE 0 TO BIBLE-DATA-VERSE
           MOVE "N" TO WS-DATA-EOF
           START BIBLE-DATA-FILE
               KEY IS NOT LESS THAN BIBLE-DATA-ID
               INVALID KEY
                   MOVE "Y" TO WS-DATA-EOF
           END-START
           PERFORM UNTIL WS-DATA-EOF = "Y"
               READ BIBLE-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       IF BIBLE-DATA-BOOK > WS-TO-BOOK
                           MOVE "Y" TO WS-DATA-EOF
                       ELSE
                           PERFORM EXPORT-ONE-VERSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-WORK-FILE

           IF WS-NOTE-COUNT > 0
               PERFORM WRITE-NOTE-INDEX
           END-IF

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           PERFORM CLOSE-USER-DATA
           CLOSE ReportFile
           CALL "SYSTEM" USING
               "rm -f annotated.work.tmp annotated.sorted.tmp"
           END-CALL

           IF WS-VERSE-COUNT = 0
               DISPLAY "Dieser Bereich existiert nicht in dieser"
                   " Uebersetzung."
           ELSE
               MOVE WS-VERSE-COUNT TO WS-VERSE-COUNT-DISP
               MOVE WS-MARKED-COUNT TO WS-MARKED-COUNT-DISP
               MOVE WS-NOTE-COUNT TO WS-NOTE-COUNT-DISP
               DISPLAY FUNCTION trim(WS-VERSE-COUNT-DISP)
                   " Verse, davon "
                   FUNCTION trim(WS-MARKED-COUNT-DISP)
                   " mit Markierung oder Notiz, "
                   FUNCTION trim(WS-NOTE-COUNT-DISP)
                   " Notiz(en) geschrieben nach "
                   FUNCTION trim(WS-REPORT-FILE)
           END-IF
           EXIT PROGRAM.
       ANNOTATEDEXPORT-EXIT.

      * A bare book is made a chapter reference so the shared parser
      * can resolve it by name, abbreviation or number.
       RESOLVE-BOOK.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BOOK-INPUT), " 1"
           ) TO WS-REF-INPUT
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-REF-OK
           END-CALL
           CONTINUE.
       RESOLVE-BOOK-EXIT.

       WRITE-TITLE.
           MOVE FUNCTION concatenate(
               "Persoenliche Studienbibel - ",
               FUNCTION trim(WS-USERNAME),
               " (", FUNCTION trim(WS-BIBLE-SHORT), ")"
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           MOVE "[Kategorie] = markierter Vers, [Lesezeichen] ="
               & " gesetztes Lesezeichen" TO ReportRecord
           WRITE ReportRecord
           MOVE "Notiz: = eigene Notiz, [G:Gruppe Autor] ="
               & " Notiz einer Gruppe" TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       WRITE-TITLE-EXIT.

       EXPORT-ONE-VERSE.
           IF BIBLE-DATA-BOOK NOT = WS-PREV-BOOK
               OR BIBLE-DATA-CHAPTER NOT = WS-PREV-CHAPTER
               PERFORM WRITE-CHAPTER-HEADING
           END-IF
           MOVE BIBLE-DATA-BOOK TO WS-PREV-BOOK
           MOVE BIBLE-DATA-CHAPTER TO WS-PREV-CHAPTER
           ADD 1 TO WS-VERSE-COUNT

           PERFORM JOIN-VERSE-TEXT
           PERFORM FIND-VERSE-MARKS
           IF WS-VERSE-MARKS = SPACES
               MOVE FUNCTION concatenate(
                   BIBLE-DATA-VERSE, ": ",
                   FUNCTION trim(WS-VT-FULL-TEXT)
               ) TO WS-WRAP-TEXT
           ELSE
               ADD 1 TO WS-MARKED-COUNT
               MOVE FUNCTION concatenate(
                   BIBLE-DATA-VERSE, ": ",
                   FUNCTION trim(WS-VERSE-MARKS), " ",
                   FUNCTION trim(WS-VT-FULL-TEXT)
               ) TO WS-WRAP-TEXT
           END-IF
           PERFORM WRITE-WRAPPED

           PERFORM WRITE-OWN-NOTE
           IF WS-SHARED-ON = "Y"
               PERFORM WRITE-SHARED-NOTES
           END-IF
           CONTINUE.
       EXPORT-ONE-VERSE-EXIT.

       WRITE-CHAPTER-HEADING.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           PERFORM SET-BOOK-LABEL
           MOVE BIBLE-DATA-CHAPTER TO WS-CHAPTER-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BOOK-LABEL), " ",
               FUNCTION trim(WS-CHAPTER-DISP)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "-" TO ReportRecord(1:70)
           WRITE ReportRecord
           CONTINUE.
       WRITE-CHAPTER-HEADING-EXIT.

       SET-BOOK-LABEL.
           IF BIBLE-DATA-BOOK >= 1
               AND BIBLE-DATA-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-NAME(BIBLE-DATA-BOOK) NOT = SPACES
               MOVE WS-BOOK-NAME(BIBLE-DATA-BOOK) TO WS-BOOK-LABEL
           ELSE
               MOVE FUNCTION concatenate("BUCH ", BIBLE-DATA-BOOK)
                   TO WS-BOOK-LABEL
           END-IF
           CONTINUE.
       SET-BOOK-LABEL-EXIT.

      * Highlight category and bookmark flag go in front of the
      * verse text; the category is kept for the note index.
       FIND-VERSE-MARKS.
           MOVE SPACES TO WS-VERSE-MARKS
           MOVE SPACES TO WS-VERSE-CATEGORY
           IF WS-HIGHLIGHTS-ON = "Y"
               MOVE WS-USERNAME TO HIGHLIGHT-USER
               MOVE WS-BIBLE-SHORT TO HIGHLIGHT-SHORT
               MOVE BIBLE-DATA-BOOK TO HIGHLIGHT-BOOK
               MOVE BIBLE-DATA-CHAPTER TO HIGHLIGHT-CHAPTER
               MOVE BIBLE-DATA-VERSE TO HIGHLIGHT-VERSE
               READ HIGHLIGHTS-FILE
                   NOT INVALID KEY
                       MOVE HIGHLIGHT-CATEGORY TO WS-VERSE-CATEGORY
                       MOVE FUNCTION concatenate(
                           "[", FUNCTION trim(HIGHLIGHT-CATEGORY), "]"
                       ) TO WS-VERSE-MARKS
               END-READ
           END-IF
           IF WS-BOOKMARKS-ON = "Y"
               MOVE WS-USERNAME TO BOOKMARK-USER
               MOVE WS-BIBLE-SHORT TO BOOKMARK-SHORT
               MOVE BIBLE-DATA-BOOK TO BOOKMARK-BOOK
               MOVE BIBLE-DATA-CHAPTER TO BOOKMARK-CHAPTER
               MOVE BIBLE-DATA-VERSE TO BOOKMARK-VERSE
               READ BOOKMARKS-FILE
                   NOT INVALID KEY
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-VERSE-MARKS),
                           " [Lesezeichen]"
                       ) TO WS-VERSE-MARKS
               END-READ
           END-IF
           CONTINUE.
       FIND-VERSE-MARKS-EXIT.

       WRITE-OWN-NOTE.
           IF WS-NOTES-ON = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME TO BIBLE-NOTE-USER
           MOVE WS-BIBLE-SHORT TO BIBLE-NOTE-SHORT
           MOVE BIBLE-DATA-BOOK TO BIBLE-NOTE-BOOK
           MOVE BIBLE-DATA-CHAPTER TO BIBLE-NOTE-CHAPTER
           MOVE BIBLE-DATA-VERSE TO BIBLE-NOTE-VERSE
           READ BIBLE-NOTES-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION trim(BIBLE-NOTE-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               "     Notiz: ", FUNCTION trim(BIBLE-NOTE-TEXT)
           ) TO WS-WRAP-TEXT
           PERFORM WRITE-WRAPPED
           IF WS-VERSE-MARKS = SPACES
               ADD 1 TO WS-MARKED-COUNT
           END-IF
           MOVE "N" TO INDEX-WORK-KIND
           MOVE BIBLE-NOTE-TEXT TO INDEX-WORK-INFO
           PERFORM WRITE-INDEX-ENTRY
           CONTINUE.
       WRITE-OWN-NOTE-EXIT.

       WRITE-SHARED-NOTES.
           PERFORM VARYING WS-UG-IDX FROM 1 BY 1
               UNTIL WS-UG-IDX > WS-UG-COUNT
               MOVE LOW-VALUES TO SHARED-NOTE-KEY
               MOVE WS-UG-GROUP(WS-UG-IDX) TO SHARED-NOTE-GROUP
               MOVE WS-BIBLE-SHORT TO SHARED-NOTE-SHORT
               MOVE BIBLE-DATA-BOOK TO SHARED-NOTE-BOOK
               MOVE BIBLE-DATA-CHAPTER TO SHARED-NOTE-CHAPTER
               MOVE BIBLE-DATA-VERSE TO SHARED-NOTE-VERSE
               MOVE "N" TO WS-SHARED-EOF
               START SHARED-NOTES-FILE
                   KEY IS NOT LESS THAN SHARED-NOTE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SHARED-EOF
               END-START
               PERFORM UNTIL WS-SHARED-EOF = "Y"
                   READ SHARED-NOTES-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SHARED-EOF
                       NOT AT END
                           PERFORM WRITE-ONE-SHARED-NOTE
                   END-READ
               END-PERFORM
           END-PERFORM
           CONTINUE.
       WRITE-SHARED-NOTES-EXIT.

       WRITE-ONE-SHARED-NOTE.
           IF SHARED-NOTE-GROUP NOT = WS-UG-GROUP(WS-UG-IDX)
              OR SHARED-NOTE-SHORT NOT = WS-BIBLE-SHORT
              OR SHARED-NOTE-BOOK NOT = BIBLE-DATA-BOOK
              OR SHARED-NOTE-CHAPTER NOT = BIBLE-DATA-CHAPTER
              OR SHARED-NOTE-VERSE NOT = BIBLE-DATA-VERSE
               MOVE "Y" TO WS-SHARED-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               "     [G:", FUNCTION trim(SHARED-NOTE-GROUP),
               " ", FUNCTION trim(SHARED-NOTE-AUTHOR), "] ",
               FUNCTION trim(SHARED-NOTE-TEXT)
           ) TO WS-WRAP-TEXT
           PERFORM WRITE-WRAPPED
           MOVE "G" TO INDEX-WORK-KIND
           MOVE FUNCTION concatenate(
               FUNCTION trim(SHARED-NOTE-AUTHOR), ": ",
               FUNCTION trim(SHARED-NOTE-TEXT)
           ) TO INDEX-WORK-INFO
           PERFORM WRITE-INDEX-ENTRY
           CONTINUE.
       WRITE-ONE-SHARED-NOTE-EXIT.

      * INDEX-WORK-KIND and -INFO are set by the caller.
       WRITE-INDEX-ENTRY.
           IF WS-VERSE-CATEGORY = SPACES
               MOVE "2" TO INDEX-WORK-GROUP
           ELSE
               MOVE "1" TO INDEX-WORK-GROUP
           END-IF
           MOVE WS-VERSE-CATEGORY TO INDEX-WORK-CATEGORY
           MOVE BIBLE-DATA-BOOK TO INDEX-WORK-BOOK
           MOVE BIBLE-DATA-CHAPTER TO INDEX-WORK-CHAPTER
           MOVE BIBLE-DATA-VERSE TO INDEX-WORK-VERSE
           WRITE INDEX-WORK-RECORD
           ADD 1 TO WS-NOTE-COUNT
           CONTINUE.
       WRITE-INDEX-ENTRY-EXIT.

       WRITE-NOTE-INDEX.
           CALL "SYSTEM" USING
               "sort -o annotated.sorted.tmp annotated.work.tmp"
           END-CALL
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           MOVE "Verzeichnis der Notizen nach Kategorie"
               TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           MOVE SPACES TO WS-PREV-INDEX-KEY
           OPEN INPUT INDEX-SORTED-FILE
           MOVE "N" TO WS-INDEX-EOF
           PERFORM UNTIL WS-INDEX-EOF = "Y"
               READ INDEX-SORTED-FILE
                   AT END
                       MOVE "Y" TO WS-INDEX-EOF
                   NOT AT END
                       PERFORM WRITE-INDEX-LINE
               END-READ
           END-PERFORM
           CLOSE INDEX-SORTED-FILE
           CONTINUE.
       WRITE-NOTE-INDEX-EXIT.

       WRITE-INDEX-LINE.
           IF INDEX-SORTED-RECORD(1:13) NOT = WS-PREV-INDEX-KEY
               MOVE INDEX-SORTED-RECORD(1:13) TO WS-PREV-INDEX-KEY
               MOVE SPACES TO ReportRecord
               WRITE ReportRecord
               IF INDEX-SORTED-GROUP = "1"
                   MOVE FUNCTION concatenate(
                       "[", FUNCTION trim(INDEX-SORTED-CATEGORY), "]"
                   ) TO ReportRecord
               ELSE
                   MOVE "ohne Markierung" TO ReportRecord
               END-IF
               WRITE ReportRecord
           END-IF
           MOVE INDEX-SORTED-BOOK TO BIBLE-DATA-BOOK
           PERFORM SET-BOOK-LABEL
           MOVE INDEX-SORTED-CHAPTER TO WS-CHAPTER-DISP
           MOVE INDEX-SORTED-VERSE TO WS-VERSE-DISP
           IF INDEX-SORTED-KIND = "G"
               MOVE FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-BOOK-LABEL), " ",
                   FUNCTION trim(WS-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-VERSE-DISP), "  (G) ",
                   FUNCTION trim(INDEX-SORTED-INFO)
               ) TO ReportRecord
           ELSE
               MOVE FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-BOOK-LABEL), " ",
                   FUNCTION trim(WS-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-VERSE-DISP), "  ",
                   FUNCTION trim(INDEX-SORTED-INFO)
               ) TO ReportRecord
           END-IF
           WRITE ReportRecord
           CONTINUE.
       WRITE-INDEX-LINE-EXIT.

      * Each user file is optional; a missing one just leaves its
      * kind of annotation out of the document.
       OPEN-USER-DATA.
           MOVE "bookmarks.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BOOKMARKS-FILE
               IF WS-BOOKMARKS-STATUS = "00"
                   MOVE "Y" TO WS-BOOKMARKS-ON
               END-IF
           END-IF
           MOVE "notes.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-NOTES-FILE
               IF WS-NOTES-STATUS = "00"
                   MOVE "Y" TO WS-NOTES-ON
               END-IF
           END-IF
           MOVE "highlights.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT HIGHLIGHTS-FILE
               IF WS-HIGHLIGHTS-STATUS = "00"
                   MOVE "Y" TO WS-HIGHLIGHTS-ON
               END-IF
           END-IF
           IF WS-UG-COUNT > 0
               MOVE "notes.shared.data" TO WS-TEST-FILE
               PERFORM CHECKFILE
               IF WS-RETURN = 0
                   OPEN INPUT SHARED-NOTES-FILE
                   IF WS-SHARED-STATUS = "00"
                       MOVE "Y" TO WS-SHARED-ON
                   END-IF
               END-IF
           END-IF
           CONTINUE.
       OPEN-USER-DATA-EXIT.

       CLOSE-USER-DATA.
           IF WS-BOOKMARKS-ON = "Y"
               CLOSE BOOKMARKS-FILE
           END-IF
           IF WS-NOTES-ON = "Y"
               CLOSE BIBLE-NOTES-FILE
           END-IF
           IF WS-HIGHLIGHTS-ON = "Y"
               CLOSE HIGHLIGHTS-FILE
           END-IF
           IF WS-SHARED-ON = "Y"
               CLOSE SHARED-NOTES-FILE
           END-IF
           CONTINUE.
       CLOSE-USER-DATA-EXIT.

      * One pass over groups.data collects the groups the user is a
      * member of, as readTranslation does.
       LOAD-USER-GROUPS.
           MOVE 0 TO WS-UG-COUNT
           MOVE "groups.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GROUP-MEMBER-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-GROUPS-EOF
           PERFORM UNTIL WS-GROUPS-EOF = "Y"
               READ GROUP-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GROUPS-EOF
                   NOT AT END
                       IF GROUP-MEMBER-USER = WS-USERNAME
                           AND WS-UG-COUNT < WS-UG-MAX
                           ADD 1 TO WS-UG-COUNT
                           MOVE GROUP-MEMBER-GROUP
                               TO WS-UG-GROUP(WS-UG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBER-FILE
           CONTINUE.
       LOAD-USER-GROUPS-EXIT.

      * One name per book number; the later language row wins as in
      * bibleExport.
       LOAD-BOOK-NAMES.
           PERFORM VARYING WS-WRAP-IDX FROM 1 BY 1
               UNTIL WS-WRAP-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-NAME(WS-WRAP-IDX)
           END-PERFORM
           MOVE "books.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKS-FILE
           MOVE "N" TO WS-BOOKS-EOF
           PERFORM UNTIL WS-BOOKS-EOF = "Y"
               READ BOOKS-FILE
                   AT END
                       MOVE "Y" TO WS-BOOKS-EOF
                   NOT AT END
                       UNSTRING BOOKS-RECORD
                           DELIMITED BY "###" INTO
                               WS-BOOK-REC-NUM
                               WS-BOOK-REC-NAME
                               WS-BOOK-REC-ABBR
                               WS-BOOK-REC-LANG
                       IF WS-BOOK-REC-NUM >= 1
                           AND WS-BOOK-REC-NUM <= WS-MAX-BOOKS
                           MOVE WS-BOOK-REC-NAME
                               TO WS-BOOK-NAME(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-NAMES-EXIT.

       LOAD-USER.
           MOVE SPACES TO WS-USERNAME
           MOVE "user.profile" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT ProfileFile
               READ ProfileFile
                   NOT AT END
                       UNSTRING ProfileRecord
                           DELIMITED BY "###" INTO WS-USERNAME
               END-READ
               CLOSE ProfileFile
           END-IF
           IF FUNCTION trim(WS-USERNAME) = SPACES
               DISPLAY "Wie ist dein Name? " WITH NO ADVANCING
               ACCEPT WS-USERNAME
           END-IF
           CONTINUE.
       LOAD-USER-EXIT.

      * The user's own translation from the profile comes first,
      * default.cfg only when the profile names none.
       LOAD-DEFAULT-TRANSLATION.
           MOVE SPACES TO WS-DEFAULT-SHORT
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT UserProfilesFile
               IF WS-PROFILES-STATUS = "00"
                   MOVE WS-USERNAME TO USER-PROFILE-KEY
                   READ UserProfilesFile
                       NOT INVALID KEY
                           MOVE USER-PROFILE-TRANSLATION
                               TO WS-DEFAULT-SHORT
                   END-READ
                   CLOSE UserProfilesFile
               END-IF
           END-IF
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
       LOAD-DEFAULT-TRANSLATION-EXIT.

      * Break at the last blank before the wrap width, the way
      * bibleExport wraps its verse lines.
       WRITE-WRAPPED.
           COMPUTE WS-WRAP-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WRAP-TEXT TRAILING))
           MOVE 1 TO WS-WRAP-POS
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
               PERFORM WRITE-WRAPPED-LINE
           END-PERFORM
           CONTINUE.
       WRITE-WRAPPED-EXIT.

       WRITE-WRAPPED-LINE.
           IF WS-WRAP-LEN - WS-WRAP-POS + 1 <= WS-WRAP-WIDTH
               COMPUTE WS-WRAP-CUT = WS-WRAP-LEN - WS-WRAP-POS + 1
           ELSE
               MOVE 0 TO WS-WRAP-CUT
               PERFORM VARYING WS-WRAP-IDX
                   FROM WS-WRAP-WIDTH BY -1
                   UNTIL WS-WRAP-IDX < 1 OR WS-WRAP-CUT > 0
                   IF WS-WRAP-TEXT(
                       WS-WRAP-POS + WS-WRAP-IDX - 1:1) = SPACE
                       MOVE WS-WRAP-IDX TO WS-WRAP-CUT
                   END-IF
               END-PERFORM
               IF WS-WRAP-CUT = 0
                   MOVE WS-WRAP-WIDTH TO WS-WRAP-CUT
               END-IF
           END-IF
           MOVE SPACES TO ReportRecord
           IF WS-WRAP-POS = 1
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
                   TO ReportRecord
           ELSE
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
                   TO ReportRecord(6:)
           END-IF
           WRITE ReportRecord
           ADD WS-WRAP-CUT TO WS-WRAP-POS
           CONTINUE.
       WRITE-WRAPPED-LINE-EXIT.

       JOIN-VERSE-TEXT.
           MOVE "R" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       JOIN-VERSE-TEXT-EXIT.

       CALL-VERSE-TEXT.
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-VT-FULL-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

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
           END PROGRAM annotatedExport.
