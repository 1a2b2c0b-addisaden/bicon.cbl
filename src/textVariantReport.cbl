      * Textual variants across the installed translations.
      *
      * Some verses (Mt 17:21, Mk 16:9-20, Joh 7:53-8:11, Apg 8:37,
      * 1 Joh 5:7b, ...) are left out, left empty, set in brackets
      * or footnoted as missing from the oldest manuscripts in some
      * translations and printed plainly in others. This report
      * reads every installed <short>.bible.data with its
      * .footnotes.data and lists each verse that is not printed
      * plainly in at least one of them, as a matrix of which
      * translation has the verse in which form:
      *   ja     printed plainly
      *   fehlt  the verse number is missing (the translation has
      *          the chapter, but not this verse)
      *   leer   the verse is there without text (or just "-")
      *   [ ]    the whole verse stands in square brackets; a
      *          bracket opened at a verse start and closed verses
      *          later (Mk 16:9-20) marks every verse in between
      *   Fn     the verse footnote speaks of the manuscripts
      *          (Handschrift, manuscript, Textzeugen, MSS.)
      *   [ ]Fn  both
      *   .      the translation does not contain the chapter
      *          (New Testament only, other canon) - not counted
      *
      * Numbering differences are not variants: each translation
      * carries its scheme in the VERSIFICATION key of its
      * .bible.meta, and its keys are moved to the active scheme
      * (versification.cfg, STANDARD by default) through
      * <scheme>.to.<active>.versemap, as compareTranslations does.
      * A translation with another scheme and no mapping file is
      * compared 1:1 and flagged in the report head.
      *
      * Translations locked by an import (<short>.lock) are left
      * out. The report goes to variants.report.txt or the file
      * named at the prompt; nothing is changed. The prompt reads
      * from a file as well, so the report runs as a batchScheduler
      * job with an input file.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. textVariantReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-DATA-ID
               FILE STATUS IS WS-DATA-STATUS.
           SELECT BIBLE-FOOTNOTE-FILE ASSIGN TO WS-FOOTNOTE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-FOOTNOTE-ID
               FILE STATUS IS WS-FOOTNOTE-STATUS.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "versification.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT VERSEMAP-FILE ASSIGN TO WS-VERSEMAP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BibleMetaList ASSIGN TO "variants.list.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "variants.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "variants.sort.tmp".
           SELECT SortedFile ASSIGN TO "variants.sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-footnote-file'.
           COPY 'cpy/file-section/bible-data-meta'.
       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(100).
       FD VERSEMAP-FILE.
       01 VERSEMAP-RECORD PIC X(50).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD BibleMetaList.
       01 BibleMetaListRecord PIC X(300).
       FD WorkFile.
       01 WorkRecord.
           05 WORK-KEY              PIC X(9).
           05 WORK-TRANS            PIC 9(2).
           05 WORK-FORM             PIC X(1).
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-KEY              PIC X(9).
           05 SORT-TRANS            PIC 9(2).
           05 SORT-FORM             PIC X(1).
       FD SortedFile.
       01 SortedRecord.
           05 SORTED-KEY            PIC X(9).
           05 SORTED-TRANS          PIC 9(2).
           05 SORTED-FORM           PIC X(1).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-DATA-STATUS        PIC XX.
       01 WS-FOOTNOTE-STATUS    PIC XX.
       01 WS-META-STATUS        PIC XX.
       01 WS-DATA-FILE          PIC X(100).
       01 WS-FOOTNOTE-FILE      PIC X(100).
       01 WS-META-FILE          PIC X(100).
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-DISP         PIC X(10).
       01 WS-COUNT-DISP         PIC Z(6)9.

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-DATA-FILE       PIC X(250).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * the installed translations, one matrix column each
       78 WS-TRANS-MAX VALUE 20.
       01 WS-TRANS-COUNT        PIC 9(2) VALUE 0.
       01 WS-TRANS-TABLE.
           05 WS-TRANS-ENTRY OCCURS 20 TIMES.
               10 WS-TRANS-SHORT     PIC X(20).
               10 WS-TRANS-SCHEME    PIC X(20).
               10 WS-TRANS-NOTE      PIC X(60).
               10 WS-TRANS-VERSES    PIC 9(7).
               10 WS-TRANS-ABSENT    PIC 9(5).
               10 WS-TRANS-EMPTY     PIC 9(5).
               10 WS-TRANS-BRACKET   PIC 9(5).
               10 WS-TRANS-FOOTNOTE  PIC 9(5).
       01 WS-TRANS-IDX          PIC 9(2).
       01 WS-LIST-EOF           PIC X VALUE "N".
       01 WS-LIST-SHORT         PIC X(20).
       01 WS-LOCKED-COUNT       PIC 9(3) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(3) VALUE 0.

      * chapters each translation contains, by active-scheme book
      * and chapter; a verse is only "missing" where the chapter
      * is there
       78 WS-MAX-BOOKS VALUE 99.
       78 WS-MAX-CHAPTERS VALUE 150.
       01 WS-CHAPTER-TABLE.
           05 WS-CHAP-TRANS OCCURS 20 TIMES.
               10 WS-CHAP-BOOK OCCURS 99 TIMES.
                   15 WS-CHAP-HAVE PIC X(1) OCCURS 150 TIMES.

      * Versification: the active scheme and the mapping of the
      * translation being read into it
       01 WS-VERSIFICATION      PIC X(20) VALUE "STANDARD".
       01 WS-READ-SCHEME        PIC X(20).
       01 WS-VERSEMAP-FILE      PIC X(100).
       01 WS-VERSEMAP-ON        PIC X VALUE "N".
       01 WS-VERSEMAP-EOF       PIC X VALUE "N".
       78 WS-VERSEMAP-MAX VALUE 2000.
       01 WS-VERSEMAP-COUNT     PIC 9(4) VALUE 0.
       01 WS-VERSEMAP-TABLE.
           05 WS-VERSEMAP-ENTRY OCCURS 2000 TIMES.
               10 WS-MAP-FROM-BOOK    PIC 9(3).
               10 WS-MAP-FROM-CHAPTER PIC 9(3).
               10 WS-MAP-FROM-VERSE   PIC 9(3).
               10 WS-MAP-TO-BOOK      PIC 9(3).
               10 WS-MAP-TO-CHAPTER   PIC 9(3).
               10 WS-MAP-TO-VERSE     PIC 9(3).
       01 WS-VERSEMAP-IDX       PIC 9(4).
       01 WS-MAP-FOUND          PIC X.
       01 WS-MAPPED-KEY.
           05 WS-MAPPED-BOOK    PIC 9(3).
           05 WS-MAPPED-CHAPTER PIC 9(3).
           05 WS-MAPPED-VERSE   PIC 9(3).

      * the verse under inspection
       01 WS-DATA-EOF           PIC X VALUE "N".
       01 WS-FOOTNOTES-ON       PIC X VALUE "N".
       01 WS-TEXT               PIC X(4000).
       01 WS-LEN                PIC 9(4).
       01 WS-FORM               PIC X(1).
       01 WS-BRACKETED          PIC X(1).
       01 WS-FOOTNOTED          PIC X(1).
       01 WS-BRACKET-RUN        PIC X(1) VALUE "N".
       01 WS-RUN-BOOK           PIC 9(3) VALUE 0.
       01 WS-CLOSE-TALLY        PIC 9(4).
       01 WS-NOTE-TEXT          PIC X(500).
       01 WS-MARKER-TALLY       PIC 9(4).
       01 WS-MARKER-IDX         PIC 9(2).

      * footnote wording that points to the manuscript tradition,
      * compared in upper case
       78 WS-MARKER-MAX VALUE 4.
       01 WS-MARKERS.
           05 FILLER PIC X(12) VALUE "HANDSCHRIFT".
           05 FILLER PIC X(12) VALUE "MANUSCRIPT".
           05 FILLER PIC X(12) VALUE "TEXTZEUG".
           05 FILLER PIC X(12) VALUE "MSS.".
       01 WS-MARKER-TABLE REDEFINES WS-MARKERS.
           05 WS-MARKER PIC X(12) OCCURS 4 TIMES.

      * one matrix row: all records of one verse key
       01 WS-SORTED-EOF         PIC X VALUE "N".
       01 WS-ROW-KEY            PIC X(9).
       01 WS-ROW-PARTS REDEFINES WS-ROW-KEY.
           05 WS-ROW-BOOK       PIC 9(3).
           05 WS-ROW-CHAPTER    PIC 9(3).
           05 WS-ROW-VERSE      PIC 9(3).
       01 WS-ROW-TABLE.
           05 WS-ROW-FORM PIC X(1) OCCURS 20 TIMES.
       01 WS-ROW-VARIANT        PIC X(1).
       01 WS-ROW-COUNT          PIC 9(7) VALUE 0.
       01 WS-KEY-COUNT          PIC 9(7) VALUE 0.
       01 WS-LINE               PIC X(200).
       01 WS-LINE-POS           PIC 9(3).
       01 WS-CELL               PIC X(7).
       01 WS-NUM-DISP           PIC Z(4)9.

      * book abbreviations for the listing, German rows preferred
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-ABBR-TABLE.
           05 WS-BOOK-ABBR PIC X(4) OCCURS 99 TIMES.
       01 WS-BOOK-IDX           PIC 9(3).
       01 WS-CHAPTER-IDX        PIC 9(3).
       01 WS-FMT-BOOK           PIC 9(3).
       01 WS-FMT-CHAPTER        PIC 9(3).
       01 WS-FMT-VERSE          PIC 9(3).
       01 WS-FMT-TEXT           PIC X(16).
       01 WS-FMT-CHAPTER-DISP   PIC Z(2)9.
       01 WS-FMT-VERSE-DISP     PIC Z(2)9.

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       TEXTVARIANTREPORT.
           DISPLAY "Bericht (Enter = variants.report.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE "variants.report.txt" TO WS-REPORT-FILE
           END-IF

           PERFORM READ-VERSIFICATION
           PERFORM LOAD-BOOK-ABBR
           PERFORM LOAD-TRANSLATIONS
           IF WS-TRANS-COUNT = 0
               DISPLAY "Keine Uebersetzung installiert."
               CALL "SYSTEM" USING "rm -f variants.list.tmp"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           INITIALIZE WS-CHAPTER-TABLE
           OPEN OUTPUT WorkFile
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               DISPLAY "Lese " FUNCTION trim(WS-TRANS-SHORT(
                   WS-TRANS-IDX)) " ..."
               PERFORM SCAN-TRANSLATION
           END-PERFORM
           CLOSE WorkFile

           SORT SORT-FILE
               ON ASCENDING KEY SORT-KEY SORT-TRANS
               USING WorkFile
               GIVING SortedFile

           OPEN OUTPUT ReportFile
           PERFORM WRITE-REPORT-HEAD
           PERFORM WRITE-MATRIX
           PERFORM WRITE-SUMMARY
           CLOSE ReportFile
           CALL "SYSTEM" USING
               "rm -f variants.list.tmp variants.work.tmp"
               & " variants.sort.tmp variants.sorted.tmp"
           END-CALL

           MOVE WS-TRANS-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Uebersetzungen verglichen."
           MOVE WS-ROW-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Verse mit Textvarianten."
           DISPLAY "Bericht geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           EXIT PROGRAM.
       TEXTVARIANTREPORT-EXIT.

      ******************************************************************
      * Translations
      ******************************************************************
       LOAD-TRANSLATIONS.
           CALL "SYSTEM" USING
               "ls *.bible.meta > variants.list.tmp 2>/dev/null"
           END-CALL
           OPEN INPUT BibleMetaList
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ BibleMetaList
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LIST-SHORT
                       UNSTRING FUNCTION trim(BibleMetaListRecord)
                           DELIMITED BY "." INTO WS-LIST-SHORT
                       PERFORM ADD-TRANSLATION
               END-READ
           END-PERFORM
           CLOSE BibleMetaList
           CONTINUE.
       LOAD-TRANSLATIONS-EXIT.

       ADD-TRANSLATION.
           IF WS-LIST-SHORT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-LIST-SHORT), ".bible.data"
           ) TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-LIST-SHORT), ".lock"
           ) TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               DISPLAY "Uebersetzung gesperrt, ausgelassen: "
                   FUNCTION trim(WS-LIST-SHORT)
               ADD 1 TO WS-LOCKED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIST-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-COUNT >= WS-TRANS-MAX
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRANS-COUNT
           INITIALIZE WS-TRANS-ENTRY(WS-TRANS-COUNT)
           MOVE WS-LIST-SHORT TO WS-TRANS-SHORT(WS-TRANS-COUNT)
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-LIST-SHORT), ".bible.meta"
           ) TO WS-META-FILE
           PERFORM READ-ONE-SCHEME
           MOVE FUNCTION UPPER-CASE(WS-READ-SCHEME)
               TO WS-TRANS-SCHEME(WS-TRANS-COUNT)
           CONTINUE.
       ADD-TRANSLATION-EXIT.

      * One translation verse by verse: form of each verse under its
      * active-scheme key into the work file, and the chapters it
      * contains.
       SCAN-TRANSLATION.
           PERFORM LOAD-VERSEMAP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-TRANS-SHORT(WS-TRANS-IDX)),
               ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-VT-DATA-FILE
           OPEN INPUT BIBLE-DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               MOVE "nicht lesbar" TO WS-TRANS-NOTE(WS-TRANS-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOOTNOTES-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-TRANS-SHORT(WS-TRANS-IDX)),
               ".footnotes.data"
           ) TO WS-FOOTNOTE-FILE
           MOVE WS-FOOTNOTE-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-FOOTNOTE-FILE
               IF WS-FOOTNOTE-STATUS = "00"
                   MOVE "Y" TO WS-FOOTNOTES-ON
               END-IF
           END-IF

           MOVE "N" TO WS-BRACKET-RUN
           MOVE 0 TO WS-RUN-BOOK
           MOVE "N" TO WS-DATA-EOF
           PERFORM UNTIL WS-DATA-EOF = "Y"
               READ BIBLE-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       PERFORM CLASSIFY-VERSE
               END-READ
           END-PERFORM

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-FOOTNOTES-ON = "Y"
               CLOSE BIBLE-FOOTNOTE-FILE
           END-IF
           CONTINUE.
       SCAN-TRANSLATION-EXIT.

       CLASSIFY-VERSE.
           ADD 1 TO WS-TRANS-VERSES(WS-TRANS-IDX)
           PERFORM JOIN-VERSE-TEXT
           MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-TEXT
           IF WS-TEXT = SPACES
               MOVE 0 TO WS-LEN
           ELSE
               COMPUTE WS-LEN =
                   FUNCTION LENGTH(FUNCTION trim(WS-TEXT))
           END-IF

      * a bracket run does not carry over into another book
           IF BIBLE-DATA-BOOK NOT = WS-RUN-BOOK
               MOVE "N" TO WS-BRACKET-RUN
               MOVE BIBLE-DATA-BOOK TO WS-RUN-BOOK
           END-IF

           MOVE "N" TO WS-BRACKETED
           IF WS-BRACKET-RUN = "Y"
               MOVE "Y" TO WS-BRACKETED
               MOVE 0 TO WS-CLOSE-TALLY
               IF WS-LEN > 0
                   INSPECT WS-TEXT(1:WS-LEN)
                       TALLYING WS-CLOSE-TALLY FOR ALL "]"
               END-IF
               IF WS-CLOSE-TALLY > 0
                   MOVE "N" TO WS-BRACKET-RUN
               END-IF
           ELSE
               IF WS-LEN > 1 AND WS-TEXT(1:1) = "["
                   IF WS-TEXT(WS-LEN:1) = "]"
                       MOVE "Y" TO WS-BRACKETED
                   ELSE
                       MOVE 0 TO WS-CLOSE-TALLY
                       INSPECT WS-TEXT(1:WS-LEN)
                           TALLYING WS-CLOSE-TALLY FOR ALL "]"
                       IF WS-CLOSE-TALLY = 0
                           MOVE "Y" TO WS-BRACKETED
                           MOVE "Y" TO WS-BRACKET-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE "N" TO WS-FOOTNOTED
           IF WS-FOOTNOTES-ON = "Y"
               PERFORM CHECK-FOOTNOTE
           END-IF

           EVALUATE TRUE
               WHEN WS-LEN = 0
               WHEN WS-TEXT = "-"
                   MOVE "L" TO WS-FORM
               WHEN WS-BRACKETED = "Y" AND WS-FOOTNOTED = "Y"
                   MOVE "B" TO WS-FORM
               WHEN WS-BRACKETED = "Y"
                   MOVE "K" TO WS-FORM
               WHEN WS-FOOTNOTED = "Y"
                   MOVE "F" TO WS-FORM
               WHEN OTHER
                   MOVE "V" TO WS-FORM
           END-EVALUATE

           MOVE BIBLE-DATA-BOOK TO WS-MAPPED-BOOK
           MOVE BIBLE-DATA-CHAPTER TO WS-MAPPED-CHAPTER
           MOVE BIBLE-DATA-VERSE TO WS-MAPPED-VERSE
           IF WS-VERSEMAP-ON = "Y"
               PERFORM MAP-REFERENCE
           END-IF
           IF WS-MAPPED-BOOK >= 1 AND WS-MAPPED-BOOK <= WS-MAX-BOOKS
               AND WS-MAPPED-CHAPTER >= 1
               AND WS-MAPPED-CHAPTER <= WS-MAX-CHAPTERS
               MOVE "Y" TO WS-CHAP-HAVE(WS-TRANS-IDX,
                   WS-MAPPED-BOOK, WS-MAPPED-CHAPTER)
           END-IF

           MOVE WS-MAPPED-KEY TO WORK-KEY
           MOVE WS-TRANS-IDX TO WORK-TRANS
           MOVE WS-FORM TO WORK-FORM
           WRITE WorkRecord
           CONTINUE.
       CLASSIFY-VERSE-EXIT.

      * footnotes belong to the translation's own numbering
       CHECK-FOOTNOTE.
           MOVE BIBLE-DATA-ID TO BIBLE-FOOTNOTE-ID
           READ BIBLE-FOOTNOTE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION UPPER-CASE(BIBLE-FOOTNOTE-TEXT)
               TO WS-NOTE-TEXT
           PERFORM VARYING WS-MARKER-IDX FROM 1 BY 1
               UNTIL WS-MARKER-IDX > WS-MARKER-MAX
               OR WS-FOOTNOTED = "Y"
               MOVE 0 TO WS-MARKER-TALLY
               INSPECT WS-NOTE-TEXT TALLYING WS-MARKER-TALLY
                   FOR ALL WS-MARKER(WS-MARKER-IDX)(1:FUNCTION
                       LENGTH(FUNCTION trim(WS-MARKER(WS-MARKER-IDX))))
               IF WS-MARKER-TALLY > 0
                   MOVE "Y" TO WS-FOOTNOTED
               END-IF
           END-PERFORM
           CONTINUE.
       CHECK-FOOTNOTE-EXIT.

      ******************************************************************
      * Report
      ******************************************************************
       WRITE-REPORT-HEAD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION concatenate(
               WS-TODAY(7:2), ".", WS-TODAY(5:2), ".", WS-TODAY(1:4)
           ) TO WS-TODAY-DISP
           MOVE FUNCTION concatenate(
               "Textvarianten der installierten Uebersetzungen - ",
               WS-TODAY-DISP
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE FUNCTION concatenate(
               "Versifikation: ", FUNCTION trim(WS-VERSIFICATION)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord

           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               MOVE WS-TRANS-VERSES(WS-TRANS-IDX) TO WS-COUNT-DISP
               MOVE FUNCTION concatenate(
                   "  ", WS-TRANS-SHORT(WS-TRANS-IDX),
                   WS-TRANS-SCHEME(WS-TRANS-IDX),
                   WS-COUNT-DISP, " Verse  ",
                   FUNCTION trim(WS-TRANS-NOTE(WS-TRANS-IDX))
               ) TO ReportRecord
               WRITE ReportRecord
           END-PERFORM
           IF WS-LOCKED-COUNT > 0
               MOVE WS-LOCKED-COUNT TO WS-COUNT-DISP
               MOVE FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-COUNT-DISP),
                   " gesperrte Uebersetzung(en) ausgelassen"
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               MOVE FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-COUNT-DISP),
                   " weitere Uebersetzung(en) ausgelassen (mehr als ",
                   "20 Spalten)"
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE FUNCTION concatenate(
               "ja = vorhanden, fehlt = Versnummer fehlt, ",
               "leer = ohne Text, [ ] = in Klammern, ",
               "Fn = Fussnote zu den Handschriften, ",
               ". = Kapitel nicht enthalten"
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       WRITE-REPORT-HEAD-EXIT.

      * The sorted work file brings all forms of one verse key
      * together; a row is listed when a translation that has the
      * chapter does not print the verse plainly.
       WRITE-MATRIX.
           MOVE SPACES TO WS-LINE
           MOVE "Stelle" TO WS-LINE(1:16)
           MOVE 17 TO WS-LINE-POS
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               MOVE WS-TRANS-SHORT(WS-TRANS-IDX)
                   TO WS-LINE(WS-LINE-POS:7)
               ADD 7 TO WS-LINE-POS
           END-PERFORM
           MOVE WS-LINE TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "-" TO WS-LINE(1:WS-LINE-POS - 1)
           MOVE WS-LINE TO ReportRecord
           WRITE ReportRecord

           MOVE LOW-VALUES TO WS-ROW-KEY
           OPEN INPUT SortedFile
           MOVE "N" TO WS-SORTED-EOF
           PERFORM UNTIL WS-SORTED-EOF = "Y"
               READ SortedFile
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       IF SORTED-KEY NOT = WS-ROW-KEY
                           PERFORM CLOSE-ROW
                           PERFORM START-ROW
                       END-IF
                       IF SORTED-TRANS >= 1
                           AND SORTED-TRANS <= WS-TRANS-COUNT
                           AND WS-ROW-FORM(SORTED-TRANS) = "-"
                           MOVE SORTED-FORM
                               TO WS-ROW-FORM(SORTED-TRANS)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ROW
           CLOSE SortedFile
           IF WS-ROW-COUNT = 0
               MOVE "  keine Textvarianten gefunden" TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       WRITE-MATRIX-EXIT.

       START-ROW.
           MOVE SORTED-KEY TO WS-ROW-KEY
           ADD 1 TO WS-KEY-COUNT
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               MOVE "." TO WS-ROW-FORM(WS-TRANS-IDX)
               IF WS-ROW-KEY IS NUMERIC
                   AND WS-ROW-BOOK >= 1
                   AND WS-ROW-BOOK <= WS-MAX-BOOKS
                   AND WS-ROW-CHAPTER >= 1
                   AND WS-ROW-CHAPTER <= WS-MAX-CHAPTERS
                   IF WS-CHAP-HAVE(WS-TRANS-IDX, WS-ROW-BOOK,
                       WS-ROW-CHAPTER) = "Y"
                       MOVE "-" TO WS-ROW-FORM(WS-TRANS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CONTINUE.
       START-ROW-EXIT.

       CLOSE-ROW.
           IF WS-ROW-KEY = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ROW-VARIANT
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               EVALUATE WS-ROW-FORM(WS-TRANS-IDX)
                   WHEN "-"
                       MOVE "Y" TO WS-ROW-VARIANT
                       ADD 1 TO WS-TRANS-ABSENT(WS-TRANS-IDX)
                   WHEN "L"
                       MOVE "Y" TO WS-ROW-VARIANT
                       ADD 1 TO WS-TRANS-EMPTY(WS-TRANS-IDX)
                   WHEN "K"
                       MOVE "Y" TO WS-ROW-VARIANT
                       ADD 1 TO WS-TRANS-BRACKET(WS-TRANS-IDX)
                   WHEN "F"
                       MOVE "Y" TO WS-ROW-VARIANT
                       ADD 1 TO WS-TRANS-FOOTNOTE(WS-TRANS-IDX)
                   WHEN "B"
                       MOVE "Y" TO WS-ROW-VARIANT
                       ADD 1 TO WS-TRANS-BRACKET(WS-TRANS-IDX)
                       ADD 1 TO WS-TRANS-FOOTNOTE(WS-TRANS-IDX)
               END-EVALUATE
           END-PERFORM
           IF WS-ROW-VARIANT = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROW-COUNT
           MOVE WS-ROW-BOOK TO WS-FMT-BOOK
           MOVE WS-ROW-CHAPTER TO WS-FMT-CHAPTER
           MOVE WS-ROW-VERSE TO WS-FMT-VERSE
           PERFORM FORMAT-REFERENCE
           MOVE SPACES TO WS-LINE
           MOVE WS-FMT-TEXT TO WS-LINE(1:16)
           MOVE 17 TO WS-LINE-POS
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               EVALUATE WS-ROW-FORM(WS-TRANS-IDX)
                   WHEN "V"
                       MOVE "ja" TO WS-CELL
                   WHEN "-"
                       MOVE "fehlt" TO WS-CELL
                   WHEN "L"
                       MOVE "leer" TO WS-CELL
                   WHEN "K"
                       MOVE "[ ]" TO WS-CELL
                   WHEN "F"
                       MOVE "Fn" TO WS-CELL
                   WHEN "B"
                       MOVE "[ ]Fn" TO WS-CELL
                   WHEN OTHER
                       MOVE "." TO WS-CELL
               END-EVALUATE
               MOVE WS-CELL TO WS-LINE(WS-LINE-POS:7)
               ADD 7 TO WS-LINE-POS
           END-PERFORM
           MOVE WS-LINE TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       CLOSE-ROW-EXIT.

       WRITE-SUMMARY.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE WS-ROW-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-COUNT-DISP),
               " Verse mit Textvarianten. Je Uebersetzung:"
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE FUNCTION concatenate(
               "  Uebersetzung          fehlt   leer    [ ]     Fn"
           ) TO ReportRecord
           WRITE ReportRecord
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               MOVE SPACES TO WS-LINE
               MOVE WS-TRANS-SHORT(WS-TRANS-IDX) TO WS-LINE(3:20)
               MOVE WS-TRANS-ABSENT(WS-TRANS-IDX) TO WS-NUM-DISP
               MOVE WS-NUM-DISP TO WS-LINE(23:5)
               MOVE WS-TRANS-EMPTY(WS-TRANS-IDX) TO WS-NUM-DISP
               MOVE WS-NUM-DISP TO WS-LINE(30:5)
               MOVE WS-TRANS-BRACKET(WS-TRANS-IDX) TO WS-NUM-DISP
               MOVE WS-NUM-DISP TO WS-LINE(37:5)
               MOVE WS-TRANS-FOOTNOTE(WS-TRANS-IDX) TO WS-NUM-DISP
               MOVE WS-NUM-DISP TO WS-LINE(44:5)
               MOVE WS-LINE TO ReportRecord
               WRITE ReportRecord
           END-PERFORM
           CONTINUE.
       WRITE-SUMMARY-EXIT.

       FORMAT-REFERENCE.
           MOVE WS-FMT-CHAPTER TO WS-FMT-CHAPTER-DISP
           MOVE WS-FMT-VERSE TO WS-FMT-VERSE-DISP
           IF WS-FMT-BOOK >= 1 AND WS-FMT-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-ABBR(WS-FMT-BOOK) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR(WS-FMT-BOOK)), " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-FMT-VERSE-DISP)
               ) TO WS-FMT-TEXT
           ELSE
               MOVE FUNCTION concatenate(
                   WS-FMT-BOOK, " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-FMT-VERSE-DISP)
               ) TO WS-FMT-TEXT
           END-IF
           CONTINUE.
       FORMAT-REFERENCE-EXIT.

      ******************************************************************
      * Settings and versification
      ******************************************************************
       READ-VERSIFICATION.
           MOVE "versification.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONFIG-FILE
           READ CONFIG-FILE
               NOT AT END
                   IF FUNCTION trim(CONFIG-RECORD) NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION trim(CONFIG-RECORD))
                           TO WS-VERSIFICATION
                   END-IF
           END-READ
           CLOSE CONFIG-FILE
           CONTINUE.
       READ-VERSIFICATION-EXIT.

       READ-ONE-SCHEME.
           MOVE "STANDARD" TO WS-READ-SCHEME
           MOVE WS-META-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-DATA-META
               IF WS-META-STATUS = "00"
                   MOVE "VERSIFICATION" TO BIBLE-DATA-META-KEY
                   READ BIBLE-DATA-META
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BIBLE-DATA-META-VALUE NOT = SPACES
                               MOVE FUNCTION trim(
                                   BIBLE-DATA-META-VALUE)
                                   TO WS-READ-SCHEME
                           END-IF
                   END-READ
                   CLOSE BIBLE-DATA-META
               END-IF
           END-IF
           CONTINUE.
       READ-ONE-SCHEME-EXIT.

      * mapping of the current translation's scheme into the active
      * one; none needed when they agree
       LOAD-VERSEMAP.
           MOVE "N" TO WS-VERSEMAP-ON
           MOVE 0 TO WS-VERSEMAP-COUNT
           IF FUNCTION trim(WS-TRANS-SCHEME(WS-TRANS-IDX)) =
               FUNCTION trim(WS-VERSIFICATION)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-TRANS-SCHEME(WS-TRANS-IDX)), ".to.",
               FUNCTION trim(WS-VERSIFICATION), ".versemap"
           ) TO WS-VERSEMAP-FILE
           MOVE WS-VERSEMAP-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE "ohne Zuordnungsdatei - Verse 1:1 verglichen"
                   TO WS-TRANS-NOTE(WS-TRANS-IDX)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VERSEMAP-FILE
           MOVE "N" TO WS-VERSEMAP-EOF
           PERFORM UNTIL WS-VERSEMAP-EOF = "Y"
               READ VERSEMAP-FILE
                   AT END
                       MOVE "Y" TO WS-VERSEMAP-EOF
                   NOT AT END
                       PERFORM LOAD-VERSEMAP-ROW
               END-READ
           END-PERFORM
           CLOSE VERSEMAP-FILE
           IF WS-VERSEMAP-COUNT > 0
               MOVE "Y" TO WS-VERSEMAP-ON
               MOVE FUNCTION concatenate(
                   "zugeordnet ueber ",
                   FUNCTION trim(WS-VERSEMAP-FILE)
               ) TO WS-TRANS-NOTE(WS-TRANS-IDX)
           END-IF
           CONTINUE.
       LOAD-VERSEMAP-EXIT.

       LOAD-VERSEMAP-ROW.
           IF WS-VERSEMAP-COUNT >= WS-VERSEMAP-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VERSEMAP-COUNT
           UNSTRING VERSEMAP-RECORD
               DELIMITED BY "###" INTO
                   WS-MAP-FROM-BOOK(WS-VERSEMAP-COUNT)
                   WS-MAP-FROM-CHAPTER(WS-VERSEMAP-COUNT)
                   WS-MAP-FROM-VERSE(WS-VERSEMAP-COUNT)
                   WS-MAP-TO-BOOK(WS-VERSEMAP-COUNT)
                   WS-MAP-TO-CHAPTER(WS-VERSEMAP-COUNT)
                   WS-MAP-TO-VERSE(WS-VERSEMAP-COUNT)
           CONTINUE.
       LOAD-VERSEMAP-ROW-EXIT.

       MAP-REFERENCE.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-VERSEMAP-IDX FROM 1 BY 1
               UNTIL WS-VERSEMAP-IDX > WS-VERSEMAP-COUNT
               OR WS-MAP-FOUND = "Y"
               IF WS-MAP-FROM-BOOK(WS-VERSEMAP-IDX) = BIBLE-DATA-BOOK
                  AND WS-MAP-FROM-CHAPTER(WS-VERSEMAP-IDX)
                      = BIBLE-DATA-CHAPTER
                  AND WS-MAP-FROM-VERSE(WS-VERSEMAP-IDX)
                      = BIBLE-DATA-VERSE
                   MOVE WS-MAP-TO-BOOK(WS-VERSEMAP-IDX)
                       TO WS-MAPPED-BOOK
                   MOVE WS-MAP-TO-CHAPTER(WS-VERSEMAP-IDX)
                       TO WS-MAPPED-CHAPTER
                   MOVE WS-MAP-TO-VERSE(WS-VERSEMAP-IDX)
                       TO WS-MAPPED-VERSE
                   MOVE "Y" TO WS-MAP-FOUND
               END-IF
           END-PERFORM
           CONTINUE.
       MAP-REFERENCE-EXIT.

       LOAD-BOOK-ABBR.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-ABBR(WS-BOOK-IDX)
           END-PERFORM
           OPEN INPUT BOOKS-FILE
           MOVE "N" TO WS-BOOKS-EOF
           PERFORM UNTIL WS-BOOKS-EOF = "Y"
               READ BOOKS-FILE
                   AT END
                       MOVE "Y" TO WS-BOOKS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BOOK-REC-LANG
                       UNSTRING BOOKS-RECORD
                           DELIMITED BY "###" INTO
                               WS-BOOK-REC-NUM
                               WS-BOOK-REC-NAME
                               WS-BOOK-REC-ABBR
                               WS-BOOK-REC-LANG
                       IF WS-BOOK-REC-NUM >= 1
                           AND WS-BOOK-REC-NUM <= WS-MAX-BOOKS
                           AND (WS-BOOK-REC-LANG = "DE"
                               OR WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                                   = SPACES)
                           MOVE WS-BOOK-REC-ABBR
                               TO WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-ABBR-EXIT.

       JOIN-VERSE-TEXT.
           MOVE "R" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       JOIN-VERSE-TEXT-EXIT.

       CALL-VERSE-TEXT.
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-VT-DATA-FILE,
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
           END PROGRAM textVariantReport.
