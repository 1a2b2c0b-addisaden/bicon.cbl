      * Text quality check of an installed translation.
      *
      * Reads <short>.bible.data verse by verse and its footnote and
      * heading side files, and lists what an import typically
      * leaves behind, grouped by kind:
      *   1 markup left over from MySword/Zefania modules: tags such
      *     as <FI>, <RF>, <CM>, <NOTE>, </STYLE> and entities such
      *     as &amp; or &#8222;
      *   2 broken encoding: byte sequences that are not UTF-8 (a
      *     Latin-1 umlaut), doubly encoded umlauts (Ã¤ for ä), the
      *     replacement character and control characters
      *   3 doubled or leading spaces
      *   4 unbalanced brackets in a verse, and chapters with an odd
      *     number of double quotes - speech runs over verses, so
      *     quotes are counted per chapter
      *   5 empty verses
      *   6 verses without end punctuation whose neighbours in the
      *     same chapter have it
      *   7 footnotes and headings without a matching verse
      * Every finding names the verse and shows an excerpt around
      * the spot. Only the first finding of a kind per verse is
      * listed. The report goes to lint.report.txt or the file
      * named at the prompt; nothing is changed.
      *
      * The prompts read from a file as well, so the check runs as
      * a batchScheduler job with an input file.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. translationLint.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-FOOTNOTE-ID
               FILE STATUS IS WS-FOOTNOTE-STATUS.
           SELECT BIBLE-HEADING-FILE ASSIGN TO WS-HEADING-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-HEADING-ID
               FILE STATUS IS WS-HEADING-STATUS.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LintWorkFile ASSIGN TO "lint.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-footnote-file'.
           COPY 'cpy/file-section/bible-heading-file'.
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD LintWorkFile.
       01 LintWorkRecord.
           05 LINT-WORK-KIND     PIC 9.
           05 LINT-WORK-REF      PIC X(16).
           05 LINT-WORK-TEXT     PIC X(130).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-DATA-STATUS        PIC XX.
       01 WS-FOOTNOTE-STATUS    PIC XX.
       01 WS-HEADING-STATUS     PIC XX.
       01 WS-DATA-FILE          PIC X(100).
       01 WS-FOOTNOTE-FILE      PIC X(100).
       01 WS-HEADING-FILE       PIC X(100).
       01 WS-REPORT-FILE        PIC X(100).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-DATA-FILE       PIC X(250).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).
       01 WS-BIBLE-SHORT        PIC X(20).
       01 WS-DEFAULT-SHORT      PIC X(20).
       01 WS-SHORT-INPUT        PIC X(20).
       01 WS-DATA-EOF           PIC X VALUE "N".
       01 WS-SIDE-EOF           PIC X VALUE "N".
       01 WS-WORK-EOF           PIC X VALUE "N".
       01 WS-VERSE-COUNT        PIC 9(7) VALUE 0.

      * findings per kind; titles in report order
       78 WS-KIND-MAX VALUE 7.
       78 WS-LIST-MAX VALUE 500.
       01 WS-KIND               PIC 9.
       01 WS-KIND-COUNTS.
           05 WS-KIND-COUNT PIC 9(7) OCCURS 7 TIMES.
       01 WS-KIND-TITLES.
           05 FILLER PIC X(50)
               VALUE "Markup-Reste (MySword/Zefania)".
           05 FILLER PIC X(50)
               VALUE "Kodierungsfehler (Umlaute, Steuerzeichen)".
           05 FILLER PIC X(50)
               VALUE "Doppelte oder fuehrende Leerzeichen".
           05 FILLER PIC X(50)
               VALUE "Klammern/Anfuehrungszeichen unausgeglichen".
           05 FILLER PIC X(50)
               VALUE "Leere Verse".
           05 FILLER PIC X(50)
               VALUE "Versende ohne Satzzeichen".
           05 FILLER PIC X(50)
               VALUE "Fussnoten/Ueberschriften ohne Vers".
       01 WS-KIND-TITLE-TABLE REDEFINES WS-KIND-TITLES.
           05 WS-KIND-TITLE PIC X(50) OCCURS 7 TIMES.
       01 WS-TOTAL-COUNT        PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT       PIC 9(7).
       01 WS-COUNT-DISP         PIC Z(6)9.

      * the verse under inspection
       01 WS-TEXT               PIC X(4000).
       01 WS-LEN                PIC 9(4).
       01 WS-POS                PIC 9(4).
       01 WS-SCAN-POS           PIC 9(4).
       01 WS-SCAN-END           PIC 9(4).
       01 WS-HIT-POS            PIC 9(4).
       01 WS-BYTE               PIC 9(3).
       01 WS-NEXT-BYTE          PIC 9(3).
       01 WS-FOLLOW-COUNT       PIC 9.
       01 WS-FOLLOW-IDX         PIC 9.
       01 WS-CHAR               PIC X.
       01 WS-DONE               PIC X.
       01 WS-FOUND              PIC X.
       01 WS-NOTE               PIC X(40).
       01 WS-EXCERPT            PIC X(130).
       01 WS-EXCERPT-START      PIC 9(4).
       01 WS-EXCERPT-LEN        PIC 9(4).
       01 WS-OPEN-ROUND         PIC 9(4).
       01 WS-CLOSE-ROUND        PIC 9(4).
       01 WS-OPEN-SQUARE        PIC 9(4).
       01 WS-CLOSE-SQUARE       PIC 9(4).
       01 WS-QUOTES-VERSE       PIC 9(4).
       01 WS-DOUBLE-SPACES      PIC 9(4).

      * end punctuation: the verse is held back until the next one
      * is read, so both neighbours are known
       01 WS-END-LEN            PIC 9(4).
       01 WS-END-PUNCT          PIC X.
       01 WS-HOLD-ON            PIC X VALUE "N".
       01 WS-HOLD-ID.
           05 WS-HOLD-BOOK      PIC 9(3).
           05 WS-HOLD-CHAPTER   PIC 9(3).
           05 WS-HOLD-VERSE     PIC 9(3).
       01 WS-HOLD-PUNCT         PIC X.
       01 WS-HOLD-EMPTY         PIC X.
       01 WS-HOLD-PREV          PIC X.
       01 WS-HOLD-NEXT          PIC X.
       01 WS-HOLD-EXCERPT       PIC X(130).

      * quotes are counted per chapter
       01 WS-CHAPTER-ID.
           05 WS-CHAPTER-BOOK   PIC 9(3) VALUE 0.
           05 WS-CHAPTER-NUM    PIC 9(3) VALUE 0.
       01 WS-QUOTES-CHAPTER     PIC 9(5) VALUE 0.
       01 WS-QUOTES-LAST-ID.
           05 WS-QUOTES-LAST-BOOK    PIC 9(3).
           05 WS-QUOTES-LAST-CHAPTER PIC 9(3).
           05 WS-QUOTES-LAST-VERSE   PIC 9(3).
       01 WS-QUOTES-EXCERPT     PIC X(130).
       01 WS-QUOTES-DISP        PIC Z(4)9.

      * book abbreviations for the listing, German rows preferred
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-ABBR-TABLE.
           05 WS-BOOK-ABBR PIC X(4) OCCURS 99 TIMES.
       01 WS-BOOK-IDX           PIC 9(3).
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
       TRANSLATIONLINT.
           PERFORM LOAD-DEFAULT-TRANSLATION
           IF WS-DEFAULT-SHORT = SPACES
               DISPLAY "Uebersetzung: " WITH NO ADVANCING
           ELSE
               DISPLAY "Uebersetzung (Enter = "
                   FUNCTION trim(WS-DEFAULT-SHORT) "): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-SHORT-INPUT
           IF FUNCTION trim(WS-SHORT-INPUT) = SPACES
               MOVE WS-DEFAULT-SHORT TO WS-BIBLE-SHORT
           ELSE
               MOVE FUNCTION trim(WS-SHORT-INPUT) TO WS-BIBLE-SHORT
           END-IF
           IF WS-BIBLE-SHORT = SPACES
               DISPLAY "Keine Uebersetzung angegeben."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-VT-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Uebersetzung nicht installiert: "
                   FUNCTION trim(WS-BIBLE-SHORT)
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           DISPLAY "Bericht (Enter = lint.report.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE "lint.report.txt" TO WS-REPORT-FILE
           END-IF

           PERFORM LOAD-BOOK-ABBR
           PERFORM VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-MAX
               MOVE 0 TO WS-KIND-COUNT(WS-KIND)
           END-PERFORM

           OPEN INPUT BIBLE-DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "Uebersetzung nicht lesbar: "
                   FUNCTION trim(WS-DATA-FILE)
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT LintWorkFile

           PERFORM SCAN-VERSES
           PERFORM SCAN-FOOTNOTES
           PERFORM SCAN-HEADINGS

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CLOSE LintWorkFile

           PERFORM WRITE-REPORT

           MOVE WS-VERSE-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP) " Verse geprueft."
           PERFORM VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-MAX
               IF WS-KIND-COUNT(WS-KIND) > 0
                   MOVE WS-KIND-COUNT(WS-KIND) TO WS-COUNT-DISP
                   DISPLAY "  " WS-COUNT-DISP "  "
                       FUNCTION trim(WS-KIND-TITLE(WS-KIND))
               END-IF
           END-PERFORM
           IF WS-TOTAL-COUNT = 0
               DISPLAY "  OK"
           END-IF
           DISPLAY "Geschrieben nach " FUNCTION trim(WS-REPORT-FILE)
           CALL "SYSTEM" USING "rm -f lint.work.tmp"
           EXIT PROGRAM.
       TRANSLATIONLINT-EXIT.

      ******************************************************************
      * Verses
      ******************************************************************
       SCAN-VERSES.
           MOVE "N" TO WS-HOLD-ON
           MOVE "N" TO WS-DATA-EOF
           PERFORM UNTIL WS-DATA-EOF = "Y"
               READ BIBLE-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       PERFORM CHECK-VERSE
               END-READ
           END-PERFORM
           MOVE " " TO WS-HOLD-NEXT
           PERFORM CHECK-HELD-VERSE
           PERFORM CHECK-CHAPTER-QUOTES
           CONTINUE.
       SCAN-VERSES-EXIT.

       CHECK-VERSE.
           ADD 1 TO WS-VERSE-COUNT
           IF BIBLE-DATA-BOOK NOT = WS-CHAPTER-BOOK
               OR BIBLE-DATA-CHAPTER NOT = WS-CHAPTER-NUM
               PERFORM CHECK-CHAPTER-QUOTES
               MOVE BIBLE-DATA-BOOK TO WS-CHAPTER-BOOK
               MOVE BIBLE-DATA-CHAPTER TO WS-CHAPTER-NUM
               MOVE 0 TO WS-QUOTES-CHAPTER
           END-IF

           PERFORM JOIN-VERSE-TEXT
           MOVE WS-VT-FULL-TEXT TO WS-TEXT
           IF WS-TEXT = SPACES
               MOVE 0 TO WS-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION trim(WS-TEXT TRAILING))
                   TO WS-LEN
           END-IF
           MOVE BIBLE-DATA-BOOK TO WS-FMT-BOOK
           MOVE BIBLE-DATA-CHAPTER TO WS-FMT-CHAPTER
           MOVE BIBLE-DATA-VERSE TO WS-FMT-VERSE
           PERFORM FORMAT-REFERENCE

           IF WS-LEN = 0
               MOVE SPACES TO WS-EXCERPT
               MOVE 5 TO WS-KIND
               PERFORM ADD-FINDING
           ELSE
               PERFORM CHECK-MARKUP
               PERFORM CHECK-ENCODING
               PERFORM CHECK-SPACES
               PERFORM CHECK-BRACKETS
               PERFORM COUNT-QUOTES
           END-IF

           PERFORM CHECK-END-PUNCT
           IF WS-HOLD-ON = "Y"
               IF WS-HOLD-BOOK = BIBLE-DATA-BOOK
                   AND WS-HOLD-CHAPTER = BIBLE-DATA-CHAPTER
                   MOVE WS-END-PUNCT TO WS-HOLD-NEXT
               ELSE
                   MOVE " " TO WS-HOLD-NEXT
               END-IF
               PERFORM CHECK-HELD-VERSE
               IF WS-HOLD-BOOK = BIBLE-DATA-BOOK
                   AND WS-HOLD-CHAPTER = BIBLE-DATA-CHAPTER
                   MOVE WS-HOLD-PUNCT TO WS-HOLD-PREV
               ELSE
                   MOVE " " TO WS-HOLD-PREV
               END-IF
           ELSE
               MOVE " " TO WS-HOLD-PREV
           END-IF
           MOVE "Y" TO WS-HOLD-ON
           MOVE BIBLE-DATA-ID TO WS-HOLD-ID
           MOVE WS-END-PUNCT TO WS-HOLD-PUNCT
           IF WS-LEN = 0
               MOVE "Y" TO WS-HOLD-EMPTY
           ELSE
               MOVE "N" TO WS-HOLD-EMPTY
               IF WS-LEN > 60
                   COMPUTE WS-HIT-POS = WS-LEN - 39
               ELSE
                   MOVE 1 TO WS-HIT-POS
               END-IF
               PERFORM MAKE-EXCERPT
               MOVE WS-EXCERPT TO WS-HOLD-EXCERPT
           END-IF
           CONTINUE.
       CHECK-VERSE-EXIT.

      * A tag is "<" followed by a letter or "/" and closed by ">"
      * within 60 bytes; an entity is "&" followed by letters,
      * digits or "#" and closed by ";" within 10 bytes.
       CHECK-MARKUP.
           MOVE 0 TO WS-HIT-POS
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS >= WS-LEN OR WS-HIT-POS > 0
               IF WS-TEXT(WS-POS:1) = "<"
                   MOVE WS-TEXT(WS-POS + 1:1) TO WS-CHAR
                   IF WS-CHAR IS ALPHABETIC AND WS-CHAR NOT = SPACE
                       OR WS-CHAR = "/"
                       COMPUTE WS-SCAN-END = WS-POS + 60
                       IF WS-SCAN-END > WS-LEN
                           MOVE WS-LEN TO WS-SCAN-END
                       END-IF
                       PERFORM VARYING WS-SCAN-POS FROM WS-POS BY 1
                           UNTIL WS-SCAN-POS > WS-SCAN-END
                           OR WS-HIT-POS > 0
                           IF WS-TEXT(WS-SCAN-POS:1) = ">"
                               MOVE WS-POS TO WS-HIT-POS
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-TEXT(WS-POS:1) = "&" AND WS-HIT-POS = 0
                   COMPUTE WS-SCAN-END = WS-POS + 10
                   IF WS-SCAN-END > WS-LEN
                       MOVE WS-LEN TO WS-SCAN-END
                   END-IF
                   MOVE "N" TO WS-DONE
                   PERFORM VARYING WS-SCAN-POS FROM WS-POS BY 1
                       UNTIL WS-SCAN-POS >= WS-SCAN-END
                       OR WS-DONE = "Y"
                       MOVE WS-TEXT(WS-SCAN-POS + 1:1) TO WS-CHAR
                       EVALUATE TRUE
                           WHEN WS-CHAR = ";"
                               AND WS-SCAN-POS > WS-POS
                               MOVE WS-POS TO WS-HIT-POS
                               MOVE "Y" TO WS-DONE
                           WHEN WS-CHAR = "#"
                               CONTINUE
                           WHEN WS-CHAR IS NUMERIC
                               CONTINUE
                           WHEN WS-CHAR IS ALPHABETIC
                               AND WS-CHAR NOT = SPACE
                               CONTINUE
                           WHEN OTHER
                               MOVE "Y" TO WS-DONE
                       END-EVALUATE
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-POS > 0
               PERFORM MAKE-EXCERPT
               MOVE 1 TO WS-KIND
               PERFORM ADD-FINDING
           END-IF
           CONTINUE.
       CHECK-MARKUP-EXIT.

      * UTF-8 check byte by byte: a lead byte must be followed by
      * the right number of continuation bytes (128-191). Valid
      * text is further checked for umlauts encoded twice (Ã or Â
      * followed by another two-byte sequence), the replacement
      * character and control characters.
       CHECK-ENCODING.
           MOVE 0 TO WS-HIT-POS
           MOVE SPACES TO WS-NOTE
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-LEN OR WS-HIT-POS > 0
               COMPUTE WS-BYTE = FUNCTION ORD(WS-TEXT(WS-POS:1)) - 1
               EVALUATE TRUE
                   WHEN WS-BYTE < 32
                       MOVE WS-POS TO WS-HIT-POS
                       MOVE "Steuerzeichen" TO WS-NOTE
                   WHEN WS-BYTE < 128
                       MOVE 0 TO WS-FOLLOW-COUNT
                   WHEN WS-BYTE >= 194 AND WS-BYTE <= 223
                       MOVE 1 TO WS-FOLLOW-COUNT
                   WHEN WS-BYTE >= 224 AND WS-BYTE <= 239
                       MOVE 2 TO WS-FOLLOW-COUNT
                   WHEN WS-BYTE >= 240 AND WS-BYTE <= 244
                       MOVE 3 TO WS-FOLLOW-COUNT
                   WHEN OTHER
                       MOVE WS-POS TO WS-HIT-POS
                       MOVE "kein UTF-8" TO WS-NOTE
               END-EVALUATE
               IF WS-HIT-POS = 0 AND WS-FOLLOW-COUNT > 0
                   IF WS-POS + WS-FOLLOW-COUNT > WS-LEN
                       MOVE WS-POS TO WS-HIT-POS
                       MOVE "kein UTF-8" TO WS-NOTE
                   ELSE
                       PERFORM VARYING WS-FOLLOW-IDX FROM 1 BY 1
                           UNTIL WS-FOLLOW-IDX > WS-FOLLOW-COUNT
                           OR WS-HIT-POS > 0
                           COMPUTE WS-NEXT-BYTE = FUNCTION ORD(
                               WS-TEXT(WS-POS + WS-FOLLOW-IDX:1)) - 1
                           IF WS-NEXT-BYTE < 128 OR WS-NEXT-BYTE > 191
                               MOVE WS-POS TO WS-HIT-POS
                               MOVE "kein UTF-8" TO WS-NOTE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-HIT-POS = 0 AND WS-FOLLOW-COUNT = 1
                   AND WS-POS + 2 <= WS-LEN
                   IF (WS-TEXT(WS-POS:2) = X"C383"
                       OR WS-TEXT(WS-POS:2) = X"C382")
                       AND (WS-TEXT(WS-POS + 2:1) = X"C2"
                           OR WS-TEXT(WS-POS + 2:1) = X"C3")
                       MOVE WS-POS TO WS-HIT-POS
                       MOVE "doppelt kodiert" TO WS-NOTE
                   END-IF
               END-IF
               IF WS-HIT-POS = 0 AND WS-FOLLOW-COUNT = 2
                   IF WS-TEXT(WS-POS:3) = X"EFBFBD"
                       MOVE WS-POS TO WS-HIT-POS
                       MOVE "Ersatzzeichen" TO WS-NOTE
                   END-IF
               END-IF
               ADD 1 WS-FOLLOW-COUNT TO WS-POS
           END-PERFORM
           IF WS-HIT-POS > 0
               PERFORM MAKE-EXCERPT
               MOVE FUNCTION concatenate(
                   "(", FUNCTION trim(WS-NOTE), ") ", WS-EXCERPT
               ) TO WS-EXCERPT
               MOVE 2 TO WS-KIND
               PERFORM ADD-FINDING
           END-IF
           CONTINUE.
       CHECK-ENCODING-EXIT.

       CHECK-SPACES.
           MOVE 0 TO WS-HIT-POS
           IF WS-TEXT(1:1) = SPACE
               MOVE 1 TO WS-HIT-POS
           ELSE
               MOVE 0 TO WS-DOUBLE-SPACES
               INSPECT WS-TEXT(1:WS-LEN)
                   TALLYING WS-DOUBLE-SPACES FOR ALL "  "
               IF WS-DOUBLE-SPACES > 0
                   PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS >= WS-LEN OR WS-HIT-POS > 0
                       IF WS-TEXT(WS-POS:2) = "  "
                           MOVE WS-POS TO WS-HIT-POS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-HIT-POS > 0
               PERFORM MAKE-EXCERPT
               MOVE 3 TO WS-KIND
               PERFORM ADD-FINDING
           END-IF
           CONTINUE.
       CHECK-SPACES-EXIT.

       CHECK-BRACKETS.
           MOVE 0 TO WS-OPEN-ROUND
           MOVE 0 TO WS-CLOSE-ROUND
           MOVE 0 TO WS-OPEN-SQUARE
           MOVE 0 TO WS-CLOSE-SQUARE
           INSPECT WS-TEXT(1:WS-LEN)
               TALLYING WS-OPEN-ROUND FOR ALL "("
                        WS-CLOSE-ROUND FOR ALL ")"
                        WS-OPEN-SQUARE FOR ALL "["
                        WS-CLOSE-SQUARE FOR ALL "]"
           IF WS-OPEN-ROUND NOT = WS-CLOSE-ROUND
               OR WS-OPEN-SQUARE NOT = WS-CLOSE-SQUARE
               MOVE 0 TO WS-HIT-POS
               PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LEN OR WS-HIT-POS > 0
                   IF WS-TEXT(WS-POS:1) = "(" OR ")" OR "[" OR "]"
                       MOVE WS-POS TO WS-HIT-POS
                   END-IF
               END-PERFORM
               PERFORM MAKE-EXCERPT
               MOVE 4 TO WS-KIND
               PERFORM ADD-FINDING
           END-IF
           CONTINUE.
       CHECK-BRACKETS-EXIT.

      * Straight and typographic double quotes and guillemets count
      * alike; whatever the style, a chapter should hold them in
      * pairs.
       COUNT-QUOTES.
           MOVE 0 TO WS-QUOTES-VERSE
           INSPECT WS-TEXT(1:WS-LEN)
               TALLYING WS-QUOTES-VERSE FOR ALL '"'
                        WS-QUOTES-VERSE FOR ALL X"E2809E"
                        WS-QUOTES-VERSE FOR ALL X"E2809C"
                        WS-QUOTES-VERSE FOR ALL X"E2809D"
                        WS-QUOTES-VERSE FOR ALL X"C2BB"
                        WS-QUOTES-VERSE FOR ALL X"C2AB"
           IF WS-QUOTES-VERSE > 0
               ADD WS-QUOTES-VERSE TO WS-QUOTES-CHAPTER
               MOVE BIBLE-DATA-ID TO WS-QUOTES-LAST-ID
               MOVE 1 TO WS-HIT-POS
               PERFORM MAKE-EXCERPT
               MOVE WS-EXCERPT TO WS-QUOTES-EXCERPT
           END-IF
           CONTINUE.
       COUNT-QUOTES-EXIT.

       CHECK-CHAPTER-QUOTES.
           IF FUNCTION MOD(WS-QUOTES-CHAPTER, 2) = 1
               MOVE WS-QUOTES-LAST-BOOK TO WS-FMT-BOOK
               MOVE WS-QUOTES-LAST-CHAPTER TO WS-FMT-CHAPTER
               MOVE WS-QUOTES-LAST-VERSE TO WS-FMT-VERSE
               PERFORM FORMAT-REFERENCE
               MOVE WS-QUOTES-CHAPTER TO WS-QUOTES-DISP
               MOVE FUNCTION concatenate(
                   "(", FUNCTION trim(WS-QUOTES-DISP),
                   " Anfuehrungszeichen im Kapitel, zuletzt hier) ",
                   WS-QUOTES-EXCERPT
               ) TO WS-EXCERPT
               MOVE 4 TO WS-KIND
               PERFORM ADD-FINDING
           END-IF
           MOVE 0 TO WS-QUOTES-CHAPTER
           CONTINUE.
       CHECK-CHAPTER-QUOTES-EXIT.

      * Closing quotes and brackets after the last sign are passed
      * over; a dash or an ellipsis counts as punctuation.
       CHECK-END-PUNCT.
           MOVE "N" TO WS-END-PUNCT
           MOVE WS-LEN TO WS-END-LEN
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y" OR WS-END-LEN = 0
               EVALUATE TRUE
                   WHEN WS-TEXT(WS-END-LEN:1) = '"' OR "'" OR ")"
                       OR "]" OR SPACE
                       SUBTRACT 1 FROM WS-END-LEN
                   WHEN WS-END-LEN >= 3
                       AND (WS-TEXT(WS-END-LEN - 2:3) = X"E2809C"
                         OR WS-TEXT(WS-END-LEN - 2:3) = X"E2809D"
                         OR WS-TEXT(WS-END-LEN - 2:3) = X"E28098"
                         OR WS-TEXT(WS-END-LEN - 2:3) = X"E28099"
                         OR WS-TEXT(WS-END-LEN - 2:3) = X"E280B9"
                         OR WS-TEXT(WS-END-LEN - 2:3) = X"E280BA")
                       SUBTRACT 3 FROM WS-END-LEN
                   WHEN WS-END-LEN >= 2
                       AND (WS-TEXT(WS-END-LEN - 1:2) = X"C2AB"
                         OR WS-TEXT(WS-END-LEN - 1:2) = X"C2BB")
                       SUBTRACT 2 FROM WS-END-LEN
                   WHEN OTHER
                       MOVE "Y" TO WS-DONE
               END-EVALUATE
           END-PERFORM
           IF WS-END-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TEXT(WS-END-LEN:1) = "." OR "," OR ";" OR ":"
               OR "!" OR "?" OR "-"
               MOVE "Y" TO WS-END-PUNCT
           END-IF
           IF WS-END-LEN >= 3
               IF WS-TEXT(WS-END-LEN - 2:3) = X"E28093"
                   OR WS-TEXT(WS-END-LEN - 2:3) = X"E28094"
                   OR WS-TEXT(WS-END-LEN - 2:3) = X"E280A6"
                   MOVE "Y" TO WS-END-PUNCT
               END-IF
           END-IF
           CONTINUE.
       CHECK-END-PUNCT-EXIT.

      * The held verse is a finding when it has text but no end
      * punctuation, and every neighbour it has in its chapter
      * ends with punctuation.
       CHECK-HELD-VERSE.
           IF WS-HOLD-ON NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-PUNCT = "Y" OR WS-HOLD-EMPTY = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-PREV = " " AND WS-HOLD-NEXT = " "
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-PREV = "N" OR WS-HOLD-NEXT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-BOOK TO WS-FMT-BOOK
           MOVE WS-HOLD-CHAPTER TO WS-FMT-CHAPTER
           MOVE WS-HOLD-VERSE TO WS-FMT-VERSE
           PERFORM FORMAT-REFERENCE
           MOVE WS-HOLD-EXCERPT TO WS-EXCERPT
           MOVE 6 TO WS-KIND
           PERFORM ADD-FINDING
           CONTINUE.
       CHECK-HELD-VERSE-EXIT.

      ******************************************************************
      * Side files: every record needs its verse
      ******************************************************************
       SCAN-FOOTNOTES.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".footnotes.data"
           ) TO WS-FOOTNOTE-FILE
           MOVE WS-FOOTNOTE-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-FOOTNOTE-FILE
           IF WS-FOOTNOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SIDE-EOF
           PERFORM UNTIL WS-SIDE-EOF = "Y"
               READ BIBLE-FOOTNOTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SIDE-EOF
                   NOT AT END
                       MOVE BIBLE-FOOTNOTE-ID TO BIBLE-DATA-ID
                       PERFORM FIND-VERSE
                       IF WS-FOUND = "N"
                           MOVE BIBLE-FOOTNOTE-TEXT TO WS-TEXT
                           MOVE "Fussnote: " TO WS-NOTE
                           PERFORM ADD-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-FOOTNOTE-FILE
           CONTINUE.
       SCAN-FOOTNOTES-EXIT.

       SCAN-HEADINGS.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".headings.data"
           ) TO WS-HEADING-FILE
           MOVE WS-HEADING-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-HEADING-FILE
           IF WS-HEADING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SIDE-EOF
           PERFORM UNTIL WS-SIDE-EOF = "Y"
               READ BIBLE-HEADING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SIDE-EOF
                   NOT AT END
                       MOVE BIBLE-HEADING-ID TO BIBLE-DATA-ID
                       PERFORM FIND-VERSE
                       IF WS-FOUND = "N"
                           MOVE BIBLE-HEADING-TEXT TO WS-TEXT
                           MOVE "Ueberschrift: " TO WS-NOTE
                           PERFORM ADD-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-HEADING-FILE
           CONTINUE.
       SCAN-HEADINGS-EXIT.

       FIND-VERSE.
           MOVE "N" TO WS-FOUND
           READ BIBLE-DATA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CONTINUE.
       FIND-VERSE-EXIT.

      * BIBLE-DATA-ID still holds the key looked up.
       ADD-ORPHAN.
           MOVE BIBLE-DATA-BOOK TO WS-FMT-BOOK
           MOVE BIBLE-DATA-CHAPTER TO WS-FMT-CHAPTER
           MOVE BIBLE-DATA-VERSE TO WS-FMT-VERSE
           PERFORM FORMAT-REFERENCE
           IF WS-TEXT = SPACES
               MOVE 0 TO WS-LEN
               MOVE SPACES TO WS-EXCERPT
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION trim(WS-TEXT TRAILING))
                   TO WS-LEN
               MOVE 1 TO WS-HIT-POS
               PERFORM MAKE-EXCERPT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-NOTE), " ", WS-EXCERPT
           ) TO WS-EXCERPT
           MOVE 7 TO WS-KIND
           PERFORM ADD-FINDING
           CONTINUE.
       ADD-ORPHAN-EXIT.

      ******************************************************************
      * Findings
      ******************************************************************
      * About 60 bytes of WS-TEXT from a little before WS-HIT-POS.
       MAKE-EXCERPT.
           MOVE SPACES TO WS-EXCERPT
           IF WS-HIT-POS > 20
               COMPUTE WS-EXCERPT-START = WS-HIT-POS - 20
           ELSE
               MOVE 1 TO WS-EXCERPT-START
           END-IF
           COMPUTE WS-EXCERPT-LEN = WS-LEN - WS-EXCERPT-START + 1
           IF WS-EXCERPT-LEN > 60
               MOVE 60 TO WS-EXCERPT-LEN
           END-IF
           IF WS-EXCERPT-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EXCERPT-START > 1
               MOVE FUNCTION concatenate(
                   "...", WS-TEXT(WS-EXCERPT-START:WS-EXCERPT-LEN)
               ) TO WS-EXCERPT
           ELSE
               MOVE WS-TEXT(WS-EXCERPT-START:WS-EXCERPT-LEN)
                   TO WS-EXCERPT
           END-IF
           IF WS-EXCERPT-START + WS-EXCERPT-LEN <= WS-LEN
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-EXCERPT TRAILING), "..."
               ) TO WS-EXCERPT
           END-IF
           CONTINUE.
       MAKE-EXCERPT-EXIT.

       ADD-FINDING.
           ADD 1 TO WS-KIND-COUNT(WS-KIND)
           ADD 1 TO WS-TOTAL-COUNT
           MOVE WS-KIND TO LINT-WORK-KIND
           MOVE WS-FMT-TEXT TO LINT-WORK-REF
           MOVE WS-EXCERPT TO LINT-WORK-TEXT
           WRITE LintWorkRecord
           CONTINUE.
       ADD-FINDING-EXIT.

      * One pass over the findings per kind keeps the report in
      * canon order within each kind.
       WRITE-REPORT.
           OPEN OUTPUT ReportFile
           MOVE FUNCTION concatenate(
               "Textpruefung ", FUNCTION trim(WS-BIBLE-SHORT)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:60)
           WRITE ReportRecord
           MOVE WS-VERSE-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-COUNT-DISP), " Verse geprueft."
           ) TO ReportRecord
           WRITE ReportRecord
           PERFORM VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-MAX
               MOVE WS-KIND-COUNT(WS-KIND) TO WS-COUNT-DISP
               MOVE SPACES TO ReportRecord
               STRING "  " WS-COUNT-DISP "  "
                   FUNCTION trim(WS-KIND-TITLE(WS-KIND))
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
           END-PERFORM

           PERFORM VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-MAX
               IF WS-KIND-COUNT(WS-KIND) > 0
                   PERFORM WRITE-KIND
               END-IF
           END-PERFORM
           CLOSE ReportFile
           CONTINUE.
       WRITE-REPORT-EXIT.

       WRITE-KIND.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE WS-KIND-COUNT(WS-KIND) TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-KIND-TITLE(WS-KIND)), " (",
               FUNCTION trim(WS-COUNT-DISP), ")"
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "-" TO ReportRecord(1:60)
           WRITE ReportRecord

           MOVE 0 TO WS-LISTED-COUNT
           OPEN INPUT LintWorkFile
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ LintWorkFile
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF LINT-WORK-KIND = WS-KIND
                           AND WS-LISTED-COUNT < WS-LIST-MAX
                           ADD 1 TO WS-LISTED-COUNT
                           MOVE SPACES TO ReportRecord
                           STRING "  " LINT-WORK-REF " "
                               LINT-WORK-TEXT
                               DELIMITED BY SIZE INTO ReportRecord
                           WRITE ReportRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LintWorkFile

           IF WS-KIND-COUNT(WS-KIND) > WS-LISTED-COUNT
               COMPUTE WS-COUNT-DISP =
                   WS-KIND-COUNT(WS-KIND) - WS-LISTED-COUNT
               MOVE FUNCTION concatenate(
                   "  ... und ", FUNCTION trim(WS-COUNT-DISP),
                   " weitere"
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       WRITE-KIND-EXIT.

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
      * Settings
      ******************************************************************
       LOAD-DEFAULT-TRANSLATION.
           MOVE SPACES TO WS-DEFAULT-SHORT
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
           END PROGRAM translationLint.
