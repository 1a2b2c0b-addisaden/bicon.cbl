      * Consistency check of the hand-edited lookup files.
      *
      * Every lookup file the programs read is checked line by line
      * against books.lookup and the active canon - the CANON key of
      * the default translation, canon66 without one:
      *   books.lookup           num###name###abbr[###lang]
      *   canon66/canon73.lookup book###chapters
      *   chronological.lookup   seq###book###chapter-from###to
      *   harmony.lookup         group###seq###label###book###
      *                              chapter###verse-from###to
      *   lectionary.lookup      FIX###MMDD###label###reference
      *                          OST###+ddd###label###reference
      *   osisbooks.lookup       num###OSIS id
      *   genealogies.lookup     MAT|LUK###position###id###verse
      *   synonyms.data          word###synonym###...
      *   <plan>.plan            day###book###chapter-from###to
      * and the findings are listed by kind:
      *   1 lines that cannot be read (fields missing, not numeric,
      *     no valid date or offset, reference not understood)
      *   2 books unknown to books.lookup - by number, or by the
      *     name or abbreviation of a reference, the way
      *     lib/referenceParser resolves it
      *   3 books outside the active canon, chapters beyond the
      *     book's chapter count and verses beyond any chapter
      *   4 keys given twice
      *   5 books of the active canon missing from books.lookup or
      *     osisbooks.lookup
      * The report goes to lookup.lint.report.txt; nothing is
      * changed. Without prompts the check runs as a batchScheduler
      * job in front of the nightly jobs: RETURN-CODE 8 when
      * anything was found, so the jobs depending on it are held.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lookupLint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOKUP-FILE ASSIGN TO WS-LOOKUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PLAN-LIST-FILE ASSIGN TO "lookuplint.plans.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LintWorkFile ASSIGN TO "lookuplint.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-meta'.
       FD LOOKUP-FILE.
       01 LOOKUP-RECORD PIC X(300).
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD PLAN-LIST-FILE.
       01 PLAN-LIST-RECORD PIC X(100).
       FD LintWorkFile.
       01 LintWorkRecord.
           05 LINT-WORK-KIND     PIC 9.
           05 LINT-WORK-REF      PIC X(30).
           05 LINT-WORK-TEXT     PIC X(130).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-LOOKUP-FILE        PIC X(100).
       01 WS-LOOKUP-STATUS      PIC XX.
       01 WS-META-FILE          PIC X(100).
       01 WS-META-STATUS        PIC XX.
       01 WS-REPORT-FILE        PIC X(100)
           VALUE "lookup.lint.report.txt".
       01 WS-DEFAULT-SHORT      PIC X(32).
       01 WS-LOOKUP-EOF         PIC X VALUE "N".
       01 WS-LIST-EOF           PIC X VALUE "N".
       01 WS-WORK-EOF           PIC X VALUE "N".
       01 WS-FILE-COUNT         PIC 9(3) VALUE 0.
       01 WS-LINE-TOTAL         PIC 9(7) VALUE 0.

      * the file under inspection
       01 WS-FILE-KIND          PIC X(4).
           88 WS-FILE-BOOKS     VALUE "BOOK".
           88 WS-FILE-CANON     VALUE "CANO".
           88 WS-FILE-CHRONO    VALUE "CHRO".
           88 WS-FILE-HARMONY   VALUE "HARM".
           88 WS-FILE-LECT      VALUE "LECT".
           88 WS-FILE-OSIS      VALUE "OSIS".
           88 WS-FILE-GENEALOGY VALUE "GENE".
           88 WS-FILE-SYNONYMS  VALUE "SYNO".
           88 WS-FILE-PLAN      VALUE "PLAN".
       01 WS-LINE-NO            PIC 9(5).
       01 WS-LINE-NO-DISP       PIC Z(4)9.
       01 WS-FIELD-COUNT        PIC 9(2).
       01 WS-FIELDS.
           05 WS-FIELD PIC X(100) OCCURS 8 TIMES.

      * findings per kind; titles in report order
       78 WS-KIND-MAX VALUE 5.
       78 WS-LIST-MAX VALUE 500.
       01 WS-KIND               PIC 9.
       01 WS-KIND-COUNTS.
           05 WS-KIND-COUNT PIC 9(7) OCCURS 5 TIMES.
       01 WS-KIND-TITLES.
           05 FILLER PIC X(50)
               VALUE "Zeilen nicht lesbar".
           05 FILLER PIC X(50)
               VALUE "Unbekannte Buecher".
           05 FILLER PIC X(50)
               VALUE "Ausserhalb des Kanons (Buch/Kapitel/Vers)".
           05 FILLER PIC X(50)
               VALUE "Doppelte Schluessel".
           05 FILLER PIC X(50)
               VALUE "Kanonbuecher ohne books/osisbooks-Eintrag".
       01 WS-KIND-TITLE-TABLE REDEFINES WS-KIND-TITLES.
           05 WS-KIND-TITLE PIC X(50) OCCURS 5 TIMES.
       01 WS-TOTAL-COUNT        PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT       PIC 9(7).
       01 WS-COUNT-DISP         PIC Z(6)9.
       01 WS-NOTE               PIC X(130).
       01 WS-FINDING-REF        PIC X(30).

      * keys of the file under inspection, for the duplicate check
       78 WS-KEY-MAX VALUE 3000.
       01 WS-KEY-COUNT          PIC 9(4).
       01 WS-KEY-IDX            PIC 9(4).
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 3000 TIMES.
               10 WS-KEY-TEXT   PIC X(60).
               10 WS-KEY-LINE   PIC 9(5).
       01 WS-KEY                PIC X(60).

      * books.lookup: every name and abbreviation, all languages
       78 WS-MAX-BOOKS VALUE 99.
       78 WS-NAME-MAX VALUE 600.
       01 WS-NAME-COUNT         PIC 9(3) VALUE 0.
       01 WS-NAME-IDX           PIC 9(3).
       01 WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 600 TIMES.
               10 WS-NAME-TEXT  PIC X(20).
               10 WS-NAME-BOOK  PIC 9(3).
       01 WS-BOOK-KNOWN-TABLE.
           05 WS-BOOK-KNOWN PIC X OCCURS 99 TIMES.
       01 WS-BOOK-OSIS-TABLE.
           05 WS-BOOK-OSIS  PIC X OCCURS 99 TIMES.

      * the active canon: chapters per book, 0 = not in the canon
       01 WS-CANON-NAME         PIC X(20) VALUE "canon66".
       01 WS-CANON-TABLE.
           05 WS-CANON-CHAPTERS PIC 9(3) OCCURS 99 TIMES.
       01 WS-BOOK-IDX           PIC 9(3).
       78 WS-MAX-VERSE VALUE 176.

      * numeric fields
       01 WS-NUM-TEXT           PIC X(100).
       01 WS-NUM-VALUE          PIC 9(5).
       01 WS-NUM-OK             PIC X(1).
       01 WS-LINE-OK            PIC X(1).

      * one position to check against the canon
       01 WS-CHK-BOOK           PIC 9(3).
       01 WS-CHK-CH-FROM        PIC 9(3).
       01 WS-CHK-CH-TO          PIC 9(3).
       01 WS-CHK-V-FROM         PIC 9(3).
       01 WS-CHK-V-TO           PIC 9(3).
       01 WS-CHK-BOOK-DISP      PIC Z(2)9.
       01 WS-CHK-CH-DISP        PIC Z(2)9.
       01 WS-CHK-LIMIT-DISP     PIC Z(2)9.

      * lectionary days and references
       01 WS-LECT-MONTH         PIC 9(2).
       01 WS-LECT-DAY           PIC 9(2).
       78 WS-MONTH-DAYS-LIST VALUE "312931303130313130313031".
       01 WS-MONTH-DAYS-TEXT    PIC X(24) VALUE WS-MONTH-DAYS-LIST.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-REF-TRIMMED        PIC X(50).
       01 WS-REF-LEN            PIC 9(2).
       01 WS-REF-IDX            PIC 9(2).
       01 WS-REF-SPLIT          PIC 9(2).
       01 WS-REF-BOOK-PART      PIC X(30).
       01 WS-REF-BOOK-NUM       PIC 9(3).
       PROCEDURE DIVISION.
       LOOKUPLINT.
           PERFORM VARYING WS-KIND FROM 1 BY 1
               UNTIL WS-KIND > WS-KIND-MAX
               MOVE 0 TO WS-KIND-COUNT(WS-KIND)
           END-PERFORM
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-LINE-TOTAL
           PERFORM FIND-ACTIVE-CANON
           PERFORM LOAD-BOOK-NAMES
           PERFORM LOAD-ACTIVE-CANON

           OPEN OUTPUT LintWorkFile

           MOVE "books.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-BOOKS TO TRUE
           PERFORM LINT-FILE
           MOVE "canon66.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-CANON TO TRUE
           PERFORM LINT-FILE
           MOVE "canon73.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-CANON TO TRUE
           PERFORM LINT-FILE
           MOVE "chronological.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-CHRONO TO TRUE
           PERFORM LINT-FILE
           MOVE "harmony.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-HARMONY TO TRUE
           PERFORM LINT-FILE
           MOVE "lectionary.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-LECT TO TRUE
           PERFORM LINT-FILE
           MOVE "osisbooks.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-OSIS TO TRUE
           PERFORM LINT-FILE
           MOVE "genealogies.lookup" TO WS-LOOKUP-FILE
           SET WS-FILE-GENEALOGY TO TRUE
           PERFORM LINT-FILE
           MOVE "synonyms.data" TO WS-LOOKUP-FILE
           SET WS-FILE-SYNONYMS TO TRUE
           PERFORM LINT-FILE
           PERFORM LINT-PLANS

           PERFORM CHECK-CANON-COVERAGE
           CLOSE LintWorkFile

           PERFORM WRITE-REPORT

           MOVE WS-FILE-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Nachschlagedateien geprueft (Kanon "
               FUNCTION trim(WS-CANON-NAME) ")."
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
           CALL "SYSTEM" USING
               "rm -f lookuplint.work.tmp lookuplint.plans.tmp"
           END-CALL
           IF WS-TOTAL-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT PROGRAM.
       LOOKUPLINT-EXIT.

      ******************************************************************
      * Reference data: canon and book names
      ******************************************************************
      * The CANON key of the default translation names the active
      * canon, as in readTranslation.
       FIND-ACTIVE-CANON.
           MOVE "canon66" TO WS-CANON-NAME
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
           IF WS-DEFAULT-SHORT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-DEFAULT-SHORT), ".bible.meta"
           ) TO WS-META-FILE
           MOVE WS-META-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DATA-META
           IF WS-META-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "CANON" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BIBLE-DATA-META-VALUE NOT = SPACES
                       MOVE FUNCTION trim(BIBLE-DATA-META-VALUE)
                           TO WS-CANON-NAME
                   END-IF
           END-READ
           CLOSE BIBLE-DATA-META
           CONTINUE.
       FIND-ACTIVE-CANON-EXIT.

       LOAD-ACTIVE-CANON.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE 0 TO WS-CANON-CHAPTERS(WS-BOOK-IDX)
           END-PERFORM
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CANON-NAME), ".lookup"
           ) TO WS-LOOKUP-FILE
           MOVE WS-LOOKUP-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE "canon66" TO WS-CANON-NAME
               MOVE "canon66.lookup" TO WS-LOOKUP-FILE
           END-IF
           OPEN INPUT LOOKUP-FILE
           IF WS-LOOKUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOOKUP-EOF
           PERFORM UNTIL WS-LOOKUP-EOF = "Y"
               READ LOOKUP-FILE
                   AT END
                       MOVE "Y" TO WS-LOOKUP-EOF
                   NOT AT END
                       PERFORM SPLIT-LINE
                       MOVE WS-FIELD(1) TO WS-NUM-TEXT
                       PERFORM READ-NUMBER
                       IF WS-NUM-OK = "Y"
                           AND WS-NUM-VALUE >= 1
                           AND WS-NUM-VALUE <= WS-MAX-BOOKS
                           MOVE WS-NUM-VALUE TO WS-BOOK-IDX
                           MOVE WS-FIELD(2) TO WS-NUM-TEXT
                           PERFORM READ-NUMBER
                           IF WS-NUM-OK = "Y" AND WS-NUM-VALUE < 1000
                               MOVE WS-NUM-VALUE
                                   TO WS-CANON-CHAPTERS(WS-BOOK-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOOKUP-FILE
           CONTINUE.
       LOAD-ACTIVE-CANON-EXIT.

       LOAD-BOOK-NAMES.
           MOVE 0 TO WS-NAME-COUNT
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE "N" TO WS-BOOK-KNOWN(WS-BOOK-IDX)
               MOVE "N" TO WS-BOOK-OSIS(WS-BOOK-IDX)
           END-PERFORM
           MOVE "books.lookup" TO WS-LOOKUP-FILE
           OPEN INPUT LOOKUP-FILE
           IF WS-LOOKUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOOKUP-EOF
           PERFORM UNTIL WS-LOOKUP-EOF = "Y"
               READ LOOKUP-FILE
                   AT END
                       MOVE "Y" TO WS-LOOKUP-EOF
                   NOT AT END
                       PERFORM SPLIT-LINE
                       MOVE WS-FIELD(1) TO WS-NUM-TEXT
                       PERFORM READ-NUMBER
                       IF WS-NUM-OK = "Y"
                           AND WS-NUM-VALUE >= 1
                           AND WS-NUM-VALUE <= WS-MAX-BOOKS
                           MOVE WS-NUM-VALUE TO WS-BOOK-IDX
                           MOVE "Y" TO WS-BOOK-KNOWN(WS-BOOK-IDX)
                           MOVE WS-FIELD(2) TO WS-REF-BOOK-PART
                           PERFORM ADD-BOOK-NAME
                           MOVE WS-FIELD(3) TO WS-REF-BOOK-PART
                           PERFORM ADD-BOOK-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOOKUP-FILE
           CONTINUE.
       LOAD-BOOK-NAMES-EXIT.

       ADD-BOOK-NAME.
           IF FUNCTION trim(WS-REF-BOOK-PART) = SPACES
               OR WS-NAME-COUNT >= WS-NAME-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NAME-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-REF-BOOK-PART))
               TO WS-NAME-TEXT(WS-NAME-COUNT)
           MOVE WS-BOOK-IDX TO WS-NAME-BOOK(WS-NAME-COUNT)
           CONTINUE.
       ADD-BOOK-NAME-EXIT.

      ******************************************************************
      * One lookup file
      ******************************************************************
       LINT-FILE.
           MOVE WS-LOOKUP-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOOKUP-FILE
           IF WS-LOOKUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-LOOKUP-EOF
           PERFORM UNTIL WS-LOOKUP-EOF = "Y"
               READ LOOKUP-FILE
                   AT END
                       MOVE "Y" TO WS-LOOKUP-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF LOOKUP-RECORD NOT = SPACES
                           ADD 1 TO WS-LINE-TOTAL
                           PERFORM LINT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOOKUP-FILE
           CONTINUE.
       LINT-FILE-EXIT.

       LINT-PLANS.
           CALL "SYSTEM" USING
               "ls *.plan > lookuplint.plans.tmp 2>/dev/null"
           END-CALL
           OPEN INPUT PLAN-LIST-FILE
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ PLAN-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF PLAN-LIST-RECORD NOT = SPACES
                           MOVE PLAN-LIST-RECORD TO WS-LOOKUP-FILE
                           SET WS-FILE-PLAN TO TRUE
                           PERFORM LINT-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-LIST-FILE
           CONTINUE.
       LINT-PLANS-EXIT.

       SPLIT-LINE.
           MOVE SPACES TO WS-FIELDS
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING LOOKUP-RECORD
               DELIMITED BY "###" INTO
                   WS-FIELD(1) WS-FIELD(2) WS-FIELD(3) WS-FIELD(4)
                   WS-FIELD(5) WS-FIELD(6) WS-FIELD(7) WS-FIELD(8)
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           CONTINUE.
       SPLIT-LINE-EXIT.

       LINT-LINE.
           PERFORM SPLIT-LINE
           MOVE "Y" TO WS-LINE-OK
           EVALUATE TRUE
               WHEN WS-FILE-BOOKS
                   PERFORM LINT-BOOKS-LINE
               WHEN WS-FILE-CANON
                   PERFORM LINT-CANON-LINE
               WHEN WS-FILE-CHRONO
                   PERFORM LINT-CHRONO-LINE
               WHEN WS-FILE-HARMONY
                   PERFORM LINT-HARMONY-LINE
               WHEN WS-FILE-LECT
                   PERFORM LINT-LECT-LINE
               WHEN WS-FILE-OSIS
                   PERFORM LINT-OSIS-LINE
               WHEN WS-FILE-GENEALOGY
                   PERFORM LINT-GENEALOGY-LINE
               WHEN WS-FILE-SYNONYMS
                   PERFORM LINT-SYNONYMS-LINE
               WHEN WS-FILE-PLAN
                   PERFORM LINT-PLAN-LINE
           END-EVALUATE
           CONTINUE.
       LINT-LINE-EXIT.

      * num###name###abbr[###lang]; the key is number and language,
      * and an abbreviation may name only one book per language
       LINT-BOOKS-LINE.
           IF WS-FIELD-COUNT < 3
               OR FUNCTION trim(WS-FIELD(2)) = SPACES
               OR FUNCTION trim(WS-FIELD(3)) = SPACES
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(1) TO WS-NUM-TEXT
           PERFORM READ-BOOK-NUMBER
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-FIELD(4)) = SPACES
               MOVE "EN" TO WS-FIELD(4)
           END-IF
           MOVE FUNCTION concatenate(
               "NR ", FUNCTION trim(WS-FIELD(1)), " ",
               FUNCTION UPPER-CASE(FUNCTION trim(WS-FIELD(4)))
           ) TO WS-KEY
           PERFORM CHECK-KEY
           MOVE FUNCTION concatenate(
               "KZ ", FUNCTION UPPER-CASE(FUNCTION trim(WS-FIELD(3))),
               " ", FUNCTION UPPER-CASE(FUNCTION trim(WS-FIELD(4)))
           ) TO WS-KEY
           PERFORM CHECK-KEY
           CONTINUE.
       LINT-BOOKS-LINE-EXIT.

      * book###chapters
       LINT-CANON-LINE.
           IF WS-FIELD-COUNT < 2
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(1) TO WS-NUM-TEXT
           PERFORM READ-BOOK-NUMBER
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(2) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N" OR WS-NUM-VALUE < 1
               OR WS-NUM-VALUE > 999
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-KNOWN(WS-CHK-BOOK) = "N"
               PERFORM UNKNOWN-BOOK
           END-IF
           MOVE FUNCTION trim(WS-FIELD(1)) TO WS-KEY
           PERFORM CHECK-KEY
           CONTINUE.
       LINT-CANON-LINE-EXIT.

      * seq###book###chapter-from###chapter-to
       LINT-CHRONO-LINE.
           IF WS-FIELD-COUNT < 4
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(1) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION trim(WS-FIELD(1)) TO WS-KEY
           PERFORM CHECK-KEY
           MOVE WS-FIELD(2) TO WS-NUM-TEXT
           PERFORM READ-BOOK-NUMBER
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHAPTER-RANGE
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHK-V-FROM
           MOVE 0 TO WS-CHK-V-TO
           PERFORM CHECK-POSITION
           CONTINUE.
       LINT-CHRONO-LINE-EXIT.

      * group###seq###label###book###chapter###verse-from###verse-to
       LINT-HARMONY-LINE.
           IF WS-FIELD-COUNT < 7
               OR FUNCTION trim(WS-FIELD(3)) = SPACES
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(1) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(2) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-FIELD(1)), "/",
               FUNCTION trim(WS-FIELD(2))
           ) TO WS-KEY
           PERFORM CHECK-KEY
           MOVE WS-FIELD(4) TO WS-NUM-TEXT
           PERFORM READ-BOOK-NUMBER
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(5) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-CHK-CH-FROM
           MOVE WS-NUM-VALUE TO WS-CHK-CH-TO
           MOVE WS-FIELD(6) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-CHK-V-FROM
           MOVE WS-FIELD(7) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-CHK-V-TO
           PERFORM CHECK-POSITION
           CONTINUE.
       LINT-HARMONY-LINE-EXIT.

      * FIX###MMDD###label###ref or OST###+ddd###label###ref; the
      * reference is taken apart the way lib/referenceParser does
       LINT-LECT-LINE.
           IF WS-FIELD-COUNT < 4
               OR FUNCTION trim(WS-FIELD(3)) = SPACES
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION trim(WS-FIELD(1)))
               WHEN "FIX"
                   MOVE WS-FIELD(2) TO WS-NUM-TEXT
                   PERFORM READ-NUMBER
                   IF WS-NUM-OK = "N"
                       OR FUNCTION LENGTH(FUNCTION trim(WS-FIELD(2)))
                           NOT = 4
                       MOVE "Datum nicht MMTT" TO WS-NOTE
                       PERFORM BAD-LINE-NOTE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FIELD(2)(1:2) TO WS-LECT-MONTH
                   MOVE WS-FIELD(2)(3:2) TO WS-LECT-DAY
                   IF WS-LECT-MONTH < 1 OR WS-LECT-MONTH > 12
                       MOVE "Datum nicht MMTT" TO WS-NOTE
                       PERFORM BAD-LINE-NOTE
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-LECT-DAY < 1
                       OR WS-LECT-DAY > WS-MONTH-DAYS(WS-LECT-MONTH)
                       MOVE "Datum nicht MMTT" TO WS-NOTE
                       PERFORM BAD-LINE-NOTE
                       EXIT PARAGRAPH
                   END-IF
               WHEN "OST"
                   IF FUNCTION trim(WS-FIELD(2))(1:1) NOT = "+"
                       AND FUNCTION trim(WS-FIELD(2))(1:1) NOT = "-"
                       MOVE "Versatz nicht +ddd/-ddd" TO WS-NOTE
                       PERFORM BAD-LINE-NOTE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION trim(WS-FIELD(2))(2:) TO WS-NUM-TEXT
                   PERFORM READ-NUMBER
                   IF WS-NUM-OK = "N"
                       MOVE "Versatz nicht +ddd/-ddd" TO WS-NOTE
                       PERFORM BAD-LINE-NOTE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE "Art nicht FIX/OST" TO WS-NOTE
                   PERFORM BAD-LINE-NOTE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FUNCTION concatenate(
               FUNCTION UPPER-CASE(FUNCTION trim(WS-FIELD(1))), " ",
               FUNCTION trim(WS-FIELD(2)), " ",
               FUNCTION trim(WS-FIELD(3))
           ) TO WS-KEY
           PERFORM CHECK-KEY

           MOVE WS-FIELD(4) TO WS-REF-INPUT
           PERFORM CHECK-REFERENCE
           CONTINUE.
       LINT-LECT-LINE-EXIT.

      * num###OSIS id; both must be unique
       LINT-OSIS-LINE.
           IF WS-FIELD-COUNT < 2
               OR FUNCTION trim(WS-FIELD(2)) = SPACES
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(1) TO WS-NUM-TEXT
           PERFORM READ-BOOK-NUMBER
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BOOK-OSIS(WS-CHK-BOOK)
           IF WS-BOOK-KNOWN(WS-CHK-BOOK) = "N"
               PERFORM UNKNOWN-BOOK
           END-IF
           MOVE FUNCTION concatenate(
               "NR ", FUNCTION trim(WS-FIELD(1))
           ) TO WS-KEY
           PERFORM CHECK-KEY
           MOVE FUNCTION concatenate(
               "ID ", FUNCTION trim(WS-FIELD(2))
           ) TO WS-KEY
           PERFORM CHECK-KEY
           CONTINUE.
       LINT-OSIS-LINE-EXIT.

      * MAT###position###id###verse - Matthew 1, Luke 3
       LINT-GENEALOGY-LINE.
           IF WS-FIELD-COUNT < 4
               OR FUNCTION trim(WS-FIELD(3)) = SPACES
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-FIELD(1)))
               TO WS-REF-BOOK-PART
           PERFORM FIND-BOOK-NAME
           IF WS-REF-BOOK-NUM = 0
               MOVE FUNCTION concatenate(
                   "Buch ", FUNCTION trim(WS-FIELD(1)),
                   " unbekannt in books.lookup"
               ) TO WS-NOTE
               MOVE 2 TO WS-KIND
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-REF-BOOK-PART
               WHEN "MAT"
                   MOVE 1 TO WS-CHK-CH-FROM
               WHEN "LUK"
                   MOVE 3 TO WS-CHK-CH-FROM
               WHEN OTHER
                   MOVE "Linie nicht MAT/LUK" TO WS-NOTE
                   PERFORM BAD-LINE-NOTE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-FIELD(2) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               WS-REF-BOOK-PART(1:3), " ", FUNCTION trim(WS-FIELD(2))
           ) TO WS-KEY
           PERFORM CHECK-KEY
           MOVE WS-FIELD(4) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-BOOK-NUM TO WS-CHK-BOOK
           MOVE WS-CHK-CH-FROM TO WS-CHK-CH-TO
           MOVE WS-NUM-VALUE TO WS-CHK-V-FROM
           MOVE WS-NUM-VALUE TO WS-CHK-V-TO
           PERFORM CHECK-POSITION
           CONTINUE.
       LINT-GENEALOGY-LINE-EXIT.

      * word###synonym###...: at least one synonym, head word once
       LINT-SYNONYMS-LINE.
           IF WS-FIELD-COUNT < 2
               OR FUNCTION trim(WS-FIELD(1)) = SPACES
               OR FUNCTION trim(WS-FIELD(2)) = SPACES
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-FIELD(1)))
               TO WS-KEY
           PERFORM CHECK-KEY
           CONTINUE.
       LINT-SYNONYMS-LINE-EXIT.

      * day###book###chapter-from###chapter-to; a day may have
      * several portions, the same portion twice is a duplicate
       LINT-PLAN-LINE.
           IF WS-FIELD-COUNT < 4
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(1) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N" OR WS-NUM-VALUE < 1
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD(2) TO WS-NUM-TEXT
           PERFORM READ-BOOK-NUMBER
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHAPTER-RANGE
           IF WS-LINE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-FIELD(1)), "/",
               FUNCTION trim(WS-FIELD(2)), "/",
               FUNCTION trim(WS-FIELD(3))
           ) TO WS-KEY
           PERFORM CHECK-KEY
           MOVE 0 TO WS-CHK-V-FROM
           MOVE 0 TO WS-CHK-V-TO
           PERFORM CHECK-POSITION
           CONTINUE.
       LINT-PLAN-LINE-EXIT.

      ******************************************************************
      * Field checks
      ******************************************************************
       READ-NUMBER.
           MOVE "N" TO WS-NUM-OK
           MOVE 0 TO WS-NUM-VALUE
           IF FUNCTION trim(WS-NUM-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION trim(WS-NUM-TEXT)) > 5
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-NUM-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM-VALUE
           MOVE "Y" TO WS-NUM-OK
           CONTINUE.
       READ-NUMBER-EXIT.

      * WS-NUM-TEXT as a book number into WS-CHK-BOOK
       READ-BOOK-NUMBER.
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-VALUE < 1 OR WS-NUM-VALUE > WS-MAX-BOOKS
               MOVE FUNCTION concatenate(
                   "Buchnummer ", FUNCTION trim(WS-NUM-TEXT),
                   " ungueltig"
               ) TO WS-NOTE
               MOVE 2 TO WS-KIND
               PERFORM ADD-FINDING
               MOVE "N" TO WS-LINE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-CHK-BOOK
           CONTINUE.
       READ-BOOK-NUMBER-EXIT.

      * fields 3 and 4 as chapter-from and chapter-to
       READ-CHAPTER-RANGE.
           MOVE WS-FIELD(3) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-CHK-CH-FROM
           MOVE WS-FIELD(4) TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "N"
               PERFORM BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-CHK-CH-TO
           CONTINUE.
       READ-CHAPTER-RANGE-EXIT.

      * Book in books.lookup and in the canon, chapters within the
      * book, verses within the longest chapter; verse 0 = none.
       CHECK-POSITION.
           MOVE WS-CHK-BOOK TO WS-CHK-BOOK-DISP
           IF WS-BOOK-KNOWN(WS-CHK-BOOK) = "N"
               PERFORM UNKNOWN-BOOK
               EXIT PARAGRAPH
           END-IF
           IF WS-CANON-CHAPTERS(WS-CHK-BOOK) = 0
               MOVE FUNCTION concatenate(
                   "Buch ", FUNCTION trim(WS-CHK-BOOK-DISP),
                   " nicht im Kanon ", FUNCTION trim(WS-CANON-NAME)
               ) TO WS-NOTE
               MOVE 3 TO WS-KIND
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-CH-FROM < 1
               OR WS-CHK-CH-TO < WS-CHK-CH-FROM
               OR WS-CHK-CH-TO > WS-CANON-CHAPTERS(WS-CHK-BOOK)
               MOVE WS-CANON-CHAPTERS(WS-CHK-BOOK)
                   TO WS-CHK-LIMIT-DISP
               MOVE WS-CHK-CH-TO TO WS-CHK-CH-DISP
               MOVE FUNCTION concatenate(
                   "Kapitel ", FUNCTION trim(WS-CHK-CH-DISP),
                   " - Buch ", FUNCTION trim(WS-CHK-BOOK-DISP),
                   " hat ", FUNCTION trim(WS-CHK-LIMIT-DISP),
                   " Kapitel: "
               ) TO WS-NOTE
               MOVE 3 TO WS-KIND
               PERFORM ADD-LINE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-V-FROM > 0
               IF WS-CHK-V-FROM > WS-MAX-VERSE
                   OR WS-CHK-V-TO > WS-MAX-VERSE
                   OR WS-CHK-V-TO < WS-CHK-V-FROM
                   MOVE "Versangabe ungueltig: " TO WS-NOTE
                   MOVE 3 TO WS-KIND
                   PERFORM ADD-LINE-FINDING
               END-IF
           END-IF
           CONTINUE.
       CHECK-POSITION-EXIT.

      * The book part is everything up to the last blank; it must
      * name a book of books.lookup before the reference is handed
      * to lib/referenceParser.
       CHECK-REFERENCE.
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-REF-INPUT))
               TO WS-REF-TRIMMED
           IF WS-REF-TRIMMED = SPACES
               MOVE "Bibelstelle fehlt" TO WS-NOTE
               PERFORM BAD-LINE-NOTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REF-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-REF-TRIMMED))
           MOVE 0 TO WS-REF-SPLIT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-LEN
               IF WS-REF-TRIMMED(WS-REF-IDX:1) = SPACE
                   MOVE WS-REF-IDX TO WS-REF-SPLIT
               END-IF
           END-PERFORM
           IF WS-REF-SPLIT < 2
               MOVE "Bibelstelle nicht lesbar" TO WS-NOTE
               PERFORM BAD-LINE-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REF-BOOK-PART
           MOVE WS-REF-TRIMMED(1:WS-REF-SPLIT - 1) TO WS-REF-BOOK-PART
           PERFORM FIND-BOOK-NAME
           IF WS-REF-BOOK-NUM = 0
               MOVE FUNCTION concatenate(
                   "Buch ", FUNCTION trim(WS-REF-BOOK-PART),
                   " unbekannt in books.lookup"
               ) TO WS-NOTE
               MOVE 2 TO WS-KIND
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               MOVE FUNCTION concatenate(
                   "Bibelstelle nicht lesbar: ",
                   FUNCTION trim(WS-REF-INPUT)
               ) TO WS-NOTE
               MOVE 1 TO WS-KIND
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-BOOK TO WS-CHK-BOOK
           MOVE WS-REF-CHAPTER TO WS-CHK-CH-FROM
           MOVE WS-REF-CHAPTER TO WS-CHK-CH-TO
           MOVE WS-REF-VFROM TO WS-CHK-V-FROM
           MOVE WS-REF-VTO TO WS-CHK-V-TO
           PERFORM CHECK-POSITION
           CONTINUE.
       CHECK-REFERENCE-EXIT.

      * by number, name or abbreviation, any language
       FIND-BOOK-NAME.
           MOVE 0 TO WS-REF-BOOK-NUM
           MOVE WS-REF-BOOK-PART TO WS-NUM-TEXT
           PERFORM READ-NUMBER
           IF WS-NUM-OK = "Y" AND WS-NUM-VALUE >= 1
               AND WS-NUM-VALUE <= WS-MAX-BOOKS
               IF WS-BOOK-KNOWN(WS-NUM-VALUE) = "Y"
                   MOVE WS-NUM-VALUE TO WS-REF-BOOK-NUM
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
               UNTIL WS-NAME-IDX > WS-NAME-COUNT
               OR WS-REF-BOOK-NUM > 0
               IF WS-NAME-TEXT(WS-NAME-IDX) = WS-REF-BOOK-PART
                   MOVE WS-NAME-BOOK(WS-NAME-IDX) TO WS-REF-BOOK-NUM
               END-IF
           END-PERFORM
           CONTINUE.
       FIND-BOOK-NAME-EXIT.

      * WS-KEY seen before in this file?
       CHECK-KEY.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-TEXT(WS-KEY-IDX) = WS-KEY
                   MOVE WS-KEY-LINE(WS-KEY-IDX) TO WS-LINE-NO-DISP
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-KEY), " schon in Zeile ",
                       FUNCTION trim(WS-LINE-NO-DISP)
                   ) TO WS-NOTE
                   MOVE 4 TO WS-KIND
                   PERFORM ADD-FINDING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-KEY-COUNT < WS-KEY-MAX
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY TO WS-KEY-TEXT(WS-KEY-COUNT)
               MOVE WS-LINE-NO TO WS-KEY-LINE(WS-KEY-COUNT)
           END-IF
           CONTINUE.
       CHECK-KEY-EXIT.

      * every book of the active canon needs its names and its
      * OSIS id
       CHECK-CANON-COVERAGE.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CANON-NAME), ".lookup"
           ) TO WS-FINDING-REF
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               IF WS-CANON-CHAPTERS(WS-BOOK-IDX) > 0
                   MOVE WS-BOOK-IDX TO WS-CHK-BOOK-DISP
                   IF WS-BOOK-KNOWN(WS-BOOK-IDX) = "N"
                       MOVE FUNCTION concatenate(
                           "Buch ", FUNCTION trim(WS-CHK-BOOK-DISP),
                           " fehlt in books.lookup"
                       ) TO WS-NOTE
                       PERFORM ADD-COVERAGE-FINDING
                   END-IF
                   IF WS-BOOK-OSIS(WS-BOOK-IDX) = "N"
                       MOVE FUNCTION concatenate(
                           "Buch ", FUNCTION trim(WS-CHK-BOOK-DISP),
                           " fehlt in osisbooks.lookup"
                       ) TO WS-NOTE
                       PERFORM ADD-COVERAGE-FINDING
                   END-IF
               END-IF
           END-PERFORM
           CONTINUE.
       CHECK-CANON-COVERAGE-EXIT.

      ******************************************************************
      * Findings
      ******************************************************************
       BAD-LINE.
           MOVE SPACES TO WS-NOTE
           PERFORM BAD-LINE-NOTE
           CONTINUE.
       BAD-LINE-EXIT.

       BAD-LINE-NOTE.
           MOVE "N" TO WS-LINE-OK
           IF WS-NOTE NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-NOTE), ": "
               ) TO WS-NOTE
           END-IF
           MOVE 1 TO WS-KIND
           PERFORM ADD-LINE-FINDING
           CONTINUE.
       BAD-LINE-NOTE-EXIT.

       UNKNOWN-BOOK.
           MOVE WS-CHK-BOOK TO WS-CHK-BOOK-DISP
           MOVE FUNCTION concatenate(
               "Buch ", FUNCTION trim(WS-CHK-BOOK-DISP),
               " unbekannt in books.lookup"
           ) TO WS-NOTE
           MOVE 2 TO WS-KIND
           PERFORM ADD-FINDING
           CONTINUE.
       UNKNOWN-BOOK-EXIT.

      * note followed by the line itself
       ADD-LINE-FINDING.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-NOTE TRAILING), " ",
               FUNCTION trim(LOOKUP-RECORD)
           ) TO WS-NOTE
           PERFORM ADD-FINDING
           CONTINUE.
       ADD-LINE-FINDING-EXIT.

       ADD-FINDING.
           MOVE WS-LINE-NO TO WS-LINE-NO-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-LOOKUP-FILE), ":",
               FUNCTION trim(WS-LINE-NO-DISP)
           ) TO WS-FINDING-REF
           PERFORM WRITE-FINDING
           CONTINUE.
       ADD-FINDING-EXIT.

       ADD-COVERAGE-FINDING.
           MOVE 5 TO WS-KIND
           PERFORM WRITE-FINDING
           CONTINUE.
       ADD-COVERAGE-FINDING-EXIT.

       WRITE-FINDING.
           ADD 1 TO WS-KIND-COUNT(WS-KIND)
           ADD 1 TO WS-TOTAL-COUNT
           MOVE WS-KIND TO LINT-WORK-KIND
           MOVE WS-FINDING-REF TO LINT-WORK-REF
           MOVE WS-NOTE TO LINT-WORK-TEXT
           WRITE LintWorkRecord
           CONTINUE.
       WRITE-FINDING-EXIT.

      * One pass over the findings per kind keeps the report in
      * file order within each kind.
       WRITE-REPORT.
           OPEN OUTPUT ReportFile
           MOVE FUNCTION concatenate(
               "Pruefung der Nachschlagedateien - Kanon ",
               FUNCTION trim(WS-CANON-NAME)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:60)
           WRITE ReportRecord
           MOVE WS-FILE-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-COUNT-DISP), " Dateien, "
           ) TO ReportRecord
           MOVE WS-LINE-TOTAL TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(ReportRecord), " ",
               FUNCTION trim(WS-COUNT-DISP), " Zeilen geprueft."
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

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM lookupLint.
