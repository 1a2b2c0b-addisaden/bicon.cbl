      * Integrity report over crossrefs.data, the cross-reference
      * list loadCrossrefs takes over from outside sources.
      *
      * Three sections, written to crossrefs.report.txt (or the
      * file named at the prompt):
      *   1. targets that lead nowhere - not a 9-digit canon key,
      *      a book outside the active canon (canon.cfg), a chapter
      *      beyond the book's chapter count, or a verse the
      *      reference translation does not have. The reference
      *      translation stands for the active versification
      *      (versification.cfg); a module tagged with another
      *      scheme is flagged in the report head.
      *   2. one-way references - A lists B but B does not list A.
      *      On request (role A) the missing reverse entries are
      *      added to crossrefs.data, each one in admin.log.
      *   3. the most-cited verses.
      *
      * The prompts read from a file as well, so the report runs
      * as a batchScheduler job with an input file.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. crossrefReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-CROSSREF-FILE ASSIGN TO "crossrefs.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-CROSSREF-ID
               FILE STATUS IS WS-CROSSREF-STATUS.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT CANON-FILE ASSIGN TO WS-CANON-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "crossref.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CitedFile ASSIGN TO "crossref.cited.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "crossref.sort.tmp".
           SELECT SortedFile ASSIGN TO "crossref.sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-crossref-file'.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-data-meta'.
       FD CANON-FILE.
       01 CANON-RECORD PIC X(20).
       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(100).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD WorkFile.
       01 WorkRecord.
           05 WORK-SOURCE           PIC X(9).
           05 WORK-TARGETS          PIC X(500).
       FD CitedFile.
       01 CitedRecord PIC X(9).
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-CITED-KEY        PIC X(9).
       FD SortedFile.
       01 SortedRecord PIC X(9).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-CROSSREF-STATUS    PIC XX.
       01 WS-META-STATUS        PIC XX.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-META-FILE          PIC X(777).
       01 WS-CONFIG-NAME        PIC X(40).
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-DISP         PIC X(10).
       01 WS-COUNT-DISP         PIC Z(6)9.

      * Active canon (canon.cfg) with its chapter counts, indexed
      * directly by book number as in readTranslation.
       01 WS-CANON-NAME              PIC X(20) VALUE "canon66".
       01 WS-CANON-FILE              PIC X(40).
       01 WS-CANON-EOF               PIC X VALUE "N".
       01 WS-CANON-REC-BOOK          PIC 9(3).
       01 WS-CANON-REC-CHAPTERS      PIC 9(3).
       78 WS-CANON-MAX-BOOKS VALUE 99.
       01 WS-BOOK-CHAPTERS-TABLE.
           05 WS-EXPECTED-CHAPTERS PIC 9(3) OCCURS 99 TIMES.

      * Versification: the active scheme and the reference
      * translation that stands for it in the verse check
       01 WS-VERSIFICATION      PIC X(20) VALUE "STANDARD".
       01 WS-REF-SHORT          PIC X(32) VALUE SPACES.
       01 WS-REF-INPUT          PIC X(32).
       01 WS-REF-VERSIFICATION  PIC X(20) VALUE "STANDARD".
       01 WS-REF-ON             PIC X VALUE "N".

      * book abbreviations for the report, German rows preferred
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-ABBR-TABLE.
           05 WS-BOOK-ABBR PIC X(4) OCCURS 99 TIMES.
       01 WS-BOOK-IDX           PIC 9(3).

      * one target key taken apart
       01 WS-WORK-EOF           PIC X VALUE "N".
       01 WS-TARGET-PTR         PIC 9(4).
       01 WS-TARGET-TOKEN       PIC X(20).
       01 WS-TARGET-KEY         PIC X(9).
       01 WS-TARGET-PARTS REDEFINES WS-TARGET-KEY.
           05 WS-TARGET-BOOK    PIC 9(3).
           05 WS-TARGET-CHAPTER PIC 9(3).
           05 WS-TARGET-VERSE   PIC 9(3).
       01 WS-TARGET-ERROR       PIC X(40).
       01 WS-FMT-KEY            PIC X(9).
       01 WS-FMT-PARTS REDEFINES WS-FMT-KEY.
           05 WS-FMT-BOOK       PIC 9(3).
           05 WS-FMT-CHAPTER    PIC 9(3).
           05 WS-FMT-VERSE      PIC 9(3).
       01 WS-FMT-TEXT           PIC X(20).
       01 WS-FMT-CHAPTER-DISP   PIC Z(2)9.
       01 WS-FMT-VERSE-DISP     PIC Z(2)9.
       01 WS-SOURCE-TEXT        PIC X(20).

      * one-way references and their repair
       01 WS-REPAIR             PIC X(1) VALUE "N".
       01 WS-BACK-TALLY         PIC 9(4).
       01 WS-BACK-FOUND         PIC X.
       01 WS-NEW-TARGETS        PIC X(500).
       01 WS-TARGETS-LEN        PIC 9(4).

      * counters per section
       01 WS-SOURCE-COUNT       PIC 9(7) VALUE 0.
       01 WS-TARGET-COUNT       PIC 9(7) VALUE 0.
       01 WS-DEAD-COUNT         PIC 9(7) VALUE 0.
       01 WS-ONEWAY-COUNT       PIC 9(7) VALUE 0.
       01 WS-ADDED-COUNT        PIC 9(7) VALUE 0.
       01 WS-NOROOM-COUNT       PIC 9(7) VALUE 0.

      * most-cited verses, best first
       78 WS-TOP-MAX VALUE 50.
       01 WS-TOP-N              PIC 9(3) VALUE 20.
       01 WS-TOP-USED           PIC 9(3) VALUE 0.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 50 TIMES.
               10 WS-TOP-KEY    PIC X(9).
               10 WS-TOP-HITS   PIC 9(7).
       01 WS-TOP-IDX            PIC 9(3).
       01 WS-TOP-POS            PIC 9(3).
       01 WS-SORTED-EOF         PIC X VALUE "N".
       01 WS-RUN-KEY            PIC X(9).
       01 WS-RUN-HITS           PIC 9(7).
       01 WS-RANK-DISP          PIC Z(2)9.

      * Role gate for the repair, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "crossrefReport".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
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
       CROSSREFREPORT.
           MOVE "crossrefs.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Keine Querverweise (crossrefs.data) "
                   "vorhanden."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           MOVE "default.cfg" TO WS-CONFIG-NAME
           PERFORM READ-CONFIG-LINE
           DISPLAY "Referenzuebersetzung fuer die Verspruefung "
               "(Enter = " FUNCTION trim(WS-REF-SHORT) "): "
               WITH NO ADVANCING
           ACCEPT WS-REF-INPUT
           IF FUNCTION trim(WS-REF-INPUT) NOT = SPACES
               MOVE FUNCTION trim(WS-REF-INPUT) TO WS-REF-SHORT
           END-IF
           DISPLAY "Fehlende Gegenverweise ergaenzen (J/N)? "
               WITH NO ADVANCING
           ACCEPT WS-REPAIR
           MOVE FUNCTION UPPER-CASE(WS-REPAIR) TO WS-REPAIR
           DISPLAY "Top wieviele Verse (Enter = 20)? "
               WITH NO ADVANCING
           ACCEPT WS-TOP-N
           IF WS-TOP-N = 0 OR WS-TOP-N > WS-TOP-MAX
               MOVE 20 TO WS-TOP-N
           END-IF
           DISPLAY "Bericht (Enter = crossrefs.report.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE "crossrefs.report.txt" TO WS-REPORT-FILE
           END-IF

           IF WS-REPAIR = "J"
               CALL "lib/checkRole" USING
                   WS-ROLE-PROGRAM,
                   WS-ROLE-NEEDED,
                   WS-ROLE-USER,
                   WS-ROLE-ACTUAL,
                   WS-ROLE-OK
               END-CALL
               IF WS-ROLE-OK NOT = "Y"
                   DISPLAY "Gegenverweise werden nur berichtet."
                   MOVE "N" TO WS-REPAIR
               END-IF
           END-IF

           MOVE "canon.cfg" TO WS-CONFIG-NAME
           PERFORM READ-CONFIG-LINE
           PERFORM LOAD-CANON
           MOVE "versification.cfg" TO WS-CONFIG-NAME
           PERFORM READ-CONFIG-LINE
           PERFORM OPEN-REFERENCE
           PERFORM LOAD-BOOK-ABBR

           OPEN OUTPUT ReportFile
           PERFORM WRITE-REPORT-HEAD
           PERFORM DUMP-CROSSREFS
           PERFORM CHECK-TARGETS
           PERFORM CHECK-RECIPROCITY
           PERFORM REPORT-MOST-CITED
           CLOSE ReportFile
           IF WS-REF-ON = "Y"
               CLOSE BIBLE-DATA-FILE
           END-IF
           CALL "SYSTEM" USING
               "rm -f crossref.work.tmp crossref.cited.tmp"
               & " crossref.sorted.tmp"
           END-CALL

           MOVE WS-DEAD-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Verweise ins Leere."
           MOVE WS-ONEWAY-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " einseitige Verweise."
           IF WS-REPAIR = "J"
               MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION trim(WS-COUNT-DISP)
                   " Gegenverweise ergaenzt."
           END-IF
           DISPLAY "Bericht geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           EXIT PROGRAM.
       CROSSREFREPORT-EXIT.

      * One-line settings file into its field; an absent or empty
      * file keeps the default.
       READ-CONFIG-LINE.
           MOVE WS-CONFIG-NAME TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONFIG-FILE
           READ CONFIG-FILE
               NOT AT END
                   IF FUNCTION trim(CONFIG-RECORD) NOT = SPACES
                       EVALUATE WS-CONFIG-NAME
                           WHEN "default.cfg"
                               MOVE FUNCTION trim(CONFIG-RECORD)
                                   TO WS-REF-SHORT
                           WHEN "canon.cfg"
                               MOVE FUNCTION trim(CONFIG-RECORD)
                                   TO WS-CANON-NAME
                           WHEN "versification.cfg"
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION trim(CONFIG-RECORD))
                                   TO WS-VERSIFICATION
                       END-EVALUATE
                   END-IF
           END-READ
           CLOSE CONFIG-FILE
           CONTINUE.
       READ-CONFIG-LINE-EXIT.

      * Chapter counts of the active canon; an unknown canon name
      * falls back to the 66-book one.
       LOAD-CANON.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CANON-NAME), ".lookup"
           ) TO WS-CANON-FILE
           MOVE WS-CANON-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE "canon66" TO WS-CANON-NAME
               MOVE "canon66.lookup" TO WS-CANON-FILE
           END-IF
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-CANON-MAX-BOOKS
               MOVE 0 TO WS-EXPECTED-CHAPTERS(WS-BOOK-IDX)
           END-PERFORM
           OPEN INPUT CANON-FILE
           MOVE "N" TO WS-CANON-EOF
           PERFORM UNTIL WS-CANON-EOF = "Y"
               READ CANON-FILE
                   AT END
                       MOVE "Y" TO WS-CANON-EOF
                   NOT AT END
                       UNSTRING CANON-RECORD
                           DELIMITED BY "###" INTO
                               WS-CANON-REC-BOOK
                               WS-CANON-REC-CHAPTERS
                       IF WS-CANON-REC-BOOK >= 1
                           AND WS-CANON-REC-BOOK <=
                               WS-CANON-MAX-BOOKS
                           MOVE WS-CANON-REC-CHAPTERS
                               TO WS-EXPECTED-CHAPTERS(
                                   WS-CANON-REC-BOOK)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANON-FILE
           CONTINUE.
       LOAD-CANON-EXIT.

      * The reference translation and the scheme it was imported
      * under; without one the verses go unchecked.
       OPEN-REFERENCE.
           MOVE "N" TO WS-REF-ON
           IF WS-REF-SHORT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-REF-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Referenzuebersetzung nicht gefunden: "
                   FUNCTION trim(WS-REF-SHORT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DATA-FILE
           MOVE "Y" TO WS-REF-ON

           MOVE "STANDARD" TO WS-REF-VERSIFICATION
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-REF-SHORT), ".bible.meta"
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
           MOVE "VERSIFICATION" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(FUNCTION trim(
                       BIBLE-DATA-META-VALUE))
                       TO WS-REF-VERSIFICATION
           END-READ
           CLOSE BIBLE-DATA-META
           CONTINUE.
       OPEN-REFERENCE-EXIT.

       LOAD-BOOK-ABBR.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-CANON-MAX-BOOKS
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
                           AND WS-BOOK-REC-NUM <= WS-CANON-MAX-BOOKS
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

       WRITE-REPORT-HEAD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION concatenate(
               WS-TODAY(7:2), ".", WS-TODAY(5:2), ".",
               WS-TODAY(1:4)
           ) TO WS-TODAY-DISP
           MOVE FUNCTION concatenate(
               "Querverweis-Pruefung crossrefs.data  ",
               WS-TODAY-DISP
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           MOVE FUNCTION concatenate(
               "Kanon: ", FUNCTION trim(WS-CANON-NAME),
               "   Versifikation: ", FUNCTION trim(WS-VERSIFICATION)
           ) TO ReportRecord
           WRITE ReportRecord
           IF WS-REF-ON = "Y"
               MOVE FUNCTION concatenate(
                   "Verse geprueft gegen: ",
                   FUNCTION trim(WS-REF-SHORT), " (",
                   FUNCTION trim(WS-REF-VERSIFICATION), ")"
               ) TO ReportRecord
               WRITE ReportRecord
               IF WS-REF-VERSIFICATION NOT = WS-VERSIFICATION
                   MOVE FUNCTION concatenate(
                       "WARNUNG: die Referenzuebersetzung folgt ",
                       "nicht der aktiven Versifikation."
                   ) TO ReportRecord
                   WRITE ReportRecord
               END-IF
           ELSE
               MOVE "Verse nicht geprueft (keine Referenzuebersetzung)"
                   TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       WRITE-REPORT-HEAD-EXIT.

      * A flat copy of the list, so the checks below can read
      * crossrefs.data by key while walking every entry.
       DUMP-CROSSREFS.
           OPEN INPUT BIBLE-CROSSREF-FILE
           OPEN OUTPUT WorkFile
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ BIBLE-CROSSREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       MOVE BIBLE-CROSSREF-ID TO WORK-SOURCE
                       MOVE BIBLE-CROSSREF-TARGETS TO WORK-TARGETS
                       WRITE WorkRecord
                       ADD 1 TO WS-SOURCE-COUNT
               END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE BIBLE-CROSSREF-FILE
           CONTINUE.
       DUMP-CROSSREFS-EXIT.

      * Section 1; every sound target also goes to the citation
      * tally for section 3.
       CHECK-TARGETS.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE "1. Verweise ins Leere" TO ReportRecord
           WRITE ReportRecord
           MOVE "QUELLE          ZIEL                FEHLER"
               TO ReportRecord
           WRITE ReportRecord
           OPEN INPUT WorkFile
           OPEN OUTPUT CitedFile
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ WorkFile
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-SOURCE
               END-READ
           END-PERFORM
           CLOSE CitedFile
           CLOSE WorkFile
           MOVE WS-DEAD-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(WS-COUNT-DISP),
               " Verweise ins Leere"
           ) TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       CHECK-TARGETS-EXIT.

       CHECK-ONE-SOURCE.
           MOVE WORK-SOURCE TO WS-FMT-KEY
           PERFORM FORMAT-KEY
           MOVE WS-FMT-TEXT TO WS-SOURCE-TEXT
           MOVE 1 TO WS-TARGET-PTR
           PERFORM UNTIL WS-TARGET-PTR > 500
               MOVE SPACES TO WS-TARGET-TOKEN
               UNSTRING WORK-TARGETS DELIMITED BY ALL SPACE
                   INTO WS-TARGET-TOKEN
                   WITH POINTER WS-TARGET-PTR
               END-UNSTRING
               IF WS-TARGET-TOKEN NOT = SPACES
                   ADD 1 TO WS-TARGET-COUNT
                   PERFORM CHECK-ONE-TARGET
                   IF WS-TARGET-ERROR = SPACES
                       MOVE WS-TARGET-KEY TO CitedRecord
                       WRITE CitedRecord
                   ELSE
                       ADD 1 TO WS-DEAD-COUNT
                       MOVE WS-TARGET-TOKEN(1:9) TO WS-FMT-KEY
                       PERFORM FORMAT-KEY
                       MOVE SPACES TO ReportRecord
                       MOVE WS-SOURCE-TEXT TO ReportRecord(1:16)
                       MOVE WS-FMT-TEXT TO ReportRecord(17:20)
                       MOVE WS-TARGET-ERROR TO ReportRecord(37:40)
                       WRITE ReportRecord
                   END-IF
               END-IF
           END-PERFORM
           CONTINUE.
       CHECK-ONE-SOURCE-EXIT.

      * WS-TARGET-ERROR stays blank for a target that exists.
       CHECK-ONE-TARGET.
           MOVE SPACES TO WS-TARGET-ERROR
           MOVE WS-TARGET-TOKEN(1:9) TO WS-TARGET-KEY
           IF WS-TARGET-TOKEN(10:) NOT = SPACES
               OR WS-TARGET-KEY IS NOT NUMERIC
               MOVE "kein Schluessel BBBKKKVVV" TO WS-TARGET-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-BOOK = 0
               OR WS-TARGET-BOOK > WS-CANON-MAX-BOOKS
               MOVE "Buch nicht im Kanon" TO WS-TARGET-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-EXPECTED-CHAPTERS(WS-TARGET-BOOK) = 0
               MOVE "Buch nicht im Kanon" TO WS-TARGET-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-CHAPTER = 0
               OR WS-TARGET-CHAPTER >
                   WS-EXPECTED-CHAPTERS(WS-TARGET-BOOK)
               MOVE "Kapitel existiert nicht" TO WS-TARGET-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-VERSE = 0
               MOVE "Vers existiert nicht" TO WS-TARGET-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-ON = "Y"
               MOVE WS-TARGET-KEY TO BIBLE-DATA-ID
               READ BIBLE-DATA-FILE
                   INVALID KEY
                       MOVE "Vers existiert nicht" TO WS-TARGET-ERROR
               END-READ
           END-IF
           CONTINUE.
       CHECK-ONE-TARGET-EXIT.

      * Section 2. Targets already reported in section 1 have no
      * entry to point back from and are left out here.
       CHECK-RECIPROCITY.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE "2. Einseitige Verweise (A nennt B, B nennt A nicht)"
               TO ReportRecord
           WRITE ReportRecord
           MOVE "QUELLE A        ZIEL B              "
               TO ReportRecord
           WRITE ReportRecord
           IF WS-REPAIR = "J"
               OPEN I-O BIBLE-CROSSREF-FILE
           ELSE
               OPEN INPUT BIBLE-CROSSREF-FILE
           END-IF
           OPEN INPUT WorkFile
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ WorkFile
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM RECIPROCITY-ONE-SOURCE
               END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE BIBLE-CROSSREF-FILE
           MOVE WS-ONEWAY-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(WS-COUNT-DISP),
               " einseitige Verweise"
           ) TO ReportRecord
           WRITE ReportRecord
           IF WS-REPAIR = "J"
               MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
               MOVE FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-COUNT-DISP),
                   " Gegenverweise ergaenzt"
               ) TO ReportRecord
               WRITE ReportRecord
               IF WS-NOROOM-COUNT > 0
                   MOVE WS-NOROOM-COUNT TO WS-COUNT-DISP
                   MOVE FUNCTION concatenate(
                       "  ", FUNCTION trim(WS-COUNT-DISP),
                       " nicht ergaenzt (Verweisliste voll)"
                   ) TO ReportRecord
                   WRITE ReportRecord
               END-IF
           END-IF
           CONTINUE.
       CHECK-RECIPROCITY-EXIT.

       RECIPROCITY-ONE-SOURCE.
           MOVE WORK-SOURCE TO WS-FMT-KEY
           PERFORM FORMAT-KEY
           MOVE WS-FMT-TEXT TO WS-SOURCE-TEXT
           MOVE 1 TO WS-TARGET-PTR
           PERFORM UNTIL WS-TARGET-PTR > 500
               MOVE SPACES TO WS-TARGET-TOKEN
               UNSTRING WORK-TARGETS DELIMITED BY ALL SPACE
                   INTO WS-TARGET-TOKEN
                   WITH POINTER WS-TARGET-PTR
               END-UNSTRING
               IF WS-TARGET-TOKEN NOT = SPACES
                   PERFORM CHECK-ONE-TARGET
                   IF WS-TARGET-ERROR = SPACES
                       AND WS-TARGET-KEY NOT = WORK-SOURCE
                       PERFORM CHECK-BACK-REFERENCE
                   END-IF
               END-IF
           END-PERFORM
           CONTINUE.
       RECIPROCITY-ONE-SOURCE-EXIT.

       CHECK-BACK-REFERENCE.
           MOVE "N" TO WS-BACK-FOUND
           MOVE WS-TARGET-KEY TO BIBLE-CROSSREF-ID
           READ BIBLE-CROSSREF-FILE
               INVALID KEY
                   MOVE SPACES TO BIBLE-CROSSREF-TARGETS
               NOT INVALID KEY
                   MOVE "Y" TO WS-BACK-FOUND
           END-READ
           MOVE 0 TO WS-BACK-TALLY
           INSPECT BIBLE-CROSSREF-TARGETS
               TALLYING WS-BACK-TALLY FOR ALL WORK-SOURCE
           IF WS-BACK-TALLY > 0
               EXIT PARAGRAPH
           END-IF
      * repeated targets or an earlier repair may already have put
      * the reverse entry in; only a real gap counts
           ADD 1 TO WS-ONEWAY-COUNT
           MOVE WS-TARGET-KEY TO WS-FMT-KEY
           PERFORM FORMAT-KEY
           MOVE SPACES TO ReportRecord
           MOVE WS-SOURCE-TEXT TO ReportRecord(1:16)
           MOVE WS-FMT-TEXT TO ReportRecord(17:20)
           IF WS-BACK-FOUND = "N"
               MOVE "(B ohne eigene Verweise)" TO ReportRecord(37:30)
           END-IF
           WRITE ReportRecord
           IF WS-REPAIR = "J"
               PERFORM ADD-BACK-REFERENCE
           END-IF
           CONTINUE.
       CHECK-BACK-REFERENCE-EXIT.

       ADD-BACK-REFERENCE.
           MOVE FUNCTION concatenate(
               "crossrefs.data ", WS-TARGET-KEY
           ) TO WS-ADM-TARGET
           MOVE BIBLE-CROSSREF-TARGETS TO WS-ADM-BEFORE
           IF WS-BACK-FOUND = "N"
               MOVE WORK-SOURCE TO BIBLE-CROSSREF-TARGETS
               WRITE BIBLE-CROSSREF-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NOROOM-COUNT
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               COMPUTE WS-TARGETS-LEN = FUNCTION LENGTH(
                   FUNCTION trim(BIBLE-CROSSREF-TARGETS))
               IF WS-TARGETS-LEN + 10 > 500
                   ADD 1 TO WS-NOROOM-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION concatenate(
                   FUNCTION trim(BIBLE-CROSSREF-TARGETS), " ",
                   WORK-SOURCE
               ) TO WS-NEW-TARGETS
               MOVE WS-NEW-TARGETS TO BIBLE-CROSSREF-TARGETS
               REWRITE BIBLE-CROSSREF-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NOROOM-COUNT
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF
           ADD 1 TO WS-ADDED-COUNT
           MOVE BIBLE-CROSSREF-TARGETS TO WS-ADM-AFTER
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           CONTINUE.
       ADD-BACK-REFERENCE-EXIT.

      * Section 3: the sound targets sorted by key, counted in
      * runs, the best kept in WS-TOP-TABLE.
       REPORT-MOST-CITED.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-CITED-KEY
               USING CitedFile
               GIVING SortedFile
           MOVE 0 TO WS-TOP-USED
           MOVE SPACES TO WS-RUN-KEY
           MOVE 0 TO WS-RUN-HITS
           OPEN INPUT SortedFile
           MOVE "N" TO WS-SORTED-EOF
           PERFORM UNTIL WS-SORTED-EOF = "Y"
               READ SortedFile
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       IF SortedRecord NOT = WS-RUN-KEY
                           PERFORM KEEP-TOP-RUN
                           MOVE SortedRecord TO WS-RUN-KEY
                           MOVE 0 TO WS-RUN-HITS
                       END-IF
                       ADD 1 TO WS-RUN-HITS
               END-READ
           END-PERFORM
           PERFORM KEEP-TOP-RUN
           CLOSE SortedFile

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE "3. Meistzitierte Verse" TO ReportRecord
           WRITE ReportRecord
           MOVE "RANG  VERS                ANZAHL" TO ReportRecord
           WRITE ReportRecord
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-USED
               MOVE WS-TOP-KEY(WS-TOP-IDX) TO WS-FMT-KEY
               PERFORM FORMAT-KEY
               MOVE WS-TOP-IDX TO WS-RANK-DISP
               MOVE WS-TOP-HITS(WS-TOP-IDX) TO WS-COUNT-DISP
               MOVE SPACES TO ReportRecord
               MOVE WS-RANK-DISP TO ReportRecord(1:3)
               MOVE WS-FMT-TEXT TO ReportRecord(7:20)
               MOVE WS-COUNT-DISP TO ReportRecord(27:7)
               WRITE ReportRecord
           END-PERFORM
           MOVE WS-SOURCE-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(WS-COUNT-DISP), " Verse mit "
               "Verweisen"
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE WS-TARGET-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(WS-COUNT-DISP), " Verweise "
               "insgesamt"
           ) TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       REPORT-MOST-CITED-EXIT.

      * Insert the finished run into the top table, best first;
      * ties keep the canon order.
       KEEP-TOP-RUN.
           IF WS-RUN-HITS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TOP-USED >= WS-TOP-N
               AND WS-RUN-HITS <= WS-TOP-HITS(WS-TOP-USED)
               EXIT PARAGRAPH
           END-IF
           IF WS-TOP-USED < WS-TOP-N
               ADD 1 TO WS-TOP-USED
           END-IF
           MOVE WS-TOP-USED TO WS-TOP-POS
           PERFORM UNTIL WS-TOP-POS = 1
               OR WS-TOP-HITS(WS-TOP-POS - 1) >= WS-RUN-HITS
               MOVE WS-TOP-ENTRY(WS-TOP-POS - 1)
                   TO WS-TOP-ENTRY(WS-TOP-POS)
               SUBTRACT 1 FROM WS-TOP-POS
           END-PERFORM
           MOVE WS-RUN-KEY TO WS-TOP-KEY(WS-TOP-POS)
           MOVE WS-RUN-HITS TO WS-TOP-HITS(WS-TOP-POS)
           CONTINUE.
       KEEP-TOP-RUN-EXIT.

      * "JOH 3:16" for a canon key; anything unreadable is shown
      * as it stands.
       FORMAT-KEY.
           MOVE WS-FMT-KEY TO WS-FMT-TEXT
           IF WS-FMT-KEY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-FMT-BOOK = 0 OR WS-FMT-BOOK > WS-CANON-MAX-BOOKS
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-ABBR(WS-FMT-BOOK) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FMT-CHAPTER TO WS-FMT-CHAPTER-DISP
           MOVE WS-FMT-VERSE TO WS-FMT-VERSE-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BOOK-ABBR(WS-FMT-BOOK)), " ",
               FUNCTION trim(WS-FMT-CHAPTER-DISP), ":",
               FUNCTION trim(WS-FMT-VERSE-DISP)
           ) TO WS-FMT-TEXT
           CONTINUE.
       FORMAT-KEY-EXIT.

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
           END PROGRAM crossrefReport.
