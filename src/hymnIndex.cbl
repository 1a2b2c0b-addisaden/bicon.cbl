      * Hymn index for the musicians: the scripture side of
      * hymns.data (loadHymns).
      *   1  hymns for a passage, from a reference such as
      *      "PS 23" or "JOH 14:1-6" (lib/hymnLookup)
      *   2  hymns for a Sunday: the lectionary readings of the
      *      chosen date, each with its hymns
      *   3  hymns by book of the Bible, written to
      *      hymns.report.txt or the file named at the prompt,
      *      optionally for one hymnal only
      * The report prompts read from a file as well, so it runs as
      * a batchScheduler job with an input file.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. hymnIndex.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-HYMN-FILE ASSIGN TO "hymns.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-HYMN-ID
               FILE STATUS IS WS-HYMN-STATUS.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "hymns.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "hymns.sort.tmp".
           SELECT SortedFile ASSIGN TO "hymns.sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-hymn-file'.
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD WorkFile.
       01 WorkRecord.
           05 WORK-BOOK             PIC 9(3).
           05 WORK-CHAPTER          PIC 9(3).
           05 WORK-VFROM            PIC 9(3).
           05 WORK-VTO              PIC 9(3).
           05 WORK-HYMNAL           PIC X(10).
           05 WORK-NUMBER           PIC X(6).
           05 WORK-TITLE            PIC X(80).
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-BOOK             PIC 9(3).
           05 SORT-CHAPTER          PIC 9(3).
           05 SORT-VFROM            PIC 9(3).
           05 SORT-VTO              PIC 9(3).
           05 SORT-HYMNAL           PIC X(10).
           05 SORT-NUMBER           PIC X(6).
           05 SORT-TITLE            PIC X(80).
       FD SortedFile.
       01 SortedRecord.
           05 SORTED-BOOK           PIC 9(3).
           05 SORTED-CHAPTER        PIC 9(3).
           05 SORTED-VFROM          PIC 9(3).
           05 SORTED-VTO            PIC 9(3).
           05 SORTED-HYMNAL         PIC X(10).
           05 SORTED-NUMBER         PIC X(6).
           05 SORTED-TITLE          PIC X(80).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-HYMN-STATUS        PIC XX.
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-CHOICE             PIC X(5).
       01 WS-DONE               PIC X VALUE "N".
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-DISP         PIC X(10).
       01 WS-COUNT-DISP         PIC Z(6)9.

      * passage lookup
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-HYMN-COUNT         PIC 9(4).

      * report by book
       78 WS-KEY-MAX VALUE 20.
       01 WS-KEY-IDX            PIC 9(2).
       01 WS-HYMNAL-FILTER      PIC X(10).
       01 WS-HYMN-EOF           PIC X VALUE "N".
       01 WS-SORTED-EOF         PIC X VALUE "N".
       01 WS-LAST-BOOK          PIC 9(3).
       01 WS-ENTRY-COUNT        PIC 9(7).
       01 WS-LINE               PIC X(200).
       01 WS-FMT-REF            PIC X(20).
       01 WS-FMT-CHAPTER-DISP   PIC Z(2)9.
       01 WS-FMT-VFROM-DISP     PIC Z(2)9.
       01 WS-FMT-VTO-DISP       PIC Z(2)9.

      * book names and abbreviations, German rows preferred
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 99 TIMES.
               10 WS-BOOK-NAME  PIC X(20).
               10 WS-BOOK-ABBR  PIC X(4).
       01 WS-BOOK-IDX           PIC 9(3).
       PROCEDURE DIVISION.
       HYMNINDEX.
           MOVE "hymns.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Kein Liederverzeichnis installiert"
                   " (Import mit loadHymns)."
               EXIT PROGRAM
           END-IF

           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY SPACE
               DISPLAY "1: Lieder zu einer Bibelstelle"
               DISPLAY "2: Lieder zum Sonntag (Lektionar)"
               DISPLAY "3: Lieder nach Bibelbuechern (Bericht)"
               DISPLAY "Auswahl (Enter = Ende): " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE FUNCTION trim(WS-CHOICE)
                   WHEN "1"
                       PERFORM HYMNS-FOR-PASSAGE
                   WHEN "2"
                       CALL "lectionary" END-CALL
                   WHEN "3"
                       PERFORM REPORT-BY-BOOK
                   WHEN OTHER
                       MOVE "Y" TO WS-DONE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.
       HYMNINDEX-EXIT.

       HYMNS-FOR-PASSAGE.
           DISPLAY "Bibelstelle (z.B. PS 23 oder JOH 14:1-6): "
               WITH NO ADVANCING
           ACCEPT WS-REF-INPUT
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               DISPLAY "Bibelstelle nicht verstanden: "
                   FUNCTION trim(WS-REF-INPUT)
               EXIT PARAGRAPH
           END-IF
           CALL "lib/hymnLookup" USING
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-HYMN-COUNT
           END-CALL
           IF WS-HYMN-COUNT = 0
               DISPLAY "Keine Lieder zu dieser Stelle."
           END-IF
           CONTINUE.
       HYMNS-FOR-PASSAGE-EXIT.

      ******************************************************************
      * Hymns by book of the Bible
      ******************************************************************
       REPORT-BY-BOOK.
           DISPLAY "Gesangbuch (z.B. EG, Enter = alle): "
               WITH NO ADVANCING
           ACCEPT WS-HYMNAL-FILTER
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-HYMNAL-FILTER))
               TO WS-HYMNAL-FILTER
           DISPLAY "Bericht (Enter = hymns.report.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE "hymns.report.txt" TO WS-REPORT-FILE
           END-IF

           PERFORM LOAD-BOOK-NAMES
           OPEN INPUT BIBLE-HYMN-FILE
           IF WS-HYMN-STATUS NOT = "00"
               DISPLAY "Liederverzeichnis nicht lesbar (hymns.data)."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WorkFile
           MOVE "N" TO WS-HYMN-EOF
           PERFORM UNTIL WS-HYMN-EOF = "Y"
               READ BIBLE-HYMN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HYMN-EOF
                   NOT AT END
                       PERFORM WRITE-HYMN-KEYS
               END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE BIBLE-HYMN-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-BOOK SORT-CHAPTER SORT-VFROM
                                SORT-VTO SORT-HYMNAL SORT-NUMBER
               USING WorkFile
               GIVING SortedFile

           OPEN OUTPUT ReportFile
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION concatenate(
               WS-TODAY(7:2), ".", WS-TODAY(5:2), ".", WS-TODAY(1:4)
           ) TO WS-TODAY-DISP
           IF WS-HYMNAL-FILTER = SPACES
               MOVE FUNCTION concatenate(
                   "Lieder nach Bibelbuechern - ", WS-TODAY-DISP
               ) TO ReportRecord
           ELSE
               MOVE FUNCTION concatenate(
                   "Lieder nach Bibelbuechern (",
                   FUNCTION trim(WS-HYMNAL-FILTER), ") - ",
                   WS-TODAY-DISP
               ) TO ReportRecord
           END-IF
           WRITE ReportRecord

           MOVE 0 TO WS-LAST-BOOK
           MOVE 0 TO WS-ENTRY-COUNT
           OPEN INPUT SortedFile
           MOVE "N" TO WS-SORTED-EOF
           PERFORM UNTIL WS-SORTED-EOF = "Y"
               READ SortedFile
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM WRITE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE SortedFile
           IF WS-ENTRY-COUNT = 0
               MOVE SPACES TO ReportRecord
               WRITE ReportRecord
               MOVE "  keine Lieder mit Bibelstellen" TO ReportRecord
               WRITE ReportRecord
           END-IF
           CLOSE ReportFile
           CALL "SYSTEM" USING
               "rm -f hymns.work.tmp hymns.sort.tmp hymns.sorted.tmp"
           END-CALL

           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Bibelstellen mit Liedern."
           DISPLAY "Bericht geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           CONTINUE.
       REPORT-BY-BOOK-EXIT.

       WRITE-HYMN-KEYS.
           IF WS-HYMNAL-FILTER NOT = SPACES
               AND BIBLE-HYMN-HYMNAL NOT = WS-HYMNAL-FILTER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-MAX
               IF BIBLE-HYMN-KEY-BOOK(WS-KEY-IDX) > 0
                   MOVE BIBLE-HYMN-KEY-BOOK(WS-KEY-IDX) TO WORK-BOOK
                   MOVE BIBLE-HYMN-KEY-CHAPTER(WS-KEY-IDX)
                       TO WORK-CHAPTER
                   MOVE BIBLE-HYMN-KEY-VFROM(WS-KEY-IDX) TO WORK-VFROM
                   MOVE BIBLE-HYMN-KEY-VTO(WS-KEY-IDX) TO WORK-VTO
                   MOVE BIBLE-HYMN-HYMNAL TO WORK-HYMNAL
                   MOVE BIBLE-HYMN-NUMBER TO WORK-NUMBER
                   MOVE BIBLE-HYMN-TITLE TO WORK-TITLE
                   WRITE WorkRecord
               END-IF
           END-PERFORM
           CONTINUE.
       WRITE-HYMN-KEYS-EXIT.

       WRITE-REPORT-LINE.
           ADD 1 TO WS-ENTRY-COUNT
           IF SORTED-BOOK NOT = WS-LAST-BOOK
               MOVE SORTED-BOOK TO WS-LAST-BOOK
               MOVE SPACES TO ReportRecord
               WRITE ReportRecord
               IF SORTED-BOOK <= WS-MAX-BOOKS
                   AND WS-BOOK-NAME(SORTED-BOOK) NOT = SPACES
                   MOVE FUNCTION concatenate(
                       "=== ", FUNCTION trim(WS-BOOK-NAME(SORTED-BOOK)),
                       " ==="
                   ) TO ReportRecord
               ELSE
                   MOVE FUNCTION concatenate(
                       "=== Buch ", SORTED-BOOK, " ==="
                   ) TO ReportRecord
               END-IF
               WRITE ReportRecord
           END-IF

           PERFORM FORMAT-REFERENCE
           MOVE SPACES TO WS-LINE
           MOVE WS-FMT-REF TO WS-LINE(3:18)
           MOVE FUNCTION concatenate(
               FUNCTION trim(SORTED-HYMNAL), " ",
               FUNCTION trim(SORTED-NUMBER)
           ) TO WS-LINE(21:12)
           MOVE SORTED-TITLE TO WS-LINE(34:80)
           MOVE WS-LINE TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       WRITE-REPORT-LINE-EXIT.

      * "PS 23" for a whole chapter, "JOH 14:1-6" for a range
       FORMAT-REFERENCE.
           MOVE SORTED-CHAPTER TO WS-FMT-CHAPTER-DISP
           MOVE SORTED-VFROM TO WS-FMT-VFROM-DISP
           MOVE SORTED-VTO TO WS-FMT-VTO-DISP
           IF SORTED-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-ABBR(SORTED-BOOK) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR(SORTED-BOOK)), " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP)
               ) TO WS-FMT-REF
           ELSE
               MOVE FUNCTION concatenate(
                   SORTED-BOOK, " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP)
               ) TO WS-FMT-REF
           END-IF
           EVALUATE TRUE
               WHEN SORTED-VFROM = 0
                   CONTINUE
               WHEN SORTED-VTO = SORTED-VFROM
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-FMT-REF), ":",
                       FUNCTION trim(WS-FMT-VFROM-DISP)
                   ) TO WS-FMT-REF
               WHEN OTHER
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-FMT-REF), ":",
                       FUNCTION trim(WS-FMT-VFROM-DISP), "-",
                       FUNCTION trim(WS-FMT-VTO-DISP)
                   ) TO WS-FMT-REF
           END-EVALUATE
           CONTINUE.
       FORMAT-REFERENCE-EXIT.

       LOAD-BOOK-NAMES.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-NAME(WS-BOOK-IDX)
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
                           MOVE WS-BOOK-REC-NAME
                               TO WS-BOOK-NAME(WS-BOOK-REC-NUM)
                           MOVE WS-BOOK-REC-ABBR
                               TO WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-NAMES-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM hymnIndex.
