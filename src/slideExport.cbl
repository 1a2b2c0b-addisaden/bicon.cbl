      * Projection slides for the beamer.
      *
      * Takes a reference and a translation and cuts the passage
      * into slide blocks of a fixed number of lines of a fixed
      * width. Lines break between words only; a verse that fits
      * on a slide is never split, it moves to the next slide
      * instead, and only a verse longer than a whole slide runs
      * over. Every slide carries the reference of the verses it
      * shows, e.g. "Joh 3,16-17 (LUT)".
      *
      * The rights recorded at import apply as for every text
      * export: GESPERRT is refused, EINGESCHR stops at RIGHTS-MAX
      * verses, UNGEKLAERT needs a confirmation. The COPYRIGHT
      * notice closes the file.
      *
      * slides.cfg, one KEY###VALUE per line:
      *   LINES###6             lines per slide (2-20, default 6)
      *   WIDTH###40            characters per line (20-100,
      *                         default 40)
      *   ABBR-LANG###DE        book abbreviation rows to use from
      *                         books.lookup (default DE)
      *   VERSE-NUMBERS###J     J = verse numbers before each verse
       IDENTIFICATION DIVISION.
           PROGRAM-ID. slideExport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SLIDES-CONFIG ASSIGN TO "slides.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SlideFile ASSIGN TO WS-SLIDE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-data-meta'.
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD SLIDES-CONFIG.
       01 SLIDES-CONFIG-RECORD PIC X(100).
       FD SlideFile.
       01 SlideRecord PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DATA-FILE          PIC X(777).
       01 WS-META-FILE          PIC X(777).
       01 WS-META-STATUS        PIC XX.
       01 WS-SLIDE-FILE         PIC X(100).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-CONFIRM            PIC X(1).
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-VERSE-CURRENT      PIC 9(3).
       01 WS-VERSES-FOUND       PIC 9(3) VALUE 0.
       01 WS-VERSE-NUM-DISP     PIC Z(3).

      * Usage rights recorded at import (RIGHTS / RIGHTS-MAX)
       01 WS-RIGHTS             PIC X(12) VALUE "UNGEKLAERT".
       01 WS-RIGHTS-MAX         PIC 9(5) VALUE 0.
       01 WS-RIGHTS-STOP        PIC X VALUE "N".
       01 WS-COPYRIGHT          PIC X(250) VALUE SPACES.

      * slide format with its defaults
       01 WS-SLIDE-LINES        PIC 9(2) VALUE 6.
       01 WS-SLIDE-WIDTH        PIC 9(3) VALUE 40.
       01 WS-ABBR-LANG          PIC X(2) VALUE "DE".
       01 WS-VERSE-NUMBERS      PIC X(1) VALUE "N".
       01 WS-CFG-EOF            PIC X VALUE "N".
       01 WS-CFG-KEY            PIC X(20).
       01 WS-CFG-VALUE          PIC X(60).

       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-ABBR          PIC X(4) VALUE SPACES.
       01 WS-CHAPTER-DISP       PIC Z(3).
       01 WS-VFROM-DISP         PIC Z(3).
       01 WS-VTO-DISP           PIC Z(3).
       01 WS-CITATION           PIC X(100).
       01 WS-CIT-VFROM          PIC 9(3).
       01 WS-CIT-VTO            PIC 9(3).

      * one verse broken into slide lines
       01 WS-VERSE-LINE-COUNT   PIC 9(3).
       01 WS-VERSE-LINES.
           05 WS-VERSE-LINE     PIC X(100) OCCURS 200 TIMES.
       01 WS-VERSE-LINE-IDX     PIC 9(3).

      * the slide being filled
       01 WS-SLIDE-NUMBER       PIC 9(4) VALUE 0.
       01 WS-SLIDE-NUM-DISP     PIC Z(3)9.
       01 WS-SLIDE-USED         PIC 9(2) VALUE 0.
       01 WS-SLIDE-CONTENT.
           05 WS-SLIDE-LINE     PIC X(100) OCCURS 20 TIMES.
       01 WS-SLIDE-IDX          PIC 9(2).
       01 WS-SLIDE-VFROM        PIC 9(3).
       01 WS-SLIDE-VTO          PIC 9(3).

       01 WS-WRAP-TEXT          PIC X(4100).
       01 WS-WRAP-LEN           PIC 9(4).
       01 WS-WRAP-POS           PIC 9(4).
       01 WS-WRAP-CUT           PIC 9(4).
       01 WS-WRAP-IDX           PIC 9(4).

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
       SLIDEEXPORT.
           DISPLAY "Bibelstelle (z.B. JOH 3:16-17): "
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
               EXIT PROGRAM
           END-IF
           IF WS-REF-VFROM = 0
               MOVE 1 TO WS-REF-VFROM
               MOVE 999 TO WS-REF-VTO
           END-IF

           DISPLAY "Welche Bibeluebersetzung (Kurzname)? "
               WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT
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

           PERFORM READ-RIGHTS
           IF WS-RIGHTS = "GESPERRT"
               DISPLAY "Export abgelehnt: diese Uebersetzung "
                   "darf nicht weitergegeben werden "
                   "(RIGHTS = GESPERRT)."
               EXIT PROGRAM
           END-IF
           IF WS-RIGHTS = "UNGEKLAERT"
               DISPLAY "WARNUNG: Nutzungsrechte dieser "
                   "Uebersetzung sind nicht geklaert."
               DISPLAY "Trotzdem Folien erstellen (J/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "J"
                   EXIT PROGRAM
               END-IF
           END-IF

           PERFORM READ-SLIDES-CONFIG
           PERFORM READ-BOOK-ABBR

           DISPLAY "Datei (Enter = folien.txt): " WITH NO ADVANCING
           ACCEPT WS-SLIDE-FILE
           IF FUNCTION trim(WS-SLIDE-FILE) = SPACES
               MOVE "folien.txt" TO WS-SLIDE-FILE
           END-IF

           OPEN INPUT BIBLE-DATA-FILE
           OPEN OUTPUT SlideFile
           MOVE WS-REF-VFROM TO WS-CIT-VFROM
           MOVE WS-REF-VTO TO WS-CIT-VTO
           PERFORM BUILD-CITATION
           MOVE FUNCTION concatenate(
               "Folien ", FUNCTION trim(WS-CITATION)
           ) TO SlideRecord
           WRITE SlideRecord

           MOVE 0 TO WS-SLIDE-USED
           MOVE 0 TO WS-SLIDE-NUMBER
           MOVE "N" TO WS-RIGHTS-STOP
           PERFORM VARYING WS-VERSE-CURRENT FROM WS-REF-VFROM BY 1
               UNTIL WS-VERSE-CURRENT > WS-REF-VTO
               OR WS-RIGHTS-STOP = "Y"
               PERFORM SLIDE-ONE-VERSE
           END-PERFORM
           PERFORM FLUSH-SLIDE
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           IF WS-VERSES-FOUND = 0
               CLOSE SlideFile
               DISPLAY "Diese Stelle existiert nicht in dieser"
                   " Uebersetzung."
               EXIT PROGRAM
           END-IF

           IF WS-RIGHTS-STOP = "Y"
               MOVE SPACES TO SlideRecord
               WRITE SlideRecord
               MOVE "[Export durch Nutzungsrechte begrenzt]"
                   TO SlideRecord
               WRITE SlideRecord
               DISPLAY "Hinweis: Export nach " WS-RIGHTS-MAX
                   " Versen beendet (Nutzungsrechte)."
           END-IF
           IF FUNCTION trim(WS-COPYRIGHT) NOT = SPACES
               MOVE SPACES TO SlideRecord
               WRITE SlideRecord
               MOVE FUNCTION trim(WS-COPYRIGHT) TO SlideRecord
               WRITE SlideRecord
           END-IF
           CLOSE SlideFile
           MOVE WS-SLIDE-NUMBER TO WS-SLIDE-NUM-DISP
           DISPLAY FUNCTION trim(WS-SLIDE-NUM-DISP)
               " Folien geschrieben nach "
               FUNCTION trim(WS-SLIDE-FILE)
           EXIT PROGRAM.
       SLIDEEXPORT-EXIT.

      * A verse that fits into what is left of the slide joins it;
      * one that fits on an empty slide starts a new one; only a
      * verse longer than a whole slide is carried over several.
       SLIDE-ONE-VERSE.
           MOVE WS-REF-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-REF-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE WS-VERSE-CURRENT TO BIBLE-DATA-VERSE
           READ BIBLE-DATA-FILE
               INVALID KEY
      * an open range ends at the last verse of the chapter
                   IF WS-REF-VTO = 999
                       MOVE WS-REF-VTO TO WS-VERSE-CURRENT
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           IF WS-RIGHTS = "EINGESCHR"
               AND WS-RIGHTS-MAX > 0
               AND WS-VERSES-FOUND >= WS-RIGHTS-MAX
               MOVE "Y" TO WS-RIGHTS-STOP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VERSES-FOUND
           PERFORM JOIN-VERSE-TEXT

           IF WS-VERSE-NUMBERS = "J"
               MOVE WS-VERSE-CURRENT TO WS-VERSE-NUM-DISP
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-VERSE-NUM-DISP), " ",
                   FUNCTION trim(WS-VT-FULL-TEXT)
               ) TO WS-WRAP-TEXT
           ELSE
               MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-WRAP-TEXT
           END-IF
           PERFORM BREAK-VERSE

           IF WS-SLIDE-USED > 0
               AND WS-SLIDE-USED + WS-VERSE-LINE-COUNT
                   > WS-SLIDE-LINES
               PERFORM FLUSH-SLIDE
           END-IF
           PERFORM VARYING WS-VERSE-LINE-IDX FROM 1 BY 1
               UNTIL WS-VERSE-LINE-IDX > WS-VERSE-LINE-COUNT
               IF WS-SLIDE-USED >= WS-SLIDE-LINES
                   PERFORM FLUSH-SLIDE
               END-IF
               IF WS-SLIDE-USED = 0
                   MOVE WS-VERSE-CURRENT TO WS-SLIDE-VFROM
               END-IF
               ADD 1 TO WS-SLIDE-USED
               MOVE WS-VERSE-LINE(WS-VERSE-LINE-IDX)
                   TO WS-SLIDE-LINE(WS-SLIDE-USED)
               MOVE WS-VERSE-CURRENT TO WS-SLIDE-VTO
           END-PERFORM
           CONTINUE.
       SLIDE-ONE-VERSE-EXIT.

      * Break WS-WRAP-TEXT into lines of the slide width at the
      * last blank that fits; a single word wider than a line is
      * cut hard.
       BREAK-VERSE.
           MOVE 0 TO WS-VERSE-LINE-COUNT
           COMPUTE WS-WRAP-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WRAP-TEXT))
           MOVE 1 TO WS-WRAP-POS
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
               OR WS-VERSE-LINE-COUNT >= 200
               IF WS-WRAP-LEN - WS-WRAP-POS + 1 <= WS-SLIDE-WIDTH
                   COMPUTE WS-WRAP-CUT =
                       WS-WRAP-LEN - WS-WRAP-POS + 1
               ELSE
                   MOVE 0 TO WS-WRAP-CUT
                   PERFORM VARYING WS-WRAP-IDX
                       FROM WS-SLIDE-WIDTH BY -1
                       UNTIL WS-WRAP-IDX < 1 OR WS-WRAP-CUT > 0
                       IF WS-WRAP-TEXT(
                           WS-WRAP-POS + WS-WRAP-IDX:1) = SPACE
                           MOVE WS-WRAP-IDX TO WS-WRAP-CUT
                       END-IF
                   END-PERFORM
                   IF WS-WRAP-CUT = 0
                       MOVE WS-SLIDE-WIDTH TO WS-WRAP-CUT
                   END-IF
               END-IF
               ADD 1 TO WS-VERSE-LINE-COUNT
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
                   TO WS-VERSE-LINE(WS-VERSE-LINE-COUNT)
               ADD WS-WRAP-CUT TO WS-WRAP-POS
      * the blank the line broke at does not start the next one
               PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
                   OR WS-WRAP-TEXT(WS-WRAP-POS:1) NOT = SPACE
                   ADD 1 TO WS-WRAP-POS
               END-PERFORM
           END-PERFORM
           CONTINUE.
       BREAK-VERSE-EXIT.

       FLUSH-SLIDE.
           IF WS-SLIDE-USED = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLIDE-NUMBER
           MOVE WS-SLIDE-NUMBER TO WS-SLIDE-NUM-DISP
           MOVE SPACES TO SlideRecord
           WRITE SlideRecord
           MOVE FUNCTION concatenate(
               "=== Folie ", FUNCTION trim(WS-SLIDE-NUM-DISP), " ==="
           ) TO SlideRecord
           WRITE SlideRecord
           PERFORM VARYING WS-SLIDE-IDX FROM 1 BY 1
               UNTIL WS-SLIDE-IDX > WS-SLIDE-USED
               MOVE WS-SLIDE-LINE(WS-SLIDE-IDX) TO SlideRecord
               WRITE SlideRecord
           END-PERFORM
           MOVE SPACES TO SlideRecord
           WRITE SlideRecord
           MOVE WS-SLIDE-VFROM TO WS-CIT-VFROM
           MOVE WS-SLIDE-VTO TO WS-CIT-VTO
           PERFORM BUILD-CITATION
           MOVE WS-CITATION TO SlideRecord
           WRITE SlideRecord
           MOVE 0 TO WS-SLIDE-USED
           CONTINUE.
       FLUSH-SLIDE-EXIT.

      * "Joh 3,16-17 (LUT)" for the verses WS-CIT-VFROM to
      * WS-CIT-VTO; 999 stands for the open end of a chapter.
       BUILD-CITATION.
           MOVE WS-REF-CHAPTER TO WS-CHAPTER-DISP
           IF WS-CIT-VFROM = 1 AND WS-CIT-VTO = 999
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR), " ",
                   FUNCTION trim(WS-CHAPTER-DISP), " (",
                   FUNCTION trim(WS-BIBLE-SHORT), ")"
               ) TO WS-CITATION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CIT-VFROM TO WS-VFROM-DISP
           IF WS-CIT-VTO = 999 OR WS-CIT-VTO = WS-CIT-VFROM
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR), " ",
                   FUNCTION trim(WS-CHAPTER-DISP), ",",
                   FUNCTION trim(WS-VFROM-DISP), " (",
                   FUNCTION trim(WS-BIBLE-SHORT), ")"
               ) TO WS-CITATION
           ELSE
               MOVE WS-CIT-VTO TO WS-VTO-DISP
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR), " ",
                   FUNCTION trim(WS-CHAPTER-DISP), ",",
                   FUNCTION trim(WS-VFROM-DISP), "-",
                   FUNCTION trim(WS-VTO-DISP), " (",
                   FUNCTION trim(WS-BIBLE-SHORT), ")"
               ) TO WS-CITATION
           END-IF
           CONTINUE.
       BUILD-CITATION-EXIT.

       READ-SLIDES-CONFIG.
           MOVE "slides.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SLIDES-CONFIG
           MOVE "N" TO WS-CFG-EOF
           PERFORM UNTIL WS-CFG-EOF = "Y"
               READ SLIDES-CONFIG
                   AT END
                       MOVE "Y" TO WS-CFG-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE SLIDES-CONFIG
           CONTINUE.
       READ-SLIDES-CONFIG-EXIT.

       APPLY-CONFIG-LINE.
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           UNSTRING SLIDES-CONFIG-RECORD
               DELIMITED BY "###" INTO
                   WS-CFG-KEY
                   WS-CFG-VALUE
           EVALUATE FUNCTION trim(WS-CFG-KEY)
               WHEN "LINES"
                   IF FUNCTION trim(WS-CFG-VALUE) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-CFG-VALUE) >= 2
                       AND FUNCTION NUMVAL(WS-CFG-VALUE) <= 20
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-SLIDE-LINES
                   END-IF
               WHEN "WIDTH"
                   IF FUNCTION trim(WS-CFG-VALUE) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-CFG-VALUE) >= 20
                       AND FUNCTION NUMVAL(WS-CFG-VALUE) <= 100
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-SLIDE-WIDTH
                   END-IF
               WHEN "ABBR-LANG"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION trim(WS-CFG-VALUE)) TO WS-ABBR-LANG
               WHEN "VERSE-NUMBERS"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION trim(WS-CFG-VALUE))
                       TO WS-VERSE-NUMBERS
           END-EVALUATE
           CONTINUE.
       APPLY-CONFIG-LINE-EXIT.

      * books.lookup keeps the abbreviations in capitals; a slide
      * shows them as written in a bible ("Joh", "1Mo").
       READ-BOOK-ABBR.
           MOVE SPACES TO WS-BOOK-ABBR
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
                       IF WS-BOOK-REC-NUM = WS-REF-BOOK
                           AND (WS-BOOK-REC-LANG = WS-ABBR-LANG
                               OR WS-BOOK-ABBR = SPACES)
                           MOVE WS-BOOK-REC-ABBR TO WS-BOOK-ABBR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           MOVE FUNCTION LOWER-CASE(WS-BOOK-ABBR) TO WS-BOOK-ABBR
           PERFORM VARYING WS-WRAP-IDX FROM 1 BY 1
               UNTIL WS-WRAP-IDX > 4
               IF WS-BOOK-ABBR(WS-WRAP-IDX:1) IS ALPHABETIC
                   AND WS-BOOK-ABBR(WS-WRAP-IDX:1) NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(
                       WS-BOOK-ABBR(WS-WRAP-IDX:1))
                       TO WS-BOOK-ABBR(WS-WRAP-IDX:1)
                   MOVE 5 TO WS-WRAP-IDX
               END-IF
           END-PERFORM
           CONTINUE.
       READ-BOOK-ABBR-EXIT.

       READ-RIGHTS.
           MOVE "UNGEKLAERT" TO WS-RIGHTS
           MOVE 0 TO WS-RIGHTS-MAX
           MOVE SPACES TO WS-COPYRIGHT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.meta"
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
           MOVE "RIGHTS" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(FUNCTION trim(
                       BIBLE-DATA-META-VALUE)) TO WS-RIGHTS
           END-READ
           MOVE "RIGHTS-MAX" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION trim(BIBLE-DATA-META-VALUE)
                       IS NUMERIC
                       MOVE FUNCTION NUMVAL(BIBLE-DATA-META-VALUE)
                           TO WS-RIGHTS-MAX
                   END-IF
           END-READ
           MOVE "COPYRIGHT" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BIBLE-DATA-META-VALUE TO WS-COPYRIGHT
           END-READ
           CLOSE BIBLE-DATA-META
           CONTINUE.
       READ-RIGHTS-EXIT.

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
           END PROGRAM slideExport.
