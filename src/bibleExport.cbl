      * a title page from the translation's meta data, a table of
      * contents from books.lookup, book and chapter headings,
      * wrapped verse lines and a page header/footer that carries
      * the running book:chapter position and page number. Where
      * books.intro.data (loadBookIntros) has an introduction and
      * outline for a book, they are printed under its heading.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. bibleExport.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-INTRO-FILE ASSIGN TO "books.intro.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-INTRO-KEY
               FILE STATUS IS WS-INTRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-meta'.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/book-intro-file'.
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD EXPORT-FILE.
      * only proceeds after an explicit confirmation.
       01 WS-RIGHTS             PIC X(12) VALUE "UNGEKLAERT".
       01 WS-RIGHTS-CONFIRM     PIC 9(1).
       01 WS-WRAP-TEXT          PIC X(4100).
       01 WS-WRAP-LEN           PIC 9(4).
       01 WS-WRAP-POS           PIC 9(4).
       01 WS-WRAP-CUT           PIC 9(4).
       01 WS-WRAP-IDX           PIC 9(4).
       01 WS-HEADER-TEXT        PIC X(80).

      * Book introductions in the language chosen at the prompt
       01 WS-INTRO-STATUS       PIC XX.
       01 WS-INTRO-ON           PIC X VALUE "N".
       01 WS-INTRO-LANG         PIC X(2).
       01 WS-INTRO-INPUT        PIC X(5).
       01 WS-INTRO-EOF          PIC X VALUE "N".
       01 WS-INTRO-OUTLINE      PIC X VALUE "N".
       01 WS-INTRO-RANGE        PIC X(20).
       01 WS-INTRO-FROM-DISP    PIC Z(2)9.
       01 WS-INTRO-FROMV-DISP   PIC Z(2)9.
       01 WS-INTRO-TO-DISP      PIC Z(2)9.
       01 WS-INTRO-TOV-DISP     PIC Z(2)9.

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
       BIBLEEXPORT.
           DISPLAY "bible short? " WITH NO ADVANCING
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM testfile
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           DISPLAY "Export-Datei (Enter = "
               FUNCTION trim(WS-BIBLE-SHORT) ".export.txt): "
           PERFORM READ-META
           PERFORM CHECK-EXPORT-RIGHTS
           PERFORM LOAD-BOOK-NAMES
           PERFORM OPEN-BOOK-INTROS

           OPEN OUTPUT EXPORT-FILE
           PERFORM WRITE-TITLE-PAGE
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           IF WS-INTRO-ON = "Y"
               CLOSE BOOK-INTRO-FILE
           END-IF
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           PERFORM WRITE-PAGE-FOOTER
           CLOSE EXPORT-FILE
           MOVE BIBLE-DATA-BOOK TO WS-PREV-BOOK
           MOVE BIBLE-DATA-CHAPTER TO WS-PREV-CHAPTER

           PERFORM JOIN-VERSE-TEXT
           MOVE FUNCTION concatenate(
               BIBLE-DATA-VERSE, ": ",
               FUNCTION trim(WS-VT-FULL-TEXT)
           ) TO WS-WRAP-TEXT
           PERFORM WRITE-WRAPPED
           ADD 1 TO WS-VERSE-COUNT
           CONTINUE.
       EXPORT-ONE-VERSE-EXIT.

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

       WRITE-BOOK-HEADING.
           PERFORM CHECK-PAGE-ROOM
           MOVE SPACES TO EXPORT-RECORD
           MOVE ALL "-" TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           ADD 4 TO WS-PAGE-LINE
           IF WS-INTRO-ON = "Y"
               PERFORM WRITE-BOOK-INTRO
           END-IF
           PERFORM WRITE-CHAPTER-HEADING
           CONTINUE.
       WRITE-BOOK-HEADING-EXIT.

       OPEN-BOOK-INTROS.
           MOVE "N" TO WS-INTRO-ON
           MOVE "books.intro.data" TO WS-TEST-FILE
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bucheinfuehrungen in Sprache (Enter = DE,"
               " - = keine): " WITH NO ADVANCING
           ACCEPT WS-INTRO-INPUT
           IF FUNCTION trim(WS-INTRO-INPUT) = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-INTRO-INPUT))
               TO WS-INTRO-LANG
           IF WS-INTRO-LANG = SPACES
               MOVE "DE" TO WS-INTRO-LANG
           END-IF
           OPEN INPUT BOOK-INTRO-FILE
           IF WS-INTRO-STATUS = "00"
               MOVE "Y" TO WS-INTRO-ON
           END-IF
           CONTINUE.
       OPEN-BOOK-INTROS-EXIT.

      * Introduction first, then the outline with its ranges.
       WRITE-BOOK-INTRO.
           MOVE BIBLE-DATA-BOOK TO BOOK-INTRO-BOOK
           MOVE WS-INTRO-LANG TO BOOK-INTRO-LANG
           MOVE 0 TO BOOK-INTRO-SEQ
           MOVE "N" TO WS-INTRO-EOF
           MOVE "N" TO WS-INTRO-OUTLINE
           START BOOK-INTRO-FILE KEY IS NOT LESS THAN BOOK-INTRO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-INTRO-EOF
           END-START
           PERFORM UNTIL WS-INTRO-EOF = "Y"
               READ BOOK-INTRO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-INTRO-EOF
                   NOT AT END
                       IF BOOK-INTRO-BOOK NOT = BIBLE-DATA-BOOK
                           OR BOOK-INTRO-LANG NOT = WS-INTRO-LANG
                           MOVE "Y" TO WS-INTRO-EOF
                       ELSE
                           PERFORM WRITE-BOOK-INTRO-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       WRITE-BOOK-INTRO-EXIT.

       WRITE-BOOK-INTRO-RECORD.
           IF BOOK-INTRO-SEQ = 0
               PERFORM WRITE-BLANK-LINE
               IF BOOK-INTRO-AUTHOR NOT = SPACES
                   MOVE FUNCTION concatenate(
                       "Verfasser: ", FUNCTION trim(BOOK-INTRO-AUTHOR)
                   ) TO WS-WRAP-TEXT
                   PERFORM WRITE-WRAPPED
               END-IF
               IF BOOK-INTRO-DATE NOT = SPACES
                   MOVE FUNCTION concatenate(
                       "Abfassung: ", FUNCTION trim(BOOK-INTRO-DATE)
                   ) TO WS-WRAP-TEXT
                   PERFORM WRITE-WRAPPED
               END-IF
               IF BOOK-INTRO-AUDIENCE NOT = SPACES
                   MOVE FUNCTION concatenate(
                       "Empfaenger: ",
                       FUNCTION trim(BOOK-INTRO-AUDIENCE)
                   ) TO WS-WRAP-TEXT
                   PERFORM WRITE-WRAPPED
               END-IF
               IF BOOK-INTRO-THEMES NOT = SPACES
                   MOVE FUNCTION concatenate(
                       "Leitthemen: ", FUNCTION trim(BOOK-INTRO-THEMES)
                   ) TO WS-WRAP-TEXT
                   PERFORM WRITE-WRAPPED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-INTRO-OUTLINE = "N"
               MOVE "Y" TO WS-INTRO-OUTLINE
               PERFORM WRITE-BLANK-LINE
               MOVE "Gliederung" TO WS-WRAP-TEXT
               PERFORM WRITE-WRAPPED
           END-IF
           MOVE BOOK-INTRO-FROM-CHAPTER TO WS-INTRO-FROM-DISP
           MOVE BOOK-INTRO-FROM-VERSE TO WS-INTRO-FROMV-DISP
           MOVE BOOK-INTRO-TO-CHAPTER TO WS-INTRO-TO-DISP
           MOVE BOOK-INTRO-TO-VERSE TO WS-INTRO-TOV-DISP
           IF BOOK-INTRO-TO-VERSE = 999
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-INTRO-FROM-DISP), ":",
                   FUNCTION trim(WS-INTRO-FROMV-DISP), "-",
                   FUNCTION trim(WS-INTRO-TO-DISP)
               ) TO WS-INTRO-RANGE
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-INTRO-FROM-DISP), ":",
                   FUNCTION trim(WS-INTRO-FROMV-DISP), "-",
                   FUNCTION trim(WS-INTRO-TO-DISP), ":",
                   FUNCTION trim(WS-INTRO-TOV-DISP)
               ) TO WS-INTRO-RANGE
           END-IF
           MOVE SPACES TO WS-WRAP-TEXT
           MOVE WS-INTRO-RANGE TO WS-WRAP-TEXT(1:14)
           MOVE BOOK-INTRO-TITLE TO WS-WRAP-TEXT(15:80)
           PERFORM WRITE-WRAPPED
           CONTINUE.
       WRITE-BOOK-INTRO-RECORD-EXIT.

       WRITE-BLANK-LINE.
           PERFORM CHECK-PAGE-ROOM
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           ADD 1 TO WS-PAGE-LINE
           CONTINUE.
       WRITE-BLANK-LINE-EXIT.

       WRITE-CHAPTER-HEADING.
           PERFORM CHECK-PAGE-ROOM
           MOVE SPACES TO EXPORT-RECORD
           CONTINUE.
       WRITE-PAGE-HEADER-EXIT.

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

       testfile.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
