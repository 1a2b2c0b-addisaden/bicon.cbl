       FD CITATION-CONFIG.
       01 CITATION-CONFIG-RECORD PIC X(100).
       FD QuoteFile.
       01 QuoteRecord PIC X(20200).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DATA-FILE          PIC X(777).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-VERSE-CURRENT      PIC 9(3).
       01 WS-QUOTE-TEXT         PIC X(20000).
       01 WS-VERSES-FOUND       PIC 9(3) VALUE 0.
       01 WS-LAST-WAS-GAP       PIC X VALUE "N".

       01 WS-CHAPTER-DISP       PIC Z(3).
       01 WS-VFROM-DISP         PIC Z(3).
       01 WS-VTO-DISP           PIC Z(3).

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
       QUOTEEXPORT.
           DISPLAY "Bibelstelle (z.B. JOH 3:16-17): "
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           PERFORM READ-CITATION-CONFIG
           PERFORM READ-BOOK-ABBR
               PERFORM APPEND-QUOTE-VERSE
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           IF WS-VERSES-FOUND = 0
               DISPLAY "Diese Stelle existiert nicht in dieser"
           END-READ
           MOVE "N" TO WS-LAST-WAS-GAP
           ADD 1 TO WS-VERSES-FOUND
           PERFORM JOIN-VERSE-TEXT
           IF WS-QUOTE-TEXT = SPACES
               IF WS-VERSE-NUMBERS = "J"
                   MOVE FUNCTION concatenate(
                       BIBLE-DATA-VERSE, " ",
                       FUNCTION trim(WS-VT-FULL-TEXT)
                   ) TO WS-QUOTE-TEXT
               ELSE
                   MOVE FUNCTION trim(WS-VT-FULL-TEXT)
                       TO WS-QUOTE-TEXT
               END-IF
           ELSE
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-QUOTE-TEXT), " ",
                       BIBLE-DATA-VERSE, " ",
                       FUNCTION trim(WS-VT-FULL-TEXT)
                   ) TO WS-QUOTE-TEXT
               ELSE
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-QUOTE-TEXT), " ",
                       FUNCTION trim(WS-VT-FULL-TEXT)
                   ) TO WS-QUOTE-TEXT
               END-IF
           END-IF
           CONTINUE.
       READ-COPYRIGHT-EXIT.

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
