       01 WS-META-FILE          PIC X(777).
       01 WS-META-STATUS        PIC XX.

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * Missing books are judged against the translation's own
      * canon (CANON key in its .bible.meta), the way
      * reconcileTranslations does - a canon73 module is not
       78 WS-CANON-MAX-BOOKS VALUE 99.
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-CHAPTERS OCCURS 99 TIMES PIC 9(3).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       TRANSLATIONSTATS.
           DISPLAY "Export-Datei (leer = nur Bildschirm): "
           END-IF

           PERFORM LOAD-TRANSLATION-CANON
           MOVE WS-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VERSE-COUNT
           MOVE 0 TO WS-LEN-SUM
                           AND BIBLE-DATA-BOOK <= WS-CANON-MAX-BOOKS
                           ADD 1 TO WS-BOOK-VERSES(BIBLE-DATA-BOOK)
                       END-IF
                       PERFORM JOIN-VERSE-TEXT
                       COMPUTE WS-THIS-LEN = FUNCTION LENGTH(
                           FUNCTION trim(WS-VT-FULL-TEXT))
                       ADD WS-THIS-LEN TO WS-LEN-SUM
                       IF WS-THIS-LEN > WS-LEN-MAX
                           MOVE WS-THIS-LEN TO WS-LEN-MAX
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           MOVE 0 TO WS-MISSING-BOOKS
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
           CONTINUE.
       LOAD-CANON-EXIT.

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
