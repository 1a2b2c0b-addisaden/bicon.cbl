       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD QuizFile.
       01 QuizRecord PIC X(4100).
       FD KeyFile.
       01 KeyRecord PIC X(200).
       WORKING-STORAGE SECTION.
           05 WS-VT OCCURS 500 TIMES.
               10 WS-VT-CHAPTER PIC 9(3).
               10 WS-VT-VERSE   PIC 9(3).
               10 WS-VT-TEXT    PIC X(4000).
       01 WS-VT-IDX             PIC 9(3).
       01 WS-STEP               PIC 9(3).
       01 WS-QUESTION-NO        PIC 9(3) VALUE 0.
       01 WS-BEST-LEN           PIC 9(3).
       01 WS-THIS-LEN           PIC 9(3).
       01 WS-IS-STOPWORD        PIC X.
       01 WS-GAP-LINE           PIC X(4000).
       01 WS-GAP-POS            PIC 9(4).
       01 WS-BLANKS             PIC X(60).
       01 WS-OPT-IDX            PIC 9(1).
       01 WS-OPT-LETTER         PIC X(1).
       01 WS-ANSWER-SLOT        PIC 9(1).
       01 WS-OPT-LETTERS        PIC X(4) VALUE "ABCD".

      * Verse text with its continuation records (lib/verseText).
       01 WS-JOIN-ACTION        PIC X(1).
       01 WS-JOIN-TEXT          PIC X(4000).
       01 WS-JOIN-PARTS         PIC 9(2).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       QUIZGENERATOR.
           PERFORM LOAD-DEFAULT-TRANSLATION
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           DISPLAY "Buch (Nummer)? " WITH NO ADVANCING
           ACCEPT WS-BOOK
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-JOIN-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       COLLECT-VERSES-EXIT.

               MOVE BIBLE-DATA-CHAPTER
                   TO WS-VT-CHAPTER(WS-VERSE-COUNT)
               MOVE BIBLE-DATA-VERSE TO WS-VT-VERSE(WS-VERSE-COUNT)
               MOVE "R" TO WS-JOIN-ACTION
               PERFORM CALL-VERSE-TEXT
               MOVE WS-JOIN-TEXT TO WS-VT-TEXT(WS-VERSE-COUNT)
           END-IF
           CONTINUE.
       COLLECT-ONE-VERSE-EXIT.

       CALL-VERSE-TEXT.
           CALL "lib/verseText" USING
               WS-JOIN-ACTION,
               WS-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-JOIN-TEXT,
               WS-JOIN-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

      * The questions are spread evenly over the range: every
      * step-th verse gets one, and the longest significant word
      * of the verse becomes the gap.
           CONTINUE.
       LOAD-DEFAULT-TRANSLATION-EXIT.

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
