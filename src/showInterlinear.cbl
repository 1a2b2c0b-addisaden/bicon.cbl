       01 WS-VERSE-CURRENT      PIC 9(3).
       01 WS-ILN-EOF            PIC X VALUE "N".
       01 WS-PAIR-COUNT         PIC 9(3).

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
       SHOWINTERLINEAR.
           DISPLAY "bible short? " WITH NO ADVANCING
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM testfile
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT),
           END-PERFORM

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM callversetext
           CLOSE BIBLE-INTERLINEAR-FILE
           EXIT PROGRAM.
       SHOWINTERLINEAR-EXIT.
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO WS-VT-ACTION
           PERFORM callversetext

           DISPLAY SPACE
           DISPLAY FUNCTION concatenate(
               BIBLE-DATA-BOOK, ":",
               BIBLE-DATA-CHAPTER, ":",
               BIBLE-DATA-VERSE, " ",
               FUNCTION trim(WS-VT-FULL-TEXT),
           )

           MOVE WS-BOOK TO BIBLE-INTERLINEAR-BOOK
           CONTINUE.
       showpair-exit.

       callversetext.
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-VT-FULL-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       callversetext-exit.

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
