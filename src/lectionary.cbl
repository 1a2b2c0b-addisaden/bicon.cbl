      * Easter of the year in question is computed with the Gauss
      * rule, so the movable feasts follow the church year without
      * any yearly maintenance.
      * Each reading is followed by the hymns for it from the hymn
      * index (lib/hymnLookup), when one is installed.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. lectionary.
       ENVIRONMENT DIVISION.
       01 WS-GOTO-OK            PIC X(1).
       01 WS-GOTO-EOF           PIC X VALUE "N".
       01 WS-GOTO-SHOWN         PIC 9(5).
       01 WS-HYMN-COUNT         PIC 9(4).

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
       LECTIONARY.
           MOVE "lectionary.lookup" TO WS-TEST-FILE
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           MOVE 0 TO WS-LECT-SHOWN
           OPEN INPUT BIBLE-DATA-FILE
           END-PERFORM
           CLOSE LECTIONARY-FILE
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-LECT-SHOWN = 0
               DISPLAY "Keine Lesungen fuer dieses Datum."
           END-IF
               DISPLAY "Diese Stelle existiert nicht in dieser"
                   " Uebersetzung."
           END-IF
           CALL "lib/hymnLookup" USING
               WS-GOTO-BOOK,
               WS-GOTO-CHAPTER,
               WS-GOTO-VFROM,
               WS-GOTO-VTO,
               WS-HYMN-COUNT
           END-CALL
           CONTINUE.
       SHOW-LECTIONARY-READING-EXIT.

               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GOTO-SHOWN
           PERFORM JOIN-VERSE-TEXT
           DISPLAY FUNCTION concatenate(
               BIBLE-DATA-VERSE, ": ",
               FUNCTION trim(WS-VT-FULL-TEXT),
           )
           CONTINUE.
       SHOW-READING-VERSE-EXIT.
           CONTINUE.
       LOAD-DEFAULT-TRANSLATION-EXIT.

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
