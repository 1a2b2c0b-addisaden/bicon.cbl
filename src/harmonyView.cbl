       01 WS-NAV-PICK           PIC 9(3).
       01 WS-VERSE-CURRENT      PIC 9(3).
       01 WS-VERSE-EOF          PIC X VALUE "N".

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
       HARMONYVIEW.
           MOVE "harmony.lookup" TO WS-TEST-FILE
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-HARMONY
           IF WS-HARMONY-COUNT = 0
               PERFORM NAV-PROMPT
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           EXIT PROGRAM.
       HARMONYVIEW-EXIT.

                   INVALID KEY
                       MOVE "Y" TO WS-VERSE-EOF
                   NOT INVALID KEY
                       PERFORM JOIN-VERSE-TEXT
                       DISPLAY FUNCTION concatenate(
                           BIBLE-DATA-VERSE, ": ",
                           FUNCTION trim(WS-VT-FULL-TEXT),
                       )
               END-READ
               ADD 1 TO WS-VERSE-CURRENT
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
