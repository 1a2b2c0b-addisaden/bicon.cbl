       FD OSIS-LOOKUP-FILE.
       01 OSIS-LOOKUP-RECORD PIC X(20).
       FD ExportFile.
       01 ExportRecord PIC X(8200).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-META-FILE          PIC X(777).
       01 WS-VS-DISP            PIC Z(3).

      * red-letter re-insertion and XML escaping
       01 WS-MARKED-TEXT        PIC X(4100).
       01 WS-MARK-OUT-POS       PIC 9(4).
       01 WS-MARK-PREV          PIC 9(4).
       01 WS-MARK-PIECE-LEN     PIC 9(4).
       01 WS-MARK-TEXT-LEN      PIC 9(4).
       01 WS-RL-IDX             PIC 9(2).
       01 WS-ESC-IN             PIC X(4100).
       01 WS-ESC-OUT            PIC X(8000).
       01 WS-ESC-IN-LEN         PIC 9(4).
       01 WS-ESC-IN-POS         PIC 9(4).
       01 WS-ESC-OUT-POS        PIC 9(4).
       01 WS-ESC-CHAR           PIC X(1).

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
       OSISEXPORT.
           DISPLAY "bible short? " WITH NO ADVANCING
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           IF WS-PREV-BOOK > 0
               MOVE "</chapter>" TO ExportRecord
               WRITE ExportRecord
           END-IF

           PERFORM JOIN-VERSE-TEXT
           PERFORM LOOKUP-REDLETTER
           IF WS-REDLETTER-FOUND = "Y"
               PERFORM BUILD-MARKED-TEXT
           ELSE
               MOVE FUNCTION trim(WS-VT-FULL-TEXT)
                   TO WS-MARKED-TEXT
           END-IF
           MOVE WS-MARKED-TEXT TO WS-ESC-IN
           MOVE 1 TO WS-MARK-OUT-POS
           MOVE 1 TO WS-MARK-PREV
           COMPUTE WS-MARK-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-VT-FULL-TEXT))
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > BIBLE-REDLETTER-COUNT
               IF BIBLE-REDLETTER-START(WS-RL-IDX) > 0
                       BIBLE-REDLETTER-START(WS-RL-IDX)
                     - WS-MARK-PREV
                   IF WS-MARK-PIECE-LEN > 0
                       MOVE WS-VT-FULL-TEXT(
                           WS-MARK-PREV:WS-MARK-PIECE-LEN)
                           TO WS-MARKED-TEXT(
                               WS-MARK-OUT-POS:WS-MARK-PIECE-LEN)
                   MOVE BIBLE-REDLETTER-LEN(WS-RL-IDX)
                       TO WS-MARK-PIECE-LEN
                   IF WS-MARK-PIECE-LEN > 0
                       MOVE WS-VT-FULL-TEXT(
                           BIBLE-REDLETTER-START(WS-RL-IDX)
                           :WS-MARK-PIECE-LEN)
                           TO WS-MARKED-TEXT(
           IF WS-MARK-PREV <= WS-MARK-TEXT-LEN
               COMPUTE WS-MARK-PIECE-LEN =
                   WS-MARK-TEXT-LEN - WS-MARK-PREV + 1
               MOVE WS-VT-FULL-TEXT(WS-MARK-PREV:WS-MARK-PIECE-LEN)
                   TO WS-MARKED-TEXT(
                       WS-MARK-OUT-POS:WS-MARK-PIECE-LEN)
           END-IF
           CONTINUE.
       LOOKUP-REDLETTER-EXIT.

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
