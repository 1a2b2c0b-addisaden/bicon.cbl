           COPY 'cpy/file-section/bible-redletter-file'.
           COPY 'cpy/file-section/bible-layout-file'.
       FD ScriptFile.
       01 ScriptRecord PIC X(4100).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DATA-FILE          PIC X(777).
       01 WS-VERSES-WRITTEN     PIC 9(3) VALUE 0.
       01 WS-CUR-SPEAKER        PIC X(10) VALUE SPACES.
       01 WS-SEG-SPEAKER        PIC X(10).
       01 WS-SEG-TEXT           PIC X(4000).
       01 WS-SEG-START          PIC 9(4).
       01 WS-SEG-LEN            PIC 9(4).
       01 WS-TEXT-LEN           PIC 9(4).
       01 WS-RL-IDX             PIC 9(2).

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
       NARRATIONEXPORT.
           DISPLAY "bible short? " WITH NO ADVANCING
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

      * a GESPERRT module leaves the house in no form, not even as
      * a recording script
           END-PERFORM

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CLOSE ScriptFile
           PERFORM CLOSE-EXTRAS

               END-READ
           END-IF

           PERFORM JOIN-VERSE-TEXT
           PERFORM LOOKUP-REDLETTER
           COMPUTE WS-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-VT-FULL-TEXT))
           IF WS-REDLETTER-FOUND = "Y"
               PERFORM SCRIPT-SPEAKER-SEGMENTS
           ELSE
               MOVE "NARRATOR" TO WS-SEG-SPEAKER
               MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-SEG-TEXT
               PERFORM WRITE-SEGMENT
           END-IF


      * Alternate narrator and Jesus along the recorded spans; the
      * span positions refer to the stripped text exactly as it
      * reads with its continuation records joined.
       SCRIPT-SPEAKER-SEGMENTS.
           MOVE 1 TO WS-SEG-START
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                     - WS-SEG-START
                   IF WS-SEG-LEN > 0
                       MOVE "NARRATOR" TO WS-SEG-SPEAKER
                       MOVE WS-VT-FULL-TEXT(
                           WS-SEG-START:WS-SEG-LEN) TO WS-SEG-TEXT
                       PERFORM WRITE-SEGMENT
                   END-IF
                       TO WS-SEG-LEN
                   IF WS-SEG-LEN > 0
                       MOVE "JESUS" TO WS-SEG-SPEAKER
                       MOVE WS-VT-FULL-TEXT(
                           BIBLE-REDLETTER-START(WS-RL-IDX)
                           :WS-SEG-LEN) TO WS-SEG-TEXT
                       PERFORM WRITE-SEGMENT
           IF WS-SEG-START <= WS-TEXT-LEN
               COMPUTE WS-SEG-LEN = WS-TEXT-LEN - WS-SEG-START + 1
               MOVE "NARRATOR" TO WS-SEG-SPEAKER
               MOVE WS-VT-FULL-TEXT(WS-SEG-START:WS-SEG-LEN)
                   TO WS-SEG-TEXT
               PERFORM WRITE-SEGMENT
           END-IF
           CONTINUE.
       CLOSE-EXTRAS-EXIT.

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
