           05 WS-SN-NUMBER OCCURS 100 TIMES PIC X(10).
       01 WS-SN-IDX             PIC 9(3).
       01 WS-SN-FOUND           PIC X.
       01 WS-WRAP-TEXT          PIC X(4100).
       01 WS-WRAP-LEN           PIC 9(4).
       01 WS-WRAP-POS           PIC 9(4).
       01 WS-WRAP-CUT           PIC 9(4).
       01 WS-WRAP-IDX           PIC 9(4).
       78 WS-WRAP-WIDTH VALUE 70.
       78 WS-NOTE-LINES VALUE 3.

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).
       01 WS-NOTE-IDX           PIC 9(1).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       STUDYWORKSHEET.
           DISPLAY "Bibelstelle (z.B. JOH 3:16-21): "
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           DISPLAY "Ausgabedatei (Enter = worksheet.txt): "
               WITH NO ADVANCING
           END-IF

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-CROSSREFS-ON = "Y"
               CLOSE BIBLE-CROSSREF-FILE
           END-IF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-VERSES-WRITTEN
           PERFORM JOIN-VERSE-TEXT

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE FUNCTION concatenate(
               BIBLE-DATA-VERSE, ": ",
               FUNCTION trim(WS-VT-FULL-TEXT)
           ) TO WS-WRAP-TEXT
           PERFORM WRITE-WRAPPED

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
