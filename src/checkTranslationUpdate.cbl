           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-text-file'.
       FD DIFF-REPORT-FILE.
       01 DIFF-REPORT-RECORD PIC X(8100).
       WORKING-STORAGE SECTION.
       01 WS-SHORT                  PIC X(100).
       01 WS-DATA-FILE              PIC X(250).
       01 WS-BIBLE-TEXT-BOOK        PIC 9(3).
       01 WS-BIBLE-TEXT-CHAPTER     PIC 9(3).
       01 WS-BIBLE-TEXT-VERSE       PIC 9(3).
       01 WS-BIBLE-TEXT-TEXT        PIC X(4000).
       01 WS-BIBLE-TEXT-FOOTNOTE    PIC X(500).
       01 WS-DIFF-COUNT             PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT              PIC 9(5) VALUE 0.
      * <TS>...<Ts> section heading and the <FR>/<Fr> red-letter
      * markers - otherwise every verse carrying such markup would
      * be reported as changed on every run.
       01 WS-STRONGS-IN             PIC X(4000).
       01 WS-STRONGS-IN-LEN         PIC 9(4).
       01 WS-STRONGS-OUT            PIC X(4000).
       01 WS-STRONGS-OUT-POS        PIC 9(4).
       01 WS-STRONGS-POS            PIC 9(4).
       01 WS-STRONGS-CHAR           PIC X(1).
       01 WS-STRONGS-IN-TAG         PIC X VALUE "N".
       01 WS-CLEAN-TEXT             PIC X(4000).
       01 WS-HEADING-COUNT          PIC 9(3).
       01 WS-HEADING-TEXT           PIC X(250).
       01 WS-HEADING-BEFORE         PIC X(4000).
       01 WS-HEADING-AFTER          PIC X(4000).

      * Installed verse text with its continuation records joined
      * (lib/verseText).
       01 WS-VT-ACTION              PIC X(1).
       01 WS-VT-FULL-TEXT           PIC X(4000).
       01 WS-VT-PARTS               PIC 9(2).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       CHECKTRANSLATIONUPDATE.
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE WS-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           MOVE WS-TEXT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           PERFORM RUN-COMPARE

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CLOSE BIBLE-TEXT-FILE
           CLOSE DIFF-REPORT-FILE

                   WRITE DIFF-REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "R" TO WS-VT-ACTION
                   PERFORM CALL-VERSE-TEXT
                   IF FUNCTION trim(WS-VT-FULL-TEXT)
                       NOT = FUNCTION trim(WS-CLEAN-TEXT)
                       ADD 1 TO WS-DIFF-COUNT
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-DISPLAY-BOOK), ":",
                           FUNCTION trim(WS-DISPLAY-CHAPTER), ":",
                           FUNCTION trim(WS-DISPLAY-VERSE),
                           " ALT=", FUNCTION trim(WS-VT-FULL-TEXT),
                           " NEU=", FUNCTION trim(WS-CLEAN-TEXT)
                       ) TO DIFF-REPORT-RECORD
                       WRITE DIFF-REPORT-RECORD
           CONTINUE.
       STRIP-STRONGS-TAGS-EXIT.

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
