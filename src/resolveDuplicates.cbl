       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
       FD DUPLICATE-LOG-FILE.
       01 DUPLICATE-LOG-RECORD PIC X(4200).
       FD DUPLICATE-NEW-FILE.
       01 DUPLICATE-NEW-RECORD PIC X(4200).
       WORKING-STORAGE SECTION.
       01 WS-SHORT              PIC X(32).
       01 WS-DUPS-FILE          PIC X(250).
       01 WS-REC-BOOK           PIC 9(3).
       01 WS-REC-CHAPTER        PIC 9(3).
       01 WS-REC-VERSE          PIC 9(3).
       01 WS-REC-TEXT           PIC X(4000).
       01 WS-CHOICE             PIC 9(1).
       01 WS-RESOLVED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT     PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(5) VALUE 0.

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "resolveDuplicates".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       RESOLVEDUPLICATES.
           CALL "lib/checkRole" USING
               WS-ROLE-PROGRAM,
               WS-ROLE-NEEDED,
               WS-ROLE-USER,
               WS-ROLE-ACTUAL,
               WS-ROLE-OK
           END-CALL
           IF WS-ROLE-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           DISPLAY "Kurzname der Uebersetzung: " WITH NO ADVANCING
           ACCEPT WS-SHORT
           MOVE FUNCTION trim(WS-SHORT) TO WS-SHORT
               DISPLAY "Diese Uebersetzung ist nicht installiert."
               EXIT PROGRAM
           END-IF
           MOVE WS-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".duplicates.log.new"
           END-PERFORM

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CLOSE DUPLICATE-NEW-FILE
           CLOSE DUPLICATE-LOG-FILE

                   ADD 1 TO WS-RESOLVED-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           DISPLAY SPACE
           DISPLAY "--- " WS-REC-BOOK ":" WS-REC-CHAPTER ":"
               WS-REC-VERSE " ---"
           DISPLAY "Installiert: " FUNCTION trim(WS-VT-FULL-TEXT)
           DISPLAY "Protokolliert: " FUNCTION trim(WS-REC-TEXT)
           DISPLAY "1: installierten Text behalten  "
               "2: durch protokollierten ersetzen  "
               WITH NO ADVANCING
           ACCEPT WS-CHOICE

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), " ", WS-REC-BOOK, ":",
               WS-REC-CHAPTER, ":", WS-REC-VERSE
           ) TO WS-ADM-TARGET
           MOVE WS-VT-FULL-TEXT TO WS-ADM-BEFORE
           EVALUATE WS-CHOICE
               WHEN 1
                   ADD 1 TO WS-RESOLVED-COUNT
                   MOVE WS-VT-FULL-TEXT TO WS-ADM-AFTER
                   PERFORM WRITE-ADMIN-LOG
               WHEN 2
                   MOVE WS-REC-TEXT TO WS-VT-FULL-TEXT
                   MOVE "W" TO WS-VT-ACTION
                   PERFORM CALL-VERSE-TEXT
                   REWRITE BIBLE-DATA-RECORD
                   ADD 1 TO WS-RESOLVED-COUNT
                   ADD 1 TO WS-REPLACED-COUNT
                   MOVE WS-REC-TEXT TO WS-ADM-AFTER
                   PERFORM WRITE-ADMIN-LOG
                   DISPLAY "Text ersetzt."
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
           CONTINUE.
       RESOLVE-ONE-ROW-EXIT.

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

       WRITE-ADMIN-LOG.
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           CONTINUE.
       WRITE-ADMIN-LOG-EXIT.

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
