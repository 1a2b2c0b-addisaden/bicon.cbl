      * <VERS>...</VERS> on one line, which holds for the usual
      * Zefania dumps. A <NOTE>...</NOTE> span inside the verse
      * line becomes a footnote record.
      * An installed translation is read by every user, so only an
      * administrator imports one; each run goes to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. importTextFile.
       ENVIRONMENT DIVISION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-footnote-file'.
       FD SOURCE-FILE.
       01 SOURCE-RECORD PIC X(5000).
       FD DUPLICATE-LOG-FILE.
       01 DUPLICATE-LOG-RECORD PIC X(4200).
       FD TRANSLATION-LOCK-FILE.
       01 TRANSLATION-LOCK-RECORD PIC X(50).
       FD CANON-CONFIG-FILE.
       01 WS-CUR-BOOK           PIC 9(3) VALUE 0.
       01 WS-CUR-CHAPTER        PIC 9(3) VALUE 0.
       01 WS-CUR-VERSE          PIC 9(3) VALUE 0.
       01 WS-VERSE-TEXT         PIC X(4000).
       01 WS-FOOTNOTE-TEXT      PIC X(500).
       01 WS-WORK               PIC X(5000).
       01 WS-REST               PIC X(5000).
       01 WS-ATTR-VALUE         PIC X(20).
       01 WS-DUMMY              PIC X(5000).
       01 WS-TAG-TALLY          PIC 9(3).
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
       01 WS-DUP-COUNT          PIC 9(7) VALUE 0.
       01 WS-CANON-NAME         PIC X(20) VALUE "canon66".
       01 WS-VERSIFICATION      PIC X(20) VALUE "STANDARD".

      * Verses longer than BIBLE-DATA-TEXT keep the rest in
      * continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-DATA-FILE       PIC X(250).
       01 WS-VT-PARTS           PIC 9(2).
       01 WS-CONTINUED-COUNT    PIC 9(7) VALUE 0.
       01 WS-CUT-COUNT          PIC 9(7) VALUE 0.

      * lib/bookmarkRefresh - bookmarks made on an earlier install of
      * the same short still carry the old verse text.
       01 WS-BMR-SHORT          PIC X(100).
       01 WS-BMR-DIFF-FILE      PIC X(250) VALUE SPACES.
       01 WS-BMR-STALE          PIC 9(5).

      * lib/formatVersion - the import is stamped with the layout
      * version it was written in.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).

      * Writer lock, held for the whole rebuild the way
      * sqliteToDatafile holds it - this path OPEN OUTPUTs the
      * data file too.
       01 WS-LOCK-NOW-TIME      PIC 9(8).
       01 WS-LOCK-AGE           PIC S9(8).
       01 WS-LOCK-FRESH         PIC X VALUE "N".

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "importTextFile".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       IMPORTTEXTFILE.
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
           DISPLAY "Quellformat - 1: Zefania XML, 2: Textdatei "
               "(buch kapitel vers text): " WITH NO ADVANCING
           ACCEPT WS-SOURCE-FORMAT
               FUNCTION trim(WS-SHORT), ".lock"
           ) TO WS-LOCK-FILE

           MOVE FUNCTION concatenate(
               "neu, Import aus ", FUNCTION trim(WS-SOURCE-FILE)
           ) TO WS-ADM-BEFORE
           MOVE WS-NAME-DATA TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE FUNCTION concatenate(
                   "ersetzt, Import aus ", FUNCTION trim(WS-SOURCE-FILE)
               ) TO WS-ADM-BEFORE
               DISPLAY "Diese Uebersetzung ist bereits "
                   "installiert und wird ueberschrieben."
               DISPLAY "Fortfahren? 1: ja, 2: nein. Auswahl: "
           OPEN OUTPUT BIBLE-DATA-FILE
           OPEN OUTPUT BIBLE-FOOTNOTE-FILE
           OPEN OUTPUT DUPLICATE-LOG-FILE
           MOVE "N" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           PERFORM WRITE-META-RECORDS

           CLOSE BIBLE-DATA-FILE
           CLOSE BIBLE-FOOTNOTE-FILE
           CLOSE DUPLICATE-LOG-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

      * same follow-up as a MySword import: bookmarks on the
      * replaced text are re-checked against the new one
           IF WS-WRITTEN-COUNT > 0
               MOVE WS-SHORT TO WS-BMR-SHORT
               CALL "lib/bookmarkRefresh" USING
                   WS-BMR-SHORT,
                   WS-BMR-DIFF-FILE,
                   WS-BMR-STALE
               END-CALL
           END-IF

           CALL "SYSTEM"
               USING FUNCTION concatenate(
                   "rm -f ", FUNCTION trim(WS-LOCK-FILE))
           END-CALL

           MOVE WS-NAME-DATA TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               WS-WRITTEN-COUNT, " Verse geschrieben, ",
               WS-DUP-COUNT, " Duplikate"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG

           DISPLAY FUNCTION trim(WS-WRITTEN-COUNT)
               " Verse geschrieben, "
               FUNCTION trim(WS-DUP-COUNT)
               " Duplikate protokolliert."
           DISPLAY FUNCTION trim(WS-CONTINUED-COUNT)
               " Verse mit Fortsetzungssaetzen (ueber 500 Zeichen)."
           IF WS-CUT-COUNT > 0
               DISPLAY "WARNUNG: " FUNCTION trim(WS-CUT-COUNT)
                   " Verse laenger als 4000 Zeichen, gekuerzt."
           END-IF
           EXIT PROGRAM.
       IMPORTTEXTFILE-EXIT.

               MOVE WS-RIGHTS-COPYRIGHT TO BIBLE-DATA-META-VALUE
               WRITE BIBLE-DATA-META-RECORD
           END-IF
           MOVE "G" TO WS-FV-ACTION
           MOVE "T" TO WS-FV-KIND
           MOVE SPACES TO WS-FV-SHORT
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           MOVE "FORMAT" TO BIBLE-DATA-META-KEY
           MOVE SPACES TO BIBLE-DATA-META-VALUE
           MOVE WS-FV-CURRENT TO BIBLE-DATA-META-VALUE
           WRITE BIBLE-DATA-META-RECORD
           CONTINUE.
       WRITE-META-RECORDS-EXIT.

           MOVE WS-CUR-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-CUR-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE WS-CUR-VERSE TO BIBLE-DATA-VERSE
           IF WS-VERSE-TEXT(LENGTH OF WS-VERSE-TEXT:1) NOT = SPACE
               ADD 1 TO WS-CUT-COUNT
           END-IF
           MOVE FUNCTION trim(WS-VERSE-TEXT) TO WS-VERSE-TEXT
           MOVE WS-VERSE-TEXT TO BIBLE-DATA-TEXT
      * a longer verse is written with its first part already cut
      * at a word boundary (the file is open OUTPUT); the other
      * parts follow once the WRITE went through
           IF WS-VERSE-TEXT(501:) NOT = SPACES
               MOVE "S" TO WS-VT-ACTION
               PERFORM CALL-VERSE-TEXT
           END-IF
           WRITE BIBLE-DATA-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   IF WS-VERSE-TEXT(501:) NOT = SPACES
                       MOVE "W" TO WS-VT-ACTION
                       PERFORM CALL-VERSE-TEXT
                       ADD 1 TO WS-CONTINUED-COUNT
                   END-IF
           END-WRITE
           IF FUNCTION trim(WS-FOOTNOTE-TEXT) NOT = SPACES
               MOVE WS-CUR-BOOK TO BIBLE-FOOTNOTE-BOOK
           CONTINUE.
       WRITE-ONE-VERSE-EXIT.

       CALL-VERSE-TEXT.
           MOVE WS-NAME-DATA TO WS-VT-DATA-FILE
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-VT-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-VERSE-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

      * The canon comes from canon.cfg the same way a MySword
      * import takes it - a 73-book Zefania module is imported
      * with "canon73" in canon.cfg.
           CONTINUE.
       TAKE-TRANSLATION-LOCK-EXIT.

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

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
