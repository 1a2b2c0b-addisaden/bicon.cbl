           COPY 'cpy/file-section/bible-interlinear-file'.
           COPY 'cpy/file-section/bible-layout-file'.
       FD DUPLICATE-LOG-FILE.
       01 DUPLICATE-LOG-RECORD PIC X(4200).
       SD IMPORT-SORT-FILE.
       01 IMPORT-SORT-RECORD.
           05 SORT-ROW-KEY.
               10 SORT-ROW-VERSE    PIC 9(3).
           05 SORT-ROW-LANGUAGE     PIC X(50).
           05 SORT-ROW-TRANSLATION  PIC X(10).
           05 SORT-ROW-TEXT         PIC X(4000).
           05 SORT-ROW-FOOTNOTE     PIC X(500).
       FD CANON-FILE.
       01 CANON-RECORD PIC X(20).
       01 WS-BIBLE-TEXT-BOOK        PIC 9(3).
       01 WS-BIBLE-TEXT-CHAPTER     PIC 9(3).
       01 WS-BIBLE-TEXT-VERSE       PIC 9(3).
       01 WS-BIBLE-TEXT-TEXT        PIC X(4000).
       01 WS-BIBLE-TEXT-FOOTNOTE    PIC X(500).
       01 WS-TEST-FILE              PIC X(250).
       01 WS-RETURN                 PIC 9(3).

      * Strong's-number tag extraction (tags look like {G1234}
      * or {H1234} embedded in the verse text by mysword.py).
       01 WS-STRONGS-IN              PIC X(4000).
       01 WS-STRONGS-IN-LEN          PIC 9(4).
       01 WS-STRONGS-OUT             PIC X(4000).
       01 WS-STRONGS-OUT-POS         PIC 9(4).
       01 WS-STRONGS-POS             PIC 9(4).
       01 WS-STRONGS-CHAR            PIC X(1).
       01 WS-STRONGS-IN-TAG          PIC X VALUE "N".
       01 WS-STRONGS-TAG             PIC X(20).
           05 WS-RL-SPAN OCCURS 10 TIMES.
               10 WS-RL-SPAN-START    PIC 9(3).
               10 WS-RL-SPAN-LEN      PIC 9(3).
       01 WS-RL-OPEN-START           PIC 9(4) VALUE 0.
       01 WS-RL-IDX                  PIC 9(2).

      * Layout capture: <CM> marks a paragraph break after the
      * of the verse it starts at.
       01 WS-HEADING-TEXT            PIC X(250).
       01 WS-HEADING-COUNT           PIC 9(3).
       01 WS-HEADING-BEFORE          PIC X(4000).
       01 WS-HEADING-AFTER           PIC X(4000).

      * Verses longer than BIBLE-DATA-TEXT keep the rest in
      * continuation records (lib/verseText); the source field
      * itself takes up to 4000 characters, anything beyond is cut
      * and counted.
       01 WS-VT-ACTION               PIC X(1).
       01 WS-VT-DATA-FILE            PIC X(250).
       01 WS-VT-PARTS                PIC 9(2).
       01 WS-VERSES-CONTINUED        PIC 9(7) VALUE 0.
       01 WS-VERSES-CUT              PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP              PIC Z(6)9.

      * lib/formatVersion - a fresh import is written in the current
      * layout and stamped with it.
       01 WS-FV-ACTION               PIC X(1).
       01 WS-FV-KIND                 PIC X(1).
       01 WS-FV-SHORT                PIC X(100).
       01 WS-FV-VERSION              PIC 9(3).
       01 WS-FV-CURRENT              PIC 9(3).
       01 WS-FV-OK                   PIC X(1).

      * lib/bookmarkRefresh - bookmarks made on an earlier install of
      * the same short still carry the old verse text.
       01 WS-BMR-DIFF-FILE           PIC X(250) VALUE SPACES.
       01 WS-BMR-STALE               PIC 9(5).

      * Role gate, see lib/checkRole. An installed translation is
      * read by every user, so only an administrator imports one.
      * The nightly batchScheduler marks its own runs: in process
      * through WS-BATCH-RUN, as an external job (and from cron,
      * for batchImportTranslations) through BIBLE_BATCH_RUN=Y.
       01 WS-BATCH-RUN               PIC X(1) EXTERNAL.
       01 WS-BATCH-ENV               PIC X(1).
       01 WS-ROLE-PROGRAM            PIC X(30)
           VALUE "sqliteToDatafile".
       01 WS-ROLE-NEEDED             PIC X(1) VALUE "A".
       01 WS-ROLE-USER               PIC X(30).
       01 WS-ROLE-ACTUAL             PIC X(1).
       01 WS-ROLE-OK                 PIC X(1).

      * Admin change log entry, see lib/journalAdmin - one per run.
       01 WS-ADM-TARGET              PIC X(100).
       01 WS-ADM-BEFORE              PIC X(250).
       01 WS-ADM-AFTER               PIC X(250).
       LINKAGE SECTION.
       01 SQLITE-DB-FILENAME PIC X(250).
       01 SQLITE-DB-FILEPATH PIC X(250).
           SQLITE-DB-FILEPATH,
           SQLITE-DB-TITLE.
       SQLITETODATAFILE.
           MOVE SPACES TO WS-BATCH-ENV
           ACCEPT WS-BATCH-ENV FROM ENVIRONMENT "BIBLE_BATCH_RUN"
           IF WS-BATCH-RUN = "Y" OR WS-BATCH-ENV = "Y"
               MOVE "batchScheduler" TO WS-ROLE-USER
           ELSE
               CALL "lib/checkRole" USING
                   WS-ROLE-PROGRAM,
                   WS-ROLE-NEEDED,
                   WS-ROLE-USER,
                   WS-ROLE-ACTUAL,
                   WS-ROLE-OK
               END-CALL
               IF WS-ROLE-OK NOT = "Y"
                   MOVE 8 TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           PERFORM LOAD-RUN-USER
           END-CALL
           IF WS-RETURN = 0
               MOVE "Y" TO WS-RESUME-FLAG
               MOVE FUNCTION concatenate(
                   "fortgesetzt, Import aus ",
                   FUNCTION trim(SQLITE-DB-FILENAME)
               ) TO WS-ADM-BEFORE
               PERFORM LOAD-CHECKPOINT
               OPEN I-O BIBLE-DATA-META
               MOVE "CANON" TO BIBLE-DATA-META-KEY
           ELSE
      * Warn when the promote at the end of this run will replace
      * an already-installed translation with the same short name.
               MOVE FUNCTION concatenate(
                   "neu, Import aus ", FUNCTION trim(SQLITE-DB-FILENAME)
               ) TO WS-ADM-BEFORE
               MOVE WS-LIVE-NAME-DATA TO WS-TEST-FILE
               CALL "SYSTEM"
                   USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
                   RETURNING WS-RETURN
               END-CALL
               IF WS-RETURN = 0
                   MOVE FUNCTION concatenate(
                       "ersetzt, Import aus ",
                       FUNCTION trim(SQLITE-DB-FILENAME)
                   ) TO WS-ADM-BEFORE
                   DISPLAY SPACE
                   DISPLAY "Diese Uebersetzung ist bereits "
                       "installiert und wird ueberschrieben."
               OPEN OUTPUT BIBLE-HEADING-FILE
               OPEN OUTPUT BIBLE-REDLETTER-FILE
               OPEN OUTPUT BIBLE-LAYOUT-FILE
               MOVE "N" TO WS-VT-ACTION
               PERFORM CALL-VERSE-TEXT

               MOVE "TITLE" TO BIBLE-DATA-META-KEY
               MOVE SQLITE-DB-TITLE TO BIBLE-DATA-META-VALUE
                       TO BIBLE-DATA-META-VALUE
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
           END-IF

           PERFORM LOAD-CANON
           CLOSE BIBLE-REDLETTER-FILE
           CLOSE BIBLE-LAYOUT-FILE
           CLOSE DUPLICATE-LOG-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           PERFORM VALIDATE-COMPLETENESS
           MOVE WS-VERSES-CONTINUED TO WS-COUNT-DISP
           DISPLAY "Verse mit Fortsetzungssaetzen (ueber 500 Zeichen): "
               FUNCTION trim(WS-COUNT-DISP)
           IF WS-VERSES-CUT > 0
               ADD 1 TO WS-WARN-COUNT
               MOVE WS-VERSES-CUT TO WS-COUNT-DISP
               DISPLAY "WARNUNG: " FUNCTION trim(WS-COUNT-DISP)
                   " Verse laenger als 4000 Zeichen, gekuerzt."
           END-IF

      * the validated set swaps into place in one promote step;
      * a run that produced no verses leaves the staged files for
      * inspection and the installed set untouched
           IF WS-VERSES-WRITTEN > 0
               PERFORM PROMOTE-STAGED-SET
               CALL "lib/bookmarkRefresh" USING
                   WS-TRANSLATION-NAME,
                   WS-BMR-DIFF-FILE,
                   WS-BMR-STALE
               END-CALL
           ELSE
               ADD 1 TO WS-WARN-COUNT
               DISPLAY "WARNUNG: Import hat keine Verse geliefert -"
           END-IF
           PERFORM WRITE-IMPORT-HISTORY

           MOVE WS-LIVE-NAME-DATA TO WS-ADM-TARGET
           IF WS-VERSES-WRITTEN > 0
               MOVE FUNCTION concatenate(
                   WS-VERSES-WRITTEN, " Verse geschrieben, ",
                   WS-DUPS-LOGGED, " Duplikate, installiert"
               ) TO WS-ADM-AFTER
           ELSE
               MOVE "keine Verse, installierte Fassung unveraendert"
                   TO WS-ADM-AFTER
           END-IF
           PERFORM WRITE-ADMIN-LOG

           CALL "SYSTEM"
               USING FUNCTION concatenate(
                 "rm -f ", FUNCTION trim(WS-LOCK-FILE))
           PERFORM PROMOTE-ONE-FILE
           MOVE "layout.data" TO WS-PROMOTE-EXT
           PERFORM PROMOTE-ONE-FILE
           MOVE "continuation.data" TO WS-PROMOTE-EXT
           PERFORM PROMOTE-ONE-FILE
           DISPLAY "Dateisatz uebernommen; vorige Fassung liegt"
               " unter " FUNCTION trim(WS-TRANSLATION-NAME)
               ".*.prev"
                 WS-BIBLE-TEXT-VERSE,
                 WS-BIBLE-TEXT-TEXT,
                 WS-BIBLE-TEXT-FOOTNOTE
           PERFORM CHECK-TEXT-LENGTH

           PERFORM EXTRACT-HEADING
           PERFORM EXTRACT-STRONGS-NUMBERS
               MOVE WS-BIBLE-TEXT-CHAPTER TO BIBLE-DATA-CHAPTER
               MOVE WS-BIBLE-TEXT-VERSE TO BIBLE-DATA-VERSE
               MOVE WS-BIBLE-TEXT-TEXT TO BIBLE-DATA-TEXT
      * a longer verse is written with its first part already cut
      * at a word boundary - the fresh file is open OUTPUT and
      * takes no REWRITE
               IF WS-BIBLE-TEXT-TEXT(501:) NOT = SPACES
                   MOVE "S" TO WS-VT-ACTION
                   PERFORM CALL-VERSE-TEXT
               END-IF
               WRITE BIBLE-DATA-RECORD
                 INVALID KEY
                   ADD 1 TO WS-DUPS-LOGGED
                   END-WRITE
                 NOT INVALID KEY
                   ADD 1 TO WS-VERSES-WRITTEN
                   IF WS-BIBLE-TEXT-TEXT(501:) NOT = SPACES
                       PERFORM WRITE-CONTINUATION
                   END-IF
               END-WRITE

               IF WS-STRONGS-LIST NOT = SPACES
                 WS-BIBLE-TEXT-VERSE,
                 WS-BIBLE-TEXT-TEXT,
                 WS-BIBLE-TEXT-FOOTNOTE
           PERFORM CHECK-TEXT-LENGTH
           MOVE WS-BIBLE-TEXT-BOOK TO SORT-ROW-BOOK
           MOVE WS-BIBLE-TEXT-CHAPTER TO SORT-ROW-CHAPTER
           MOVE WS-BIBLE-TEXT-VERSE TO SORT-ROW-VERSE
           CONTINUE.
       CHECK-RIGHTS-LINE-EXIT.

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

       LOAD-RUN-USER.
           MOVE SPACES TO WS-RUN-USER
           MOVE "user.profile" TO WS-TEST-FILE
           CONTINUE.
       EXTRACT-STRONGS-NUMBERS-EXIT.

      * Span positions are kept in three digits; speech past the
      * 999th character of a long verse is not marked.
       RECORD-RL-SPAN.
           IF WS-RL-OPEN-START > 0
               AND WS-RL-COUNT < WS-RL-MAX-SPANS
               AND WS-STRONGS-OUT-POS <= 999
               ADD 1 TO WS-RL-COUNT
               MOVE WS-RL-OPEN-START TO WS-RL-SPAN-START(WS-RL-COUNT)
               COMPUTE WS-RL-SPAN-LEN(WS-RL-COUNT) =
           CONTINUE.
       WRITE-ILN-PAIRS-EXIT.

      * The verse record went out with the first part; the other
      * parts follow into the continuation file only now, so a
      * duplicate row leaves those of the first row alone.
       WRITE-CONTINUATION.
           MOVE "W" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           ADD 1 TO WS-VERSES-CONTINUED
           CONTINUE.
       WRITE-CONTINUATION-EXIT.

       CALL-VERSE-TEXT.
           MOVE WS-TRANSLATION-NAME-DATA TO WS-VT-DATA-FILE
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-VT-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-BIBLE-TEXT-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

       CHECK-TEXT-LENGTH.
           IF WS-BIBLE-TEXT-TEXT(LENGTH OF WS-BIBLE-TEXT-TEXT:1)
               NOT = SPACE
               ADD 1 TO WS-VERSES-CUT
           END-IF
           CONTINUE.
       CHECK-TEXT-LENGTH-EXIT.

       APPEND-STRONGS-TAG.
           IF WS-STRONGS-LIST NOT = SPACES
               MOVE FUNCTION concatenate(
