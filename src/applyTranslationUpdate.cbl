      * .footnotes.data, .headings.data and .redletter.data records
      * are refreshed along with the verse text - including the
      * DELETE of a record the updated row no longer carries. The
      * <short>.words.data index and the <short>.textsplit.data
      * token stream, where installed, follow the changed verses
      * through tokenSplitter: the old text's references and
      * positions are removed, the new text's tokens stored. The
      * whole pass holds the <short>.lock writer lock. A 3-verse
      * erratum no longer costs a 31,000-verse reimport or a
      * wordlist rebuild. Afterwards lib/bookmarkRefresh brings the
      * verse copies in bookmarks.data up to the new wording and
      * reports the user data sitting on changed verses.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. applyTranslationUpdate.
       ENVIRONMENT DIVISION.
       FD TRANSLATION-LOCK-FILE.
       01 TRANSLATION-LOCK-RECORD PIC X(50).
       FD DIFF-REPORT-FILE.
       01 DIFF-REPORT-RECORD PIC X(8100).
       WORKING-STORAGE SECTION.
       01 WS-SHORT                  PIC X(100).
       01 WS-DIFF-FILE              PIC X(250).
       01 WS-BIBLE-TEXT-BOOK        PIC 9(3).
       01 WS-BIBLE-TEXT-CHAPTER     PIC 9(3).
       01 WS-BIBLE-TEXT-VERSE       PIC 9(3).
       01 WS-BIBLE-TEXT-TEXT        PIC X(4000).
       01 WS-BIBLE-TEXT-FOOTNOTE    PIC X(500).

      * Strong's tag extraction, the same splitting
      * sqliteToDatafile does on a full import.
       01 WS-STRONGS-IN             PIC X(4000).
       01 WS-STRONGS-IN-LEN         PIC 9(4).
       01 WS-STRONGS-OUT            PIC X(4000).
       01 WS-STRONGS-OUT-POS        PIC 9(4).
       01 WS-STRONGS-POS            PIC 9(4).
       01 WS-STRONGS-CHAR           PIC X(1).
       01 WS-STRONGS-IN-TAG         PIC X VALUE "N".
       01 WS-STRONGS-TAG            PIC X(20).
      * sqliteToDatafile does on a full import.
       01 WS-HEADING-TEXT           PIC X(250).
       01 WS-HEADING-COUNT          PIC 9(3).
       01 WS-HEADING-BEFORE         PIC X(4000).
       01 WS-HEADING-AFTER          PIC X(4000).
       78  WS-RL-MAX-SPANS VALUE 10.
       01 WS-RL-COUNT               PIC 9(2) VALUE 0.
       01 WS-RL-SPAN-TABLE.
           05 WS-RL-SPAN OCCURS 10 TIMES.
               10 WS-RL-SPAN-START   PIC 9(3).
               10 WS-RL-SPAN-LEN     PIC 9(3).
       01 WS-RL-OPEN-START          PIC 9(4) VALUE 0.
       01 WS-RL-IDX                 PIC 9(2).

      * Word/Strong's-number pairing for the interlinear view, the
       01 WS-ILN-WORD-LEN           PIC 9(2) VALUE 0.
       01 WS-ILN-IDX                PIC 9(3).

      * Verses longer than BIBLE-DATA-TEXT keep the rest in
      * continuation records (lib/verseText).
       01 WS-VT-ACTION              PIC X(1).
       01 WS-VT-PARTS               PIC 9(2).

      * Word index and textsplit refresh (tokenSplitter); the
      * remove mode is run with the text as installed before, the
      * create mode with the updated text.
       01 WS-WORDS-FILE             PIC X(250).
       01 WS-SPLIT-FILE             PIC X(250).
       01 WS-IDX-HAS-WORDS          PIC X VALUE "N".
       01 WS-IDX-HAS-SPLIT          PIC X VALUE "N".
       01 WS-IDX-REMOVE-MODE        PIC X(5) VALUE SPACES.
       01 WS-IDX-ADD-MODE           PIC X(5) VALUE SPACES.
       01 WS-IDX-NAME               PIC X(32).
       01 WS-IDX-SPLIT-NAME         PIC X(32).
       01 WS-IDX-TEXT-LENGTH        PIC 9(12) VALUE 4000.
       01 WS-IDX-TEXT-OFFSET        PIC 9(12) VALUE 0.
       01 WS-IDX-TEXT               PIC X(1000000).
       01 WS-IDX-OLD-TEXT           PIC X(4000).
       01 WS-IDX-OLD-PARTS          PIC 9(2).
       01 WS-IDX-HAD-OLD            PIC X VALUE "N".
       01 WS-IDX-VERSE-ID.
           05 WS-IDX-BOOK           PIC 9(3).
           05 WS-IDX-CHAPTER        PIC 9(3).
           05 WS-IDX-VERSE          PIC 9(3).
       01 WS-IDX-REFRESHED          PIC 9(5) VALUE 0.

       01 WS-APPLIED-NEW            PIC 9(5) VALUE 0.
       01 WS-BOOKMARKS-REFRESHED    PIC 9(5) VALUE 0.
       01 WS-APPLIED-CHANGED        PIC 9(5) VALUE 0.

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "applyTranslationUpdate".
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
       APPLYTRANSLATIONUPDATE.
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
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".lock"
           ) TO WS-LOCK-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".words.data"
           ) TO WS-WORDS-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".textsplit.data"
           ) TO WS-SPLIT-FILE

           MOVE WS-DIFF-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
               DISPLAY "Diese Uebersetzung ist nicht installiert."
               EXIT PROGRAM
           END-IF
           MOVE WS-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           PERFORM COLLECT-CHANGE-KEYS
           IF WS-KEY-COUNT = 0
                   " laufenden Import gesperrt."
               EXIT PROGRAM
           END-IF
           PERFORM SELECT-INDEX-MODES

           OPEN I-O BIBLE-DATA-FILE
           OPEN I-O BIBLE-STRONGS-FILE
           CLOSE BIBLE-HEADING-FILE
           CLOSE BIBLE-REDLETTER-FILE
           CLOSE BIBLE-INTERLINEAR-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           CALL "SYSTEM"
               USING FUNCTION concatenate(
           DISPLAY SPACE
           DISPLAY WS-APPLIED-NEW " neue Verse geschrieben, "
               WS-APPLIED-CHANGED " Verse aktualisiert."
           IF WS-IDX-ADD-MODE NOT = SPACES
               DISPLAY WS-IDX-REFRESHED " Verse in Wortliste/"
                   "Textsplit nachgefuehrt."
           END-IF
           IF WS-APPLIED-CHANGED > 0
               CALL "lib/bookmarkRefresh" USING
                   WS-SHORT,
                   WS-DIFF-FILE,
                   WS-BOOKMARKS-REFRESHED
               END-CALL
           END-IF
           EXIT PROGRAM.
       APPLYTRANSLATIONUPDATE-EXIT.

           PERFORM EXTRACT-HEADING
           PERFORM EXTRACT-STRONGS-NUMBERS

      * the installed text is kept for the admin change log and,
      * in full, for taking the verse out of the word index
           MOVE WS-BIBLE-TEXT-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-BIBLE-TEXT-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE WS-BIBLE-TEXT-VERSE TO BIBLE-DATA-VERSE
           MOVE "N" TO WS-IDX-HAD-OLD
           READ BIBLE-DATA-FILE
               INVALID KEY
                   MOVE SPACES TO WS-ADM-BEFORE
               NOT INVALID KEY
                   MOVE BIBLE-DATA-TEXT TO WS-ADM-BEFORE
                   PERFORM READ-OLD-VERSE-TEXT
           END-READ

           MOVE WS-BIBLE-TEXT-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-BIBLE-TEXT-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE WS-BIBLE-TEXT-VERSE TO BIBLE-DATA-VERSE
      * the split fills BIBLE-DATA-TEXT with the first part and
      * replaces (or drops) the continuation parts
           MOVE "W" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           WRITE BIBLE-DATA-RECORD
               INVALID KEY
                   REWRITE BIBLE-DATA-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-NEW
           END-WRITE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), " ", WS-BIBLE-TEXT-BOOK, ":",
               WS-BIBLE-TEXT-CHAPTER, ":", WS-BIBLE-TEXT-VERSE
           ) TO WS-ADM-TARGET
           MOVE WS-BIBLE-TEXT-TEXT TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           PERFORM REFRESH-WORD-INDEX

      * an updated row that lost its tags, footnote, heading or
      * red-letter spans must also lose the stale satellite record
           CONTINUE.
       EXTRACT-HEADING-EXIT.

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
       RECORD-RL-SPAN-EXIT.

      * Only indexes already built are kept current; an update
      * never creates a wordlist or textsplit the translation did
      * not have.
       SELECT-INDEX-MODES.
           MOVE WS-WORDS-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE "Y" TO WS-IDX-HAS-WORDS
           END-IF
           MOVE WS-SPLIT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE "Y" TO WS-IDX-HAS-SPLIT
           END-IF
           EVALUATE TRUE
               WHEN WS-IDX-HAS-WORDS = "Y" AND WS-IDX-HAS-SPLIT = "Y"
                   MOVE "RWLTS" TO WS-IDX-REMOVE-MODE
                   MOVE "CWLTS" TO WS-IDX-ADD-MODE
               WHEN WS-IDX-HAS-WORDS = "Y"
                   MOVE "RWLO " TO WS-IDX-REMOVE-MODE
                   MOVE "CWLO " TO WS-IDX-ADD-MODE
               WHEN WS-IDX-HAS-SPLIT = "Y"
                   MOVE "RTSO " TO WS-IDX-REMOVE-MODE
                   MOVE "CTSO " TO WS-IDX-ADD-MODE
               WHEN OTHER
                   MOVE SPACES TO WS-IDX-REMOVE-MODE
                   MOVE SPACES TO WS-IDX-ADD-MODE
           END-EVALUATE
           MOVE WS-SHORT TO WS-IDX-NAME
           MOVE WS-SHORT TO WS-IDX-SPLIT-NAME
           CONTINUE.
       SELECT-INDEX-MODES-EXIT.

       READ-OLD-VERSE-TEXT.
           MOVE "R" TO WS-VT-ACTION
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-IDX-OLD-TEXT,
               WS-IDX-OLD-PARTS
           END-CALL
           MOVE "Y" TO WS-IDX-HAD-OLD
           CONTINUE.
       READ-OLD-VERSE-TEXT-EXIT.

      * Same splitting, normalization and stopword list as
      * createWordlist: the old text takes out exactly what the
      * build stored for the verse, the new text adds its tokens.
       REFRESH-WORD-INDEX.
           IF WS-IDX-ADD-MODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIBLE-TEXT-BOOK TO WS-IDX-BOOK
           MOVE WS-BIBLE-TEXT-CHAPTER TO WS-IDX-CHAPTER
           MOVE WS-BIBLE-TEXT-VERSE TO WS-IDX-VERSE
           IF WS-IDX-HAD-OLD = "Y"
               MOVE SPACES TO WS-IDX-TEXT
               MOVE WS-IDX-OLD-TEXT TO WS-IDX-TEXT
               CALL "tokenSplitter" USING
                   WS-IDX-REMOVE-MODE, WS-IDX-NAME, WS-IDX-SPLIT-NAME,
                   WS-IDX-TEXT-LENGTH, WS-IDX-TEXT-OFFSET,
                   WS-IDX-TEXT, WS-IDX-VERSE-ID
               END-CALL
           END-IF
           MOVE SPACES TO WS-IDX-TEXT
           MOVE WS-BIBLE-TEXT-TEXT TO WS-IDX-TEXT
           CALL "tokenSplitter" USING
               WS-IDX-ADD-MODE, WS-IDX-NAME, WS-IDX-SPLIT-NAME,
               WS-IDX-TEXT-LENGTH, WS-IDX-TEXT-OFFSET,
               WS-IDX-TEXT, WS-IDX-VERSE-ID
           END-CALL
           ADD 1 TO WS-IDX-REFRESHED
           CONTINUE.
       REFRESH-WORD-INDEX-EXIT.

       CALL-VERSE-TEXT.
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-BIBLE-TEXT-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

      * A fresh foreign lock blocks the run; a stale one is taken
      * over, the way sqliteToDatafile handles its rebuild lock.
       TAKE-TRANSLATION-LOCK.
           CONTINUE.
       APPEND-STRONGS-TAG-EXIT.

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
