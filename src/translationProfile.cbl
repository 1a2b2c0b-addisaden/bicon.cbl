      * group and which to a study group. Translations without the
      * derived files show a hint instead of numbers - run
      * createWordlist first.
      *
      * Over all installed translations the sweeps outlast a night
      * window, so translationprofile.ckpt keeps the figures of
      * every translation already done plus, for the one in hand,
      * the word index totals and the last chapter of the token
      * stream with its running counters (saved every
      * WS-CHECKPOINT-INTERVAL chapters). A restart shows the
      * finished translations from the checkpoint and carries on
      * where the sweep stopped; a completed run removes it.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. translationProfile.
       ENVIRONMENT DIVISION.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-words-file'.
       01 BibleMetaListRecord PIC X(300).
       FD ReportFile.
       01 ReportRecord PIC X(200).
      * D = a finished translation, S = the translation in hand
      * with the last chapter done (0 = only the word index done)
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-TYPE         PIC X.
               88 CHECKPOINT-IS-DONE  VALUE "D".
               88 CHECKPOINT-IS-STAND VALUE "S".
           05 CHECKPOINT-SHORT        PIC X(32).
           05 CHECKPOINT-VOCAB        PIC 9(7).
           05 CHECKPOINT-HAPAX        PIC 9(7).
           05 CHECKPOINT-TOKENS       PIC 9(9).
           05 CHECKPOINT-VERSES       PIC 9(7).
           05 CHECKPOINT-LEN-SUM      PIC 9(12).
           05 CHECKPOINT-BOOK         PIC 9(3).
           05 CHECKPOINT-CHAPTER      PIC 9(3).
       WORKING-STORAGE SECTION.
       01 WS-WORDS-FILE         PIC X(777).
       01 WS-WORDS-STATUS       PIC XX.
       01 WS-DISP-WPV           PIC ZZ9.9.
       01 WS-DISP-AWL           PIC Z9.9.
       01 WS-DISP-RARE          PIC ZZ9.
       01 WS-CKPT-FILE          PIC X(30)
           VALUE "translationprofile.ckpt".
       01 WS-CKPT-ASSIGN        PIC X(40).
       01 WS-CKPT-STATUS        PIC XX.
       01 WS-CKPT-EOF           PIC X.
       01 WS-COMMAND            PIC X(250).
       01 WS-SCAN-ACTIVE        PIC X VALUE "N".
       01 WS-CHECKPOINT-COUNT   PIC 9(5) COMP VALUE 0.
       78 WS-CHECKPOINT-INTERVAL VALUE 50.
       01 WS-RESUME-SHORT       PIC X(32).
       01 WS-RESUME-VOCAB       PIC 9(7).
       01 WS-RESUME-HAPAX       PIC 9(7).
       01 WS-RESUME-TOKENS      PIC 9(9).
       01 WS-RESUME-VERSES      PIC 9(7).
       01 WS-RESUME-LEN-SUM     PIC 9(12).
       01 WS-RESUME-BOOK        PIC 9(3).
       01 WS-RESUME-CHAPTER     PIC 9(3).
       78 WS-DONE-MAX VALUE 100.
       01 WS-DONE-COUNT         PIC 9(3) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE OCCURS 100 TIMES.
               10 WS-DONE-SHORT     PIC X(32).
               10 WS-DONE-VOCAB     PIC 9(7).
               10 WS-DONE-HAPAX     PIC 9(7).
               10 WS-DONE-TOKENS    PIC 9(9).
               10 WS-DONE-VERSES    PIC 9(7).
               10 WS-DONE-LEN-SUM   PIC 9(12).
       01 WS-DONE-IDX           PIC 9(3).
       01 WS-DONE-FOUND         PIC 9(3).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       TRANSLATIONPROFILE.
           DISPLAY "Export-Datei (leer = nur Bildschirm): "
               WRITE ReportRecord
           END-IF

           MOVE 0 TO WS-DONE-COUNT
           MOVE SPACES TO WS-RESUME-SHORT
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE WS-CKPT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               PERFORM LOAD-CHECKPOINT
           END-IF

           CALL "SYSTEM" USING "ls *.bible.meta > bibles.meta"

           DISPLAY SPACE
               END-READ
           END-PERFORM
           CLOSE BibleMetaList
      * every translation is through, the checkpoint is no longer
      * needed
           MOVE FUNCTION concatenate(
               "rm -f ", FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           IF WS-REPORT-ON = "Y"
               CLOSE ReportFile
       TRANSLATIONPROFILE-EXIT.

       PROFILE-ONE-TRANSLATION.
           MOVE 0 TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-SHORT(WS-DONE-IDX) = WS-SHORT
                   MOVE WS-DONE-IDX TO WS-DONE-FOUND
               END-IF
           END-PERFORM
           IF WS-DONE-FOUND > 0
               MOVE WS-DONE-VOCAB(WS-DONE-FOUND) TO WS-VOCAB-SIZE
               MOVE WS-DONE-HAPAX(WS-DONE-FOUND) TO WS-HAPAX-COUNT
               MOVE WS-DONE-TOKENS(WS-DONE-FOUND) TO WS-TOKEN-COUNT
               MOVE WS-DONE-VERSES(WS-DONE-FOUND) TO WS-VERSE-COUNT
               MOVE WS-DONE-LEN-SUM(WS-DONE-FOUND) TO WS-LEN-SUM
               PERFORM SHOW-PROFILE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".words.data"
           ) TO WS-WORDS-FILE
               )
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-SHORT = WS-RESUME-SHORT
               MOVE WS-RESUME-VOCAB TO WS-VOCAB-SIZE
               MOVE WS-RESUME-HAPAX TO WS-HAPAX-COUNT
               MOVE WS-RESUME-TOKENS TO WS-TOKEN-COUNT
               MOVE WS-RESUME-VERSES TO WS-VERSE-COUNT
               MOVE WS-RESUME-LEN-SUM TO WS-LEN-SUM
               MOVE WS-RESUME-BOOK TO WS-CUR-BOOK
               MOVE WS-RESUME-CHAPTER TO WS-CUR-CHAPTER
               MOVE SPACES TO WS-RESUME-SHORT
           ELSE
               PERFORM SCAN-WORD-INDEX
               MOVE 0 TO WS-VERSE-COUNT
               MOVE 0 TO WS-LEN-SUM
               MOVE 0 TO WS-CUR-BOOK
               MOVE 0 TO WS-CUR-CHAPTER
               MOVE "Y" TO WS-SCAN-ACTIVE
               PERFORM SAVE-CHECKPOINT
           END-IF
           PERFORM SCAN-TEXTSPLIT
           MOVE "N" TO WS-SCAN-ACTIVE

           IF WS-DONE-COUNT < WS-DONE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-SHORT TO WS-DONE-SHORT(WS-DONE-COUNT)
               MOVE WS-VOCAB-SIZE TO WS-DONE-VOCAB(WS-DONE-COUNT)
               MOVE WS-HAPAX-COUNT TO WS-DONE-HAPAX(WS-DONE-COUNT)
               MOVE WS-TOKEN-COUNT TO WS-DONE-TOKENS(WS-DONE-COUNT)
               MOVE WS-VERSE-COUNT TO WS-DONE-VERSES(WS-DONE-COUNT)
               MOVE WS-LEN-SUM TO WS-DONE-LEN-SUM(WS-DONE-COUNT)
           END-IF
           PERFORM SAVE-CHECKPOINT
           PERFORM SHOW-PROFILE
           CONTINUE.
       PROFILE-ONE-TRANSLATION-EXIT.

       SHOW-PROFILE.
           IF WS-VERSE-COUNT > 0
               COMPUTE WS-WORDS-PER-VERSE ROUNDED =
                   WS-TOKEN-COUNT / WS-VERSE-COUNT
               WRITE ReportRecord
           END-IF
           CONTINUE.
       SHOW-PROFILE-EXIT.

      * One sweep over the word index: head records (SEQ 0) carry
      * the per-word totals; a total of 1 marks a rare word.
       SCAN-WORD-INDEX-EXIT.

      * One sweep over the token stream for verse count and word
      * lengths; a verse is counted on every key change. The
      * counters come in set - zero, or from the checkpoint with
      * WS-CUR-BOOK/WS-CUR-CHAPTER naming the last chapter done.
       SCAN-TEXTSPLIT.
           MOVE 0 TO WS-CUR-VERSE
           OPEN INPUT BIBLE-TEXTSPLIT-FILE
           IF WS-TEXTSPLIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           IF WS-CUR-BOOK > 0
               MOVE WS-CUR-BOOK TO BIBLE-TEXTSPLIT-BOOK
               MOVE WS-CUR-CHAPTER TO BIBLE-TEXTSPLIT-CHAPTER
               MOVE 999 TO BIBLE-TEXTSPLIT-VERSE
               MOVE 9999 TO BIBLE-TEXTSPLIT-POS
               START BIBLE-TEXTSPLIT-FILE
                   KEY > BIBLE-TEXTSPLIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ BIBLE-TEXTSPLIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF WS-CUR-BOOK > 0
                          AND (BIBLE-TEXTSPLIT-BOOK NOT = WS-CUR-BOOK
                          OR BIBLE-TEXTSPLIT-CHAPTER
                              NOT = WS-CUR-CHAPTER)
                           PERFORM CHAPTER-DONE
                       END-IF
                       IF BIBLE-TEXTSPLIT-BOOK NOT = WS-CUR-BOOK
                          OR BIBLE-TEXTSPLIT-CHAPTER
                              NOT = WS-CUR-CHAPTER
           CONTINUE.
       SCAN-TEXTSPLIT-EXIT.

      * WS-CUR-BOOK/WS-CUR-CHAPTER still name the chapter whose last
      * token has just been counted
       CHAPTER-DONE.
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM SAVE-CHECKPOINT
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF
           CONTINUE.
       CHAPTER-DONE-EXIT.

       LOAD-CHECKPOINT.
           MOVE WS-CKPT-FILE TO WS-CKPT-ASSIGN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "Y"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       PERFORM LOAD-CHECKPOINT-LINE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           DISPLAY "Fortsetzung nach Checkpoint: " WS-DONE-COUNT
               " Uebersetzung(en) bereits ausgewertet."
           CONTINUE.
       LOAD-CHECKPOINT-EXIT.

       LOAD-CHECKPOINT-LINE.
           EVALUATE TRUE
               WHEN CHECKPOINT-IS-DONE
                   IF WS-DONE-COUNT < WS-DONE-MAX
                       ADD 1 TO WS-DONE-COUNT
                       MOVE CHECKPOINT-SHORT
                           TO WS-DONE-SHORT(WS-DONE-COUNT)
                       MOVE CHECKPOINT-VOCAB
                           TO WS-DONE-VOCAB(WS-DONE-COUNT)
                       MOVE CHECKPOINT-HAPAX
                           TO WS-DONE-HAPAX(WS-DONE-COUNT)
                       MOVE CHECKPOINT-TOKENS
                           TO WS-DONE-TOKENS(WS-DONE-COUNT)
                       MOVE CHECKPOINT-VERSES
                           TO WS-DONE-VERSES(WS-DONE-COUNT)
                       MOVE CHECKPOINT-LEN-SUM
                           TO WS-DONE-LEN-SUM(WS-DONE-COUNT)
                   END-IF
               WHEN CHECKPOINT-IS-STAND
                   MOVE CHECKPOINT-SHORT TO WS-RESUME-SHORT
                   MOVE CHECKPOINT-VOCAB TO WS-RESUME-VOCAB
                   MOVE CHECKPOINT-HAPAX TO WS-RESUME-HAPAX
                   MOVE CHECKPOINT-TOKENS TO WS-RESUME-TOKENS
                   MOVE CHECKPOINT-VERSES TO WS-RESUME-VERSES
                   MOVE CHECKPOINT-LEN-SUM TO WS-RESUME-LEN-SUM
                   MOVE CHECKPOINT-BOOK TO WS-RESUME-BOOK
                   MOVE CHECKPOINT-CHAPTER TO WS-RESUME-CHAPTER
           END-EVALUATE
           CONTINUE.
       LOAD-CHECKPOINT-LINE-EXIT.

      * Written under a temporary name and moved into place, so a
      * run cut off while saving leaves the previous checkpoint.
       SAVE-CHECKPOINT.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CKPT-FILE), ".tmp"
           ) TO WS-CKPT-ASSIGN
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CHECKPOINT-IS-DONE TO TRUE
               MOVE WS-DONE-SHORT(WS-DONE-IDX) TO CHECKPOINT-SHORT
               MOVE WS-DONE-VOCAB(WS-DONE-IDX) TO CHECKPOINT-VOCAB
               MOVE WS-DONE-HAPAX(WS-DONE-IDX) TO CHECKPOINT-HAPAX
               MOVE WS-DONE-TOKENS(WS-DONE-IDX) TO CHECKPOINT-TOKENS
               MOVE WS-DONE-VERSES(WS-DONE-IDX) TO CHECKPOINT-VERSES
               MOVE WS-DONE-LEN-SUM(WS-DONE-IDX)
                   TO CHECKPOINT-LEN-SUM
               MOVE 0 TO CHECKPOINT-BOOK
               MOVE 0 TO CHECKPOINT-CHAPTER
               WRITE CHECKPOINT-RECORD
           END-PERFORM
           IF WS-SCAN-ACTIVE = "Y"
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CHECKPOINT-IS-STAND TO TRUE
               MOVE WS-SHORT TO CHECKPOINT-SHORT
               MOVE WS-VOCAB-SIZE TO CHECKPOINT-VOCAB
               MOVE WS-HAPAX-COUNT TO CHECKPOINT-HAPAX
               MOVE WS-TOKEN-COUNT TO CHECKPOINT-TOKENS
               MOVE WS-VERSE-COUNT TO CHECKPOINT-VERSES
               MOVE WS-LEN-SUM TO CHECKPOINT-LEN-SUM
               MOVE WS-CUR-BOOK TO CHECKPOINT-BOOK
               MOVE WS-CUR-CHAPTER TO CHECKPOINT-CHAPTER
               WRITE CHECKPOINT-RECORD
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE FUNCTION concatenate(
               "mv ", FUNCTION trim(WS-CKPT-ASSIGN), " ",
               FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           CONTINUE.
       SAVE-CHECKPOINT-EXIT.

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
