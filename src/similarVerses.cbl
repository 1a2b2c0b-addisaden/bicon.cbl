      * words say nothing about parallels and would only blow the
      * pair volume up. Stopwords never reach the index in the
      * first place.
      *
      * The pairs are written to <short>.similar.pairs.tmp before
      * the sort. Every WS-CHECKPOINT-INTERVAL words
      * <short>.similar.ckpt records the last word whose pairs are
      * on disk, so a pass cut off by the end of the night window
      * resumes after that word; a completed run removes both.
      *
      * Bible short "*" runs every installed translation with a
      * word index, one report <short>.similar.txt each. That run
      * spans several nights: similar.all.ckpt lists the
      * translations already reported, and a restart with the same
      * threshold and frequency cap carries on with the next one.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. similarVerses.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT PAIR-SORT-FILE ASSIGN TO "similar.sort.tmp".
           SELECT PAIR-WORK-FILE ASSIGN TO WS-PAIR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT BibleWordsList ASSIGN TO "similar.bibles.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           05 PAIR-KEY.
               10 PAIR-A          PIC 9(9).
               10 PAIR-B          PIC 9(9).
       FD PAIR-WORK-FILE.
       01 PAIR-WORK-RECORD.
           05 PAIR-WORK-A         PIC 9(9).
           05 PAIR-WORK-B         PIC 9(9).
      * P = the settings the checkpoint was written with, S = last
      * word whose pairs are on disk and the pair lines up to it,
      * D = a translation already reported (run over all bibles)
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-TYPE         PIC X.
               88 CHECKPOINT-IS-PARMS VALUE "P".
               88 CHECKPOINT-IS-STAND VALUE "S".
               88 CHECKPOINT-IS-DONE  VALUE "D".
           05 CHECKPOINT-BODY         PIC X(80).
           05 CHECKPOINT-PARMS REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-THRESHOLD PIC 9(3).
               10 CHECKPOINT-MAX-FREQ PIC 9(3).
               10 FILLER              PIC X(74).
           05 CHECKPOINT-STAND REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-WORD     PIC X(60).
               10 CHECKPOINT-LINES    PIC 9(9).
               10 FILLER              PIC X(11).
           05 CHECKPOINT-DONE REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-SHORT    PIC X(32).
               10 FILLER              PIC X(48).
       FD BibleWordsList.
       01 BibleWordsListRecord PIC X(300).
       FD ReportFile.
       01 ReportRecord PIC X(4100).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-WORDS-FILE         PIC X(777).
       01 WS-PAIRS-REPORTED     PIC 9(5) VALUE 0.
       01 WS-SHOW-REF           PIC 9(9).
       01 WS-SHOW-TEXT          PIC X(500).
       01 WS-LIST-EOF           PIC X VALUE "N".
       01 WS-PAIR-FILE          PIC X(100).
       01 WS-PAIR-LINES         PIC 9(9).
       01 WS-CUR-WORD           PIC X(60).
       01 WS-RESUME-WORD        PIC X(60).
       01 WS-CKPT-FILE          PIC X(100).
       01 WS-RUN-CKPT-FILE      PIC X(30) VALUE "similar.all.ckpt".
       01 WS-CKPT-ASSIGN        PIC X(100).
       01 WS-CKPT-STATUS        PIC XX.
       01 WS-CKPT-EOF           PIC X.
       01 WS-CKPT-VALID         PIC X.
       01 WS-CHECKPOINT-COUNT   PIC 9(5) COMP VALUE 0.
       78 WS-CHECKPOINT-INTERVAL VALUE 500.
       01 WS-COMMAND            PIC X(250).
       78 WS-DONE-MAX VALUE 100.
       01 WS-DONE-COUNT         PIC 9(3) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-SHORT OCCURS 100 TIMES PIC X(32).
       01 WS-DONE-IDX           PIC 9(3).
       01 WS-DONE-FOUND         PIC X.

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
       SIMILARVERSES.
           DISPLAY "bible short (* = alle)? " WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT
           IF FUNCTION trim(WS-BIBLE-SHORT) = "*"
               PERFORM ASK-SETTINGS
               PERFORM SIMILAR-ALL-BIBLES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".words.data"
           ) TO WS-WORDS-FILE
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           PERFORM ASK-SETTINGS
           DISPLAY "Report-Datei (Enter = "
               FUNCTION trim(WS-BIBLE-SHORT) ".similar.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BIBLE-SHORT), ".similar.txt"
               ) TO WS-REPORT-FILE
           END-IF

           PERFORM SIMILAR-ONE-BIBLE
           EXIT PROGRAM.
       SIMILARVERSES-EXIT.

       ASK-SETTINGS.
           DISPLAY "Mindestens gemeinsame Woerter (Enter = 3)? "
               WITH NO ADVANCING
           ACCEPT WS-THRESHOLD
           IF WS-MAX-FREQ > WS-REF-MAX
               MOVE WS-REF-MAX TO WS-MAX-FREQ
           END-IF
           CONTINUE.
       ASK-SETTINGS-EXIT.

      * One translation: WS-BIBLE-SHORT and WS-REPORT-FILE are set,
      * the word index and the bible data are known to exist.
       SIMILAR-ONE-BIBLE.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".words.data"
           ) TO WS-WORDS-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE 0 TO WS-PAIRS-REPORTED
           PERFORM COLLECT-WORD-PAIRS

           OPEN OUTPUT ReportFile
           MOVE FUNCTION concatenate(
           OPEN INPUT BIBLE-DATA-FILE
           SORT PAIR-SORT-FILE
               ON ASCENDING KEY PAIR-KEY
               USING PAIR-WORK-FILE
               OUTPUT PROCEDURE IS COUNT-SORTED-PAIRS
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CLOSE ReportFile
      * the pass ran to completion, the checkpoint is no longer
      * needed
           MOVE FUNCTION concatenate(
               "rm -f ", FUNCTION trim(WS-CKPT-FILE), " ",
               FUNCTION trim(WS-PAIR-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           DISPLAY WS-PAIRS-REPORTED
               " Kandidaten geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           CONTINUE.
       SIMILAR-ONE-BIBLE-EXIT.

      * Every translation with a word index, skipping the ones a
      * previous run with the same settings already reported.
       SIMILAR-ALL-BIBLES.
           MOVE 0 TO WS-DONE-COUNT
           MOVE WS-RUN-CKPT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               PERFORM LOAD-RUN-CHECKPOINT
           END-IF

           CALL "SYSTEM" USING
               "ls *.words.data > similar.bibles.tmp 2>/dev/null"
           OPEN INPUT BibleWordsList
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ BibleWordsList
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BIBLE-SHORT
                       UNSTRING FUNCTION trim(BibleWordsListRecord)
                           DELIMITED BY "." INTO WS-BIBLE-SHORT
                       PERFORM SIMILAR-NEXT-BIBLE
               END-READ
           END-PERFORM
           CLOSE BibleWordsList
      * every translation is reported, the run checkpoint is no
      * longer needed
           MOVE FUNCTION concatenate(
               "rm -f similar.bibles.tmp ",
               FUNCTION trim(WS-RUN-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           CONTINUE.
       SIMILAR-ALL-BIBLES-EXIT.

       SIMILAR-NEXT-BIBLE.
           MOVE "N" TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-SHORT(WS-DONE-IDX) = WS-BIBLE-SHORT
                   MOVE "Y" TO WS-DONE-FOUND
               END-IF
           END-PERFORM
           IF WS-DONE-FOUND = "Y"
               DISPLAY FUNCTION trim(WS-BIBLE-SHORT)
                   ": bereits ausgewertet."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY FUNCTION trim(WS-BIBLE-SHORT)
                   ": Uebersetzung existiert nicht - uebersprungen."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".similar.txt"
           ) TO WS-REPORT-FILE
           PERFORM SIMILAR-ONE-BIBLE
           IF WS-DONE-COUNT < WS-DONE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-BIBLE-SHORT TO WS-DONE-SHORT(WS-DONE-COUNT)
           END-IF
           PERFORM SAVE-RUN-CHECKPOINT
           CONTINUE.
       SIMILAR-NEXT-BIBLE-EXIT.

      * The index is read in key order, so a word's head record
      * (SEQ 0) is followed directly by its continuation records;
      * the references are collected until the next head record and
      * then written out pairwise for the sort.
       COLLECT-WORD-PAIRS.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".similar.pairs.tmp"
           ) TO WS-PAIR-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".similar.ckpt"
           ) TO WS-CKPT-FILE
           MOVE SPACES TO WS-RESUME-WORD
           MOVE 0 TO WS-PAIR-LINES
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE WS-CKPT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               PERFORM LOAD-CHECKPOINT
           END-IF

           IF WS-RESUME-WORD NOT = SPACES
      * drop the pairs written after the checkpoint, the pass
      * writes them again
               MOVE FUNCTION concatenate(
                   "head -n ", WS-PAIR-LINES, " ",
                   FUNCTION trim(WS-PAIR-FILE), " > ",
                   FUNCTION trim(WS-PAIR-FILE), ".cut && mv ",
                   FUNCTION trim(WS-PAIR-FILE), ".cut ",
                   FUNCTION trim(WS-PAIR-FILE)
               ) TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               OPEN EXTEND PAIR-WORK-FILE
           ELSE
               OPEN OUTPUT PAIR-WORK-FILE
           END-IF

           OPEN INPUT BIBLE-WORDS-FILE
           IF WS-WORDS-STATUS NOT = "00"
               CLOSE PAIR-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-COLLECTING
           MOVE 0 TO WS-REF-COUNT
           MOVE SPACES TO WS-CUR-WORD
           MOVE "N" TO WS-WORDS-EOF
           IF WS-RESUME-WORD NOT = SPACES
               MOVE WS-RESUME-WORD TO BIBLE-WORDS-WORD
               MOVE 99999 TO BIBLE-WORDS-SEQ
               START BIBLE-WORDS-FILE
                   KEY > BIBLE-WORDS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-WORDS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-WORDS-EOF = "Y"
               READ BIBLE-WORDS-FILE NEXT RECORD
                   AT END
               PERFORM RELEASE-REF-PAIRS
           END-IF
           CLOSE BIBLE-WORDS-FILE
           CLOSE PAIR-WORK-FILE
           CONTINUE.
       COLLECT-WORD-PAIRS-EXIT.

       COLLECT-WORD-RECORD.
           IF BIBLE-WORDS-SEQ = 0
               IF WS-COLLECTING = "Y"
                   PERFORM RELEASE-REF-PAIRS
               END-IF
               IF WS-CUR-WORD NOT = SPACES
                   PERFORM WORD-DONE
               END-IF
               MOVE BIBLE-WORDS-WORD TO WS-CUR-WORD
               MOVE 0 TO WS-REF-COUNT
               IF BIBLE-WORDS-COUNT >= 2
                   AND BIBLE-WORDS-COUNT <= WS-MAX-FREQ
                   UNTIL WS-REF-JDX > WS-REF-COUNT
                   IF WS-REF-KEY(WS-REF-IDX)
                       < WS-REF-KEY(WS-REF-JDX)
                       MOVE WS-REF-KEY(WS-REF-IDX) TO PAIR-WORK-A
                       MOVE WS-REF-KEY(WS-REF-JDX) TO PAIR-WORK-B
                       WRITE PAIR-WORK-RECORD
                       ADD 1 TO WS-PAIR-LINES
                   END-IF
               END-PERFORM
           END-PERFORM
           CONTINUE.
       RELEASE-REF-PAIRS-EXIT.

      * WS-CUR-WORD is complete - its pairs, if any, are written
       WORD-DONE.
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM SAVE-CHECKPOINT
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF
           CONTINUE.
       WORD-DONE-EXIT.

      * A checkpoint is only good for the same frequency cap and
      * with its pair file still there; otherwise the pass starts
      * over.
       LOAD-CHECKPOINT.
           MOVE WS-CKPT-FILE TO WS-CKPT-ASSIGN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CKPT-VALID
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "Y"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CHECKPOINT-IS-PARMS
                               IF CHECKPOINT-MAX-FREQ = WS-MAX-FREQ
                                   MOVE "Y" TO WS-CKPT-VALID
                               END-IF
                           WHEN CHECKPOINT-IS-STAND
                               AND WS-CKPT-VALID = "Y"
                               MOVE CHECKPOINT-WORD TO WS-RESUME-WORD
                               MOVE CHECKPOINT-LINES TO WS-PAIR-LINES
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           MOVE WS-PAIR-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RESUME-WORD = SPACES OR WS-RETURN NOT = 0
               MOVE SPACES TO WS-RESUME-WORD
               MOVE 0 TO WS-PAIR-LINES
               DISPLAY "Checkpoint gehoert zu einem anderen Lauf - "
                   "Neubeginn."
           ELSE
               DISPLAY FUNCTION trim(WS-BIBLE-SHORT)
                   ": Fortsetzung nach Checkpoint bei "
                   FUNCTION trim(WS-RESUME-WORD)
           END-IF
           CONTINUE.
       LOAD-CHECKPOINT-EXIT.

      * The pair file is closed and reopened around the checkpoint
      * so the line count saved is the line count on disk. Written
      * under a temporary name and moved into place, so a run cut
      * off while saving leaves the previous checkpoint.
       SAVE-CHECKPOINT.
           CLOSE PAIR-WORK-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CKPT-FILE), ".tmp"
           ) TO WS-CKPT-ASSIGN
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           SET CHECKPOINT-IS-PARMS TO TRUE
           MOVE WS-THRESHOLD TO CHECKPOINT-THRESHOLD
           MOVE WS-MAX-FREQ TO CHECKPOINT-MAX-FREQ
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           SET CHECKPOINT-IS-STAND TO TRUE
           MOVE WS-CUR-WORD TO CHECKPOINT-WORD
           MOVE WS-PAIR-LINES TO CHECKPOINT-LINES
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           MOVE FUNCTION concatenate(
               "mv ", FUNCTION trim(WS-CKPT-ASSIGN), " ",
               FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN EXTEND PAIR-WORK-FILE
           CONTINUE.
       SAVE-CHECKPOINT-EXIT.

      * The reports already written only stand if they were made
      * with the threshold and frequency cap of this run.
       LOAD-RUN-CHECKPOINT.
           MOVE WS-RUN-CKPT-FILE TO WS-CKPT-ASSIGN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CKPT-VALID
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "Y"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CHECKPOINT-IS-PARMS
                               IF CHECKPOINT-THRESHOLD = WS-THRESHOLD
                                 AND CHECKPOINT-MAX-FREQ = WS-MAX-FREQ
                                   MOVE "Y" TO WS-CKPT-VALID
                               END-IF
                           WHEN CHECKPOINT-IS-DONE
                               AND WS-CKPT-VALID = "Y"
                               AND WS-DONE-COUNT < WS-DONE-MAX
                               ADD 1 TO WS-DONE-COUNT
                               MOVE CHECKPOINT-SHORT
                                   TO WS-DONE-SHORT(WS-DONE-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           IF WS-CKPT-VALID = "N"
               MOVE 0 TO WS-DONE-COUNT
               DISPLAY "Checkpoint gehoert zu einem anderen Lauf - "
                   "Neubeginn."
           ELSE
               DISPLAY "Fortsetzung nach Checkpoint: " WS-DONE-COUNT
                   " Uebersetzung(en) bereits ausgewertet."
           END-IF
           CONTINUE.
       LOAD-RUN-CHECKPOINT-EXIT.

       SAVE-RUN-CHECKPOINT.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-RUN-CKPT-FILE), ".tmp"
           ) TO WS-CKPT-ASSIGN
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           SET CHECKPOINT-IS-PARMS TO TRUE
           MOVE WS-THRESHOLD TO CHECKPOINT-THRESHOLD
           MOVE WS-MAX-FREQ TO CHECKPOINT-MAX-FREQ
           WRITE CHECKPOINT-RECORD
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CHECKPOINT-IS-DONE TO TRUE
               MOVE WS-DONE-SHORT(WS-DONE-IDX) TO CHECKPOINT-SHORT
               WRITE CHECKPOINT-RECORD
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           MOVE FUNCTION concatenate(
               "mv ", FUNCTION trim(WS-CKPT-ASSIGN), " ",
               FUNCTION trim(WS-RUN-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           CONTINUE.
       SAVE-RUN-CHECKPOINT-EXIT.

       COUNT-SORTED-PAIRS.
           MOVE 0 TO WS-PREV-A
           MOVE 0 TO WS-PREV-B
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM JOIN-VERSE-TEXT
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(WS-VT-FULL-TEXT)
           ) TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       WRITE-PAIR-TEXT-EXIT.

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
