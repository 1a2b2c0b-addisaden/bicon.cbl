               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-WORDS-KEY.
           SELECT FREQ-WORK-FILE ASSIGN TO WS-WORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "wordfreq.sort.tmp".
           SELECT SORTED-WORDS ASSIGN TO WS-SORTED-FILE
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-words-file'.
      * one line per word with its total: the head records of the
      * wordlist, collected in a checkpointed pass before the sort
       FD FREQ-WORK-FILE.
       01 FREQ-WORK-RECORD.
           05 FREQ-WORK-WORD      PIC X(60).
           05 FREQ-WORK-COUNT     PIC 9(9).
      * last head word written to the work file and the number of
      * work lines up to and including it
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-WORD     PIC X(60).
           05 CHECKPOINT-LINES    PIC 9(9).
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-WORD           PIC X(60).
           05 SORT-COUNT          PIC 9(9).
       FD SORTED-WORDS.
       01 SORTED-RECORD.
           05 SORTED-WORD         PIC X(60).
           05 SORTED-COUNT        PIC 9(9).
      * second view of the wordlist for keyed single-word reads;
      * same layout as the copybook record.
       FD WORDS-RANDOM.
       01 WS-LAST-REF        PIC X(11).
       01 WS-DENSITY-BOOK    PIC 9(3).
       01 WS-SHOW-COUNT      PIC 9(7).
       01 WS-WORK-FILE       PIC X(60).
       01 WS-CKPT-FILE       PIC X(60).
       01 WS-CKPT-STATUS     PIC XX.
       01 WS-TEST-FILE       PIC X(250).
       01 WS-RETURN          PIC 9(3).
       01 WS-COMMAND         PIC X(250).
       01 WS-HEAD-EOF        PIC X VALUE "N".
       01 WS-RESUME-WORD     PIC X(60).
       01 WS-WORK-LINES      PIC 9(9).
       01 WS-CHECKPOINT-COUNT PIC 9(9) COMP VALUE 0.
       78 WS-CHECKPOINT-INTERVAL VALUE 500.
       PROCEDURE DIVISION.
       WORDFREQUENCYREPORT.
           DISPLAY "Wordlist name: " WITH NO ADVANCING.
           DISPLAY "Top how many words? " WITH NO ADVANCING.
           ACCEPT WS-TOP-N.

           PERFORM COLLECT-HEAD-WORDS

           SORT SORT-FILE
               ON DESCENDING KEY SORT-COUNT
               USING FREQ-WORK-FILE
               GIVING SORTED-WORDS
      * the pass ran to completion, the checkpoint is no longer
      * needed
           MOVE FUNCTION concatenate(
               "rm -f ", FUNCTION trim(WS-CKPT-FILE), " ",
               FUNCTION trim(WS-WORK-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           DISPLAY SPACE
           DISPLAY "RANG  WORT                  ANZAHL"
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       ADD 1 TO WS-RANK
                       DISPLAY FUNCTION concatenate(
                           WS-RANK, "  ",
                           FUNCTION trim(SORTED-WORD), "  ",
                           SORTED-COUNT,
                       )
               END-READ
           END-PERFORM
           CLOSE SORTED-WORDS

           EXIT PROGRAM.

      * Top-N pass: copy every head record (SEQ 0 - continuation
      * records carry no total of their own) into the work file.
      * Every WS-CHECKPOINT-INTERVAL words <name>.wordfreq.ckpt
      * records the last word written, so a run that was cut off
      * resumes after that word instead of at the top of the list.
       COLLECT-HEAD-WORDS.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORDLIST-NAME), ".wordfreq.work.tmp"
           ) TO WS-WORK-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-WORDLIST-NAME), ".wordfreq.ckpt"
           ) TO WS-CKPT-FILE
           MOVE SPACES TO WS-RESUME-WORD
           MOVE 0 TO WS-WORK-LINES
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE WS-CKPT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               PERFORM LOAD-CHECKPOINT
           END-IF

           IF WS-RESUME-WORD NOT = SPACES
      * drop the lines written after the checkpoint, the pass
      * writes them again
               MOVE FUNCTION concatenate(
                   "head -n ", WS-WORK-LINES, " ",
                   FUNCTION trim(WS-WORK-FILE), " > ",
                   FUNCTION trim(WS-WORK-FILE), ".cut && mv ",
                   FUNCTION trim(WS-WORK-FILE), ".cut ",
                   FUNCTION trim(WS-WORK-FILE)
               ) TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               OPEN EXTEND FREQ-WORK-FILE
           ELSE
               OPEN OUTPUT FREQ-WORK-FILE
           END-IF

           OPEN INPUT BIBLE-WORDS-FILE
           MOVE "N" TO WS-HEAD-EOF
           IF WS-RESUME-WORD NOT = SPACES
               MOVE WS-RESUME-WORD TO BIBLE-WORDS-WORD
               MOVE 99999 TO BIBLE-WORDS-SEQ
               START BIBLE-WORDS-FILE
                   KEY > BIBLE-WORDS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HEAD-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-HEAD-EOF = "Y"
               READ BIBLE-WORDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HEAD-EOF
                   NOT AT END
                       IF BIBLE-WORDS-SEQ = 0
                           PERFORM WRITE-HEAD-WORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-WORDS-FILE
           CLOSE FREQ-WORK-FILE
           CONTINUE.
       COLLECT-HEAD-WORDS-EXIT.

       WRITE-HEAD-WORD.
           MOVE BIBLE-WORDS-WORD TO FREQ-WORK-WORD
           MOVE BIBLE-WORDS-COUNT TO FREQ-WORK-COUNT
           WRITE FREQ-WORK-RECORD
           ADD 1 TO WS-WORK-LINES
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM SAVE-CHECKPOINT
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF
           CONTINUE.
       WRITE-HEAD-WORD-EXIT.

      * without its work file a checkpoint is worthless - start over
       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE
               NOT AT END
                   MOVE CHECKPOINT-WORD TO WS-RESUME-WORD
                   MOVE CHECKPOINT-LINES TO WS-WORK-LINES
           END-READ
           CLOSE CHECKPOINT-FILE
           MOVE WS-WORK-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE SPACES TO WS-RESUME-WORD
               MOVE 0 TO WS-WORK-LINES
           END-IF
           IF WS-RESUME-WORD NOT = SPACES
               DISPLAY "Fortsetzung nach Checkpoint: "
                   FUNCTION trim(WS-RESUME-WORD)
           END-IF
           CONTINUE.
       LOAD-CHECKPOINT-EXIT.

      * The work file is closed and reopened around the checkpoint
      * so the line count saved is the line count on disk.
       SAVE-CHECKPOINT.
           CLOSE FREQ-WORK-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE BIBLE-WORDS-WORD TO CHECKPOINT-WORD
           MOVE WS-WORK-LINES TO CHECKPOINT-LINES
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           OPEN EXTEND FREQ-WORK-FILE
           CONTINUE.
       SAVE-CHECKPOINT-EXIT.

      * Distribution mode: for one word (or a blank-separated list)
      * show the occurrences per book with the book names from
      * books.lookup, the first and last occurrence, and on request
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-NAMES-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM wordFrequencyReport.
