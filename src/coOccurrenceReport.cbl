      * contributes each of its other distinct words once, so the
      * counts read as "number of shared verses". The top of the
      * table is the usual starting point of a thematic study.
      *
      * A pass over a whole translation takes long enough to be cut
      * off by the end of the night window, so every
      * WS-CHECKPOINT-INTERVAL chapters the counters are saved to
      * <name>.cooccur.ckpt together with the last chapter done. A
      * restart for the same word picks up after that chapter; a
      * completed run removes the checkpoint.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. coOccurrenceReport.
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
           COPY 'cpy/file-section/bible-textsplit-file'.
       FD ReportFile.
       01 ReportRecord PIC X(200).
      * P = the word the counters belong to, S = last chapter done,
      * C = one row of the companion table
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-TYPE         PIC X.
               88 CHECKPOINT-IS-PARMS VALUE "P".
               88 CHECKPOINT-IS-STAND VALUE "S".
               88 CHECKPOINT-IS-COUNT VALUE "C".
           05 CHECKPOINT-BODY         PIC X(80).
           05 CHECKPOINT-PARMS REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-TARGET   PIC X(60).
               10 FILLER              PIC X(20).
           05 CHECKPOINT-STAND REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-BOOK     PIC 9(3).
               10 CHECKPOINT-CHAPTER  PIC 9(3).
               10 CHECKPOINT-VERSES   PIC 9(7).
               10 FILLER              PIC X(67).
           05 CHECKPOINT-COUNT REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-WORD     PIC X(60).
               10 CHECKPOINT-HITS     PIC 9(7).
               10 FILLER              PIC X(13).
       WORKING-STORAGE SECTION.
       01 WS-TEXTSPLIT-NAME     PIC X(32).
       01 WS-TEXTSPLIT-FILE     PIC X(50).
       01 WS-CO-SWAP            PIC X(67).
       01 WS-VERSES-WITH-TARGET PIC 9(7) VALUE 0.
       01 WS-RANK               PIC 9(3).
       01 WS-CKPT-FILE          PIC X(100).
       01 WS-CKPT-ASSIGN        PIC X(100).
       01 WS-CKPT-STATUS        PIC XX.
       01 WS-CKPT-EOF           PIC X.
       01 WS-CKPT-VALID         PIC X.
       01 WS-RESUME-BOOK        PIC 9(3) VALUE 0.
       01 WS-RESUME-CHAPTER     PIC 9(3) VALUE 0.
       01 WS-CHECKPOINT-COUNT   PIC 9(5) COMP VALUE 0.
       78 WS-CHECKPOINT-INTERVAL VALUE 50.
       01 WS-COMMAND            PIC X(250).
       PROCEDURE DIVISION.
       COOCCURRENCEREPORT.
           DISPLAY "Textsplit-Name: " WITH NO ADVANCING
               ) TO WS-REPORT-FILE
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-TEXTSPLIT-NAME), ".cooccur.ckpt"
           ) TO WS-CKPT-FILE
           MOVE 0 TO WS-RESUME-BOOK
           MOVE 0 TO WS-RESUME-CHAPTER
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE WS-CKPT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               PERFORM LOAD-CHECKPOINT
           END-IF

           OPEN INPUT BIBLE-TEXTSPLIT-FILE
           MOVE 0 TO WS-VW-COUNT
           MOVE "N" TO WS-SPLIT-EOF
           IF WS-RESUME-BOOK > 0
               MOVE WS-RESUME-BOOK TO BIBLE-TEXTSPLIT-BOOK
               MOVE WS-RESUME-CHAPTER TO BIBLE-TEXTSPLIT-CHAPTER
               MOVE 999 TO BIBLE-TEXTSPLIT-VERSE
               MOVE 9999 TO BIBLE-TEXTSPLIT-POS
               START BIBLE-TEXTSPLIT-FILE
                   KEY > BIBLE-TEXTSPLIT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SPLIT-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SPLIT-EOF = "Y"
               READ BIBLE-TEXTSPLIT-FILE NEXT RECORD
                   AT END

           PERFORM SORT-CO-TABLE
           PERFORM WRITE-REPORT
      * the pass ran to completion, the checkpoint is no longer
      * needed
           MOVE FUNCTION concatenate(
               "rm -f ", FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           DISPLAY "Report geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           EXIT PROGRAM.
                   OR BIBLE-TEXTSPLIT-VERSE NOT = WS-CUR-VERSE)
               PERFORM PROCESS-VERSE
               MOVE 0 TO WS-VW-COUNT
               IF BIBLE-TEXTSPLIT-BOOK NOT = WS-CUR-BOOK
                   OR BIBLE-TEXTSPLIT-CHAPTER NOT = WS-CUR-CHAPTER
                   PERFORM CHAPTER-DONE
               END-IF
           END-IF
           MOVE BIBLE-TEXTSPLIT-BOOK TO WS-CUR-BOOK
           MOVE BIBLE-TEXTSPLIT-CHAPTER TO WS-CUR-CHAPTER
           CONTINUE.
       COLLECT-ONE-TOKEN-EXIT.

      * WS-CUR-BOOK/WS-CUR-CHAPTER still name the chapter whose last
      * verse has just been counted
       CHAPTER-DONE.
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM SAVE-CHECKPOINT
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF
           CONTINUE.
       CHAPTER-DONE-EXIT.

      * A checkpoint left by a run for another word is of no use -
      * the counters are dropped and the pass starts at verse 1.
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
                       PERFORM LOAD-CHECKPOINT-LINE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           IF WS-CKPT-VALID = "N" OR WS-RESUME-BOOK = 0
               MOVE 0 TO WS-CO-COUNT
               MOVE 0 TO WS-VERSES-WITH-TARGET
               MOVE 0 TO WS-RESUME-BOOK
               MOVE 0 TO WS-RESUME-CHAPTER
               DISPLAY "Checkpoint gehoert zu einem anderen Lauf - "
                   "Neubeginn."
           ELSE
               DISPLAY "Fortsetzung nach Checkpoint: Buch "
                   WS-RESUME-BOOK " Kapitel " WS-RESUME-CHAPTER
           END-IF
           CONTINUE.
       LOAD-CHECKPOINT-EXIT.

       LOAD-CHECKPOINT-LINE.
           EVALUATE TRUE
               WHEN CHECKPOINT-IS-PARMS
                   IF CHECKPOINT-TARGET = WS-TARGET-WORD
                       MOVE "Y" TO WS-CKPT-VALID
                   END-IF
               WHEN CHECKPOINT-IS-STAND AND WS-CKPT-VALID = "Y"
                   MOVE CHECKPOINT-BOOK TO WS-RESUME-BOOK
                   MOVE CHECKPOINT-CHAPTER TO WS-RESUME-CHAPTER
                   MOVE CHECKPOINT-VERSES TO WS-VERSES-WITH-TARGET
               WHEN CHECKPOINT-IS-COUNT AND WS-CKPT-VALID = "Y"
                   IF WS-CO-COUNT < WS-CO-MAX
                       ADD 1 TO WS-CO-COUNT
                       MOVE CHECKPOINT-WORD TO WS-CO-WORD(WS-CO-COUNT)
                       MOVE CHECKPOINT-HITS TO WS-CO-HITS(WS-CO-COUNT)
                   END-IF
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
           MOVE SPACES TO CHECKPOINT-RECORD
           SET CHECKPOINT-IS-PARMS TO TRUE
           MOVE WS-TARGET-WORD TO CHECKPOINT-TARGET
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           SET CHECKPOINT-IS-STAND TO TRUE
           MOVE WS-CUR-BOOK TO CHECKPOINT-BOOK
           MOVE WS-CUR-CHAPTER TO CHECKPOINT-CHAPTER
           MOVE WS-VERSES-WITH-TARGET TO CHECKPOINT-VERSES
           WRITE CHECKPOINT-RECORD
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CHECKPOINT-IS-COUNT TO TRUE
               MOVE WS-CO-WORD(WS-CO-IDX) TO CHECKPOINT-WORD
               MOVE WS-CO-HITS(WS-CO-IDX) TO CHECKPOINT-HITS
               WRITE CHECKPOINT-RECORD
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           MOVE FUNCTION concatenate(
               "mv ", FUNCTION trim(WS-CKPT-ASSIGN), " ",
               FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           CONTINUE.
       SAVE-CHECKPOINT-EXIT.

       PROCESS-VERSE.
           MOVE "N" TO WS-TARGET-SEEN
           PERFORM VARYING WS-VW-IDX FROM 1 BY 1
