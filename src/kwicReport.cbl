      * concordances use. Stopwords were already filtered when the
      * textsplit was built, so the context shows the significant
      * words around the keyword.
      *
      * Every WS-CHECKPOINT-INTERVAL chapters the report is flushed
      * and <name>.kwic.ckpt records the last chapter done and the
      * number of lines written. A restart with the same words and
      * report file cuts the report back to that many lines and
      * carries on after the chapter; a completed run removes the
      * checkpoint.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. kwicReport.
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
      * P = the run the checkpoint belongs to (word range and
      * report file), S = last chapter done and lines written
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-TYPE         PIC X.
               88 CHECKPOINT-IS-PARMS VALUE "P".
               88 CHECKPOINT-IS-STAND VALUE "S".
           05 CHECKPOINT-BODY         PIC X(220).
           05 CHECKPOINT-PARMS REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-WORD-FROM PIC X(60).
               10 CHECKPOINT-WORD-TO  PIC X(60).
               10 CHECKPOINT-REPORT   PIC X(100).
           05 CHECKPOINT-STAND REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-BOOK     PIC 9(3).
               10 CHECKPOINT-CHAPTER  PIC 9(3).
               10 CHECKPOINT-LINES    PIC 9(7).
               10 FILLER              PIC X(207).
       WORKING-STORAGE SECTION.
       01 WS-TEXTSPLIT-NAME     PIC X(32).
       01 WS-TEXTSPLIT-FILE     PIC X(50).
       01 WS-KEY-LEN            PIC 9(3).
       01 WS-KWIC-LINE          PIC X(200).
       01 WS-LINE-COUNT         PIC 9(7) VALUE 0.
       01 WS-CKPT-FILE          PIC X(100).
       01 WS-CKPT-ASSIGN        PIC X(100).
       01 WS-CKPT-STATUS        PIC XX.
       01 WS-CKPT-EOF           PIC X.
       01 WS-CKPT-VALID         PIC X.
       01 WS-RESUME-BOOK        PIC 9(3) VALUE 0.
       01 WS-RESUME-CHAPTER     PIC 9(3) VALUE 0.
       01 WS-KEEP-LINES         PIC 9(7).
       01 WS-CHECKPOINT-COUNT   PIC 9(5) COMP VALUE 0.
       78 WS-CHECKPOINT-INTERVAL VALUE 50.
      * title and underline above the first concordance line
       78 WS-HEADER-LINES VALUE 2.
       01 WS-COMMAND            PIC X(250).
       PROCEDURE DIVISION.
       KWICREPORT.
           DISPLAY "Textsplit-Name: " WITH NO ADVANCING
               ) TO WS-REPORT-FILE
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-TEXTSPLIT-NAME), ".kwic.ckpt"
           ) TO WS-CKPT-FILE
           MOVE 0 TO WS-RESUME-BOOK
           MOVE 0 TO WS-RESUME-CHAPTER
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE WS-CKPT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               PERFORM LOAD-CHECKPOINT
           END-IF

           IF WS-RESUME-BOOK > 0
      * drop whatever was written after the checkpoint, the pass
      * writes those lines again
               COMPUTE WS-KEEP-LINES = WS-LINE-COUNT + WS-HEADER-LINES
               MOVE FUNCTION concatenate(
                   "head -n ", WS-KEEP-LINES, " ",
                   FUNCTION trim(WS-REPORT-FILE), " > ",
                   FUNCTION trim(WS-REPORT-FILE), ".tmp && mv ",
                   FUNCTION trim(WS-REPORT-FILE), ".tmp ",
                   FUNCTION trim(WS-REPORT-FILE)
               ) TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               OPEN EXTEND ReportFile
           ELSE
               OPEN OUTPUT ReportFile
               MOVE FUNCTION concatenate(
                   "KWIC-Konkordanz ",
                   FUNCTION trim(WS-WORD-FROM), " - ",
                   FUNCTION trim(WS-WORD-TO), " (",
                   FUNCTION trim(WS-TEXTSPLIT-NAME), ")"
               ) TO ReportRecord
               WRITE ReportRecord
               MOVE ALL "=" TO ReportRecord
               WRITE ReportRecord
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
           END-IF
           CLOSE BIBLE-TEXTSPLIT-FILE
           CLOSE ReportFile
      * the pass ran to completion, the checkpoint is no longer
      * needed
           MOVE FUNCTION concatenate(
               "rm -f ", FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           DISPLAY WS-LINE-COUNT " Fundstellen geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
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
      * verse has just been written
       CHAPTER-DONE.
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM SAVE-CHECKPOINT
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF
           CONTINUE.
       CHAPTER-DONE-EXIT.

      * Only a checkpoint of the same word range into the same
      * report file can be continued; anything else starts over.
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
           MOVE WS-REPORT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-CKPT-VALID = "N" OR WS-RESUME-BOOK = 0
               OR WS-RETURN NOT = 0
               MOVE 0 TO WS-LINE-COUNT
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
                   IF CHECKPOINT-WORD-FROM = WS-WORD-FROM
                       AND CHECKPOINT-WORD-TO = WS-WORD-TO
                       AND CHECKPOINT-REPORT = WS-REPORT-FILE
                       MOVE "Y" TO WS-CKPT-VALID
                   END-IF
               WHEN CHECKPOINT-IS-STAND AND WS-CKPT-VALID = "Y"
                   MOVE CHECKPOINT-BOOK TO WS-RESUME-BOOK
                   MOVE CHECKPOINT-CHAPTER TO WS-RESUME-CHAPTER
                   MOVE CHECKPOINT-LINES TO WS-LINE-COUNT
           END-EVALUATE
           CONTINUE.
       LOAD-CHECKPOINT-LINE-EXIT.

      * The report is closed and reopened around the checkpoint so
      * the line count saved is the line count on disk. Written
      * under a temporary name and moved into place, so a run cut
      * off while saving leaves the previous checkpoint.
       SAVE-CHECKPOINT.
           CLOSE ReportFile
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CKPT-FILE), ".tmp"
           ) TO WS-CKPT-ASSIGN
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           SET CHECKPOINT-IS-PARMS TO TRUE
           MOVE WS-WORD-FROM TO CHECKPOINT-WORD-FROM
           MOVE WS-WORD-TO TO CHECKPOINT-WORD-TO
           MOVE WS-REPORT-FILE TO CHECKPOINT-REPORT
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           SET CHECKPOINT-IS-STAND TO TRUE
           MOVE WS-CUR-BOOK TO CHECKPOINT-BOOK
           MOVE WS-CUR-CHAPTER TO CHECKPOINT-CHAPTER
           MOVE WS-LINE-COUNT TO CHECKPOINT-LINES
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           MOVE FUNCTION concatenate(
               "mv ", FUNCTION trim(WS-CKPT-ASSIGN), " ",
               FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN EXTEND ReportFile
           CONTINUE.
       SAVE-CHECKPOINT-EXIT.

       PROCESS-VERSE.
           PERFORM VARYING WS-VW-IDX FROM 1 BY 1
               UNTIL WS-VW-IDX > WS-VW-COUNT
