      * references (e.g. G26 -> "Liebe" 98x, "lieb" 12x). Run over
      * all translations that carry interlinear data, the report is
      * a one-page translation comparison for the lemma.
      *
      * strongsrendering.ckpt carries a run over from one night to
      * the next: the translations whose section is already in the
      * report (and the report's line count after them) and, for
      * the translation in hand, the last chapter scanned with the
      * renderings counted so far (saved every
      * WS-CHECKPOINT-INTERVAL chapters). A restart for the same
      * number and report file cuts the report back to the last
      * finished section and carries on; a completed run removes
      * the checkpoint.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. strongsRenderingReport.
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
           COPY 'cpy/file-section/bible-interlinear-file'.
       01 InterlinearListRecord PIC X(300).
       FD ReportFile.
       01 ReportRecord PIC X(200).
      * P = the run (number, report file and its lines finished),
      * D = a finished translation, S = the translation in hand
      * and its last chapter scanned, R = one rendering counted
      * so far
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-TYPE         PIC X.
               88 CHECKPOINT-IS-PARMS VALUE "P".
               88 CHECKPOINT-IS-DONE  VALUE "D".
               88 CHECKPOINT-IS-STAND VALUE "S".
               88 CHECKPOINT-IS-REND  VALUE "R".
           05 CHECKPOINT-BODY         PIC X(140).
           05 CHECKPOINT-PARMS REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-STRONGS  PIC X(10).
               10 CHECKPOINT-REPORT   PIC X(100).
               10 CHECKPOINT-LINES    PIC 9(7).
               10 FILLER              PIC X(23).
           05 CHECKPOINT-DONE REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-DONE-SHORT PIC X(32).
               10 FILLER              PIC X(108).
           05 CHECKPOINT-STAND REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-SHORT    PIC X(32).
               10 CHECKPOINT-BOOK     PIC 9(3).
               10 CHECKPOINT-CHAPTER  PIC 9(3).
               10 CHECKPOINT-HITS     PIC 9(7).
               10 FILLER              PIC X(95).
           05 CHECKPOINT-REND REDEFINES CHECKPOINT-BODY.
               10 CHECKPOINT-REND-ENTRY PIC X(99).
               10 FILLER              PIC X(41).
       WORKING-STORAGE SECTION.
       01 WS-STRONGS-NUMBER     PIC X(10).
       01 WS-ILN-FILE           PIC X(777).
       01 WS-SAMPLE-REF         PIC X(11).
       01 WS-SAMPLE-IDX         PIC 9(1).
       01 WS-TOTAL-HITS         PIC 9(7).
       01 WS-CUR-BOOK           PIC 9(3).
       01 WS-CUR-CHAPTER        PIC 9(3).
       01 WS-REPORT-LINES       PIC 9(7) VALUE 0.
       01 WS-CKPT-FILE          PIC X(30)
           VALUE "strongsrendering.ckpt".
       01 WS-CKPT-ASSIGN        PIC X(40).
       01 WS-CKPT-STATUS        PIC XX.
       01 WS-CKPT-EOF           PIC X.
       01 WS-CKPT-VALID         PIC X.
       01 WS-COMMAND            PIC X(250).
       01 WS-SCAN-ACTIVE        PIC X VALUE "N".
       01 WS-CHECKPOINT-COUNT   PIC 9(5) COMP VALUE 0.
       78 WS-CHECKPOINT-INTERVAL VALUE 50.
       01 WS-RESUME-SHORT       PIC X(32).
       01 WS-RESUME-BOOK        PIC 9(3).
       01 WS-RESUME-CHAPTER     PIC 9(3).
       01 WS-RESUME-HITS        PIC 9(7).
       01 WS-RESUME-REND-COUNT  PIC 9(3).
       01 WS-RESUME-REND-TABLE  PIC X(19800).
       78 WS-DONE-MAX VALUE 100.
       01 WS-DONE-COUNT         PIC 9(3) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-SHORT OCCURS 100 TIMES PIC X(32).
       01 WS-DONE-IDX           PIC 9(3).
       01 WS-DONE-FOUND         PIC X.
       PROCEDURE DIVISION.
       STRONGSRENDERINGREPORT.
           DISPLAY "Strong-Nummer (z.B. G26): " WITH NO ADVANCING
               MOVE "strongs.renderings.txt" TO WS-REPORT-FILE
           END-IF

           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-REPORT-LINES
           MOVE SPACES TO WS-RESUME-SHORT
           MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE WS-CKPT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               PERFORM LOAD-CHECKPOINT
           END-IF

           IF WS-DONE-COUNT > 0 OR WS-RESUME-SHORT NOT = SPACES
      * drop whatever was written after the last finished section,
      * the run writes it again
               MOVE FUNCTION concatenate(
                   "head -n ", WS-REPORT-LINES, " ",
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
                   "Wiedergaben von ",
                   FUNCTION trim(WS-STRONGS-NUMBER),
                   " je Uebersetzung"
               ) TO ReportRecord
               WRITE ReportRecord
               ADD 1 TO WS-REPORT-LINES
               PERFORM WRITE-LEXICON-HEADER
               MOVE ALL "=" TO ReportRecord
               WRITE ReportRecord
               ADD 1 TO WS-REPORT-LINES
           END-IF

           CALL "SYSTEM" USING
               "ls *.interlinear.data > interlinears.tmp 2>/dev/null"
           END-PERFORM
           CLOSE InterlinearList
           CLOSE ReportFile
      * every translation is through, the checkpoint is no longer
      * needed
           MOVE FUNCTION concatenate(
               "rm -f ", FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           DISPLAY "Report geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           EXIT PROGRAM.
                       FUNCTION trim(BIBLE-LEXICON-DEFINITION)
                   ) TO ReportRecord
                   WRITE ReportRecord
                   ADD 1 TO WS-REPORT-LINES
           END-READ
           CLOSE BIBLE-LEXICON-FILE
           CONTINUE.
       WRITE-LEXICON-HEADER-EXIT.

       REPORT-ONE-TRANSLATION.
           MOVE "N" TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-SHORT(WS-DONE-IDX) = WS-SHORT
                   MOVE "Y" TO WS-DONE-FOUND
               END-IF
           END-PERFORM
           IF WS-DONE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-SHORT = WS-RESUME-SHORT
               MOVE WS-RESUME-REND-COUNT TO WS-REND-COUNT
               MOVE WS-RESUME-REND-TABLE TO WS-REND-TABLE
               MOVE WS-RESUME-HITS TO WS-TOTAL-HITS
               MOVE WS-RESUME-BOOK TO WS-CUR-BOOK
               MOVE WS-RESUME-CHAPTER TO WS-CUR-CHAPTER
               MOVE SPACES TO WS-RESUME-SHORT
           ELSE
               MOVE 0 TO WS-REND-COUNT
               MOVE 0 TO WS-TOTAL-HITS
               MOVE 0 TO WS-CUR-BOOK
               MOVE 0 TO WS-CUR-CHAPTER
           END-IF
           OPEN INPUT BIBLE-INTERLINEAR-FILE
           IF WS-ILN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SCAN-ACTIVE
           MOVE "N" TO WS-ILN-EOF
           IF WS-CUR-BOOK > 0
               MOVE WS-CUR-BOOK TO BIBLE-INTERLINEAR-BOOK
               MOVE WS-CUR-CHAPTER TO BIBLE-INTERLINEAR-CHAPTER
               MOVE 999 TO BIBLE-INTERLINEAR-VERSE
               MOVE 999 TO BIBLE-INTERLINEAR-POS
               START BIBLE-INTERLINEAR-FILE
                   KEY > BIBLE-INTERLINEAR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ILN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-ILN-EOF = "Y"
               READ BIBLE-INTERLINEAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ILN-EOF
                   NOT AT END
                       IF WS-CUR-BOOK > 0
                          AND (BIBLE-INTERLINEAR-BOOK NOT = WS-CUR-BOOK
                          OR BIBLE-INTERLINEAR-CHAPTER
                              NOT = WS-CUR-CHAPTER)
                           PERFORM CHAPTER-DONE
                       END-IF
                       MOVE BIBLE-INTERLINEAR-BOOK TO WS-CUR-BOOK
                       MOVE BIBLE-INTERLINEAR-CHAPTER TO WS-CUR-CHAPTER
                       IF FUNCTION trim(BIBLE-INTERLINEAR-STRONGS)
                           = FUNCTION trim(WS-STRONGS-NUMBER)
                           PERFORM COUNT-RENDERING
               END-READ
           END-PERFORM
           CLOSE BIBLE-INTERLINEAR-FILE
           MOVE "N" TO WS-SCAN-ACTIVE

           PERFORM WRITE-TRANSLATION-SECTION
           IF WS-DONE-COUNT < WS-DONE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-SHORT TO WS-DONE-SHORT(WS-DONE-COUNT)
           END-IF
           PERFORM SAVE-CHECKPOINT
           CONTINUE.
       REPORT-ONE-TRANSLATION-EXIT.

       WRITE-TRANSLATION-SECTION.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           ADD 1 TO WS-REPORT-LINES
           MOVE FUNCTION concatenate(
               "--- ", FUNCTION trim(WS-SHORT), ": ",
               WS-TOTAL-HITS, " Vorkommen ---"
           ) TO ReportRecord
           WRITE ReportRecord
           ADD 1 TO WS-REPORT-LINES
           IF WS-REND-COUNT = 0
               MOVE "  (keine Vorkommen)" TO ReportRecord
               WRITE ReportRecord
               ADD 1 TO WS-REPORT-LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-RENDERINGS
               PERFORM WRITE-RENDERING-LINE
           END-PERFORM
           CONTINUE.
       WRITE-TRANSLATION-SECTION-EXIT.

      * WS-CUR-BOOK/WS-CUR-CHAPTER still name the chapter whose last
      * word has just been counted
       CHAPTER-DONE.
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM SAVE-CHECKPOINT
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF
           CONTINUE.
       CHAPTER-DONE-EXIT.

      * Only a checkpoint for the same number into the same report
      * file, with that report still there, can be continued.
       LOAD-CHECKPOINT.
           MOVE WS-CKPT-FILE TO WS-CKPT-ASSIGN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CKPT-VALID
           MOVE 0 TO WS-REND-COUNT
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
           IF WS-CKPT-VALID = "N" OR WS-RETURN NOT = 0
               MOVE 0 TO WS-DONE-COUNT
               MOVE 0 TO WS-REPORT-LINES
               MOVE SPACES TO WS-RESUME-SHORT
               DISPLAY "Checkpoint gehoert zu einem anderen Lauf - "
                   "Neubeginn."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REND-COUNT TO WS-RESUME-REND-COUNT
           MOVE WS-REND-TABLE TO WS-RESUME-REND-TABLE
           DISPLAY "Fortsetzung nach Checkpoint: " WS-DONE-COUNT
               " Uebersetzung(en) bereits im Report."
           CONTINUE.
       LOAD-CHECKPOINT-EXIT.

       LOAD-CHECKPOINT-LINE.
           EVALUATE TRUE
               WHEN CHECKPOINT-IS-PARMS
                   IF CHECKPOINT-STRONGS = WS-STRONGS-NUMBER
                       AND CHECKPOINT-REPORT = WS-REPORT-FILE
                       MOVE "Y" TO WS-CKPT-VALID
                       MOVE CHECKPOINT-LINES TO WS-REPORT-LINES
                   END-IF
               WHEN CHECKPOINT-IS-DONE AND WS-CKPT-VALID = "Y"
                   IF WS-DONE-COUNT < WS-DONE-MAX
                       ADD 1 TO WS-DONE-COUNT
                       MOVE CHECKPOINT-DONE-SHORT
                           TO WS-DONE-SHORT(WS-DONE-COUNT)
                   END-IF
               WHEN CHECKPOINT-IS-STAND AND WS-CKPT-VALID = "Y"
                   MOVE CHECKPOINT-SHORT TO WS-RESUME-SHORT
                   MOVE CHECKPOINT-BOOK TO WS-RESUME-BOOK
                   MOVE CHECKPOINT-CHAPTER TO WS-RESUME-CHAPTER
                   MOVE CHECKPOINT-HITS TO WS-RESUME-HITS
               WHEN CHECKPOINT-IS-REND AND WS-CKPT-VALID = "Y"
                   IF WS-REND-COUNT < WS-REND-MAX
                       ADD 1 TO WS-REND-COUNT
                       MOVE CHECKPOINT-REND-ENTRY
                           TO WS-REND-ENTRY(WS-REND-COUNT)
                   END-IF
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
           MOVE WS-STRONGS-NUMBER TO CHECKPOINT-STRONGS
           MOVE WS-REPORT-FILE TO CHECKPOINT-REPORT
           MOVE WS-REPORT-LINES TO CHECKPOINT-LINES
           WRITE CHECKPOINT-RECORD
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CHECKPOINT-IS-DONE TO TRUE
               MOVE WS-DONE-SHORT(WS-DONE-IDX)
                   TO CHECKPOINT-DONE-SHORT
               WRITE CHECKPOINT-RECORD
           END-PERFORM
           IF WS-SCAN-ACTIVE = "Y"
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CHECKPOINT-IS-STAND TO TRUE
               MOVE WS-SHORT TO CHECKPOINT-SHORT
               MOVE WS-CUR-BOOK TO CHECKPOINT-BOOK
               MOVE WS-CUR-CHAPTER TO CHECKPOINT-CHAPTER
               MOVE WS-TOTAL-HITS TO CHECKPOINT-HITS
               WRITE CHECKPOINT-RECORD
               PERFORM VARYING WS-REND-IDX FROM 1 BY 1
                   UNTIL WS-REND-IDX > WS-REND-COUNT
                   MOVE SPACES TO CHECKPOINT-RECORD
                   SET CHECKPOINT-IS-REND TO TRUE
                   MOVE WS-REND-ENTRY(WS-REND-IDX)
                       TO CHECKPOINT-REND-ENTRY
                   WRITE CHECKPOINT-RECORD
               END-PERFORM
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE FUNCTION concatenate(
               "mv ", FUNCTION trim(WS-CKPT-ASSIGN), " ",
               FUNCTION trim(WS-CKPT-FILE)
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN EXTEND ReportFile
           CONTINUE.
       SAVE-CHECKPOINT-EXIT.

       COUNT-RENDERING.
           ADD 1 TO WS-TOTAL-HITS
               ) TO ReportRecord
           END-PERFORM
           WRITE ReportRecord
           ADD 1 TO WS-REPORT-LINES
           CONTINUE.
       WRITE-RENDERING-LINE-EXIT.

