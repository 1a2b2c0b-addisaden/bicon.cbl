      * Recurring phrases: every sequence of 3 up to N words that
      * occurs at least M times in one translation, for formula and
      * refrain studies ("und es geschah", "so spricht der HERR").
      *
      * Works off the per-verse token stream in BIBLE-TEXTSPLIT-FILE
      * like coOccurrenceReport and kwicReport, so stopwords are
      * already filtered when the textsplit is built. Phrases do not
      * run across a verse end.
      *
      * Every word sequence of every verse goes through SORT; the
      * sorted stream is counted per phrase (with its spread over
      * the books and its first WS-FIRST-MAX references) and the
      * phrases reaching the minimum are kept in phrases.cand.tmp.
      *
      * A longer phrase hides the shorter ones it contains when the
      * shorter one occurs exactly as often - then it never stands
      * outside the longer one. "so spricht der HERR" stays next to
      * "so spricht der HERR Zebaoth" as long as it occurs more
      * often on its own. It is enough to compare a phrase with its
      * extensions by one word: in phrase order these follow the
      * phrase directly (phrases.cand.tmp is written in that order),
      * in the order of the reversed word sequence the extensions
      * to the front do. WS-STACK-TABLE keeps the chain of phrases
      * the current one extends.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. recurringPhrases.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-TEXTSPLIT-FILE ASSIGN TO WS-TEXTSPLIT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-TEXTSPLIT-KEY
               FILE STATUS IS WS-TEXTSPLIT-STATUS.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PHRASE-SORT-FILE ASSIGN TO "phrases.sort.tmp".
           SELECT CAND-SORT-FILE ASSIGN TO "phrases.sort2.tmp".
           SELECT CAND-FILE ASSIGN TO "phrases.cand.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT KEEP-FILE ASSIGN TO "phrases.keep.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-textsplit-file'.
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
      * one occurrence of a phrase; PHRASE-REF = book chapter verse
       SD PHRASE-SORT-FILE.
       01 PHRASE-SORT-RECORD.
           05 PHRASE-TEXT             PIC X(300).
           05 PHRASE-LEN              PIC 9(2).
           05 PHRASE-REF              PIC 9(9).
      * a phrase that reached the minimum; CAND-KEY is the phrase
      * itself or its words in reverse order, whichever order the
      * pass over the candidates needs
       SD CAND-SORT-FILE.
       01 CAND-SORT-RECORD.
           05 CAND-SORT-KEY           PIC X(300).
           05 FILLER                  PIC X(303).
           05 CAND-SORT-LEN           PIC 9(2).
           05 CAND-SORT-COUNT         PIC 9(7).
           05 FILLER                  PIC X(746).
       FD CAND-FILE.
       01 CAND-RECORD.
           05 CAND-KEY                PIC X(300).
           05 CAND-PHRASE             PIC X(300).
           05 CAND-HIDDEN             PIC X(1).
               88 CAND-IS-HIDDEN      VALUE "H".
           05 FILLER                  PIC X(2).
           05 CAND-LEN                PIC 9(2).
           05 CAND-COUNT              PIC 9(7).
           05 CAND-FIRST OCCURS 5 TIMES PIC 9(9).
           05 CAND-DIST               PIC X(701).
       FD KEEP-FILE.
       01 KEEP-RECORD                 PIC X(1358).
       FD ReportFile.
       01 ReportRecord PIC X(800).
       WORKING-STORAGE SECTION.
       01 WS-TEXTSPLIT-NAME     PIC X(32).
       01 WS-TEXTSPLIT-FILE     PIC X(50).
       01 WS-TEXTSPLIT-STATUS   PIC XX.
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-MAX-LEN            PIC 9(2) VALUE 6.
       78 WS-LEN-LIMIT VALUE 10.
       01 WS-MIN-COUNT          PIC 9(3) VALUE 3.
       01 WS-SPLIT-EOF          PIC X VALUE "N".
       78 WS-VW-MAX VALUE 400.
       01 WS-VW-COUNT           PIC 9(3) VALUE 0.
       01 WS-VERSE-WORDS.
           05 WS-VW OCCURS 400 TIMES.
               10 WS-VW-WORD    PIC X(60).
       01 WS-CUR-BOOK           PIC 9(3) VALUE 0.
       01 WS-CUR-CHAPTER        PIC 9(3) VALUE 0.
       01 WS-CUR-VERSE          PIC 9(3) VALUE 0.
       01 WS-VW-IDX             PIC 9(3).
       01 WS-VW-JDX             PIC 9(3).
       01 WS-PHRASE             PIC X(300).
       01 WS-PHRASE-PTR         PIC 9(3).
       01 WS-PHRASE-LEN         PIC 9(2).
       01 WS-PHRASE-FULL        PIC X.
       01 WS-PHRASES-RELEASED   PIC 9(9) VALUE 0.

      * counting the sorted occurrences
       01 WS-SORT-EOF           PIC X VALUE "N".
       01 WS-PREV-PHRASE        PIC X(300).
       01 WS-PREV-LEN           PIC 9(2).
       01 WS-GROUP-COUNT        PIC 9(7) VALUE 0.
       78 WS-FIRST-MAX VALUE 5.
       01 WS-FIRST-COUNT        PIC 9(1).
       01 WS-FIRST-TABLE.
           05 WS-FIRST-REF OCCURS 5 TIMES PIC 9(9).
       01 WS-FIRST-IDX          PIC 9(1).
       01 WS-BOOK-HITS-TABLE.
           05 WS-BOOK-HITS OCCURS 99 TIMES PIC 9(7).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-DIST-TEXT          PIC X(701).
       01 WS-DIST-PTR           PIC 9(4).
       01 WS-HITS-DISP          PIC Z(6)9.
       01 WS-CANDIDATES         PIC 9(7) VALUE 0.
       01 WS-REPORTED           PIC 9(7) VALUE 0.
       01 WS-HIDDEN             PIC 9(7) VALUE 0.

      * chain of phrases the current candidate extends
       01 WS-STACK-COUNT        PIC 9(2) VALUE 0.
       01 WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 10 TIMES PIC X(1358).
       01 WS-STACK-TOP.
           05 STACK-KEY             PIC X(300).
           05 STACK-PHRASE          PIC X(300).
           05 STACK-HIDDEN          PIC X(1).
               88 STACK-IS-HIDDEN   VALUE "H".
           05 FILLER                PIC X(2).
           05 STACK-LEN             PIC 9(2).
           05 STACK-COUNT           PIC 9(7).
           05 FILLER                PIC X(746).
       01 WS-STACK-NEW.
           05 NEW-KEY               PIC X(300).
           05 FILLER                PIC X(305).
           05 NEW-COUNT             PIC 9(7).
           05 FILLER                PIC X(746).
       01 WS-TOP-KEY-LEN        PIC 9(3).
       01 WS-POP-DONE           PIC X.
       01 WS-CAND-EOF           PIC X VALUE "N".
       01 WS-PASS               PIC X(1).
           88 WS-PASS-FRONT     VALUE "F".
           88 WS-PASS-BACK      VALUE "B".

      * reversing the word order of a phrase
       01 WS-PW-COUNT           PIC 9(2).
       01 WS-PW-TABLE.
           05 WS-PW-WORD OCCURS 10 TIMES PIC X(60).
       01 WS-PW-IDX             PIC 9(2).
       01 WS-PW-PTR             PIC 9(3).

      * report
       01 WS-REPORT-EOF         PIC X VALUE "N".
       01 WS-LINE               PIC X(800).
       01 WS-LINE-PTR           PIC 9(4).
       01 WS-REF-DISP           PIC X(20).
       01 WS-CH-DISP            PIC ZZ9.
       01 WS-VS-DISP            PIC ZZ9.
       01 WS-LEN-DISP           PIC Z9.
       01 WS-COUNT-DISP         PIC Z(6)9.

       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-IDX           PIC 9(3).
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOK-ABBR-TABLE.
           05 WS-BOOK-ABBR OCCURS 99 TIMES PIC X(4).
       01 WS-BOOK-LABEL         PIC X(4).
       01 WS-COMMAND            PIC X(250).
       PROCEDURE DIVISION.
       RECURRINGPHRASES.
           DISPLAY "Textsplit-Name: " WITH NO ADVANCING
           ACCEPT WS-TEXTSPLIT-NAME
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-TEXTSPLIT-NAME), ".textsplit.data"
           ) TO WS-TEXTSPLIT-FILE
           MOVE WS-TEXTSPLIT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Keine Textsplit-Datei gefunden: "
                   FUNCTION trim(WS-TEXTSPLIT-FILE)
               EXIT PROGRAM
           END-IF

           DISPLAY "Hoechstens wieviele Woerter (3-10, Enter = 6)? "
               WITH NO ADVANCING
           ACCEPT WS-MAX-LEN
           IF WS-MAX-LEN = 0
               MOVE 6 TO WS-MAX-LEN
           END-IF
           IF WS-MAX-LEN < 3
               MOVE 3 TO WS-MAX-LEN
           END-IF
           IF WS-MAX-LEN > WS-LEN-LIMIT
               MOVE WS-LEN-LIMIT TO WS-MAX-LEN
           END-IF
           DISPLAY "Mindestens wie oft (Enter = 3)? "
               WITH NO ADVANCING
           ACCEPT WS-MIN-COUNT
           IF WS-MIN-COUNT < 2
               MOVE 3 TO WS-MIN-COUNT
           END-IF

           DISPLAY "Report-Datei (Enter = "
               FUNCTION trim(WS-TEXTSPLIT-NAME) ".phrases.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-TEXTSPLIT-NAME), ".phrases.txt"
               ) TO WS-REPORT-FILE
           END-IF

           PERFORM LOAD-BOOK-NAMES

      * count the phrases, keep the ones reaching the minimum and
      * let the extensions at the end hide what they contain
           OPEN OUTPUT CAND-FILE
           MOVE 0 TO WS-STACK-COUNT
           SET WS-PASS-FRONT TO TRUE
           SORT PHRASE-SORT-FILE
               ON ASCENDING KEY PHRASE-TEXT PHRASE-REF
               INPUT PROCEDURE IS RELEASE-PHRASES
               OUTPUT PROCEDURE IS COUNT-SORTED-PHRASES
           PERFORM FLUSH-STACK
           CLOSE CAND-FILE

      * the same for the extensions at the front, in the order of
      * the reversed word sequence
           OPEN OUTPUT KEEP-FILE
           MOVE 0 TO WS-STACK-COUNT
           SET WS-PASS-BACK TO TRUE
           SORT CAND-SORT-FILE
               ON ASCENDING KEY CAND-SORT-KEY
               USING CAND-FILE
               OUTPUT PROCEDURE IS CHECK-FRONT-EXTENSIONS
           PERFORM FLUSH-STACK
           CLOSE KEEP-FILE

           OPEN OUTPUT ReportFile
           PERFORM WRITE-REPORT-HEAD
           SORT CAND-SORT-FILE
               ON DESCENDING KEY CAND-SORT-COUNT CAND-SORT-LEN
               ON ASCENDING KEY CAND-SORT-KEY
               USING KEEP-FILE
               OUTPUT PROCEDURE IS WRITE-REPORT-LINES
           PERFORM WRITE-REPORT-FOOT
           CLOSE ReportFile

           MOVE "rm -f phrases.cand.tmp phrases.keep.tmp"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           DISPLAY WS-REPORTED " Wendungen geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           EXIT PROGRAM.
       RECURRINGPHRASES-EXIT.

      *----------------------------------------------------------
      * word sequences of every verse into the sort
      *----------------------------------------------------------
       RELEASE-PHRASES.
           OPEN INPUT BIBLE-TEXTSPLIT-FILE
           MOVE 0 TO WS-VW-COUNT
           MOVE "N" TO WS-SPLIT-EOF
           PERFORM UNTIL WS-SPLIT-EOF = "Y"
               READ BIBLE-TEXTSPLIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SPLIT-EOF
                   NOT AT END
                       PERFORM COLLECT-ONE-TOKEN
               END-READ
           END-PERFORM
           IF WS-VW-COUNT > 0
               PERFORM RELEASE-VERSE-PHRASES
           END-IF
           CLOSE BIBLE-TEXTSPLIT-FILE
           CONTINUE.
       RELEASE-PHRASES-EXIT.

       COLLECT-ONE-TOKEN.
           IF WS-VW-COUNT > 0
               AND (BIBLE-TEXTSPLIT-BOOK NOT = WS-CUR-BOOK
                   OR BIBLE-TEXTSPLIT-CHAPTER NOT = WS-CUR-CHAPTER
                   OR BIBLE-TEXTSPLIT-VERSE NOT = WS-CUR-VERSE)
               PERFORM RELEASE-VERSE-PHRASES
               MOVE 0 TO WS-VW-COUNT
           END-IF
           MOVE BIBLE-TEXTSPLIT-BOOK TO WS-CUR-BOOK
           MOVE BIBLE-TEXTSPLIT-CHAPTER TO WS-CUR-CHAPTER
           MOVE BIBLE-TEXTSPLIT-VERSE TO WS-CUR-VERSE
           IF WS-VW-COUNT < WS-VW-MAX
               ADD 1 TO WS-VW-COUNT
               MOVE BIBLE-TEXTSPLIT-WORD
                   TO WS-VW-WORD(WS-VW-COUNT)
           END-IF
           CONTINUE.
       COLLECT-ONE-TOKEN-EXIT.

      * from every word on, the phrase grows one word at a time and
      * is released from the third word to WS-MAX-LEN
       RELEASE-VERSE-PHRASES.
           IF WS-VW-COUNT < 3
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VW-IDX FROM 1 BY 1
               UNTIL WS-VW-IDX > WS-VW-COUNT - 2
               MOVE SPACES TO WS-PHRASE
               MOVE 1 TO WS-PHRASE-PTR
               MOVE 0 TO WS-PHRASE-LEN
               MOVE "N" TO WS-PHRASE-FULL
               PERFORM VARYING WS-VW-JDX FROM WS-VW-IDX BY 1
                   UNTIL WS-VW-JDX > WS-VW-COUNT
                   OR WS-PHRASE-LEN >= WS-MAX-LEN
                   OR WS-PHRASE-FULL = "Y"
                   PERFORM ADD-PHRASE-WORD
               END-PERFORM
           END-PERFORM
           CONTINUE.
       RELEASE-VERSE-PHRASES-EXIT.

       ADD-PHRASE-WORD.
           IF WS-PHRASE-LEN > 0
               STRING " " DELIMITED BY SIZE
                   INTO WS-PHRASE WITH POINTER WS-PHRASE-PTR
                   ON OVERFLOW
                       MOVE "Y" TO WS-PHRASE-FULL
               END-STRING
           END-IF
           STRING WS-VW-WORD(WS-VW-JDX) DELIMITED BY SPACE
               INTO WS-PHRASE WITH POINTER WS-PHRASE-PTR
               ON OVERFLOW
                   MOVE "Y" TO WS-PHRASE-FULL
           END-STRING
           IF WS-PHRASE-FULL = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PHRASE-LEN
           IF WS-PHRASE-LEN >= 3
               MOVE WS-PHRASE TO PHRASE-TEXT
               MOVE WS-PHRASE-LEN TO PHRASE-LEN
               COMPUTE PHRASE-REF = WS-CUR-BOOK * 1000000
                   + WS-CUR-CHAPTER * 1000 + WS-CUR-VERSE
               RELEASE PHRASE-SORT-RECORD
               ADD 1 TO WS-PHRASES-RELEASED
           END-IF
           CONTINUE.
       ADD-PHRASE-WORD-EXIT.

      *----------------------------------------------------------
      * count per phrase on the sorted stream
      *----------------------------------------------------------
       COUNT-SORTED-PHRASES.
           MOVE SPACES TO WS-PREV-PHRASE
           MOVE 0 TO WS-GROUP-COUNT
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN PHRASE-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-PHRASE
               END-RETURN
           END-PERFORM
           IF WS-GROUP-COUNT >= WS-MIN-COUNT
               PERFORM KEEP-CANDIDATE
           END-IF
           CONTINUE.
       COUNT-SORTED-PHRASES-EXIT.

       COUNT-ONE-PHRASE.
           IF WS-GROUP-COUNT = 0
               OR PHRASE-TEXT NOT = WS-PREV-PHRASE
               IF WS-GROUP-COUNT >= WS-MIN-COUNT
                   PERFORM KEEP-CANDIDATE
               END-IF
               MOVE PHRASE-TEXT TO WS-PREV-PHRASE
               MOVE PHRASE-LEN TO WS-PREV-LEN
               MOVE 0 TO WS-GROUP-COUNT
               MOVE 0 TO WS-FIRST-COUNT
               MOVE ZEROES TO WS-FIRST-TABLE
               MOVE ZEROES TO WS-BOOK-HITS-TABLE
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           IF WS-FIRST-COUNT < WS-FIRST-MAX
               ADD 1 TO WS-FIRST-COUNT
               MOVE PHRASE-REF TO WS-FIRST-REF(WS-FIRST-COUNT)
           END-IF
           DIVIDE PHRASE-REF BY 1000000 GIVING WS-REF-BOOK
           IF WS-REF-BOOK >= 1 AND WS-REF-BOOK <= WS-MAX-BOOKS
               ADD 1 TO WS-BOOK-HITS(WS-REF-BOOK)
           END-IF
           CONTINUE.
       COUNT-ONE-PHRASE-EXIT.

       KEEP-CANDIDATE.
           ADD 1 TO WS-CANDIDATES
           MOVE SPACES TO CAND-RECORD
           MOVE WS-PREV-PHRASE TO CAND-KEY
           MOVE WS-PREV-PHRASE TO CAND-PHRASE
           MOVE WS-PREV-LEN TO CAND-LEN
           MOVE WS-GROUP-COUNT TO CAND-COUNT
           PERFORM VARYING WS-FIRST-IDX FROM 1 BY 1
               UNTIL WS-FIRST-IDX > WS-FIRST-MAX
               MOVE WS-FIRST-REF(WS-FIRST-IDX)
                   TO CAND-FIRST(WS-FIRST-IDX)
           END-PERFORM
           PERFORM BUILD-DISTRIBUTION
           MOVE WS-DIST-TEXT TO CAND-DIST
           PERFORM STACK-CANDIDATE
           CONTINUE.
       KEEP-CANDIDATE-EXIT.

      * "1MO 4, 2MO 1, JES 12" in book order
       BUILD-DISTRIBUTION.
           MOVE SPACES TO WS-DIST-TEXT
           MOVE 1 TO WS-DIST-PTR
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               IF WS-BOOK-HITS(WS-BOOK-IDX) > 0
                   PERFORM SET-BOOK-LABEL
                   MOVE WS-BOOK-HITS(WS-BOOK-IDX) TO WS-HITS-DISP
                   IF WS-DIST-PTR > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-DIST-TEXT WITH POINTER WS-DIST-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION trim(WS-BOOK-LABEL)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION trim(WS-HITS-DISP) DELIMITED BY SIZE
                       INTO WS-DIST-TEXT WITH POINTER WS-DIST-PTR
                   END-STRING
               END-IF
           END-PERFORM
           CONTINUE.
       BUILD-DISTRIBUTION-EXIT.

      *----------------------------------------------------------
      * hiding contained phrases
      *----------------------------------------------------------
      * Second pass: the key becomes the reversed word sequence.
       CHECK-FRONT-EXTENSIONS.
           MOVE "N" TO WS-CAND-EOF
           PERFORM UNTIL WS-CAND-EOF = "Y"
               RETURN CAND-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-CAND-EOF
                   NOT AT END
                       MOVE CAND-SORT-RECORD TO CAND-RECORD
                       PERFORM STACK-CANDIDATE
               END-RETURN
           END-PERFORM
           CONTINUE.
       CHECK-FRONT-EXTENSIONS-EXIT.

      * CAND-RECORD holds the next candidate in key order; it is
      * taken aside first, as writing out a finished phrase goes
      * through the same record area. What is on the stack and no
      * prefix of its key is finished; the phrase then on top is
      * the longest one it extends, and is hidden when it is no
      * more frequent.
       STACK-CANDIDATE.
           MOVE CAND-RECORD TO WS-STACK-NEW
           MOVE "N" TO WS-POP-DONE
           PERFORM UNTIL WS-POP-DONE = "Y" OR WS-STACK-COUNT = 0
               MOVE WS-STACK-ENTRY(WS-STACK-COUNT) TO WS-STACK-TOP
               MOVE FUNCTION LENGTH(FUNCTION trim(
                   STACK-KEY TRAILING)) TO WS-TOP-KEY-LEN
               IF WS-TOP-KEY-LEN < 300
                   AND NEW-KEY(1:WS-TOP-KEY-LEN)
                       = STACK-KEY(1:WS-TOP-KEY-LEN)
                   AND NEW-KEY(WS-TOP-KEY-LEN + 1:1) = SPACE
                   MOVE "Y" TO WS-POP-DONE
               ELSE
                   PERFORM POP-STACK
               END-IF
           END-PERFORM
           IF WS-STACK-COUNT > 0
               MOVE WS-STACK-ENTRY(WS-STACK-COUNT) TO WS-STACK-TOP
               IF STACK-COUNT = NEW-COUNT
                   SET STACK-IS-HIDDEN TO TRUE
                   MOVE WS-STACK-TOP TO WS-STACK-ENTRY(WS-STACK-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-STACK-COUNT
           MOVE WS-STACK-NEW TO WS-STACK-ENTRY(WS-STACK-COUNT)
           CONTINUE.
       STACK-CANDIDATE-EXIT.

       FLUSH-STACK.
           PERFORM UNTIL WS-STACK-COUNT = 0
               PERFORM POP-STACK
           END-PERFORM
           CONTINUE.
       FLUSH-STACK-EXIT.

      * First pass: everything goes on with its mark and its key
      * turned round for the second pass. Second pass: only what
      * neither pass has hidden is kept for the report.
       POP-STACK.
           MOVE WS-STACK-ENTRY(WS-STACK-COUNT) TO WS-STACK-TOP
           SUBTRACT 1 FROM WS-STACK-COUNT
           IF WS-PASS-FRONT
               PERFORM WRITE-CANDIDATE
           ELSE
               IF STACK-IS-HIDDEN
                   ADD 1 TO WS-HIDDEN
               ELSE
                   MOVE STACK-PHRASE TO STACK-KEY
                   MOVE WS-STACK-TOP TO KEEP-RECORD
                   WRITE KEEP-RECORD
               END-IF
           END-IF
           CONTINUE.
       POP-STACK-EXIT.

       WRITE-CANDIDATE.
           MOVE ZERO TO WS-PW-COUNT
           MOVE SPACES TO WS-PW-TABLE
           UNSTRING STACK-PHRASE DELIMITED BY ALL SPACE
               INTO WS-PW-WORD(1) WS-PW-WORD(2) WS-PW-WORD(3)
                    WS-PW-WORD(4) WS-PW-WORD(5) WS-PW-WORD(6)
                    WS-PW-WORD(7) WS-PW-WORD(8) WS-PW-WORD(9)
                    WS-PW-WORD(10)
               TALLYING IN WS-PW-COUNT
           END-UNSTRING
           MOVE SPACES TO STACK-KEY
           MOVE 1 TO WS-PW-PTR
           PERFORM VARYING WS-PW-IDX FROM WS-PW-COUNT BY -1
               UNTIL WS-PW-IDX < 1
               IF WS-PW-WORD(WS-PW-IDX) NOT = SPACES
                   IF WS-PW-PTR > 1
                       STRING " " DELIMITED BY SIZE
                           INTO STACK-KEY
                           WITH POINTER WS-PW-PTR
                       END-STRING
                   END-IF
                   STRING WS-PW-WORD(WS-PW-IDX) DELIMITED BY SPACE
                       INTO STACK-KEY
                       WITH POINTER WS-PW-PTR
                   END-STRING
               END-IF
           END-PERFORM
           WRITE CAND-RECORD FROM WS-STACK-TOP
           CONTINUE.
       WRITE-CANDIDATE-EXIT.

      *----------------------------------------------------------
      * report, most frequent first, longer before shorter
      *----------------------------------------------------------
       WRITE-REPORT-HEAD.
           MOVE WS-MAX-LEN TO WS-LEN-DISP
           MOVE WS-MIN-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "Wiederkehrende Wendungen in ",
               FUNCTION trim(WS-TEXTSPLIT-NAME), " (3 bis ",
               FUNCTION trim(WS-LEN-DISP), " Woerter, ab ",
               FUNCTION trim(WS-COUNT-DISP), " Vorkommen)"
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           CONTINUE.
       WRITE-REPORT-HEAD-EXIT.

       WRITE-REPORT-LINES.
           MOVE "N" TO WS-REPORT-EOF
           PERFORM UNTIL WS-REPORT-EOF = "Y"
               RETURN CAND-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-REPORT-EOF
                   NOT AT END
                       MOVE CAND-SORT-RECORD TO CAND-RECORD
                       PERFORM WRITE-ONE-PHRASE
               END-RETURN
           END-PERFORM
           CONTINUE.
       WRITE-REPORT-LINES-EXIT.

       WRITE-ONE-PHRASE.
           ADD 1 TO WS-REPORTED
           MOVE CAND-COUNT TO WS-COUNT-DISP
           MOVE CAND-LEN TO WS-LEN-DISP
           MOVE SPACES TO ReportRecord
           MOVE FUNCTION concatenate(
               WS-COUNT-DISP, "x  (", WS-LEN-DISP, " Woerter)  ",
               FUNCTION trim(CAND-PHRASE)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE FUNCTION concatenate(
               "          Buecher: ", FUNCTION trim(CAND-DIST)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "          Erste Stellen: " DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-FIRST-IDX FROM 1 BY 1
               UNTIL WS-FIRST-IDX > WS-FIRST-MAX
               OR CAND-FIRST(WS-FIRST-IDX) = 0
               PERFORM FORMAT-FIRST-REF
               IF WS-FIRST-IDX > 1
                   STRING "; " DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
               STRING FUNCTION trim(WS-REF-DISP) DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           IF CAND-COUNT > WS-FIRST-MAX
               STRING "; ..." DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           MOVE WS-LINE TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       WRITE-ONE-PHRASE-EXIT.

       FORMAT-FIRST-REF.
           MOVE CAND-FIRST(WS-FIRST-IDX)(1:3) TO WS-BOOK-IDX
           PERFORM SET-BOOK-LABEL
           MOVE CAND-FIRST(WS-FIRST-IDX)(4:3) TO WS-CH-DISP
           MOVE CAND-FIRST(WS-FIRST-IDX)(7:3) TO WS-VS-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BOOK-LABEL), " ",
               FUNCTION trim(WS-CH-DISP), ",",
               FUNCTION trim(WS-VS-DISP)
           ) TO WS-REF-DISP
           CONTINUE.
       FORMAT-FIRST-REF-EXIT.

       WRITE-REPORT-FOOT.
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           MOVE WS-REPORTED TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "Wendungen: ", FUNCTION trim(WS-COUNT-DISP)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE WS-HIDDEN TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "In laengeren enthalten und ausgeblendet: ",
               FUNCTION trim(WS-COUNT-DISP)
           ) TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       WRITE-REPORT-FOOT-EXIT.

      *----------------------------------------------------------
      * book abbreviations, German where books.lookup has them
      *----------------------------------------------------------
       SET-BOOK-LABEL.
           IF WS-BOOK-IDX >= 1 AND WS-BOOK-IDX <= WS-MAX-BOOKS
               AND WS-BOOK-ABBR(WS-BOOK-IDX) NOT = SPACES
               MOVE WS-BOOK-ABBR(WS-BOOK-IDX) TO WS-BOOK-LABEL
           ELSE
               MOVE WS-BOOK-IDX TO WS-BOOK-LABEL
           END-IF
           CONTINUE.
       SET-BOOK-LABEL-EXIT.

       LOAD-BOOK-NAMES.
           MOVE SPACES TO WS-BOOK-ABBR-TABLE
           MOVE "books.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKS-FILE
           MOVE "N" TO WS-BOOKS-EOF
           PERFORM UNTIL WS-BOOKS-EOF = "Y"
               READ BOOKS-FILE
                   AT END
                       MOVE "Y" TO WS-BOOKS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BOOK-REC-LANG
                       UNSTRING BOOKS-RECORD
                           DELIMITED BY "###" INTO
                               WS-BOOK-REC-NUM
                               WS-BOOK-REC-NAME
                               WS-BOOK-REC-ABBR
                               WS-BOOK-REC-LANG
                       IF WS-BOOK-REC-NUM >= 1
                           AND WS-BOOK-REC-NUM <= WS-MAX-BOOKS
                           AND (WS-BOOK-REC-LANG = "DE"
                               OR WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                                   = SPACES)
                           MOVE WS-BOOK-REC-ABBR
                               TO WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
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
           END PROGRAM recurringPhrases.
