      * Sermon register: which passage was preached when, by whom
      * and under which title, kept in sermons.data (layout in
      * cpy/file-section/sermon-register-file).
      *
      * The passage is entered the way lib/referenceParser reads it
      * ("JOH 3:16-18", "PS 23"). A new entry is checked against
      * the register: a sermon on an overlapping passage within the
      * last WARN-YEARS years (sermon.cfg, one KEY###VALUE per line,
      * default 5) is shown before the entry is saved.
      *
      * Reports:
      *   - book coverage against canon66.lookup: chapters per book,
      *     chapters preached, chapters never preached,
      *   - lectionary comparison: every lectionary.lookup reading
      *     with how often and when last it was preached, then every
      *     sermon held on a lectionary day against the appointed
      *     reading of that day.
      * Removing an entry needs the group-leader role.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. sermonRegister.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERMON-FILE ASSIGN TO "sermons.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERMON-KEY
               FILE STATUS IS WS-SERMON-STATUS.
           SELECT SERMON-CONFIG ASSIGN TO "sermon.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CANON-FILE ASSIGN TO "canon66.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LECTIONARY-FILE ASSIGN TO "lectionary.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/sermon-register-file'.
       FD SERMON-CONFIG.
       01 SERMON-CONFIG-RECORD PIC X(100).
       FD CANON-FILE.
       01 CANON-RECORD PIC X(20).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD LECTIONARY-FILE.
       01 LECTIONARY-RECORD PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-SERMON-STATUS      PIC XX.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-PICK               PIC 9(1).
       01 WS-DONE               PIC X VALUE "N".
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-CONFIRM            PIC X(1).
       01 WS-SHOWN              PIC 9(5).

      * sermon.cfg with its default
       01 WS-WARN-YEARS         PIC 9(2) VALUE 5.
       01 WS-CFG-EOF            PIC X VALUE "N".
       01 WS-CFG-KEY            PIC X(20).
       01 WS-CFG-VALUE          PIC X(60).

      * the entry being recorded
       01 WS-DATE-INPUT         PIC X(8).
       01 WS-NEW-DATE           PIC 9(8).
       01 WS-NEW-SEQ            PIC 9(2).
       01 WS-NEW-PREACHER       PIC X(30).
       01 WS-NEW-TITLE          PIC X(80).
       01 WS-NEW-REF            PIC X(50).
       01 WS-NEW-BOOK           PIC 9(3).
       01 WS-NEW-CHAPTER        PIC 9(3).
       01 WS-NEW-VFROM          PIC 9(3).
       01 WS-NEW-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-WARN-FROM          PIC 9(8).
       01 WS-OVERLAP            PIC X VALUE "N".
       01 WS-OVERLAP-COUNT      PIC 9(3).
       01 WS-FILTER-INPUT       PIC X(50).

      * passage comparison: A against B, same book and chapter,
      * verse 0 standing for the whole chapter
       01 WS-A-BOOK             PIC 9(3).
       01 WS-A-CHAPTER          PIC 9(3).
       01 WS-A-VFROM            PIC 9(3).
       01 WS-A-VTO              PIC 9(3).
       01 WS-B-BOOK             PIC 9(3).
       01 WS-B-CHAPTER          PIC 9(3).
       01 WS-B-VFROM            PIC 9(3).
       01 WS-B-VTO              PIC 9(3).

      * coverage: one flag per book and chapter
       78 WS-MAX-BOOKS VALUE 66.
       78 WS-MAX-CHAPTERS VALUE 150.
       01 WS-COVER-TABLE.
           05 WS-COVER-BOOK OCCURS 66 TIMES.
               10 WS-COVER-CHAPTERS    PIC 9(3).
               10 WS-COVER-CHAPTER OCCURS 150 TIMES PIC X(1).
       01 WS-BOOK-NAME-TABLE.
           05 WS-BOOK-NAME OCCURS 66 TIMES PIC X(20).
       01 WS-BOOK-IDX           PIC 9(3).
       01 WS-CHAPTER-IDX        PIC 9(3).
       01 WS-PREACHED-COUNT     PIC 9(3).
       01 WS-NEVER-COUNT        PIC 9(3).
       01 WS-TOTAL-CHAPTERS     PIC 9(5).
       01 WS-TOTAL-PREACHED     PIC 9(5).
       01 WS-CANON-EOF          PIC X VALUE "N".
       01 WS-CANON-BOOK         PIC 9(3).
       01 WS-CANON-CHAPTERS     PIC 9(3).
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-PERCENT            PIC ZZ9.

      * lectionary comparison
       01 WS-LECT-EOF           PIC X VALUE "N".
       01 WS-LECT-KIND          PIC X(3).
       01 WS-LECT-WHEN          PIC X(5).
       01 WS-LECT-LABEL         PIC X(60).
       01 WS-LECT-REF           PIC X(50).
       01 WS-LECT-OFFSET        PIC S9(4).
       01 WS-LECT-FOUND         PIC X VALUE "N".
       01 WS-LAST-PREACHED      PIC 9(8).
       01 WS-TIMES-PREACHED     PIC 9(3).
       01 WS-SERMON-INT         PIC 9(7).
       01 WS-SERMON-MMDD        PIC X(4).
       01 WS-EASTER-OFFSET      PIC S9(4).
       01 WS-WANTED-YEAR        PIC 9(4).
       01 WS-EASTER-INT         PIC 9(7).
       01 WS-EASTER-DATE        PIC 9(8).

      * Gauss Easter rule working fields, as in lectionary
       01 WS-GA                 PIC 9(2).
       01 WS-GB                 PIC 9(2).
       01 WS-GC                 PIC 9(2).
       01 WS-GK                 PIC 9(2).
       01 WS-GP                 PIC 9(2).
       01 WS-GQ                 PIC 9(2).
       01 WS-GM                 PIC 9(2).
       01 WS-GN                 PIC 9(2).
       01 WS-GD                 PIC 9(2).
       01 WS-GE                 PIC 9(2).
       01 WS-EASTER-DAY         PIC 9(3).
       01 WS-EASTER-MONTH       PIC 9(2).
       01 WS-EASTER-DOM         PIC 9(2).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "sermonRegister".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "L".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).
       PROCEDURE DIVISION.
       SERMONREGISTER.
           PERFORM READ-SERMON-CONFIG
           PERFORM OPEN-SERMONS
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY SPACE
               DISPLAY "1: Predigt erfassen  2: Register anzeigen  "
                   "3: Eintrag entfernen  4: Buchabdeckung  "
                   "5: Abgleich Lektionar  0: Ende. Auswahl: "
                   WITH NO ADVANCING
               ACCEPT WS-PICK
               EVALUATE WS-PICK
                   WHEN 0
                       MOVE "Y" TO WS-DONE
                   WHEN 1
                       PERFORM ADD-SERMON
                   WHEN 2
                       PERFORM LIST-SERMONS
                   WHEN 3
                       PERFORM REMOVE-SERMON
                   WHEN 4
                       PERFORM COVERAGE-REPORT
                   WHEN 5
                       PERFORM LECTIONARY-REPORT
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl."
               END-EVALUATE
           END-PERFORM
           CLOSE SERMON-FILE
           EXIT PROGRAM.
       SERMONREGISTER-EXIT.

       ADD-SERMON.
           DISPLAY "Datum (JJJJMMTT, Enter = heute): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF FUNCTION trim(WS-DATE-INPUT) = SPACES
               ACCEPT WS-NEW-DATE FROM DATE YYYYMMDD
           ELSE
               IF FUNCTION trim(WS-DATE-INPUT) IS NOT NUMERIC
                   DISPLAY "Ungueltiges Datum."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-NEW-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
               DISPLAY "Ungueltiges Datum."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Predigttext (z.B. JOH 3:16-18): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-REF
           CALL "lib/referenceParser" USING
               WS-NEW-REF,
               WS-NEW-BOOK,
               WS-NEW-CHAPTER,
               WS-NEW-VFROM,
               WS-NEW-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               DISPLAY "Bibelstelle nicht verstanden: "
                   FUNCTION trim(WS-NEW-REF)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Prediger: " WITH NO ADVANCING
           ACCEPT WS-NEW-PREACHER
           DISPLAY "Predigttitel: " WITH NO ADVANCING
           ACCEPT WS-NEW-TITLE

           PERFORM CHECK-REPEAT-TEXT
           IF WS-OVERLAP-COUNT > 0
               DISPLAY "Trotzdem erfassen? (J/N) " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "J"
                   DISPLAY "Nicht erfasst."
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * next free running number of the day
           MOVE 0 TO WS-NEW-SEQ
           MOVE WS-NEW-DATE TO SERMON-DATE
           MOVE 0 TO SERMON-SEQ
           MOVE "N" TO WS-SCAN-EOF
           START SERMON-FILE KEY IS NOT LESS THAN SERMON-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SERMON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF SERMON-DATE NOT = WS-NEW-DATE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           MOVE SERMON-SEQ TO WS-NEW-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEW-SEQ

           MOVE WS-NEW-DATE TO SERMON-DATE
           MOVE WS-NEW-SEQ TO SERMON-SEQ
           MOVE FUNCTION trim(WS-NEW-PREACHER) TO SERMON-PREACHER
           MOVE FUNCTION trim(WS-NEW-TITLE) TO SERMON-TITLE
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-NEW-REF))
               TO SERMON-REF
           MOVE WS-NEW-BOOK TO SERMON-BOOK
           MOVE WS-NEW-CHAPTER TO SERMON-CHAPTER
           MOVE WS-NEW-VFROM TO SERMON-VFROM
           MOVE WS-NEW-VTO TO SERMON-VTO
           WRITE SERMON-RECORD
               INVALID KEY
                   DISPLAY "Eintrag konnte nicht gespeichert werden ("
                       WS-SERMON-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Erfasst: " WS-NEW-DATE "/" WS-NEW-SEQ
                       " " FUNCTION trim(SERMON-REF)
           END-WRITE
           CONTINUE.
       ADD-SERMON-EXIT.

      * Every sermon of the last WARN-YEARS years (up to the new
      * date) on an overlapping passage is listed.
       CHECK-REPEAT-TEXT.
           MOVE 0 TO WS-OVERLAP-COUNT
           COMPUTE WS-WARN-FROM = WS-NEW-DATE - WS-WARN-YEARS * 10000
           MOVE WS-NEW-BOOK TO WS-A-BOOK
           MOVE WS-NEW-CHAPTER TO WS-A-CHAPTER
           MOVE WS-NEW-VFROM TO WS-A-VFROM
           MOVE WS-NEW-VTO TO WS-A-VTO
           MOVE WS-WARN-FROM TO SERMON-DATE
           MOVE 0 TO SERMON-SEQ
           MOVE "N" TO WS-SCAN-EOF
           START SERMON-FILE KEY IS NOT LESS THAN SERMON-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SERMON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF SERMON-DATE > WS-NEW-DATE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM CHECK-REPEAT-ONE
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       CHECK-REPEAT-TEXT-EXIT.

       CHECK-REPEAT-ONE.
           MOVE SERMON-BOOK TO WS-B-BOOK
           MOVE SERMON-CHAPTER TO WS-B-CHAPTER
           MOVE SERMON-VFROM TO WS-B-VFROM
           MOVE SERMON-VTO TO WS-B-VTO
           PERFORM CHECK-OVERLAP
           IF WS-OVERLAP = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-OVERLAP-COUNT = 0
               DISPLAY "WARNUNG: dieser Text wurde in den letzten "
                   WS-WARN-YEARS " Jahren schon gepredigt:"
           END-IF
           ADD 1 TO WS-OVERLAP-COUNT
           DISPLAY "  " SERMON-DATE " " FUNCTION trim(SERMON-REF)
               " - " FUNCTION trim(SERMON-PREACHER) ": "
               FUNCTION trim(SERMON-TITLE)
           CONTINUE.
       CHECK-REPEAT-ONE-EXIT.

       CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP
           IF WS-A-BOOK NOT = WS-B-BOOK
               OR WS-A-CHAPTER NOT = WS-B-CHAPTER
               EXIT PARAGRAPH
           END-IF
           IF WS-A-VFROM = 0 OR WS-B-VFROM = 0
               MOVE "Y" TO WS-OVERLAP
               EXIT PARAGRAPH
           END-IF
           IF WS-A-VFROM <= WS-B-VTO AND WS-B-VFROM <= WS-A-VTO
               MOVE "Y" TO WS-OVERLAP
           END-IF
           CONTINUE.
       CHECK-OVERLAP-EXIT.

       LIST-SERMONS.
           DISPLAY "Nur Prediger (leer = alle): " WITH NO ADVANCING
           ACCEPT WS-FILTER-INPUT
           MOVE 0 TO WS-SHOWN
           MOVE LOW-VALUES TO SERMON-KEY
           MOVE "N" TO WS-SCAN-EOF
           START SERMON-FILE KEY IS NOT LESS THAN SERMON-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SERMON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF FUNCTION trim(WS-FILTER-INPUT) = SPACES
                           OR FUNCTION UPPER-CASE(
                               FUNCTION trim(SERMON-PREACHER))
                             = FUNCTION UPPER-CASE(
                               FUNCTION trim(WS-FILTER-INPUT))
                           ADD 1 TO WS-SHOWN
                           DISPLAY SERMON-DATE "/" SERMON-SEQ " "
                               SERMON-REF(1:20) " "
                               SERMON-PREACHER(1:20) " "
                               FUNCTION trim(SERMON-TITLE)
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-SHOWN " Predigten."
           CONTINUE.
       LIST-SERMONS-EXIT.

       REMOVE-SERMON.
           CALL "lib/checkRole" USING
               WS-ROLE-PROGRAM,
               WS-ROLE-NEEDED,
               WS-ROLE-USER,
               WS-ROLE-ACTUAL,
               WS-ROLE-OK
           END-CALL
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Datum (JJJJMMTT): " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF FUNCTION trim(WS-DATE-INPUT) IS NOT NUMERIC
               DISPLAY "Ungueltiges Datum."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO SERMON-DATE
           DISPLAY "Laufende Nummer (Enter = 1): " WITH NO ADVANCING
           ACCEPT WS-FILTER-INPUT
           IF FUNCTION trim(WS-FILTER-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-FILTER-INPUT) TO SERMON-SEQ
           ELSE
               MOVE 1 TO SERMON-SEQ
           END-IF
           READ SERMON-FILE
               INVALID KEY
                   DISPLAY "Kein solcher Eintrag."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY SERMON-DATE "/" SERMON-SEQ " "
               FUNCTION trim(SERMON-REF) " - "
               FUNCTION trim(SERMON-PREACHER) ": "
               FUNCTION trim(SERMON-TITLE)
           DISPLAY "Entfernen? (J/N) " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "J"
               EXIT PARAGRAPH
           END-IF
           DELETE SERMON-FILE RECORD
               INVALID KEY
                   DISPLAY "Eintrag konnte nicht entfernt werden."
               NOT INVALID KEY
                   DISPLAY "Entfernt."
           END-DELETE
           CONTINUE.
       REMOVE-SERMON-EXIT.

      * Chapters per book from canon66.lookup (book###chapters),
      * marked off by every sermon; a sermon on part of a chapter
      * counts the chapter as preached.
       COVERAGE-REPORT.
           MOVE "canon66.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Keine Kanon-Datei (canon66.lookup)."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE 0 TO WS-COVER-CHAPTERS(WS-BOOK-IDX)
               PERFORM VARYING WS-CHAPTER-IDX FROM 1 BY 1
                   UNTIL WS-CHAPTER-IDX > WS-MAX-CHAPTERS
                   MOVE "N" TO
                       WS-COVER-CHAPTER(WS-BOOK-IDX, WS-CHAPTER-IDX)
               END-PERFORM
           END-PERFORM
           OPEN INPUT CANON-FILE
           MOVE "N" TO WS-CANON-EOF
           PERFORM UNTIL WS-CANON-EOF = "Y"
               READ CANON-FILE
                   AT END
                       MOVE "Y" TO WS-CANON-EOF
                   NOT AT END
                       UNSTRING CANON-RECORD
                           DELIMITED BY "###" INTO
                               WS-CANON-BOOK
                               WS-CANON-CHAPTERS
                       IF WS-CANON-BOOK >= 1
                           AND WS-CANON-BOOK <= WS-MAX-BOOKS
                           MOVE WS-CANON-CHAPTERS
                               TO WS-COVER-CHAPTERS(WS-CANON-BOOK)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANON-FILE
           PERFORM LOAD-BOOK-NAMES

           MOVE LOW-VALUES TO SERMON-KEY
           MOVE "N" TO WS-SCAN-EOF
           START SERMON-FILE KEY IS NOT LESS THAN SERMON-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SERMON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF SERMON-BOOK >= 1
                           AND SERMON-BOOK <= WS-MAX-BOOKS
                           AND SERMON-CHAPTER >= 1
                           AND SERMON-CHAPTER <= WS-MAX-CHAPTERS
                           MOVE "Y" TO WS-COVER-CHAPTER(
                               SERMON-BOOK, SERMON-CHAPTER)
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "BUCH                 KAPITEL  GEPREDIGT  "
               "NIE GEPREDIGT    %"
           MOVE 0 TO WS-TOTAL-CHAPTERS
           MOVE 0 TO WS-TOTAL-PREACHED
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               IF WS-COVER-CHAPTERS(WS-BOOK-IDX) > 0
                   PERFORM SHOW-BOOK-COVERAGE
               END-IF
           END-PERFORM
           IF WS-TOTAL-CHAPTERS > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOTAL-PREACHED * 100 / WS-TOTAL-CHAPTERS
           ELSE
               MOVE 0 TO WS-PERCENT
           END-IF
           DISPLAY "Insgesamt " WS-TOTAL-PREACHED " von "
               WS-TOTAL-CHAPTERS " Kapiteln gepredigt ("
               FUNCTION trim(WS-PERCENT) " %)."
           CONTINUE.
       COVERAGE-REPORT-EXIT.

       SHOW-BOOK-COVERAGE.
           MOVE 0 TO WS-PREACHED-COUNT
           PERFORM VARYING WS-CHAPTER-IDX FROM 1 BY 1
               UNTIL WS-CHAPTER-IDX > WS-COVER-CHAPTERS(WS-BOOK-IDX)
                  OR WS-CHAPTER-IDX > WS-MAX-CHAPTERS
               IF WS-COVER-CHAPTER(WS-BOOK-IDX, WS-CHAPTER-IDX) = "Y"
                   ADD 1 TO WS-PREACHED-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-NEVER-COUNT =
               WS-COVER-CHAPTERS(WS-BOOK-IDX) - WS-PREACHED-COUNT
           COMPUTE WS-PERCENT ROUNDED =
               WS-PREACHED-COUNT * 100 / WS-COVER-CHAPTERS(WS-BOOK-IDX)
           ADD WS-COVER-CHAPTERS(WS-BOOK-IDX) TO WS-TOTAL-CHAPTERS
           ADD WS-PREACHED-COUNT TO WS-TOTAL-PREACHED
           DISPLAY WS-BOOK-NAME(WS-BOOK-IDX) " "
               WS-COVER-CHAPTERS(WS-BOOK-IDX) "      "
               WS-PREACHED-COUNT "        "
               WS-NEVER-COUNT "          " WS-PERCENT
           CONTINUE.
       SHOW-BOOK-COVERAGE-EXIT.

      * German names where books.lookup has them, the English row
      * otherwise.
       LOAD-BOOK-NAMES.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-NAME(WS-BOOK-IDX)
           END-PERFORM
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
                               OR WS-BOOK-NAME(WS-BOOK-REC-NUM)
                                   = SPACES)
                           MOVE WS-BOOK-REC-NAME
                               TO WS-BOOK-NAME(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-NAMES-EXIT.

       LECTIONARY-REPORT.
           MOVE "lectionary.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Keine Lektionar-Datei (lectionary.lookup)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "LESUNGEN DES LEKTIONARS IM REGISTER"
           DISPLAY "TAG                  LESUNG             "
               "GEPREDIGT  ZULETZT"
           OPEN INPUT LECTIONARY-FILE
           MOVE "N" TO WS-LECT-EOF
           PERFORM UNTIL WS-LECT-EOF = "Y"
               READ LECTIONARY-FILE
                   AT END
                       MOVE "Y" TO WS-LECT-EOF
                   NOT AT END
                       PERFORM PARSE-LECTIONARY-LINE
                       IF WS-REF-OK = "Y"
                           PERFORM COUNT-LECTIONARY-READING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LECTIONARY-FILE

           DISPLAY SPACE
           DISPLAY "PREDIGTEN AN LEKTIONARSTAGEN"
           MOVE 0 TO WS-SHOWN
           MOVE LOW-VALUES TO SERMON-KEY
           MOVE "N" TO WS-SCAN-EOF
           START SERMON-FILE KEY IS NOT LESS THAN SERMON-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SERMON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM MATCH-SERMON-DAY
               END-READ
           END-PERFORM
           DISPLAY WS-SHOWN " Predigten an Tagen mit Lesung."
           CONTINUE.
       LECTIONARY-REPORT-EXIT.

       PARSE-LECTIONARY-LINE.
           MOVE SPACES TO WS-LECT-KIND
           MOVE SPACES TO WS-LECT-WHEN
           MOVE SPACES TO WS-LECT-LABEL
           MOVE SPACES TO WS-LECT-REF
           UNSTRING LECTIONARY-RECORD
               DELIMITED BY "###" INTO
                   WS-LECT-KIND
                   WS-LECT-WHEN
                   WS-LECT-LABEL
                   WS-LECT-REF
           CALL "lib/referenceParser" USING
               WS-LECT-REF,
               WS-A-BOOK,
               WS-A-CHAPTER,
               WS-A-VFROM,
               WS-A-VTO,
               WS-REF-OK
           END-CALL
           CONTINUE.
       PARSE-LECTIONARY-LINE-EXIT.

       COUNT-LECTIONARY-READING.
           MOVE 0 TO WS-TIMES-PREACHED
           MOVE 0 TO WS-LAST-PREACHED
           MOVE LOW-VALUES TO SERMON-KEY
           MOVE "N" TO WS-SCAN-EOF
           START SERMON-FILE KEY IS NOT LESS THAN SERMON-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SERMON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SERMON-BOOK TO WS-B-BOOK
                       MOVE SERMON-CHAPTER TO WS-B-CHAPTER
                       MOVE SERMON-VFROM TO WS-B-VFROM
                       MOVE SERMON-VTO TO WS-B-VTO
                       PERFORM CHECK-OVERLAP
                       IF WS-OVERLAP = "Y"
                           ADD 1 TO WS-TIMES-PREACHED
                           MOVE SERMON-DATE TO WS-LAST-PREACHED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TIMES-PREACHED = 0
               DISPLAY WS-LECT-LABEL(1:20) " " WS-LECT-REF(1:18)
                   " " WS-TIMES-PREACHED "        nie"
           ELSE
               DISPLAY WS-LECT-LABEL(1:20) " " WS-LECT-REF(1:18)
                   " " WS-TIMES-PREACHED "        "
                   WS-LAST-PREACHED
           END-IF
           CONTINUE.
       COUNT-LECTIONARY-READING-EXIT.

      * Is the sermon's date a day of the lectionary? Then show
      * the appointed reading next to the preached text.
       MATCH-SERMON-DAY.
           MOVE SERMON-DATE(1:4) TO WS-WANTED-YEAR
           MOVE SERMON-DATE(5:4) TO WS-SERMON-MMDD
           COMPUTE WS-SERMON-INT =
               FUNCTION INTEGER-OF-DATE(SERMON-DATE)
           PERFORM COMPUTE-EASTER
           COMPUTE WS-EASTER-OFFSET = WS-SERMON-INT - WS-EASTER-INT
           MOVE SERMON-BOOK TO WS-B-BOOK
           MOVE SERMON-CHAPTER TO WS-B-CHAPTER
           MOVE SERMON-VFROM TO WS-B-VFROM
           MOVE SERMON-VTO TO WS-B-VTO

           OPEN INPUT LECTIONARY-FILE
           MOVE "N" TO WS-LECT-EOF
           PERFORM UNTIL WS-LECT-EOF = "Y"
               READ LECTIONARY-FILE
                   AT END
                       MOVE "Y" TO WS-LECT-EOF
                   NOT AT END
                       PERFORM MATCH-SERMON-LINE
               END-READ
           END-PERFORM
           CLOSE LECTIONARY-FILE
           CONTINUE.
       MATCH-SERMON-DAY-EXIT.

       MATCH-SERMON-LINE.
           MOVE "N" TO WS-LECT-FOUND
           MOVE SPACES TO WS-LECT-KIND
           MOVE SPACES TO WS-LECT-WHEN
           UNSTRING LECTIONARY-RECORD
               DELIMITED BY "###" INTO
                   WS-LECT-KIND
                   WS-LECT-WHEN
           EVALUATE FUNCTION trim(WS-LECT-KIND)
               WHEN "FIX"
                   IF WS-LECT-WHEN(1:4) = WS-SERMON-MMDD
                       MOVE "Y" TO WS-LECT-FOUND
                   END-IF
               WHEN "OST"
                   COMPUTE WS-LECT-OFFSET =
                       FUNCTION NUMVAL(WS-LECT-WHEN)
                   IF WS-LECT-OFFSET = WS-EASTER-OFFSET
                       MOVE "Y" TO WS-LECT-FOUND
                   END-IF
           END-EVALUATE
           IF WS-LECT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-LECTIONARY-LINE
           MOVE "N" TO WS-OVERLAP
           IF WS-REF-OK = "Y"
               PERFORM CHECK-OVERLAP
           END-IF
           ADD 1 TO WS-SHOWN
           IF WS-OVERLAP = "Y"
               DISPLAY SERMON-DATE " " WS-LECT-LABEL(1:20) " "
                   FUNCTION trim(SERMON-REF) " = Lesung "
                   FUNCTION trim(WS-LECT-REF)
           ELSE
               DISPLAY SERMON-DATE " " WS-LECT-LABEL(1:20) " "
                   FUNCTION trim(SERMON-REF) " statt Lesung "
                   FUNCTION trim(WS-LECT-REF)
           END-IF
           CONTINUE.
       MATCH-SERMON-LINE-EXIT.

      * Gauss rule with the two classic exceptions, the same
      * computation as in lectionary.
       COMPUTE-EASTER.
           COMPUTE WS-GA = FUNCTION MOD(WS-WANTED-YEAR, 19)
           COMPUTE WS-GB = FUNCTION MOD(WS-WANTED-YEAR, 4)
           COMPUTE WS-GC = FUNCTION MOD(WS-WANTED-YEAR, 7)
           COMPUTE WS-GK = WS-WANTED-YEAR / 100
           COMPUTE WS-GP = (13 + 8 * WS-GK) / 25
           COMPUTE WS-GQ = WS-GK / 4
           COMPUTE WS-GM = FUNCTION MOD(15 - WS-GP + WS-GK - WS-GQ,
               30)
           COMPUTE WS-GN = FUNCTION MOD(4 + WS-GK - WS-GQ, 7)
           COMPUTE WS-GD = FUNCTION MOD(19 * WS-GA + WS-GM, 30)
           COMPUTE WS-GE = FUNCTION MOD(
               2 * WS-GB + 4 * WS-GC + 6 * WS-GD + WS-GN, 7)
           COMPUTE WS-EASTER-DAY = 22 + WS-GD + WS-GE
           IF WS-GD = 29 AND WS-GE = 6
               MOVE 50 TO WS-EASTER-DAY
           END-IF
           IF WS-GD = 28 AND WS-GE = 6
               AND FUNCTION MOD(11 * WS-GM + 11, 30) < 19
               MOVE 49 TO WS-EASTER-DAY
           END-IF
           IF WS-EASTER-DAY > 31
               MOVE 4 TO WS-EASTER-MONTH
               COMPUTE WS-EASTER-DOM = WS-EASTER-DAY - 31
           ELSE
               MOVE 3 TO WS-EASTER-MONTH
               MOVE WS-EASTER-DAY TO WS-EASTER-DOM
           END-IF
           COMPUTE WS-EASTER-DATE =
               WS-WANTED-YEAR * 10000
             + WS-EASTER-MONTH * 100
             + WS-EASTER-DOM
           COMPUTE WS-EASTER-INT =
               FUNCTION INTEGER-OF-DATE(WS-EASTER-DATE)
           CONTINUE.
       COMPUTE-EASTER-EXIT.

       READ-SERMON-CONFIG.
           MOVE "sermon.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SERMON-CONFIG
           MOVE "N" TO WS-CFG-EOF
           PERFORM UNTIL WS-CFG-EOF = "Y"
               READ SERMON-CONFIG
                   AT END
                       MOVE "Y" TO WS-CFG-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CFG-KEY
                       MOVE SPACES TO WS-CFG-VALUE
                       UNSTRING SERMON-CONFIG-RECORD
                           DELIMITED BY "###" INTO
                               WS-CFG-KEY
                               WS-CFG-VALUE
                       IF FUNCTION trim(WS-CFG-KEY) = "WARN-YEARS"
                           AND FUNCTION trim(WS-CFG-VALUE) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                               TO WS-WARN-YEARS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SERMON-CONFIG
           CONTINUE.
       READ-SERMON-CONFIG-EXIT.

       OPEN-SERMONS.
           OPEN I-O SERMON-FILE
           IF WS-SERMON-STATUS = "35"
               OPEN OUTPUT SERMON-FILE
               CLOSE SERMON-FILE
               OPEN I-O SERMON-FILE
           END-IF
           CONTINUE.
       OPEN-SERMONS-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM sermonRegister.
