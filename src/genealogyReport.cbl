      * Family-tree reports from the people register persons.data.
      *
      * 1: ancestors of a person - father and mother, their parents
      *    and so on, as an indented tree up to the given number of
      *    generations.
      * 2: descendants of a person - children (in order of first
      *    mention) with their spouses, down the generations.
      * 3: the genealogies of Matthew 1 and Luke 3 against the
      *    register. genealogies.lookup holds both lines as register
      *    ids (MAT###position###id###verse, LUK likewise, in the
      *    order of the text); every link is checked against the
      *    father/mother of the register, and the two lines are
      *    compared: where they part, where they meet again, who
      *    stands in only one of them.
      * 4: all people of one name (or alternative name) with their
      *    parents, first mention and dictionary article, so the
      *    several Marys or Zechariahs can be told apart.
      *
      * A person is chosen by id or by name; a name shared by
      * several people lists them, and the id decides. Output goes
      * to genealogy.report.txt or the file named at the prompt.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. genealogyReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONS-FILE ASSIGN TO "persons.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
               FILE STATUS IS WS-PERSONS-STATUS.
           SELECT GENEALOGY-FILE ASSIGN TO "genealogies.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-persons-file'.
       FD GENEALOGY-FILE.
       01 GENEALOGY-RECORD PIC X(60).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-PERSONS-STATUS     PIC XX.
       01 WS-PERSONS-EOF        PIC X VALUE "N".
       01 WS-MODE-INPUT         PIC X(1).
       01 WS-PERSON-INPUT       PIC X(40).
       01 WS-DEPTH-INPUT        PIC X(3).
       01 WS-MAX-DEPTH          PIC 9(2) VALUE 10.
       78 WS-DEPTH-LIMIT VALUE 30.
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-COUNT-DISP         PIC Z(4)9.

      * the register in memory, in id order
       78 WS-P-MAX VALUE 3000.
       01 WS-P-COUNT            PIC 9(4) VALUE 0.
       01 WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 3000 TIMES.
               10 WS-P-ID        PIC X(20).
               10 WS-P-NAME      PIC X(40).
               10 WS-P-ALT       PIC X(120).
               10 WS-P-FATHER    PIC X(20).
               10 WS-P-MOTHER    PIC X(20).
               10 WS-P-SPOUSES   PIC X(80).
               10 WS-P-FIRST     PIC 9(9).
               10 WS-P-DICT      PIC X(60).
       01 WS-P-IDX              PIC 9(4).
       01 WS-FIND-ID            PIC X(20).
       01 WS-FIND-IDX           PIC 9(4).
       01 WS-ROOT-IDX           PIC 9(4).

      * name search
       01 WS-SEARCH-NAME        PIC X(40).
       01 WS-NAME-HIT           PIC X.
       01 WS-NAME-MATCHES       PIC 9(4).
       01 WS-ALT-PTR            PIC 9(3).
       01 WS-ALT-ITEM           PIC X(40).

      * tree walk: an explicit stack of (person, depth, role)
       78 WS-ST-MAX VALUE 1000.
       01 WS-ST-COUNT           PIC 9(4) VALUE 0.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 1000 TIMES.
               10 WS-ST-ID       PIC X(20).
               10 WS-ST-DEPTH    PIC 9(2).
               10 WS-ST-ROLE     PIC X(8).
       01 WS-CUR-ID             PIC X(20).
       01 WS-CUR-DEPTH          PIC 9(2).
       01 WS-CUR-ROLE           PIC X(8).
       01 WS-CUR-IDX            PIC 9(4).
       01 WS-DEEPEST            PIC 9(2).
       01 WS-SHOWN-COUNT        PIC 9(5).
       01 WS-TRUNCATED          PIC X.
       01 WS-INDENT             PIC 9(3).
       01 WS-PERSON-TEXT        PIC X(80).
       01 WS-SPOUSE-TEXT        PIC X(100).
       01 WS-SPOUSE-PTR         PIC 9(3).
       01 WS-SPOUSE-ITEM        PIC X(20).

      * children of one person, sorted by first mention
       78 WS-CH-MAX VALUE 60.
       01 WS-CH-COUNT           PIC 9(2).
       01 WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 60 TIMES.
               10 WS-CH-IDX      PIC 9(4).
               10 WS-CH-FIRST    PIC 9(9).
       01 WS-CH-I               PIC 9(2).
       01 WS-CH-J               PIC 9(2).
       01 WS-CH-SWAP            PIC X(13).

      * the two genealogies, each in ancestor-to-descendant order
       78 WS-GL-MAX VALUE 100.
       01 WS-GEN-EOF            PIC X VALUE "N".
       01 WS-GEN-TAG            PIC X(3).
       01 WS-GEN-POS            PIC 9(3).
       01 WS-GEN-ID             PIC X(20).
       01 WS-GEN-VERSE          PIC 9(3).
       01 WS-MT-COUNT           PIC 9(3) VALUE 0.
       01 WS-MT-TABLE.
           05 WS-MT-ENTRY OCCURS 100 TIMES.
               10 WS-MT-ID       PIC X(20).
               10 WS-MT-VERSE    PIC 9(3).
       01 WS-LK-COUNT           PIC 9(3) VALUE 0.
       01 WS-LK-TEXT-TABLE.
           05 WS-LK-TEXT-ENTRY OCCURS 100 TIMES.
               10 WS-LK-TEXT-ID    PIC X(20).
               10 WS-LK-TEXT-VERSE PIC 9(3).
       01 WS-LK-TABLE.
           05 WS-LK-ENTRY OCCURS 100 TIMES.
               10 WS-LK-ID       PIC X(20).
               10 WS-LK-VERSE    PIC 9(3).
       01 WS-GL-COUNT           PIC 9(3).
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 100 TIMES.
               10 WS-GL-ID       PIC X(20).
               10 WS-GL-VERSE    PIC 9(3).
       01 WS-GL-IDX             PIC 9(3).
       01 WS-GL-J               PIC 9(3).
       01 WS-GL-TITLE           PIC X(20).
       01 WS-GL-CHAPTER         PIC X(2).
       01 WS-GL-FINDINGS        PIC 9(3).
       01 WS-MT-COMMON.
           05 WS-MT-IN-LK OCCURS 100 TIMES PIC 9(3).
       01 WS-LK-COMMON.
           05 WS-LK-IN-MT OCCURS 100 TIMES PIC 9(3).
       01 WS-COMMON-COUNT       PIC 9(3).
       01 WS-CHECK-TEXT         PIC X(60).
       01 WS-NR-DISP            PIC ZZ9.
       01 WS-VERSE-DISP         PIC ZZ9.

      * book abbreviations for first mentions, German rows preferred
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-ABBR-TABLE.
           05 WS-BOOK-ABBR PIC X(4) OCCURS 99 TIMES.
       01 WS-BOOK-IDX           PIC 9(3).
       01 WS-FMT-REF            PIC 9(9).
       01 WS-FMT-PARTS REDEFINES WS-FMT-REF.
           05 WS-FMT-BOOK       PIC 9(3).
           05 WS-FMT-CHAPTER    PIC 9(3).
           05 WS-FMT-VERSE      PIC 9(3).
       01 WS-FMT-TEXT           PIC X(16).
       01 WS-FMT-CHAPTER-DISP   PIC ZZ9.
       01 WS-FMT-VERSE-DISP     PIC ZZ9.
       PROCEDURE DIVISION.
       GENEALOGYREPORT.
           MOVE "persons.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Kein Personenregister installiert"
                   " (persons.data)."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           DISPLAY "1: Vorfahren  2: Nachkommen  3: Mt 1 / Lk 3  "
               "4: Gleichnamige (Enter = 1): " WITH NO ADVANCING
           ACCEPT WS-MODE-INPUT
           IF WS-MODE-INPUT = SPACE
               MOVE "1" TO WS-MODE-INPUT
           END-IF
           IF WS-MODE-INPUT < "1" OR WS-MODE-INPUT > "4"
               DISPLAY "Ungueltige Auswahl."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-PERSONS
           PERFORM LOAD-BOOK-ABBR

           EVALUATE WS-MODE-INPUT
               WHEN "1"
               WHEN "2"
                   DISPLAY "Person (Id oder Name): " WITH NO ADVANCING
                   ACCEPT WS-PERSON-INPUT
                   PERFORM RESOLVE-PERSON
                   IF WS-ROOT-IDX = 0
                       MOVE 8 TO RETURN-CODE
                       EXIT PROGRAM
                   END-IF
                   DISPLAY "Generationen (Enter = 10): "
                       WITH NO ADVANCING
                   ACCEPT WS-DEPTH-INPUT
                   IF FUNCTION trim(WS-DEPTH-INPUT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-DEPTH-INPUT)
                           TO WS-MAX-DEPTH
                   END-IF
                   IF WS-MAX-DEPTH < 1
                       MOVE 1 TO WS-MAX-DEPTH
                   END-IF
                   IF WS-MAX-DEPTH > WS-DEPTH-LIMIT
                       MOVE WS-DEPTH-LIMIT TO WS-MAX-DEPTH
                   END-IF
               WHEN "3"
                   PERFORM LOAD-GENEALOGIES
                   IF WS-MT-COUNT = 0 OR WS-LK-COUNT = 0
                       DISPLAY "genealogies.lookup fehlt oder enthaelt"
                           " nicht beide Linien (MAT, LUK)."
                       MOVE 8 TO RETURN-CODE
                       EXIT PROGRAM
                   END-IF
               WHEN "4"
                   DISPLAY "Name: " WITH NO ADVANCING
                   ACCEPT WS-PERSON-INPUT
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION trim(WS-PERSON-INPUT))
                       TO WS-SEARCH-NAME
           END-EVALUATE

           DISPLAY "Bericht (Enter = genealogy.report.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE "genealogy.report.txt" TO WS-REPORT-FILE
           END-IF

           OPEN OUTPUT ReportFile
           EVALUATE WS-MODE-INPUT
               WHEN "1"
                   PERFORM WRITE-ANCESTORS
               WHEN "2"
                   PERFORM WRITE-DESCENDANTS
               WHEN "3"
                   PERFORM WRITE-GENEALOGY-COMPARISON
               WHEN "4"
                   PERFORM WRITE-SAME-NAME
           END-EVALUATE
           CLOSE ReportFile

           DISPLAY "Bericht geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           EXIT PROGRAM.
       GENEALOGYREPORT-EXIT.

       LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           OPEN INPUT PERSONS-FILE
           IF WS-PERSONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PERSONS-EOF
           PERFORM UNTIL WS-PERSONS-EOF = "Y"
               READ PERSONS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PERSONS-EOF
                   NOT AT END
                       IF WS-P-COUNT < WS-P-MAX
                           ADD 1 TO WS-P-COUNT
                           MOVE PERSON-ID TO WS-P-ID(WS-P-COUNT)
                           MOVE PERSON-NAME TO WS-P-NAME(WS-P-COUNT)
                           MOVE PERSON-ALT-NAMES
                               TO WS-P-ALT(WS-P-COUNT)
                           MOVE PERSON-FATHER
                               TO WS-P-FATHER(WS-P-COUNT)
                           MOVE PERSON-MOTHER
                               TO WS-P-MOTHER(WS-P-COUNT)
                           MOVE PERSON-SPOUSES
                               TO WS-P-SPOUSES(WS-P-COUNT)
                           MOVE PERSON-FIRST-REF
                               TO WS-P-FIRST(WS-P-COUNT)
                           MOVE PERSON-DICT-KEY
                               TO WS-P-DICT(WS-P-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONS-FILE
           IF WS-P-COUNT >= WS-P-MAX
               DISPLAY "Hinweis: nur die ersten " WS-P-MAX
                   " Personen des Registers werden verwendet."
           END-IF
           CONTINUE.
       LOAD-PERSONS-EXIT.

       FIND-PERSON.
           MOVE 0 TO WS-FIND-IDX
           IF WS-FIND-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
               UNTIL WS-P-IDX > WS-P-COUNT OR WS-FIND-IDX > 0
               IF WS-P-ID(WS-P-IDX) = WS-FIND-ID
                   MOVE WS-P-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM
           CONTINUE.
       FIND-PERSON-EXIT.

      * An id wins; otherwise the name must be unambiguous.
       RESOLVE-PERSON.
           MOVE 0 TO WS-ROOT-IDX
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-PERSON-INPUT))
               TO WS-FIND-ID
           PERFORM FIND-PERSON
           IF WS-FIND-IDX > 0
               MOVE WS-FIND-IDX TO WS-ROOT-IDX
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-PERSON-INPUT))
               TO WS-SEARCH-NAME
           MOVE 0 TO WS-NAME-MATCHES
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
               UNTIL WS-P-IDX > WS-P-COUNT
               PERFORM CHECK-NAME
               IF WS-NAME-HIT = "Y"
                   ADD 1 TO WS-NAME-MATCHES
                   MOVE WS-P-IDX TO WS-ROOT-IDX
               END-IF
           END-PERFORM
           EVALUATE WS-NAME-MATCHES
               WHEN 0
                   DISPLAY "Keine Person "
                       FUNCTION trim(WS-PERSON-INPUT) " im Register."
               WHEN 1
                   CONTINUE
               WHEN OTHER
                   MOVE 0 TO WS-ROOT-IDX
                   DISPLAY "Mehrere Personen dieses Namens - bitte"
                       " mit der Id waehlen:"
                   PERFORM VARYING WS-P-IDX FROM 1 BY 1
                       UNTIL WS-P-IDX > WS-P-COUNT
                       PERFORM CHECK-NAME
                       IF WS-NAME-HIT = "Y"
                           MOVE WS-P-IDX TO WS-CUR-IDX
                           PERFORM BUILD-PERSON-TEXT
                           DISPLAY "  " FUNCTION trim(WS-PERSON-TEXT)
                       END-IF
                   END-PERFORM
           END-EVALUATE
           CONTINUE.
       RESOLVE-PERSON-EXIT.

      * WS-P-IDX carries WS-SEARCH-NAME as name or as one of the
      * comma-separated alternative names?
       CHECK-NAME.
           MOVE "N" TO WS-NAME-HIT
           IF FUNCTION UPPER-CASE(WS-P-NAME(WS-P-IDX))
               = WS-SEARCH-NAME
               MOVE "Y" TO WS-NAME-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ALT-PTR
           PERFORM UNTIL WS-ALT-PTR > LENGTH OF WS-P-ALT(WS-P-IDX)
               OR WS-NAME-HIT = "Y"
               MOVE SPACES TO WS-ALT-ITEM
               UNSTRING WS-P-ALT(WS-P-IDX) DELIMITED BY ","
                   INTO WS-ALT-ITEM
                   WITH POINTER WS-ALT-PTR
               END-UNSTRING
               IF FUNCTION UPPER-CASE(FUNCTION trim(WS-ALT-ITEM))
                   = WS-SEARCH-NAME
                   AND WS-ALT-ITEM NOT = SPACES
                   MOVE "Y" TO WS-NAME-HIT
               END-IF
           END-PERFORM
           CONTINUE.
       CHECK-NAME-EXIT.

      * "Name (ID), JOH 19:25" for WS-CUR-IDX, or the bare id with
      * a note when the register does not know WS-CUR-ID
       BUILD-PERSON-TEXT.
           IF WS-CUR-IDX = 0
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-CUR-ID), " (nicht im Register)"
               ) TO WS-PERSON-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-FIRST(WS-CUR-IDX) TO WS-FMT-REF
           PERFORM FORMAT-REFERENCE
           IF WS-FMT-REF = 0
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-P-NAME(WS-CUR-IDX)), " (",
                   FUNCTION trim(WS-P-ID(WS-CUR-IDX)), ")"
               ) TO WS-PERSON-TEXT
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-P-NAME(WS-CUR-IDX)), " (",
                   FUNCTION trim(WS-P-ID(WS-CUR-IDX)), "), ",
                   FUNCTION trim(WS-FMT-TEXT)
               ) TO WS-PERSON-TEXT
           END-IF
           CONTINUE.
       BUILD-PERSON-TEXT-EXIT.

      ******************************************************************
      * 1: ancestors
      ******************************************************************
       WRITE-ANCESTORS.
           MOVE WS-ROOT-IDX TO WS-CUR-IDX
           PERFORM BUILD-PERSON-TEXT
           MOVE FUNCTION concatenate(
               "Vorfahren von ", FUNCTION trim(WS-PERSON-TEXT)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord

           MOVE 0 TO WS-ST-COUNT
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 0 TO WS-DEEPEST
           MOVE "N" TO WS-TRUNCATED
           MOVE WS-P-ID(WS-ROOT-IDX) TO WS-CUR-ID
           MOVE 0 TO WS-CUR-DEPTH
           MOVE SPACES TO WS-CUR-ROLE
           PERFORM PUSH-ENTRY
           PERFORM UNTIL WS-ST-COUNT = 0
               PERFORM POP-ENTRY
               PERFORM WRITE-TREE-LINE
               IF WS-CUR-IDX > 0 AND WS-CUR-DEPTH < WS-MAX-DEPTH
                   PERFORM PUSH-PARENTS
               END-IF
           END-PERFORM
           PERFORM WRITE-TREE-FOOT
           CONTINUE.
       WRITE-ANCESTORS-EXIT.

      * mother first, so the father comes off the stack first
       PUSH-PARENTS.
           MOVE WS-CUR-IDX TO WS-P-IDX
           ADD 1 TO WS-CUR-DEPTH
           IF WS-P-MOTHER(WS-P-IDX) NOT = SPACES
               MOVE WS-P-MOTHER(WS-P-IDX) TO WS-CUR-ID
               MOVE "Mutter:" TO WS-CUR-ROLE
               PERFORM PUSH-ENTRY
           END-IF
           IF WS-P-FATHER(WS-P-IDX) NOT = SPACES
               MOVE WS-P-FATHER(WS-P-IDX) TO WS-CUR-ID
               MOVE "Vater:" TO WS-CUR-ROLE
               PERFORM PUSH-ENTRY
           END-IF
           CONTINUE.
       PUSH-PARENTS-EXIT.

      ******************************************************************
      * 2: descendants
      ******************************************************************
       WRITE-DESCENDANTS.
           MOVE WS-ROOT-IDX TO WS-CUR-IDX
           PERFORM BUILD-PERSON-TEXT
           MOVE FUNCTION concatenate(
               "Nachkommen von ", FUNCTION trim(WS-PERSON-TEXT)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord

           MOVE 0 TO WS-ST-COUNT
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 0 TO WS-DEEPEST
           MOVE "N" TO WS-TRUNCATED
           MOVE WS-P-ID(WS-ROOT-IDX) TO WS-CUR-ID
           MOVE 0 TO WS-CUR-DEPTH
           MOVE SPACES TO WS-CUR-ROLE
           PERFORM PUSH-ENTRY
           PERFORM UNTIL WS-ST-COUNT = 0
               PERFORM POP-ENTRY
               PERFORM WRITE-TREE-LINE
               IF WS-CUR-IDX > 0
                   PERFORM WRITE-SPOUSE-LINE
                   IF WS-CUR-DEPTH < WS-MAX-DEPTH
                       PERFORM PUSH-CHILDREN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-TREE-FOOT
           CONTINUE.
       WRITE-DESCENDANTS-EXIT.

      * Children sorted by first mention (unknown last) and pushed
      * in reverse, so the first-born of the text is written first.
       PUSH-CHILDREN.
           MOVE 0 TO WS-CH-COUNT
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
               UNTIL WS-P-IDX > WS-P-COUNT
               IF WS-P-FATHER(WS-P-IDX) = WS-P-ID(WS-CUR-IDX)
                   OR WS-P-MOTHER(WS-P-IDX) = WS-P-ID(WS-CUR-IDX)
                   IF WS-CH-COUNT < WS-CH-MAX
                       ADD 1 TO WS-CH-COUNT
                       MOVE WS-P-IDX TO WS-CH-IDX(WS-CH-COUNT)
                       IF WS-P-FIRST(WS-P-IDX) = 0
                           MOVE 999999999 TO WS-CH-FIRST(WS-CH-COUNT)
                       ELSE
                           MOVE WS-P-FIRST(WS-P-IDX)
                               TO WS-CH-FIRST(WS-CH-COUNT)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-TRUNCATED
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CH-I FROM 2 BY 1
               UNTIL WS-CH-I > WS-CH-COUNT
               MOVE WS-CH-I TO WS-CH-J
               PERFORM UNTIL WS-CH-J < 2
                   OR WS-CH-FIRST(WS-CH-J - 1) <= WS-CH-FIRST(WS-CH-J)
                   MOVE WS-CH-ENTRY(WS-CH-J) TO WS-CH-SWAP
                   MOVE WS-CH-ENTRY(WS-CH-J - 1) TO WS-CH-ENTRY(WS-CH-J)
                   MOVE WS-CH-SWAP TO WS-CH-ENTRY(WS-CH-J - 1)
                   SUBTRACT 1 FROM WS-CH-J
               END-PERFORM
           END-PERFORM

           ADD 1 TO WS-CUR-DEPTH
           MOVE "Kind:" TO WS-CUR-ROLE
           PERFORM VARYING WS-CH-I FROM WS-CH-COUNT BY -1
               UNTIL WS-CH-I < 1
               MOVE WS-P-ID(WS-CH-IDX(WS-CH-I)) TO WS-CUR-ID
               PERFORM PUSH-ENTRY
           END-PERFORM
           CONTINUE.
       PUSH-CHILDREN-EXIT.

       WRITE-SPOUSE-LINE.
           IF WS-P-SPOUSES(WS-CUR-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SPOUSE-TEXT
           MOVE 1 TO WS-SPOUSE-PTR
           PERFORM UNTIL WS-SPOUSE-PTR
               > LENGTH OF WS-P-SPOUSES(WS-CUR-IDX)
               MOVE SPACES TO WS-SPOUSE-ITEM
               UNSTRING WS-P-SPOUSES(WS-CUR-IDX) DELIMITED BY ALL SPACE
                   INTO WS-SPOUSE-ITEM
                   WITH POINTER WS-SPOUSE-PTR
               END-UNSTRING
               IF WS-SPOUSE-ITEM NOT = SPACES
                   MOVE WS-SPOUSE-ITEM TO WS-FIND-ID
                   PERFORM FIND-PERSON
                   IF WS-FIND-IDX > 0
                       MOVE WS-P-NAME(WS-FIND-IDX) TO WS-SPOUSE-ITEM
                   END-IF
                   IF WS-SPOUSE-TEXT = SPACES
                       MOVE WS-SPOUSE-ITEM TO WS-SPOUSE-TEXT
                   ELSE
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-SPOUSE-TEXT), ", ",
                           FUNCTION trim(WS-SPOUSE-ITEM)
                       ) TO WS-SPOUSE-TEXT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportRecord
           COMPUTE WS-INDENT = WS-CUR-DEPTH * 2 + 3
           MOVE FUNCTION concatenate(
               "oo ", FUNCTION trim(WS-SPOUSE-TEXT)
           ) TO ReportRecord(WS-INDENT:)
           WRITE ReportRecord
           CONTINUE.
       WRITE-SPOUSE-LINE-EXIT.

      ******************************************************************
      * tree helpers
      ******************************************************************
       PUSH-ENTRY.
           IF WS-ST-COUNT >= WS-ST-MAX
               MOVE "Y" TO WS-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE WS-CUR-ID TO WS-ST-ID(WS-ST-COUNT)
           MOVE WS-CUR-DEPTH TO WS-ST-DEPTH(WS-ST-COUNT)
           MOVE WS-CUR-ROLE TO WS-ST-ROLE(WS-ST-COUNT)
           CONTINUE.
       PUSH-ENTRY-EXIT.

       POP-ENTRY.
           MOVE WS-ST-ID(WS-ST-COUNT) TO WS-CUR-ID
           MOVE WS-ST-DEPTH(WS-ST-COUNT) TO WS-CUR-DEPTH
           MOVE WS-ST-ROLE(WS-ST-COUNT) TO WS-CUR-ROLE
           SUBTRACT 1 FROM WS-ST-COUNT
           MOVE WS-CUR-ID TO WS-FIND-ID
           PERFORM FIND-PERSON
           MOVE WS-FIND-IDX TO WS-CUR-IDX
           CONTINUE.
       POP-ENTRY-EXIT.

       WRITE-TREE-LINE.
           ADD 1 TO WS-SHOWN-COUNT
           IF WS-CUR-DEPTH > WS-DEEPEST
               MOVE WS-CUR-DEPTH TO WS-DEEPEST
           END-IF
           PERFORM BUILD-PERSON-TEXT
           MOVE SPACES TO ReportRecord
           COMPUTE WS-INDENT = WS-CUR-DEPTH * 2 + 1
           IF WS-CUR-ROLE = SPACES
               MOVE WS-PERSON-TEXT TO ReportRecord(WS-INDENT:)
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-CUR-ROLE), " ",
                   FUNCTION trim(WS-PERSON-TEXT)
               ) TO ReportRecord(WS-INDENT:)
           END-IF
           WRITE ReportRecord
           CONTINUE.
       WRITE-TREE-LINE-EXIT.

       WRITE-TREE-FOOT.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           SUBTRACT 1 FROM WS-SHOWN-COUNT
           MOVE WS-SHOWN-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-COUNT-DISP), " Personen in ",
               WS-DEEPEST, " Generationen"
           ) TO ReportRecord
           WRITE ReportRecord
           IF WS-TRUNCATED = "Y"
               MOVE "Baum gekuerzt - zu viele Personen."
                   TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       WRITE-TREE-FOOT-EXIT.

      ******************************************************************
      * 3: Matthew 1 and Luke 3
      ******************************************************************
       LOAD-GENEALOGIES.
           MOVE 0 TO WS-MT-COUNT
           MOVE 0 TO WS-LK-COUNT
           MOVE "genealogies.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GENEALOGY-FILE
           MOVE "N" TO WS-GEN-EOF
           PERFORM UNTIL WS-GEN-EOF = "Y"
               READ GENEALOGY-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF
                   NOT AT END
                       UNSTRING GENEALOGY-RECORD
                           DELIMITED BY "###" INTO
                               WS-GEN-TAG
                               WS-GEN-POS
                               WS-GEN-ID
                               WS-GEN-VERSE
                       EVALUATE WS-GEN-TAG
                           WHEN "MAT"
                               IF WS-MT-COUNT < WS-GL-MAX
                                   ADD 1 TO WS-MT-COUNT
                                   MOVE WS-GEN-ID
                                       TO WS-MT-ID(WS-MT-COUNT)
                                   MOVE WS-GEN-VERSE
                                       TO WS-MT-VERSE(WS-MT-COUNT)
                               END-IF
                           WHEN "LUK"
                               IF WS-LK-COUNT < WS-GL-MAX
                                   ADD 1 TO WS-LK-COUNT
                                   MOVE WS-GEN-ID
                                       TO WS-LK-TEXT-ID(WS-LK-COUNT)
                                   MOVE WS-GEN-VERSE
                                       TO WS-LK-TEXT-VERSE(WS-LK-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GENEALOGY-FILE

      * Luke goes upwards from Jesus to Adam; turned round it reads
      * like Matthew, from the ancestor down
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-LK-COUNT
               COMPUTE WS-GL-J = WS-LK-COUNT - WS-GL-IDX + 1
               MOVE WS-LK-TEXT-ENTRY(WS-GL-J)
                   TO WS-LK-ENTRY(WS-GL-IDX)
           END-PERFORM
           CONTINUE.
       LOAD-GENEALOGIES-EXIT.

       WRITE-GENEALOGY-COMPARISON.
           MOVE "Die Stammbaeume Jesu: Matthaeus 1 und Lukas 3"
               TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord

           MOVE WS-MT-TABLE TO WS-GL-TABLE
           MOVE WS-MT-COUNT TO WS-GL-COUNT
           MOVE "Matthaeus 1" TO WS-GL-TITLE
           MOVE "1" TO WS-GL-CHAPTER
           PERFORM WRITE-LINE-CHECK

           MOVE WS-LK-TABLE TO WS-GL-TABLE
           MOVE WS-LK-COUNT TO WS-GL-COUNT
           MOVE "Lukas 3" TO WS-GL-TITLE
           MOVE "3" TO WS-GL-CHAPTER
           PERFORM WRITE-LINE-CHECK

           PERFORM MATCH-LINES
           PERFORM WRITE-LINE-COMPARISON
           CONTINUE.
       WRITE-GENEALOGY-COMPARISON-EXIT.

      * Each entry against its predecessor: the register must name
      * the predecessor as father or mother.
       WRITE-LINE-CHECK.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-GL-TITLE),
               " (vom Stammvater abwaerts)"
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           MOVE " NR  VERS   PERSON" TO ReportRecord(1:19)
           MOVE "BEFUND" TO ReportRecord(51:6)
           WRITE ReportRecord
           MOVE 0 TO WS-GL-FINDINGS
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
               MOVE WS-GL-ID(WS-GL-IDX) TO WS-CUR-ID
               MOVE WS-CUR-ID TO WS-FIND-ID
               PERFORM FIND-PERSON
               MOVE WS-FIND-IDX TO WS-CUR-IDX
               PERFORM BUILD-PERSON-TEXT
               MOVE SPACES TO WS-CHECK-TEXT
               EVALUATE TRUE
                   WHEN WS-CUR-IDX = 0
                       MOVE "nicht im Register" TO WS-CHECK-TEXT
                   WHEN WS-GL-IDX = 1
                       CONTINUE
                   WHEN WS-P-FATHER(WS-CUR-IDX)
                        = WS-GL-ID(WS-GL-IDX - 1)
                   WHEN WS-P-MOTHER(WS-CUR-IDX)
                        = WS-GL-ID(WS-GL-IDX - 1)
                       MOVE "ok" TO WS-CHECK-TEXT
                   WHEN WS-P-FATHER(WS-CUR-IDX) = SPACES
                       MOVE "Register: ohne Vater" TO WS-CHECK-TEXT
                   WHEN OTHER
                       MOVE WS-P-FATHER(WS-CUR-IDX) TO WS-FIND-ID
                       PERFORM FIND-PERSON
                       IF WS-FIND-IDX > 0
                           MOVE FUNCTION concatenate(
                               "Register: Vater ",
                               FUNCTION trim(WS-P-NAME(WS-FIND-IDX))
                           ) TO WS-CHECK-TEXT
                       ELSE
                           MOVE FUNCTION concatenate(
                               "Register: Vater ",
                               FUNCTION trim(WS-P-FATHER(WS-CUR-IDX))
                           ) TO WS-CHECK-TEXT
                       END-IF
               END-EVALUATE
               IF WS-CHECK-TEXT NOT = SPACES
                   AND WS-CHECK-TEXT NOT = "ok"
                   ADD 1 TO WS-GL-FINDINGS
               END-IF
               MOVE SPACES TO ReportRecord
               MOVE WS-GL-IDX TO WS-NR-DISP
               MOVE WS-NR-DISP TO ReportRecord(1:3)
               MOVE WS-GL-VERSE(WS-GL-IDX) TO WS-VERSE-DISP
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-GL-CHAPTER), ",",
                   FUNCTION trim(WS-VERSE-DISP)
               ) TO ReportRecord(6:6)
               MOVE WS-PERSON-TEXT TO ReportRecord(13:37)
               MOVE WS-CHECK-TEXT TO ReportRecord(51:)
               WRITE ReportRecord
           END-PERFORM
           MOVE WS-GL-FINDINGS TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(WS-COUNT-DISP),
               " Abweichungen vom Register"
           ) TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       WRITE-LINE-CHECK-EXIT.

      * position of every Matthew entry in Luke and vice versa
       MATCH-LINES.
           MOVE 0 TO WS-COMMON-COUNT
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-MT-COUNT
               MOVE 0 TO WS-MT-IN-LK(WS-GL-IDX)
               PERFORM VARYING WS-GL-J FROM 1 BY 1
                   UNTIL WS-GL-J > WS-LK-COUNT
                   OR WS-MT-IN-LK(WS-GL-IDX) > 0
                   IF WS-LK-ID(WS-GL-J) = WS-MT-ID(WS-GL-IDX)
                       MOVE WS-GL-J TO WS-MT-IN-LK(WS-GL-IDX)
                       ADD 1 TO WS-COMMON-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-GL-J FROM 1 BY 1
               UNTIL WS-GL-J > WS-LK-COUNT
               MOVE 0 TO WS-LK-IN-MT(WS-GL-J)
           END-PERFORM
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-MT-COUNT
               IF WS-MT-IN-LK(WS-GL-IDX) > 0
                   MOVE WS-GL-IDX
                       TO WS-LK-IN-MT(WS-MT-IN-LK(WS-GL-IDX))
               END-IF
           END-PERFORM
           CONTINUE.
       MATCH-LINES-EXIT.

       WRITE-LINE-COMPARISON.
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE "Vergleich der Linien" TO ReportRecord
           WRITE ReportRecord
           MOVE WS-COMMON-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(WS-COUNT-DISP),
               " Personen in beiden Linien"
           ) TO ReportRecord
           WRITE ReportRecord

      * where a shared stretch ends the lines part, where a shared
      * entry follows a separate stretch they meet again
           PERFORM VARYING WS-GL-IDX FROM 2 BY 1
               UNTIL WS-GL-IDX > WS-MT-COUNT
               IF WS-MT-IN-LK(WS-GL-IDX - 1) > 0
                   AND WS-MT-IN-LK(WS-GL-IDX) = 0
                   PERFORM WRITE-PARTING
               END-IF
               IF WS-MT-IN-LK(WS-GL-IDX - 1) = 0
                   AND WS-MT-IN-LK(WS-GL-IDX) > 0
                   MOVE WS-MT-ID(WS-GL-IDX) TO WS-CUR-ID
                   MOVE WS-CUR-ID TO WS-FIND-ID
                   PERFORM FIND-PERSON
                   MOVE WS-FIND-IDX TO WS-CUR-IDX
                   PERFORM BUILD-PERSON-TEXT
                   MOVE FUNCTION concatenate(
                       "  wieder zusammen bei ",
                       FUNCTION trim(WS-PERSON-TEXT)
                   ) TO ReportRecord
                   WRITE ReportRecord
               END-IF
           END-PERFORM

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE "Nur bei Matthaeus:" TO ReportRecord
           WRITE ReportRecord
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-MT-COUNT
               IF WS-MT-IN-LK(WS-GL-IDX) = 0
                   MOVE WS-MT-ID(WS-GL-IDX) TO WS-CUR-ID
                   MOVE WS-MT-VERSE(WS-GL-IDX) TO WS-VERSE-DISP
                   MOVE "1" TO WS-GL-CHAPTER
                   PERFORM WRITE-ONLY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE "Nur bei Lukas:" TO ReportRecord
           WRITE ReportRecord
           PERFORM VARYING WS-GL-J FROM 1 BY 1
               UNTIL WS-GL-J > WS-LK-COUNT
               IF WS-LK-IN-MT(WS-GL-J) = 0
                   MOVE WS-LK-ID(WS-GL-J) TO WS-CUR-ID
                   MOVE WS-LK-VERSE(WS-GL-J) TO WS-VERSE-DISP
                   MOVE "3" TO WS-GL-CHAPTER
                   PERFORM WRITE-ONLY-LINE
               END-IF
           END-PERFORM
           CONTINUE.
       WRITE-LINE-COMPARISON-EXIT.

      * after the shared WS-GL-IDX - 1 Matthew goes on with
      * WS-GL-IDX, Luke with the entry after the shared one
       WRITE-PARTING.
           MOVE WS-MT-ID(WS-GL-IDX - 1) TO WS-CUR-ID
           MOVE WS-CUR-ID TO WS-FIND-ID
           PERFORM FIND-PERSON
           MOVE WS-FIND-IDX TO WS-CUR-IDX
           PERFORM BUILD-PERSON-TEXT
           MOVE FUNCTION concatenate(
               "  Trennung nach ", FUNCTION trim(WS-PERSON-TEXT)
           ) TO ReportRecord
           WRITE ReportRecord

           MOVE WS-MT-ID(WS-GL-IDX) TO WS-CUR-ID
           MOVE WS-CUR-ID TO WS-FIND-ID
           PERFORM FIND-PERSON
           MOVE WS-FIND-IDX TO WS-CUR-IDX
           PERFORM BUILD-PERSON-TEXT
           MOVE FUNCTION concatenate(
               "    Matthaeus weiter mit ",
               FUNCTION trim(WS-PERSON-TEXT)
           ) TO ReportRecord
           WRITE ReportRecord

           COMPUTE WS-GL-J = WS-MT-IN-LK(WS-GL-IDX - 1) + 1
           IF WS-GL-J <= WS-LK-COUNT
               MOVE WS-LK-ID(WS-GL-J) TO WS-CUR-ID
               MOVE WS-CUR-ID TO WS-FIND-ID
               PERFORM FIND-PERSON
               MOVE WS-FIND-IDX TO WS-CUR-IDX
               PERFORM BUILD-PERSON-TEXT
               MOVE FUNCTION concatenate(
                   "    Lukas weiter mit ",
                   FUNCTION trim(WS-PERSON-TEXT)
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       WRITE-PARTING-EXIT.

       WRITE-ONLY-LINE.
           MOVE WS-CUR-ID TO WS-FIND-ID
           PERFORM FIND-PERSON
           MOVE WS-FIND-IDX TO WS-CUR-IDX
           PERFORM BUILD-PERSON-TEXT
           MOVE SPACES TO ReportRecord
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-GL-CHAPTER), ",",
               FUNCTION trim(WS-VERSE-DISP)
           ) TO ReportRecord(3:6)
           MOVE WS-PERSON-TEXT TO ReportRecord(10:)
           WRITE ReportRecord
           CONTINUE.
       WRITE-ONLY-LINE-EXIT.

      ******************************************************************
      * 4: people of the same name
      ******************************************************************
       WRITE-SAME-NAME.
           MOVE FUNCTION concatenate(
               "Personen mit dem Namen ", FUNCTION trim(WS-SEARCH-NAME)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           MOVE 0 TO WS-NAME-MATCHES
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
               UNTIL WS-P-IDX > WS-P-COUNT
               PERFORM CHECK-NAME
               IF WS-NAME-HIT = "Y"
                   ADD 1 TO WS-NAME-MATCHES
                   PERFORM WRITE-NAMESAKE
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE WS-NAME-MATCHES TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-COUNT-DISP), " Personen"
           ) TO ReportRecord
           WRITE ReportRecord
           DISPLAY FUNCTION trim(WS-COUNT-DISP) " Personen mit dem"
               " Namen " FUNCTION trim(WS-SEARCH-NAME) "."
           CONTINUE.
       WRITE-SAME-NAME-EXIT.

       WRITE-NAMESAKE.
           MOVE WS-P-IDX TO WS-ROOT-IDX
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE WS-ROOT-IDX TO WS-CUR-IDX
           PERFORM BUILD-PERSON-TEXT
           MOVE WS-PERSON-TEXT TO ReportRecord
           WRITE ReportRecord
           IF WS-P-ALT(WS-ROOT-IDX) NOT = SPACES
               MOVE FUNCTION concatenate(
                   "  auch: ", FUNCTION trim(WS-P-ALT(WS-ROOT-IDX))
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           IF WS-P-FATHER(WS-ROOT-IDX) NOT = SPACES
               MOVE WS-P-FATHER(WS-ROOT-IDX) TO WS-CUR-ID
               MOVE WS-CUR-ID TO WS-FIND-ID
               PERFORM FIND-PERSON
               MOVE WS-FIND-IDX TO WS-CUR-IDX
               PERFORM BUILD-PERSON-TEXT
               MOVE FUNCTION concatenate(
                   "  Vater: ", FUNCTION trim(WS-PERSON-TEXT)
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           IF WS-P-MOTHER(WS-ROOT-IDX) NOT = SPACES
               MOVE WS-P-MOTHER(WS-ROOT-IDX) TO WS-CUR-ID
               MOVE WS-CUR-ID TO WS-FIND-ID
               PERFORM FIND-PERSON
               MOVE WS-FIND-IDX TO WS-CUR-IDX
               PERFORM BUILD-PERSON-TEXT
               MOVE FUNCTION concatenate(
                   "  Mutter: ", FUNCTION trim(WS-PERSON-TEXT)
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           IF WS-P-DICT(WS-ROOT-IDX) NOT = SPACES
               MOVE FUNCTION concatenate(
                   "  Woerterbuch: ", FUNCTION trim(WS-P-DICT(
                   WS-ROOT-IDX))
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       WRITE-NAMESAKE-EXIT.

      ******************************************************************
      * helpers
      ******************************************************************
       FORMAT-REFERENCE.
           MOVE SPACES TO WS-FMT-TEXT
           IF WS-FMT-REF = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FMT-CHAPTER TO WS-FMT-CHAPTER-DISP
           MOVE WS-FMT-VERSE TO WS-FMT-VERSE-DISP
           IF WS-FMT-BOOK >= 1 AND WS-FMT-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-ABBR(WS-FMT-BOOK) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR(WS-FMT-BOOK)), " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-FMT-VERSE-DISP)
               ) TO WS-FMT-TEXT
           ELSE
               MOVE FUNCTION concatenate(
                   WS-FMT-BOOK, " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-FMT-VERSE-DISP)
               ) TO WS-FMT-TEXT
           END-IF
           CONTINUE.
       FORMAT-REFERENCE-EXIT.

       LOAD-BOOK-ABBR.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-ABBR(WS-BOOK-IDX)
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
                               OR WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                                   = SPACES)
                           MOVE WS-BOOK-REC-ABBR
                               TO WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-ABBR-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM genealogyReport.
