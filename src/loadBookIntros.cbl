      * Import book introductions and outlines into books.intro.data.
      *
      * One file for all translations, like the dictionary; the
      * introductions are kept per book and language. A book and
      * language that appears in the source replaces everything
      * stored for it before, so an outline can be corrected by
      * importing it again.
      *
      * The source file uses the usual ###-delimited interchange
      * format, one line per introduction or outline section:
      *   E###book###lang###author###date###audience###key themes
      *   G###book###lang###section title###from###to
      * book is the book number, lang the books.lookup language
      * ("DE", "EN"). from and to are chapter:verse ("1:1", "11:32")
      * or a bare chapter; an empty "to" ends the section with the
      * chapter it starts in. The G lines of a book are taken in
      * reading order. The introductions are shared by every user,
      * so only an administrator loads them; each import goes to
      * admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadBookIntros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTRO-IMPORT-FILE ASSIGN TO WS-IMPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOK-INTRO-FILE ASSIGN TO "books.intro.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-INTRO-KEY
               FILE STATUS IS WS-INTRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/book-intro-file'.
       FD INTRO-IMPORT-FILE.
       01 INTRO-IMPORT-RECORD PIC X(800).
       WORKING-STORAGE SECTION.
       01 WS-IMPORT-FILE        PIC X(250).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-INTRO-STATUS       PIC XX.
       01 WS-IMPORT-EOF         PIC X VALUE "N".
       01 WS-IMPORT-TYPE        PIC X(5).
       01 WS-IMPORT-BOOK        PIC X(5).
       01 WS-IMPORT-LANG        PIC X(5).
       01 WS-IMPORT-FIELD-1     PIC X(140).
       01 WS-IMPORT-FIELD-2     PIC X(60).
       01 WS-IMPORT-FIELD-3     PIC X(140).
       01 WS-IMPORT-FIELD-4     PIC X(300).
       01 WS-INTRO-BOOK         PIC 9(3).
       01 WS-INTRO-LANG         PIC X(2).
       01 WS-INTRO-COUNT        PIC 9(7) VALUE 0.
       01 WS-SECTION-COUNT      PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP         PIC Z(6)9.
       01 WS-CLEAR-EOF          PIC X VALUE "N".

      * books and languages met in this import: cleared once, then
      * numbered section by section
       78 WS-PAIR-MAX VALUE 300.
       01 WS-PAIR-COUNT         PIC 9(3) VALUE 0.
       01 WS-PAIR-IDX           PIC 9(3).
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 300 TIMES.
               10 WS-PAIR-BOOK  PIC 9(3).
               10 WS-PAIR-LANG  PIC X(2).
               10 WS-PAIR-SEQ   PIC 9(3).

      * one chapter:verse position of a section range
       01 WS-POS-TEXT           PIC X(20).
       01 WS-POS-CHAPTER-TEXT   PIC X(10).
       01 WS-POS-VERSE-TEXT     PIC X(10).
       01 WS-POS-CHAPTER        PIC 9(3).
       01 WS-POS-VERSE          PIC 9(3).
       01 WS-POS-OK             PIC X(1).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadBookIntros".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADBOOKINTROS.
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
           DISPLAY "Quelldatei der Bucheinfuehrungen: "
               WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE FUNCTION trim(WS-IMPORT-FILE) TO WS-IMPORT-FILE
           MOVE WS-IMPORT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-IMPORT-FILE = SPACES OR WS-RETURN NOT = 0
               DISPLAY "Quelldatei nicht gefunden: "
                   FUNCTION trim(WS-IMPORT-FILE)
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           OPEN I-O BOOK-INTRO-FILE
           IF WS-INTRO-STATUS = "35"
               OPEN OUTPUT BOOK-INTRO-FILE
               CLOSE BOOK-INTRO-FILE
               OPEN I-O BOOK-INTRO-FILE
           END-IF
           OPEN INPUT INTRO-IMPORT-FILE

           MOVE 0 TO WS-PAIR-COUNT
           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "Y"
               READ INTRO-IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPORT-EOF
                   NOT AT END
                       PERFORM ROWINTRO
               END-READ
           END-PERFORM

           CLOSE INTRO-IMPORT-FILE
           CLOSE BOOK-INTRO-FILE

           MOVE WS-INTRO-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Einfuehrungen geschrieben nach books.intro.data"
           MOVE WS-SECTION-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Gliederungsabschnitte geschrieben."
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION trim(WS-COUNT-DISP)
                   " Zeilen nicht verstanden und uebergangen."
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "books.intro.data" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               "Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               WS-INTRO-COUNT, " Einfuehrungen, ",
               WS-SECTION-COUNT, " Abschnitte, ",
               WS-SKIPPED-COUNT, " Zeilen uebergangen"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       LOADBOOKINTROS-EXIT.

       ROWINTRO.
           IF INTRO-IMPORT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IMPORT-TYPE
           MOVE SPACES TO WS-IMPORT-BOOK
           MOVE SPACES TO WS-IMPORT-LANG
           MOVE SPACES TO WS-IMPORT-FIELD-1
           MOVE SPACES TO WS-IMPORT-FIELD-2
           MOVE SPACES TO WS-IMPORT-FIELD-3
           MOVE SPACES TO WS-IMPORT-FIELD-4
           UNSTRING INTRO-IMPORT-RECORD
               DELIMITED BY "###" INTO
                 WS-IMPORT-TYPE,
                 WS-IMPORT-BOOK,
                 WS-IMPORT-LANG,
                 WS-IMPORT-FIELD-1,
                 WS-IMPORT-FIELD-2,
                 WS-IMPORT-FIELD-3,
                 WS-IMPORT-FIELD-4

           IF FUNCTION trim(WS-IMPORT-BOOK) IS NOT NUMERIC
               OR FUNCTION trim(WS-IMPORT-LANG) = SPACES
               DISPLAY "Zeile uebergangen: "
                   FUNCTION trim(INTRO-IMPORT-RECORD)(1:60)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IMPORT-BOOK) TO WS-INTRO-BOOK
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-LANG))
               TO WS-INTRO-LANG
           IF WS-INTRO-BOOK < 1
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-TYPE))
               WHEN "E"
                   PERFORM FIND-PAIR
                   PERFORM WRITE-INTRODUCTION
               WHEN "G"
                   PERFORM FIND-PAIR
                   PERFORM WRITE-SECTION
               WHEN OTHER
                   DISPLAY "Zeile uebergangen: "
                       FUNCTION trim(INTRO-IMPORT-RECORD)(1:60)
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           CONTINUE.
       ROWINTRO-EXIT.

       WRITE-INTRODUCTION.
           INITIALIZE BOOK-INTRO-RECORD
           MOVE WS-INTRO-BOOK TO BOOK-INTRO-BOOK
           MOVE WS-INTRO-LANG TO BOOK-INTRO-LANG
           MOVE 0 TO BOOK-INTRO-SEQ
           MOVE FUNCTION trim(WS-IMPORT-FIELD-1) TO BOOK-INTRO-AUTHOR
           MOVE FUNCTION trim(WS-IMPORT-FIELD-2) TO BOOK-INTRO-DATE
           MOVE FUNCTION trim(WS-IMPORT-FIELD-3)
               TO BOOK-INTRO-AUDIENCE
           MOVE FUNCTION trim(WS-IMPORT-FIELD-4) TO BOOK-INTRO-THEMES
           WRITE BOOK-INTRO-RECORD INVALID KEY
               REWRITE BOOK-INTRO-RECORD
           END-WRITE
           ADD 1 TO WS-INTRO-COUNT
           CONTINUE.
       WRITE-INTRODUCTION-EXIT.

       WRITE-SECTION.
           IF FUNCTION trim(WS-IMPORT-FIELD-1) = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE BOOK-INTRO-RECORD
           MOVE WS-INTRO-BOOK TO BOOK-INTRO-BOOK
           MOVE WS-INTRO-LANG TO BOOK-INTRO-LANG
           MOVE FUNCTION trim(WS-IMPORT-FIELD-1) TO BOOK-INTRO-TITLE

           MOVE WS-IMPORT-FIELD-2 TO WS-POS-TEXT
           PERFORM PARSE-POSITION
           IF WS-POS-OK NOT = "Y"
               DISPLAY "Abschnitt uebergangen (Stelle): "
                   FUNCTION trim(WS-IMPORT-FIELD-1)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POS-CHAPTER TO BOOK-INTRO-FROM-CHAPTER
           IF WS-POS-VERSE = 0
               MOVE 1 TO BOOK-INTRO-FROM-VERSE
           ELSE
               MOVE WS-POS-VERSE TO BOOK-INTRO-FROM-VERSE
           END-IF

           IF FUNCTION trim(WS-IMPORT-FIELD-3) = SPACES
               MOVE BOOK-INTRO-FROM-CHAPTER TO BOOK-INTRO-TO-CHAPTER
               MOVE 999 TO BOOK-INTRO-TO-VERSE
           ELSE
               MOVE WS-IMPORT-FIELD-3 TO WS-POS-TEXT
               PERFORM PARSE-POSITION
               IF WS-POS-OK NOT = "Y"
                   DISPLAY "Abschnitt uebergangen (Stelle): "
                       FUNCTION trim(WS-IMPORT-FIELD-1)
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-POS-CHAPTER TO BOOK-INTRO-TO-CHAPTER
               IF WS-POS-VERSE = 0
                   MOVE 999 TO BOOK-INTRO-TO-VERSE
               ELSE
                   MOVE WS-POS-VERSE TO BOOK-INTRO-TO-VERSE
               END-IF
           END-IF

           ADD 1 TO WS-PAIR-SEQ(WS-PAIR-IDX)
           MOVE WS-PAIR-SEQ(WS-PAIR-IDX) TO BOOK-INTRO-SEQ
           WRITE BOOK-INTRO-RECORD INVALID KEY
               REWRITE BOOK-INTRO-RECORD
           END-WRITE
           ADD 1 TO WS-SECTION-COUNT
           CONTINUE.
       WRITE-SECTION-EXIT.

      * "12:3" or "12"; a bare chapter leaves the verse at 0
       PARSE-POSITION.
           MOVE "N" TO WS-POS-OK
           MOVE SPACES TO WS-POS-CHAPTER-TEXT
           MOVE SPACES TO WS-POS-VERSE-TEXT
           UNSTRING WS-POS-TEXT DELIMITED BY ":"
               INTO WS-POS-CHAPTER-TEXT WS-POS-VERSE-TEXT
           END-UNSTRING
           IF FUNCTION trim(WS-POS-CHAPTER-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-POS-CHAPTER-TEXT) TO WS-POS-CHAPTER
           MOVE 0 TO WS-POS-VERSE
           IF FUNCTION trim(WS-POS-VERSE-TEXT) NOT = SPACES
               IF FUNCTION trim(WS-POS-VERSE-TEXT) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-POS-VERSE-TEXT) TO WS-POS-VERSE
           END-IF
           IF WS-POS-CHAPTER < 1
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-POS-OK
           CONTINUE.
       PARSE-POSITION-EXIT.

      * The first line of a book and language in this import clears
      * what was stored for it; WS-PAIR-IDX points at its entry.
       FIND-PAIR.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-BOOK(WS-PAIR-IDX) = WS-INTRO-BOOK
                   AND WS-PAIR-LANG(WS-PAIR-IDX) = WS-INTRO-LANG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
           END-IF
           MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
           MOVE WS-INTRO-BOOK TO WS-PAIR-BOOK(WS-PAIR-IDX)
           MOVE WS-INTRO-LANG TO WS-PAIR-LANG(WS-PAIR-IDX)
           MOVE 0 TO WS-PAIR-SEQ(WS-PAIR-IDX)
           PERFORM CLEAR-BOOK-INTRO
           CONTINUE.
       FIND-PAIR-EXIT.

       CLEAR-BOOK-INTRO.
           MOVE WS-INTRO-BOOK TO BOOK-INTRO-BOOK
           MOVE WS-INTRO-LANG TO BOOK-INTRO-LANG
           MOVE 0 TO BOOK-INTRO-SEQ
           MOVE "N" TO WS-CLEAR-EOF
           START BOOK-INTRO-FILE KEY IS NOT LESS THAN BOOK-INTRO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLEAR-EOF
           END-START
           PERFORM UNTIL WS-CLEAR-EOF = "Y"
               READ BOOK-INTRO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLEAR-EOF
                   NOT AT END
                       IF BOOK-INTRO-BOOK NOT = WS-INTRO-BOOK
                           OR BOOK-INTRO-LANG NOT = WS-INTRO-LANG
                           MOVE "Y" TO WS-CLEAR-EOF
                       ELSE
                           DELETE BOOK-INTRO-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       CLEAR-BOOK-INTRO-EXIT.

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

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM loadBookIntros.
