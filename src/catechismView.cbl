      * Catechism and confession viewer for the study tools.
      *
      * Pages through an installed catechism set (loadCatechism)
      * question by question. With each answer the proof texts are
      * shown in full from the chosen translation, so a
      * confirmation class can read them without looking them up.
      * Navigation at the prompt:
      *   Enter  next question        Z  previous question
      *   number jump to that number  B  proof texts off/on
      *   E      end
      * A proof text the translation does not have is named with a
      * note instead of its text.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. catechismView.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATECHISM-LIST-FILE ASSIGN TO "catechisms.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-CATECHISM-FILE ASSIGN TO WS-CATECHISM-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-CATECHISM-NUMBER
               FILE STATUS IS WS-CATECHISM-STATUS.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-catechism-file'.
           COPY 'cpy/file-section/bible-data-file'.
       FD CATECHISM-LIST-FILE.
       01 CATECHISM-LIST-RECORD PIC X(100).
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DEFAULT-SHORT      PIC X(32) VALUE SPACES.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-CATECHISM-FILE     PIC X(250).
       01 WS-CATECHISM-STATUS   PIC XX.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).

      * installed sets with their titles
       78 WS-SET-MAX VALUE 20.
       01 WS-SET-COUNT          PIC 9(2) VALUE 0.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 20 TIMES.
               10 WS-SET-FILE   PIC X(100).
               10 WS-SET-TITLE  PIC X(80).
       01 WS-SET-IDX            PIC 9(2).
       01 WS-SET-CHOICE         PIC 9(2).
       01 WS-SET-INPUT          PIC X(10).
       01 WS-LIST-EOF           PIC X VALUE "N".

      * paging
       01 WS-CURRENT-NUMBER     PIC 9(4) VALUE 0.
       01 WS-WANTED-NUMBER      PIC 9(4).
       01 WS-NAV-INPUT          PIC X(10).
       01 WS-VIEW-DONE          PIC X VALUE "N".
       01 WS-FOUND              PIC X VALUE "N".
       01 WS-PROOFS-ON          PIC X VALUE "Y".
       01 WS-LAST-SECTION       PIC X(80) VALUE SPACES.
       01 WS-NUMBER-DISP        PIC Z(3)9.

      * proof texts of the question on screen
       01 WS-PROOF-PTR          PIC 9(4).
       01 WS-PROOF-ITEM         PIC X(50).
       01 WS-GOTO-INPUT         PIC X(50).
       01 WS-GOTO-BOOK          PIC 9(3).
       01 WS-GOTO-CHAPTER       PIC 9(3).
       01 WS-GOTO-VFROM         PIC 9(3).
       01 WS-GOTO-VTO           PIC 9(3).
       01 WS-GOTO-OK            PIC X(1).
       01 WS-GOTO-EOF           PIC X VALUE "N".
       01 WS-GOTO-SHOWN         PIC 9(5).

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
       CATECHISMVIEW.
           PERFORM LOAD-SETS
           IF WS-SET-COUNT = 0
               DISPLAY "Kein Katechismus installiert"
                   " (Import mit loadCatechism)."
               EXIT PROGRAM
           END-IF

           MOVE 1 TO WS-SET-CHOICE
           IF WS-SET-COUNT > 1
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
                   DISPLAY WS-SET-IDX ": "
                       FUNCTION trim(WS-SET-TITLE(WS-SET-IDX))
               END-PERFORM
               DISPLAY "Auswahl (Enter = 1): " WITH NO ADVANCING
               ACCEPT WS-SET-INPUT
               IF FUNCTION trim(WS-SET-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-SET-INPUT) TO WS-SET-CHOICE
               END-IF
               IF WS-SET-CHOICE = 0 OR WS-SET-CHOICE > WS-SET-COUNT
                   MOVE 1 TO WS-SET-CHOICE
               END-IF
           END-IF
           MOVE WS-SET-FILE(WS-SET-CHOICE) TO WS-CATECHISM-FILE

           PERFORM LOAD-DEFAULT-TRANSLATION
           IF FUNCTION trim(WS-DEFAULT-SHORT) NOT = SPACES
               DISPLAY "Welche Bibeluebersetzung (Kurzname, Enter = "
                   FUNCTION trim(WS-DEFAULT-SHORT) ")? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Welche Bibeluebersetzung (Kurzname)? "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-BIBLE-SHORT
           IF FUNCTION trim(WS-BIBLE-SHORT) = SPACES
               MOVE WS-DEFAULT-SHORT TO WS-BIBLE-SHORT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT),
               ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           OPEN INPUT BIBLE-CATECHISM-FILE
           IF WS-CATECHISM-STATUS NOT = "00"
               DISPLAY "Katechismus nicht lesbar: "
                   FUNCTION trim(WS-CATECHISM-FILE)
               EXIT PROGRAM
           END-IF
           OPEN INPUT BIBLE-DATA-FILE

           DISPLAY SPACE
           DISPLAY "=== " FUNCTION trim(WS-SET-TITLE(WS-SET-CHOICE))
               " ==="
           DISPLAY "Frage/Artikel (Enter = 1): " WITH NO ADVANCING
           ACCEPT WS-NAV-INPUT
           MOVE 1 TO WS-WANTED-NUMBER
           IF FUNCTION trim(WS-NAV-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-NAV-INPUT) TO WS-WANTED-NUMBER
           END-IF
           PERFORM FIND-FROM-NUMBER
           IF WS-FOUND = "N"
               DISPLAY "Keine Frage ab dieser Nummer."
               MOVE "Y" TO WS-VIEW-DONE
           END-IF

           PERFORM UNTIL WS-VIEW-DONE = "Y"
               PERFORM SHOW-QUESTION
               DISPLAY SPACE
               DISPLAY "Enter = weiter, Z = zurueck, Nummer = "
                   "springen, B = Belegstellen aus/ein, E = Ende: "
                   WITH NO ADVANCING
               ACCEPT WS-NAV-INPUT
               PERFORM NAVIGATE
           END-PERFORM

           CLOSE BIBLE-CATECHISM-FILE
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CALL "SYSTEM" USING "rm -f catechisms.tmp"
           EXIT PROGRAM.
       CATECHISMVIEW-EXIT.

       LOAD-SETS.
           CALL "SYSTEM" USING
               "ls *.catechism.data > catechisms.tmp 2>/dev/null"
           END-CALL
           OPEN INPUT CATECHISM-LIST-FILE
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ CATECHISM-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF WS-SET-COUNT < WS-SET-MAX
                           PERFORM ADD-SET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATECHISM-LIST-FILE
           CONTINUE.
       LOAD-SETS-EXIT.

      * the title is record 0 of the set; the file name stands in
      * when it cannot be read
       ADD-SET.
           ADD 1 TO WS-SET-COUNT
           MOVE FUNCTION trim(CATECHISM-LIST-RECORD)
               TO WS-SET-FILE(WS-SET-COUNT)
           MOVE WS-SET-FILE(WS-SET-COUNT) TO WS-SET-TITLE(WS-SET-COUNT)
           MOVE WS-SET-FILE(WS-SET-COUNT) TO WS-CATECHISM-FILE
           OPEN INPUT BIBLE-CATECHISM-FILE
           IF WS-CATECHISM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BIBLE-CATECHISM-NUMBER
           READ BIBLE-CATECHISM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BIBLE-CATECHISM-SECTION NOT = SPACES
                       MOVE BIBLE-CATECHISM-SECTION
                           TO WS-SET-TITLE(WS-SET-COUNT)
                   END-IF
           END-READ
           CLOSE BIBLE-CATECHISM-FILE
           CONTINUE.
       ADD-SET-EXIT.

       NAVIGATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-NAV-INPUT))
               TO WS-NAV-INPUT
           EVALUATE TRUE
               WHEN WS-NAV-INPUT = "E"
                   MOVE "Y" TO WS-VIEW-DONE
               WHEN WS-NAV-INPUT = "B"
                   IF WS-PROOFS-ON = "Y"
                       MOVE "N" TO WS-PROOFS-ON
                   ELSE
                       MOVE "Y" TO WS-PROOFS-ON
                   END-IF
                   MOVE WS-CURRENT-NUMBER TO WS-WANTED-NUMBER
                   PERFORM FIND-FROM-NUMBER
               WHEN WS-NAV-INPUT = "Z"
                   PERFORM FIND-PREVIOUS
                   IF WS-FOUND = "N"
                       DISPLAY "Dies ist die erste Frage."
                       MOVE WS-CURRENT-NUMBER TO WS-WANTED-NUMBER
                       PERFORM FIND-FROM-NUMBER
                   END-IF
               WHEN WS-NAV-INPUT IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-NAV-INPUT)
                       TO WS-WANTED-NUMBER
                   PERFORM FIND-FROM-NUMBER
                   IF WS-FOUND = "N"
                       DISPLAY "Keine Frage ab dieser Nummer."
                       MOVE WS-CURRENT-NUMBER TO WS-WANTED-NUMBER
                       PERFORM FIND-FROM-NUMBER
                   END-IF
               WHEN OTHER
                   COMPUTE WS-WANTED-NUMBER = WS-CURRENT-NUMBER + 1
                   PERFORM FIND-FROM-NUMBER
                   IF WS-FOUND = "N"
                       DISPLAY "Ende des Katechismus."
                       MOVE "Y" TO WS-VIEW-DONE
                   END-IF
           END-EVALUATE
           CONTINUE.
       NAVIGATE-EXIT.

      * the first question at or after WS-WANTED-NUMBER; record 0
      * (the title) is never shown as a question
       FIND-FROM-NUMBER.
           MOVE "N" TO WS-FOUND
           IF WS-WANTED-NUMBER = 0
               MOVE 1 TO WS-WANTED-NUMBER
           END-IF
           MOVE WS-WANTED-NUMBER TO BIBLE-CATECHISM-NUMBER
           START BIBLE-CATECHISM-FILE
               KEY IS NOT LESS THAN BIBLE-CATECHISM-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ BIBLE-CATECHISM-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE BIBLE-CATECHISM-NUMBER TO WS-CURRENT-NUMBER
           MOVE "Y" TO WS-FOUND
           CONTINUE.
       FIND-FROM-NUMBER-EXIT.

      * numbering may have gaps (parts of a confession), so step
      * back number by number
       FIND-PREVIOUS.
           MOVE "N" TO WS-FOUND
           MOVE WS-CURRENT-NUMBER TO WS-WANTED-NUMBER
           PERFORM UNTIL WS-FOUND = "Y" OR WS-WANTED-NUMBER <= 1
               SUBTRACT 1 FROM WS-WANTED-NUMBER
               MOVE WS-WANTED-NUMBER TO BIBLE-CATECHISM-NUMBER
               READ BIBLE-CATECHISM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BIBLE-CATECHISM-NUMBER
                           TO WS-CURRENT-NUMBER
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-PERFORM
           CONTINUE.
       FIND-PREVIOUS-EXIT.

       SHOW-QUESTION.
           DISPLAY SPACE
           IF BIBLE-CATECHISM-SECTION NOT = SPACES
               AND BIBLE-CATECHISM-SECTION NOT = WS-LAST-SECTION
               DISPLAY "--- " FUNCTION trim(BIBLE-CATECHISM-SECTION)
                   " ---"
               MOVE BIBLE-CATECHISM-SECTION TO WS-LAST-SECTION
           END-IF
           MOVE BIBLE-CATECHISM-NUMBER TO WS-NUMBER-DISP
           IF BIBLE-CATECHISM-QUESTION NOT = SPACES
               DISPLAY "Frage " FUNCTION trim(WS-NUMBER-DISP) ": "
                   FUNCTION trim(BIBLE-CATECHISM-QUESTION)
               DISPLAY SPACE
               DISPLAY "Antwort: "
                   FUNCTION trim(BIBLE-CATECHISM-ANSWER)
           ELSE
               DISPLAY "Artikel " FUNCTION trim(WS-NUMBER-DISP) ": "
                   FUNCTION trim(BIBLE-CATECHISM-ANSWER)
           END-IF

           IF BIBLE-CATECHISM-PROOFS = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           IF WS-PROOFS-ON = "N"
               DISPLAY "Belegstellen: "
                   FUNCTION trim(BIBLE-CATECHISM-PROOFS)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Belegstellen (" FUNCTION trim(WS-BIBLE-SHORT)
               "):"
           MOVE 1 TO WS-PROOF-PTR
           PERFORM UNTIL WS-PROOF-PTR >
               LENGTH OF BIBLE-CATECHISM-PROOFS
               MOVE SPACES TO WS-PROOF-ITEM
               UNSTRING BIBLE-CATECHISM-PROOFS DELIMITED BY ";"
                   INTO WS-PROOF-ITEM
                   WITH POINTER WS-PROOF-PTR
               END-UNSTRING
               IF FUNCTION trim(WS-PROOF-ITEM) NOT = SPACES
                   PERFORM SHOW-PROOF
               END-IF
           END-PERFORM
           CONTINUE.
       SHOW-QUESTION-EXIT.

       SHOW-PROOF.
           DISPLAY "  " FUNCTION trim(WS-PROOF-ITEM)
           MOVE FUNCTION trim(WS-PROOF-ITEM) TO WS-GOTO-INPUT
           CALL "lib/referenceParser" USING
               WS-GOTO-INPUT,
               WS-GOTO-BOOK,
               WS-GOTO-CHAPTER,
               WS-GOTO-VFROM,
               WS-GOTO-VTO,
               WS-GOTO-OK
           END-CALL
           IF WS-GOTO-OK NOT = "Y"
               DISPLAY "    (Bibelstelle nicht verstanden)"
               EXIT PARAGRAPH
           END-IF
           IF WS-GOTO-VFROM > 0 AND WS-GOTO-VTO < WS-GOTO-VFROM
               MOVE WS-GOTO-VFROM TO WS-GOTO-VTO
           END-IF
           MOVE 0 TO WS-GOTO-SHOWN
           MOVE WS-GOTO-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-GOTO-CHAPTER TO BIBLE-DATA-CHAPTER
           IF WS-GOTO-VFROM > 0
               MOVE WS-GOTO-VFROM TO BIBLE-DATA-VERSE
           ELSE
               MOVE 0 TO BIBLE-DATA-VERSE
           END-IF
           MOVE "N" TO WS-GOTO-EOF
           START BIBLE-DATA-FILE KEY IS NOT LESS THAN BIBLE-DATA-ID
               INVALID KEY
                   MOVE "Y" TO WS-GOTO-EOF
           END-START
           PERFORM UNTIL WS-GOTO-EOF = "Y"
               READ BIBLE-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GOTO-EOF
                   NOT AT END
                       PERFORM SHOW-PROOF-VERSE
               END-READ
           END-PERFORM
           IF WS-GOTO-SHOWN = 0
               DISPLAY "    (nicht in dieser Uebersetzung)"
           END-IF
           CONTINUE.
       SHOW-PROOF-EXIT.

       SHOW-PROOF-VERSE.
           IF BIBLE-DATA-BOOK NOT = WS-GOTO-BOOK
              OR BIBLE-DATA-CHAPTER NOT = WS-GOTO-CHAPTER
               MOVE "Y" TO WS-GOTO-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-GOTO-VFROM > 0
               AND BIBLE-DATA-VERSE > WS-GOTO-VTO
               MOVE "Y" TO WS-GOTO-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GOTO-SHOWN
           PERFORM JOIN-VERSE-TEXT
           DISPLAY FUNCTION concatenate(
               "    ", BIBLE-DATA-VERSE, ": ",
               FUNCTION trim(WS-VT-FULL-TEXT),
           )
           CONTINUE.
       SHOW-PROOF-VERSE-EXIT.

       LOAD-DEFAULT-TRANSLATION.
           MOVE SPACES TO WS-DEFAULT-SHORT
           MOVE "default.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT DEFAULT-CONFIG-FILE
               READ DEFAULT-CONFIG-FILE
                   NOT AT END
                       MOVE FUNCTION trim(DEFAULT-CONFIG-RECORD)
                           TO WS-DEFAULT-SHORT
               END-READ
               CLOSE DEFAULT-CONFIG-FILE
           END-IF
           CONTINUE.
       LOAD-DEFAULT-TRANSLATION-EXIT.

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
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM catechismView.
