       01 WS-VERSE              PIC 9(3).
       01 WS-VERSE-EOF          PIC X VALUE "N".

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-PARTS           PIC 9(2).
       01 WS-TEXT-A             PIC X(4000).
       01 WS-TEXT-B             PIC X(4000).

      * Versification mapping: each translation carries its scheme
      * in the VERSIFICATION key of its .bible.meta (STANDARD when
      * untagged). When the two schemes differ and a mapping file
      * word order changes alone do not mark anything.
       01 WS-DIFF-MODE          PIC X VALUE "N".
       01 WS-DIFF-INPUT         PIC X(1).
       78 WS-DW-MAX VALUE 800.
       01 WS-DW-A-COUNT         PIC 9(3).
       01 WS-DW-A-TABLE.
           05 WS-DW-A OCCURS 800 TIMES PIC X(60).
       01 WS-DW-B-COUNT         PIC 9(3).
       01 WS-DW-B-TABLE.
           05 WS-DW-B OCCURS 800 TIMES PIC X(60).
       01 WS-DW-IDX             PIC 9(3).
       01 WS-DW-JDX             PIC 9(3).
       01 WS-DW-PTR             PIC 9(4).
       01 WS-DW-WORD            PIC X(60).
       01 WS-DW-FOUND           PIC X.
       01 WS-DIFF-LINE          PIC X(6500).
       01 WS-VERSE-CHANGED      PIC X.
       01 WS-CHANGED-VERSES     PIC 9(5) VALUE 0.

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
           DISPLAY "Erste Uebersetzung (Kurzname)? " WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT-A

           MOVE WS-DATA-FILE-A TO WS-TEST-FILE
           PERFORM testfile
           MOVE WS-BIBLE-SHORT-A TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           DISPLAY "Zweite Uebersetzung (Kurzname)? " WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT-B

           MOVE WS-DATA-FILE-B TO WS-TEST-FILE
           PERFORM testfile
           MOVE WS-BIBLE-SHORT-B TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           DISPLAY "Buch (Nummer)? " WITH NO ADVANCING
           ACCEPT WS-BOOK

           CLOSE BIBLE-DATA-FILE-A
           CLOSE BIBLE-DATA-FILE-B
           MOVE "C" TO WS-VT-ACTION
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE-A,
               BIBLE-DATA-RECORD-A,
               WS-TEXT-A,
               WS-VT-PARTS
           END-CALL

           IF WS-DIFF-MODE = "Y"
               DISPLAY SPACE
                   INVALID KEY
                       MOVE "Y" TO WS-VERSE-EOF
                   NOT INVALID KEY
                       PERFORM jointext-a
                       PERFORM showverse
                       ADD 1 TO WS-VERSE
               END-READ
                   DISPLAY FUNCTION concatenate(
                       WS-VERSE, ": ",
                       FUNCTION trim(WS-BIBLE-SHORT-A), ": ",
                       FUNCTION trim(WS-TEXT-A),
                   )
                   DISPLAY FUNCTION concatenate(
                       WS-VERSE, ": ",
                       ADD 1 TO WS-CHANGED-VERSES
                   END-IF
               NOT INVALID KEY
                   PERFORM jointext-b
                   IF WS-DIFF-MODE = "Y"
                       PERFORM show-diff-verse
                   ELSE
                       DISPLAY FUNCTION concatenate(
                           WS-VERSE, ": ",
                           FUNCTION trim(WS-BIBLE-SHORT-A), ": ",
                           FUNCTION trim(WS-TEXT-A),
                       )
                       DISPLAY FUNCTION concatenate(
                           WS-VERSE, ": ",
                           FUNCTION trim(WS-BIBLE-SHORT-B), ": ",
                           FUNCTION trim(WS-TEXT-B),
                       )
                   END-IF
           END-READ
       split-diff-words.
           MOVE 0 TO WS-DW-A-COUNT
           MOVE 1 TO WS-DW-PTR
           PERFORM UNTIL WS-DW-PTR > LENGTH OF WS-TEXT-A
               OR WS-DW-A-COUNT >= WS-DW-MAX
               MOVE SPACES TO WS-DW-WORD
               UNSTRING WS-TEXT-A DELIMITED BY ALL SPACE
                   INTO WS-DW-WORD
                   WITH POINTER WS-DW-PTR
               IF FUNCTION trim(WS-DW-WORD) NOT = SPACES
           END-PERFORM
           MOVE 0 TO WS-DW-B-COUNT
           MOVE 1 TO WS-DW-PTR
           PERFORM UNTIL WS-DW-PTR > LENGTH OF WS-TEXT-B
               OR WS-DW-B-COUNT >= WS-DW-MAX
               MOVE SPACES TO WS-DW-WORD
               UNSTRING WS-TEXT-B DELIMITED BY ALL SPACE
                   INTO WS-DW-WORD
                   WITH POINTER WS-DW-PTR
               IF FUNCTION trim(WS-DW-WORD) NOT = SPACES
           CONTINUE.
       split-diff-words-exit.

       jointext-a.
           MOVE "R" TO WS-VT-ACTION
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE-A,
               BIBLE-DATA-RECORD-A,
               WS-TEXT-A,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       jointext-a-exit.

       jointext-b.
           MOVE "R" TO WS-VT-ACTION
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE-B,
               BIBLE-DATA-RECORD-B,
               WS-TEXT-B,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       jointext-b-exit.

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

       testfile.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
