      * correct answer doubles the review interval up to 64 days, a
      * wrong one resets it to one day), so familiar verses come up
      * less often and new ones daily.
      * A verse whose wording changed with a translation update
      * (listed in wording.changes by lib/bookmarkRefresh) is not
      * graded on its next turn: the new wording is shown and the
      * verse starts over at a one-day interval.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. verseTrainer.
       ENVIRONMENT DIVISION.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WORDING-CHANGES-FILE ASSIGN TO "wording.changes"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WORDING-KEEP-FILE ASSIGN TO "wording.changes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BOOKMARKS-FILE.
           05 TRAIN-INTERVAL        PIC 9(3).
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       FD WORDING-CHANGES-FILE.
       01 WORDING-CHANGES-RECORD PIC X(100).
       FD WORDING-KEEP-FILE.
       01 WORDING-KEEP-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-BOOKMARKS-STATUS   PIC XX.
       01 WS-TRAINER-STATUS     PIC XX.
       01 WS-JRN-ACTION         PIC X(6).
       01 WS-JRN-KEY            PIC X(100).
       01 WS-JRN-DATA           PIC X(500).

      * The active user's verses with changed wording, from
      * wording.changes; entries shown in this session are dropped
      * from the file at the end.
       01 WS-WC-EOF             PIC X VALUE "N".
       01 WS-WC-USER            PIC X(30).
       01 WS-WC-SHORT           PIC X(32).
       01 WS-WC-BOOK            PIC X(3).
       01 WS-WC-CHAPTER         PIC X(3).
       01 WS-WC-VERSE           PIC X(3).
       01 WS-WC-DATE            PIC X(8).
       01 WS-WC-DROP            PIC X(1).
       01 WS-WC-SEEN-COUNT      PIC 9(3) VALUE 0.
       01 WS-WC-COUNT           PIC 9(3) VALUE 0.
       01 WS-WC-IDX             PIC 9(3).
       01 WS-WC-FOUND           PIC 9(3).
       01 WS-WC-TABLE.
           05 WS-WC-ENTRY OCCURS 200 TIMES.
               10 WS-WC-E-SHORT   PIC X(32).
               10 WS-WC-E-BOOK    PIC X(3).
               10 WS-WC-E-CHAPTER PIC X(3).
               10 WS-WC-E-VERSE   PIC X(3).
               10 WS-WC-E-DATE    PIC X(8).
               10 WS-WC-E-SEEN    PIC X(1).
       PROCEDURE DIVISION.
       VERSETRAINER.
           PERFORM LOAD-USER
           PERFORM LOAD-WORDING-CHANGES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)


           CLOSE BOOKMARKS-FILE
           CLOSE TRAINER-FILE
           IF WS-WC-SEEN-COUNT > 0
               PERFORM DROP-SEEN-CHANGES
           END-IF

           DISPLAY SPACE
           IF WS-ASKED-COUNT = 0
       VERSETRAINER-EXIT.

       QUIZ-ONE-VERSE.
           PERFORM FIND-WORDING-CHANGE
           IF WS-WC-FOUND > 0
               PERFORM SHOW-NEW-WORDING
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUE
           IF WS-DUE-FLAG = "N"
               EXIT PARAGRAPH
           CONTINUE.
       UPDATE-SCHEDULE-EXIT.

      * The stored text is already the new one; the attempt would
      * be graded against wording the user never learned.
       SHOW-NEW-WORDING.
           DISPLAY SPACE
           DISPLAY FUNCTION concatenate(
               FUNCTION trim(BOOKMARK-SHORT), " ",
               BOOKMARK-BOOK, ":",
               BOOKMARK-CHAPTER, ":",
               BOOKMARK-VERSE
           )
           DISPLAY "Der Wortlaut dieses Verses wurde am "
               WS-WC-E-DATE(WS-WC-FOUND)
               " mit der Uebersetzung aktualisiert. Neu:"
           DISPLAY FUNCTION trim(BOOKMARK-TEXT)
           DISPLAY "Der Vers kommt morgen wieder - weiter mit ENTER: "
               WITH NO ADVANCING
           ACCEPT WS-ATTEMPT
           MOVE "Y" TO WS-WC-E-SEEN(WS-WC-FOUND)
           ADD 1 TO WS-WC-SEEN-COUNT
      * back to the start of the schedule: due again tomorrow
           MOVE "N" TO WS-CORRECT
           PERFORM UPDATE-SCHEDULE
           CONTINUE.
       SHOW-NEW-WORDING-EXIT.

       LOAD-WORDING-CHANGES.
           MOVE 0 TO WS-WC-COUNT
           MOVE "wording.changes" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WORDING-CHANGES-FILE
           MOVE "N" TO WS-WC-EOF
           PERFORM UNTIL WS-WC-EOF = "Y"
               READ WORDING-CHANGES-FILE
                   AT END
                       MOVE "Y" TO WS-WC-EOF
                   NOT AT END
                       PERFORM SPLIT-WORDING-CHANGE
                       IF WS-WC-USER = WS-USERNAME
                           AND WS-WC-COUNT < 200
                           ADD 1 TO WS-WC-COUNT
                           MOVE WS-WC-SHORT
                               TO WS-WC-E-SHORT(WS-WC-COUNT)
                           MOVE WS-WC-BOOK
                               TO WS-WC-E-BOOK(WS-WC-COUNT)
                           MOVE WS-WC-CHAPTER
                               TO WS-WC-E-CHAPTER(WS-WC-COUNT)
                           MOVE WS-WC-VERSE
                               TO WS-WC-E-VERSE(WS-WC-COUNT)
                           MOVE WS-WC-DATE
                               TO WS-WC-E-DATE(WS-WC-COUNT)
                           MOVE "N" TO WS-WC-E-SEEN(WS-WC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORDING-CHANGES-FILE
           CONTINUE.
       LOAD-WORDING-CHANGES-EXIT.

       SPLIT-WORDING-CHANGE.
           MOVE SPACES TO WS-WC-USER
           MOVE SPACES TO WS-WC-SHORT
           MOVE SPACES TO WS-WC-BOOK
           MOVE SPACES TO WS-WC-CHAPTER
           MOVE SPACES TO WS-WC-VERSE
           MOVE SPACES TO WS-WC-DATE
           UNSTRING WORDING-CHANGES-RECORD
               DELIMITED BY "###" INTO
                   WS-WC-USER
                   WS-WC-SHORT
                   WS-WC-BOOK
                   WS-WC-CHAPTER
                   WS-WC-VERSE
                   WS-WC-DATE
           CONTINUE.
       SPLIT-WORDING-CHANGE-EXIT.

      * current bookmark -> WS-WC-FOUND (0 = wording unchanged or
      * already shown)
       FIND-WORDING-CHANGE.
           MOVE 0 TO WS-WC-FOUND
           PERFORM VARYING WS-WC-IDX FROM 1 BY 1
               UNTIL WS-WC-IDX > WS-WC-COUNT
               OR WS-WC-FOUND > 0
               IF WS-WC-E-SEEN(WS-WC-IDX) = "N"
                   AND WS-WC-E-SHORT(WS-WC-IDX) = BOOKMARK-SHORT
                   AND WS-WC-E-BOOK(WS-WC-IDX) = BOOKMARK-BOOK
                   AND WS-WC-E-CHAPTER(WS-WC-IDX) = BOOKMARK-CHAPTER
                   AND WS-WC-E-VERSE(WS-WC-IDX) = BOOKMARK-VERSE
                   MOVE WS-WC-IDX TO WS-WC-FOUND
               END-IF
           END-PERFORM
           CONTINUE.
       FIND-WORDING-CHANGE-EXIT.

      * Every line of this user's shown verses goes; the lines of
      * other users and of verses not reached today stay.
       DROP-SEEN-CHANGES.
           OPEN INPUT WORDING-CHANGES-FILE
           OPEN OUTPUT WORDING-KEEP-FILE
           MOVE "N" TO WS-WC-EOF
           PERFORM UNTIL WS-WC-EOF = "Y"
               READ WORDING-CHANGES-FILE
                   AT END
                       MOVE "Y" TO WS-WC-EOF
                   NOT AT END
                       PERFORM SPLIT-WORDING-CHANGE
                       MOVE "N" TO WS-WC-DROP
                       IF WS-WC-USER = WS-USERNAME
                           PERFORM CHECK-SEEN-LINE
                       END-IF
                       IF WS-WC-DROP = "N"
                           MOVE WORDING-CHANGES-RECORD
                               TO WORDING-KEEP-RECORD
                           WRITE WORDING-KEEP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORDING-CHANGES-FILE
           CLOSE WORDING-KEEP-FILE
           CALL "SYSTEM" USING
               "mv wording.changes.tmp wording.changes"
           END-CALL
           CONTINUE.
       DROP-SEEN-CHANGES-EXIT.

       CHECK-SEEN-LINE.
           PERFORM VARYING WS-WC-IDX FROM 1 BY 1
               UNTIL WS-WC-IDX > WS-WC-COUNT
               OR WS-WC-DROP = "Y"
               IF WS-WC-E-SEEN(WS-WC-IDX) = "Y"
                   AND WS-WC-E-SHORT(WS-WC-IDX) = WS-WC-SHORT
                   AND WS-WC-E-BOOK(WS-WC-IDX) = WS-WC-BOOK
                   AND WS-WC-E-CHAPTER(WS-WC-IDX) = WS-WC-CHAPTER
                   AND WS-WC-E-VERSE(WS-WC-IDX) = WS-WC-VERSE
                   MOVE "Y" TO WS-WC-DROP
               END-IF
           END-PERFORM
           CONTINUE.
       CHECK-SEEN-LINE-EXIT.

       OPEN-TRAINER.
           OPEN I-O TRAINER-FILE
           IF WS-TRAINER-STATUS = "35"
