      * Today's agenda: everything the logged-in user has to do
      * today on one screen, shown by the search front end right
      * after login and again from its menu.
      *
      * Gathered here, each under a number that jumps straight in:
      *   1  the lectionary readings of the day (lectionary.lookup,
      *      Easter-relative feasts included) - runs lectionary
      *   2  the due portion of every reading plan the user is
      *      enrolled in (plan.enrollment.data, <plan>.plan), shown
      *      here the way readingPlan shows it; 7 ticks a portion
      *      off in plan.progress.data exactly as readingPlan's
      *      mode 3 does, journal line included
      *   3  today's devotion (devotional.data) with its verses
      *   4  verses due in the trainer (bookmarks.data against
      *      trainer.schedule.data) - runs verseTrainer
      *   5  group notes published since the user last looked:
      *      shared notes carry no date, so the publish lines of
      *      userdata.journal are compared with the user's stamp in
      *      notes.seen.data, which moves on once they are listed
      *   6  the saved "continue reading" position (reading.position)
      *      - runs readTranslation
      * Verses are quoted from the translation of the user's profile,
      * default.cfg when the profile names none.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. todayAgenda.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LECTIONARY-FILE ASSIGN TO "lectionary.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ENROLL-FILE ASSIGN TO "plan.enrollment.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "plan.progress.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROGRESS-KEY
               FILE STATUS IS WS-PROGRESS-STATUS.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT READING-JOURNAL-FILE ASSIGN TO "reading.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-DEVOTIONAL-FILE ASSIGN TO "devotional.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DEVOTIONAL-KEY
               FILE STATUS IS WS-DEVOTIONAL-STATUS.
           SELECT BOOKMARKS-FILE ASSIGN TO "bookmarks.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKMARK-KEY
               FILE STATUS IS WS-BOOKMARKS-STATUS.
           SELECT TRAINER-FILE ASSIGN TO "trainer.schedule.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRAIN-KEY
               FILE STATUS IS WS-TRAINER-STATUS.
           SELECT GROUP-MEMBER-FILE ASSIGN TO "groups.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GROUP-MEMBER-KEY
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT SHARED-NOTES-FILE ASSIGN TO "notes.shared.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHARED-NOTE-KEY
               FILE STATUS IS WS-SHARED-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "userdata.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NOTES-SEEN-FILE ASSIGN TO "notes.seen.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEEN-USER
               FILE STATUS IS WS-SEEN-STATUS.
           SELECT READING-POSITION-FILE ASSIGN TO "reading.position"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/user-profile-file'.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-devotional-file'.
           COPY 'cpy/file-section/group-member-file'.
           COPY 'cpy/file-section/shared-notes-file'.
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD LECTIONARY-FILE.
       01 LECTIONARY-RECORD PIC X(150).
       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           05 ENROLL-KEY.
               10 ENROLL-USER      PIC X(30).
               10 ENROLL-PLAN      PIC X(20).
           05 ENROLL-START-DATE    PIC 9(8).
       FD PROGRESS-FILE.
       01 PROGRESS-RECORD.
           05 PROGRESS-KEY.
               10 PROGRESS-USER    PIC X(30).
               10 PROGRESS-PLAN    PIC X(20).
               10 PROGRESS-DAY     PIC 9(3).
           05 PROGRESS-DONE-DATE   PIC 9(8).
       FD PLAN-FILE.
       01 PLAN-RECORD PIC X(100).
       FD READING-JOURNAL-FILE.
       01 READING-JOURNAL-RECORD PIC X(100).
       FD BOOKMARKS-FILE.
       01 BOOKMARK-RECORD.
           05 BOOKMARK-KEY.
               10 BOOKMARK-USER     PIC X(30).
               10 BOOKMARK-SHORT    PIC X(32).
               10 BOOKMARK-BOOK     PIC 9(3).
               10 BOOKMARK-CHAPTER  PIC 9(3).
               10 BOOKMARK-VERSE    PIC 9(3).
           05 BOOKMARK-TEXT         PIC X(500).
       FD TRAINER-FILE.
       01 TRAIN-RECORD.
           05 TRAIN-KEY.
               10 TRAIN-USER        PIC X(30).
               10 TRAIN-SHORT       PIC X(32).
               10 TRAIN-BOOK        PIC 9(3).
               10 TRAIN-CHAPTER     PIC 9(3).
               10 TRAIN-VERSE       PIC 9(3).
           05 TRAIN-DUE-DATE        PIC 9(8).
           05 TRAIN-INTERVAL        PIC 9(3).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(800).
      * Per user the journal time (date time) up to which the
      * published group notes have been seen.
       FD NOTES-SEEN-FILE.
       01 NOTES-SEEN-RECORD.
           05 SEEN-USER             PIC X(30).
           05 SEEN-STAMP            PIC X(17).
       FD READING-POSITION-FILE.
       01 READING-POSITION-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-USERNAME           PIC X(30) VALUE SPACES.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DEFAULT-SHORT      PIC X(32) VALUE SPACES.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-PROFILES-STATUS    PIC XX.
       01 WS-ENROLL-STATUS      PIC XX.
       01 WS-PROGRESS-STATUS    PIC XX.
       01 WS-DEVOTIONAL-STATUS  PIC XX.
       01 WS-BOOKMARKS-STATUS   PIC XX.
       01 WS-TRAINER-STATUS     PIC XX.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-SHARED-STATUS      PIC XX.
       01 WS-SEEN-STATUS        PIC XX.
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(7).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-AGENDA-INPUT       PIC X(2).
       01 WS-AGENDA-DONE        PIC X VALUE "N".
       01 WS-CONFIRM            PIC X(1).
       01 WS-PAUSE-INPUT        PIC X(1).
       01 WS-LINE-COUNT         PIC 9(3) VALUE 0.
       78 WS-PAGE-SIZE VALUE 10.

       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-IDX           PIC 9(3).
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOK-NAME-TABLE.
           05 WS-BOOK-NAME OCCURS 99 TIMES PIC X(20).
       01 WS-BOOK-LABEL         PIC X(20).
       01 WS-CH-FROM-DISP       PIC ZZ9.
       01 WS-CH-TO-DISP         PIC ZZ9.
       01 WS-DAY-DISP           PIC ZZ9.
       01 WS-COUNT-DISP         PIC ZZZ9.

      * Lectionary of today, with the Gauss Easter rule of
      * lectionary for the movable feasts
       01 WS-LECT-EOF           PIC X VALUE "N".
       01 WS-LECT-KIND          PIC X(3).
       01 WS-LECT-WHEN          PIC X(5).
       01 WS-LECT-LABEL         PIC X(60).
       01 WS-LECT-REF           PIC X(50).
       01 WS-LECT-OFFSET        PIC S9(4).
       01 WS-LECT-COUNT         PIC 9(2) VALUE 0.
       01 WS-LECT-TABLE.
           05 WS-LECT-LINE OCCURS 10 TIMES PIC X(100).
       01 WS-LECT-IDX           PIC 9(2).
       01 WS-WANTED-YEAR        PIC 9(4).
       01 WS-WANTED-MMDD        PIC X(4).
       01 WS-EASTER-INT         PIC 9(7).
       01 WS-EASTER-DATE        PIC 9(8).
       01 WS-EASTER-OFFSET      PIC S9(4).
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

      * Reading plans the user is enrolled in, with today's state
       78 WS-PL-MAX VALUE 10.
       01 WS-PL-COUNT           PIC 9(2) VALUE 0.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 10 TIMES.
               10 WS-PL-NAME        PIC X(20).
               10 WS-PL-DAY         PIC 9(3).
               10 WS-PL-DONE        PIC X(1).
               10 WS-PL-OVERDUE     PIC 9(3).
               10 WS-PL-PORTION     PIC X(100).
       01 WS-PL-IDX             PIC 9(2).
       01 WS-PL-CHOICE          PIC 9(2).
       01 WS-ENROLL-EOF         PIC X VALUE "N".
       01 WS-START-INT          PIC 9(7).
       01 WS-PLAN-FILE          PIC X(250).
       01 WS-PLAN-EOF           PIC X VALUE "N".
       01 WS-CHECK-DAY          PIC 9(3).
       01 WS-REC-DAY            PIC 9(3).
       01 WS-REC-BOOK           PIC 9(3).
       01 WS-REC-CH-FROM        PIC 9(3).
       01 WS-REC-CH-TO          PIC 9(3).
       01 WS-PORTION-FOUND      PIC X VALUE "N".
       01 WS-CHAPTER-CURRENT    PIC 9(3).
       01 WS-VERSE-EOF          PIC X VALUE "N".
       01 WS-JRN-FILE           PIC X(30).
       01 WS-JRN-ACTION         PIC X(6).
       01 WS-JRN-KEY            PIC X(100).
       01 WS-JRN-DATA           PIC X(500).

      * Devotion of the day
       01 WS-DEVOTION-ON        PIC X VALUE "N".
       01 WS-DEVOTION-TITLE     PIC X(100).
       01 WS-GOTO-INPUT         PIC X(50).
       01 WS-GOTO-BOOK          PIC 9(3).
       01 WS-GOTO-CHAPTER       PIC 9(3).
       01 WS-GOTO-VFROM         PIC 9(3).
       01 WS-GOTO-VTO           PIC 9(3).
       01 WS-GOTO-OK            PIC X(1).
       01 WS-GOTO-EOF           PIC X VALUE "N".
       01 WS-GOTO-SHOWN         PIC 9(5).

      * Verse trainer
       01 WS-DUE-COUNT          PIC 9(4) VALUE 0.
       01 WS-BOOKMARKS-EOF      PIC X VALUE "N".
       01 WS-TRAINER-OPEN       PIC X VALUE "N".

      * Groups of the user and the notes published to them since
      * the stamp in notes.seen.data
       78 WS-UG-MAX VALUE 20.
       01 WS-UG-COUNT           PIC 9(2) VALUE 0.
       01 WS-UG-TABLE.
           05 WS-UG-GROUP OCCURS 20 TIMES PIC X(20).
       01 WS-UG-IDX             PIC 9(2).
       01 WS-UG-FOUND           PIC X.
       01 WS-GROUPS-EOF         PIC X VALUE "N".
       01 WS-SEEN-STAMP         PIC X(17).
       01 WS-SEEN-NEW           PIC X(17).
       01 WS-JOURNAL-EOF        PIC X VALUE "N".
       01 WS-J-STAMP            PIC X(17).
       01 WS-J-USER             PIC X(30).
       01 WS-J-FILE             PIC X(30).
       01 WS-J-ACTION           PIC X(6).
       01 WS-J-GROUP            PIC X(20).
       01 WS-J-SHORT            PIC X(32).
       01 WS-J-BOOK             PIC 9(3).
       01 WS-J-CHAPTER          PIC 9(3).
       01 WS-J-VERSE            PIC 9(3).
       01 WS-J-AUTHOR           PIC X(30).
       78 WS-UN-MAX VALUE 50.
       01 WS-UN-COUNT           PIC 9(2) VALUE 0.
       01 WS-UN-MORE            PIC X VALUE "N".
       01 WS-UN-TABLE.
           05 WS-UN-ENTRY OCCURS 50 TIMES.
               10 WS-UN-KEY         PIC X(91).
               10 WS-UN-TEXT        PIC X(500).
       01 WS-UN-IDX             PIC 9(2).
       01 WS-UN-FOUND           PIC X.

      * "Continue reading" position as readTranslation saves it
       01 WS-RESUME-ON          PIC X VALUE "N".
       01 WS-POSITION-SHORT     PIC X(32).
       01 WS-POSITION-BOOK      PIC 9(3).
       01 WS-POSITION-CHAPTER   PIC 9(3).
       01 WS-POSITION-END       PIC 9(3).

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
      * called from SEARCHENGINE after every login and from its
      * menu, so nothing from a previous run may be left over
       TODAYAGENDA.
           MOVE "N" TO WS-AGENDA-DONE
           PERFORM LOAD-USER
           IF FUNCTION trim(WS-USERNAME) = SPACES
               EXIT PROGRAM
           END-IF
           PERFORM LOAD-DEFAULT-TRANSLATION
           PERFORM LOAD-BOOK-NAMES
           PERFORM LOAD-USER-GROUPS

           PERFORM UNTIL WS-AGENDA-DONE = "Y"
               PERFORM GATHER-AGENDA
               PERFORM SHOW-AGENDA
               DISPLAY "Nummer (Enter = Hauptmenue): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-AGENDA-INPUT
               ACCEPT WS-AGENDA-INPUT
               EVALUATE FUNCTION trim(WS-AGENDA-INPUT)
                   WHEN "1"
                       CALL "lectionary" END-CALL
                   WHEN "2"
                       PERFORM READ-PLAN-PORTION
                   WHEN "3"
                       PERFORM SHOW-DEVOTION
                   WHEN "4"
                       CALL "verseTrainer" END-CALL
                   WHEN "5"
                       PERFORM SHOW-UNREAD-NOTES
                   WHEN "6"
                       PERFORM CONTINUE-READING
                   WHEN "7"
                       PERFORM TICK-PLAN-PORTION
                   WHEN SPACES
                   WHEN "0"
                       MOVE "Y" TO WS-AGENDA-DONE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl."
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.
       TODAYAGENDA-EXIT.

       GATHER-AGENDA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM GATHER-LECTIONARY
           PERFORM GATHER-PLANS
           PERFORM GATHER-DEVOTION
           PERFORM GATHER-DUE-VERSES
           PERFORM GATHER-UNREAD-NOTES
           PERFORM LOAD-READING-POSITION
           CONTINUE.
       GATHER-AGENDA-EXIT.

       SHOW-AGENDA.
           DISPLAY SPACE
           DISPLAY "=== Heute, " WS-TODAY(7:2) "." WS-TODAY(5:2) "."
               WS-TODAY(1:4) " - " FUNCTION trim(WS-USERNAME) " ==="

           IF WS-LECT-COUNT = 0
               DISPLAY " 1: Lesungen: keine fuer heute"
           ELSE
               DISPLAY " 1: Lesungen:"
               PERFORM VARYING WS-LECT-IDX FROM 1 BY 1
                   UNTIL WS-LECT-IDX > WS-LECT-COUNT
                   DISPLAY "      " FUNCTION trim(
                       WS-LECT-LINE(WS-LECT-IDX))
               END-PERFORM
           END-IF

           IF WS-PL-COUNT = 0
               DISPLAY " 2: Leseplan: nicht eingeschrieben"
           ELSE
               DISPLAY " 2: Leseplan:"
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
                   PERFORM SHOW-PLAN-STATE
               END-PERFORM
           END-IF

           IF WS-DEVOTION-ON = "Y"
               DISPLAY " 3: Andacht: " FUNCTION trim(WS-DEVOTION-TITLE)
           ELSE
               DISPLAY " 3: Andacht: keine fuer heute"
           END-IF

           MOVE WS-DUE-COUNT TO WS-COUNT-DISP
           DISPLAY " 4: Verstrainer: " FUNCTION trim(WS-COUNT-DISP)
               " Vers(e) faellig"

           MOVE WS-UN-COUNT TO WS-COUNT-DISP
           IF WS-UN-MORE = "Y"
               DISPLAY " 5: Gruppen-Notizen: mehr als "
                   FUNCTION trim(WS-COUNT-DISP) " neu"
           ELSE
               DISPLAY " 5: Gruppen-Notizen: "
                   FUNCTION trim(WS-COUNT-DISP) " neu"
           END-IF

           IF WS-RESUME-ON = "Y"
               MOVE WS-POSITION-BOOK TO WS-BOOK-IDX
               PERFORM SET-BOOK-LABEL
               MOVE WS-POSITION-CHAPTER TO WS-CH-FROM-DISP
               DISPLAY " 6: Weiterlesen: "
                   FUNCTION trim(WS-POSITION-SHORT) " "
                   FUNCTION trim(WS-BOOK-LABEL) " "
                   FUNCTION trim(WS-CH-FROM-DISP)
           ELSE
               DISPLAY " 6: Weiterlesen: keine Leseposition"
           END-IF
           IF WS-PL-COUNT > 0
               DISPLAY " 7: Leseportion als gelesen abhaken"
           END-IF
           DISPLAY SPACE
           CONTINUE.
       SHOW-AGENDA-EXIT.

       SHOW-PLAN-STATE.
           MOVE WS-PL-DAY(WS-PL-IDX) TO WS-DAY-DISP
           IF WS-PL-DONE(WS-PL-IDX) = "Y"
               DISPLAY "      " FUNCTION trim(WS-PL-NAME(WS-PL-IDX))
                   " Tag " FUNCTION trim(WS-DAY-DISP) ": "
                   FUNCTION trim(WS-PL-PORTION(WS-PL-IDX))
                   " - gelesen"
           ELSE
               DISPLAY "      " FUNCTION trim(WS-PL-NAME(WS-PL-IDX))
                   " Tag " FUNCTION trim(WS-DAY-DISP) ": "
                   FUNCTION trim(WS-PL-PORTION(WS-PL-IDX))
                   " - offen"
           END-IF
           IF WS-PL-OVERDUE(WS-PL-IDX) > 0
               MOVE WS-PL-OVERDUE(WS-PL-IDX) TO WS-DAY-DISP
               DISPLAY "        dazu " FUNCTION trim(WS-DAY-DISP)
                   " Tag(e) nachzuholen"
           END-IF
           CONTINUE.
       SHOW-PLAN-STATE-EXIT.

      *----------------------------------------------------------
      * 1: lectionary
      *----------------------------------------------------------
       GATHER-LECTIONARY.
           MOVE 0 TO WS-LECT-COUNT
           MOVE "lectionary.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY(1:4) TO WS-WANTED-YEAR
           MOVE WS-TODAY(5:4) TO WS-WANTED-MMDD
           PERFORM COMPUTE-EASTER
           COMPUTE WS-EASTER-OFFSET = WS-TODAY-INT - WS-EASTER-INT
           OPEN INPUT LECTIONARY-FILE
           MOVE "N" TO WS-LECT-EOF
           PERFORM UNTIL WS-LECT-EOF = "Y"
               READ LECTIONARY-FILE
                   AT END
                       MOVE "Y" TO WS-LECT-EOF
                   NOT AT END
                       PERFORM CHECK-LECTIONARY-LINE
               END-READ
           END-PERFORM
           CLOSE LECTIONARY-FILE
           CONTINUE.
       GATHER-LECTIONARY-EXIT.

       CHECK-LECTIONARY-LINE.
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
           EVALUATE FUNCTION trim(WS-LECT-KIND)
               WHEN "FIX"
                   IF WS-LECT-WHEN(1:4) = WS-WANTED-MMDD
                       PERFORM ADD-LECTIONARY-LINE
                   END-IF
               WHEN "OST"
                   COMPUTE WS-LECT-OFFSET =
                       FUNCTION NUMVAL(WS-LECT-WHEN)
                   IF WS-LECT-OFFSET = WS-EASTER-OFFSET
                       PERFORM ADD-LECTIONARY-LINE
                   END-IF
           END-EVALUATE
           CONTINUE.
       CHECK-LECTIONARY-LINE-EXIT.

       ADD-LECTIONARY-LINE.
           IF WS-LECT-COUNT < 10
               ADD 1 TO WS-LECT-COUNT
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-LECT-LABEL), ": ",
                   FUNCTION trim(WS-LECT-REF)
               ) TO WS-LECT-LINE(WS-LECT-COUNT)
           END-IF
           CONTINUE.
       ADD-LECTIONARY-LINE-EXIT.

      * Gauss rule with the two classic exceptions, as lectionary
      * computes it.
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

      *----------------------------------------------------------
      * 2 and 7: reading plans
      *----------------------------------------------------------
      * Due day from the start date as readingPlan works it out;
      * a day before the first is not due yet, and days before
      * today without a progress record are overdue.
       GATHER-PLANS.
           MOVE 0 TO WS-PL-COUNT
           MOVE "plan.enrollment.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ENROLL-KEY
           MOVE WS-USERNAME TO ENROLL-USER
           MOVE "N" TO WS-ENROLL-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENROLL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
           END-START
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF ENROLL-USER NOT = WS-USERNAME
                           MOVE "Y" TO WS-ENROLL-EOF
                       ELSE
                           PERFORM ADD-PLAN-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           IF WS-PL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PROGRESS
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM CHECK-PLAN-PROGRESS
               PERFORM FIND-PLAN-PORTION
           END-PERFORM
           CLOSE PROGRESS-FILE
           CONTINUE.
       GATHER-PLANS-EXIT.

       ADD-PLAN-ENTRY.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(ENROLL-START-DATE)
           IF WS-START-INT > WS-TODAY-INT
               OR WS-PL-COUNT >= WS-PL-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PL-COUNT
           MOVE ENROLL-PLAN TO WS-PL-NAME(WS-PL-COUNT)
           COMPUTE WS-PL-DAY(WS-PL-COUNT) =
               WS-TODAY-INT - WS-START-INT + 1
           MOVE "N" TO WS-PL-DONE(WS-PL-COUNT)
           MOVE 0 TO WS-PL-OVERDUE(WS-PL-COUNT)
           MOVE SPACES TO WS-PL-PORTION(WS-PL-COUNT)
           CONTINUE.
       ADD-PLAN-ENTRY-EXIT.

       CHECK-PLAN-PROGRESS.
           PERFORM VARYING WS-CHECK-DAY FROM 1 BY 1
               UNTIL WS-CHECK-DAY > WS-PL-DAY(WS-PL-IDX)
               MOVE WS-USERNAME TO PROGRESS-USER
               MOVE WS-PL-NAME(WS-PL-IDX) TO PROGRESS-PLAN
               MOVE WS-CHECK-DAY TO PROGRESS-DAY
               READ PROGRESS-FILE
                   INVALID KEY
                       IF WS-CHECK-DAY < WS-PL-DAY(WS-PL-IDX)
                           ADD 1 TO WS-PL-OVERDUE(WS-PL-IDX)
                       END-IF
                   NOT INVALID KEY
                       IF WS-CHECK-DAY = WS-PL-DAY(WS-PL-IDX)
                           MOVE "Y" TO WS-PL-DONE(WS-PL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       CHECK-PLAN-PROGRESS-EXIT.

      * The day's plan lines as readable "book chapters" text.
       FIND-PLAN-PORTION.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-PL-NAME(WS-PL-IDX)), ".plan"
           ) TO WS-PLAN-FILE
           MOVE WS-PLAN-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE "(Plandatei fehlt)" TO WS-PL-PORTION(WS-PL-IDX)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAN-FILE
           MOVE "N" TO WS-PLAN-EOF
           PERFORM UNTIL WS-PLAN-EOF = "Y"
               READ PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-PLAN-EOF
                   NOT AT END
                       PERFORM ADD-PORTION-TEXT
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           IF WS-PL-PORTION(WS-PL-IDX) = SPACES
               MOVE "(keine Portion)" TO WS-PL-PORTION(WS-PL-IDX)
           END-IF
           CONTINUE.
       FIND-PLAN-PORTION-EXIT.

       ADD-PORTION-TEXT.
           PERFORM SPLIT-PLAN-LINE
           IF WS-REC-DAY NOT = WS-PL-DAY(WS-PL-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-BOOK TO WS-BOOK-IDX
           PERFORM SET-BOOK-LABEL
           MOVE WS-REC-CH-FROM TO WS-CH-FROM-DISP
           MOVE WS-REC-CH-TO TO WS-CH-TO-DISP
           IF WS-PL-PORTION(WS-PL-IDX) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-PL-PORTION(WS-PL-IDX)), ";"
               ) TO WS-PL-PORTION(WS-PL-IDX)
           END-IF
           IF WS-REC-CH-TO = WS-REC-CH-FROM
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-PL-PORTION(WS-PL-IDX)), " ",
                   FUNCTION trim(WS-BOOK-LABEL), " ",
                   FUNCTION trim(WS-CH-FROM-DISP)
               ) TO WS-PL-PORTION(WS-PL-IDX)
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-PL-PORTION(WS-PL-IDX)), " ",
                   FUNCTION trim(WS-BOOK-LABEL), " ",
                   FUNCTION trim(WS-CH-FROM-DISP), "-",
                   FUNCTION trim(WS-CH-TO-DISP)
               ) TO WS-PL-PORTION(WS-PL-IDX)
           END-IF
           CONTINUE.
       ADD-PORTION-TEXT-EXIT.

       SPLIT-PLAN-LINE.
           MOVE 0 TO WS-REC-DAY
           MOVE 0 TO WS-REC-BOOK
           MOVE 0 TO WS-REC-CH-FROM
           MOVE 0 TO WS-REC-CH-TO
           UNSTRING PLAN-RECORD
               DELIMITED BY "###" INTO
                   WS-REC-DAY
                   WS-REC-BOOK
                   WS-REC-CH-FROM
                   WS-REC-CH-TO
           IF WS-REC-CH-TO < WS-REC-CH-FROM
               MOVE WS-REC-CH-FROM TO WS-REC-CH-TO
           END-IF
           CONTINUE.
       SPLIT-PLAN-LINE-EXIT.

      * With more than one plan the user picks one.
       CHOOSE-PLAN.
           MOVE 0 TO WS-PL-CHOICE
           IF WS-PL-COUNT = 0
               DISPLAY "Keine Einschreibung in einen Leseplan."
               EXIT PARAGRAPH
           END-IF
           IF WS-PL-COUNT = 1
               MOVE 1 TO WS-PL-CHOICE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               DISPLAY "  " WS-PL-IDX ": "
                   FUNCTION trim(WS-PL-NAME(WS-PL-IDX))
           END-PERFORM
           DISPLAY "Welcher Plan (Enter = 1)? " WITH NO ADVANCING
           ACCEPT WS-PL-CHOICE
           IF WS-PL-CHOICE = 0
               MOVE 1 TO WS-PL-CHOICE
           END-IF
           IF WS-PL-CHOICE > WS-PL-COUNT
               DISPLAY "Ungueltige Auswahl."
               MOVE 0 TO WS-PL-CHOICE
           END-IF
           CONTINUE.
       CHOOSE-PLAN-EXIT.

      * Today's portion shown with readingPlan's chapter loop; each
      * chapter leaves its reading.journal line, and the day can be
      * ticked off right after.
       READ-PLAN-PORTION.
           PERFORM CHOOSE-PLAN
           IF WS-PL-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-CHOICE TO WS-PL-IDX
           PERFORM OPEN-TRANSLATION
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-PL-NAME(WS-PL-IDX)), ".plan"
           ) TO WS-PLAN-FILE
           MOVE WS-PLAN-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Leseplan nicht gefunden: "
                   FUNCTION trim(WS-PLAN-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-DAY(WS-PL-IDX) TO WS-DAY-DISP
           DISPLAY "Tag " FUNCTION trim(WS-DAY-DISP) " des Plans "
               FUNCTION trim(WS-PL-NAME(WS-PL-IDX)) "."

           OPEN INPUT BIBLE-DATA-FILE
           MOVE "N" TO WS-PORTION-FOUND
           OPEN INPUT PLAN-FILE
           MOVE "N" TO WS-PLAN-EOF
           PERFORM UNTIL WS-PLAN-EOF = "Y"
               READ PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-PLAN-EOF
                   NOT AT END
                       PERFORM SHOW-PLAN-LINE
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-PORTION-FOUND = "N"
               DISPLAY "Keine Leseportion fuer Tag "
                   FUNCTION trim(WS-DAY-DISP) "."
               EXIT PARAGRAPH
           END-IF
           IF WS-PL-DONE(WS-PL-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "Als gelesen abhaken? (J/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "J"
               MOVE WS-PL-DAY(WS-PL-IDX) TO WS-CHECK-DAY
               PERFORM MARK-DAY-DONE
           END-IF
           CONTINUE.
       READ-PLAN-PORTION-EXIT.

       SHOW-PLAN-LINE.
           PERFORM SPLIT-PLAN-LINE
           IF WS-REC-DAY NOT = WS-PL-DAY(WS-PL-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PORTION-FOUND
           MOVE WS-REC-CH-FROM TO WS-CHAPTER-CURRENT
           PERFORM UNTIL WS-CHAPTER-CURRENT > WS-REC-CH-TO
               PERFORM SHOW-PLAN-CHAPTER
               ADD 1 TO WS-CHAPTER-CURRENT
           END-PERFORM
           CONTINUE.
       SHOW-PLAN-LINE-EXIT.

       SHOW-PLAN-CHAPTER.
           DISPLAY SPACE
           MOVE WS-REC-BOOK TO WS-BOOK-IDX
           PERFORM SET-BOOK-LABEL
           MOVE WS-CHAPTER-CURRENT TO WS-CH-FROM-DISP
           DISPLAY "--- " FUNCTION trim(WS-BOOK-LABEL) " "
               FUNCTION trim(WS-CH-FROM-DISP) " ---"
           MOVE WS-REC-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-CHAPTER-CURRENT TO BIBLE-DATA-CHAPTER
           MOVE 1 TO BIBLE-DATA-VERSE
           MOVE "N" TO WS-VERSE-EOF
           MOVE 0 TO WS-LINE-COUNT
           PERFORM UNTIL WS-VERSE-EOF = "Y"
               READ BIBLE-DATA-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-VERSE-EOF
                   NOT INVALID KEY
                       PERFORM JOIN-VERSE-TEXT
                       DISPLAY FUNCTION concatenate(
                           BIBLE-DATA-VERSE, ": ",
                           FUNCTION trim(WS-VT-FULL-TEXT),
                       )
                       ADD 1 TO WS-LINE-COUNT
                       IF WS-LINE-COUNT >= WS-PAGE-SIZE
                           DISPLAY "--- weiter mit ENTER ---"
                               WITH NO ADVANCING
                           ACCEPT WS-PAUSE-INPUT
                           MOVE 0 TO WS-LINE-COUNT
                       END-IF
                       ADD 1 TO BIBLE-DATA-VERSE
               END-READ
           END-PERFORM
           IF BIBLE-DATA-VERSE > 1
               PERFORM WRITE-READING-JOURNAL
           END-IF
           CONTINUE.
       SHOW-PLAN-CHAPTER-EXIT.

       WRITE-READING-JOURNAL.
           MOVE FUNCTION concatenate(
               WS-TODAY, "###",
               FUNCTION trim(WS-USERNAME), "###",
               FUNCTION trim(WS-BIBLE-SHORT), "###",
               WS-REC-BOOK, "###",
               WS-CHAPTER-CURRENT
           ) TO READING-JOURNAL-RECORD
           MOVE "reading.journal" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN EXTEND READING-JOURNAL-FILE
           ELSE
               OPEN OUTPUT READING-JOURNAL-FILE
           END-IF
           WRITE READING-JOURNAL-RECORD
           CLOSE READING-JOURNAL-FILE
           CONTINUE.
       WRITE-READING-JOURNAL-EXIT.

       TICK-PLAN-PORTION.
           PERFORM CHOOSE-PLAN
           IF WS-PL-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-CHOICE TO WS-PL-IDX
           IF WS-PL-DONE(WS-PL-IDX) = "Y"
               DISPLAY "Die heutige Portion ist schon abgehakt."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-DAY(WS-PL-IDX) TO WS-CHECK-DAY
           PERFORM MARK-DAY-DONE
           CONTINUE.
       TICK-PLAN-PORTION-EXIT.

      * Same progress record and journal line as readingPlan's
      * "mark day as read".
       MARK-DAY-DONE.
           PERFORM OPEN-PROGRESS
           MOVE WS-USERNAME TO PROGRESS-USER
           MOVE WS-PL-NAME(WS-PL-IDX) TO PROGRESS-PLAN
           MOVE WS-CHECK-DAY TO PROGRESS-DAY
           MOVE WS-TODAY TO PROGRESS-DONE-DATE
           WRITE PROGRESS-RECORD
               INVALID KEY
                   REWRITE PROGRESS-RECORD
           END-WRITE
           CLOSE PROGRESS-FILE
           MOVE WS-CHECK-DAY TO WS-DAY-DISP
           DISPLAY "Tag " FUNCTION trim(WS-DAY-DISP)
               " als gelesen markiert."
           MOVE "plan.progress.data" TO WS-JRN-FILE
           MOVE "ADD" TO WS-JRN-ACTION
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-USERNAME), "###",
               FUNCTION trim(WS-PL-NAME(WS-PL-IDX)), "###",
               WS-CHECK-DAY
           ) TO WS-JRN-KEY
           MOVE WS-TODAY TO WS-JRN-DATA
           PERFORM WRITE-USER-JOURNAL
           CONTINUE.
       MARK-DAY-DONE-EXIT.

       WRITE-USER-JOURNAL.
           CALL "lib/journalUserData" USING
               WS-USERNAME,
               WS-JRN-FILE,
               WS-JRN-ACTION,
               WS-JRN-KEY,
               WS-JRN-DATA
           END-CALL
           CONTINUE.
       WRITE-USER-JOURNAL-EXIT.

       OPEN-PROGRESS.
           OPEN I-O PROGRESS-FILE
           IF WS-PROGRESS-STATUS = "35"
               OPEN OUTPUT PROGRESS-FILE
               CLOSE PROGRESS-FILE
               OPEN I-O PROGRESS-FILE
           END-IF
           CONTINUE.
       OPEN-PROGRESS-EXIT.

      *----------------------------------------------------------
      * 3: devotion
      *----------------------------------------------------------
       GATHER-DEVOTION.
           MOVE "N" TO WS-DEVOTION-ON
           MOVE "devotional.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DEVOTIONAL-FILE
           IF WS-DEVOTIONAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY(5:4) TO BIBLE-DEVOTIONAL-KEY
           READ BIBLE-DEVOTIONAL-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DEVOTION-ON
                   MOVE BIBLE-DEVOTIONAL-TITLE TO WS-DEVOTION-TITLE
           END-READ
           CLOSE BIBLE-DEVOTIONAL-FILE
           CONTINUE.
       GATHER-DEVOTION-EXIT.

       SHOW-DEVOTION.
           IF WS-DEVOTION-ON = "N"
               DISPLAY "Keine Andacht fuer den heutigen Tag."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DEVOTIONAL-FILE
           MOVE WS-TODAY(5:4) TO BIBLE-DEVOTIONAL-KEY
           READ BIBLE-DEVOTIONAL-FILE
               INVALID KEY
                   DISPLAY "Keine Andacht fuer den heutigen Tag."
                   CLOSE BIBLE-DEVOTIONAL-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE BIBLE-DEVOTIONAL-FILE

           DISPLAY SPACE
           DISPLAY "--- " FUNCTION trim(BIBLE-DEVOTIONAL-TITLE)
               " ---"
           DISPLAY FUNCTION trim(BIBLE-DEVOTIONAL-TEXT)
           IF FUNCTION trim(BIBLE-DEVOTIONAL-REF) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BIBLE-DEVOTIONAL-REF TO WS-GOTO-INPUT
           CALL "lib/referenceParser" USING
               WS-GOTO-INPUT,
               WS-GOTO-BOOK,
               WS-GOTO-CHAPTER,
               WS-GOTO-VFROM,
               WS-GOTO-VTO,
               WS-GOTO-OK
           END-CALL
           IF WS-GOTO-OK NOT = "Y"
               DISPLAY "Bibelstelle nicht verstanden: "
                   FUNCTION trim(BIBLE-DEVOTIONAL-REF)
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TRANSLATION
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           MOVE 0 TO WS-GOTO-SHOWN
           OPEN INPUT BIBLE-DATA-FILE
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
                       PERFORM SHOW-DEVOTION-VERSE
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-GOTO-SHOWN = 0
               DISPLAY "Diese Stelle existiert nicht in dieser"
                   " Uebersetzung."
           END-IF
           CONTINUE.
       SHOW-DEVOTION-EXIT.

       SHOW-DEVOTION-VERSE.
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
               BIBLE-DATA-VERSE, ": ",
               FUNCTION trim(WS-VT-FULL-TEXT),
           )
           CONTINUE.
       SHOW-DEVOTION-VERSE-EXIT.

      *----------------------------------------------------------
      * 4: verses due in the trainer (verseTrainer's CHECK-DUE: a
      * bookmark without a schedule record is due at once)
      *----------------------------------------------------------
       GATHER-DUE-VERSES.
           MOVE 0 TO WS-DUE-COUNT
           MOVE "bookmarks.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKMARKS-FILE
           IF WS-BOOKMARKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "trainer.schedule.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           MOVE "N" TO WS-TRAINER-OPEN
           IF WS-RETURN = 0
               OPEN INPUT TRAINER-FILE
               IF WS-TRAINER-STATUS = "00"
                   MOVE "Y" TO WS-TRAINER-OPEN
               END-IF
           END-IF
           MOVE LOW-VALUES TO BOOKMARK-KEY
           MOVE WS-USERNAME TO BOOKMARK-USER
           MOVE "N" TO WS-BOOKMARKS-EOF
           START BOOKMARKS-FILE KEY IS NOT LESS THAN BOOKMARK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BOOKMARKS-EOF
           END-START
           PERFORM UNTIL WS-BOOKMARKS-EOF = "Y"
               READ BOOKMARKS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BOOKMARKS-EOF
                   NOT AT END
                       IF BOOKMARK-USER NOT = WS-USERNAME
                           MOVE "Y" TO WS-BOOKMARKS-EOF
                       ELSE
                           PERFORM CHECK-DUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKMARKS-FILE
           IF WS-TRAINER-OPEN = "Y"
               CLOSE TRAINER-FILE
           END-IF
           CONTINUE.
       GATHER-DUE-VERSES-EXIT.

       CHECK-DUE.
           IF WS-TRAINER-OPEN = "N"
               ADD 1 TO WS-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE BOOKMARK-KEY TO TRAIN-KEY
           READ TRAINER-FILE
               INVALID KEY
                   ADD 1 TO WS-DUE-COUNT
               NOT INVALID KEY
                   IF TRAIN-DUE-DATE <= WS-TODAY
                       ADD 1 TO WS-DUE-COUNT
                   END-IF
           END-READ
           CONTINUE.
       CHECK-DUE-EXIT.

      *----------------------------------------------------------
      * 5: group notes published since the user last looked
      *----------------------------------------------------------
      * Publish lines in userdata.journal (readTranslation's
      * "publish note"):
      *   date time###author###notes.shared.data###ADD###
      *   group###short###book###chapter###verse###author###text
      * Own notes, groups the user is not in and notes removed
      * since are left out; a note published twice counts once.
       GATHER-UNREAD-NOTES.
           MOVE 0 TO WS-UN-COUNT
           MOVE "N" TO WS-UN-MORE
           IF WS-UG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "userdata.journal" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "notes.shared.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SHARED-NOTES-FILE
           IF WS-SHARED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SEEN-STAMP
           OPEN INPUT JOURNAL-FILE
           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       PERFORM CHECK-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE SHARED-NOTES-FILE
           CONTINUE.
       GATHER-UNREAD-NOTES-EXIT.

       CHECK-JOURNAL-LINE.
           IF JOURNAL-RECORD(1:17) NOT > WS-SEEN-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-J-FILE
           MOVE SPACES TO WS-J-ACTION
           UNSTRING JOURNAL-RECORD
               DELIMITED BY "###" INTO
                   WS-J-STAMP
                   WS-J-USER
                   WS-J-FILE
                   WS-J-ACTION
           IF WS-J-FILE NOT = "notes.shared.data"
               OR WS-J-ACTION NOT = "ADD"
               OR WS-J-USER = WS-USERNAME
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-J-BOOK
           MOVE 0 TO WS-J-CHAPTER
           MOVE 0 TO WS-J-VERSE
           UNSTRING JOURNAL-RECORD
               DELIMITED BY "###" INTO
                   WS-J-STAMP
                   WS-J-USER
                   WS-J-FILE
                   WS-J-ACTION
                   WS-J-GROUP
                   WS-J-SHORT
                   WS-J-BOOK
                   WS-J-CHAPTER
                   WS-J-VERSE
                   WS-J-AUTHOR
           MOVE "N" TO WS-UG-FOUND
           PERFORM VARYING WS-UG-IDX FROM 1 BY 1
               UNTIL WS-UG-IDX > WS-UG-COUNT
               IF WS-UG-GROUP(WS-UG-IDX) = WS-J-GROUP
                   MOVE "Y" TO WS-UG-FOUND
               END-IF
           END-PERFORM
           IF WS-UG-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SHARED-NOTE-KEY
           MOVE WS-J-GROUP TO SHARED-NOTE-GROUP
           MOVE WS-J-SHORT TO SHARED-NOTE-SHORT
           MOVE WS-J-BOOK TO SHARED-NOTE-BOOK
           MOVE WS-J-CHAPTER TO SHARED-NOTE-CHAPTER
           MOVE WS-J-VERSE TO SHARED-NOTE-VERSE
           MOVE WS-J-AUTHOR TO SHARED-NOTE-AUTHOR
           MOVE "N" TO WS-UN-FOUND
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
               UNTIL WS-UN-IDX > WS-UN-COUNT
               IF WS-UN-KEY(WS-UN-IDX) = SHARED-NOTE-KEY
                   MOVE "Y" TO WS-UN-FOUND
               END-IF
           END-PERFORM
           IF WS-UN-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           READ SHARED-NOTES-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-UN-COUNT >= WS-UN-MAX
               MOVE "Y" TO WS-UN-MORE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UN-COUNT
           MOVE SHARED-NOTE-KEY TO WS-UN-KEY(WS-UN-COUNT)
           MOVE SHARED-NOTE-TEXT TO WS-UN-TEXT(WS-UN-COUNT)
           CONTINUE.
       CHECK-JOURNAL-LINE-EXIT.

      * The stamp moves to the time of listing, so what is
      * published meanwhile still counts as new next time.
       SHOW-UNREAD-NOTES.
           IF WS-UN-COUNT = 0
               DISPLAY "Keine neuen Gruppen-Notizen."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE FUNCTION concatenate(WS-TODAY, " ", WS-NOW-TIME)
               TO WS-SEEN-NEW
           DISPLAY SPACE
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
               UNTIL WS-UN-IDX > WS-UN-COUNT
               MOVE WS-UN-KEY(WS-UN-IDX) TO SHARED-NOTE-KEY
               MOVE SHARED-NOTE-BOOK TO WS-BOOK-IDX
               PERFORM SET-BOOK-LABEL
               MOVE SHARED-NOTE-CHAPTER TO WS-CH-FROM-DISP
               MOVE SHARED-NOTE-VERSE TO WS-CH-TO-DISP
               DISPLAY "[G:" FUNCTION trim(SHARED-NOTE-GROUP) " "
                   FUNCTION trim(SHARED-NOTE-AUTHOR) "] "
                   FUNCTION trim(SHARED-NOTE-SHORT) " "
                   FUNCTION trim(WS-BOOK-LABEL) " "
                   FUNCTION trim(WS-CH-FROM-DISP) ":"
                   FUNCTION trim(WS-CH-TO-DISP)
               DISPLAY "     " FUNCTION trim(WS-UN-TEXT(WS-UN-IDX))
           END-PERFORM
           IF WS-UN-MORE = "Y"
               DISPLAY "(weitere neue Notizen beim naechsten Aufruf)"
           ELSE
               PERFORM SAVE-SEEN-STAMP
           END-IF
           CONTINUE.
       SHOW-UNREAD-NOTES-EXIT.

       LOAD-SEEN-STAMP.
           MOVE SPACES TO WS-SEEN-STAMP
           MOVE "notes.seen.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTES-SEEN-FILE
           IF WS-SEEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME TO SEEN-USER
           READ NOTES-SEEN-FILE
               NOT INVALID KEY
                   MOVE SEEN-STAMP TO WS-SEEN-STAMP
           END-READ
           CLOSE NOTES-SEEN-FILE
           CONTINUE.
       LOAD-SEEN-STAMP-EXIT.

      * With more than the table holds on file, the stamp stops at
      * the last note listed instead.
       SAVE-SEEN-STAMP.
           OPEN I-O NOTES-SEEN-FILE
           IF WS-SEEN-STATUS = "35"
               OPEN OUTPUT NOTES-SEEN-FILE
               CLOSE NOTES-SEEN-FILE
               OPEN I-O NOTES-SEEN-FILE
           END-IF
           MOVE WS-USERNAME TO SEEN-USER
           MOVE WS-SEEN-NEW TO SEEN-STAMP
           WRITE NOTES-SEEN-RECORD
               INVALID KEY
                   REWRITE NOTES-SEEN-RECORD
           END-WRITE
           CLOSE NOTES-SEEN-FILE
           CONTINUE.
       SAVE-SEEN-STAMP-EXIT.

       LOAD-USER-GROUPS.
           MOVE 0 TO WS-UG-COUNT
           MOVE "groups.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GROUP-MEMBER-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-GROUPS-EOF
           PERFORM UNTIL WS-GROUPS-EOF = "Y"
               READ GROUP-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GROUPS-EOF
                   NOT AT END
                       IF GROUP-MEMBER-USER = WS-USERNAME
                           AND WS-UG-COUNT < WS-UG-MAX
                           ADD 1 TO WS-UG-COUNT
                           MOVE GROUP-MEMBER-GROUP
                               TO WS-UG-GROUP(WS-UG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBER-FILE
           CONTINUE.
       LOAD-USER-GROUPS-EXIT.

      *----------------------------------------------------------
      * 6: continue reading
      *----------------------------------------------------------
       LOAD-READING-POSITION.
           MOVE "N" TO WS-RESUME-ON
           MOVE "reading.position" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT READING-POSITION-FILE
           READ READING-POSITION-FILE
               NOT AT END
                   MOVE SPACES TO WS-POSITION-SHORT
                   UNSTRING READING-POSITION-RECORD
                       DELIMITED BY "###" INTO
                           WS-POSITION-SHORT
                           WS-POSITION-BOOK
                           WS-POSITION-CHAPTER
                           WS-POSITION-END
                   IF FUNCTION trim(WS-POSITION-SHORT) NOT = SPACES
                       MOVE "Y" TO WS-RESUME-ON
                   END-IF
           END-READ
           CLOSE READING-POSITION-FILE
           CONTINUE.
       LOAD-READING-POSITION-EXIT.

      * readTranslation asks for its mode first; 5 resumes at the
      * saved position.
       CONTINUE-READING.
           IF WS-RESUME-ON = "N"
               DISPLAY "Keine gespeicherte Leseposition."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Zum Weiterlesen 5 waehlen."
           CALL "readTranslation" END-CALL
           CONTINUE.
       CONTINUE-READING-EXIT.

      *----------------------------------------------------------
      * shared helpers
      *----------------------------------------------------------
      * The translation for quoted verses: the profile's (or
      * default.cfg's) unless the user names another.
       OPEN-TRANSLATION.
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
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               MOVE 1 TO WS-RETURN
           END-IF
           CONTINUE.
       OPEN-TRANSLATION-EXIT.

       SET-BOOK-LABEL.
           IF WS-BOOK-IDX >= 1 AND WS-BOOK-IDX <= WS-MAX-BOOKS
               AND WS-BOOK-NAME(WS-BOOK-IDX) NOT = SPACES
               MOVE WS-BOOK-NAME(WS-BOOK-IDX) TO WS-BOOK-LABEL
           ELSE
               MOVE FUNCTION concatenate("Buch ", WS-BOOK-IDX)
                   TO WS-BOOK-LABEL
           END-IF
           CONTINUE.
       SET-BOOK-LABEL-EXIT.

      * German names where books.lookup has them, the English row
      * otherwise - as readingPlan names its portions.
       LOAD-BOOK-NAMES.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-NAME(WS-BOOK-IDX)
           END-PERFORM
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

       LOAD-USER.
           MOVE SPACES TO WS-USERNAME
           MOVE "user.profile" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT ProfileFile
               READ ProfileFile
                   NOT AT END
                       UNSTRING ProfileRecord
                           DELIMITED BY "###" INTO WS-USERNAME
               END-READ
               CLOSE ProfileFile
           END-IF
           CONTINUE.
       LOAD-USER-EXIT.

      * The user's own translation from the profile comes first,
      * default.cfg only when the profile names none.
       LOAD-DEFAULT-TRANSLATION.
           MOVE SPACES TO WS-DEFAULT-SHORT
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT UserProfilesFile
               IF WS-PROFILES-STATUS = "00"
                   MOVE WS-USERNAME TO USER-PROFILE-KEY
                   READ UserProfilesFile
                       NOT INVALID KEY
                           MOVE USER-PROFILE-TRANSLATION
                               TO WS-DEFAULT-SHORT
                   END-READ
                   CLOSE UserProfilesFile
               END-IF
           END-IF
           IF WS-DEFAULT-SHORT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
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
           END PROGRAM todayAgenda.
