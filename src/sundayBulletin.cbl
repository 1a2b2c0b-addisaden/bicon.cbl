      * Sunday bulletin insert: one print-ready page for a chosen
      * Sunday, written to bulletin.<JJJJMMTT>.txt for the office.
      *
      * The page carries
      *   - the name of the day in the church year, worked out from
      *     Easter (Gauss rule, as in lectionary) and Advent, plus
      *     the label of any lectionary.lookup row for the day,
      *   - the full text of the appointed reading(s) from
      *     lectionary.lookup in the default translation of
      *     default.cfg, with the section headings from the
      *     translation's .headings.data where it has one,
      *   - the devotion of that date from devotional.data,
      *   - the copyright line (COPYRIGHT key) of the translation's
      *     .bible.meta; a module with RIGHTS = GESPERRT is not
      *     printed at all.
      * A Sunday without a lectionary row asks for the passage.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. sundayBulletin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LECTIONARY-FILE ASSIGN TO "lectionary.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BIBLE-HEADING-FILE ASSIGN TO WS-HEADING-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-HEADING-ID
               FILE STATUS IS WS-HEADING-STATUS.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT BIBLE-DEVOTIONAL-FILE ASSIGN TO "devotional.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DEVOTIONAL-KEY
               FILE STATUS IS WS-DEVOTIONAL-STATUS.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BulletinFile ASSIGN TO WS-BULLETIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-heading-file'.
           COPY 'cpy/file-section/bible-data-meta'.
           COPY 'cpy/file-section/bible-devotional-file'.
       FD LECTIONARY-FILE.
       01 LECTIONARY-RECORD PIC X(150).
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD BulletinFile.
       01 BulletinRecord PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32) VALUE SPACES.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-HEADING-FILE       PIC X(777).
       01 WS-HEADING-STATUS     PIC XX.
       01 WS-HEADINGS-ON        PIC X VALUE "N".
       01 WS-META-FILE          PIC X(777).
       01 WS-META-STATUS        PIC XX.
       01 WS-DEVOTIONAL-STATUS  PIC XX.
       01 WS-BULLETIN-FILE      PIC X(100).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-RIGHTS             PIC X(12) VALUE "UNGEKLAERT".
       01 WS-COPYRIGHT          PIC X(250) VALUE SPACES.
       01 WS-RIGHTS-CONFIRM     PIC 9(1).

      * the Sunday and its place in the church year
       01 WS-DATE-INPUT         PIC X(8).
       01 WS-SUNDAY-DATE        PIC 9(8).
       01 WS-SUNDAY-INT         PIC 9(7).
       01 WS-WEEKDAY            PIC 9(1).
       01 WS-WANTED-YEAR        PIC 9(4).
       01 WS-WANTED-MMDD        PIC X(4).
       01 WS-EASTER-INT         PIC 9(7).
       01 WS-EASTER-DATE        PIC 9(8).
       01 WS-EASTER-OFFSET      PIC S9(4).
       01 WS-ADVENT-INT         PIC 9(7).
       01 WS-EPIPHANY-INT       PIC 9(7).
       01 WS-CALC-DATE          PIC 9(8).
       01 WS-SUNDAY-NUMBER      PIC 9(2).
       01 WS-SUNDAY-NUMBER-DISP PIC Z9.
       01 WS-DAY-NAME           PIC X(60).
       01 WS-DATE-DISP          PIC X(10).

      * Gauss Easter rule working fields
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

      * readings of the day from lectionary.lookup
       01 WS-LECT-EOF           PIC X VALUE "N".
       01 WS-LECT-KIND          PIC X(3).
       01 WS-LECT-WHEN          PIC X(5).
       01 WS-LECT-LABEL         PIC X(60).
       01 WS-LECT-REF           PIC X(50).
       01 WS-LECT-OFFSET        PIC S9(4).
       78 WS-MAX-READINGS VALUE 5.
       01 WS-READING-COUNT      PIC 9(2) VALUE 0.
       01 WS-READING-IDX        PIC 9(2).
       01 WS-READING-TABLE.
           05 WS-READING OCCURS 5 TIMES.
               10 WS-READING-LABEL  PIC X(60).
               10 WS-READING-REF    PIC X(50).

       01 WS-GOTO-INPUT         PIC X(50).
       01 WS-GOTO-BOOK          PIC 9(3).
       01 WS-GOTO-CHAPTER       PIC 9(3).
       01 WS-GOTO-VFROM         PIC 9(3).
       01 WS-GOTO-VTO           PIC 9(3).
       01 WS-GOTO-OK            PIC X(1).
       01 WS-GOTO-EOF           PIC X VALUE "N".
       01 WS-GOTO-SHOWN         PIC 9(5).
       01 WS-VERSE-COUNT        PIC 9(5) VALUE 0.

      * page layout: wrapped lines as in bibleExport
       78 WS-WRAP-WIDTH VALUE 70.
       01 WS-WRAP-TEXT          PIC X(4100).
       01 WS-WRAP-LEN           PIC 9(4).
       01 WS-WRAP-POS           PIC 9(4).
       01 WS-WRAP-CUT           PIC 9(4).
       01 WS-WRAP-IDX           PIC 9(4).
       01 WS-WRAP-INDENT        PIC 9(2).
       01 WS-WRAP-ROOM          PIC 9(4).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).
       01 WS-CENTER-TEXT        PIC X(80).
       01 WS-CENTER-LEN         PIC 9(3).
       01 WS-CENTER-PAD         PIC 9(3).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       SUNDAYBULLETIN.
           MOVE "lectionary.lookup" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Keine Lektionar-Datei (lectionary.lookup)."
               EXIT PROGRAM
           END-IF

           DISPLAY "Sonntag (JJJJMMTT, Enter = kommender Sonntag): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF FUNCTION trim(WS-DATE-INPUT) = SPACES
               OR FUNCTION trim(WS-DATE-INPUT) IS NOT NUMERIC
               ACCEPT WS-SUNDAY-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-SUNDAY-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SUNDAY-DATE) NOT = 0
               DISPLAY "Ungueltiges Datum: " WS-SUNDAY-DATE
               EXIT PROGRAM
           END-IF
      * day 1 of the integer calendar (1601-01-01) was a Monday,
      * so a remainder of 0 is a Sunday
           COMPUTE WS-SUNDAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SUNDAY-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-SUNDAY-INT, 7)
           IF WS-WEEKDAY NOT = 0
               COMPUTE WS-SUNDAY-INT = WS-SUNDAY-INT + 7 - WS-WEEKDAY
               COMPUTE WS-SUNDAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SUNDAY-INT)
               IF FUNCTION trim(WS-DATE-INPUT) NOT = SPACES
                   DISPLAY "Kein Sonntag - es gilt der folgende "
                       "Sonntag " WS-SUNDAY-DATE "."
               END-IF
           END-IF
           MOVE WS-SUNDAY-DATE(1:4) TO WS-WANTED-YEAR
           MOVE WS-SUNDAY-DATE(5:4) TO WS-WANTED-MMDD
           MOVE FUNCTION concatenate(
               WS-SUNDAY-DATE(7:2), ".", WS-SUNDAY-DATE(5:2), ".",
               WS-SUNDAY-DATE(1:4)
           ) TO WS-DATE-DISP

           PERFORM COMPUTE-EASTER
           COMPUTE WS-EASTER-OFFSET = WS-SUNDAY-INT - WS-EASTER-INT
           PERFORM NAME-CHURCH-DAY
           PERFORM LOAD-READINGS
           IF WS-READING-COUNT = 0
               DISPLAY "Keine Lesung im Lektionar fuer "
                   FUNCTION trim(WS-DAY-NAME) "."
               DISPLAY "Bibelstelle (z.B. JOH 3:16-21, leer = ohne "
                   "Lesung): " WITH NO ADVANCING
               ACCEPT WS-LECT-REF
               IF FUNCTION trim(WS-LECT-REF) NOT = SPACES
                   MOVE 1 TO WS-READING-COUNT
                   MOVE "Lesung" TO WS-READING-LABEL(1)
                   MOVE WS-LECT-REF TO WS-READING-REF(1)
               END-IF
           END-IF

           PERFORM LOAD-DEFAULT-TRANSLATION
           IF FUNCTION trim(WS-BIBLE-SHORT) = SPACES
               DISPLAY "Welche Bibeluebersetzung (Kurzname)? "
                   WITH NO ADVANCING
               ACCEPT WS-BIBLE-SHORT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht: "
                   FUNCTION trim(WS-BIBLE-SHORT)
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           PERFORM READ-RIGHTS
           IF WS-RIGHTS = "GESPERRT"
               DISPLAY "Druck abgelehnt: diese Uebersetzung darf "
                   "nicht weitergegeben werden (RIGHTS = GESPERRT)."
               EXIT PROGRAM
           END-IF
           IF WS-RIGHTS = "UNGEKLAERT"
               DISPLAY "WARNUNG: Nutzungsrechte dieser "
                   "Uebersetzung sind nicht geklaert."
               DISPLAY "Trotzdem drucken? 1: ja, 2: nein. "
                   "Auswahl: " WITH NO ADVANCING
               ACCEPT WS-RIGHTS-CONFIRM
               IF WS-RIGHTS-CONFIRM NOT = 1
                   DISPLAY "Abgebrochen."
                   EXIT PROGRAM
               END-IF
           END-IF

           MOVE FUNCTION concatenate(
               "bulletin.", WS-SUNDAY-DATE, ".txt"
           ) TO WS-BULLETIN-FILE
           OPEN OUTPUT BulletinFile
           PERFORM WRITE-PAGE-HEAD

           PERFORM OPEN-HEADINGS
           OPEN INPUT BIBLE-DATA-FILE
           PERFORM VARYING WS-READING-IDX FROM 1 BY 1
               UNTIL WS-READING-IDX > WS-READING-COUNT
               PERFORM WRITE-READING
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-HEADINGS-ON = "Y"
               CLOSE BIBLE-HEADING-FILE
           END-IF

           PERFORM WRITE-DEVOTION
           PERFORM WRITE-PAGE-FOOT
           CLOSE BulletinFile

           DISPLAY FUNCTION trim(WS-DAY-NAME) ", " WS-DATE-DISP
               ": " WS-VERSE-COUNT " Verse - geschrieben nach "
               FUNCTION trim(WS-BULLETIN-FILE)
           EXIT PROGRAM.
       SUNDAYBULLETIN-EXIT.

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

      * Name of the Sunday in the (Lutheran) church year. Advent
      * counts back from the 4th Advent, the last Sunday before
      * Christmas Day; the Easter cycle runs from Septuagesimae
      * (63 days before Easter) to Trinitatis (56 after); the last
      * three Sundays before Advent have their own names.
       NAME-CHURCH-DAY.
           MOVE SPACES TO WS-DAY-NAME
           COMPUTE WS-CALC-DATE = WS-WANTED-YEAR * 10000 + 1224
           COMPUTE WS-ADVENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
           COMPUTE WS-ADVENT-INT = WS-ADVENT-INT
               - FUNCTION MOD(WS-ADVENT-INT, 7) - 21
           COMPUTE WS-CALC-DATE = WS-WANTED-YEAR * 10000 + 0106
           COMPUTE WS-EPIPHANY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)

           IF WS-SUNDAY-INT >= WS-ADVENT-INT
               AND WS-WANTED-MMDD <= "1224"
               COMPUTE WS-SUNDAY-NUMBER =
                   (WS-SUNDAY-INT - WS-ADVENT-INT) / 7 + 1
               MOVE WS-SUNDAY-NUMBER TO WS-SUNDAY-NUMBER-DISP
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SUNDAY-NUMBER-DISP), ". Advent"
               ) TO WS-DAY-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-WANTED-MMDD > "1224"
               MOVE "1. Sonntag nach dem Christfest" TO WS-DAY-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-WANTED-MMDD < "0106"
               MOVE "2. Sonntag nach dem Christfest" TO WS-DAY-NAME
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-EASTER-OFFSET
               WHEN -70
                   MOVE "Letzter Sonntag nach Epiphanias"
                       TO WS-DAY-NAME
               WHEN -63
                   MOVE "Septuagesimae" TO WS-DAY-NAME
               WHEN -56
                   MOVE "Sexagesimae" TO WS-DAY-NAME
               WHEN -49
                   MOVE "Estomihi" TO WS-DAY-NAME
               WHEN -42
                   MOVE "Invokavit" TO WS-DAY-NAME
               WHEN -35
                   MOVE "Reminiszere" TO WS-DAY-NAME
               WHEN -28
                   MOVE "Okuli" TO WS-DAY-NAME
               WHEN -21
                   MOVE "Laetare" TO WS-DAY-NAME
               WHEN -14
                   MOVE "Judika" TO WS-DAY-NAME
               WHEN -7
                   MOVE "Palmarum" TO WS-DAY-NAME
               WHEN 0
                   MOVE "Ostersonntag" TO WS-DAY-NAME
               WHEN 7
                   MOVE "Quasimodogeniti" TO WS-DAY-NAME
               WHEN 14
                   MOVE "Miserikordias Domini" TO WS-DAY-NAME
               WHEN 21
                   MOVE "Jubilate" TO WS-DAY-NAME
               WHEN 28
                   MOVE "Kantate" TO WS-DAY-NAME
               WHEN 35
                   MOVE "Rogate" TO WS-DAY-NAME
               WHEN 42
                   MOVE "Exaudi" TO WS-DAY-NAME
               WHEN 49
                   MOVE "Pfingstsonntag" TO WS-DAY-NAME
               WHEN 56
                   MOVE "Trinitatis" TO WS-DAY-NAME
           END-EVALUATE
           IF WS-DAY-NAME NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-EASTER-OFFSET < 0
               IF WS-SUNDAY-INT = WS-EPIPHANY-INT
                   MOVE "Epiphanias" TO WS-DAY-NAME
               ELSE
                   COMPUTE WS-SUNDAY-NUMBER =
                       (WS-SUNDAY-INT - WS-EPIPHANY-INT - 1) / 7 + 1
                   MOVE WS-SUNDAY-NUMBER TO WS-SUNDAY-NUMBER-DISP
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-SUNDAY-NUMBER-DISP),
                       ". Sonntag nach Epiphanias"
                   ) TO WS-DAY-NAME
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ADVENT-INT - WS-SUNDAY-INT
               WHEN 7
                   MOVE "Ewigkeitssonntag" TO WS-DAY-NAME
               WHEN 14
                   MOVE "Vorletzter Sonntag des Kirchenjahres"
                       TO WS-DAY-NAME
               WHEN 21
                   MOVE "Drittletzter Sonntag des Kirchenjahres"
                       TO WS-DAY-NAME
               WHEN OTHER
                   COMPUTE WS-SUNDAY-NUMBER =
                       (WS-EASTER-OFFSET - 56) / 7
                   MOVE WS-SUNDAY-NUMBER TO WS-SUNDAY-NUMBER-DISP
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-SUNDAY-NUMBER-DISP),
                       ". Sonntag nach Trinitatis"
                   ) TO WS-DAY-NAME
           END-EVALUATE
           CONTINUE.
       NAME-CHURCH-DAY-EXIT.

       LOAD-READINGS.
           MOVE 0 TO WS-READING-COUNT
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
       LOAD-READINGS-EXIT.

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
                       PERFORM KEEP-READING
                   END-IF
               WHEN "OST"
                   COMPUTE WS-LECT-OFFSET =
                       FUNCTION NUMVAL(WS-LECT-WHEN)
                   IF WS-LECT-OFFSET = WS-EASTER-OFFSET
                       PERFORM KEEP-READING
                   END-IF
           END-EVALUATE
           CONTINUE.
       CHECK-LECTIONARY-LINE-EXIT.

       KEEP-READING.
           IF WS-READING-COUNT >= WS-MAX-READINGS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READING-COUNT
           MOVE WS-LECT-LABEL TO WS-READING-LABEL(WS-READING-COUNT)
           MOVE WS-LECT-REF TO WS-READING-REF(WS-READING-COUNT)
           CONTINUE.
       KEEP-READING-EXIT.

       WRITE-PAGE-HEAD.
           MOVE ALL "=" TO BulletinRecord(1:WS-WRAP-WIDTH)
           WRITE BulletinRecord
           MOVE FUNCTION concatenate(
               "Gottesdienst am Sonntag, ", WS-DATE-DISP
           ) TO WS-CENTER-TEXT
           PERFORM WRITE-CENTERED
           MOVE WS-DAY-NAME TO WS-CENTER-TEXT
           PERFORM WRITE-CENTERED
      * a feast row of the lectionary on this Sunday (Reformation
      * day, Epiphany ...) is named as well
           PERFORM VARYING WS-READING-IDX FROM 1 BY 1
               UNTIL WS-READING-IDX > WS-READING-COUNT
               IF WS-READING-LABEL(WS-READING-IDX) NOT = WS-DAY-NAME
                   AND WS-READING-LABEL(WS-READING-IDX)
                       NOT = "Lesung"
                   MOVE WS-READING-LABEL(WS-READING-IDX)
                       TO WS-CENTER-TEXT
                   PERFORM WRITE-CENTERED
               END-IF
           END-PERFORM
           MOVE ALL "=" TO BulletinRecord(1:WS-WRAP-WIDTH)
           WRITE BulletinRecord
           CONTINUE.
       WRITE-PAGE-HEAD-EXIT.

       WRITE-READING.
           MOVE SPACES TO BulletinRecord
           WRITE BulletinRecord
           MOVE FUNCTION concatenate(
               "Lesung: ", FUNCTION trim(WS-READING-REF(WS-READING-IDX))
           ) TO BulletinRecord
           WRITE BulletinRecord
           MOVE ALL "-" TO BulletinRecord(1:WS-WRAP-WIDTH)
           WRITE BulletinRecord

           MOVE WS-READING-REF(WS-READING-IDX) TO WS-GOTO-INPUT
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
                   FUNCTION trim(WS-READING-REF(WS-READING-IDX))
               EXIT PARAGRAPH
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
                       PERFORM WRITE-READING-VERSE
               END-READ
           END-PERFORM
           IF WS-GOTO-SHOWN = 0
               DISPLAY "Diese Stelle existiert nicht in dieser"
                   " Uebersetzung: "
                   FUNCTION trim(WS-READING-REF(WS-READING-IDX))
           END-IF
           CONTINUE.
       WRITE-READING-EXIT.

       WRITE-READING-VERSE.
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
           IF WS-HEADINGS-ON = "Y"
               MOVE BIBLE-DATA-ID TO BIBLE-HEADING-ID
               READ BIBLE-HEADING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO BulletinRecord
                       WRITE BulletinRecord
                       MOVE FUNCTION trim(BIBLE-HEADING-TEXT)
                           TO WS-CENTER-TEXT
                       PERFORM WRITE-CENTERED
               END-READ
           END-IF
           ADD 1 TO WS-GOTO-SHOWN
           ADD 1 TO WS-VERSE-COUNT
           PERFORM JOIN-VERSE-TEXT
           MOVE FUNCTION concatenate(
               BIBLE-DATA-VERSE, " ", FUNCTION trim(WS-VT-FULL-TEXT)
           ) TO WS-WRAP-TEXT
           MOVE 4 TO WS-WRAP-INDENT
           PERFORM WRITE-WRAPPED
           CONTINUE.
       WRITE-READING-VERSE-EXIT.

       WRITE-DEVOTION.
           MOVE "devotional.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DEVOTIONAL-FILE
           IF WS-DEVOTIONAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-MMDD TO BIBLE-DEVOTIONAL-KEY
           READ BIBLE-DEVOTIONAL-FILE
               INVALID KEY
                   DISPLAY "Keine Andacht fuer " WS-DATE-DISP "."
                   CLOSE BIBLE-DEVOTIONAL-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE BIBLE-DEVOTIONAL-FILE

           MOVE SPACES TO BulletinRecord
           WRITE BulletinRecord
           MOVE SPACES TO BulletinRecord
           WRITE BulletinRecord
           MOVE FUNCTION concatenate(
               "Zum Nachdenken: ",
               FUNCTION trim(BIBLE-DEVOTIONAL-TITLE)
           ) TO BulletinRecord
           WRITE BulletinRecord
           MOVE ALL "-" TO BulletinRecord(1:WS-WRAP-WIDTH)
           WRITE BulletinRecord
           IF FUNCTION trim(BIBLE-DEVOTIONAL-REF) NOT = SPACES
               MOVE FUNCTION concatenate(
                   "(", FUNCTION trim(BIBLE-DEVOTIONAL-REF), ")"
               ) TO BulletinRecord
               WRITE BulletinRecord
           END-IF
           MOVE BIBLE-DEVOTIONAL-TEXT TO WS-WRAP-TEXT
           MOVE 0 TO WS-WRAP-INDENT
           PERFORM WRITE-WRAPPED
           CONTINUE.
       WRITE-DEVOTION-EXIT.

       WRITE-PAGE-FOOT.
           MOVE SPACES TO BulletinRecord
           WRITE BulletinRecord
           MOVE ALL "=" TO BulletinRecord(1:WS-WRAP-WIDTH)
           WRITE BulletinRecord
           IF FUNCTION trim(WS-COPYRIGHT) NOT = SPACES
               MOVE FUNCTION concatenate(
                   "Bibeltext: ", FUNCTION trim(WS-BIBLE-SHORT), " - ",
                   FUNCTION trim(WS-COPYRIGHT)
               ) TO WS-WRAP-TEXT
           ELSE
               MOVE FUNCTION concatenate(
                   "Bibeltext: ", FUNCTION trim(WS-BIBLE-SHORT)
               ) TO WS-WRAP-TEXT
           END-IF
           MOVE 0 TO WS-WRAP-INDENT
           PERFORM WRITE-WRAPPED
           CONTINUE.
       WRITE-PAGE-FOOT-EXIT.

       WRITE-CENTERED.
           COMPUTE WS-CENTER-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-CENTER-TEXT))
           MOVE SPACES TO BulletinRecord
           IF WS-CENTER-LEN >= WS-WRAP-WIDTH
               MOVE FUNCTION trim(WS-CENTER-TEXT) TO BulletinRecord
           ELSE
               COMPUTE WS-CENTER-PAD =
                   (WS-WRAP-WIDTH - WS-CENTER-LEN) / 2
               MOVE FUNCTION trim(WS-CENTER-TEXT)
                   TO BulletinRecord(WS-CENTER-PAD + 1:)
           END-IF
           WRITE BulletinRecord
           CONTINUE.
       WRITE-CENTERED-EXIT.

      * Break at the last blank before the wrap width, as in
      * bibleExport; continuation lines are indented by
      * WS-WRAP-INDENT.
       WRITE-WRAPPED.
           COMPUTE WS-WRAP-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WRAP-TEXT))
           MOVE 1 TO WS-WRAP-POS
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
               PERFORM WRITE-WRAPPED-LINE
           END-PERFORM
           CONTINUE.
       WRITE-WRAPPED-EXIT.

       WRITE-WRAPPED-LINE.
           COMPUTE WS-WRAP-ROOM = WS-WRAP-WIDTH - WS-WRAP-INDENT
           IF WS-WRAP-LEN - WS-WRAP-POS + 1 <= WS-WRAP-ROOM
               COMPUTE WS-WRAP-CUT = WS-WRAP-LEN - WS-WRAP-POS + 1
           ELSE
               MOVE 0 TO WS-WRAP-CUT
               PERFORM VARYING WS-WRAP-IDX
                   FROM WS-WRAP-ROOM BY -1
                   UNTIL WS-WRAP-IDX < 1 OR WS-WRAP-CUT > 0
                   IF WS-WRAP-TEXT(
                       WS-WRAP-POS + WS-WRAP-IDX - 1:1) = SPACE
                       MOVE WS-WRAP-IDX TO WS-WRAP-CUT
                   END-IF
               END-PERFORM
               IF WS-WRAP-CUT = 0
                   MOVE WS-WRAP-ROOM TO WS-WRAP-CUT
               END-IF
           END-IF
           MOVE SPACES TO BulletinRecord
           IF WS-WRAP-POS = 1 OR WS-WRAP-INDENT = 0
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
                   TO BulletinRecord
           ELSE
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
                   TO BulletinRecord(WS-WRAP-INDENT + 1:)
           END-IF
           WRITE BulletinRecord
           ADD WS-WRAP-CUT TO WS-WRAP-POS
           CONTINUE.
       WRITE-WRAPPED-LINE-EXIT.

       OPEN-HEADINGS.
           MOVE "N" TO WS-HEADINGS-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".headings.data"
           ) TO WS-HEADING-FILE
           MOVE WS-HEADING-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-HEADING-FILE
               IF WS-HEADING-STATUS = "00"
                   MOVE "Y" TO WS-HEADINGS-ON
               END-IF
           END-IF
           CONTINUE.
       OPEN-HEADINGS-EXIT.

       READ-RIGHTS.
           MOVE "UNGEKLAERT" TO WS-RIGHTS
           MOVE SPACES TO WS-COPYRIGHT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.meta"
           ) TO WS-META-FILE
           MOVE WS-META-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DATA-META
           IF WS-META-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "RIGHTS" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(FUNCTION trim(
                       BIBLE-DATA-META-VALUE)) TO WS-RIGHTS
           END-READ
           MOVE "COPYRIGHT" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BIBLE-DATA-META-VALUE TO WS-COPYRIGHT
           END-READ
           CLOSE BIBLE-DATA-META
           CONTINUE.
       READ-RIGHTS-EXIT.

       LOAD-DEFAULT-TRANSLATION.
           MOVE SPACES TO WS-BIBLE-SHORT
           MOVE "default.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT DEFAULT-CONFIG-FILE
               READ DEFAULT-CONFIG-FILE
                   NOT AT END
                       MOVE FUNCTION trim(DEFAULT-CONFIG-RECORD)
                           TO WS-BIBLE-SHORT
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
           END PROGRAM sundayBulletin.
