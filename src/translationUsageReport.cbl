      * Usage report per installed translation, the facts to look
      * at before removeTranslation frees the disk:
      *   - searches and passage lookups from search.log and its
      *     monthly archives (user###short###... after the stamp),
      *   - chapters read from reading.journal, where readTranslation,
      *     chronoReading and readingPlan leave one line per chapter
      *     (date###user###short###book###chapter),
      *   - distinct users over both, the users whose profile in
      *     user.profiles.data names the translation as their own,
      *   - the date of the last search or chapter read,
      *   - the disk size of every file <short>.* in the directory.
      * A translation not used for the given number of months (or
      * never) is listed as a removal candidate together with the
      * dependent data removeTranslation warns about: bookmarks,
      * notes, default.cfg and the saved reading position. With an
      * export file the table also goes out as CSV, the way
      * searchStatsReport exports its tables.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. translationUsageReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BibleListFile ASSIGN TO "usage.bibles.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LogListFile ASSIGN TO "usage.logs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SizeListFile ASSIGN TO "usage.files.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SearchLogFile ASSIGN TO WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT READING-JOURNAL-FILE ASSIGN TO "reading.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-USER-PROFILES-STATUS.
           SELECT BOOKMARKS-FILE ASSIGN TO "bookmarks.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOOKMARK-KEY
               FILE STATUS IS WS-BOOKMARKS-STATUS.
           SELECT BIBLE-NOTES-FILE ASSIGN TO "notes.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-NOTE-KEY
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT READING-POSITION-FILE ASSIGN TO "reading.position"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/user-profile-file'.
           COPY 'cpy/file-section/bible-notes-file'.
       FD BibleListFile.
       01 BibleListRecord PIC X(250).
       FD LogListFile.
       01 LogListRecord PIC X(250).
       FD SizeListFile.
       01 SizeListRecord PIC X(300).
       FD SearchLogFile.
       01 SearchLogRecord PIC X(300).
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
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD READING-POSITION-FILE.
       01 READING-POSITION-RECORD PIC X(100).
       FD ReportFile.
       01 ReportRecord PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-USER-PROFILES-STATUS PIC XX.
       01 WS-BOOKMARKS-STATUS   PIC XX.
       01 WS-NOTES-STATUS       PIC XX.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-EOF                PIC X VALUE "N".
       01 WS-LIST-EOF           PIC X VALUE "N".
       01 WS-LOG-FILE-NAME      PIC X(250).
       01 WS-LOG-FILE-COUNT     PIC 9(3) VALUE 0.
       01 WS-REPORT-FILE        PIC X(100) VALUE SPACES.
       01 WS-REPORT-ON          PIC X VALUE "N".
       01 WS-MONTHS-INPUT       PIC X(3).
       01 WS-MONTHS             PIC 9(3) VALUE 6.

      * cut-off: the day WS-MONTHS months before today; the day of
      * month is held to 28 so every month has it
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR     PIC 9(4).
           05 WS-TODAY-MONTH    PIC 9(2).
           05 WS-TODAY-DAY      PIC 9(2).
       01 WS-CUTOFF             PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF.
           05 WS-CUTOFF-YEAR    PIC 9(4).
           05 WS-CUTOFF-MONTH   PIC 9(2).
           05 WS-CUTOFF-DAY     PIC 9(2).
       01 WS-MONTH-NUMBER       PIC 9(6).

       01 WS-REC-DATE           PIC X(8).
       01 WS-REC-REST           PIC X(280).
       01 WS-REC-USER           PIC X(30).
       01 WS-REC-SHORT          PIC X(32).
       01 WS-FILE-SIZE          PIC X(12).
       01 WS-FILE-NAME          PIC X(250).
       01 WS-PREFIX             PIC X(33).
       01 WS-PREFIX-LEN         PIC 9(3).
       01 WS-DEFAULT-SHORT      PIC X(32) VALUE SPACES.
       01 WS-POSITION-SHORT     PIC X(32) VALUE SPACES.

      * One row per installed translation. 200 are far more than a
      * data directory holds.
       78 WS-TRANS-MAX VALUE 200.
       01 WS-TRANS-COUNT        PIC 9(3) VALUE 0.
       01 WS-TRANS-IDX          PIC 9(3).
       01 WS-TRANS-FOUND        PIC 9(3).
       01 WS-TRANS-TABLE.
           05 WS-TRANS-ENTRY OCCURS 200 TIMES.
               10 WS-TR-SHORT       PIC X(32).
               10 WS-TR-SEARCHES    PIC 9(7).
               10 WS-TR-CHAPTERS    PIC 9(7).
               10 WS-TR-USERS       PIC 9(5).
               10 WS-TR-DEFAULTS    PIC 9(5).
               10 WS-TR-LAST-DATE   PIC X(8).
               10 WS-TR-BYTES       PIC 9(12).
               10 WS-TR-BOOKMARKS   PIC 9(5).
               10 WS-TR-NOTES       PIC 9(5).
               10 WS-TR-DEFAULT-CFG PIC X(1).
               10 WS-TR-POSITION    PIC X(1).
               10 WS-TR-CANDIDATE   PIC X(1).

      * distinct users per translation, as (translation, user)
      * pairs; pairs past the table are counted and reported
       78 WS-PAIR-MAX VALUE 3000.
       01 WS-PAIR-COUNT         PIC 9(4) VALUE 0.
       01 WS-PAIR-IDX           PIC 9(4).
       01 WS-PAIR-FOUND         PIC X.
       01 WS-PAIR-OVERFLOW      PIC 9(7) VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 3000 TIMES.
               10 WS-PAIR-TRANS     PIC 9(3).
               10 WS-PAIR-USER      PIC X(30).

       01 WS-CANDIDATE-COUNT    PIC 9(3) VALUE 0.
       01 WS-KBYTES             PIC 9(10).
       01 WS-TOTAL-KBYTES       PIC 9(10) VALUE 0.
       01 WS-CANDIDATE-KBYTES   PIC 9(10) VALUE 0.
       01 WS-COUNT-DISP         PIC Z(6)9.
       01 WS-USERS-DISP         PIC Z(4)9.
       01 WS-DEFAULTS-DISP      PIC Z(4)9.
       01 WS-KBYTES-DISP        PIC Z(9)9.
       01 WS-LAST-DISP          PIC X(8).
       01 WS-SHOW-LINE          PIC X(120).
       PROCEDURE DIVISION.
       TRANSLATIONUSAGEREPORT.
           CALL "SYSTEM" USING
               "ls -1 *.bible.data 2>/dev/null > usage.bibles.tmp"
           END-CALL
           PERFORM LOAD-TRANSLATIONS
           CALL "SYSTEM" USING "rm -f usage.bibles.tmp"
           IF WS-TRANS-COUNT = 0
               DISPLAY "Keine Uebersetzung installiert."
      * a batch caller (batchScheduler) reads the outcome from the
      * return code
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           DISPLAY "Unbenutzt seit wievielen Monaten "
               "(Enter = 6): " WITH NO ADVANCING
           ACCEPT WS-MONTHS-INPUT
           IF FUNCTION trim(WS-MONTHS-INPUT) NOT = SPACES
               AND FUNCTION trim(WS-MONTHS-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-MONTHS-INPUT) TO WS-MONTHS
           END-IF
           DISPLAY "Export-Datei (leer = nur Bildschirm): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) NOT = SPACES
               MOVE "Y" TO WS-REPORT-ON
               OPEN OUTPUT ReportFile
               MOVE FUNCTION concatenate(
                   "Kurzname,Suchen,Kapitel,Benutzer,Standard,",
                   "ZuletztBenutzt,Bytes,Kandidat,Bookmarks,",
                   "Notizen,DefaultCfg,Leseposition"
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-MONTH-NUMBER = WS-TODAY-YEAR * 12
               + WS-TODAY-MONTH - 1 - WS-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           MOVE WS-TODAY-DAY TO WS-CUTOFF-DAY
           IF WS-CUTOFF-DAY > 28
               MOVE 28 TO WS-CUTOFF-DAY
           END-IF

      * the live log plus every rolled monthly archive
           CALL "SYSTEM" USING
               "ls -1 search.log search.log.* 2>/dev/null"
               & " > usage.logs.tmp"
           END-CALL
           PERFORM TALLY-SEARCH-LOGS
           CALL "SYSTEM" USING "rm -f usage.logs.tmp"
           PERFORM TALLY-READING-JOURNAL
           PERFORM TALLY-PROFILES
           PERFORM TALLY-BOOKMARKS
           PERFORM TALLY-NOTES
           PERFORM CHECK-DEFAULT-AND-POSITION
           CALL "SYSTEM" USING
               "find . -maxdepth 1 -type f -printf '%s %f\n'"
               & " > usage.files.tmp"
           END-CALL
           PERFORM TALLY-FILE-SIZES
           CALL "SYSTEM" USING "rm -f usage.files.tmp"

           PERFORM SHOW-USAGE
           PERFORM SHOW-CANDIDATES

           IF WS-REPORT-ON = "Y"
               CLOSE ReportFile
               DISPLAY SPACE
               DISPLAY "CSV-Export: " FUNCTION trim(WS-REPORT-FILE)
           END-IF
           EXIT PROGRAM.
       TRANSLATIONUSAGEREPORT-EXIT.

       LOAD-TRANSLATIONS.
           OPEN INPUT BibleListFile
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ BibleListFile
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF FUNCTION trim(BibleListRecord) NOT = SPACES
                           AND WS-TRANS-COUNT < WS-TRANS-MAX
                           ADD 1 TO WS-TRANS-COUNT
                           INITIALIZE WS-TRANS-ENTRY(WS-TRANS-COUNT)
                           UNSTRING BibleListRecord
                               DELIMITED BY "." INTO
                                   WS-TR-SHORT(WS-TRANS-COUNT)
                           MOVE SPACES
                               TO WS-TR-LAST-DATE(WS-TRANS-COUNT)
                           MOVE "N"
                               TO WS-TR-DEFAULT-CFG(WS-TRANS-COUNT)
                           MOVE "N"
                               TO WS-TR-POSITION(WS-TRANS-COUNT)
                           MOVE "N"
                               TO WS-TR-CANDIDATE(WS-TRANS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BibleListFile
           CONTINUE.
       LOAD-TRANSLATIONS-EXIT.

      * WS-REC-SHORT -> WS-TRANS-FOUND (0 = not installed)
       FIND-TRANSLATION.
           MOVE 0 TO WS-TRANS-FOUND
           IF FUNCTION trim(WS-REC-SHORT) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               OR WS-TRANS-FOUND > 0
               IF WS-TR-SHORT(WS-TRANS-IDX)
                   = FUNCTION trim(WS-REC-SHORT)
                   MOVE WS-TRANS-IDX TO WS-TRANS-FOUND
               END-IF
           END-PERFORM
           CONTINUE.
       FIND-TRANSLATION-EXIT.

       TALLY-SEARCH-LOGS.
           OPEN INPUT LogListFile
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ LogListFile
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF FUNCTION trim(LogListRecord) NOT = SPACES
                           MOVE FUNCTION trim(LogListRecord)
                               TO WS-LOG-FILE-NAME
                           ADD 1 TO WS-LOG-FILE-COUNT
                           PERFORM TALLY-ONE-LOG-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LogListFile
           CONTINUE.
       TALLY-SEARCH-LOGS-EXIT.

       TALLY-ONE-LOG-FILE.
           OPEN INPUT SearchLogFile
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SearchLogFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE SearchLogFile
           CONTINUE.
       TALLY-ONE-LOG-FILE-EXIT.

       TALLY-LOG-LINE.
           MOVE SearchLogRecord(1:8) TO WS-REC-DATE
           MOVE SPACES TO WS-REC-USER
           MOVE SPACES TO WS-REC-SHORT
           MOVE SearchLogRecord(19:) TO WS-REC-REST
           UNSTRING WS-REC-REST
               DELIMITED BY "###" INTO
                   WS-REC-USER
                   WS-REC-SHORT
           PERFORM FIND-TRANSLATION
           IF WS-TRANS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TR-SEARCHES(WS-TRANS-FOUND)
           PERFORM TALLY-USE
           CONTINUE.
       TALLY-LOG-LINE-EXIT.

       TALLY-READING-JOURNAL.
           MOVE "reading.journal" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT READING-JOURNAL-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ READING-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REC-DATE
                       MOVE SPACES TO WS-REC-USER
                       MOVE SPACES TO WS-REC-SHORT
                       UNSTRING READING-JOURNAL-RECORD
                           DELIMITED BY "###" INTO
                               WS-REC-DATE
                               WS-REC-USER
                               WS-REC-SHORT
                       PERFORM FIND-TRANSLATION
                       IF WS-TRANS-FOUND > 0
                           ADD 1 TO WS-TR-CHAPTERS(WS-TRANS-FOUND)
                           PERFORM TALLY-USE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READING-JOURNAL-FILE
           CONTINUE.
       TALLY-READING-JOURNAL-EXIT.

      * last use and distinct users of WS-TRANS-FOUND
       TALLY-USE.
           IF WS-REC-DATE IS NUMERIC
               AND WS-REC-DATE > WS-TR-LAST-DATE(WS-TRANS-FOUND)
               MOVE WS-REC-DATE TO WS-TR-LAST-DATE(WS-TRANS-FOUND)
           END-IF
           IF FUNCTION trim(WS-REC-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PAIR-FOUND
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               OR WS-PAIR-FOUND = "Y"
               IF WS-PAIR-TRANS(WS-PAIR-IDX) = WS-TRANS-FOUND
                   AND WS-PAIR-USER(WS-PAIR-IDX) = WS-REC-USER
                   MOVE "Y" TO WS-PAIR-FOUND
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-TRANS-FOUND TO WS-PAIR-TRANS(WS-PAIR-COUNT)
               MOVE WS-REC-USER TO WS-PAIR-USER(WS-PAIR-COUNT)
               ADD 1 TO WS-TR-USERS(WS-TRANS-FOUND)
           ELSE
               ADD 1 TO WS-PAIR-OVERFLOW
           END-IF
           CONTINUE.
       TALLY-USE-EXIT.

       TALLY-PROFILES.
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UserProfilesFile
           IF WS-USER-PROFILES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ UserProfilesFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOT USER-PROFILE-IS-CONTROL
                           MOVE USER-PROFILE-TRANSLATION
                               TO WS-REC-SHORT
                           PERFORM FIND-TRANSLATION
                           IF WS-TRANS-FOUND > 0
                               ADD 1 TO WS-TR-DEFAULTS(WS-TRANS-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UserProfilesFile
           CONTINUE.
       TALLY-PROFILES-EXIT.

       TALLY-BOOKMARKS.
           MOVE "bookmarks.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKMARKS-FILE
           IF WS-BOOKMARKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BOOKMARKS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE BOOKMARK-SHORT TO WS-REC-SHORT
                       PERFORM FIND-TRANSLATION
                       IF WS-TRANS-FOUND > 0
                           ADD 1 TO WS-TR-BOOKMARKS(WS-TRANS-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKMARKS-FILE
           CONTINUE.
       TALLY-BOOKMARKS-EXIT.

       TALLY-NOTES.
           MOVE "notes.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-NOTES-FILE
           IF WS-NOTES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BIBLE-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE BIBLE-NOTE-SHORT TO WS-REC-SHORT
                       PERFORM FIND-TRANSLATION
                       IF WS-TRANS-FOUND > 0
                           ADD 1 TO WS-TR-NOTES(WS-TRANS-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-NOTES-FILE
           CONTINUE.
       TALLY-NOTES-EXIT.

       CHECK-DEFAULT-AND-POSITION.
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
               MOVE WS-DEFAULT-SHORT TO WS-REC-SHORT
               PERFORM FIND-TRANSLATION
               IF WS-TRANS-FOUND > 0
                   MOVE "J" TO WS-TR-DEFAULT-CFG(WS-TRANS-FOUND)
               END-IF
           END-IF

           MOVE "reading.position" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT READING-POSITION-FILE
               READ READING-POSITION-FILE
                   NOT AT END
                       UNSTRING READING-POSITION-RECORD
                           DELIMITED BY "###" INTO
                               WS-POSITION-SHORT
               END-READ
               CLOSE READING-POSITION-FILE
               MOVE WS-POSITION-SHORT TO WS-REC-SHORT
               PERFORM FIND-TRANSLATION
               IF WS-TRANS-FOUND > 0
                   MOVE "J" TO WS-TR-POSITION(WS-TRANS-FOUND)
               END-IF
           END-IF
           CONTINUE.
       CHECK-DEFAULT-AND-POSITION-EXIT.

      * every file <short>.* counts for its translation - the parts,
      * the word index and whatever an import left beside them
       TALLY-FILE-SIZES.
           OPEN INPUT SizeListFile
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ SizeListFile
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FILE-SIZE
                       MOVE SPACES TO WS-FILE-NAME
                       UNSTRING SizeListRecord
                           DELIMITED BY SPACE INTO
                               WS-FILE-SIZE
                               WS-FILE-NAME
                       IF FUNCTION trim(WS-FILE-SIZE) IS NUMERIC
                           PERFORM TALLY-ONE-FILE-SIZE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SizeListFile
           CONTINUE.
       TALLY-FILE-SIZES-EXIT.

       TALLY-ONE-FILE-SIZE.
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-TR-SHORT(WS-TRANS-IDX)), "."
               ) TO WS-PREFIX
               COMPUTE WS-PREFIX-LEN =
                   FUNCTION LENGTH(FUNCTION trim(WS-PREFIX))
               IF WS-FILE-NAME(1:WS-PREFIX-LEN)
                   = WS-PREFIX(1:WS-PREFIX-LEN)
                   COMPUTE WS-TR-BYTES(WS-TRANS-IDX) =
                       WS-TR-BYTES(WS-TRANS-IDX)
                       + FUNCTION NUMVAL(WS-FILE-SIZE)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CONTINUE.
       TALLY-ONE-FILE-SIZE-EXIT.

       SHOW-USAGE.
           DISPLAY SPACE
           DISPLAY "Nutzung der installierten Uebersetzungen "
               "(Suchlog-Dateien: " WS-LOG-FILE-COUNT ")"
           DISPLAY "Kurzname            Suchen  Kapitel Benutzer "
               "Standard  zuletzt       Groesse KB"
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               PERFORM SHOW-ONE-TRANSLATION
           END-PERFORM
           MOVE WS-TOTAL-KBYTES TO WS-KBYTES-DISP
           DISPLAY "Zusammen " FUNCTION trim(WS-KBYTES-DISP) " KB, "
               "* = Kandidat zum Entfernen."
           IF WS-PAIR-OVERFLOW > 0
               DISPLAY "WARNUNG: " WS-PAIR-OVERFLOW
                   " Nutzungen nicht mehr nach Benutzer gezaehlt"
                   " (Tabelle voll)."
           END-IF
           CONTINUE.
       SHOW-USAGE-EXIT.

       SHOW-ONE-TRANSLATION.
           IF WS-TR-LAST-DATE(WS-TRANS-IDX) = SPACES
               OR WS-TR-LAST-DATE(WS-TRANS-IDX) < WS-CUTOFF
               MOVE "J" TO WS-TR-CANDIDATE(WS-TRANS-IDX)
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF
           IF WS-TR-LAST-DATE(WS-TRANS-IDX) = SPACES
               MOVE "nie" TO WS-LAST-DISP
           ELSE
               MOVE WS-TR-LAST-DATE(WS-TRANS-IDX) TO WS-LAST-DISP
           END-IF
           COMPUTE WS-KBYTES ROUNDED =
               WS-TR-BYTES(WS-TRANS-IDX) / 1024
           ADD WS-KBYTES TO WS-TOTAL-KBYTES
           IF WS-TR-CANDIDATE(WS-TRANS-IDX) = "J"
               ADD WS-KBYTES TO WS-CANDIDATE-KBYTES
           END-IF

           MOVE SPACES TO WS-SHOW-LINE
           MOVE WS-TR-SHORT(WS-TRANS-IDX) TO WS-SHOW-LINE(1:16)
           MOVE WS-TR-SEARCHES(WS-TRANS-IDX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-SHOW-LINE(20:7)
           MOVE WS-TR-CHAPTERS(WS-TRANS-IDX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-SHOW-LINE(29:7)
           MOVE WS-TR-USERS(WS-TRANS-IDX) TO WS-USERS-DISP
           MOVE WS-USERS-DISP TO WS-SHOW-LINE(40:5)
           MOVE WS-TR-DEFAULTS(WS-TRANS-IDX) TO WS-DEFAULTS-DISP
           MOVE WS-DEFAULTS-DISP TO WS-SHOW-LINE(49:5)
           MOVE WS-LAST-DISP TO WS-SHOW-LINE(56:8)
           MOVE WS-KBYTES TO WS-KBYTES-DISP
           MOVE WS-KBYTES-DISP TO WS-SHOW-LINE(70:10)
           IF WS-TR-CANDIDATE(WS-TRANS-IDX) = "J"
               MOVE "*" TO WS-SHOW-LINE(81:1)
           END-IF
           DISPLAY FUNCTION trim(WS-SHOW-LINE TRAILING)

           IF WS-REPORT-ON = "Y"
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-TR-SHORT(WS-TRANS-IDX)), ",",
                   WS-TR-SEARCHES(WS-TRANS-IDX), ",",
                   WS-TR-CHAPTERS(WS-TRANS-IDX), ",",
                   WS-TR-USERS(WS-TRANS-IDX), ",",
                   WS-TR-DEFAULTS(WS-TRANS-IDX), ",",
                   FUNCTION trim(WS-TR-LAST-DATE(WS-TRANS-IDX)), ",",
                   WS-TR-BYTES(WS-TRANS-IDX), ",",
                   WS-TR-CANDIDATE(WS-TRANS-IDX), ",",
                   WS-TR-BOOKMARKS(WS-TRANS-IDX), ",",
                   WS-TR-NOTES(WS-TRANS-IDX), ",",
                   WS-TR-DEFAULT-CFG(WS-TRANS-IDX), ",",
                   WS-TR-POSITION(WS-TRANS-IDX)
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       SHOW-ONE-TRANSLATION-EXIT.

       SHOW-CANDIDATES.
           DISPLAY SPACE
           DISPLAY "Kandidaten zum Entfernen (unbenutzt seit "
               WS-MONTHS " Monaten, vor " WS-CUTOFF "):"
           IF WS-CANDIDATE-COUNT = 0
               DISPLAY "  keine"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TRANS-IDX FROM 1 BY 1
               UNTIL WS-TRANS-IDX > WS-TRANS-COUNT
               IF WS-TR-CANDIDATE(WS-TRANS-IDX) = "J"
                   DISPLAY "  " FUNCTION trim(WS-TR-SHORT(WS-TRANS-IDX))
                       ": Bookmarks " WS-TR-BOOKMARKS(WS-TRANS-IDX)
                       ", Notizen " WS-TR-NOTES(WS-TRANS-IDX)
                       ", Profile " WS-TR-DEFAULTS(WS-TRANS-IDX)
                       ", default.cfg "
                       WS-TR-DEFAULT-CFG(WS-TRANS-IDX)
                       ", Leseposition "
                       WS-TR-POSITION(WS-TRANS-IDX)
               END-IF
           END-PERFORM
           MOVE WS-CANDIDATE-KBYTES TO WS-KBYTES-DISP
           DISPLAY WS-CANDIDATE-COUNT " Kandidat(en), zusammen "
               FUNCTION trim(WS-KBYTES-DISP) " KB."
           CONTINUE.
       SHOW-CANDIDATES-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM translationUsageReport.
