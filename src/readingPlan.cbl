      * A user enrolls with a start date; "today's reading" works
      * out the due day from the start date, shows the due chapters
      * from the chosen translation the way readTranslation's
      * chapter loop does (each chapter shown also leaves its line
      * in reading.journal), and completed days are ticked off in a
      * progress file so missed days can be reported for catch-up.
      * The portions still ahead can be exported as an iCalendar
      * file <user>.<plan>.ics, one all-day event per portion with
      * the book name from books.lookup, for the phone calendar.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. readingPlan.
       ENVIRONMENT DIVISION.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CalendarFile ASSIGN TO WS-CALENDAR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT READING-JOURNAL-FILE ASSIGN TO "reading.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           05 PROGRESS-DONE-DATE   PIC 9(8).
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       FD READING-JOURNAL-FILE.
       01 READING-JOURNAL-RECORD PIC X(100).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD CalendarFile.
       01 CalendarRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-PLAN-FILE          PIC X(250).
       01 WS-DATA-FILE          PIC X(777).
       01 WS-JRN-ACTION         PIC X(6).
       01 WS-JRN-KEY            PIC X(100).
       01 WS-JRN-DATA           PIC X(500).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * iCalendar export of the open portions
       01 WS-CALENDAR-FILE      PIC X(100).
       01 WS-ICS-LINE           PIC X(199).
       01 WS-ICS-CR             PIC X(1) VALUE X"0D".
       01 WS-ICS-DATE           PIC 9(8).
       01 WS-ICS-END-DATE       PIC 9(8).
       01 WS-ICS-INT            PIC 9(7).
       01 WS-ICS-STAMP          PIC X(16).
       01 WS-ICS-TIME           PIC 9(8).
       01 WS-ICS-SUMMARY        PIC X(120).
       01 WS-ICS-COUNT          PIC 9(4).
       01 WS-ICS-OVERDUE        PIC 9(4).
       01 WS-CH-FROM-DISP       PIC ZZ9.
       01 WS-CH-TO-DISP         PIC ZZ9.
       01 WS-DAY-DISP           PIC ZZ9.
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-IDX           PIC 9(3).
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOK-NAME-TABLE.
           05 WS-BOOK-NAME OCCURS 99 TIMES PIC X(20).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       READINGPLAN.
           PERFORM LOAD-USER
           DISPLAY "1: In Leseplan einschreiben  "
               "2: Heutige Leseportion  "
               "3: Tag als gelesen markieren  "
               "4: Nachholbericht  "
               "5: Kalender exportieren (.ics). Auswahl: "
               WITH NO ADVANCING
           ACCEPT WS-MODE

                   PERFORM MARK-DAY-DONE
               WHEN 4
                   PERFORM CATCHUP-REPORT
               WHEN 5
                   PERFORM EXPORT-CALENDAR
               WHEN OTHER
                   DISPLAY "Ungueltige Auswahl."
           END-EVALUATE
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BIBLE-DATA-FILE
           MOVE "N" TO WS-PORTION-FOUND
           MOVE WS-PLAN-DAY TO WS-CHECK-DAY
           PERFORM SCAN-PLAN-FOR-DAY
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-PORTION-FOUND = "N"
               DISPLAY "Keine Leseportion fuer Tag "
                   WS-PLAN-DAY "."
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
                       ADD 1 TO BIBLE-DATA-VERSE
               END-READ
           END-PERFORM
      * a chapter shown leaves its line in reading.journal, same as
      * readTranslation and chronoReading
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

       MARK-DAY-DONE.
           PERFORM LOAD-ENROLLMENT
           IF WS-PLAN-DAY = 0
           CONTINUE.
       CATCHUP-REPORT-EXIT.

      * One all-day VEVENT per plan line whose day has no progress
      * record yet, dated from the enrollment start. Overdue days
      * stay on their original date so the calendar matches the
      * catch-up report. RFC 5545 wants CRLF line ends.
       EXPORT-CALENDAR.
           PERFORM LOAD-ENROLLMENT
           IF WS-PLAN-DAY = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BOOK-NAMES
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-USERNAME), ".",
               FUNCTION trim(WS-PLAN-NAME), ".ics"
           ) TO WS-CALENDAR-FILE
           ACCEPT WS-ICS-TIME FROM TIME
           MOVE FUNCTION concatenate(
               WS-TODAY, "T", WS-ICS-TIME(1:6)
           ) TO WS-ICS-STAMP
           MOVE 0 TO WS-ICS-COUNT
           MOVE 0 TO WS-ICS-OVERDUE

           OPEN OUTPUT CalendarFile
           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "PRODID:-//Bibel//readingPlan//DE" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION concatenate(
               "X-WR-CALNAME:Leseplan ", FUNCTION trim(WS-PLAN-NAME)
           ) TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE

           PERFORM OPEN-PROGRESS
           OPEN INPUT PLAN-FILE
           MOVE "N" TO WS-PLAN-EOF
           PERFORM UNTIL WS-PLAN-EOF = "Y"
               READ PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-PLAN-EOF
                   NOT AT END
                       PERFORM EXPORT-PLAN-LINE
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           CLOSE PROGRESS-FILE

           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           CLOSE CalendarFile
           DISPLAY WS-ICS-COUNT " Termine geschrieben nach "
               FUNCTION trim(WS-CALENDAR-FILE)
           IF WS-ICS-OVERDUE > 0
               DISPLAY "Davon " WS-ICS-OVERDUE " ueberfaellig "
                   "- siehe Nachholbericht."
           END-IF
           CONTINUE.
       EXPORT-CALENDAR-EXIT.

       EXPORT-PLAN-LINE.
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
           IF WS-REC-DAY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION trim(WS-USERNAME) TO PROGRESS-USER
           MOVE WS-PLAN-NAME TO PROGRESS-PLAN
           MOVE WS-REC-DAY TO PROGRESS-DAY
           READ PROGRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-REC-DAY < WS-PLAN-DAY
               ADD 1 TO WS-ICS-OVERDUE
           END-IF
           COMPUTE WS-ICS-INT = WS-START-INT + WS-REC-DAY - 1
           COMPUTE WS-ICS-DATE = FUNCTION DATE-OF-INTEGER(WS-ICS-INT)
           COMPUTE WS-ICS-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ICS-INT + 1)

           IF WS-REC-CH-TO < WS-REC-CH-FROM
               MOVE WS-REC-CH-FROM TO WS-REC-CH-TO
           END-IF
           MOVE WS-REC-CH-FROM TO WS-CH-FROM-DISP
           MOVE WS-REC-CH-TO TO WS-CH-TO-DISP
           MOVE WS-REC-DAY TO WS-DAY-DISP
           MOVE SPACES TO WS-ICS-SUMMARY
           IF WS-REC-BOOK >= 1 AND WS-REC-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-NAME(WS-REC-BOOK) NOT = SPACES
               MOVE WS-BOOK-NAME(WS-REC-BOOK) TO WS-ICS-SUMMARY
           ELSE
               MOVE FUNCTION concatenate("Buch ", WS-REC-BOOK)
                   TO WS-ICS-SUMMARY
           END-IF
           IF WS-REC-CH-TO = WS-REC-CH-FROM
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-ICS-SUMMARY), " ",
                   FUNCTION trim(WS-CH-FROM-DISP)
               ) TO WS-ICS-SUMMARY
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-ICS-SUMMARY), " ",
                   FUNCTION trim(WS-CH-FROM-DISP), "-",
                   FUNCTION trim(WS-CH-TO-DISP)
               ) TO WS-ICS-SUMMARY
           END-IF

           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION concatenate(
               "UID:", FUNCTION trim(WS-USERNAME), "-",
               FUNCTION trim(WS-PLAN-NAME), "-", WS-REC-DAY, "-",
               WS-REC-BOOK, "-", WS-REC-CH-FROM, "@readingplan"
           ) TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION concatenate("DTSTAMP:", WS-ICS-STAMP)
               TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION concatenate(
               "DTSTART;VALUE=DATE:", WS-ICS-DATE
           ) TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION concatenate(
               "DTEND;VALUE=DATE:", WS-ICS-END-DATE
           ) TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION concatenate(
               "SUMMARY:", FUNCTION trim(WS-ICS-SUMMARY)
           ) TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION concatenate(
               "DESCRIPTION:Leseplan ", FUNCTION trim(WS-PLAN-NAME),
               " Tag ", FUNCTION trim(WS-DAY-DISP)
           ) TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "TRANSP:TRANSPARENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           ADD 1 TO WS-ICS-COUNT
           CONTINUE.
       EXPORT-PLAN-LINE-EXIT.

       WRITE-ICS-LINE.
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-ICS-LINE), WS-ICS-CR
           ) TO CalendarRecord
           WRITE CalendarRecord
           CONTINUE.
       WRITE-ICS-LINE-EXIT.

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

       OPEN-ENROLLMENT.
           OPEN I-O ENROLL-FILE
           IF WS-ENROLL-STATUS = "35"
           CONTINUE.
       LOAD-USER-EXIT.

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
