      * Study-group meeting register.
      *
      * One record per group and meeting date in meetings.data
      * (layout in cpy/file-section/group-meeting-file): the passage
      * assigned for study, the member leading the discussion and
      * an attendance mark per member. The group's leader (role "L"
      * in groups.data) schedules meetings, records attendance
      * afterwards and prints the term report; every member may look
      * at a meeting together with the notes the group has published
      * on its passage in notes.shared.data.
      *
      * The term report <group>.term.txt lists the meetings held in
      * the chosen period with their passages and the attendance
      * percentage of every member who was on a meeting's list.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. groupMeetings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-MEMBER-FILE ASSIGN TO "groups.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GROUP-MEMBER-KEY
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT MEETING-FILE ASSIGN TO "meetings.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEETING-KEY
               FILE STATUS IS WS-MEETING-STATUS.
           SELECT SHARED-NOTES-FILE ASSIGN TO "notes.shared.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHARED-NOTE-KEY
               FILE STATUS IS WS-SHARED-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/group-member-file'.
           COPY 'cpy/file-section/group-meeting-file'.
           COPY 'cpy/file-section/shared-notes-file'.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-MEETING-STATUS     PIC XX.
       01 WS-SHARED-STATUS      PIC XX.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-USERNAME           PIC X(30) VALUE SPACES.
       01 WS-MODE               PIC 9(1).
       01 WS-GROUP-NAME         PIC X(20).
       01 WS-IS-LEADER          PIC X VALUE "N".
       01 WS-IS-MEMBER          PIC X VALUE "N".
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-NOTE-EOF           PIC X VALUE "N".
       01 WS-NOTE-SHOW          PIC X VALUE "N".
       01 WS-TODAY              PIC 9(8).
       01 WS-MEETING-DATE       PIC 9(8).
       01 WS-MEETING-FOUND      PIC X VALUE "N".
       01 WS-CONFIRM            PIC X(1).
       01 WS-SHOWN              PIC 9(5).
       01 WS-IDX                PIC 9(3).
       01 WS-ATT-IDX            PIC 9(3).
       01 WS-FOUND              PIC X VALUE "N".
       01 WS-DATE-DISP          PIC X(10).
       01 WS-DATE-IN            PIC 9(8).

      * Passage entry
       01 WS-NEW-REF            PIC X(50).
       01 WS-NEW-BOOK           PIC 9(3).
       01 WS-NEW-CHAPTER        PIC 9(3).
       01 WS-NEW-VFROM          PIC 9(3).
       01 WS-NEW-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-NEW-LEADER         PIC X(30).
       01 WS-MARK-INPUT         PIC X(1).

      * Members of the group from groups.data
       01 WS-MEMBER-COUNT       PIC 9(3) VALUE 0.
       78 WS-MAX-MEMBERS VALUE 40.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-USER OCCURS 40 TIMES PIC X(30).

      * Term report
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-TERM-FROM          PIC 9(8).
       01 WS-TERM-TO            PIC 9(8).
       01 WS-HELD-COUNT         PIC 9(4).
       01 WS-PRESENT-COUNT      PIC 9(3).
       01 WS-NOTE-COUNT         PIC 9(5).
       01 WS-COUNT-DISP         PIC ZZZ9.
       01 WS-NOTES-DISP         PIC ZZZZ9.
       01 WS-PERCENT            PIC 9(3).
       01 WS-PERCENT-DISP       PIC ZZ9.
       01 WS-STAT-COUNT         PIC 9(3) VALUE 0.
       78 WS-MAX-STATS VALUE 200.
       01 WS-STAT-TABLE.
           05 WS-STAT OCCURS 200 TIMES.
               10 WS-STAT-USER      PIC X(30).
               10 WS-STAT-LISTED    PIC 9(4).
               10 WS-STAT-PRESENT   PIC 9(4).
               10 WS-STAT-EXCUSED   PIC 9(4).
       01 WS-STAT-IDX           PIC 9(3).
       01 WS-REPORT-LINE        PIC X(132).
       PROCEDURE DIVISION.
       GROUPMEETINGS.
           PERFORM LOAD-USER
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-GROUPS
           PERFORM OPEN-MEETINGS
           PERFORM OPEN-SHARED

           DISPLAY "1: Treffen planen  "
               "2: Anwesenheit erfassen  "
               "3: Treffen anzeigen  "
               "4: Semesterbericht. Auswahl: "
               WITH NO ADVANCING
           ACCEPT WS-MODE

           DISPLAY "Gruppe: " WITH NO ADVANCING
           ACCEPT WS-GROUP-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-GROUP-NAME))
               TO WS-GROUP-NAME
           IF FUNCTION trim(WS-GROUP-NAME) = SPACES
               DISPLAY "Keine Gruppe angegeben."
               PERFORM CLOSE-ALL
               EXIT PROGRAM
           END-IF
           PERFORM LOAD-MEMBERS
           IF WS-IS-MEMBER = "N"
               DISPLAY "Du bist kein Mitglied dieser Gruppe."
               PERFORM CLOSE-ALL
               EXIT PROGRAM
           END-IF

           EVALUATE WS-MODE
               WHEN 1
                   PERFORM SCHEDULE-MEETING
               WHEN 2
                   PERFORM RECORD-ATTENDANCE
               WHEN 3
                   PERFORM SHOW-MEETING
               WHEN 4
                   PERFORM TERM-REPORT
               WHEN OTHER
                   DISPLAY "Ungueltige Auswahl."
           END-EVALUATE
           PERFORM CLOSE-ALL
           EXIT PROGRAM.
       GROUPMEETINGS-EXIT.

       CLOSE-ALL.
           CLOSE GROUP-MEMBER-FILE
           CLOSE MEETING-FILE
           CLOSE SHARED-NOTES-FILE
           CONTINUE.
       CLOSE-ALL-EXIT.

      * Members of the group in key order; is the active user one
      * of them, and the leader?
       LOAD-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE "N" TO WS-IS-MEMBER
           MOVE "N" TO WS-IS-LEADER
           MOVE SPACES TO GROUP-MEMBER-KEY
           MOVE WS-GROUP-NAME TO GROUP-MEMBER-GROUP
           MOVE "N" TO WS-SCAN-EOF
           START GROUP-MEMBER-FILE
               KEY IS NOT LESS THAN GROUP-MEMBER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ GROUP-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF GROUP-MEMBER-GROUP NOT = WS-GROUP-NAME
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM ADD-MEMBER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       LOAD-MEMBERS-EXIT.

       ADD-MEMBER-ENTRY.
           IF FUNCTION trim(GROUP-MEMBER-USER)
               = FUNCTION trim(WS-USERNAME)
               MOVE "Y" TO WS-IS-MEMBER
               IF GROUP-MEMBER-ROLE = "L"
                   MOVE "Y" TO WS-IS-LEADER
               END-IF
           END-IF
           IF WS-MEMBER-COUNT < WS-MAX-MEMBERS
               ADD 1 TO WS-MEMBER-COUNT
               MOVE GROUP-MEMBER-USER
                   TO WS-MEMBER-USER(WS-MEMBER-COUNT)
           END-IF
           CONTINUE.
       ADD-MEMBER-ENTRY-EXIT.

       ASK-MEETING-DATE.
           DISPLAY "Datum des Treffens (JJJJMMTT, Enter = heute): "
               WITH NO ADVANCING
           MOVE 0 TO WS-MEETING-DATE
           ACCEPT WS-MEETING-DATE
           IF WS-MEETING-DATE = 0
               MOVE WS-TODAY TO WS-MEETING-DATE
           END-IF
           MOVE "N" TO WS-MEETING-FOUND
           MOVE WS-GROUP-NAME TO MEETING-GROUP
           MOVE WS-MEETING-DATE TO MEETING-DATE
           READ MEETING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MEETING-FOUND
           END-READ
           CONTINUE.
       ASK-MEETING-DATE-EXIT.

      * A new meeting takes the current member list as attendance
      * list; rescheduling an existing date replaces passage and
      * discussion leader but keeps the marks already recorded.
       SCHEDULE-MEETING.
           IF WS-IS-LEADER = "N"
               DISPLAY "Nur der Gruppenleiter plant Treffen."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-MEETING-DATE
           IF WS-MEETING-FOUND = "Y"
               DISPLAY "Fuer diesen Tag ist schon ein Treffen "
                   "eingetragen (" FUNCTION trim(MEETING-REF)
                   "). Ueberschreiben (J/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "J"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Bibelstelle (z.B. JOH 3:1-21): "
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

           DISPLAY "Gespraechsleitung (Enter = "
               FUNCTION trim(WS-USERNAME) "): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-LEADER
           ACCEPT WS-NEW-LEADER
           IF WS-NEW-LEADER = SPACES
               MOVE WS-USERNAME TO WS-NEW-LEADER
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MEMBER-COUNT
               IF FUNCTION trim(WS-MEMBER-USER(WS-IDX))
                   = FUNCTION trim(WS-NEW-LEADER)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               DISPLAY FUNCTION trim(WS-NEW-LEADER)
                   " ist kein Mitglied der Gruppe."
               EXIT PARAGRAPH
           END-IF

           IF WS-MEETING-FOUND = "N"
               MOVE SPACES TO MEETING-RECORD
               MOVE WS-GROUP-NAME TO MEETING-GROUP
               MOVE WS-MEETING-DATE TO MEETING-DATE
               MOVE "P" TO MEETING-STATE
               MOVE 0 TO MEETING-ATT-COUNT
               PERFORM MERGE-MEMBERS
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-NEW-REF))
               TO MEETING-REF
           MOVE WS-NEW-BOOK TO MEETING-BOOK
           MOVE WS-NEW-CHAPTER TO MEETING-CHAPTER
           MOVE WS-NEW-VFROM TO MEETING-VFROM
           MOVE WS-NEW-VTO TO MEETING-VTO
           MOVE FUNCTION trim(WS-NEW-LEADER) TO MEETING-LEADER
           IF WS-MEETING-FOUND = "N"
               WRITE MEETING-RECORD
                   INVALID KEY
                       DISPLAY "Treffen konnte nicht gespeichert "
                           "werden."
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE MEETING-RECORD
           END-IF
           MOVE MEETING-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           DISPLAY "Treffen am " WS-DATE-DISP " eingetragen: "
               FUNCTION trim(MEETING-REF) ", Leitung "
               FUNCTION trim(MEETING-LEADER)
           CONTINUE.
       SCHEDULE-MEETING-EXIT.

      * Put every current member on the attendance list who is not
      * on it yet (members who joined after the meeting was
      * planned).
       MERGE-MEMBERS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MEMBER-COUNT
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > MEETING-ATT-COUNT
                   IF MEETING-ATT-USER(WS-ATT-IDX)
                       = WS-MEMBER-USER(WS-IDX)
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = "N" AND MEETING-ATT-COUNT < 40
                   ADD 1 TO MEETING-ATT-COUNT
                   MOVE WS-MEMBER-USER(WS-IDX)
                       TO MEETING-ATT-USER(MEETING-ATT-COUNT)
                   MOVE SPACE TO MEETING-ATT-MARK(MEETING-ATT-COUNT)
               END-IF
           END-PERFORM
           CONTINUE.
       MERGE-MEMBERS-EXIT.

       RECORD-ATTENDANCE.
           IF WS-IS-LEADER = "N"
               DISPLAY "Nur der Gruppenleiter erfasst die "
                   "Anwesenheit."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-MEETING-DATE
           IF WS-MEETING-FOUND = "N"
               DISPLAY "Fuer diesen Tag ist kein Treffen geplant."
               EXIT PARAGRAPH
           END-IF
           IF MEETING-DATE > WS-TODAY
               DISPLAY "Das Treffen liegt in der Zukunft."
               EXIT PARAGRAPH
           END-IF
           PERFORM MERGE-MEMBERS
           DISPLAY "A = anwesend, E = entschuldigt, F = gefehlt, "
               "Enter = unveraendert"
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
               UNTIL WS-ATT-IDX > MEETING-ATT-COUNT
               DISPLAY FUNCTION trim(MEETING-ATT-USER(WS-ATT-IDX))
                   " [" MEETING-ATT-MARK(WS-ATT-IDX) "]: "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-MARK-INPUT
               ACCEPT WS-MARK-INPUT
               MOVE FUNCTION UPPER-CASE(WS-MARK-INPUT)
                   TO WS-MARK-INPUT
               IF WS-MARK-INPUT = "A" OR "E" OR "F"
                   MOVE WS-MARK-INPUT
                       TO MEETING-ATT-MARK(WS-ATT-IDX)
               END-IF
           END-PERFORM
           MOVE "H" TO MEETING-STATE
           REWRITE MEETING-RECORD
           DISPLAY "Anwesenheit gespeichert."
           CONTINUE.
       RECORD-ATTENDANCE-EXIT.

      * The meetings of the group from today on, or one meeting in
      * full with the group's published notes on its passage.
       SHOW-MEETING.
           DISPLAY "Geplante Treffen:"
           MOVE 0 TO WS-SHOWN
           MOVE WS-GROUP-NAME TO MEETING-GROUP
           MOVE WS-TODAY TO MEETING-DATE
           MOVE "N" TO WS-SCAN-EOF
           START MEETING-FILE
               KEY IS NOT LESS THAN MEETING-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MEETING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MEETING-GROUP NOT = WS-GROUP-NAME
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-SHOWN
                           MOVE MEETING-DATE TO WS-DATE-IN
                           PERFORM FORMAT-DATE
                           DISPLAY "  " WS-DATE-DISP "  "
                               MEETING-REF(1:20) "  Leitung: "
                               FUNCTION trim(MEETING-LEADER)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "  keine"
           END-IF

           PERFORM ASK-MEETING-DATE
           IF WS-MEETING-FOUND = "N"
               DISPLAY "Fuer diesen Tag ist kein Treffen eingetragen."
               EXIT PARAGRAPH
           END-IF
           MOVE MEETING-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           DISPLAY "Treffen am " WS-DATE-DISP ": "
               FUNCTION trim(MEETING-REF)
           DISPLAY "Gespraechsleitung: " FUNCTION trim(MEETING-LEADER)
           IF MEETING-STATE = "H"
               MOVE 0 TO WS-PRESENT-COUNT
               PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > MEETING-ATT-COUNT
                   IF MEETING-ATT-MARK(WS-ATT-IDX) = "A"
                       ADD 1 TO WS-PRESENT-COUNT
                   END-IF
               END-PERFORM
               DISPLAY "Anwesend: " WS-PRESENT-COUNT " von "
                   MEETING-ATT-COUNT
           END-IF
           DISPLAY "Notizen der Gruppe zu dieser Stelle:"
           MOVE 0 TO WS-NOTE-COUNT
           MOVE "Y" TO WS-NOTE-SHOW
           PERFORM SCAN-GROUP-NOTES
           IF WS-NOTE-COUNT = 0
               DISPLAY "  keine"
           END-IF
           CONTINUE.
       SHOW-MEETING-EXIT.

      * Published notes of the group that fall into the meeting's
      * passage; WS-NOTE-SHOW "Y" displays them, otherwise they
      * are only counted.
       SCAN-GROUP-NOTES.
           MOVE LOW-VALUES TO SHARED-NOTE-KEY
           MOVE WS-GROUP-NAME TO SHARED-NOTE-GROUP
           MOVE "N" TO WS-NOTE-EOF
           START SHARED-NOTES-FILE
               KEY IS NOT LESS THAN SHARED-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-EOF
           END-START
           PERFORM UNTIL WS-NOTE-EOF = "Y"
               READ SHARED-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-NOTE-EOF
                   NOT AT END
                       IF SHARED-NOTE-GROUP NOT = WS-GROUP-NAME
                           MOVE "Y" TO WS-NOTE-EOF
                       ELSE
                           PERFORM CHECK-NOTE-IN-RANGE
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       SCAN-GROUP-NOTES-EXIT.

       CHECK-NOTE-IN-RANGE.
           IF SHARED-NOTE-BOOK NOT = MEETING-BOOK
               OR SHARED-NOTE-CHAPTER NOT = MEETING-CHAPTER
               EXIT PARAGRAPH
           END-IF
           IF MEETING-VFROM > 0
               AND (SHARED-NOTE-VERSE < MEETING-VFROM
                   OR SHARED-NOTE-VERSE > MEETING-VTO)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTE-COUNT
           IF WS-NOTE-SHOW = "Y"
               DISPLAY FUNCTION concatenate(
                   "  ", FUNCTION trim(SHARED-NOTE-SHORT),
                   " ", SHARED-NOTE-CHAPTER, ":",
                   SHARED-NOTE-VERSE, " (",
                   FUNCTION trim(SHARED-NOTE-AUTHOR),
                   ") ",
                   FUNCTION trim(SHARED-NOTE-TEXT)
               )
           END-IF
           CONTINUE.
       CHECK-NOTE-IN-RANGE-EXIT.

      * Meetings held between two dates with their passages and
      * the number of group notes on each, then attendance per
      * person over those meetings. Excused absences are shown but
      * count as absent in the percentage.
       TERM-REPORT.
           IF WS-IS-LEADER = "N"
               DISPLAY "Nur der Gruppenleiter erstellt den "
                   "Semesterbericht."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TERM-FROM
           MOVE 0 TO WS-TERM-TO
           DISPLAY "Von (JJJJMMTT, Enter = 1. Januar): "
               WITH NO ADVANCING
           ACCEPT WS-TERM-FROM
           IF WS-TERM-FROM = 0
               MOVE WS-TODAY TO WS-TERM-FROM
               MOVE "0101" TO WS-TERM-FROM(5:4)
           END-IF
           DISPLAY "Bis (JJJJMMTT, Enter = heute): "
               WITH NO ADVANCING
           ACCEPT WS-TERM-TO
           IF WS-TERM-TO = 0
               MOVE WS-TODAY TO WS-TERM-TO
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION lower-case(FUNCTION trim(WS-GROUP-NAME)),
               ".term.txt"
           ) TO WS-REPORT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION concatenate(
               "Semesterbericht Gruppe ",
               FUNCTION trim(WS-GROUP-NAME)
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TERM-FROM TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE FUNCTION concatenate("Zeitraum ", WS-DATE-DISP,
               " bis ") TO WS-REPORT-LINE
           MOVE WS-TERM-TO TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-REPORT-LINE), " ", WS-DATE-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Treffen und behandelte Stellen:" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-STAT-COUNT
           MOVE WS-GROUP-NAME TO MEETING-GROUP
           MOVE WS-TERM-FROM TO MEETING-DATE
           MOVE "N" TO WS-SCAN-EOF
           START MEETING-FILE
               KEY IS NOT LESS THAN MEETING-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MEETING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MEETING-GROUP NOT = WS-GROUP-NAME
                           OR MEETING-DATE > WS-TERM-TO
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF MEETING-STATE = "H"
                               PERFORM REPORT-MEETING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-HELD-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "Gehaltene Treffen: ", WS-COUNT-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Anwesenheit:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-STAT-COUNT
               PERFORM REPORT-ATTENDANCE-LINE
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY WS-HELD-COUNT " Treffen ausgewertet, Bericht in "
               FUNCTION trim(WS-REPORT-FILE)
           CONTINUE.
       TERM-REPORT-EXIT.

       REPORT-MEETING.
           ADD 1 TO WS-HELD-COUNT
           MOVE 0 TO WS-NOTE-COUNT
           MOVE "N" TO WS-NOTE-SHOW
           PERFORM SCAN-GROUP-NOTES
           MOVE 0 TO WS-PRESENT-COUNT
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
               UNTIL WS-ATT-IDX > MEETING-ATT-COUNT
               PERFORM COUNT-ATTENDANCE
           END-PERFORM
           MOVE MEETING-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-NOTE-COUNT TO WS-NOTES-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-DATE-DISP "  " MEETING-REF(1:24)
               " Leitung: " MEETING-LEADER(1:20)
               " anwesend " WS-PRESENT-COUNT "/"
               MEETING-ATT-COUNT
               " Notizen " WS-NOTES-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           CONTINUE.
       REPORT-MEETING-EXIT.

       COUNT-ATTENDANCE.
           IF MEETING-ATT-MARK(WS-ATT-IDX) = "A"
               ADD 1 TO WS-PRESENT-COUNT
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-STAT-COUNT OR WS-FOUND = "Y"
               IF WS-STAT-USER(WS-STAT-IDX)
                   = MEETING-ATT-USER(WS-ATT-IDX)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               SUBTRACT 1 FROM WS-STAT-IDX
           ELSE
               IF WS-STAT-COUNT >= WS-MAX-STATS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STAT-COUNT
               MOVE WS-STAT-COUNT TO WS-STAT-IDX
               MOVE MEETING-ATT-USER(WS-ATT-IDX)
                   TO WS-STAT-USER(WS-STAT-IDX)
               MOVE 0 TO WS-STAT-LISTED(WS-STAT-IDX)
               MOVE 0 TO WS-STAT-PRESENT(WS-STAT-IDX)
               MOVE 0 TO WS-STAT-EXCUSED(WS-STAT-IDX)
           END-IF
           ADD 1 TO WS-STAT-LISTED(WS-STAT-IDX)
           EVALUATE MEETING-ATT-MARK(WS-ATT-IDX)
               WHEN "A"
                   ADD 1 TO WS-STAT-PRESENT(WS-STAT-IDX)
               WHEN "E"
                   ADD 1 TO WS-STAT-EXCUSED(WS-STAT-IDX)
           END-EVALUATE
           CONTINUE.
       COUNT-ATTENDANCE-EXIT.

       REPORT-ATTENDANCE-LINE.
           MOVE 0 TO WS-PERCENT
           IF WS-STAT-LISTED(WS-STAT-IDX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-STAT-PRESENT(WS-STAT-IDX) * 100
                   / WS-STAT-LISTED(WS-STAT-IDX)
           END-IF
           MOVE WS-PERCENT TO WS-PERCENT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-STAT-USER(WS-STAT-IDX) " "
               WS-PERCENT-DISP " %  (anwesend "
               WS-STAT-PRESENT(WS-STAT-IDX) ", entschuldigt "
               WS-STAT-EXCUSED(WS-STAT-IDX) ", von "
               WS-STAT-LISTED(WS-STAT-IDX) ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           CONTINUE.
       REPORT-ATTENDANCE-LINE-EXIT.

       FORMAT-DATE.
           MOVE FUNCTION concatenate(
               WS-DATE-IN(7:2), ".", WS-DATE-IN(5:2), ".",
               WS-DATE-IN(1:4)
           ) TO WS-DATE-DISP
           CONTINUE.
       FORMAT-DATE-EXIT.

       OPEN-GROUPS.
           OPEN I-O GROUP-MEMBER-FILE
           IF WS-GROUPS-STATUS = "35"
               OPEN OUTPUT GROUP-MEMBER-FILE
               CLOSE GROUP-MEMBER-FILE
               OPEN I-O GROUP-MEMBER-FILE
           END-IF
           CONTINUE.
       OPEN-GROUPS-EXIT.

       OPEN-MEETINGS.
           OPEN I-O MEETING-FILE
           IF WS-MEETING-STATUS = "35"
               OPEN OUTPUT MEETING-FILE
               CLOSE MEETING-FILE
               OPEN I-O MEETING-FILE
           END-IF
           CONTINUE.
       OPEN-MEETINGS-EXIT.

       OPEN-SHARED.
           OPEN I-O SHARED-NOTES-FILE
           IF WS-SHARED-STATUS = "35"
               OPEN OUTPUT SHARED-NOTES-FILE
               CLOSE SHARED-NOTES-FILE
               OPEN I-O SHARED-NOTES-FILE
           END-IF
           CONTINUE.
       OPEN-SHARED-EXIT.

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
           IF FUNCTION trim(WS-USERNAME) = SPACES
               DISPLAY "Wie ist dein Name? " WITH NO ADVANCING
               ACCEPT WS-USERNAME
           END-IF
           CONTINUE.
       LOAD-USER-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM groupMeetings.
