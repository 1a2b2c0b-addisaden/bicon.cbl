      * Reading-plan progress board for a study group.
      *
      * Joins groups.data with the reading-plan files: for every
      * member of one group the enrollment in one plan gives the due
      * day, plan.progress.data the ticked-off days and the date of
      * the last tick-off. Members who have not ticked off anything
      * for more than a week are marked so the leader can follow up.
      * Only the group's leader (role "L" in groups.data) may see
      * the board.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. groupPlanBoard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-MEMBER-FILE ASSIGN TO "groups.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GROUP-MEMBER-KEY
               FILE STATUS IS WS-GROUPS-STATUS.
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
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/group-member-file'.
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
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-ENROLL-STATUS      PIC XX.
       01 WS-PROGRESS-STATUS    PIC XX.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-USERNAME           PIC X(30) VALUE SPACES.
       01 WS-GROUP-NAME         PIC X(20).
       01 WS-PLAN-NAME          PIC X(20).
       01 WS-IS-LEADER          PIC X VALUE "N".
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(7).
       01 WS-START-INT          PIC 9(7).
       01 WS-LAST-INT           PIC 9(7).
       01 WS-IDLE-DAYS          PIC 9(5).
       78 WS-IDLE-LIMIT VALUE 7.

      * Members of the group, collected before the plan files are
      * read so groups.data is only walked once.
       01 WS-MEMBER-COUNT       PIC 9(3) VALUE 0.
       01 WS-MEMBER-IDX         PIC 9(3).
       78 WS-MAX-MEMBERS VALUE 200.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER OCCURS 200 TIMES.
               10 WS-MEMBER-USER    PIC X(30).
               10 WS-MEMBER-ROLE    PIC X(1).

      * One line of the board
       01 WS-ENROLLED           PIC X VALUE "N".
       01 WS-DUE-DAY            PIC 9(3).
       01 WS-DONE-DAYS          PIC 9(3).
       01 WS-DONE-DUE           PIC 9(3).
       01 WS-BEHIND-DAYS        PIC 9(3).
       01 WS-LAST-DATE          PIC 9(8).
       01 WS-IDLE-MARK          PIC X(1).
       01 WS-IDLE-TOTAL         PIC 9(3).
       01 WS-BOARD-LINE.
           05 WS-BL-MARK        PIC X(2).
           05 WS-BL-USER        PIC X(22).
           05 FILLER            PIC X(4).
           05 WS-BL-DUE         PIC ZZ9.
           05 FILLER            PIC X(6).
           05 WS-BL-DONE        PIC ZZ9.
           05 FILLER            PIC X(9).
           05 WS-BL-BEHIND      PIC ZZ9.
           05 FILLER            PIC X(2).
           05 WS-BL-LAST        PIC X(10).
       PROCEDURE DIVISION.
       GROUPPLANBOARD.
           PERFORM LOAD-USER
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           DISPLAY "Gruppe: " WITH NO ADVANCING
           ACCEPT WS-GROUP-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-GROUP-NAME))
               TO WS-GROUP-NAME
           IF FUNCTION trim(WS-GROUP-NAME) = SPACES
               DISPLAY "Keine Gruppe angegeben."
               EXIT PROGRAM
           END-IF

           PERFORM OPEN-GROUPS
           PERFORM LOAD-MEMBERS
           CLOSE GROUP-MEMBER-FILE
           IF WS-MEMBER-COUNT = 0
               DISPLAY "Gruppe nicht gefunden."
               EXIT PROGRAM
           END-IF
           IF WS-IS-LEADER = "N"
               DISPLAY "Nur der Gruppenleiter sieht den "
                   "Fortschritt der Gruppe."
               EXIT PROGRAM
           END-IF

           DISPLAY "Name des Leseplans (z.B. JAHRESPLAN): "
               WITH NO ADVANCING
           ACCEPT WS-PLAN-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-PLAN-NAME))
               TO WS-PLAN-NAME

           PERFORM OPEN-ENROLLMENT
           PERFORM OPEN-PROGRESS
           MOVE 0 TO WS-IDLE-TOTAL
           DISPLAY "Gruppe " FUNCTION trim(WS-GROUP-NAME)
               ", Leseplan " FUNCTION trim(WS-PLAN-NAME)
               ", Stand " WS-TODAY
           DISPLAY "  Mitglied              Faellig  Gelesen  "
               "Rueckstand  Zuletzt"
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               PERFORM SHOW-MEMBER
           END-PERFORM
           CLOSE ENROLL-FILE
           CLOSE PROGRESS-FILE
           IF WS-IDLE-TOTAL > 0
               DISPLAY "* = seit mehr als " WS-IDLE-LIMIT
                   " Tagen nichts gelesen (" WS-IDLE-TOTAL
                   " Mitglied(er))."
           END-IF
           EXIT PROGRAM.
       GROUPPLANBOARD-EXIT.

      * Collect the group's members and note whether the active
      * user leads the group.
       LOAD-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
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
               AND GROUP-MEMBER-ROLE = "L"
               MOVE "Y" TO WS-IS-LEADER
           END-IF
           IF WS-MEMBER-COUNT >= WS-MAX-MEMBERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE GROUP-MEMBER-USER TO WS-MEMBER-USER(WS-MEMBER-COUNT)
           MOVE GROUP-MEMBER-ROLE TO WS-MEMBER-ROLE(WS-MEMBER-COUNT)
           CONTINUE.
       ADD-MEMBER-ENTRY-EXIT.

      * Due day as readingPlan computes it; days behind are the due
      * days up to today without a progress record. A member who
      * has never ticked off a day counts as idle from the start
      * date on.
       SHOW-MEMBER.
           MOVE SPACES TO WS-BOARD-LINE
           MOVE SPACE TO WS-IDLE-MARK
           MOVE 0 TO WS-DUE-DAY
           MOVE 0 TO WS-DONE-DAYS
           MOVE 0 TO WS-DONE-DUE
           MOVE 0 TO WS-BEHIND-DAYS
           MOVE 0 TO WS-LAST-DATE
           MOVE WS-MEMBER-USER(WS-MEMBER-IDX) TO WS-BL-USER
           IF WS-MEMBER-ROLE(WS-MEMBER-IDX) = "L"
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-MEMBER-USER(WS-MEMBER-IDX)),
                   " (L)"
               ) TO WS-BL-USER
           END-IF

           MOVE "N" TO WS-ENROLLED
           MOVE WS-MEMBER-USER(WS-MEMBER-IDX) TO ENROLL-USER
           MOVE WS-PLAN-NAME TO ENROLL-PLAN
           READ ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENROLLED
           END-READ
           IF WS-ENROLLED = "N"
               MOVE "  " TO WS-BL-MARK
               DISPLAY FUNCTION concatenate(
                   WS-BL-MARK, WS-BL-USER,
                   "nicht eingeschrieben"
               )
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(ENROLL-START-DATE)
           IF WS-TODAY-INT >= WS-START-INT
               COMPUTE WS-DUE-DAY = WS-TODAY-INT - WS-START-INT + 1
           END-IF
           PERFORM COUNT-PROGRESS
           COMPUTE WS-BEHIND-DAYS = WS-DUE-DAY - WS-DONE-DUE

           IF WS-LAST-DATE = 0
               MOVE WS-START-INT TO WS-LAST-INT
           ELSE
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
           END-IF
           MOVE 0 TO WS-IDLE-DAYS
           IF WS-TODAY-INT > WS-LAST-INT
               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
           END-IF
           IF WS-IDLE-DAYS > WS-IDLE-LIMIT
               MOVE "*" TO WS-IDLE-MARK
               ADD 1 TO WS-IDLE-TOTAL
           END-IF

           MOVE WS-IDLE-MARK TO WS-BL-MARK
           MOVE WS-DUE-DAY TO WS-BL-DUE
           MOVE WS-DONE-DAYS TO WS-BL-DONE
           MOVE WS-BEHIND-DAYS TO WS-BL-BEHIND
           IF WS-LAST-DATE = 0
               MOVE "nie" TO WS-BL-LAST
           ELSE
               MOVE FUNCTION concatenate(
                   WS-LAST-DATE(7:2), ".", WS-LAST-DATE(5:2), ".",
                   WS-LAST-DATE(1:4)
               ) TO WS-BL-LAST
           END-IF
           DISPLAY WS-BOARD-LINE
           CONTINUE.
       SHOW-MEMBER-EXIT.

      * All progress records of the member in this plan: count
      * them, count those up to the due day, keep the latest date.
       COUNT-PROGRESS.
           MOVE WS-MEMBER-USER(WS-MEMBER-IDX) TO PROGRESS-USER
           MOVE WS-PLAN-NAME TO PROGRESS-PLAN
           MOVE 0 TO PROGRESS-DAY
           MOVE "N" TO WS-SCAN-EOF
           START PROGRESS-FILE
               KEY IS NOT LESS THAN PROGRESS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PROGRESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PROGRESS-USER
                           NOT = WS-MEMBER-USER(WS-MEMBER-IDX)
                           OR PROGRESS-PLAN NOT = WS-PLAN-NAME
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-DONE-DAYS
                           IF PROGRESS-DAY <= WS-DUE-DAY
                               ADD 1 TO WS-DONE-DUE
                           END-IF
                           IF PROGRESS-DONE-DATE > WS-LAST-DATE
                               MOVE PROGRESS-DONE-DATE
                                   TO WS-LAST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       COUNT-PROGRESS-EXIT.

       OPEN-GROUPS.
           OPEN I-O GROUP-MEMBER-FILE
           IF WS-GROUPS-STATUS = "35"
               OPEN OUTPUT GROUP-MEMBER-FILE
               CLOSE GROUP-MEMBER-FILE
               OPEN I-O GROUP-MEMBER-FILE
           END-IF
           CONTINUE.
       OPEN-GROUPS-EXIT.

       OPEN-ENROLLMENT.
           OPEN I-O ENROLL-FILE
           IF WS-ENROLL-STATUS = "35"
               OPEN OUTPUT ENROLL-FILE
               CLOSE ENROLL-FILE
               OPEN I-O ENROLL-FILE
           END-IF
           CONTINUE.
       OPEN-ENROLLMENT-EXIT.

       OPEN-PROGRESS.
           OPEN I-O PROGRESS-FILE
           IF WS-PROGRESS-STATUS = "35"
               OPEN OUTPUT PROGRESS-FILE
               CLOSE PROGRESS-FILE
               OPEN I-O PROGRESS-FILE
           END-IF
           CONTINUE.
       OPEN-PROGRESS-EXIT.

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
           END PROGRAM groupPlanBoard.
