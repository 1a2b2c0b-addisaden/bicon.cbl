      * Sunday-school memory verses.
      *
      * Teachers keep class rosters (classes.data), set one memory
      * verse per class and week (memory.assign.data, keyed by the
      * Sunday the week ends on) and record when a child recites it
      * to them (memory.recital.data): passed, partial or not yet.
      * This is kept apart from verseTrainer's self-graded
      * trainer.schedule.data - here the teacher grades.
      *
      * At the end of a term a certificate <class>.<child>.urkunde
      * .txt is printed per child listing every verse passed in the
      * period, with its text where the translation's rights allow
      * printing (.bible.meta RIGHTS not GESPERRT) and the copyright
      * notice of each translation quoted.
      *
      * Group leaders and above (lib/checkRole "L"); within a class
      * only its teachers, or an administrator, make changes. Whoever
      * creates a class becomes its first teacher.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. memoryVerses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-MEMBER-FILE ASSIGN TO "classes.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-MEMBER-KEY
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT MEMORY-ASSIGN-FILE ASSIGN TO "memory.assign.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMORY-ASSIGN-KEY
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT RECITAL-FILE ASSIGN TO "memory.recital.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECITAL-KEY
               FILE STATUS IS WS-RECITAL-STATUS.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID
               FILE STATUS IS WS-DATA-STATUS.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CertificateFile ASSIGN TO WS-CERT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/memory-class-file'.
           COPY 'cpy/file-section/memory-assign-file'.
           COPY 'cpy/file-section/memory-recital-file'.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-data-meta'.
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD CertificateFile.
       01 CertificateRecord PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CLASS-STATUS       PIC XX.
       01 WS-ASSIGN-STATUS      PIC XX.
       01 WS-RECITAL-STATUS     PIC XX.
       01 WS-DATA-STATUS        PIC XX.
       01 WS-META-STATUS        PIC XX.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-META-FILE          PIC X(777).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-USERNAME           PIC X(30) VALUE SPACES.
       01 WS-MODE               PIC 9(1).
       01 WS-CLASS-NAME         PIC X(20).
       01 WS-CLASS-EXISTS       PIC X VALUE "N".
       01 WS-IS-TEACHER         PIC X VALUE "N".
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-INNER-EOF          PIC X VALUE "N".
       01 WS-TODAY              PIC 9(8).
       01 WS-FOUND              PIC X VALUE "N".
       01 WS-IDX                PIC 9(3).
       01 WS-DATE-IN            PIC 9(8).
       01 WS-DATE-DISP          PIC X(10).

      * Roster entry
       01 WS-ROSTER-INPUT       PIC X(31).
       01 WS-ROSTER-DONE        PIC X VALUE "N".

      * Children of the class, in roster order
       01 WS-CHILD-COUNT        PIC 9(3) VALUE 0.
       78 WS-MAX-CHILDREN VALUE 100.
       01 WS-CHILD-TABLE.
           05 WS-CHILD-NAME OCCURS 100 TIMES PIC X(30).

      * Week and passage entry
       01 WS-DATE-INPUT         PIC X(10).
       01 WS-WEEK-DATE          PIC 9(8).
       01 WS-WEEK-INT           PIC 9(7).
       01 WS-WEEKDAY            PIC 9(1).
       01 WS-ASSIGN-FOUND       PIC X VALUE "N".
       01 WS-NEW-REF            PIC X(50).
       01 WS-NEW-BOOK           PIC 9(3).
       01 WS-NEW-CHAPTER        PIC 9(3).
       01 WS-NEW-VFROM          PIC 9(3).
       01 WS-NEW-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-RESULT-INPUT       PIC X(1).
       01 WS-RESULT-TEXT        PIC X(12).

      * Certificates
       01 WS-TERM-FROM          PIC 9(8).
       01 WS-TERM-TO            PIC 9(8).
       01 WS-ONLY-CHILD         PIC X(30).
       01 WS-CERT-FILE          PIC X(120).
       01 WS-CERT-OPEN          PIC X VALUE "N".
       01 WS-CERT-COUNT         PIC 9(3).
       01 WS-CERT-TOTAL         PIC 9(4).
       01 WS-FILE-PART          PIC X(30).
       01 WS-FILE-PART-LEN      PIC 9(2).
       01 WS-COUNT-DISP         PIC ZZ9.
       01 WS-RIGHTS             PIC X(12).
       01 WS-COPYRIGHT          PIC X(250).
       01 WS-VERSE-NO           PIC 9(3).
       01 WS-VERSE-LAST         PIC 9(3).
       01 WS-VERSE-DISP         PIC ZZ9.
       01 WS-SHORT-COUNT        PIC 9(1) VALUE 0.
       01 WS-SHORT-IDX          PIC 9(1).
       01 WS-SHORT-TABLE.
           05 WS-SHORT-ENTRY OCCURS 5 TIMES.
               10 WS-SHORT-NAME      PIC X(32).
               10 WS-SHORT-COPYRIGHT PIC X(250).

      * Certificate layout
       78 WS-WRAP-WIDTH VALUE 70.
       01 WS-WRAP-TEXT          PIC X(4100).
       01 WS-WRAP-LEN           PIC 9(4).
       01 WS-WRAP-POS           PIC 9(4).
       01 WS-WRAP-CUT           PIC 9(4).
       01 WS-WRAP-IDX           PIC 9(4).
       01 WS-WRAP-INDENT        PIC 9(2).
       01 WS-WRAP-ROOM          PIC 9(4).
       01 WS-CENTER-TEXT        PIC X(80).
       01 WS-CENTER-LEN         PIC 9(3).
       01 WS-CENTER-PAD         PIC 9(3).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "memoryVerses".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "L".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION              PIC X(1).
       01 WS-VT-FULL-TEXT           PIC X(4000).
       01 WS-VT-PARTS               PIC 9(2).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       MEMORYVERSES.
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
           MOVE WS-ROLE-USER TO WS-USERNAME
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY "1: Klasse pflegen  "
               "2: Wochenvers festlegen  "
               "3: Aufsagen erfassen  "
               "4: Wochenuebersicht  "
               "5: Urkunden drucken. Auswahl: "
               WITH NO ADVANCING
           ACCEPT WS-MODE

           DISPLAY "Klasse: " WITH NO ADVANCING
           ACCEPT WS-CLASS-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-CLASS-NAME))
               TO WS-CLASS-NAME
           IF FUNCTION trim(WS-CLASS-NAME) = SPACES
               DISPLAY "Keine Klasse angegeben."
               EXIT PROGRAM
           END-IF

           PERFORM OPEN-CLASSES
           PERFORM OPEN-ASSIGNMENTS
           PERFORM OPEN-RECITALS
           PERFORM LOAD-ROSTER
           IF WS-CLASS-EXISTS = "N" AND WS-MODE NOT = 1
               DISPLAY "Klasse nicht gefunden."
               PERFORM CLOSE-ALL
               EXIT PROGRAM
           END-IF
           IF WS-CLASS-EXISTS = "Y" AND WS-IS-TEACHER = "N"
               AND WS-ROLE-ACTUAL NOT = "A"
               DISPLAY "Du unterrichtest diese Klasse nicht."
               PERFORM CLOSE-ALL
               EXIT PROGRAM
           END-IF

           EVALUATE WS-MODE
               WHEN 1
                   PERFORM MAINTAIN-ROSTER
               WHEN 2
                   PERFORM SET-ASSIGNMENT
               WHEN 3
                   PERFORM RECORD-RECITALS
               WHEN 4
                   PERFORM WEEK-OVERVIEW
               WHEN 5
                   PERFORM PRINT-CERTIFICATES
               WHEN OTHER
                   DISPLAY "Ungueltige Auswahl."
           END-EVALUATE
           PERFORM CLOSE-ALL
           EXIT PROGRAM.
       MEMORYVERSES-EXIT.

       CLOSE-ALL.
           CLOSE CLASS-MEMBER-FILE
           CLOSE MEMORY-ASSIGN-FILE
           CLOSE RECITAL-FILE
           CONTINUE.
       CLOSE-ALL-EXIT.

      * Children of the class into the table; does the class exist
      * and does the active user teach it?
       LOAD-ROSTER.
           MOVE 0 TO WS-CHILD-COUNT
           MOVE "N" TO WS-CLASS-EXISTS
           MOVE "N" TO WS-IS-TEACHER
           MOVE SPACES TO CLASS-MEMBER-KEY
           MOVE WS-CLASS-NAME TO CLASS-MEMBER-CLASS
           MOVE "N" TO WS-SCAN-EOF
           START CLASS-MEMBER-FILE
               KEY IS NOT LESS THAN CLASS-MEMBER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CLASS-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CLASS-MEMBER-CLASS NOT = WS-CLASS-NAME
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM ADD-ROSTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       LOAD-ROSTER-EXIT.

       ADD-ROSTER-ENTRY.
           MOVE "Y" TO WS-CLASS-EXISTS
           IF CLASS-MEMBER-ROLE = "T"
               IF FUNCTION trim(CLASS-MEMBER-NAME)
                   = FUNCTION trim(WS-USERNAME)
                   MOVE "Y" TO WS-IS-TEACHER
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CHILD-COUNT < WS-MAX-CHILDREN
               ADD 1 TO WS-CHILD-COUNT
               MOVE CLASS-MEMBER-NAME TO WS-CHILD-NAME(WS-CHILD-COUNT)
           END-IF
           CONTINUE.
       ADD-ROSTER-ENTRY-EXIT.

      * "Name" takes a child in, "+Name" another teacher, "-Name"
      * removes either. Recitals already recorded stay.
       MAINTAIN-ROSTER.
           IF WS-CLASS-EXISTS = "N"
               MOVE SPACES TO CLASS-MEMBER-RECORD
               MOVE WS-CLASS-NAME TO CLASS-MEMBER-CLASS
               MOVE FUNCTION trim(WS-USERNAME) TO CLASS-MEMBER-NAME
               MOVE "T" TO CLASS-MEMBER-ROLE
               WRITE CLASS-MEMBER-RECORD
                   INVALID KEY
                       REWRITE CLASS-MEMBER-RECORD
               END-WRITE
               DISPLAY "Klasse " FUNCTION trim(WS-CLASS-NAME)
                   " angelegt; du bist Lehrkraft."
           END-IF
           DISPLAY WS-CHILD-COUNT " Kind(er) in der Klasse."
           MOVE "N" TO WS-ROSTER-DONE
           PERFORM UNTIL WS-ROSTER-DONE = "Y"
               DISPLAY "Name (+Name = Lehrkraft, -Name = entfernen, "
                   "Enter = fertig): " WITH NO ADVANCING
               MOVE SPACES TO WS-ROSTER-INPUT
               ACCEPT WS-ROSTER-INPUT
               IF FUNCTION trim(WS-ROSTER-INPUT) = SPACES
                   MOVE "Y" TO WS-ROSTER-DONE
               ELSE
                   PERFORM APPLY-ROSTER-INPUT
               END-IF
           END-PERFORM
           CONTINUE.
       MAINTAIN-ROSTER-EXIT.

       APPLY-ROSTER-INPUT.
           MOVE FUNCTION trim(WS-ROSTER-INPUT) TO WS-ROSTER-INPUT
           MOVE SPACES TO CLASS-MEMBER-RECORD
           MOVE WS-CLASS-NAME TO CLASS-MEMBER-CLASS
           EVALUATE WS-ROSTER-INPUT(1:1)
               WHEN "-"
                   MOVE FUNCTION trim(WS-ROSTER-INPUT(2:))
                       TO CLASS-MEMBER-NAME
                   IF FUNCTION trim(CLASS-MEMBER-NAME)
                       = FUNCTION trim(WS-USERNAME)
                       DISPLAY "Du kannst dich nicht selbst "
                           "entfernen."
                       EXIT PARAGRAPH
                   END-IF
                   DELETE CLASS-MEMBER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Nicht in der Klasse."
                       NOT INVALID KEY
                           DISPLAY "Entfernt."
                   END-DELETE
               WHEN "+"
                   MOVE FUNCTION trim(WS-ROSTER-INPUT(2:))
                       TO CLASS-MEMBER-NAME
                   MOVE "T" TO CLASS-MEMBER-ROLE
                   WRITE CLASS-MEMBER-RECORD
                       INVALID KEY
                           REWRITE CLASS-MEMBER-RECORD
                   END-WRITE
                   DISPLAY "Lehrkraft eingetragen."
               WHEN OTHER
                   MOVE WS-ROSTER-INPUT TO CLASS-MEMBER-NAME
                   MOVE "K" TO CLASS-MEMBER-ROLE
                   WRITE CLASS-MEMBER-RECORD
                       INVALID KEY
                           DISPLAY "Schon in der Klasse."
                       NOT INVALID KEY
                           DISPLAY "Aufgenommen."
                   END-WRITE
           END-EVALUATE
           CONTINUE.
       APPLY-ROSTER-INPUT-EXIT.

      * The week is named by its Sunday; Enter means the coming
      * Sunday, any other day moves to the Sunday after it. Day 1
      * of the integer calendar (1601-01-01) was a Monday, so a
      * remainder of 0 is a Sunday.
       ASK-WEEK.
           DISPLAY "Sonntag der Woche (JJJJMMTT, Enter = kommender "
               "Sonntag): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF FUNCTION trim(WS-DATE-INPUT) = SPACES
               MOVE WS-TODAY TO WS-WEEK-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-WEEK-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-DATE) NOT = 0
               DISPLAY "Ungueltiges Datum: " WS-WEEK-DATE
               MOVE 0 TO WS-WEEK-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEK-INT = FUNCTION INTEGER-OF-DATE(WS-WEEK-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WEEK-INT, 7)
           IF WS-WEEKDAY NOT = 0
               COMPUTE WS-WEEK-INT = WS-WEEK-INT + 7 - WS-WEEKDAY
               COMPUTE WS-WEEK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
           END-IF
           MOVE "N" TO WS-ASSIGN-FOUND
           MOVE WS-CLASS-NAME TO MEMORY-ASSIGN-CLASS
           MOVE WS-WEEK-DATE TO MEMORY-ASSIGN-WEEK
           READ MEMORY-ASSIGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ASSIGN-FOUND
           END-READ
           MOVE WS-WEEK-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           CONTINUE.
       ASK-WEEK-EXIT.

       SET-ASSIGNMENT.
           PERFORM ASK-WEEK
           IF WS-WEEK-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSIGN-FOUND = "Y"
               DISPLAY "Wochenvers bis " WS-DATE-DISP " bisher: "
                   FUNCTION trim(MEMORY-ASSIGN-REF)
           END-IF
           DISPLAY "Bibelstelle (z.B. PS 23:1): " WITH NO ADVANCING
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
           PERFORM LOAD-DEFAULT-TRANSLATION
           DISPLAY "Uebersetzung (Enter = "
               FUNCTION trim(WS-BIBLE-SHORT) "): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF FUNCTION trim(WS-DATE-INPUT) NOT = SPACES
               MOVE FUNCTION trim(WS-DATE-INPUT) TO WS-BIBLE-SHORT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLASS-NAME TO MEMORY-ASSIGN-CLASS
           MOVE WS-WEEK-DATE TO MEMORY-ASSIGN-WEEK
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-NEW-REF))
               TO MEMORY-ASSIGN-REF
           MOVE WS-BIBLE-SHORT TO MEMORY-ASSIGN-SHORT
           MOVE WS-NEW-BOOK TO MEMORY-ASSIGN-BOOK
           MOVE WS-NEW-CHAPTER TO MEMORY-ASSIGN-CHAPTER
           MOVE WS-NEW-VFROM TO MEMORY-ASSIGN-VFROM
           MOVE WS-NEW-VTO TO MEMORY-ASSIGN-VTO
           MOVE FUNCTION trim(WS-USERNAME) TO MEMORY-ASSIGN-TEACHER
           WRITE MEMORY-ASSIGN-RECORD
               INVALID KEY
                   REWRITE MEMORY-ASSIGN-RECORD
           END-WRITE
           DISPLAY "Wochenvers bis " WS-DATE-DISP ": "
               FUNCTION trim(MEMORY-ASSIGN-REF) " ("
               FUNCTION trim(MEMORY-ASSIGN-SHORT) ")"
           CONTINUE.
       SET-ASSIGNMENT-EXIT.

      * One prompt per child; Enter keeps what is recorded, so a
      * teacher can enter only the children who recited today.
       RECORD-RECITALS.
           PERFORM ASK-WEEK
           IF WS-WEEK-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSIGN-FOUND = "N"
               DISPLAY "Fuer die Woche bis " WS-DATE-DISP
                   " ist kein Vers festgelegt."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Wochenvers: " FUNCTION trim(MEMORY-ASSIGN-REF)
           DISPLAY "B = bestanden, T = teilweise, N = noch nicht, "
               "Enter = unveraendert"
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CHILD-COUNT
               PERFORM RECORD-ONE-RECITAL
           END-PERFORM
           CONTINUE.
       RECORD-RECITALS-EXIT.

       RECORD-ONE-RECITAL.
           MOVE WS-CLASS-NAME TO RECITAL-CLASS
           MOVE WS-CHILD-NAME(WS-IDX) TO RECITAL-CHILD
           MOVE WS-WEEK-DATE TO RECITAL-WEEK
           MOVE "N" TO WS-FOUND
           READ RECITAL-FILE
               INVALID KEY
                   MOVE SPACE TO RECITAL-RESULT
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           DISPLAY FUNCTION trim(WS-CHILD-NAME(WS-IDX))
               " [" RECITAL-RESULT "]: " WITH NO ADVANCING
           MOVE SPACE TO WS-RESULT-INPUT
           ACCEPT WS-RESULT-INPUT
           MOVE FUNCTION UPPER-CASE(WS-RESULT-INPUT)
               TO WS-RESULT-INPUT
           IF WS-RESULT-INPUT NOT = "B" AND NOT = "T" AND NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESULT-INPUT TO RECITAL-RESULT
           MOVE WS-TODAY TO RECITAL-DATE
           MOVE FUNCTION trim(WS-USERNAME) TO RECITAL-TEACHER
           IF WS-FOUND = "Y"
               REWRITE RECITAL-RECORD
           ELSE
               WRITE RECITAL-RECORD
           END-IF
           CONTINUE.
       RECORD-ONE-RECITAL-EXIT.

       WEEK-OVERVIEW.
           PERFORM ASK-WEEK
           IF WS-WEEK-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSIGN-FOUND = "N"
               DISPLAY "Fuer die Woche bis " WS-DATE-DISP
                   " ist kein Vers festgelegt."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Klasse " FUNCTION trim(WS-CLASS-NAME)
               ", Woche bis " WS-DATE-DISP ": "
               FUNCTION trim(MEMORY-ASSIGN-REF) " ("
               FUNCTION trim(MEMORY-ASSIGN-SHORT) ")"
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CHILD-COUNT
               MOVE WS-CLASS-NAME TO RECITAL-CLASS
               MOVE WS-CHILD-NAME(WS-IDX) TO RECITAL-CHILD
               MOVE WS-WEEK-DATE TO RECITAL-WEEK
               READ RECITAL-FILE
                   INVALID KEY
                       MOVE SPACE TO RECITAL-RESULT
               END-READ
               PERFORM RESULT-TO-TEXT
               DISPLAY "  " WS-CHILD-NAME(WS-IDX) " " WS-RESULT-TEXT
           END-PERFORM
           CONTINUE.
       WEEK-OVERVIEW-EXIT.

       RESULT-TO-TEXT.
           EVALUATE RECITAL-RESULT
               WHEN "B"
                   MOVE "bestanden" TO WS-RESULT-TEXT
               WHEN "T"
                   MOVE "teilweise" TO WS-RESULT-TEXT
               WHEN "N"
                   MOVE "noch nicht" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "-" TO WS-RESULT-TEXT
           END-EVALUATE
           CONTINUE.
       RESULT-TO-TEXT-EXIT.

      * One certificate per child with at least one verse passed
      * in the period; children without one get none.
       PRINT-CERTIFICATES.
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
           DISPLAY "Nur fuer ein Kind (Enter = alle): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ONLY-CHILD
           ACCEPT WS-ONLY-CHILD
           MOVE 0 TO WS-CERT-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CHILD-COUNT
               IF WS-ONLY-CHILD = SPACES
                   OR FUNCTION trim(WS-ONLY-CHILD)
                       = FUNCTION trim(WS-CHILD-NAME(WS-IDX))
                   PERFORM PRINT-ONE-CERTIFICATE
               END-IF
           END-PERFORM
           DISPLAY WS-CERT-TOTAL " Urkunde(n) gedruckt."
           CONTINUE.
       PRINT-CERTIFICATES-EXIT.

       PRINT-ONE-CERTIFICATE.
           MOVE "N" TO WS-CERT-OPEN
           MOVE 0 TO WS-CERT-COUNT
           MOVE 0 TO WS-SHORT-COUNT
           MOVE WS-CLASS-NAME TO MEMORY-ASSIGN-CLASS
           MOVE WS-TERM-FROM TO MEMORY-ASSIGN-WEEK
           MOVE "N" TO WS-INNER-EOF
           START MEMORY-ASSIGN-FILE
               KEY IS NOT LESS THAN MEMORY-ASSIGN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-INNER-EOF
           END-START
           PERFORM UNTIL WS-INNER-EOF = "Y"
               READ MEMORY-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-INNER-EOF
                   NOT AT END
                       IF MEMORY-ASSIGN-CLASS NOT = WS-CLASS-NAME
                           OR MEMORY-ASSIGN-WEEK > WS-TERM-TO
                           MOVE "Y" TO WS-INNER-EOF
                       ELSE
                           PERFORM CERTIFY-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CERT-OPEN = "Y"
               PERFORM WRITE-CERT-FOOT
               CLOSE CertificateFile
               ADD 1 TO WS-CERT-TOTAL
               DISPLAY FUNCTION trim(WS-CHILD-NAME(WS-IDX)) ": "
                   WS-CERT-COUNT " Vers(e) - "
                   FUNCTION trim(WS-CERT-FILE)
           END-IF
           CONTINUE.
       PRINT-ONE-CERTIFICATE-EXIT.

       CERTIFY-ASSIGNMENT.
           MOVE WS-CLASS-NAME TO RECITAL-CLASS
           MOVE WS-CHILD-NAME(WS-IDX) TO RECITAL-CHILD
           MOVE MEMORY-ASSIGN-WEEK TO RECITAL-WEEK
           READ RECITAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RECITAL-RESULT NOT = "B"
               EXIT PARAGRAPH
           END-IF
           IF WS-CERT-OPEN = "N"
               PERFORM OPEN-CERTIFICATE
           END-IF
           ADD 1 TO WS-CERT-COUNT
           MOVE RECITAL-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE SPACES TO CertificateRecord
           WRITE CertificateRecord
           MOVE FUNCTION concatenate(
               "  ", FUNCTION trim(MEMORY-ASSIGN-REF), " (",
               FUNCTION trim(MEMORY-ASSIGN-SHORT), "), aufgesagt am ",
               WS-DATE-DISP
           ) TO CertificateRecord
           WRITE CertificateRecord
           PERFORM WRITE-VERSE-TEXT
           CONTINUE.
       CERTIFY-ASSIGNMENT-EXIT.

      * The verse text is quoted only where the translation's
      * rights allow printing; a whole chapter is only named.
       WRITE-VERSE-TEXT.
           IF MEMORY-ASSIGN-VFROM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE MEMORY-ASSIGN-SHORT TO WS-BIBLE-SHORT
           PERFORM REMEMBER-TRANSLATION
           IF WS-RIGHTS = "GESPERRT"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DATA-FILE
           MOVE MEMORY-ASSIGN-VTO TO WS-VERSE-LAST
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-VERSE-LAST < MEMORY-ASSIGN-VFROM
               MOVE MEMORY-ASSIGN-VFROM TO WS-VERSE-LAST
           END-IF
           MOVE 6 TO WS-WRAP-INDENT
           PERFORM VARYING WS-VERSE-NO FROM MEMORY-ASSIGN-VFROM BY 1
               UNTIL WS-VERSE-NO > WS-VERSE-LAST
               MOVE MEMORY-ASSIGN-BOOK TO BIBLE-DATA-BOOK
               MOVE MEMORY-ASSIGN-CHAPTER TO BIBLE-DATA-CHAPTER
               MOVE WS-VERSE-NO TO BIBLE-DATA-VERSE
               READ BIBLE-DATA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-VERSE-NO TO WS-VERSE-DISP
                       PERFORM JOIN-VERSE-TEXT
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-VERSE-DISP), " ",
                           FUNCTION trim(WS-VT-FULL-TEXT)
                       ) TO WS-WRAP-TEXT
                       PERFORM WRITE-WRAPPED
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       WRITE-VERSE-TEXT-EXIT.

      * Rights and copyright of each translation quoted, once per
      * certificate; the copyright notices go into the footer.
       REMEMBER-TRANSLATION.
           PERFORM VARYING WS-SHORT-IDX FROM 1 BY 1
               UNTIL WS-SHORT-IDX > WS-SHORT-COUNT
               IF WS-SHORT-NAME(WS-SHORT-IDX) = WS-BIBLE-SHORT
                   PERFORM READ-RIGHTS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM READ-RIGHTS
           IF WS-RIGHTS NOT = "GESPERRT" AND WS-SHORT-COUNT < 5
               ADD 1 TO WS-SHORT-COUNT
               MOVE WS-BIBLE-SHORT TO WS-SHORT-NAME(WS-SHORT-COUNT)
               MOVE WS-COPYRIGHT
                   TO WS-SHORT-COPYRIGHT(WS-SHORT-COUNT)
           END-IF
           CONTINUE.
       REMEMBER-TRANSLATION-EXIT.

       OPEN-CERTIFICATE.
           MOVE FUNCTION lower-case(FUNCTION trim(WS-CLASS-NAME))
               TO WS-FILE-PART
           PERFORM BLANKS-TO-UNDERSCORE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-FILE-PART), "."
           ) TO WS-CERT-FILE
           MOVE FUNCTION lower-case(
               FUNCTION trim(WS-CHILD-NAME(WS-IDX))) TO WS-FILE-PART
           PERFORM BLANKS-TO-UNDERSCORE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CERT-FILE),
               FUNCTION trim(WS-FILE-PART), ".urkunde.txt"
           ) TO WS-CERT-FILE
           OPEN OUTPUT CertificateFile
           MOVE "Y" TO WS-CERT-OPEN

           MOVE ALL "=" TO CertificateRecord(1:WS-WRAP-WIDTH)
           WRITE CertificateRecord
           MOVE "U R K U N D E" TO WS-CENTER-TEXT
           PERFORM WRITE-CENTERED
           MOVE ALL "=" TO CertificateRecord(1:WS-WRAP-WIDTH)
           WRITE CertificateRecord
           MOVE SPACES TO CertificateRecord
           WRITE CertificateRecord
           MOVE WS-CHILD-NAME(WS-IDX) TO WS-CENTER-TEXT
           PERFORM WRITE-CENTERED
           MOVE SPACES TO CertificateRecord
           WRITE CertificateRecord
           MOVE WS-TERM-FROM TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE FUNCTION concatenate(
               "hat in der Klasse ", FUNCTION trim(WS-CLASS-NAME),
               " vom ", WS-DATE-DISP, " bis "
           ) TO WS-CENTER-TEXT
           MOVE WS-TERM-TO TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CENTER-TEXT), " ", WS-DATE-DISP
           ) TO WS-CENTER-TEXT
           PERFORM WRITE-CENTERED
           MOVE "diese Bibelverse auswendig aufgesagt:"
               TO WS-CENTER-TEXT
           PERFORM WRITE-CENTERED
           CONTINUE.
       OPEN-CERTIFICATE-EXIT.

       WRITE-CERT-FOOT.
           MOVE SPACES TO CertificateRecord
           WRITE CertificateRecord
           MOVE WS-CERT-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "Zusammen ", FUNCTION trim(WS-COUNT-DISP),
               " Bibelvers(e). Herzlichen Glueckwunsch!"
           ) TO WS-CENTER-TEXT
           PERFORM WRITE-CENTERED
           MOVE SPACES TO CertificateRecord
           WRITE CertificateRecord
           WRITE CertificateRecord
           MOVE WS-TODAY TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE FUNCTION concatenate(
               "  ", WS-DATE-DISP, "          ",
               "______________________________"
           ) TO CertificateRecord
           WRITE CertificateRecord
           MOVE SPACES TO CertificateRecord
           MOVE FUNCTION trim(WS-USERNAME)
               TO CertificateRecord(25:)
           WRITE CertificateRecord
           MOVE SPACES TO CertificateRecord
           WRITE CertificateRecord
           MOVE ALL "-" TO CertificateRecord(1:WS-WRAP-WIDTH)
           WRITE CertificateRecord
           MOVE 0 TO WS-WRAP-INDENT
           PERFORM VARYING WS-SHORT-IDX FROM 1 BY 1
               UNTIL WS-SHORT-IDX > WS-SHORT-COUNT
               IF WS-SHORT-COPYRIGHT(WS-SHORT-IDX) NOT = SPACES
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-SHORT-NAME(WS-SHORT-IDX)),
                       ": ",
                       FUNCTION trim(WS-SHORT-COPYRIGHT(WS-SHORT-IDX))
                   ) TO WS-WRAP-TEXT
                   PERFORM WRITE-WRAPPED
               END-IF
           END-PERFORM
           CONTINUE.
       WRITE-CERT-FOOT-EXIT.

       BLANKS-TO-UNDERSCORE.
           COMPUTE WS-FILE-PART-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-FILE-PART))
           IF WS-FILE-PART-LEN > 0
               INSPECT WS-FILE-PART(1:WS-FILE-PART-LEN)
                   REPLACING ALL SPACE BY "_"
           END-IF
           CONTINUE.
       BLANKS-TO-UNDERSCORE-EXIT.

       WRITE-CENTERED.
           COMPUTE WS-CENTER-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-CENTER-TEXT))
           MOVE SPACES TO CertificateRecord
           IF WS-CENTER-LEN >= WS-WRAP-WIDTH
               MOVE FUNCTION trim(WS-CENTER-TEXT) TO CertificateRecord
           ELSE
               COMPUTE WS-CENTER-PAD =
                   (WS-WRAP-WIDTH - WS-CENTER-LEN) / 2
               MOVE FUNCTION trim(WS-CENTER-TEXT)
                   TO CertificateRecord(WS-CENTER-PAD + 1:)
           END-IF
           WRITE CertificateRecord
           CONTINUE.
       WRITE-CENTERED-EXIT.

      * Break at the last blank before the wrap width as in
      * sundayBulletin; here every line is indented by
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
           MOVE SPACES TO CertificateRecord
           MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
               TO CertificateRecord(WS-WRAP-INDENT + 1:)
           WRITE CertificateRecord
           ADD WS-WRAP-CUT TO WS-WRAP-POS
           CONTINUE.
       WRITE-WRAPPED-LINE-EXIT.

       FORMAT-DATE.
           MOVE FUNCTION concatenate(
               WS-DATE-IN(7:2), ".", WS-DATE-IN(5:2), ".",
               WS-DATE-IN(1:4)
           ) TO WS-DATE-DISP
           CONTINUE.
       FORMAT-DATE-EXIT.

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

       OPEN-CLASSES.
           OPEN I-O CLASS-MEMBER-FILE
           IF WS-CLASS-STATUS = "35"
               OPEN OUTPUT CLASS-MEMBER-FILE
               CLOSE CLASS-MEMBER-FILE
               OPEN I-O CLASS-MEMBER-FILE
           END-IF
           CONTINUE.
       OPEN-CLASSES-EXIT.

       OPEN-ASSIGNMENTS.
           OPEN I-O MEMORY-ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "35"
               OPEN OUTPUT MEMORY-ASSIGN-FILE
               CLOSE MEMORY-ASSIGN-FILE
               OPEN I-O MEMORY-ASSIGN-FILE
           END-IF
           CONTINUE.
       OPEN-ASSIGNMENTS-EXIT.

       OPEN-RECITALS.
           OPEN I-O RECITAL-FILE
           IF WS-RECITAL-STATUS = "35"
               OPEN OUTPUT RECITAL-FILE
               CLOSE RECITAL-FILE
               OPEN I-O RECITAL-FILE
           END-IF
           CONTINUE.
       OPEN-RECITALS-EXIT.

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
           END PROGRAM memoryVerses.
