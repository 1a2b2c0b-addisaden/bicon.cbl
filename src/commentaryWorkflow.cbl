      * Editorial workflow for the in-house commentary.
      *
      * Authors (group leaders, reviewers and administrators) write
      * verse-range entries as drafts, edit their own drafts and
      * submit them to a reviewer. A reviewer (role "P" Pruefer, or
      * an administrator) approves an entry or returns it to the
      * author with a comment; nobody reviews an entry of their
      * own. Entries live in commentary.entries.data (layout in
      * cpy/file-section/commentary-entry-file), every change of an
      * entry is kept in commentary.revisions.data.
      *
      * Only published entries reach the readers: each approval
      * builds hauskommentar.commentary.data afresh from all
      * published entries, one record per verse of each entry's
      * range (entries sharing a verse are joined with " | "), and
      * readTranslation shows it as a commentary set of its own.
      * loadCommentary leaves that set name alone.
      *
      * An entry is changed only as the user saw it: it is read
      * again WITH LOCK right before the rewrite, a lock held
      * elsewhere (status 51) or a newer revision leaves it alone.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. commentaryWorkflow.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMENTARY-ENTRY-FILE
               ASSIGN TO "commentary.entries.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMMENTARY-ENTRY-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-ENTRY-STATUS.
           SELECT COMMENTARY-REVISION-FILE
               ASSIGN TO "commentary.revisions.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMMENTARY-REVISION-KEY
               FILE STATUS IS WS-REVISION-STATUS.
           SELECT BIBLE-COMMENTARY-FILE
               ASSIGN TO "hauskommentar.commentary.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-COMMENTARY-ID
               FILE STATUS IS WS-HOUSE-STATUS.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-USER-PROFILES-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/commentary-entry-file'.
           COPY 'cpy/file-section/commentary-revision-file'.
           COPY 'cpy/file-section/bible-commentary-file'.
           COPY 'cpy/file-section/user-profile-file'.
       WORKING-STORAGE SECTION.
       01 WS-ENTRY-STATUS       PIC XX.
       01 WS-REVISION-STATUS    PIC XX.
       01 WS-HOUSE-STATUS       PIC XX.
       01 WS-USER-PROFILES-STATUS PIC XX.
       01 WS-USERNAME           PIC X(30).
       01 WS-IS-REVIEWER        PIC X VALUE "N".
       01 WS-DONE               PIC X VALUE "N".
       01 WS-PICK               PIC 9(1).
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-SHOWN              PIC 9(5).
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-DAYS-WAITING       PIC 9(5).
       01 WS-STATUS-TEXT        PIC X(16).
       01 WS-STATUS-WANTED      PIC X(1).

       01 WS-ENTRY-INPUT        PIC X(10).
       01 WS-ENTRY-FOUND        PIC X VALUE "N".
       01 WS-NEXT-ID            PIC 9(6).
       01 WS-NEW-REF            PIC X(50).
       01 WS-NEW-BOOK           PIC 9(3).
       01 WS-NEW-CHAPTER        PIC 9(3).
       01 WS-NEW-VFROM          PIC 9(3).
       01 WS-NEW-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-NEW-TEXT           PIC X(500).
       01 WS-NEW-COMMENT        PIC X(250).
       01 WS-NEW-REVIEWER       PIC X(30).
       01 WS-REVIEWER-OK        PIC X VALUE "N".
       01 WS-DECISION           PIC X(1).

      * the entry as the user saw it, and the revision to write
       01 WS-REVISION-SEEN      PIC 9(4).
       01 WS-EDIT-CONFLICT      PIC X VALUE "N".
       01 WS-REV-ACTION         PIC X(12).
       01 WS-REV-COMMENT        PIC X(250).

      * building the published set
       01 WS-HOUSE-FOUND        PIC X VALUE "N".
       01 WS-HOUSE-TEXT         PIC X(500).
       01 WS-VERSE              PIC 9(3).
       01 WS-PUBLISHED-ENTRIES  PIC 9(5).
       01 WS-PUBLISHED-VERSES   PIC 9(5).

      * open reviews per reviewer
       01 WS-REVIEWER-COUNT     PIC 9(3).
       01 WS-REVIEWER-IDX       PIC 9(3).
       01 WS-REVIEWER-TABLE.
           05 WS-REVIEWER-ROW OCCURS 100 TIMES.
               10 WS-RV-NAME    PIC X(30).
               10 WS-RV-OPEN    PIC 9(5).
               10 WS-RV-OLDEST  PIC 9(5).

      * Role gate, see lib/checkRole. A reviewer ranks as a reader
      * there, so the roles let in here are tested below.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "commentaryWorkflow".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "R".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).
       PROCEDURE DIVISION.
       COMMENTARYWORKFLOW.
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
           IF WS-ROLE-ACTUAL NOT = "L" AND WS-ROLE-ACTUAL NOT = "P"
               AND WS-ROLE-ACTUAL NOT = "A"
               DISPLAY "Keine Berechtigung fuer "
                   FUNCTION trim(WS-ROLE-PROGRAM)
                   " (nur Gruppenleiter, Pruefer, Administratoren)."
               EXIT PROGRAM
           END-IF
           MOVE WS-ROLE-USER TO WS-USERNAME
           IF WS-ROLE-ACTUAL = "P" OR WS-ROLE-ACTUAL = "A"
               MOVE "Y" TO WS-IS-REVIEWER
           END-IF
           PERFORM OPEN-ENTRIES
           PERFORM OPEN-REVISIONS

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY SPACE
               DISPLAY "1: Entwurf anlegen  2: Entwurf bearbeiten  "
                   "3: Zur Pruefung einreichen  4: Pruefen  "
                   "5: Eintraege anzeigen  6: Versionsgeschichte  "
                   "7: Offene Pruefungen  "
                   "8: Hauskommentar neu aufbauen  0: Ende. "
                   "Auswahl: "
                   WITH NO ADVANCING
               ACCEPT WS-PICK
               EVALUATE WS-PICK
                   WHEN 0
                       MOVE "Y" TO WS-DONE
                   WHEN 1
                       PERFORM NEW-DRAFT
                   WHEN 2
                       PERFORM EDIT-DRAFT
                   WHEN 3
                       PERFORM SUBMIT-DRAFT
                   WHEN 4
                       PERFORM REVIEW-ENTRY
                   WHEN 5
                       PERFORM LIST-ENTRIES
                   WHEN 6
                       PERFORM SHOW-HISTORY
                   WHEN 7
                       PERFORM OPEN-REVIEWS-REPORT
                   WHEN 8
                       IF WS-IS-REVIEWER = "Y"
                           PERFORM PUBLISH-COMMENTARY
                       ELSE
                           DISPLAY "Nur Pruefer und Administratoren "
                               "bauen den Hauskommentar auf."
                       END-IF
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl."
               END-EVALUATE
           END-PERFORM
           CLOSE COMMENTARY-ENTRY-FILE
           CLOSE COMMENTARY-REVISION-FILE
           EXIT PROGRAM.
       COMMENTARYWORKFLOW-EXIT.

       NEW-DRAFT.
           DISPLAY "Bibelstelle (z.B. JOH 3:16-18): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-REF
           PERFORM PARSE-NEW-REF
           IF WS-REF-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kommentartext: " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-TEXT
           ACCEPT WS-NEW-TEXT
           IF FUNCTION trim(WS-NEW-TEXT) = SPACES
               DISPLAY "Kein Text - nichts angelegt."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-ID
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO COMMENTARY-ENTRY-RECORD
           MOVE WS-NEXT-ID TO COMMENTARY-ENTRY-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-NEW-REF))
               TO COMMENTARY-ENTRY-REF
           MOVE WS-NEW-BOOK TO COMMENTARY-ENTRY-BOOK
           MOVE WS-NEW-CHAPTER TO COMMENTARY-ENTRY-CHAPTER
           MOVE WS-NEW-VFROM TO COMMENTARY-ENTRY-VFROM
           MOVE WS-NEW-VTO TO COMMENTARY-ENTRY-VTO
           SET COMMENTARY-ENTRY-DRAFT TO TRUE
           MOVE WS-USERNAME TO COMMENTARY-ENTRY-AUTHOR
           MOVE 1 TO COMMENTARY-ENTRY-REVISION
           MOVE WS-NOW-DATE TO COMMENTARY-ENTRY-DATE
           MOVE WS-NOW-TIME TO COMMENTARY-ENTRY-TIME
           MOVE 0 TO COMMENTARY-ENTRY-SUBMITTED
           MOVE WS-NEW-TEXT TO COMMENTARY-ENTRY-TEXT
      * the number may have been taken at another terminal since
      * FIND-NEXT-ID looked
           WRITE COMMENTARY-ENTRY-RECORD
               INVALID KEY
                   DISPLAY "Eintragsnummer inzwischen vergeben - "
                       "bitte erneut."
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "ANGELEGT" TO WS-REV-ACTION
           MOVE SPACES TO WS-REV-COMMENT
           PERFORM WRITE-REVISION
           DISPLAY "Entwurf " COMMENTARY-ENTRY-ID " angelegt."
           CONTINUE.
       NEW-DRAFT-EXIT.

      * an entry always covers verses - the published set is keyed
      * by verse
       PARSE-NEW-REF.
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
           IF WS-NEW-VFROM = 0
               DISPLAY "Bitte Verse angeben (z.B. JOH 3:16-18)."
               MOVE "N" TO WS-REF-OK
           END-IF
           CONTINUE.
       PARSE-NEW-REF-EXIT.

       FIND-NEXT-ID.
           MOVE 0 TO WS-NEXT-ID
           MOVE 0 TO COMMENTARY-ENTRY-ID
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-ENTRY-FILE
               KEY IS NOT LESS THAN COMMENTARY-ENTRY-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE COMMENTARY-ENTRY-ID TO WS-NEXT-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-ID
           CONTINUE.
       FIND-NEXT-ID-EXIT.

       EDIT-DRAFT.
           PERFORM FETCH-ENTRY
           IF WS-ENTRY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OWN-DRAFT
           IF WS-ENTRY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(COMMENTARY-ENTRY-COMMENT) NOT = SPACES
               DISPLAY "Anmerkung des Pruefers: "
                   FUNCTION trim(COMMENTARY-ENTRY-COMMENT)
           END-IF
           DISPLAY "Bibelstelle (Enter = unveraendert): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-REF
           ACCEPT WS-NEW-REF
           IF FUNCTION trim(WS-NEW-REF) NOT = SPACES
               PERFORM PARSE-NEW-REF
               IF WS-REF-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Neuer Text (Enter = unveraendert): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-TEXT
           ACCEPT WS-NEW-TEXT
           IF FUNCTION trim(WS-NEW-REF) = SPACES
               AND FUNCTION trim(WS-NEW-TEXT) = SPACES
               DISPLAY "Nichts geaendert."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-ENTRY
           IF WS-EDIT-CONFLICT NOT = "N"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-NEW-REF) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-NEW-REF))
                   TO COMMENTARY-ENTRY-REF
               MOVE WS-NEW-BOOK TO COMMENTARY-ENTRY-BOOK
               MOVE WS-NEW-CHAPTER TO COMMENTARY-ENTRY-CHAPTER
               MOVE WS-NEW-VFROM TO COMMENTARY-ENTRY-VFROM
               MOVE WS-NEW-VTO TO COMMENTARY-ENTRY-VTO
           END-IF
           IF FUNCTION trim(WS-NEW-TEXT) NOT = SPACES
               MOVE WS-NEW-TEXT TO COMMENTARY-ENTRY-TEXT
           END-IF
           MOVE "GEAENDERT" TO WS-REV-ACTION
           MOVE SPACES TO WS-REV-COMMENT
           PERFORM REWRITE-ENTRY
           CONTINUE.
       EDIT-DRAFT-EXIT.

       SUBMIT-DRAFT.
           PERFORM FETCH-ENTRY
           IF WS-ENTRY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OWN-DRAFT
           IF WS-ENTRY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(COMMENTARY-ENTRY-REVIEWER) NOT = SPACES
               DISPLAY "Pruefer (Enter = "
                   FUNCTION trim(COMMENTARY-ENTRY-REVIEWER) "): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Pruefer: " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-NEW-REVIEWER
           ACCEPT WS-NEW-REVIEWER
           IF FUNCTION trim(WS-NEW-REVIEWER) = SPACES
               MOVE COMMENTARY-ENTRY-REVIEWER TO WS-NEW-REVIEWER
           END-IF
           IF FUNCTION trim(WS-NEW-REVIEWER) = SPACES
               DISPLAY "Kein Pruefer angegeben."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REVIEWER
           IF WS-REVIEWER-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-ENTRY
           IF WS-EDIT-CONFLICT NOT = "N"
               EXIT PARAGRAPH
           END-IF
           SET COMMENTARY-ENTRY-IN-REVIEW TO TRUE
           MOVE FUNCTION trim(WS-NEW-REVIEWER)
               TO COMMENTARY-ENTRY-REVIEWER
           ACCEPT COMMENTARY-ENTRY-SUBMITTED FROM DATE YYYYMMDD
           MOVE "EINGEREICHT" TO WS-REV-ACTION
           MOVE SPACES TO WS-REV-COMMENT
           PERFORM REWRITE-ENTRY
           CONTINUE.
       SUBMIT-DRAFT-EXIT.

      * The reviewer assigned on submission decides; an
      * administrator may decide in the reviewer's place, but never
      * on an entry of their own.
       REVIEW-ENTRY.
           IF WS-IS-REVIEWER = "N"
               DISPLAY "Pruefen duerfen nur Pruefer und "
                   "Administratoren."
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-ENTRY
           IF WS-ENTRY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF NOT COMMENTARY-ENTRY-IN-REVIEW
               DISPLAY "Eintrag ist nicht in Pruefung."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(COMMENTARY-ENTRY-AUTHOR)
               = FUNCTION trim(WS-USERNAME)
               DISPLAY "Eigene Eintraege prueft ein anderer."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(COMMENTARY-ENTRY-REVIEWER)
               NOT = FUNCTION trim(WS-USERNAME)
               AND WS-ROLE-ACTUAL NOT = "A"
               DISPLAY "Eintrag ist "
                   FUNCTION trim(COMMENTARY-ENTRY-REVIEWER)
                   " zur Pruefung zugewiesen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "F = freigeben, Z = zurueck an den Autor, "
               "Enter = abbrechen: " WITH NO ADVANCING
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           IF WS-DECISION NOT = "F" AND WS-DECISION NOT = "Z"
               DISPLAY "Nichts geaendert."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-COMMENT
           IF WS-DECISION = "Z"
               DISPLAY "Anmerkung fuer den Autor: " WITH NO ADVANCING
               ACCEPT WS-NEW-COMMENT
               IF FUNCTION trim(WS-NEW-COMMENT) = SPACES
                   DISPLAY "Ohne Anmerkung wird nicht "
                       "zurueckgegeben."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOCK-ENTRY
           IF WS-EDIT-CONFLICT NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME TO COMMENTARY-ENTRY-REVIEWER
           MOVE WS-NEW-COMMENT TO COMMENTARY-ENTRY-COMMENT
           MOVE WS-NEW-COMMENT TO WS-REV-COMMENT
           IF WS-DECISION = "F"
               SET COMMENTARY-ENTRY-PUBLISHED TO TRUE
               MOVE "FREIGEGEBEN" TO WS-REV-ACTION
           ELSE
               SET COMMENTARY-ENTRY-DRAFT TO TRUE
               MOVE "ZURUECK" TO WS-REV-ACTION
           END-IF
           PERFORM REWRITE-ENTRY
           IF WS-DECISION = "F" AND WS-EDIT-CONFLICT = "N"
               PERFORM PUBLISH-COMMENTARY
           END-IF
           CONTINUE.
       REVIEW-ENTRY-EXIT.

       LIST-ENTRIES.
           DISPLAY "Status (E = Entwurf, P = in Pruefung, "
               "V = veroeffentlicht, Enter = alle): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-STATUS-WANTED
           ACCEPT WS-STATUS-WANTED
           MOVE FUNCTION UPPER-CASE(WS-STATUS-WANTED)
               TO WS-STATUS-WANTED
           MOVE 0 TO WS-SHOWN
           MOVE 0 TO COMMENTARY-ENTRY-ID
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-ENTRY-FILE
               KEY IS NOT LESS THAN COMMENTARY-ENTRY-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF WS-STATUS-WANTED = SPACE
                           OR WS-STATUS-WANTED
                               = COMMENTARY-ENTRY-STATUS
                           ADD 1 TO WS-SHOWN
                           PERFORM DESCRIBE-STATUS
                           DISPLAY COMMENTARY-ENTRY-ID " "
                               FUNCTION trim(COMMENTARY-ENTRY-REF)
                               " - " FUNCTION trim(WS-STATUS-TEXT)
                               " - " FUNCTION trim(
                                   COMMENTARY-ENTRY-AUTHOR)
                               " / " FUNCTION trim(
                                   COMMENTARY-ENTRY-REVIEWER)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "Keine Eintraege."
           END-IF
           CONTINUE.
       LIST-ENTRIES-EXIT.

       SHOW-HISTORY.
           PERFORM FETCH-ENTRY
           IF WS-ENTRY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE COMMENTARY-ENTRY-ID TO COMMENTARY-REVISION-ENTRY
           MOVE 0 TO COMMENTARY-REVISION-SEQ
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-REVISION-FILE
               KEY IS NOT LESS THAN COMMENTARY-REVISION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-REVISION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF COMMENTARY-REVISION-ENTRY
                           NOT = COMMENTARY-ENTRY-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM SHOW-REVISION
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       SHOW-HISTORY-EXIT.

       SHOW-REVISION.
           DISPLAY SPACE
           DISPLAY COMMENTARY-REVISION-SEQ " "
               COMMENTARY-REVISION-DATE " "
               COMMENTARY-REVISION-TIME(1:4) " "
               FUNCTION trim(COMMENTARY-REVISION-ACTION) " ("
               FUNCTION trim(COMMENTARY-REVISION-USER) ") "
               FUNCTION trim(COMMENTARY-REVISION-REF)
           DISPLAY "    " FUNCTION trim(COMMENTARY-REVISION-TEXT)
           IF FUNCTION trim(COMMENTARY-REVISION-COMMENT) NOT = SPACES
               DISPLAY "    Anmerkung: "
                   FUNCTION trim(COMMENTARY-REVISION-COMMENT)
           END-IF
           CONTINUE.
       SHOW-REVISION-EXIT.

      * Every reviewer with entries waiting, how many and for how
      * long, then the entries themselves in entry order.
       OPEN-REVIEWS-REPORT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           MOVE 0 TO WS-REVIEWER-COUNT
           MOVE 0 TO COMMENTARY-ENTRY-ID
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-ENTRY-FILE
               KEY IS NOT LESS THAN COMMENTARY-ENTRY-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF COMMENTARY-ENTRY-IN-REVIEW
                           PERFORM COUNT-OPEN-REVIEW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REVIEWER-COUNT = 0
               DISPLAY "Keine offenen Pruefungen."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REVIEWER-IDX FROM 1 BY 1
               UNTIL WS-REVIEWER-IDX > WS-REVIEWER-COUNT
               DISPLAY SPACE
               DISPLAY FUNCTION trim(WS-RV-NAME(WS-REVIEWER-IDX))
                   ": " WS-RV-OPEN(WS-REVIEWER-IDX)
                   " offen, laengste Wartezeit "
                   WS-RV-OLDEST(WS-REVIEWER-IDX) " Tage"
               PERFORM LIST-OPEN-REVIEWS
           END-PERFORM
           CONTINUE.
       OPEN-REVIEWS-REPORT-EXIT.

       COUNT-OPEN-REVIEW.
           PERFORM COMPUTE-DAYS-WAITING
           PERFORM VARYING WS-REVIEWER-IDX FROM 1 BY 1
               UNTIL WS-REVIEWER-IDX > WS-REVIEWER-COUNT
               OR WS-RV-NAME(WS-REVIEWER-IDX)
                   = COMMENTARY-ENTRY-REVIEWER
               CONTINUE
           END-PERFORM
           IF WS-REVIEWER-IDX > WS-REVIEWER-COUNT
               IF WS-REVIEWER-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REVIEWER-COUNT
               MOVE COMMENTARY-ENTRY-REVIEWER
                   TO WS-RV-NAME(WS-REVIEWER-IDX)
               MOVE 0 TO WS-RV-OPEN(WS-REVIEWER-IDX)
               MOVE 0 TO WS-RV-OLDEST(WS-REVIEWER-IDX)
           END-IF
           ADD 1 TO WS-RV-OPEN(WS-REVIEWER-IDX)
           IF WS-DAYS-WAITING > WS-RV-OLDEST(WS-REVIEWER-IDX)
               MOVE WS-DAYS-WAITING TO WS-RV-OLDEST(WS-REVIEWER-IDX)
           END-IF
           CONTINUE.
       COUNT-OPEN-REVIEW-EXIT.

       LIST-OPEN-REVIEWS.
           MOVE 0 TO COMMENTARY-ENTRY-ID
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-ENTRY-FILE
               KEY IS NOT LESS THAN COMMENTARY-ENTRY-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF COMMENTARY-ENTRY-IN-REVIEW
                           AND COMMENTARY-ENTRY-REVIEWER
                               = WS-RV-NAME(WS-REVIEWER-IDX)
                           PERFORM COMPUTE-DAYS-WAITING
                           DISPLAY "  " COMMENTARY-ENTRY-ID " "
                               FUNCTION trim(COMMENTARY-ENTRY-REF)
                               " von " FUNCTION trim(
                                   COMMENTARY-ENTRY-AUTHOR)
                               ", eingereicht "
                               COMMENTARY-ENTRY-SUBMITTED ", "
                               WS-DAYS-WAITING " Tage"
                       END-IF
               END-READ
           END-PERFORM
           CONTINUE.
       LIST-OPEN-REVIEWS-EXIT.

       COMPUTE-DAYS-WAITING.
           MOVE 0 TO WS-DAYS-WAITING
           IF FUNCTION TEST-DATE-YYYYMMDD(COMMENTARY-ENTRY-SUBMITTED)
               NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(COMMENTARY-ENTRY-SUBMITTED)
               < WS-TODAY-INT
               COMPUTE WS-DAYS-WAITING = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(
                       COMMENTARY-ENTRY-SUBMITTED)
           END-IF
           CONTINUE.
       COMPUTE-DAYS-WAITING-EXIT.

      * The published set is built afresh from every published
      * entry, so a set that went astray is restored the same way.
       PUBLISH-COMMENTARY.
           OPEN OUTPUT BIBLE-COMMENTARY-FILE
           CLOSE BIBLE-COMMENTARY-FILE
           OPEN I-O BIBLE-COMMENTARY-FILE
           IF WS-HOUSE-STATUS NOT = "00"
               DISPLAY "hauskommentar.commentary.data nicht "
                   "beschreibbar (Status " WS-HOUSE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PUBLISHED-ENTRIES
           MOVE 0 TO WS-PUBLISHED-VERSES
           MOVE 0 TO COMMENTARY-ENTRY-ID
           MOVE "N" TO WS-SCAN-EOF
           START COMMENTARY-ENTRY-FILE
               KEY IS NOT LESS THAN COMMENTARY-ENTRY-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COMMENTARY-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF COMMENTARY-ENTRY-PUBLISHED
                           ADD 1 TO WS-PUBLISHED-ENTRIES
                           PERFORM VARYING WS-VERSE
                               FROM COMMENTARY-ENTRY-VFROM BY 1
                               UNTIL WS-VERSE > COMMENTARY-ENTRY-VTO
                               PERFORM PUBLISH-VERSE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-COMMENTARY-FILE
           DISPLAY "Hauskommentar aufgebaut: " WS-PUBLISHED-ENTRIES
               " Eintraege, " WS-PUBLISHED-VERSES " Verse."
           CONTINUE.
       PUBLISH-COMMENTARY-EXIT.

       PUBLISH-VERSE.
           MOVE COMMENTARY-ENTRY-BOOK TO BIBLE-COMMENTARY-BOOK
           MOVE COMMENTARY-ENTRY-CHAPTER TO BIBLE-COMMENTARY-CHAPTER
           MOVE WS-VERSE TO BIBLE-COMMENTARY-VERSE
           MOVE "Y" TO WS-HOUSE-FOUND
           READ BIBLE-COMMENTARY-FILE
               INVALID KEY
                   MOVE "N" TO WS-HOUSE-FOUND
           END-READ
           IF WS-HOUSE-FOUND = "N"
               MOVE COMMENTARY-ENTRY-BOOK TO BIBLE-COMMENTARY-BOOK
               MOVE COMMENTARY-ENTRY-CHAPTER
                   TO BIBLE-COMMENTARY-CHAPTER
               MOVE WS-VERSE TO BIBLE-COMMENTARY-VERSE
               MOVE COMMENTARY-ENTRY-TEXT TO BIBLE-COMMENTARY-TEXT
               WRITE BIBLE-COMMENTARY-RECORD
               END-WRITE
               ADD 1 TO WS-PUBLISHED-VERSES
           ELSE
      * several entries on one verse share its record
               MOVE FUNCTION concatenate(
                   FUNCTION trim(BIBLE-COMMENTARY-TEXT), " | ",
                   FUNCTION trim(COMMENTARY-ENTRY-TEXT)
               ) TO WS-HOUSE-TEXT
               MOVE WS-HOUSE-TEXT TO BIBLE-COMMENTARY-TEXT
               REWRITE BIBLE-COMMENTARY-RECORD
               END-REWRITE
           END-IF
           CONTINUE.
       PUBLISH-VERSE-EXIT.

       FETCH-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND
           DISPLAY "Eintrag Nr.: " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-INPUT
           ACCEPT WS-ENTRY-INPUT
           IF FUNCTION trim(WS-ENTRY-INPUT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-ENTRY-INPUT) IS NOT NUMERIC
               DISPLAY "Ungueltige Eintragsnummer."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ENTRY-INPUT) TO COMMENTARY-ENTRY-ID
           READ COMMENTARY-ENTRY-FILE
               INVALID KEY
                   DISPLAY "Kein solcher Eintrag."
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-ENTRY-FOUND
           MOVE COMMENTARY-ENTRY-REVISION TO WS-REVISION-SEEN
           PERFORM DESCRIBE-STATUS
           DISPLAY "Eintrag " COMMENTARY-ENTRY-ID " "
               FUNCTION trim(COMMENTARY-ENTRY-REF) " ("
               FUNCTION trim(WS-STATUS-TEXT) ")"
           DISPLAY "Autor: " FUNCTION trim(COMMENTARY-ENTRY-AUTHOR)
               "  Pruefer: " FUNCTION trim(COMMENTARY-ENTRY-REVIEWER)
           DISPLAY "Text: " FUNCTION trim(COMMENTARY-ENTRY-TEXT)
           CONTINUE.
       FETCH-ENTRY-EXIT.

       CHECK-OWN-DRAFT.
           IF FUNCTION trim(COMMENTARY-ENTRY-AUTHOR)
               NOT = FUNCTION trim(WS-USERNAME)
               DISPLAY "Nur der Autor bearbeitet seinen Entwurf."
               MOVE "N" TO WS-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT COMMENTARY-ENTRY-DRAFT
               DISPLAY "Nur Entwuerfe werden bearbeitet."
               MOVE "N" TO WS-ENTRY-FOUND
           END-IF
           CONTINUE.
       CHECK-OWN-DRAFT-EXIT.

      * a reviewer is a Pruefer or an administrator, and never the
      * author
       CHECK-REVIEWER.
           MOVE "N" TO WS-REVIEWER-OK
           IF FUNCTION trim(WS-NEW-REVIEWER)
               = FUNCTION trim(COMMENTARY-ENTRY-AUTHOR)
               DISPLAY "Eigene Eintraege prueft ein anderer."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UserProfilesFile
           IF WS-USER-PROFILES-STATUS NOT = "00"
               DISPLAY "Keine Benutzerprofile vorhanden."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE FUNCTION trim(WS-NEW-REVIEWER) TO USER-PROFILE-KEY
           READ UserProfilesFile
               INVALID KEY
                   MOVE SPACES TO USER-PROFILE-KEY
           END-READ
           CLOSE UserProfilesFile
           IF FUNCTION trim(USER-PROFILE-KEY) = SPACES
               OR USER-PROFILE-IS-CONTROL
               DISPLAY "Kein solcher Benutzer."
               EXIT PARAGRAPH
           END-IF
           IF USER-PROFILE-ROLE NOT = "P"
               AND USER-PROFILE-ROLE NOT = "A"
               DISPLAY FUNCTION trim(WS-NEW-REVIEWER)
                   " ist kein Pruefer."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-REVIEWER-OK
           CONTINUE.
       CHECK-REVIEWER-EXIT.

       LOCK-ENTRY.
           MOVE "N" TO WS-EDIT-CONFLICT
           READ COMMENTARY-ENTRY-FILE WITH LOCK
               INVALID KEY
                   MOVE "C" TO WS-EDIT-CONFLICT
               NOT INVALID KEY
                   IF COMMENTARY-ENTRY-REVISION NOT = WS-REVISION-SEEN
                       MOVE "C" TO WS-EDIT-CONFLICT
                   END-IF
           END-READ
           IF WS-ENTRY-STATUS = "51"
               MOVE "L" TO WS-EDIT-CONFLICT
           END-IF
           IF WS-EDIT-CONFLICT = "L"
               DISPLAY "Eintrag wird gerade von jemand anderem "
                   "bearbeitet - nichts geaendert."
               EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-CONFLICT = "C"
               UNLOCK COMMENTARY-ENTRY-FILE
               DISPLAY "Eintrag inzwischen von jemand anderem "
                   "geaendert - nichts geaendert."
           END-IF
           CONTINUE.
       LOCK-ENTRY-EXIT.

      * the locked entry goes back as the next revision, and the
      * revision goes into the history
       REWRITE-ENTRY.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           ADD 1 TO COMMENTARY-ENTRY-REVISION
           MOVE WS-NOW-DATE TO COMMENTARY-ENTRY-DATE
           MOVE WS-NOW-TIME TO COMMENTARY-ENTRY-TIME
           REWRITE COMMENTARY-ENTRY-RECORD
               INVALID KEY
                   MOVE "C" TO WS-EDIT-CONFLICT
           END-REWRITE
           UNLOCK COMMENTARY-ENTRY-FILE
           IF WS-EDIT-CONFLICT NOT = "N"
               DISPLAY "Eintrag nicht gespeichert (Status "
                   WS-ENTRY-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REVISION
           PERFORM DESCRIBE-STATUS
           DISPLAY "Eintrag " COMMENTARY-ENTRY-ID " gespeichert ("
               FUNCTION trim(WS-STATUS-TEXT) ")."
           CONTINUE.
       REWRITE-ENTRY-EXIT.

       WRITE-REVISION.
           MOVE SPACES TO COMMENTARY-REVISION-RECORD
           MOVE COMMENTARY-ENTRY-ID TO COMMENTARY-REVISION-ENTRY
           MOVE COMMENTARY-ENTRY-REVISION TO COMMENTARY-REVISION-SEQ
           MOVE COMMENTARY-ENTRY-DATE TO COMMENTARY-REVISION-DATE
           MOVE COMMENTARY-ENTRY-TIME TO COMMENTARY-REVISION-TIME
           MOVE WS-USERNAME TO COMMENTARY-REVISION-USER
           MOVE WS-REV-ACTION TO COMMENTARY-REVISION-ACTION
           MOVE COMMENTARY-ENTRY-STATUS TO COMMENTARY-REVISION-STATUS
           MOVE COMMENTARY-ENTRY-REF TO COMMENTARY-REVISION-REF
           MOVE COMMENTARY-ENTRY-TEXT TO COMMENTARY-REVISION-TEXT
           MOVE WS-REV-COMMENT TO COMMENTARY-REVISION-COMMENT
           WRITE COMMENTARY-REVISION-RECORD
               INVALID KEY
                   DISPLAY "Versionsgeschichte: Revision "
                       COMMENTARY-REVISION-SEQ " von Eintrag "
                       COMMENTARY-REVISION-ENTRY
                       " schon vorhanden."
           END-WRITE
           CONTINUE.
       WRITE-REVISION-EXIT.

       DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN COMMENTARY-ENTRY-DRAFT
                   MOVE "Entwurf" TO WS-STATUS-TEXT
               WHEN COMMENTARY-ENTRY-IN-REVIEW
                   MOVE "in Pruefung" TO WS-STATUS-TEXT
               WHEN COMMENTARY-ENTRY-PUBLISHED
                   MOVE "veroeffentlicht" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "?" TO WS-STATUS-TEXT
           END-EVALUATE
           CONTINUE.
       DESCRIBE-STATUS-EXIT.

       OPEN-ENTRIES.
           OPEN I-O COMMENTARY-ENTRY-FILE
           IF WS-ENTRY-STATUS = "35"
               OPEN OUTPUT COMMENTARY-ENTRY-FILE
               CLOSE COMMENTARY-ENTRY-FILE
               OPEN I-O COMMENTARY-ENTRY-FILE
           END-IF
           CONTINUE.
       OPEN-ENTRIES-EXIT.

       OPEN-REVISIONS.
           OPEN I-O COMMENTARY-REVISION-FILE
           IF WS-REVISION-STATUS = "35"
               OPEN OUTPUT COMMENTARY-REVISION-FILE
               CLOSE COMMENTARY-REVISION-FILE
               OPEN I-O COMMENTARY-REVISION-FILE
           END-IF
           CONTINUE.
       OPEN-REVISIONS-EXIT.
           END PROGRAM commentaryWorkflow.
