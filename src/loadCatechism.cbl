      * Import a catechism or confession into its own data file.
      *
      * One module is one set (Heidelberger Katechismus, Luthers
      * Kleiner Katechismus, a confession), and several sets may be
      * installed side by side. Each set lives in
      * <set>.catechism.data, keyed by the number of the question
      * or article; number 0 carries the title given at the prompt.
      * catechismView pages through a set with the proof texts
      * shown from the chosen translation.
      *
      * The source file carries one line per question in the usual
      * ###-delimited interchange format:
      *   number###section###question###answer###proof texts
      * The section (a part heading such as "Von des Menschen
      * Elend") may be left empty, and so may the question of a
      * confession article. Proof texts are referenceParser
      * references separated by ";" ("ROM 14:7-8; 1KOR 6:19").
      *
      * Every verse a proof text names is entered as <set>:<number>
      * in catechism.verses.data, so readTranslation can tell which
      * questions cite the verse being read. Entries of an earlier
      * import of the same set are taken out first. A reference
      * naming a whole chapter stays in the set but is not indexed
      * verse by verse. The sets are shared by every user, so only
      * an administrator loads them; each import goes to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadCatechism.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATECHISM-IMPORT-FILE ASSIGN TO WS-IMPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-CATECHISM-FILE ASSIGN TO WS-CATECHISM-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-CATECHISM-NUMBER.
           SELECT CATECHISM-VERSE-FILE
               ASSIGN TO "catechism.verses.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATECHISM-VERSE-ID
               FILE STATUS IS WS-VERSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-catechism-file'.
           COPY 'cpy/file-section/catechism-verse-file'.
       FD CATECHISM-IMPORT-FILE.
       01 CATECHISM-IMPORT-RECORD PIC X(3000).
       WORKING-STORAGE SECTION.
       01 WS-CATECHISM-SET      PIC X(32).
       01 WS-CATECHISM-TITLE    PIC X(80).
       01 WS-CATECHISM-FILE     PIC X(250).
       01 WS-IMPORT-FILE        PIC X(250).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-VERSE-STATUS       PIC XX.
       01 WS-IMPORT-EOF         PIC X VALUE "N".
       01 WS-IMPORT-NUMBER      PIC 9(4).
       01 WS-IMPORT-SECTION     PIC X(80).
       01 WS-IMPORT-QUESTION    PIC X(300).
       01 WS-IMPORT-ANSWER      PIC X(2000).
       01 WS-IMPORT-PROOFS      PIC X(500).
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
       01 WS-INDEXED-COUNT      PIC 9(7) VALUE 0.
       01 WS-UNREAD-COUNT       PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP         PIC Z(6)9.
       01 WS-OVERWRITE-CONFIRM  PIC 9(1).

      * proof texts of one question, one reference at a time
       01 WS-PROOF-PTR          PIC 9(4).
       01 WS-PROOF-ITEM         PIC X(50).
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-REF-VERSE          PIC 9(3).
       01 WS-NUMBER-DISP        PIC Z(3)9.

      * verse index entries: <set>:<number>
       01 WS-CITE-TOKEN         PIC X(40).
       01 WS-CITE-PREFIX        PIC X(33).
       01 WS-PREFIX-LEN         PIC 9(2).
       01 WS-CITE-PTR           PIC 9(4).
       01 WS-CITE-ITEM          PIC X(40).
       01 WS-CITE-FOUND         PIC X(1).
       01 WS-NEW-CITES          PIC X(300).
       01 WS-INDEX-EOF          PIC X VALUE "N".

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadCatechism".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADCATECHISM.
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
           DISPLAY "Kurzname des Katechismus: " WITH NO ADVANCING
           ACCEPT WS-CATECHISM-SET
           IF FUNCTION trim(WS-CATECHISM-SET) = SPACES
               DISPLAY "Kein Kurzname angegeben."
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION trim(WS-CATECHISM-SET) TO WS-CATECHISM-SET
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CATECHISM-SET),
               ".catechism.data"
           ) TO WS-CATECHISM-FILE

           DISPLAY "Titel (z.B. Heidelberger Katechismus): "
               WITH NO ADVANCING
           ACCEPT WS-CATECHISM-TITLE
           IF FUNCTION trim(WS-CATECHISM-TITLE) = SPACES
               MOVE WS-CATECHISM-SET TO WS-CATECHISM-TITLE
           END-IF

           DISPLAY "Quelldatei des Katechismus: " WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE FUNCTION trim(WS-IMPORT-FILE) TO WS-IMPORT-FILE

           MOVE WS-IMPORT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Quelldatei nicht gefunden: "
                   FUNCTION trim(WS-IMPORT-FILE)
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION concatenate(
               "neu, Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE WS-CATECHISM-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE FUNCTION concatenate(
                   "ersetzt, Import aus ", FUNCTION trim(WS-IMPORT-FILE)
               ) TO WS-ADM-BEFORE
               DISPLAY "Dieser Katechismus ist bereits vorhanden "
                   "und wird ueberschrieben."
               DISPLAY "Fortfahren? 1: ja, 2: nein. Auswahl: "
                   WITH NO ADVANCING
               ACCEPT WS-OVERWRITE-CONFIRM
               IF WS-OVERWRITE-CONFIRM NOT = 1
                   DISPLAY "Import abgebrochen."
                   EXIT PROGRAM
               END-IF
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CATECHISM-SET), ":"
           ) TO WS-CITE-PREFIX
           COMPUTE WS-PREFIX-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-CITE-PREFIX))

           OPEN I-O CATECHISM-VERSE-FILE
           IF WS-VERSE-STATUS = "35"
               OPEN OUTPUT CATECHISM-VERSE-FILE
               CLOSE CATECHISM-VERSE-FILE
               OPEN I-O CATECHISM-VERSE-FILE
           END-IF
           PERFORM STRIP-OLD-CITES

           OPEN OUTPUT BIBLE-CATECHISM-FILE
           MOVE 0 TO BIBLE-CATECHISM-NUMBER
           MOVE WS-CATECHISM-TITLE TO BIBLE-CATECHISM-SECTION
           MOVE SPACES TO BIBLE-CATECHISM-QUESTION
           MOVE SPACES TO BIBLE-CATECHISM-ANSWER
           MOVE SPACES TO BIBLE-CATECHISM-PROOFS
           WRITE BIBLE-CATECHISM-RECORD
           OPEN INPUT CATECHISM-IMPORT-FILE

           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "Y"
               READ CATECHISM-IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPORT-EOF
                   NOT AT END
                       PERFORM ROWCATECHISM
               END-READ
           END-PERFORM

           CLOSE CATECHISM-IMPORT-FILE
           CLOSE BIBLE-CATECHISM-FILE
           CLOSE CATECHISM-VERSE-FILE

           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Fragen/Artikel geschrieben nach "
               FUNCTION trim(WS-CATECHISM-FILE)
           MOVE WS-INDEXED-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Belegverse im Versverzeichnis."
           IF WS-UNREAD-COUNT > 0
               MOVE WS-UNREAD-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION trim(WS-COUNT-DISP)
                   " Belegstellen nicht verstanden."
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CATECHISM-FILE TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               WS-WRITTEN-COUNT, " Fragen/Artikel, ",
               WS-INDEXED-COUNT, " Belegverse, ",
               WS-UNREAD-COUNT, " Stellen nicht verstanden"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       LOADCATECHISM-EXIT.

      * entries of an earlier import of this set leave the index;
      * a verse cited by nothing else is removed
       STRIP-OLD-CITES.
           IF WS-VERSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CATECHISM-VERSE-ID
           MOVE "N" TO WS-INDEX-EOF
           START CATECHISM-VERSE-FILE
               KEY IS NOT LESS THAN CATECHISM-VERSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-INDEX-EOF
           END-START
           PERFORM UNTIL WS-INDEX-EOF = "Y"
               READ CATECHISM-VERSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-INDEX-EOF
                   NOT AT END
                       PERFORM STRIP-ONE-VERSE
               END-READ
           END-PERFORM
           CONTINUE.
       STRIP-OLD-CITES-EXIT.

       STRIP-ONE-VERSE.
           MOVE SPACES TO WS-NEW-CITES
           MOVE "N" TO WS-CITE-FOUND
           MOVE 1 TO WS-CITE-PTR
           PERFORM UNTIL WS-CITE-PTR > LENGTH OF CATECHISM-VERSE-CITES
               MOVE SPACES TO WS-CITE-ITEM
               UNSTRING CATECHISM-VERSE-CITES DELIMITED BY ALL SPACE
                   INTO WS-CITE-ITEM
                   WITH POINTER WS-CITE-PTR
               END-UNSTRING
               IF WS-CITE-ITEM NOT = SPACES
                   IF WS-CITE-ITEM(1:WS-PREFIX-LEN) =
                       WS-CITE-PREFIX(1:WS-PREFIX-LEN)
                       MOVE "Y" TO WS-CITE-FOUND
                   ELSE
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-NEW-CITES), " ",
                           FUNCTION trim(WS-CITE-ITEM)
                       ) TO WS-NEW-CITES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CITE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-CITES = SPACES
               DELETE CATECHISM-VERSE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE FUNCTION trim(WS-NEW-CITES)
                   TO CATECHISM-VERSE-CITES
               REWRITE CATECHISM-VERSE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           CONTINUE.
       STRIP-ONE-VERSE-EXIT.

       ROWCATECHISM.
           MOVE 0 TO WS-IMPORT-NUMBER
           MOVE SPACES TO WS-IMPORT-SECTION
           MOVE SPACES TO WS-IMPORT-QUESTION
           MOVE SPACES TO WS-IMPORT-ANSWER
           MOVE SPACES TO WS-IMPORT-PROOFS
           UNSTRING CATECHISM-IMPORT-RECORD
               DELIMITED BY "###" INTO
                 WS-IMPORT-NUMBER,
                 WS-IMPORT-SECTION,
                 WS-IMPORT-QUESTION,
                 WS-IMPORT-ANSWER,
                 WS-IMPORT-PROOFS

           IF WS-IMPORT-NUMBER = 0
               OR FUNCTION trim(WS-IMPORT-ANSWER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMPORT-NUMBER TO BIBLE-CATECHISM-NUMBER
           MOVE FUNCTION trim(WS-IMPORT-SECTION)
               TO BIBLE-CATECHISM-SECTION
           MOVE FUNCTION trim(WS-IMPORT-QUESTION)
               TO BIBLE-CATECHISM-QUESTION
           MOVE FUNCTION trim(WS-IMPORT-ANSWER)
               TO BIBLE-CATECHISM-ANSWER
           MOVE FUNCTION trim(WS-IMPORT-PROOFS)
               TO BIBLE-CATECHISM-PROOFS
           WRITE BIBLE-CATECHISM-RECORD INVALID KEY
               REWRITE BIBLE-CATECHISM-RECORD
           END-WRITE
           ADD 1 TO WS-WRITTEN-COUNT

           MOVE WS-IMPORT-NUMBER TO WS-NUMBER-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CITE-PREFIX),
               FUNCTION trim(WS-NUMBER-DISP)
           ) TO WS-CITE-TOKEN
           MOVE 1 TO WS-PROOF-PTR
           PERFORM UNTIL WS-PROOF-PTR > LENGTH OF WS-IMPORT-PROOFS
               MOVE SPACES TO WS-PROOF-ITEM
               UNSTRING WS-IMPORT-PROOFS DELIMITED BY ";"
                   INTO WS-PROOF-ITEM
                   WITH POINTER WS-PROOF-PTR
               END-UNSTRING
               IF FUNCTION trim(WS-PROOF-ITEM) NOT = SPACES
                   PERFORM INDEX-PROOF
               END-IF
           END-PERFORM
           CONTINUE.
       ROWCATECHISM-EXIT.

       INDEX-PROOF.
           MOVE FUNCTION trim(WS-PROOF-ITEM) TO WS-REF-INPUT
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               DISPLAY "Nr. " FUNCTION trim(WS-NUMBER-DISP)
                   ": Belegstelle nicht verstanden: "
                   FUNCTION trim(WS-REF-INPUT)
               ADD 1 TO WS-UNREAD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-VFROM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-VTO < WS-REF-VFROM
               MOVE WS-REF-VFROM TO WS-REF-VTO
           END-IF
           PERFORM VARYING WS-REF-VERSE FROM WS-REF-VFROM BY 1
               UNTIL WS-REF-VERSE > WS-REF-VTO
               PERFORM ADD-VERSE-CITE
           END-PERFORM
           CONTINUE.
       INDEX-PROOF-EXIT.

       ADD-VERSE-CITE.
           IF WS-VERSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-BOOK TO CATECHISM-VERSE-BOOK
           MOVE WS-REF-CHAPTER TO CATECHISM-VERSE-CHAPTER
           MOVE WS-REF-VERSE TO CATECHISM-VERSE-VERSE
           READ CATECHISM-VERSE-FILE
               INVALID KEY
                   MOVE FUNCTION trim(WS-CITE-TOKEN)
                       TO CATECHISM-VERSE-CITES
                   WRITE CATECHISM-VERSE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-INDEXED-COUNT
                   EXIT PARAGRAPH
           END-READ

      * the same question may name a verse twice (a range and a
      * single verse inside it)
           MOVE "N" TO WS-CITE-FOUND
           MOVE 1 TO WS-CITE-PTR
           PERFORM UNTIL WS-CITE-PTR > LENGTH OF CATECHISM-VERSE-CITES
               OR WS-CITE-FOUND = "Y"
               MOVE SPACES TO WS-CITE-ITEM
               UNSTRING CATECHISM-VERSE-CITES DELIMITED BY ALL SPACE
                   INTO WS-CITE-ITEM
                   WITH POINTER WS-CITE-PTR
               END-UNSTRING
               IF WS-CITE-ITEM = WS-CITE-TOKEN
                   MOVE "Y" TO WS-CITE-FOUND
               END-IF
           END-PERFORM
           IF WS-CITE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION trim(CATECHISM-VERSE-CITES))
               + FUNCTION LENGTH(FUNCTION trim(WS-CITE-TOKEN)) + 1
               > LENGTH OF CATECHISM-VERSE-CITES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(CATECHISM-VERSE-CITES), " ",
               FUNCTION trim(WS-CITE-TOKEN)
           ) TO CATECHISM-VERSE-CITES
           REWRITE CATECHISM-VERSE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-INDEXED-COUNT
           CONTINUE.
       ADD-VERSE-CITE-EXIT.

       WRITE-ADMIN-LOG.
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           CONTINUE.
       WRITE-ADMIN-LOG-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM loadCatechism.
