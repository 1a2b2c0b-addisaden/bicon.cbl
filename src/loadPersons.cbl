      * Import the people register into persons.data.
      *
      * The register is shared by every translation like the
      * dictionary; it is keyed by the person id and repeated
      * imports merge into it.
      *
      * The source file carries one line per person in the usual
      * ###-delimited interchange format:
      *   id###name###alternative,names###father id###mother id###
      *       spouse ids###first mention###dictionary headword
      * Spouse ids are blank-separated, the first mention is a
      * 9-digit canon key (BBBCCCVVV). Ids that are not yet in the
      * register are accepted (the line may come later in the same
      * file) and counted; genealogyReport shows them by their id.
      * The register is shared by every user, so only an
      * administrator loads it; each import goes to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadPersons.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONS-IMPORT-FILE ASSIGN TO WS-IMPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PERSONS-FILE ASSIGN TO "persons.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERSON-ID
               FILE STATUS IS WS-PERSONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-persons-file'.
       FD PERSONS-IMPORT-FILE.
       01 PERSONS-IMPORT-RECORD PIC X(700).
       WORKING-STORAGE SECTION.
       01 WS-IMPORT-FILE        PIC X(250).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-PERSONS-STATUS     PIC XX.
       01 WS-IMPORT-EOF         PIC X VALUE "N".
       01 WS-IMPORT-ID          PIC X(20).
       01 WS-IMPORT-NAME        PIC X(40).
       01 WS-IMPORT-ALT         PIC X(120).
       01 WS-IMPORT-FATHER      PIC X(20).
       01 WS-IMPORT-MOTHER      PIC X(20).
       01 WS-IMPORT-SPOUSES     PIC X(80).
       01 WS-IMPORT-FIRST       PIC X(9).
       01 WS-IMPORT-DICT        PIC X(60).
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
       01 WS-BAD-REF-COUNT      PIC 9(7) VALUE 0.

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadPersons".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADPERSONS.
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
           DISPLAY "Quelldatei des Personenregisters: "
               WITH NO ADVANCING
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

           OPEN I-O PERSONS-FILE
           IF WS-PERSONS-STATUS = "35"
               OPEN OUTPUT PERSONS-FILE
               CLOSE PERSONS-FILE
               OPEN I-O PERSONS-FILE
           END-IF
           OPEN INPUT PERSONS-IMPORT-FILE

           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "Y"
               READ PERSONS-IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPORT-EOF
                   NOT AT END
                       PERFORM ROWPERSON
               END-READ
           END-PERFORM

           CLOSE PERSONS-IMPORT-FILE
           CLOSE PERSONS-FILE

           DISPLAY FUNCTION trim(WS-WRITTEN-COUNT)
               " Personen geschrieben."
           IF WS-BAD-REF-COUNT > 0
               DISPLAY FUNCTION trim(WS-BAD-REF-COUNT)
                   " Personen ohne gueltige Erstnennung."
           END-IF
           MOVE "persons.data" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               "Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               WS-WRITTEN-COUNT, " Personen geschrieben, ",
               WS-BAD-REF-COUNT, " ohne gueltige Erstnennung"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       LOADPERSONS-EXIT.

       ROWPERSON.
           MOVE SPACES TO WS-IMPORT-ID
           MOVE SPACES TO WS-IMPORT-NAME
           MOVE SPACES TO WS-IMPORT-ALT
           MOVE SPACES TO WS-IMPORT-FATHER
           MOVE SPACES TO WS-IMPORT-MOTHER
           MOVE SPACES TO WS-IMPORT-SPOUSES
           MOVE SPACES TO WS-IMPORT-FIRST
           MOVE SPACES TO WS-IMPORT-DICT
           UNSTRING PERSONS-IMPORT-RECORD
               DELIMITED BY "###" INTO
                 WS-IMPORT-ID,
                 WS-IMPORT-NAME,
                 WS-IMPORT-ALT,
                 WS-IMPORT-FATHER,
                 WS-IMPORT-MOTHER,
                 WS-IMPORT-SPOUSES,
                 WS-IMPORT-FIRST,
                 WS-IMPORT-DICT

           IF FUNCTION trim(WS-IMPORT-ID) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-ID))
               TO PERSON-ID
           MOVE FUNCTION trim(WS-IMPORT-NAME) TO PERSON-NAME
           MOVE FUNCTION trim(WS-IMPORT-ALT) TO PERSON-ALT-NAMES
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-FATHER))
               TO PERSON-FATHER
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-MOTHER))
               TO PERSON-MOTHER
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-SPOUSES))
               TO PERSON-SPOUSES
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-DICT))
               TO PERSON-DICT-KEY
           MOVE FUNCTION trim(WS-IMPORT-FIRST) TO WS-IMPORT-FIRST
           IF WS-IMPORT-FIRST IS NUMERIC
               MOVE WS-IMPORT-FIRST TO PERSON-FIRST-REF
           ELSE
               MOVE ZEROES TO PERSON-FIRST-REF
               ADD 1 TO WS-BAD-REF-COUNT
           END-IF

           WRITE PERSON-RECORD INVALID KEY
               REWRITE PERSON-RECORD
           END-WRITE
           ADD 1 TO WS-WRITTEN-COUNT
           CONTINUE.
       ROWPERSON-EXIT.

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
           END PROGRAM loadPersons.
