      * Import a hymn index into hymns.data.
      *
      * One file for all hymnals, like the dictionary: keyed by
      * hymnal and hymn number, and repeated imports merge into it
      * (a hymn imported again gets the new entry). Each hymn
      * carries the scripture references it is based on or alludes
      * to; they are resolved here once with lib/referenceParser so
      * lib/hymnLookup and hymnIndex need no parsing.
      *
      * The source file uses the usual ###-delimited interchange
      * format, one line per hymn:
      *   hymnal###number###title###first line###references
      * References are separated by ";" ("PS 46; JOH 14:1-6"); a
      * reference without verses stands for the whole chapter.
      * At most 20 references per hymn are resolved. The index is
      * shared by every user, so only an administrator loads it;
      * each import goes to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. loadHymns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HYMNS-IMPORT-FILE ASSIGN TO WS-IMPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-HYMN-FILE ASSIGN TO "hymns.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-HYMN-ID
               FILE STATUS IS WS-HYMN-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-hymn-file'.
       FD HYMNS-IMPORT-FILE.
       01 HYMNS-IMPORT-RECORD PIC X(700).
       WORKING-STORAGE SECTION.
       01 WS-IMPORT-FILE        PIC X(250).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-HYMN-STATUS        PIC XX.
       01 WS-IMPORT-EOF         PIC X VALUE "N".
       01 WS-IMPORT-HYMNAL      PIC X(10).
       01 WS-IMPORT-NUMBER      PIC X(6).
       01 WS-IMPORT-TITLE       PIC X(80).
       01 WS-IMPORT-FIRST-LINE  PIC X(100).
       01 WS-IMPORT-REFS        PIC X(300).
       01 WS-NUMBER-RIGHT       PIC X(6) JUSTIFIED RIGHT.
       01 WS-HYMN-COUNT         PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.
       01 WS-UNREAD-COUNT       PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP         PIC Z(6)9.

      * references of one hymn, one at a time
       78 WS-KEY-MAX VALUE 20.
       01 WS-KEY-COUNT          PIC 9(2).
       01 WS-REF-PTR            PIC 9(4).
       01 WS-REF-ITEM           PIC X(50).
       01 WS-REF-INPUT          PIC X(50).
       01 WS-REF-BOOK           PIC 9(3).
       01 WS-REF-CHAPTER        PIC 9(3).
       01 WS-REF-VFROM          PIC 9(3).
       01 WS-REF-VTO            PIC 9(3).
       01 WS-REF-OK             PIC X(1).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "loadHymns".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOADHYMNS.
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
           DISPLAY "Quelldatei des Liederverzeichnisses: "
               WITH NO ADVANCING
           ACCEPT WS-IMPORT-FILE
           MOVE FUNCTION trim(WS-IMPORT-FILE) TO WS-IMPORT-FILE
           MOVE WS-IMPORT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-IMPORT-FILE = SPACES OR WS-RETURN NOT = 0
               DISPLAY "Quelldatei nicht gefunden: "
                   FUNCTION trim(WS-IMPORT-FILE)
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           OPEN I-O BIBLE-HYMN-FILE
           IF WS-HYMN-STATUS = "35"
               OPEN OUTPUT BIBLE-HYMN-FILE
               CLOSE BIBLE-HYMN-FILE
               OPEN I-O BIBLE-HYMN-FILE
           END-IF
           OPEN INPUT HYMNS-IMPORT-FILE

           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "Y"
               READ HYMNS-IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPORT-EOF
                   NOT AT END
                       PERFORM ROWHYMN
               END-READ
           END-PERFORM

           CLOSE HYMNS-IMPORT-FILE
           CLOSE BIBLE-HYMN-FILE

           MOVE WS-HYMN-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " Lieder geschrieben nach hymns.data"
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION trim(WS-COUNT-DISP)
                   " Zeilen ohne Gesangbuch oder Nummer uebergangen."
           END-IF
           IF WS-UNREAD-COUNT > 0
               MOVE WS-UNREAD-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION trim(WS-COUNT-DISP)
                   " Bibelstellen nicht verstanden."
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "hymns.data" TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               "Import aus ", FUNCTION trim(WS-IMPORT-FILE)
           ) TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               WS-HYMN-COUNT, " Lieder geschrieben, ",
               WS-SKIPPED-COUNT, " Zeilen uebergangen, ",
               WS-UNREAD-COUNT, " Stellen nicht verstanden"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       LOADHYMNS-EXIT.

       ROWHYMN.
           MOVE SPACES TO WS-IMPORT-HYMNAL
           MOVE SPACES TO WS-IMPORT-NUMBER
           MOVE SPACES TO WS-IMPORT-TITLE
           MOVE SPACES TO WS-IMPORT-FIRST-LINE
           MOVE SPACES TO WS-IMPORT-REFS
           UNSTRING HYMNS-IMPORT-RECORD
               DELIMITED BY "###" INTO
                 WS-IMPORT-HYMNAL,
                 WS-IMPORT-NUMBER,
                 WS-IMPORT-TITLE,
                 WS-IMPORT-FIRST-LINE,
                 WS-IMPORT-REFS

           IF FUNCTION trim(WS-IMPORT-HYMNAL) = SPACES
               OR FUNCTION trim(WS-IMPORT-NUMBER) = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           INITIALIZE BIBLE-HYMN-RECORD
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-IMPORT-HYMNAL))
               TO BIBLE-HYMN-HYMNAL
           MOVE FUNCTION trim(WS-IMPORT-NUMBER) TO WS-NUMBER-RIGHT
           MOVE WS-NUMBER-RIGHT TO BIBLE-HYMN-NUMBER
           MOVE FUNCTION trim(WS-IMPORT-TITLE) TO BIBLE-HYMN-TITLE
           MOVE FUNCTION trim(WS-IMPORT-FIRST-LINE)
               TO BIBLE-HYMN-FIRST-LINE
           IF BIBLE-HYMN-TITLE = SPACES
               MOVE BIBLE-HYMN-FIRST-LINE TO BIBLE-HYMN-TITLE
           END-IF
           MOVE FUNCTION trim(WS-IMPORT-REFS) TO BIBLE-HYMN-REFS

           MOVE 0 TO WS-KEY-COUNT
           MOVE 1 TO WS-REF-PTR
           PERFORM UNTIL WS-REF-PTR > LENGTH OF WS-IMPORT-REFS
               MOVE SPACES TO WS-REF-ITEM
               UNSTRING WS-IMPORT-REFS DELIMITED BY ";"
                   INTO WS-REF-ITEM
                   WITH POINTER WS-REF-PTR
               END-UNSTRING
               IF FUNCTION trim(WS-REF-ITEM) NOT = SPACES
                   PERFORM RESOLVE-REFERENCE
               END-IF
           END-PERFORM

           WRITE BIBLE-HYMN-RECORD INVALID KEY
               REWRITE BIBLE-HYMN-RECORD
           END-WRITE
           ADD 1 TO WS-HYMN-COUNT
           CONTINUE.
       ROWHYMN-EXIT.

       RESOLVE-REFERENCE.
           MOVE FUNCTION trim(WS-REF-ITEM) TO WS-REF-INPUT
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-REF-BOOK,
               WS-REF-CHAPTER,
               WS-REF-VFROM,
               WS-REF-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               DISPLAY FUNCTION trim(BIBLE-HYMN-HYMNAL) " "
                   FUNCTION trim(BIBLE-HYMN-NUMBER)
                   ": Bibelstelle nicht verstanden: "
                   FUNCTION trim(WS-REF-INPUT)
               ADD 1 TO WS-UNREAD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-COUNT >= WS-KEY-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-REF-BOOK TO BIBLE-HYMN-KEY-BOOK(WS-KEY-COUNT)
           MOVE WS-REF-CHAPTER TO BIBLE-HYMN-KEY-CHAPTER(WS-KEY-COUNT)
           IF WS-REF-VFROM = 0
               MOVE 0 TO BIBLE-HYMN-KEY-VFROM(WS-KEY-COUNT)
               MOVE 999 TO BIBLE-HYMN-KEY-VTO(WS-KEY-COUNT)
           ELSE
               MOVE WS-REF-VFROM TO BIBLE-HYMN-KEY-VFROM(WS-KEY-COUNT)
               IF WS-REF-VTO < WS-REF-VFROM
                   MOVE WS-REF-VFROM
                       TO BIBLE-HYMN-KEY-VTO(WS-KEY-COUNT)
               ELSE
                   MOVE WS-REF-VTO TO BIBLE-HYMN-KEY-VTO(WS-KEY-COUNT)
               END-IF
           END-IF
           CONTINUE.
       RESOLVE-REFERENCE-EXIT.

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
           END PROGRAM loadHymns.
