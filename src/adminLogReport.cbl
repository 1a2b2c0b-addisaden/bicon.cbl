      * Report over the admin change log that lib/journalAdmin
      * appends to admin.log, one line per change:
      *   date time###user###program###target###before###after
      * Filtered by a date range (YYYYMMDD, either end may stay
      * open), a user and a program, so "who changed this last
      * night" is one run away.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. adminLogReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMIN-LOG-FILE ASSIGN TO "admin.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ADMIN-LOG-FILE.
       01 ADMIN-LOG-RECORD PIC X(800).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE        PIC X(250).
       01 WS-RETURN           PIC 9(3).
       01 WS-LOG-EOF          PIC X VALUE "N".
       01 WS-FILTER-FROM      PIC X(8) VALUE SPACES.
       01 WS-FILTER-TO        PIC X(8) VALUE SPACES.
       01 WS-FILTER-USER      PIC X(30) VALUE SPACES.
       01 WS-FILTER-PROGRAM   PIC X(30) VALUE SPACES.
       01 WS-REC-STAMP        PIC X(17).
       01 WS-REC-DATE         PIC X(8).
       01 WS-REC-USER         PIC X(30).
       01 WS-REC-PROGRAM      PIC X(30).
       01 WS-REC-TARGET       PIC X(100).
       01 WS-REC-BEFORE       PIC X(250).
       01 WS-REC-AFTER        PIC X(250).
       01 WS-SHOWN-COUNT      PIC 9(5) VALUE 0.
       01 WS-READ-COUNT       PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       ADMINLOGREPORT.
           MOVE "admin.log" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Kein Aenderungsprotokoll vorhanden."
               EXIT PROGRAM
           END-IF

           DISPLAY "Von Datum JJJJMMTT (leer = Anfang): "
               WITH NO ADVANCING
           ACCEPT WS-FILTER-FROM
           DISPLAY "Bis Datum JJJJMMTT (leer = Ende): "
               WITH NO ADVANCING
           ACCEPT WS-FILTER-TO
           DISPLAY "Benutzer filtern (leer = alle): "
               WITH NO ADVANCING
           ACCEPT WS-FILTER-USER
           DISPLAY "Programm filtern (leer = alle): "
               WITH NO ADVANCING
           ACCEPT WS-FILTER-PROGRAM

           DISPLAY SPACE
           OPEN INPUT ADMIN-LOG-FILE
           MOVE "N" TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ ADMIN-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SHOW-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE ADMIN-LOG-FILE

           DISPLAY SPACE
           DISPLAY WS-SHOWN-COUNT " von " WS-READ-COUNT
               " Aenderungen angezeigt."
           EXIT PROGRAM.
       ADMINLOGREPORT-EXIT.

       SHOW-LOG-LINE.
           MOVE SPACES TO WS-REC-STAMP
           MOVE SPACES TO WS-REC-USER
           MOVE SPACES TO WS-REC-PROGRAM
           MOVE SPACES TO WS-REC-TARGET
           MOVE SPACES TO WS-REC-BEFORE
           MOVE SPACES TO WS-REC-AFTER
           UNSTRING ADMIN-LOG-RECORD
               DELIMITED BY "###" INTO
                   WS-REC-STAMP
                   WS-REC-USER
                   WS-REC-PROGRAM
                   WS-REC-TARGET
                   WS-REC-BEFORE
                   WS-REC-AFTER
           MOVE WS-REC-STAMP(1:8) TO WS-REC-DATE

           IF FUNCTION trim(WS-FILTER-FROM) NOT = SPACES
               AND WS-REC-DATE < WS-FILTER-FROM
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-FILTER-TO) NOT = SPACES
               AND WS-REC-DATE > WS-FILTER-TO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-FILTER-USER) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION trim(WS-REC-USER))
                   NOT = FUNCTION UPPER-CASE(
                       FUNCTION trim(WS-FILTER-USER))
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-FILTER-PROGRAM) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION trim(WS-REC-PROGRAM))
                   NOT = FUNCTION UPPER-CASE(
                       FUNCTION trim(WS-FILTER-PROGRAM))
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY FUNCTION concatenate(
               WS-REC-STAMP, " ",
               FUNCTION trim(WS-REC-USER), " ",
               FUNCTION trim(WS-REC-PROGRAM), " ",
               FUNCTION trim(WS-REC-TARGET)
           )
           DISPLAY "    vorher:  " FUNCTION trim(WS-REC-BEFORE)
           DISPLAY "    nachher: " FUNCTION trim(WS-REC-AFTER)
           CONTINUE.
       SHOW-LOG-LINE-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM adminLogReport.
