      * Responsive-reading script for worship: a psalm or other
      * passage split into alternating lines for leader and
      * congregation.
      *
      * The lines alternate by verse or by half-verse. A half-verse
      * ends at the Luther colon or semicolon nearest the middle of
      * the verse, else at the comma nearest the middle; a verse
      * without one stays whole and simply takes the next turn. The
      * first and last verse can be read by all. The poetry markers
      * captured at import (layout TYPE "Q" with an indent level)
      * indent the line, a second half-verse one step further.
      *
      * Like every text that leaves the house the sheet follows the
      * translation's .bible.meta: RIGHTS = GESPERRT is refused,
      * UNGEKLAERT needs a confirmation, and the COPYRIGHT notice is
      * printed at the foot.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. responsiveReading.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT BIBLE-LAYOUT-FILE ASSIGN TO WS-LAYOUT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-LAYOUT-ID
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT SheetFile ASSIGN TO WS-SHEET-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-data-meta'.
           COPY 'cpy/file-section/bible-layout-file'.
       FD SheetFile.
       01 SheetRecord PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-DATA-FILE          PIC X(777).
       01 WS-META-FILE          PIC X(777).
       01 WS-META-STATUS        PIC XX.
       01 WS-RIGHTS             PIC X(12) VALUE "UNGEKLAERT".
       01 WS-COPYRIGHT          PIC X(250) VALUE SPACES.
       01 WS-LAYOUT-FILE        PIC X(777).
       01 WS-LAYOUT-STATUS      PIC XX.
       01 WS-LAYOUT-ON          PIC X VALUE "N".
       01 WS-SHEET-FILE         PIC X(100).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-CONFIRM            PIC X(1).

      * Passage
       01 WS-REF-INPUT          PIC X(50).
       01 WS-BOOK               PIC 9(3).
       01 WS-CHAPTER            PIC 9(3).
       01 WS-VFROM              PIC 9(3).
       01 WS-VTO                PIC 9(3).
       01 WS-REF-OK             PIC X(1).
       01 WS-VERSE-CURRENT      PIC 9(3).
       01 WS-VERSE-LAST         PIC 9(3).
       01 WS-VERSE-EOF          PIC X VALUE "N".
       01 WS-VERSES-WRITTEN     PIC 9(3) VALUE 0.

      * Split and speakers
       01 WS-SPLIT-MODE         PIC 9(1).
         88 WS-SPLIT-BY-VERSE   VALUE 1.
         88 WS-SPLIT-BY-HALF    VALUE 2.
       01 WS-ALL-ENDS           PIC X(1).
       01 WS-SPEAKER            PIC X(10).
       01 WS-NEXT-SPEAKER       PIC X(10).
       78 WS-LEADER-LABEL       VALUE "Leiter:".
       78 WS-PEOPLE-LABEL       VALUE "Gemeinde:".
       78 WS-ALL-LABEL          VALUE "Alle:".
       01 WS-VERSE-TEXT         PIC X(4000).
       01 WS-TEXT-LEN           PIC 9(4).
       01 WS-SPLIT-POS          PIC 9(4).
       01 WS-SPLIT-DIST         PIC 9(4).
       01 WS-BEST-DIST          PIC 9(4).
       01 WS-MIDDLE             PIC 9(4).
       01 WS-SCAN-IDX           PIC 9(4).
       01 WS-POETRY-INDENT      PIC 9(2).

      * Sheet layout: label column, then the text, wrapped
       78 WS-WRAP-WIDTH VALUE 70.
       78 WS-LABEL-WIDTH VALUE 10.
       01 WS-LINE-LABEL         PIC X(10).
       01 WS-WRAP-TEXT          PIC X(4100).
       01 WS-WRAP-LEN           PIC 9(4).
       01 WS-WRAP-POS           PIC 9(4).
       01 WS-WRAP-CUT           PIC 9(4).
       01 WS-WRAP-IDX           PIC 9(4).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).
       01 WS-WRAP-INDENT        PIC 9(2).
       01 WS-WRAP-ROOM          PIC 9(4).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       RESPONSIVEREADING.
           DISPLAY "bible short? " WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           PERFORM READ-RIGHTS
           IF WS-RIGHTS = "GESPERRT"
               DISPLAY "Abgelehnt: diese Uebersetzung darf nicht "
                   "weitergegeben werden (RIGHTS = GESPERRT)."
               EXIT PROGRAM
           END-IF
           IF WS-RIGHTS = "UNGEKLAERT"
               DISPLAY "Die Rechte dieser Uebersetzung sind "
                   "ungeklaert. Trotzdem drucken (J/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "J"
                   EXIT PROGRAM
               END-IF
           END-IF

           DISPLAY "Psalm oder Abschnitt (z.B. PS 95:1-7): "
               WITH NO ADVANCING
           ACCEPT WS-REF-INPUT
           CALL "lib/referenceParser" USING
               WS-REF-INPUT,
               WS-BOOK,
               WS-CHAPTER,
               WS-VFROM,
               WS-VTO,
               WS-REF-OK
           END-CALL
           IF WS-REF-OK NOT = "Y"
               DISPLAY "Bibelstelle nicht verstanden: "
                   FUNCTION trim(WS-REF-INPUT)
               EXIT PROGRAM
           END-IF
           IF WS-VFROM = 0
               MOVE 1 TO WS-VFROM
               MOVE 999 TO WS-VTO
           END-IF
           MOVE WS-VTO TO WS-VERSE-LAST

           DISPLAY "Wechsel 1: versweise  2: halbversweise. "
               "Auswahl: " WITH NO ADVANCING
           ACCEPT WS-SPLIT-MODE
           IF NOT WS-SPLIT-BY-HALF
               SET WS-SPLIT-BY-VERSE TO TRUE
           END-IF
           DISPLAY "Ersten und letzten Vers alle gemeinsam (J/N)? "
               WITH NO ADVANCING
           ACCEPT WS-ALL-ENDS
           MOVE FUNCTION UPPER-CASE(WS-ALL-ENDS) TO WS-ALL-ENDS

           DISPLAY "Datei (Enter = liturgie.txt): " WITH NO ADVANCING
           ACCEPT WS-SHEET-FILE
           IF FUNCTION trim(WS-SHEET-FILE) = SPACES
               MOVE "liturgie.txt" TO WS-SHEET-FILE
           END-IF

      * the last verse has to be known before the first line is
      * written when it is read by all
           OPEN INPUT BIBLE-DATA-FILE
           PERFORM FIND-LAST-VERSE
           IF WS-VERSE-LAST < WS-VFROM
               CLOSE BIBLE-DATA-FILE
               MOVE "C" TO WS-VT-ACTION
               PERFORM CALL-VERSE-TEXT
               DISPLAY "Diese Stelle existiert nicht in dieser"
                   " Uebersetzung."
               EXIT PROGRAM
           END-IF
           PERFORM OPEN-LAYOUT
           OPEN OUTPUT SheetFile

           MOVE FUNCTION concatenate(
               "Wechsellesung ",
               FUNCTION UPPER-CASE(FUNCTION trim(WS-REF-INPUT)),
               " (", FUNCTION trim(WS-BIBLE-SHORT), ")"
           ) TO SheetRecord
           WRITE SheetRecord
           MOVE ALL "=" TO SheetRecord(1:WS-WRAP-WIDTH)
           WRITE SheetRecord
           MOVE SPACES TO SheetRecord
           WRITE SheetRecord

           MOVE WS-LEADER-LABEL TO WS-NEXT-SPEAKER
           MOVE WS-VFROM TO WS-VERSE-CURRENT
           PERFORM UNTIL WS-VERSE-CURRENT > WS-VERSE-LAST
               MOVE WS-BOOK TO BIBLE-DATA-BOOK
               MOVE WS-CHAPTER TO BIBLE-DATA-CHAPTER
               MOVE WS-VERSE-CURRENT TO BIBLE-DATA-VERSE
               READ BIBLE-DATA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCRIPT-ONE-VERSE
               END-READ
               ADD 1 TO WS-VERSE-CURRENT
           END-PERFORM

           PERFORM WRITE-SHEET-FOOT
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CLOSE SheetFile
           IF WS-LAYOUT-ON = "Y"
               CLOSE BIBLE-LAYOUT-FILE
           END-IF
           DISPLAY WS-VERSES-WRITTEN " Verse geschrieben nach "
               FUNCTION trim(WS-SHEET-FILE)
           EXIT PROGRAM.
       RESPONSIVEREADING-EXIT.

      * Last existing verse of the range; a whole chapter runs to
      * its last verse.
       FIND-LAST-VERSE.
           MOVE WS-VFROM TO WS-VERSE-CURRENT
           MOVE 0 TO WS-VERSE-LAST
           MOVE "N" TO WS-VERSE-EOF
           PERFORM UNTIL WS-VERSE-EOF = "Y"
               OR WS-VERSE-CURRENT > WS-VTO
               MOVE WS-BOOK TO BIBLE-DATA-BOOK
               MOVE WS-CHAPTER TO BIBLE-DATA-CHAPTER
               MOVE WS-VERSE-CURRENT TO BIBLE-DATA-VERSE
               READ BIBLE-DATA-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-VERSE-EOF
                   NOT INVALID KEY
                       MOVE WS-VERSE-CURRENT TO WS-VERSE-LAST
                       ADD 1 TO WS-VERSE-CURRENT
               END-READ
           END-PERFORM
           CONTINUE.
       FIND-LAST-VERSE-EXIT.

       SCRIPT-ONE-VERSE.
           ADD 1 TO WS-VERSES-WRITTEN
           PERFORM JOIN-VERSE-TEXT
           MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-VERSE-TEXT
           COMPUTE WS-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-VERSE-TEXT))

           MOVE 0 TO WS-POETRY-INDENT
           IF WS-LAYOUT-ON = "Y"
               MOVE BIBLE-DATA-ID TO BIBLE-LAYOUT-ID
               READ BIBLE-LAYOUT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BIBLE-LAYOUT-TYPE = "Q"
                           COMPUTE WS-POETRY-INDENT =
                               BIBLE-LAYOUT-INDENT * 2
                       END-IF
               END-READ
           END-IF

           IF WS-ALL-ENDS = "J"
               AND (WS-VERSE-CURRENT = WS-VFROM
                   OR WS-VERSE-CURRENT = WS-VERSE-LAST)
               MOVE WS-ALL-LABEL TO WS-LINE-LABEL
               MOVE WS-POETRY-INDENT TO WS-WRAP-INDENT
               MOVE WS-VERSE-TEXT TO WS-WRAP-TEXT
               PERFORM WRITE-SPEAKER-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SPLIT-POS
           IF WS-SPLIT-BY-HALF
               PERFORM FIND-HALF-VERSE
           END-IF
           IF WS-SPLIT-POS = 0
               PERFORM TAKE-NEXT-SPEAKER
               MOVE WS-POETRY-INDENT TO WS-WRAP-INDENT
               MOVE WS-VERSE-TEXT TO WS-WRAP-TEXT
               PERFORM WRITE-SPEAKER-LINE
           ELSE
               PERFORM TAKE-NEXT-SPEAKER
               MOVE WS-POETRY-INDENT TO WS-WRAP-INDENT
               MOVE WS-VERSE-TEXT(1:WS-SPLIT-POS) TO WS-WRAP-TEXT
               PERFORM WRITE-SPEAKER-LINE
               PERFORM TAKE-NEXT-SPEAKER
               COMPUTE WS-WRAP-INDENT = WS-POETRY-INDENT + 2
               MOVE WS-VERSE-TEXT(WS-SPLIT-POS + 1:) TO WS-WRAP-TEXT
               PERFORM WRITE-SPEAKER-LINE
           END-IF
           CONTINUE.
       SCRIPT-ONE-VERSE-EXIT.

       TAKE-NEXT-SPEAKER.
           MOVE WS-NEXT-SPEAKER TO WS-LINE-LABEL
           IF WS-NEXT-SPEAKER = WS-LEADER-LABEL
               MOVE WS-PEOPLE-LABEL TO WS-NEXT-SPEAKER
           ELSE
               MOVE WS-LEADER-LABEL TO WS-NEXT-SPEAKER
           END-IF
           CONTINUE.
       TAKE-NEXT-SPEAKER-EXIT.

      * Split position = the colon or semicolon nearest the middle,
      * failing that the comma nearest the middle; a mark at the
      * very end of the verse does not count.
       FIND-HALF-VERSE.
           COMPUTE WS-MIDDLE = WS-TEXT-LEN / 2
           MOVE 9999 TO WS-BEST-DIST
           PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
               UNTIL WS-SCAN-IDX >= WS-TEXT-LEN
               IF WS-VERSE-TEXT(WS-SCAN-IDX:1) = ":" OR ";"
                   PERFORM CONSIDER-SPLIT
               END-IF
           END-PERFORM
           IF WS-SPLIT-POS > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
               UNTIL WS-SCAN-IDX >= WS-TEXT-LEN
               IF WS-VERSE-TEXT(WS-SCAN-IDX:1) = ","
                   PERFORM CONSIDER-SPLIT
               END-IF
           END-PERFORM
           CONTINUE.
       FIND-HALF-VERSE-EXIT.

       CONSIDER-SPLIT.
           IF WS-SCAN-IDX > WS-MIDDLE
               COMPUTE WS-SPLIT-DIST = WS-SCAN-IDX - WS-MIDDLE
           ELSE
               COMPUTE WS-SPLIT-DIST = WS-MIDDLE - WS-SCAN-IDX
           END-IF
           IF WS-SPLIT-DIST < WS-BEST-DIST
               MOVE WS-SPLIT-DIST TO WS-BEST-DIST
               MOVE WS-SCAN-IDX TO WS-SPLIT-POS
           END-IF
           CONTINUE.
       CONSIDER-SPLIT-EXIT.

      * Label in the first column, text wrapped behind it; the
      * continuation lines keep the poetry indent.
       WRITE-SPEAKER-LINE.
           MOVE FUNCTION trim(WS-WRAP-TEXT) TO WS-WRAP-TEXT
           COMPUTE WS-WRAP-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WRAP-TEXT))
           MOVE 1 TO WS-WRAP-POS
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
               PERFORM WRITE-WRAPPED-LINE
           END-PERFORM
           CONTINUE.
       WRITE-SPEAKER-LINE-EXIT.

       WRITE-WRAPPED-LINE.
           COMPUTE WS-WRAP-ROOM =
               WS-WRAP-WIDTH - WS-LABEL-WIDTH - WS-WRAP-INDENT
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
           MOVE SPACES TO SheetRecord
           IF WS-WRAP-POS = 1
               MOVE WS-LINE-LABEL TO SheetRecord(1:WS-LABEL-WIDTH)
           END-IF
           MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CUT)
               TO SheetRecord(WS-LABEL-WIDTH + WS-WRAP-INDENT + 1:)
           WRITE SheetRecord
           ADD WS-WRAP-CUT TO WS-WRAP-POS
           CONTINUE.
       WRITE-WRAPPED-LINE-EXIT.

       WRITE-SHEET-FOOT.
           MOVE SPACES TO SheetRecord
           WRITE SheetRecord
           MOVE ALL "-" TO SheetRecord(1:WS-WRAP-WIDTH)
           WRITE SheetRecord
           IF WS-COPYRIGHT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-LABEL
           MOVE 0 TO WS-WRAP-INDENT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ": ",
               FUNCTION trim(WS-COPYRIGHT)
           ) TO WS-WRAP-TEXT
           PERFORM WRITE-SPEAKER-LINE
           CONTINUE.
       WRITE-SHEET-FOOT-EXIT.

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

       OPEN-LAYOUT.
           MOVE "N" TO WS-LAYOUT-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".layout.data"
           ) TO WS-LAYOUT-FILE
           MOVE WS-LAYOUT-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-LAYOUT-FILE
               IF WS-LAYOUT-STATUS = "00"
                   MOVE "Y" TO WS-LAYOUT-ON
               END-IF
           END-IF
           CONTINUE.
       OPEN-LAYOUT-EXIT.

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
           END PROGRAM responsiveReading.
