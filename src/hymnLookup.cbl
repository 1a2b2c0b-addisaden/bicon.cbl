      * Hymns for a passage: lists every hymn in hymns.data
      * (loadHymns) with a reference that overlaps the passage
      * handed in - same book and chapter, verse ranges touching.
      * A passage or reference without verses stands for the whole
      * chapter. The hymns are shown under a heading line that only
      * appears when there is at least one; HYM-COUNT returns how
      * many were shown (0 as well when no hymn index is
      * installed). Called by hymnIndex and lectionary.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. hymnLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-HYMN-FILE ASSIGN TO "hymns.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-HYMN-ID
               FILE STATUS IS WS-HYMN-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-hymn-file'.
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-HYMN-STATUS        PIC XX.
       01 WS-HYMN-EOF           PIC X VALUE "N".
       78 WS-KEY-MAX VALUE 20.
       01 WS-KEY-IDX            PIC 9(2).
       01 WS-HIT                PIC X(1).
       01 WS-PASS-FROM          PIC 9(3).
       01 WS-PASS-TO            PIC 9(3).
       01 WS-HYMN-LINE          PIC X(200).
       LINKAGE SECTION.
       01 HYM-BOOK              PIC 9(3).
       01 HYM-CHAPTER           PIC 9(3).
       01 HYM-VFROM             PIC 9(3).
       01 HYM-VTO               PIC 9(3).
       01 HYM-COUNT             PIC 9(4).
       PROCEDURE DIVISION USING
           HYM-BOOK,
           HYM-CHAPTER,
           HYM-VFROM,
           HYM-VTO,
           HYM-COUNT.
       HYMNLOOKUP.
           MOVE 0 TO HYM-COUNT
           MOVE "hymns.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PROGRAM
           END-IF

           IF HYM-VFROM = 0
               MOVE 0 TO WS-PASS-FROM
               MOVE 999 TO WS-PASS-TO
           ELSE
               MOVE HYM-VFROM TO WS-PASS-FROM
               MOVE HYM-VTO TO WS-PASS-TO
               IF WS-PASS-TO < WS-PASS-FROM
                   MOVE WS-PASS-FROM TO WS-PASS-TO
               END-IF
           END-IF

           OPEN INPUT BIBLE-HYMN-FILE
           IF WS-HYMN-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-HYMN-EOF
           PERFORM UNTIL WS-HYMN-EOF = "Y"
               READ BIBLE-HYMN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HYMN-EOF
                   NOT AT END
                       PERFORM CHECK-HYMN
               END-READ
           END-PERFORM
           CLOSE BIBLE-HYMN-FILE
           EXIT PROGRAM.
       HYMNLOOKUP-EXIT.

       CHECK-HYMN.
           MOVE "N" TO WS-HIT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-MAX OR WS-HIT = "Y"
               IF BIBLE-HYMN-KEY-BOOK(WS-KEY-IDX) = HYM-BOOK
                   AND BIBLE-HYMN-KEY-CHAPTER(WS-KEY-IDX) = HYM-CHAPTER
                   AND BIBLE-HYMN-KEY-VFROM(WS-KEY-IDX) <= WS-PASS-TO
                   AND BIBLE-HYMN-KEY-VTO(WS-KEY-IDX) >= WS-PASS-FROM
                   MOVE "Y" TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = "N"
               EXIT PARAGRAPH
           END-IF

           IF HYM-COUNT = 0
               DISPLAY "  Lieder zu dieser Stelle:"
           END-IF
           ADD 1 TO HYM-COUNT
           MOVE FUNCTION concatenate(
               FUNCTION trim(BIBLE-HYMN-HYMNAL), " ",
               FUNCTION trim(BIBLE-HYMN-NUMBER), "  ",
               FUNCTION trim(BIBLE-HYMN-TITLE)
           ) TO WS-HYMN-LINE
           IF BIBLE-HYMN-FIRST-LINE NOT = SPACES
               AND BIBLE-HYMN-FIRST-LINE NOT = BIBLE-HYMN-TITLE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-HYMN-LINE), " - ",
                   FUNCTION trim(BIBLE-HYMN-FIRST-LINE)
               ) TO WS-HYMN-LINE
           END-IF
           DISPLAY "    " FUNCTION trim(WS-HYMN-LINE)
           CONTINUE.
       CHECK-HYMN-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM hymnLookup.
