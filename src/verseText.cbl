      * Verse text longer than BIBLE-DATA-TEXT holds.
      *
      * A verse record carries at most 500 characters. Longer text
      * (paraphrases, heavily annotated modules) keeps its first
      * part in the verse record and the rest in continuation
      * records in <short>.continuation.data, keyed by the verse
      * and a part number from 2 on. The parts are cut at a word
      * boundary: every part but the last ends in a non-blank and
      * the next part starts with the blank, so the parts join
      * again by dropping the padding of each part.
      *
      * Callers pass the name of the verse file they have open
      * (<short>.bible.data, or a staged/renamed copy of it); the
      * continuation file is found by the same name with
      * .continuation.data in place of .bible.data. Actions:
      *   R  join: VT-RECORD as just read in, the whole verse
      *      comes back in VT-FULL-TEXT and the number of parts in
      *      VT-PARTS
      *   W  split: VT-FULL-TEXT and the key in VT-RECORD go in,
      *      the first part comes back in BIBLE-DATA-TEXT of
      *      VT-RECORD for the caller to WRITE/REWRITE, the other
      *      parts are written here and left-over parts of an
      *      earlier longer text removed
      *   S  split only: the first part into VT-RECORD as for W,
      *      nothing written - for a verse file opened OUTPUT,
      *      where the record has to be WRITTEN split; W follows
      *      once the WRITE went through, so a duplicate key
      *      cannot replace the parts of the verse stored first
      *   D  remove all continuation parts of the verse
      *   N  start an empty continuation file (fresh import)
      *   C  close the continuation file (before renaming it)
      * A translation without a continuation file costs one file
      * check per run and nothing per verse.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. verseText.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-CONTINUATION-FILE ASSIGN TO WS-CONT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-CONTINUATION-ID
               FILE STATUS IS WS-CONT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-continuation-file'.
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-CONT-STATUS        PIC XX.
       01 WS-CONT-FILE          PIC X(250).
       01 WS-NAME-HEAD          PIC X(250).
       01 WS-NAME-TAIL          PIC X(250).
       01 WS-WANTED-FILE        PIC X(250).
       01 WS-OPEN-FILE          PIC X(250) VALUE SPACES.
       01 WS-OPEN-MODE          PIC X VALUE SPACE.
       01 WS-WANTED-MODE        PIC X.
       01 WS-HAS-CONT           PIC X.

      * continuation files seen in this run: name and whether it
      * exists
       78 WS-KNOWN-MAX VALUE 10.
       01 WS-KNOWN-COUNT        PIC 9(2) VALUE 0.
       01 WS-KNOWN-TABLE.
           05 WS-KNOWN-ENTRY OCCURS 10 TIMES.
               10 WS-KNOWN-NAME     PIC X(250).
               10 WS-KNOWN-HAS      PIC X.
       01 WS-KNOWN-IDX          PIC 9(2).
       01 WS-KNOWN-HIT          PIC 9(2).

      * split and join
       78 WS-PART-SIZE VALUE 500.
       78 WS-MAX-PARTS VALUE 10.
       01 WS-PART               PIC 9(2).
       01 WS-FULL-LEN           PIC 9(4).
       01 WS-START              PIC 9(4).
       01 WS-TAKE               PIC 9(4).
       01 WS-CUT                PIC 9(4).
       01 WS-BYTE               PIC 9(3).
       01 WS-DONE               PIC X.
       LINKAGE SECTION.
       01 VT-ACTION             PIC X(1).
       01 VT-DATA-FILE          PIC X(250).
       01 VT-RECORD.
           05 VT-ID.
               10 VT-BOOK       PIC 9(3).
               10 VT-CHAPTER    PIC 9(3).
               10 VT-VERSE      PIC 9(3).
           05 VT-TEXT           PIC X(500).
       01 VT-FULL-TEXT          PIC X(4000).
       01 VT-PARTS              PIC 9(2).
       PROCEDURE DIVISION USING
           VT-ACTION,
           VT-DATA-FILE,
           VT-RECORD,
           VT-FULL-TEXT,
           VT-PARTS.
       VERSETEXT.
           IF VT-ACTION = "C"
               PERFORM CLOSE-CONTINUATION
               EXIT PROGRAM
           END-IF

           PERFORM FIND-CONTINUATION-NAME
           EVALUATE VT-ACTION
               WHEN "R"
                   PERFORM JOIN-VERSE
               WHEN "W"
               WHEN "S"
                   PERFORM SPLIT-VERSE
               WHEN "D"
                   PERFORM DROP-PARTS
               WHEN "N"
                   PERFORM NEW-CONTINUATION
           END-EVALUATE
           EXIT PROGRAM.
       VERSETEXT-EXIT.

       FIND-CONTINUATION-NAME.
           MOVE SPACES TO WS-NAME-HEAD
           MOVE SPACES TO WS-NAME-TAIL
           UNSTRING VT-DATA-FILE DELIMITED BY ".bible.data"
               INTO WS-NAME-HEAD WS-NAME-TAIL
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-NAME-HEAD), ".continuation.data",
               FUNCTION trim(WS-NAME-TAIL)
           ) TO WS-WANTED-FILE

           MOVE 0 TO WS-KNOWN-HIT
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
               OR WS-KNOWN-HIT > 0
               IF WS-KNOWN-NAME(WS-KNOWN-IDX) = WS-WANTED-FILE
                   MOVE WS-KNOWN-IDX TO WS-KNOWN-HIT
               END-IF
           END-PERFORM
           IF WS-KNOWN-HIT = 0
               IF WS-KNOWN-COUNT < WS-KNOWN-MAX
                   ADD 1 TO WS-KNOWN-COUNT
               END-IF
               MOVE WS-KNOWN-COUNT TO WS-KNOWN-HIT
               MOVE WS-WANTED-FILE TO WS-KNOWN-NAME(WS-KNOWN-HIT)
               MOVE WS-WANTED-FILE TO WS-TEST-FILE
               PERFORM CHECKFILE
               IF WS-RETURN = 0
                   MOVE "Y" TO WS-KNOWN-HAS(WS-KNOWN-HIT)
               ELSE
                   MOVE "N" TO WS-KNOWN-HAS(WS-KNOWN-HIT)
               END-IF
           END-IF
           MOVE WS-KNOWN-HAS(WS-KNOWN-HIT) TO WS-HAS-CONT
           CONTINUE.
       FIND-CONTINUATION-NAME-EXIT.

      * Keep one continuation file open; reading is done in either
      * mode, writing needs I-O.
       OPEN-CONTINUATION.
           IF WS-OPEN-FILE = WS-WANTED-FILE
               AND (WS-OPEN-MODE = WS-WANTED-MODE
                   OR WS-OPEN-MODE = "U")
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-CONTINUATION
           MOVE WS-WANTED-FILE TO WS-CONT-FILE
           IF WS-WANTED-MODE = "U"
               OPEN I-O BIBLE-CONTINUATION-FILE
               IF WS-CONT-STATUS = "35"
                   OPEN OUTPUT BIBLE-CONTINUATION-FILE
                   CLOSE BIBLE-CONTINUATION-FILE
                   OPEN I-O BIBLE-CONTINUATION-FILE
               END-IF
           ELSE
               OPEN INPUT BIBLE-CONTINUATION-FILE
           END-IF
           IF WS-CONT-STATUS = "00"
               MOVE WS-WANTED-FILE TO WS-OPEN-FILE
               MOVE WS-WANTED-MODE TO WS-OPEN-MODE
               MOVE "Y" TO WS-KNOWN-HAS(WS-KNOWN-HIT)
               MOVE "Y" TO WS-HAS-CONT
           END-IF
           CONTINUE.
       OPEN-CONTINUATION-EXIT.

       CLOSE-CONTINUATION.
           IF WS-OPEN-FILE NOT = SPACES
               CLOSE BIBLE-CONTINUATION-FILE
               MOVE SPACES TO WS-OPEN-FILE
               MOVE SPACE TO WS-OPEN-MODE
           END-IF
           CONTINUE.
       CLOSE-CONTINUATION-EXIT.

       JOIN-VERSE.
           MOVE SPACES TO VT-FULL-TEXT
           MOVE VT-TEXT TO VT-FULL-TEXT
           MOVE 1 TO VT-PARTS
           IF WS-HAS-CONT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO WS-WANTED-MODE
           PERFORM OPEN-CONTINUATION
           IF WS-OPEN-FILE NOT = WS-WANTED-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DONE
           PERFORM VARYING WS-PART FROM 2 BY 1
               UNTIL WS-PART > WS-MAX-PARTS OR WS-DONE = "Y"
               MOVE VT-ID TO BIBLE-CONTINUATION-ID(1:9)
               MOVE WS-PART TO BIBLE-CONTINUATION-PART
               READ BIBLE-CONTINUATION-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-DONE
                   NOT INVALID KEY
                       PERFORM APPEND-PART
               END-READ
           END-PERFORM
           CONTINUE.
       JOIN-VERSE-EXIT.

       APPEND-PART.
           IF VT-FULL-TEXT = SPACES
               MOVE 0 TO WS-FULL-LEN
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION trim(VT-FULL-TEXT TRAILING))
                   TO WS-FULL-LEN
           END-IF
      * parts are cut at word boundaries and mostly shorter than
      * WS-PART-SIZE - only what the part really holds is counted
           IF BIBLE-CONTINUATION-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION trim(BIBLE-CONTINUATION-TEXT TRAILING))
               TO WS-TAKE
           IF WS-FULL-LEN + WS-TAKE
               > LENGTH OF VT-FULL-TEXT
               MOVE "Y" TO WS-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE BIBLE-CONTINUATION-TEXT(1:WS-TAKE)
               TO VT-FULL-TEXT(WS-FULL-LEN + 1:WS-TAKE)
           MOVE WS-PART TO VT-PARTS
           CONTINUE.
       APPEND-PART-EXIT.

      * Cut before a blank where one is in reach, else at a
      * character boundary (never inside a UTF-8 sequence).
       SPLIT-VERSE.
           IF VT-FULL-TEXT = SPACES
               MOVE 0 TO WS-FULL-LEN
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION trim(VT-FULL-TEXT TRAILING))
                   TO WS-FULL-LEN
           END-IF
           MOVE SPACES TO VT-TEXT
           MOVE 1 TO VT-PARTS
           IF WS-FULL-LEN <= WS-PART-SIZE
               MOVE VT-FULL-TEXT TO VT-TEXT
               IF WS-HAS-CONT = "Y" AND VT-ACTION = "W"
                   PERFORM DROP-PARTS
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF VT-ACTION = "W"
               MOVE "U" TO WS-WANTED-MODE
               PERFORM OPEN-CONTINUATION
           END-IF
           MOVE 1 TO WS-START
           MOVE 0 TO WS-PART
           PERFORM UNTIL WS-START > WS-FULL-LEN
               OR WS-PART >= WS-MAX-PARTS
               ADD 1 TO WS-PART
               PERFORM FIND-CUT
               IF WS-PART = 1
                   MOVE VT-FULL-TEXT(WS-START:WS-TAKE) TO VT-TEXT
               END-IF
               IF WS-PART > 1 AND VT-ACTION = "W"
                   MOVE VT-ID TO BIBLE-CONTINUATION-ID(1:9)
                   MOVE WS-PART TO BIBLE-CONTINUATION-PART
                   MOVE VT-FULL-TEXT(WS-START:WS-TAKE)
                       TO BIBLE-CONTINUATION-TEXT
                   WRITE BIBLE-CONTINUATION-RECORD INVALID KEY
                       REWRITE BIBLE-CONTINUATION-RECORD
                   END-WRITE
               END-IF
               ADD WS-TAKE TO WS-START
           END-PERFORM
           MOVE WS-PART TO VT-PARTS
           IF VT-ACTION = "W"
               PERFORM DELETE-PARTS-FROM
           END-IF
           CONTINUE.
       SPLIT-VERSE-EXIT.

       FIND-CUT.
           COMPUTE WS-TAKE = WS-FULL-LEN - WS-START + 1
           IF WS-TAKE <= WS-PART-SIZE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TAKE
           COMPUTE WS-CUT = WS-START + WS-PART-SIZE - 1
           PERFORM UNTIL WS-CUT <= WS-START OR WS-TAKE > 0
               IF VT-FULL-TEXT(WS-CUT:1) NOT = SPACE
                   AND VT-FULL-TEXT(WS-CUT + 1:1) = SPACE
                   COMPUTE WS-TAKE = WS-CUT - WS-START + 1
               END-IF
               SUBTRACT 1 FROM WS-CUT
           END-PERFORM
           IF WS-TAKE > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUT = WS-START + WS-PART-SIZE - 1
           PERFORM UNTIL WS-CUT <= WS-START OR WS-TAKE > 0
               COMPUTE WS-BYTE =
                   FUNCTION ORD(VT-FULL-TEXT(WS-CUT + 1:1)) - 1
               IF VT-FULL-TEXT(WS-CUT:1) NOT = SPACE
                   AND (WS-BYTE < 128 OR WS-BYTE > 191)
                   COMPUTE WS-TAKE = WS-CUT - WS-START + 1
               END-IF
               SUBTRACT 1 FROM WS-CUT
           END-PERFORM
           IF WS-TAKE = 0
               MOVE WS-PART-SIZE TO WS-TAKE
           END-IF
           CONTINUE.
       FIND-CUT-EXIT.

       DROP-PARTS.
           MOVE 1 TO VT-PARTS
           IF WS-HAS-CONT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO WS-WANTED-MODE
           PERFORM OPEN-CONTINUATION
           PERFORM DELETE-PARTS-FROM
           CONTINUE.
       DROP-PARTS-EXIT.

      * Parts beyond VT-PARTS belong to an earlier, longer text.
       DELETE-PARTS-FROM.
           IF WS-OPEN-FILE NOT = WS-WANTED-FILE
               OR WS-OPEN-MODE NOT = "U"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DONE
           PERFORM VARYING WS-PART FROM VT-PARTS BY 1
               UNTIL WS-PART >= WS-MAX-PARTS OR WS-DONE = "Y"
               MOVE VT-ID TO BIBLE-CONTINUATION-ID(1:9)
               COMPUTE BIBLE-CONTINUATION-PART = WS-PART + 1
               DELETE BIBLE-CONTINUATION-FILE RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-DONE
               END-DELETE
           END-PERFORM
           CONTINUE.
       DELETE-PARTS-FROM-EXIT.

       NEW-CONTINUATION.
           PERFORM CLOSE-CONTINUATION
           MOVE WS-WANTED-FILE TO WS-CONT-FILE
           OPEN OUTPUT BIBLE-CONTINUATION-FILE
           CLOSE BIBLE-CONTINUATION-FILE
           MOVE "Y" TO WS-KNOWN-HAS(WS-KNOWN-HIT)
           CONTINUE.
       NEW-CONTINUATION-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM verseText.
