      * Post-update step for a translation whose verse text changed
      * (applyTranslationUpdate, or a fresh import of the same
      * short). BOOKMARK-TEXT keeps a copy of the verse as it read
      * when the bookmark was set; every bookmark of the translation
      * is compared with the verse as installed now and a stale copy
      * is rewritten (journaled as CHANGE for userDataRestore).
      *
      * A verse counts as changed when a bookmark on it was stale or
      * when the update report <short>.update-check.rpt, if passed,
      * lists it as GEAENDERT. <short>.wording.rpt then names per
      * user the bookmarks, notes and highlights that sit on changed
      * verses. Every refreshed bookmark also leaves a line in
      * wording.changes
      *   user###short###book###chapter###verse###date
      * so verseTrainer tells the user the wording changed instead
      * of grading the next attempt against the new text.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. bookmarkRefresh.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIFF-REPORT-FILE ASSIGN TO REFRESH-DIFF-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BOOKMARKS-FILE ASSIGN TO "bookmarks.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKMARK-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-BOOKMARKS-STATUS.
           SELECT BIBLE-NOTES-FILE ASSIGN TO "notes.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-NOTE-KEY
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT HIGHLIGHTS-FILE ASSIGN TO "highlights.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIGHLIGHT-KEY
               FILE STATUS IS WS-HIGHLIGHTS-STATUS.
           SELECT WORDING-CHANGES-FILE ASSIGN TO "wording.changes"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO "wording.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORTED-FILE ASSIGN TO "wording.sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-notes-file'.
       FD DIFF-REPORT-FILE.
       01 DIFF-REPORT-RECORD PIC X(8100).
       FD BOOKMARKS-FILE.
       01 BOOKMARK-RECORD.
           05 BOOKMARK-KEY.
               10 BOOKMARK-USER     PIC X(30).
               10 BOOKMARK-SHORT    PIC X(32).
               10 BOOKMARK-BOOK     PIC 9(3).
               10 BOOKMARK-CHAPTER  PIC 9(3).
               10 BOOKMARK-VERSE    PIC 9(3).
           05 BOOKMARK-TEXT         PIC X(500).
       FD HIGHLIGHTS-FILE.
       01 HIGHLIGHT-RECORD.
           05 HIGHLIGHT-KEY.
               10 HIGHLIGHT-USER     PIC X(30).
               10 HIGHLIGHT-SHORT    PIC X(32).
               10 HIGHLIGHT-BOOK     PIC 9(3).
               10 HIGHLIGHT-CHAPTER  PIC 9(3).
               10 HIGHLIGHT-VERSE    PIC 9(3).
           05 HIGHLIGHT-CATEGORY     PIC X(12).
       FD WORDING-CHANGES-FILE.
       01 WORDING-CHANGES-RECORD PIC X(100).
      * one line per affected entry, sorted by user, verse and kind
      * (1 bookmark, 2 note, 3 highlight) before the report is cut
       FD WORK-FILE.
       01 WORK-RECORD.
           05 WORK-USER             PIC X(30).
           05 WORK-VERSE-KEY        PIC 9(9).
           05 WORK-KIND             PIC X(1).
           05 WORK-STALE            PIC X(1).
           05 WORK-INFO             PIC X(60).
       FD SORTED-FILE.
       01 SORTED-RECORD.
           05 SORTED-USER           PIC X(30).
           05 SORTED-VERSE-KEY.
               10 SORTED-BOOK       PIC 9(3).
               10 SORTED-CHAPTER    PIC 9(3).
               10 SORTED-VERSE      PIC 9(3).
           05 SORTED-KIND           PIC X(1).
           05 SORTED-STALE          PIC X(1).
           05 SORTED-INFO           PIC X(60).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-DATA-FILE              PIC X(250).
       01 WS-REPORT-FILE            PIC X(250).
       01 WS-BOOKMARKS-STATUS       PIC XX.
       01 WS-NOTES-STATUS           PIC XX.
       01 WS-HIGHLIGHTS-STATUS      PIC XX.
       01 WS-TEST-FILE              PIC X(250).
       01 WS-RETURN                 PIC 9(3).
       01 WS-EOF                    PIC X VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-SHORT                  PIC X(32).
       01 WS-DIFF-KIND              PIC X(10).
       01 WS-DIFF-REF               PIC X(15).
       01 WS-REF-BOOK               PIC X(3).
       01 WS-REF-CHAPTER            PIC X(3).
       01 WS-REF-VERSE              PIC X(3).

      * Verses whose text changed, from the update report and from
      * the stale bookmarks found on the way.
       78 WS-KEY-MAX VALUE 2000.
       01 WS-KEY-COUNT              PIC 9(4) VALUE 0.
       01 WS-KEY-TABLE.
           05 WS-CHANGE-KEY OCCURS 2000 TIMES PIC 9(9).
       01 WS-KEY-IDX                PIC 9(4).
       01 WS-KEY-FOUND              PIC X.
       01 WS-THIS-KEY               PIC 9(9).
       01 WS-KEY-OVERFLOW           PIC 9(5) VALUE 0.

       01 WS-STALE                  PIC X.
       01 WS-NEW-TEXT               PIC X(500).
       01 WS-AFFECTED               PIC 9(7) VALUE 0.
       01 WS-AFFECTED-NOTES         PIC 9(7) VALUE 0.
       01 WS-AFFECTED-HIGHLIGHTS    PIC 9(7) VALUE 0.
       01 WS-AFFECTED-BOOKMARKS     PIC 9(7) VALUE 0.
       01 WS-USER-COUNT             PIC 9(5) VALUE 0.
       01 WS-LAST-USER              PIC X(30).
       01 WS-KIND-TEXT              PIC X(12).

      * Change-journal call interface (lib/journalUserData).
       01 WS-JRN-USER               PIC X(30).
       01 WS-JRN-FILE               PIC X(30).
       01 WS-JRN-ACTION             PIC X(6).
       01 WS-JRN-KEY                PIC X(100).
       01 WS-JRN-DATA               PIC X(500).
       LINKAGE SECTION.
      * REFRESH-DIFF-FILE may be blank (a fresh import has no update
      * report); REFRESH-STALE returns the bookmarks refreshed.
       01 REFRESH-SHORT             PIC X(100).
       01 REFRESH-DIFF-FILE         PIC X(250).
       01 REFRESH-STALE             PIC 9(5).
       PROCEDURE DIVISION USING
           REFRESH-SHORT,
           REFRESH-DIFF-FILE,
           REFRESH-STALE.
       BOOKMARKREFRESH.
           MOVE 0 TO REFRESH-STALE
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-KEY-OVERFLOW
           MOVE 0 TO WS-AFFECTED
           MOVE 0 TO WS-AFFECTED-BOOKMARKS
           MOVE 0 TO WS-AFFECTED-NOTES
           MOVE 0 TO WS-AFFECTED-HIGHLIGHTS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION trim(REFRESH-SHORT) TO WS-SHORT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".wording.rpt"
           ) TO WS-REPORT-FILE

           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PROGRAM
           END-IF

           IF FUNCTION trim(REFRESH-DIFF-FILE) NOT = SPACES
               MOVE REFRESH-DIFF-FILE TO WS-TEST-FILE
               PERFORM CHECKFILE
               IF WS-RETURN = 0
                   PERFORM COLLECT-CHANGE-KEYS
               END-IF
           END-IF

           OPEN OUTPUT WORK-FILE
           OPEN INPUT BIBLE-DATA-FILE
           PERFORM REFRESH-BOOKMARKS
           CLOSE BIBLE-DATA-FILE
           PERFORM SCAN-NOTES
           PERFORM SCAN-HIGHLIGHTS
           CLOSE WORK-FILE

           IF WS-AFFECTED > 0
               CALL "SYSTEM" USING
                   "sort -o wording.sorted.tmp wording.work.tmp"
               END-CALL
               PERFORM WRITE-REPORT
           END-IF
           CALL "SYSTEM" USING
               "rm -f wording.work.tmp wording.sorted.tmp"
           END-CALL

           DISPLAY SPACE
           DISPLAY "Bookmarks mit veraltetem Verstext aktualisiert: "
               REFRESH-STALE
           IF WS-AFFECTED > 0
               DISPLAY "Betroffene Eintraege auf geaenderten Versen: "
                   WS-AFFECTED-BOOKMARKS " Bookmarks, "
                   WS-AFFECTED-NOTES " Notizen, "
                   WS-AFFECTED-HIGHLIGHTS " Markierungen ("
                   WS-USER-COUNT " Benutzer) - siehe "
                   FUNCTION trim(WS-REPORT-FILE)
           END-IF
           IF WS-KEY-OVERFLOW > 0
               DISPLAY "WARNUNG: " WS-KEY-OVERFLOW " geaenderte "
                   "Verse ueber dem Limit - Notizen und Markierungen"
                   " darauf fehlen im Bericht."
           END-IF
           EXIT PROGRAM.
       BOOKMARKREFRESH-EXIT.

      * Report lines read "GEAENDERT b:c:v ..."; new verses carry no
      * user data yet.
       COLLECT-CHANGE-KEYS.
           OPEN INPUT DIFF-REPORT-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DIFF-REPORT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COLLECT-ONE-KEY
               END-READ
           END-PERFORM
           CLOSE DIFF-REPORT-FILE
           CONTINUE.
       COLLECT-CHANGE-KEYS-EXIT.

       COLLECT-ONE-KEY.
           MOVE SPACES TO WS-DIFF-KIND
           MOVE SPACES TO WS-DIFF-REF
           UNSTRING DIFF-REPORT-RECORD
               DELIMITED BY SPACE INTO
                   WS-DIFF-KIND
                   WS-DIFF-REF
           IF FUNCTION trim(WS-DIFF-KIND) NOT = "GEAENDERT"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REF-BOOK
           MOVE SPACES TO WS-REF-CHAPTER
           MOVE SPACES TO WS-REF-VERSE
           UNSTRING WS-DIFF-REF
               DELIMITED BY ":" INTO
                   WS-REF-BOOK
                   WS-REF-CHAPTER
                   WS-REF-VERSE
           IF FUNCTION trim(WS-REF-BOOK) IS NOT NUMERIC
               OR FUNCTION trim(WS-REF-CHAPTER) IS NOT NUMERIC
               OR FUNCTION trim(WS-REF-VERSE) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-THIS-KEY =
               FUNCTION NUMVAL(WS-REF-BOOK) * 1000000
             + FUNCTION NUMVAL(WS-REF-CHAPTER) * 1000
             + FUNCTION NUMVAL(WS-REF-VERSE)
           PERFORM ADD-CHANGE-KEY
           CONTINUE.
       COLLECT-ONE-KEY-EXIT.

      * WS-THIS-KEY -> table, once
       ADD-CHANGE-KEY.
           PERFORM FIND-CHANGE-KEY
           IF WS-KEY-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-COUNT >= WS-KEY-MAX
               ADD 1 TO WS-KEY-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-THIS-KEY TO WS-CHANGE-KEY(WS-KEY-COUNT)
           CONTINUE.
       ADD-CHANGE-KEY-EXIT.

       FIND-CHANGE-KEY.
           MOVE "N" TO WS-KEY-FOUND
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               OR WS-KEY-FOUND = "Y"
               IF WS-CHANGE-KEY(WS-KEY-IDX) = WS-THIS-KEY
                   MOVE "Y" TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           CONTINUE.
       FIND-CHANGE-KEY-EXIT.

      ******************************************************************
      * Bookmarks: compare, refresh under lock, journal
      ******************************************************************
       REFRESH-BOOKMARKS.
           MOVE "bookmarks.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BOOKMARKS-FILE
           IF WS-BOOKMARKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BOOKMARKS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BOOKMARK-SHORT = WS-SHORT
                           PERFORM CHECK-ONE-BOOKMARK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKMARKS-FILE
           CONTINUE.
       REFRESH-BOOKMARKS-EXIT.

       CHECK-ONE-BOOKMARK.
           MOVE BOOKMARK-BOOK TO BIBLE-DATA-BOOK
           MOVE BOOKMARK-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE BOOKMARK-VERSE TO BIBLE-DATA-VERSE
           READ BIBLE-DATA-FILE
               INVALID KEY
      * a verse the translation no longer has is referenceSweep's
      * business
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-THIS-KEY =
               BOOKMARK-BOOK * 1000000
             + BOOKMARK-CHAPTER * 1000
             + BOOKMARK-VERSE
      * the bookmark keeps the verse record's own text, the same
      * copy readTranslation takes when the bookmark is set
           MOVE FUNCTION trim(BIBLE-DATA-TEXT) TO WS-NEW-TEXT
           MOVE "N" TO WS-STALE
           IF BOOKMARK-TEXT NOT = WS-NEW-TEXT
               PERFORM REWRITE-BOOKMARK
               IF WS-STALE = "Y"
                   PERFORM ADD-CHANGE-KEY
               END-IF
           ELSE
               PERFORM FIND-CHANGE-KEY
               IF WS-KEY-FOUND = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE BOOKMARK-USER TO WORK-USER
           MOVE WS-THIS-KEY TO WORK-VERSE-KEY
           MOVE "1" TO WORK-KIND
           MOVE WS-STALE TO WORK-STALE
           MOVE SPACES TO WORK-INFO
           WRITE WORK-RECORD
           ADD 1 TO WS-AFFECTED
           ADD 1 TO WS-AFFECTED-BOOKMARKS
           CONTINUE.
       CHECK-ONE-BOOKMARK-EXIT.

      * A record another terminal holds (status 51) is left alone
      * and picked up by the next run.
       REWRITE-BOOKMARK.
           READ BOOKMARKS-FILE WITH LOCK
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-BOOKMARKS-STATUS = "51"
               DISPLAY "Bookmark gesperrt, beim naechsten Lauf: "
                   FUNCTION trim(BOOKMARK-USER) " "
                   BOOKMARK-BOOK ":" BOOKMARK-CHAPTER ":"
                   BOOKMARK-VERSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-TEXT TO BOOKMARK-TEXT
           REWRITE BOOKMARK-RECORD
           UNLOCK BOOKMARKS-FILE
           MOVE "Y" TO WS-STALE
           ADD 1 TO REFRESH-STALE

           MOVE BOOKMARK-USER TO WS-JRN-USER
           MOVE "bookmarks.data" TO WS-JRN-FILE
           MOVE "CHANGE" TO WS-JRN-ACTION
           MOVE FUNCTION concatenate(
               FUNCTION trim(BOOKMARK-USER), "###",
               FUNCTION trim(BOOKMARK-SHORT), "###",
               BOOKMARK-BOOK, "###",
               BOOKMARK-CHAPTER, "###",
               BOOKMARK-VERSE
           ) TO WS-JRN-KEY
           MOVE BOOKMARK-TEXT TO WS-JRN-DATA
           CALL "lib/journalUserData" USING
               WS-JRN-USER,
               WS-JRN-FILE,
               WS-JRN-ACTION,
               WS-JRN-KEY,
               WS-JRN-DATA
           END-CALL

           PERFORM WRITE-WORDING-CHANGE
           CONTINUE.
       REWRITE-BOOKMARK-EXIT.

       WRITE-WORDING-CHANGE.
           MOVE "wording.changes" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN EXTEND WORDING-CHANGES-FILE
           ELSE
               OPEN OUTPUT WORDING-CHANGES-FILE
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(BOOKMARK-USER), "###",
               FUNCTION trim(BOOKMARK-SHORT), "###",
               BOOKMARK-BOOK, "###",
               BOOKMARK-CHAPTER, "###",
               BOOKMARK-VERSE, "###",
               WS-TODAY
           ) TO WORDING-CHANGES-RECORD
           WRITE WORDING-CHANGES-RECORD
           CLOSE WORDING-CHANGES-FILE
           CONTINUE.
       WRITE-WORDING-CHANGE-EXIT.

      ******************************************************************
      * Notes and highlights are only reported - their own text is
      * the user's, not the verse's
      ******************************************************************
       SCAN-NOTES.
           IF WS-KEY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "notes.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-NOTES-FILE
           IF WS-NOTES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BIBLE-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BIBLE-NOTE-SHORT = WS-SHORT
                           COMPUTE WS-THIS-KEY =
                               BIBLE-NOTE-BOOK * 1000000
                             + BIBLE-NOTE-CHAPTER * 1000
                             + BIBLE-NOTE-VERSE
                           PERFORM FIND-CHANGE-KEY
                           IF WS-KEY-FOUND = "Y"
                               MOVE BIBLE-NOTE-USER TO WORK-USER
                               MOVE WS-THIS-KEY TO WORK-VERSE-KEY
                               MOVE "2" TO WORK-KIND
                               MOVE "N" TO WORK-STALE
                               MOVE BIBLE-NOTE-TEXT TO WORK-INFO
                               WRITE WORK-RECORD
                               ADD 1 TO WS-AFFECTED
                               ADD 1 TO WS-AFFECTED-NOTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-NOTES-FILE
           CONTINUE.
       SCAN-NOTES-EXIT.

       SCAN-HIGHLIGHTS.
           IF WS-KEY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "highlights.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HIGHLIGHTS-FILE
           IF WS-HIGHLIGHTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HIGHLIGHTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HIGHLIGHT-SHORT = WS-SHORT
                           COMPUTE WS-THIS-KEY =
                               HIGHLIGHT-BOOK * 1000000
                             + HIGHLIGHT-CHAPTER * 1000
                             + HIGHLIGHT-VERSE
                           PERFORM FIND-CHANGE-KEY
                           IF WS-KEY-FOUND = "Y"
                               MOVE HIGHLIGHT-USER TO WORK-USER
                               MOVE WS-THIS-KEY TO WORK-VERSE-KEY
                               MOVE "3" TO WORK-KIND
                               MOVE "N" TO WORK-STALE
                               MOVE HIGHLIGHT-CATEGORY TO WORK-INFO
                               WRITE WORK-RECORD
                               ADD 1 TO WS-AFFECTED
                               ADD 1 TO WS-AFFECTED-HIGHLIGHTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIGHLIGHTS-FILE
           CONTINUE.
       SCAN-HIGHLIGHTS-EXIT.

      ******************************************************************
      * <short>.wording.rpt, one block per user
      ******************************************************************
       WRITE-REPORT.
           MOVE 0 TO WS-USER-COUNT
           MOVE SPACES TO WS-LAST-USER
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION concatenate(
               "Geaenderter Verstext in ", FUNCTION trim(WS-SHORT),
               " - betroffene Eintraege je Benutzer, Stand ",
               WS-TODAY
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "(Bookmark* = gespeicherter Verstext aktualisiert)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT SORTED-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SORTED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM WRITE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-FILE
           CLOSE REPORT-FILE
           CONTINUE.
       WRITE-REPORT-EXIT.

       WRITE-REPORT-LINE.
           IF SORTED-USER NOT = WS-LAST-USER
               MOVE SORTED-USER TO WS-LAST-USER
               ADD 1 TO WS-USER-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE FUNCTION concatenate(
                   "Benutzer ", FUNCTION trim(SORTED-USER), ":"
               ) TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EVALUATE SORTED-KIND
               WHEN "1"
                   IF SORTED-STALE = "Y"
                       MOVE "Bookmark*" TO WS-KIND-TEXT
                   ELSE
                       MOVE "Bookmark" TO WS-KIND-TEXT
                   END-IF
               WHEN "2"
                   MOVE "Notiz" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "Markierung" TO WS-KIND-TEXT
           END-EVALUATE
           MOVE FUNCTION concatenate(
               "  ", WS-KIND-TEXT, " ",
               SORTED-BOOK, ":", SORTED-CHAPTER, ":", SORTED-VERSE,
               "  ", FUNCTION trim(SORTED-INFO)
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           CONTINUE.
       WRITE-REPORT-LINE-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM bookmarkRefresh.
