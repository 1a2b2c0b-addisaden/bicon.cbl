      * Nightly sweep for verse references that lead nowhere.
      *
      * Bookmarks, notes, highlights, shared group notes, trainer
      * entries, the topic lists in topics.data and the saved
      * reading position all keep book/chapter/verse numbers. A
      * canon change in canon.cfg, a versification switch or a
      * removed translation leaves some of them pointing at verses
      * that no longer exist, and the reader only sees an empty
      * verse.
      *
      * Every stored reference is checked against its translation;
      * when that translation has been removed, against the user's
      * translation from user.profiles.data (default.cfg when the
      * user has none). Topics carry no translation and are checked
      * against default.cfg. Orphans are listed per file and user
      * in references.sweep.txt (or the file named at the prompt)
      * with the remedy that applies:
      *   - the verse exists in the user's translation: the entry
      *     can move there;
      *   - a mapping <scheme>.versemap into the translation's
      *     versification (rows as in compareTranslations) names a
      *     verse that exists: the entry can be remapped to it;
      *   - neither: the entry is only reported.
      * On request (role A) the remedies are applied. User data
      * changes go to userdata.journal as DELETE of the old and ADD
      * of the new key, so userDataRestore can undo them; topic
      * changes go to admin.log.
      *
      * The prompts read from a file as well, so the sweep runs as
      * a batchScheduler job with an input file.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. referenceSweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT BOOKMARKS-FILE ASSIGN TO "bookmarks.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKMARK-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BIBLE-NOTES-FILE ASSIGN TO "notes.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-NOTE-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT HIGHLIGHTS-FILE ASSIGN TO "highlights.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIGHLIGHT-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SHARED-NOTES-FILE ASSIGN TO "notes.shared.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHARED-NOTE-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TRAINER-FILE ASSIGN TO "trainer.schedule.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAIN-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TOPICS-FILE ASSIGN TO "topics.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOPIC-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT READING-POSITION-FILE ASSIGN TO "reading.position"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT DEFAULT-CONFIG-FILE ASSIGN TO "default.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-ID.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT MapListFile ASSIGN TO "sweep.maps.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT VERSEMAP-FILE ASSIGN TO WS-VERSEMAP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BOOKS-FILE ASSIGN TO "books.lookup"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/user-profile-file'.
           COPY 'cpy/file-section/bible-notes-file'.
           COPY 'cpy/file-section/shared-notes-file'.
           COPY 'cpy/file-section/bible-topics-file'.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-data-meta'.
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
       FD TRAINER-FILE.
       01 TRAIN-RECORD.
           05 TRAIN-KEY.
               10 TRAIN-USER        PIC X(30).
               10 TRAIN-SHORT       PIC X(32).
               10 TRAIN-BOOK        PIC 9(3).
               10 TRAIN-CHAPTER     PIC 9(3).
               10 TRAIN-VERSE       PIC 9(3).
           05 TRAIN-DUE-DATE        PIC 9(8).
           05 TRAIN-INTERVAL        PIC 9(3).
       FD READING-POSITION-FILE.
       01 READING-POSITION-RECORD PIC X(100).
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       FD DEFAULT-CONFIG-FILE.
       01 DEFAULT-CONFIG-RECORD PIC X(32).
       FD MapListFile.
       01 MapListRecord PIC X(100).
       FD VERSEMAP-FILE.
       01 VERSEMAP-RECORD PIC X(50).
       FD BOOKS-FILE.
       01 BOOKS-RECORD PIC X(50).
       FD ReportFile.
       01 ReportRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-SOURCE-STATUS      PIC XX.
       01 WS-PROFILES-STATUS    PIC XX.
       01 WS-PROFILES-ON        PIC X VALUE "N".
       01 WS-META-STATUS        PIC XX.
       01 WS-DATA-FILE          PIC X(777).
       01 WS-META-FILE          PIC X(777).
       01 WS-REPORT-FILE        PIC X(100).
       01 WS-SCAN-EOF           PIC X VALUE "N".
       01 WS-SAVED-RECORD       PIC X(800).
       01 WS-DEFAULT-SHORT      PIC X(32) VALUE SPACES.
       01 WS-SESSION-USER       PIC X(30) VALUE SPACES.
       01 WS-TODAY              PIC 9(8).
       01 WS-COUNT-DISP         PIC Z(6)9.
       01 WS-MOVED-DISP         PIC Z(6)9.

      * One reference to check and its verdict: STATE space = the
      * verse exists, "T" = translation gone but the verse exists
      * in the user's, "V" = remapped by a versemap, "X" = orphan
      * without remedy. WS-NEW-* holds the key it can move to.
       01 WS-CHK-USER           PIC X(30).
       01 WS-CHK-SHORT          PIC X(32).
       01 WS-CHK-BOOK           PIC 9(3).
       01 WS-CHK-CHAPTER        PIC 9(3).
       01 WS-CHK-VERSE          PIC 9(3).
       01 WS-CHK-STATE          PIC X(1).
         88 WS-CHK-OK           VALUE SPACE.
         88 WS-CHK-MOVABLE      VALUE "T" "V".
       01 WS-CHK-NOTE           PIC X(60).
       01 WS-CHK-WHO            PIC X(30).
       01 WS-NEW-SHORT          PIC X(32).
       01 WS-NEW-BOOK           PIC 9(3).
       01 WS-NEW-CHAPTER        PIC 9(3).
       01 WS-NEW-VERSE          PIC 9(3).

      * caches - the files are keyed by user and translation, so
      * both change seldom from one record to the next
       01 WS-LAST-SHORT         PIC X(32) VALUE LOW-VALUES.
       01 WS-LAST-INSTALLED     PIC X VALUE "N".
       01 WS-LAST-USER          PIC X(30) VALUE LOW-VALUES.
       01 WS-LAST-USER-SHORT    PIC X(32) VALUE SPACES.
       01 WS-OPEN-SHORT         PIC X(32) VALUE SPACES.

      * Versification mappings into the scheme of the translation
      * that is open, from every <scheme>.to.<that>.versemap
       01 WS-SCHEME             PIC X(20) VALUE "STANDARD".
       01 WS-MAP-SCHEME         PIC X(20) VALUE LOW-VALUES.
       01 WS-VERSEMAP-FILE      PIC X(100).
       01 WS-VERSEMAP-EOF       PIC X VALUE "N".
       01 WS-MAPLIST-EOF        PIC X VALUE "N".
       78 WS-VERSEMAP-MAX VALUE 2000.
       01 WS-VERSEMAP-COUNT     PIC 9(4) VALUE 0.
       01 WS-VERSEMAP-TABLE.
           05 WS-VERSEMAP-ENTRY OCCURS 2000 TIMES.
               10 WS-MAP-FROM-BOOK    PIC 9(3).
               10 WS-MAP-FROM-CHAPTER PIC 9(3).
               10 WS-MAP-FROM-VERSE   PIC 9(3).
               10 WS-MAP-TO-BOOK      PIC 9(3).
               10 WS-MAP-TO-CHAPTER   PIC 9(3).
               10 WS-MAP-TO-VERSE     PIC 9(3).
       01 WS-VERSEMAP-IDX       PIC 9(4).
       01 WS-MAP-FOUND          PIC X.

      * book abbreviations for the listing, German rows preferred
       78 WS-MAX-BOOKS VALUE 99.
       01 WS-BOOKS-EOF          PIC X VALUE "N".
       01 WS-BOOK-REC-NUM       PIC 9(3).
       01 WS-BOOK-REC-NAME      PIC X(20).
       01 WS-BOOK-REC-ABBR      PIC X(4).
       01 WS-BOOK-REC-LANG      PIC X(2).
       01 WS-BOOK-ABBR-TABLE.
           05 WS-BOOK-ABBR PIC X(4) OCCURS 99 TIMES.
       01 WS-BOOK-IDX           PIC 9(3).
       01 WS-FMT-BOOK           PIC 9(3).
       01 WS-FMT-CHAPTER        PIC 9(3).
       01 WS-FMT-VERSE          PIC 9(3).
       01 WS-FMT-TEXT           PIC X(16).
       01 WS-FMT-CHAPTER-DISP   PIC Z(2)9.
       01 WS-FMT-VERSE-DISP     PIC Z(2)9.
       01 WS-NEW-TEXT           PIC X(16).

      * topic lists and the reading position
       01 WS-REF-PTR            PIC 9(4).
       01 WS-REF-ITEM           PIC X(20).
       01 WS-REF-KEY            PIC X(9).
       01 WS-REF-PARTS REDEFINES WS-REF-KEY.
           05 WS-REF-BOOK       PIC 9(3).
           05 WS-REF-CHAPTER    PIC 9(3).
           05 WS-REF-VERSE      PIC 9(3).
       01 WS-NEW-REFS           PIC X(500).
       01 WS-TOPIC-CHANGED      PIC X.
       01 WS-POSITION-SHORT     PIC X(32).
       01 WS-POSITION-BOOK      PIC 9(3).
       01 WS-POSITION-CHAPTER   PIC 9(3).
       01 WS-POSITION-END       PIC 9(3).

      * counters per file and overall
       01 WS-SECTION-FILE       PIC X(30).
       01 WS-ORPHAN-COUNT       PIC 9(7).
       01 WS-MOVED-COUNT        PIC 9(7).
       01 WS-BUSY-COUNT         PIC 9(7).
       01 WS-TOTAL-ORPHANS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-MOVED        PIC 9(7) VALUE 0.

       01 WS-REPAIR             PIC X(1) VALUE "N".
       01 WS-MOVE-DONE          PIC X.

      * Change-journal call interface (lib/journalUserData)
       01 WS-JRN-FILE           PIC X(30).
       01 WS-JRN-ACTION         PIC X(6).
       01 WS-JRN-KEY            PIC X(100).
       01 WS-JRN-DATA           PIC X(500).

      * Role gate for the repair, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "referenceSweep".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       REFERENCESWEEP.
           DISPLAY "Verwaiste Verweise umhaengen, wo moeglich "
               "(J/N)? " WITH NO ADVANCING
           ACCEPT WS-REPAIR
           MOVE FUNCTION UPPER-CASE(WS-REPAIR) TO WS-REPAIR
           DISPLAY "Bericht (Enter = references.sweep.txt): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE "references.sweep.txt" TO WS-REPORT-FILE
           END-IF

           IF WS-REPAIR = "J"
               CALL "lib/checkRole" USING
                   WS-ROLE-PROGRAM,
                   WS-ROLE-NEEDED,
                   WS-ROLE-USER,
                   WS-ROLE-ACTUAL,
                   WS-ROLE-OK
               END-CALL
               IF WS-ROLE-OK NOT = "Y"
                   DISPLAY "Verwaiste Verweise werden nur berichtet."
                   MOVE "N" TO WS-REPAIR
               END-IF
           END-IF

           PERFORM LOAD-DEFAULT-TRANSLATION
           PERFORM LOAD-SESSION-USER
           PERFORM LOAD-BOOK-ABBR
           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT UserProfilesFile
               IF WS-PROFILES-STATUS = "00"
                   MOVE "Y" TO WS-PROFILES-ON
               END-IF
           END-IF

           OPEN OUTPUT ReportFile
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION concatenate(
               "Verwaiste Verweise  ", WS-TODAY(7:2), ".",
               WS-TODAY(5:2), ".", WS-TODAY(1:4)
           ) TO ReportRecord
           WRITE ReportRecord
           MOVE ALL "=" TO ReportRecord(1:70)
           WRITE ReportRecord
           IF WS-REPAIR = "J"
               MOVE "Abhilfe wird angewendet." TO ReportRecord
           ELSE
               MOVE "Nur Bericht, keine Aenderungen." TO ReportRecord
           END-IF
           WRITE ReportRecord

           PERFORM SWEEP-BOOKMARKS
           PERFORM SWEEP-NOTES
           PERFORM SWEEP-HIGHLIGHTS
           PERFORM SWEEP-SHARED-NOTES
           PERFORM SWEEP-TRAINER
           PERFORM SWEEP-TOPICS
           PERFORM SWEEP-READING-POSITION

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE WS-TOTAL-ORPHANS TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "Insgesamt ", FUNCTION trim(WS-COUNT-DISP),
               " verwaiste Verweise"
           ) TO ReportRecord
           WRITE ReportRecord
           CLOSE ReportFile
           IF WS-OPEN-SHORT NOT = SPACES
               CLOSE BIBLE-DATA-FILE
           END-IF
           IF WS-PROFILES-ON = "Y"
               CLOSE UserProfilesFile
           END-IF
           CALL "SYSTEM" USING "rm -f sweep.maps.tmp"

           MOVE WS-TOTAL-ORPHANS TO WS-COUNT-DISP
           DISPLAY FUNCTION trim(WS-COUNT-DISP)
               " verwaiste Verweise gefunden."
           IF WS-REPAIR = "J"
               MOVE WS-TOTAL-MOVED TO WS-COUNT-DISP
               DISPLAY FUNCTION trim(WS-COUNT-DISP)
                   " Verweise umgehaengt."
           END-IF
           DISPLAY "Bericht geschrieben nach "
               FUNCTION trim(WS-REPORT-FILE)
           EXIT PROGRAM.
       REFERENCESWEEP-EXIT.

      ******************************************************************
      * The user data files, one pass each in key order
      ******************************************************************
       SWEEP-BOOKMARKS.
           MOVE "bookmarks.data" TO WS-SECTION-FILE
           PERFORM START-SECTION
           MOVE WS-SECTION-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-REPAIR = "J"
               OPEN I-O BOOKMARKS-FILE
           ELSE
               OPEN INPUT BOOKMARKS-FILE
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ BOOKMARKS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE BOOKMARK-USER TO WS-CHK-USER
                       MOVE BOOKMARK-USER TO WS-CHK-WHO
                       MOVE BOOKMARK-SHORT TO WS-CHK-SHORT
                       MOVE BOOKMARK-BOOK TO WS-CHK-BOOK
                       MOVE BOOKMARK-CHAPTER TO WS-CHK-CHAPTER
                       MOVE BOOKMARK-VERSE TO WS-CHK-VERSE
                       PERFORM CHECK-REFERENCE
                       IF NOT WS-CHK-OK
                           PERFORM MOVE-BOOKMARK
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKMARKS-FILE
           PERFORM END-SECTION
           CONTINUE.
       SWEEP-BOOKMARKS-EXIT.

      * Key change the way accountClosure renames: delete, write
      * under the new key (the old one goes back when the new key
      * is taken), then position behind the old key again.
       MOVE-BOOKMARK.
           MOVE "N" TO WS-MOVE-DONE
           IF WS-REPAIR NOT = "J" OR NOT WS-CHK-MOVABLE
               EXIT PARAGRAPH
           END-IF
           MOVE BOOKMARK-RECORD TO WS-SAVED-RECORD
           DELETE BOOKMARKS-FILE RECORD
           END-DELETE
           MOVE WS-NEW-SHORT TO BOOKMARK-SHORT
           MOVE WS-NEW-BOOK TO BOOKMARK-BOOK
           MOVE WS-NEW-CHAPTER TO BOOKMARK-CHAPTER
           MOVE WS-NEW-VERSE TO BOOKMARK-VERSE
           WRITE BOOKMARK-RECORD
               INVALID KEY
                   MOVE WS-SAVED-RECORD TO BOOKMARK-RECORD
                   WRITE BOOKMARK-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVE-DONE
           END-WRITE
           IF WS-MOVE-DONE = "Y"
               MOVE "bookmarks.data" TO WS-JRN-FILE
               MOVE BOOKMARK-TEXT TO WS-JRN-DATA
               PERFORM JOURNAL-MOVE
           END-IF
           MOVE WS-SAVED-RECORD TO BOOKMARK-RECORD
           START BOOKMARKS-FILE
               KEY IS GREATER THAN BOOKMARK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       MOVE-BOOKMARK-EXIT.

       SWEEP-NOTES.
           MOVE "notes.data" TO WS-SECTION-FILE
           PERFORM START-SECTION
           MOVE WS-SECTION-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-REPAIR = "J"
               OPEN I-O BIBLE-NOTES-FILE
           ELSE
               OPEN INPUT BIBLE-NOTES-FILE
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ BIBLE-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE BIBLE-NOTE-USER TO WS-CHK-USER
                       MOVE BIBLE-NOTE-USER TO WS-CHK-WHO
                       MOVE BIBLE-NOTE-SHORT TO WS-CHK-SHORT
                       MOVE BIBLE-NOTE-BOOK TO WS-CHK-BOOK
                       MOVE BIBLE-NOTE-CHAPTER TO WS-CHK-CHAPTER
                       MOVE BIBLE-NOTE-VERSE TO WS-CHK-VERSE
                       PERFORM CHECK-REFERENCE
                       IF NOT WS-CHK-OK
                           PERFORM MOVE-NOTE
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-NOTES-FILE
           PERFORM END-SECTION
           CONTINUE.
       SWEEP-NOTES-EXIT.

       MOVE-NOTE.
           MOVE "N" TO WS-MOVE-DONE
           IF WS-REPAIR NOT = "J" OR NOT WS-CHK-MOVABLE
               EXIT PARAGRAPH
           END-IF
           MOVE BIBLE-NOTE-RECORD TO WS-SAVED-RECORD
           DELETE BIBLE-NOTES-FILE RECORD
           END-DELETE
           MOVE WS-NEW-SHORT TO BIBLE-NOTE-SHORT
           MOVE WS-NEW-BOOK TO BIBLE-NOTE-BOOK
           MOVE WS-NEW-CHAPTER TO BIBLE-NOTE-CHAPTER
           MOVE WS-NEW-VERSE TO BIBLE-NOTE-VERSE
           WRITE BIBLE-NOTE-RECORD
               INVALID KEY
                   MOVE WS-SAVED-RECORD TO BIBLE-NOTE-RECORD
                   WRITE BIBLE-NOTE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVE-DONE
           END-WRITE
           IF WS-MOVE-DONE = "Y"
               MOVE "notes.data" TO WS-JRN-FILE
               MOVE BIBLE-NOTE-TEXT TO WS-JRN-DATA
               PERFORM JOURNAL-MOVE
           END-IF
           MOVE WS-SAVED-RECORD TO BIBLE-NOTE-RECORD
           START BIBLE-NOTES-FILE
               KEY IS GREATER THAN BIBLE-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       MOVE-NOTE-EXIT.

       SWEEP-HIGHLIGHTS.
           MOVE "highlights.data" TO WS-SECTION-FILE
           PERFORM START-SECTION
           MOVE WS-SECTION-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-REPAIR = "J"
               OPEN I-O HIGHLIGHTS-FILE
           ELSE
               OPEN INPUT HIGHLIGHTS-FILE
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ HIGHLIGHTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE HIGHLIGHT-USER TO WS-CHK-USER
                       MOVE HIGHLIGHT-USER TO WS-CHK-WHO
                       MOVE HIGHLIGHT-SHORT TO WS-CHK-SHORT
                       MOVE HIGHLIGHT-BOOK TO WS-CHK-BOOK
                       MOVE HIGHLIGHT-CHAPTER TO WS-CHK-CHAPTER
                       MOVE HIGHLIGHT-VERSE TO WS-CHK-VERSE
                       PERFORM CHECK-REFERENCE
                       IF NOT WS-CHK-OK
                           PERFORM MOVE-HIGHLIGHT
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIGHLIGHTS-FILE
           PERFORM END-SECTION
           CONTINUE.
       SWEEP-HIGHLIGHTS-EXIT.

       MOVE-HIGHLIGHT.
           MOVE "N" TO WS-MOVE-DONE
           IF WS-REPAIR NOT = "J" OR NOT WS-CHK-MOVABLE
               EXIT PARAGRAPH
           END-IF
           MOVE HIGHLIGHT-RECORD TO WS-SAVED-RECORD
           DELETE HIGHLIGHTS-FILE RECORD
           END-DELETE
           MOVE WS-NEW-SHORT TO HIGHLIGHT-SHORT
           MOVE WS-NEW-BOOK TO HIGHLIGHT-BOOK
           MOVE WS-NEW-CHAPTER TO HIGHLIGHT-CHAPTER
           MOVE WS-NEW-VERSE TO HIGHLIGHT-VERSE
           WRITE HIGHLIGHT-RECORD
               INVALID KEY
                   MOVE WS-SAVED-RECORD TO HIGHLIGHT-RECORD
                   WRITE HIGHLIGHT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVE-DONE
           END-WRITE
           IF WS-MOVE-DONE = "Y"
               MOVE "highlights.data" TO WS-JRN-FILE
               MOVE HIGHLIGHT-CATEGORY TO WS-JRN-DATA
               PERFORM JOURNAL-MOVE
           END-IF
           MOVE WS-SAVED-RECORD TO HIGHLIGHT-RECORD
           START HIGHLIGHTS-FILE
               KEY IS GREATER THAN HIGHLIGHT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       MOVE-HIGHLIGHT-EXIT.

      * Shared notes belong to a group; the author's translation
      * stands in when the note's own is gone.
       SWEEP-SHARED-NOTES.
           MOVE "notes.shared.data" TO WS-SECTION-FILE
           PERFORM START-SECTION
           MOVE WS-SECTION-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-REPAIR = "J"
               OPEN I-O SHARED-NOTES-FILE
           ELSE
               OPEN INPUT SHARED-NOTES-FILE
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SHARED-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SHARED-NOTE-AUTHOR TO WS-CHK-USER
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(SHARED-NOTE-AUTHOR), "/",
                           FUNCTION trim(SHARED-NOTE-GROUP)
                       ) TO WS-CHK-WHO
                       MOVE SHARED-NOTE-SHORT TO WS-CHK-SHORT
                       MOVE SHARED-NOTE-BOOK TO WS-CHK-BOOK
                       MOVE SHARED-NOTE-CHAPTER TO WS-CHK-CHAPTER
                       MOVE SHARED-NOTE-VERSE TO WS-CHK-VERSE
                       PERFORM CHECK-REFERENCE
                       IF NOT WS-CHK-OK
                           PERFORM MOVE-SHARED-NOTE
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHARED-NOTES-FILE
           PERFORM END-SECTION
           CONTINUE.
       SWEEP-SHARED-NOTES-EXIT.

       MOVE-SHARED-NOTE.
           MOVE "N" TO WS-MOVE-DONE
           IF WS-REPAIR NOT = "J" OR NOT WS-CHK-MOVABLE
               EXIT PARAGRAPH
           END-IF
           MOVE SHARED-NOTE-RECORD TO WS-SAVED-RECORD
           DELETE SHARED-NOTES-FILE RECORD
           END-DELETE
           MOVE WS-NEW-SHORT TO SHARED-NOTE-SHORT
           MOVE WS-NEW-BOOK TO SHARED-NOTE-BOOK
           MOVE WS-NEW-CHAPTER TO SHARED-NOTE-CHAPTER
           MOVE WS-NEW-VERSE TO SHARED-NOTE-VERSE
           WRITE SHARED-NOTE-RECORD
               INVALID KEY
                   MOVE WS-SAVED-RECORD TO SHARED-NOTE-RECORD
                   WRITE SHARED-NOTE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVE-DONE
           END-WRITE
      * the journal key of a shared note carries group and author
      * around the verse, as readTranslation writes it
           IF WS-MOVE-DONE = "Y"
               MOVE "notes.shared.data" TO WS-JRN-FILE
               MOVE SHARED-NOTE-TEXT TO WS-JRN-DATA
               MOVE "DELETE" TO WS-JRN-ACTION
               MOVE FUNCTION concatenate(
                   FUNCTION trim(SHARED-NOTE-GROUP), "###",
                   FUNCTION trim(WS-CHK-SHORT), "###",
                   WS-CHK-BOOK, "###",
                   WS-CHK-CHAPTER, "###",
                   WS-CHK-VERSE, "###",
                   FUNCTION trim(SHARED-NOTE-AUTHOR)
               ) TO WS-JRN-KEY
               PERFORM WRITE-USER-JOURNAL
               MOVE "ADD" TO WS-JRN-ACTION
               MOVE FUNCTION concatenate(
                   FUNCTION trim(SHARED-NOTE-GROUP), "###",
                   FUNCTION trim(WS-NEW-SHORT), "###",
                   WS-NEW-BOOK, "###",
                   WS-NEW-CHAPTER, "###",
                   WS-NEW-VERSE, "###",
                   FUNCTION trim(SHARED-NOTE-AUTHOR)
               ) TO WS-JRN-KEY
               PERFORM WRITE-USER-JOURNAL
           END-IF
           MOVE WS-SAVED-RECORD TO SHARED-NOTE-RECORD
           START SHARED-NOTES-FILE
               KEY IS GREATER THAN SHARED-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       MOVE-SHARED-NOTE-EXIT.

       SWEEP-TRAINER.
           MOVE "trainer.schedule.data" TO WS-SECTION-FILE
           PERFORM START-SECTION
           MOVE WS-SECTION-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-REPAIR = "J"
               OPEN I-O TRAINER-FILE
           ELSE
               OPEN INPUT TRAINER-FILE
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TRAINER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE TRAIN-USER TO WS-CHK-USER
                       MOVE TRAIN-USER TO WS-CHK-WHO
                       MOVE TRAIN-SHORT TO WS-CHK-SHORT
                       MOVE TRAIN-BOOK TO WS-CHK-BOOK
                       MOVE TRAIN-CHAPTER TO WS-CHK-CHAPTER
                       MOVE TRAIN-VERSE TO WS-CHK-VERSE
                       PERFORM CHECK-REFERENCE
                       IF NOT WS-CHK-OK
                           PERFORM MOVE-TRAINER-ENTRY
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAINER-FILE
           PERFORM END-SECTION
           CONTINUE.
       SWEEP-TRAINER-EXIT.

       MOVE-TRAINER-ENTRY.
           MOVE "N" TO WS-MOVE-DONE
           IF WS-REPAIR NOT = "J" OR NOT WS-CHK-MOVABLE
               EXIT PARAGRAPH
           END-IF
           MOVE TRAIN-RECORD TO WS-SAVED-RECORD
           DELETE TRAINER-FILE RECORD
           END-DELETE
           MOVE WS-NEW-SHORT TO TRAIN-SHORT
           MOVE WS-NEW-BOOK TO TRAIN-BOOK
           MOVE WS-NEW-CHAPTER TO TRAIN-CHAPTER
           MOVE WS-NEW-VERSE TO TRAIN-VERSE
           WRITE TRAIN-RECORD
               INVALID KEY
                   MOVE WS-SAVED-RECORD TO TRAIN-RECORD
                   WRITE TRAIN-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVE-DONE
           END-WRITE
           IF WS-MOVE-DONE = "Y"
               MOVE "trainer.schedule.data" TO WS-JRN-FILE
               MOVE FUNCTION concatenate(
                   TRAIN-DUE-DATE, "###", TRAIN-INTERVAL
               ) TO WS-JRN-DATA
               PERFORM JOURNAL-MOVE
           END-IF
           MOVE WS-SAVED-RECORD TO TRAIN-RECORD
           START TRAINER-FILE
               KEY IS GREATER THAN TRAIN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           CONTINUE.
       MOVE-TRAINER-ENTRY-EXIT.

      * user###short###book###chapter###verse, the key layout the
      * owning programs journal under
       JOURNAL-MOVE.
           MOVE "DELETE" TO WS-JRN-ACTION
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CHK-USER), "###",
               FUNCTION trim(WS-CHK-SHORT), "###",
               WS-CHK-BOOK, "###",
               WS-CHK-CHAPTER, "###",
               WS-CHK-VERSE
           ) TO WS-JRN-KEY
           PERFORM WRITE-USER-JOURNAL
           MOVE "ADD" TO WS-JRN-ACTION
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CHK-USER), "###",
               FUNCTION trim(WS-NEW-SHORT), "###",
               WS-NEW-BOOK, "###",
               WS-NEW-CHAPTER, "###",
               WS-NEW-VERSE
           ) TO WS-JRN-KEY
           PERFORM WRITE-USER-JOURNAL
           CONTINUE.
       JOURNAL-MOVE-EXIT.

       WRITE-USER-JOURNAL.
           CALL "lib/journalUserData" USING
               WS-CHK-USER,
               WS-JRN-FILE,
               WS-JRN-ACTION,
               WS-JRN-KEY,
               WS-JRN-DATA
           END-CALL
           CONTINUE.
       WRITE-USER-JOURNAL-EXIT.

      ******************************************************************
      * topics.data: reference lists without a translation
      ******************************************************************
       SWEEP-TOPICS.
           MOVE "topics.data" TO WS-SECTION-FILE
           PERFORM START-SECTION
           MOVE WS-SECTION-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-REPAIR = "J"
               OPEN I-O TOPICS-FILE
           ELSE
               OPEN INPUT TOPICS-FILE
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TOPICS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM SWEEP-ONE-TOPIC
               END-READ
           END-PERFORM
           CLOSE TOPICS-FILE
           PERFORM END-SECTION
           CONTINUE.
       SWEEP-TOPICS-EXIT.

       SWEEP-ONE-TOPIC.
           MOVE SPACES TO WS-NEW-REFS
           MOVE "N" TO WS-TOPIC-CHANGED
           MOVE 1 TO WS-REF-PTR
           PERFORM UNTIL WS-REF-PTR > LENGTH OF TOPIC-REFS
               MOVE SPACES TO WS-REF-ITEM
               UNSTRING TOPIC-REFS DELIMITED BY ALL SPACE
                   INTO WS-REF-ITEM
                   WITH POINTER WS-REF-PTR
               END-UNSTRING
               IF WS-REF-ITEM NOT = SPACES
                   MOVE WS-REF-ITEM(1:9) TO WS-REF-KEY
                   IF WS-REF-KEY IS NUMERIC
                       MOVE SPACES TO WS-CHK-USER
                       MOVE FUNCTION concatenate(
                           "Thema ", FUNCTION trim(TOPIC-KEY)
                       ) TO WS-CHK-WHO
                       MOVE WS-DEFAULT-SHORT TO WS-CHK-SHORT
                       MOVE WS-REF-BOOK TO WS-CHK-BOOK
                       MOVE WS-REF-CHAPTER TO WS-CHK-CHAPTER
                       MOVE WS-REF-VERSE TO WS-CHK-VERSE
                       PERFORM CHECK-REFERENCE
                       IF NOT WS-CHK-OK
                           MOVE "N" TO WS-MOVE-DONE
                           IF WS-REPAIR = "J"
                               AND WS-CHK-STATE = "V"
                               MOVE WS-NEW-BOOK TO WS-REF-BOOK
                               MOVE WS-NEW-CHAPTER TO WS-REF-CHAPTER
                               MOVE WS-NEW-VERSE TO WS-REF-VERSE
                               MOVE "Y" TO WS-MOVE-DONE
                               MOVE "Y" TO WS-TOPIC-CHANGED
                           END-IF
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
                   END-IF
                   IF WS-NEW-REFS = SPACES
                       MOVE WS-REF-KEY TO WS-NEW-REFS
                   ELSE
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-NEW-REFS), " ",
                           WS-REF-KEY
                       ) TO WS-NEW-REFS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOPIC-CHANGED = "Y"
               MOVE FUNCTION concatenate(
                   "topics.data ", FUNCTION trim(TOPIC-KEY)
               ) TO WS-ADM-TARGET
               MOVE TOPIC-REFS TO WS-ADM-BEFORE
               MOVE WS-NEW-REFS TO TOPIC-REFS
               MOVE TOPIC-REFS TO WS-ADM-AFTER
               REWRITE TOPIC-RECORD
               END-REWRITE
               CALL "lib/journalAdmin" USING
                   WS-ROLE-USER,
                   WS-ROLE-PROGRAM,
                   WS-ADM-TARGET,
                   WS-ADM-BEFORE,
                   WS-ADM-AFTER
               END-CALL
           END-IF
           CONTINUE.
       SWEEP-ONE-TOPIC-EXIT.

      ******************************************************************
      * reading.position: translation, book and chapter of the
      * session user; verse 1 of the chapter stands for it
      ******************************************************************
       SWEEP-READING-POSITION.
           MOVE "reading.position" TO WS-SECTION-FILE
           PERFORM START-SECTION
           MOVE WS-SECTION-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-POSITION-SHORT
           OPEN INPUT READING-POSITION-FILE
           READ READING-POSITION-FILE
               NOT AT END
                   UNSTRING READING-POSITION-RECORD
                       DELIMITED BY "###" INTO
                           WS-POSITION-SHORT
                           WS-POSITION-BOOK
                           WS-POSITION-CHAPTER
                           WS-POSITION-END
           END-READ
           CLOSE READING-POSITION-FILE
           IF WS-POSITION-SHORT = SPACES
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SESSION-USER TO WS-CHK-USER
           MOVE WS-SESSION-USER TO WS-CHK-WHO
           MOVE WS-POSITION-SHORT TO WS-CHK-SHORT
           MOVE WS-POSITION-BOOK TO WS-CHK-BOOK
           MOVE WS-POSITION-CHAPTER TO WS-CHK-CHAPTER
           MOVE 1 TO WS-CHK-VERSE
           PERFORM CHECK-REFERENCE
           IF NOT WS-CHK-OK
               MOVE "N" TO WS-MOVE-DONE
               IF WS-REPAIR = "J" AND WS-CHK-MOVABLE
                   IF WS-POSITION-END < WS-NEW-CHAPTER
                       MOVE WS-NEW-CHAPTER TO WS-POSITION-END
                   END-IF
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-NEW-SHORT), "###",
                       WS-NEW-BOOK, "###",
                       WS-NEW-CHAPTER, "###",
                       WS-POSITION-END
                   ) TO READING-POSITION-RECORD
                   OPEN OUTPUT READING-POSITION-FILE
                   WRITE READING-POSITION-RECORD
                   CLOSE READING-POSITION-FILE
                   MOVE "Y" TO WS-MOVE-DONE
               END-IF
               PERFORM WRITE-ORPHAN-LINE
           END-IF
           PERFORM END-SECTION
           CONTINUE.
       SWEEP-READING-POSITION-EXIT.

      ******************************************************************
      * The check itself
      ******************************************************************
       CHECK-REFERENCE.
           MOVE SPACE TO WS-CHK-STATE
           MOVE SPACES TO WS-CHK-NOTE
           MOVE WS-CHK-SHORT TO WS-NEW-SHORT
           MOVE WS-CHK-BOOK TO WS-NEW-BOOK
           MOVE WS-CHK-CHAPTER TO WS-NEW-CHAPTER
           MOVE WS-CHK-VERSE TO WS-NEW-VERSE

           PERFORM CHECK-INSTALLED
           IF WS-LAST-INSTALLED = "N"
               PERFORM FIND-USER-TRANSLATION
               IF WS-NEW-SHORT = SPACES
                   MOVE "X" TO WS-CHK-STATE
                   MOVE "Uebersetzung entfernt, kein Ersatz"
                       TO WS-CHK-NOTE
                   EXIT PARAGRAPH
               END-IF
               MOVE "T" TO WS-CHK-STATE
           END-IF

           PERFORM OPEN-CHECK-TRANSLATION
           IF WS-OPEN-SHORT = SPACES
               MOVE "X" TO WS-CHK-STATE
               MOVE "Uebersetzung nicht lesbar" TO WS-CHK-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-BOOK TO BIBLE-DATA-BOOK
           MOVE WS-CHK-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE WS-CHK-VERSE TO BIBLE-DATA-VERSE
           READ BIBLE-DATA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CHK-STATE = "T"
                       MOVE "Uebersetzung entfernt" TO WS-CHK-NOTE
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           PERFORM MAP-REFERENCE
           IF WS-MAP-FOUND = "Y"
               MOVE "V" TO WS-CHK-STATE
               MOVE FUNCTION concatenate(
                   "Versifikation ", FUNCTION trim(WS-SCHEME)
               ) TO WS-CHK-NOTE
           ELSE
               MOVE "X" TO WS-CHK-STATE
               MOVE FUNCTION concatenate(
                   "Vers fehlt in ", FUNCTION trim(WS-NEW-SHORT)
               ) TO WS-CHK-NOTE
           END-IF
           CONTINUE.
       CHECK-REFERENCE-EXIT.

       CHECK-INSTALLED.
           IF WS-CHK-SHORT = WS-LAST-SHORT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-SHORT TO WS-LAST-SHORT
           MOVE "N" TO WS-LAST-INSTALLED
           IF WS-CHK-SHORT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-CHK-SHORT), ".bible.data"
           ) TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               MOVE "Y" TO WS-LAST-INSTALLED
           END-IF
           CONTINUE.
       CHECK-INSTALLED-EXIT.

      * The user's own translation when it is installed, else the
      * house translation from default.cfg; blank when neither.
       FIND-USER-TRANSLATION.
           IF WS-CHK-USER NOT = WS-LAST-USER
               MOVE WS-CHK-USER TO WS-LAST-USER
               MOVE SPACES TO WS-LAST-USER-SHORT
               IF WS-PROFILES-ON = "Y" AND WS-CHK-USER NOT = SPACES
                   MOVE WS-CHK-USER TO USER-PROFILE-KEY
                   READ UserProfilesFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE USER-PROFILE-TRANSLATION
                               TO WS-LAST-USER-SHORT
                   END-READ
               END-IF
               IF WS-LAST-USER-SHORT NOT = SPACES
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-LAST-USER-SHORT),
                       ".bible.data"
                   ) TO WS-TEST-FILE
                   PERFORM CHECKFILE
                   IF WS-RETURN NOT = 0
                       MOVE SPACES TO WS-LAST-USER-SHORT
                   END-IF
               END-IF
               IF WS-LAST-USER-SHORT = SPACES
                   MOVE WS-DEFAULT-SHORT TO WS-LAST-USER-SHORT
               END-IF
           END-IF
           MOVE WS-LAST-USER-SHORT TO WS-NEW-SHORT
           CONTINUE.
       FIND-USER-TRANSLATION-EXIT.

      * Keep one translation open; a change of translation brings
      * its versification and the mappings into it along.
       OPEN-CHECK-TRANSLATION.
           IF WS-NEW-SHORT = WS-OPEN-SHORT
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-SHORT NOT = SPACES
               CLOSE BIBLE-DATA-FILE
               MOVE SPACES TO WS-OPEN-SHORT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-NEW-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DATA-FILE
           MOVE WS-NEW-SHORT TO WS-OPEN-SHORT
           MOVE WS-NEW-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "STANDARD" TO WS-SCHEME
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-NEW-SHORT), ".bible.meta"
           ) TO WS-META-FILE
           MOVE WS-META-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-DATA-META
               IF WS-META-STATUS = "00"
                   MOVE "VERSIFICATION" TO BIBLE-DATA-META-KEY
                   READ BIBLE-DATA-META
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FUNCTION trim(BIBLE-DATA-META-VALUE)
                               TO WS-SCHEME
                   END-READ
                   CLOSE BIBLE-DATA-META
               END-IF
           END-IF
           IF WS-SCHEME NOT = WS-MAP-SCHEME
               PERFORM LOAD-VERSEMAPS
           END-IF
           CONTINUE.
       OPEN-CHECK-TRANSLATION-EXIT.

       LOAD-VERSEMAPS.
           MOVE WS-SCHEME TO WS-MAP-SCHEME
           MOVE 0 TO WS-VERSEMAP-COUNT
           CALL "SYSTEM" USING FUNCTION concatenate(
               "ls -1 *.to.", FUNCTION trim(WS-SCHEME),
               ".versemap > sweep.maps.tmp 2>/dev/null"
           )
           END-CALL
           OPEN INPUT MapListFile
           MOVE "N" TO WS-MAPLIST-EOF
           PERFORM UNTIL WS-MAPLIST-EOF = "Y"
               READ MapListFile
                   AT END
                       MOVE "Y" TO WS-MAPLIST-EOF
                   NOT AT END
                       IF MapListRecord NOT = SPACES
                           MOVE FUNCTION trim(MapListRecord)
                               TO WS-VERSEMAP-FILE
                           PERFORM LOAD-ONE-VERSEMAP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MapListFile
           CONTINUE.
       LOAD-VERSEMAPS-EXIT.

       LOAD-ONE-VERSEMAP.
           OPEN INPUT VERSEMAP-FILE
           MOVE "N" TO WS-VERSEMAP-EOF
           PERFORM UNTIL WS-VERSEMAP-EOF = "Y"
               READ VERSEMAP-FILE
                   AT END
                       MOVE "Y" TO WS-VERSEMAP-EOF
                   NOT AT END
                       IF WS-VERSEMAP-COUNT < WS-VERSEMAP-MAX
                           ADD 1 TO WS-VERSEMAP-COUNT
                           UNSTRING VERSEMAP-RECORD
                               DELIMITED BY "###" INTO
                               WS-MAP-FROM-BOOK(WS-VERSEMAP-COUNT)
                               WS-MAP-FROM-CHAPTER(WS-VERSEMAP-COUNT)
                               WS-MAP-FROM-VERSE(WS-VERSEMAP-COUNT)
                               WS-MAP-TO-BOOK(WS-VERSEMAP-COUNT)
                               WS-MAP-TO-CHAPTER(WS-VERSEMAP-COUNT)
                               WS-MAP-TO-VERSE(WS-VERSEMAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSEMAP-FILE
           CONTINUE.
       LOAD-ONE-VERSEMAP-EXIT.

      * First mapping row for the key whose target verse exists in
      * the open translation.
       MAP-REFERENCE.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-VERSEMAP-IDX FROM 1 BY 1
               UNTIL WS-VERSEMAP-IDX > WS-VERSEMAP-COUNT
               OR WS-MAP-FOUND = "Y"
               IF WS-MAP-FROM-BOOK(WS-VERSEMAP-IDX) = WS-CHK-BOOK
                  AND WS-MAP-FROM-CHAPTER(WS-VERSEMAP-IDX)
                      = WS-CHK-CHAPTER
                  AND WS-MAP-FROM-VERSE(WS-VERSEMAP-IDX)
                      = WS-CHK-VERSE
                   MOVE WS-MAP-TO-BOOK(WS-VERSEMAP-IDX)
                       TO BIBLE-DATA-BOOK
                   MOVE WS-MAP-TO-CHAPTER(WS-VERSEMAP-IDX)
                       TO BIBLE-DATA-CHAPTER
                   MOVE WS-MAP-TO-VERSE(WS-VERSEMAP-IDX)
                       TO BIBLE-DATA-VERSE
                   READ BIBLE-DATA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BIBLE-DATA-BOOK TO WS-NEW-BOOK
                           MOVE BIBLE-DATA-CHAPTER TO WS-NEW-CHAPTER
                           MOVE BIBLE-DATA-VERSE TO WS-NEW-VERSE
                           MOVE "Y" TO WS-MAP-FOUND
                   END-READ
               END-IF
           END-PERFORM
           CONTINUE.
       MAP-REFERENCE-EXIT.

      ******************************************************************
      * Listing
      ******************************************************************
       START-SECTION.
           MOVE 0 TO WS-ORPHAN-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-BUSY-COUNT
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE WS-SECTION-FILE TO ReportRecord
           WRITE ReportRecord
           MOVE "BENUTZER             UEBERS.  VERS        BEFUND"
               TO ReportRecord
           WRITE ReportRecord
           CONTINUE.
       START-SECTION-EXIT.

       END-SECTION.
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISP
           MOVE WS-MOVED-COUNT TO WS-MOVED-DISP
           IF WS-REPAIR = "J"
               MOVE FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-COUNT-DISP),
                   " verwaist, davon ",
                   FUNCTION trim(WS-MOVED-DISP), " umgehaengt"
               ) TO ReportRecord
           ELSE
               MOVE FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-COUNT-DISP), " verwaist"
               ) TO ReportRecord
           END-IF
           WRITE ReportRecord
           ADD WS-ORPHAN-COUNT TO WS-TOTAL-ORPHANS
           ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED
           CONTINUE.
       END-SECTION-EXIT.

       WRITE-ORPHAN-LINE.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE WS-CHK-BOOK TO WS-FMT-BOOK
           MOVE WS-CHK-CHAPTER TO WS-FMT-CHAPTER
           MOVE WS-CHK-VERSE TO WS-FMT-VERSE
           PERFORM FORMAT-REFERENCE
           MOVE SPACES TO ReportRecord
           MOVE WS-CHK-WHO TO ReportRecord(1:20)
           MOVE WS-CHK-SHORT TO ReportRecord(22:8)
           MOVE WS-FMT-TEXT TO ReportRecord(31:12)
           IF WS-CHK-MOVABLE
               MOVE WS-NEW-BOOK TO WS-FMT-BOOK
               MOVE WS-NEW-CHAPTER TO WS-FMT-CHAPTER
               MOVE WS-NEW-VERSE TO WS-FMT-VERSE
               PERFORM FORMAT-REFERENCE
               MOVE WS-FMT-TEXT TO WS-NEW-TEXT
               IF WS-REPAIR = "J" AND WS-MOVE-DONE = "Y"
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-CHK-NOTE), ": umgehaengt ",
                       "nach ", FUNCTION trim(WS-NEW-SHORT), " ",
                       FUNCTION trim(WS-NEW-TEXT)
                   ) TO ReportRecord(43:)
               ELSE
                   IF WS-REPAIR = "J"
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-CHK-NOTE), ": Ziel ",
                           FUNCTION trim(WS-NEW-SHORT), " ",
                           FUNCTION trim(WS-NEW-TEXT),
                           " schon belegt"
                       ) TO ReportRecord(43:)
                   ELSE
                       MOVE FUNCTION concatenate(
                           FUNCTION trim(WS-CHK-NOTE), ": -> ",
                           FUNCTION trim(WS-NEW-SHORT), " ",
                           FUNCTION trim(WS-NEW-TEXT)
                       ) TO ReportRecord(43:)
                   END-IF
               END-IF
           ELSE
               MOVE WS-CHK-NOTE TO ReportRecord(43:)
           END-IF
           WRITE ReportRecord
           CONTINUE.
       WRITE-ORPHAN-LINE-EXIT.

       FORMAT-REFERENCE.
           MOVE WS-FMT-CHAPTER TO WS-FMT-CHAPTER-DISP
           MOVE WS-FMT-VERSE TO WS-FMT-VERSE-DISP
           IF WS-FMT-BOOK >= 1 AND WS-FMT-BOOK <= WS-MAX-BOOKS
               AND WS-BOOK-ABBR(WS-FMT-BOOK) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BOOK-ABBR(WS-FMT-BOOK)), " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-FMT-VERSE-DISP)
               ) TO WS-FMT-TEXT
           ELSE
               MOVE FUNCTION concatenate(
                   WS-FMT-BOOK, " ",
                   FUNCTION trim(WS-FMT-CHAPTER-DISP), ":",
                   FUNCTION trim(WS-FMT-VERSE-DISP)
               ) TO WS-FMT-TEXT
           END-IF
           CONTINUE.
       FORMAT-REFERENCE-EXIT.

      ******************************************************************
      * Settings
      ******************************************************************
       LOAD-DEFAULT-TRANSLATION.
           MOVE SPACES TO WS-DEFAULT-SHORT
           MOVE "default.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT DEFAULT-CONFIG-FILE
               READ DEFAULT-CONFIG-FILE
                   NOT AT END
                       MOVE FUNCTION trim(DEFAULT-CONFIG-RECORD)
                           TO WS-DEFAULT-SHORT
               END-READ
               CLOSE DEFAULT-CONFIG-FILE
           END-IF
           CONTINUE.
       LOAD-DEFAULT-TRANSLATION-EXIT.

       LOAD-SESSION-USER.
           MOVE SPACES TO WS-SESSION-USER
           MOVE "user.profile" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT ProfileFile
               READ ProfileFile
                   NOT AT END
                       UNSTRING ProfileRecord
                           DELIMITED BY "###" INTO WS-SESSION-USER
               END-READ
               CLOSE ProfileFile
           END-IF
           CONTINUE.
       LOAD-SESSION-USER-EXIT.

       LOAD-BOOK-ABBR.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-MAX-BOOKS
               MOVE SPACES TO WS-BOOK-ABBR(WS-BOOK-IDX)
           END-PERFORM
           OPEN INPUT BOOKS-FILE
           MOVE "N" TO WS-BOOKS-EOF
           PERFORM UNTIL WS-BOOKS-EOF = "Y"
               READ BOOKS-FILE
                   AT END
                       MOVE "Y" TO WS-BOOKS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BOOK-REC-LANG
                       UNSTRING BOOKS-RECORD
                           DELIMITED BY "###" INTO
                               WS-BOOK-REC-NUM
                               WS-BOOK-REC-NAME
                               WS-BOOK-REC-ABBR
                               WS-BOOK-REC-LANG
                       IF WS-BOOK-REC-NUM >= 1
                           AND WS-BOOK-REC-NUM <= WS-MAX-BOOKS
                           AND (WS-BOOK-REC-LANG = "DE"
                               OR WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                                   = SPACES)
                           MOVE WS-BOOK-REC-ABBR
                               TO WS-BOOK-ABBR(WS-BOOK-REC-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           CONTINUE.
       LOAD-BOOK-ABBR-EXIT.

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
           END PROGRAM referenceSweep.
