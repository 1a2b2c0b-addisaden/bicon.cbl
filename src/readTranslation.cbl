               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKMARK-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-BOOKMARKS-STATUS.
           SELECT HIGHLIGHTS-FILE ASSIGN TO "highlights.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIGHLIGHT-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-HIGHLIGHTS-STATUS.
           SELECT GROUP-MEMBER-FILE ASSIGN TO "groups.data"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHARED-NOTE-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-SHARED-STATUS.
           SELECT BIBLE-NOTES-FILE ASSIGN TO WS-NOTES-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIBLE-NOTE-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DICTIONARY-KEY
               FILE STATUS IS WS-DICTIONARY-STATUS.
           SELECT PLACES-FILE ASSIGN TO "places.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS WS-PLACES-STATUS.
           SELECT PLACE-VERSE-FILE ASSIGN TO "places.verses.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLACE-VERSE-ID
               FILE STATUS IS WS-PLACE-VERSE-STATUS.
           SELECT DICT-VERSE-FILE ASSIGN TO WS-DICT-VERSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DICT-VERSE-ID
               FILE STATUS IS WS-DICT-VERSE-STATUS.
           SELECT CATECHISM-VERSE-FILE
               ASSIGN TO "catechism.verses.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CATECHISM-VERSE-ID
               FILE STATUS IS WS-CATECHISM-STATUS.
           SELECT BOOK-INTRO-FILE ASSIGN TO "books.intro.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-INTRO-KEY
               FILE STATUS IS WS-INTRO-STATUS.
           SELECT BIBLE-LAYOUT-FILE ASSIGN TO WS-LAYOUT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY 'cpy/file-section/bible-commentary-file'.
           COPY 'cpy/file-section/bible-dictionary-file'.
           COPY 'cpy/file-section/bible-layout-file'.
           COPY 'cpy/file-section/bible-places-file'.
           COPY 'cpy/file-section/place-verse-file'.
           COPY 'cpy/file-section/dict-verse-file'.
           COPY 'cpy/file-section/catechism-verse-file'.
           COPY 'cpy/file-section/book-intro-file'.
           COPY 'cpy/file-section/group-member-file'.
           COPY 'cpy/file-section/shared-notes-file'.
       FD COMMENTARY-LIST-FILE.
       01 COMMENTARY-LIST-RECORD PIC X(100).
       FD EXPORT-FILE.
       01 EXPORT-RECORD PIC X(4200).
       FD BOOKMARKS-FILE.
       01 BOOKMARK-RECORD.
           05 BOOKMARK-KEY.
       01 WS-BM-CHAPTER          PIC 9(3).
       01 WS-BM-VERSE            PIC 9(3).
       01 WS-BOOKMARKS-EOF       PIC X VALUE "N".
       01 WS-BM-EXISTS           PIC X VALUE "N".

      * Several terminals share the user data files. A record is
      * read again WITH LOCK right before it is written: locked by
      * another terminal (status 51) gives "L", changed since it
      * was first read - or added meanwhile - gives "C", and the
      * save is refused instead of overwriting the other change.
       01 WS-EDIT-CONFLICT       PIC X VALUE "N".
       01 WS-META-FILE          PIC X(777).
       01 WS-DATA-FILE          PIC X(777).
       01 WS-FOOTNOTE-FILE      PIC X(777).
       01 WS-FOOTNOTES-ON       PIC X VALUE "N".
       01 WS-FOOTNOTE-FOUND     PIC X VALUE "N".
       01 WS-VERSE-MARK         PIC X(4).
       01 WS-VERSE-LINE         PIC X(4200).
       01 WS-HEADING-FILE       PIC X(777).
       01 WS-HEADING-STATUS     PIC XX.
       01 WS-HEADINGS-ON        PIC X VALUE "N".
       01 WS-REDLETTER-STATUS   PIC XX.
       01 WS-REDLETTER-ON       PIC X VALUE "N".
       01 WS-REDLETTER-FOUND    PIC X VALUE "N".
       01 WS-MARKED-TEXT        PIC X(4200).
       01 WS-MARK-OUT-POS       PIC 9(4).
       01 WS-MARK-PREV          PIC 9(4).
       01 WS-MARK-PIECE-LEN     PIC 9(4).
       01 WS-MARK-TEXT-LEN      PIC 9(4).
       01 WS-RL-IDX             PIC 9(2).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).
       01 WS-CROSSREF-STATUS    PIC XX.
       01 WS-CROSSREFS-ON       PIC X VALUE "N".
       01 WS-CROSSREF-FOUND     PIC X VALUE "N".
       01 WS-CROSSREF-LINE      PIC X(700).
       01 WS-CROSSREF-TARGET    PIC X(9).
       01 WS-CROSSREF-PTR       PIC 9(3).

      * catechism questions citing the verse (loadCatechism)
       01 WS-CATECHISM-STATUS   PIC XX.
       01 WS-CATECHISM-ON       PIC X VALUE "N".
       01 WS-CATECHISM-FOUND    PIC X VALUE "N".
       01 WS-CATECHISM-LINE     PIC X(300).
       01 WS-CATECHISM-PTR      PIC 9(3).
       01 WS-CATECHISM-ITEM     PIC X(40).
       01 WS-CATECHISM-SET      PIC X(32).
       01 WS-CATECHISM-NUM      PIC X(6).
       01 WS-CATECHISM-LAST-SET PIC X(32).

      * Introduction and outline of the book being read
      * (loadBookIntros), in the interface language, else German,
      * else English. An outline section can be chosen instead of
      * a chapter range; its title then heads every page read
      * inside the section.
       01 WS-INTRO-STATUS       PIC XX.
       01 WS-INTRO-FOUND        PIC X VALUE "N".
       01 WS-INTRO-EOF          PIC X VALUE "N".
       01 WS-INTRO-TRY-LANG     PIC X(2).
       01 WS-INTRO-HEAD-SAVE    PIC X(600).
       01 WS-INTRO-INPUT        PIC X(5).
       01 WS-OUTLINE-JUMP       PIC X VALUE "N".
       78 WS-OUTLINE-MAX VALUE 60.
       01 WS-OUTLINE-COUNT      PIC 9(3) VALUE 0.
       01 WS-OUTLINE-IDX        PIC 9(3).
       01 WS-OUTLINE-TABLE.
           05 WS-OUTLINE-ENTRY OCCURS 60 TIMES.
               10 WS-OUTLINE-TITLE   PIC X(80).
               10 WS-OUTLINE-FROM-CH PIC 9(3).
               10 WS-OUTLINE-FROM-V  PIC 9(3).
               10 WS-OUTLINE-TO-CH   PIC 9(3).
               10 WS-OUTLINE-TO-V    PIC 9(3).
       01 WS-OUTLINE-NUM-DISP   PIC Z9.
       01 WS-OUTLINE-FROM-DISP  PIC Z(2)9.
       01 WS-OUTLINE-FROMV-DISP PIC Z(2)9.
       01 WS-OUTLINE-TO-DISP    PIC Z(2)9.
       01 WS-OUTLINE-TOV-DISP   PIC Z(2)9.
       01 WS-SECTION-TITLE      PIC X(80).
       01 WS-SECTION-VERSE      PIC 9(3).
       01 WS-SECTION-POS        PIC 9(6).
       01 WS-SECTION-FROM       PIC 9(6).
       01 WS-SECTION-TO         PIC 9(6).
       01 WS-FIRST-VERSE        PIC 9(3) VALUE 1.
       01 WS-LAST-VERSE         PIC 9(3) VALUE 999.
       01 WS-READ-FIRST-VERSE   PIC 9(3).
       01 WS-READ-LAST-VERSE    PIC 9(3).
       01 WS-NOTES-FILE          PIC X(100) VALUE "notes.data".
       01 WS-NOTES-STATUS        PIC XX.
       01 WS-NOTES-ON            PIC X VALUE "N".
       01 WS-NOTE-CHAPTER        PIC 9(3).
       01 WS-NOTE-VERSE          PIC 9(3).
       01 WS-NOTE-NEW-TEXT       PIC X(500).
       01 WS-NOTE-BEFORE         PIC X(500).
       01 WS-NOTE-SEARCH-TERM    PIC X(100).
       01 WS-NOTE-SEARCH-LEN     PIC 9(3).
       01 WS-NOTE-HITS           PIC 9(5).
       01 WS-DICTIONARY-STATUS   PIC XX.
       01 WS-DICT-TERM           PIC X(60) VALUE SPACES.

      * Dictionary-term index of the translation
      * (<short>.dictverses.data, built by dictionaryIndex): verses
      * with an article are marked [W], the articles of the
      * chapters just read are listed like the places, and the
      * dictionary lookup offers every verse of the article.
       78 WS-DV-MAX VALUE 50.
       01 WS-DICT-VERSE-FILE     PIC X(250).
       01 WS-DICT-VERSE-STATUS   PIC XX.
       01 WS-DICTVERSES-ON       PIC X VALUE "N".
       01 WS-DV-MARK             PIC X(4).
       01 WS-DV-INPUT            PIC X(1).
       01 WS-DV-EOF              PIC X VALUE "N".
       01 WS-DV-CHAPTER          PIC 9(3).
       01 WS-DV-COUNT            PIC 9(2).
       01 WS-DV-IDX              PIC 9(2).
       01 WS-DV-FOUND            PIC X.
       01 WS-DV-VERSE-DISP       PIC Z(2)9.
       01 WS-DV-SHOWN            PIC 9(5).
       01 WS-DV-LINES            PIC 9(3).
       01 WS-DV-SAVED-ID         PIC X(9).
       01 WS-DV-TABLE.
           05 WS-DV-ENTRY OCCURS 50 TIMES.
               10 WS-DV-KEY      PIC X(60).
               10 WS-DV-VERSES   PIC X(60).

      * Places of the chapters just read, from the gazetteer
      * (places.data) and its verse index (places.verses.data):
      * every place once, in order of first mention, with the
      * verses that name it.
       78 WS-PL-MAX VALUE 50.
       01 WS-PLACES-STATUS       PIC XX.
       01 WS-PLACE-VERSE-STATUS  PIC XX.
       01 WS-PLACES-ON           PIC X VALUE "N".
       01 WS-PLACES-INPUT        PIC X(1).
       01 WS-PL-EOF              PIC X VALUE "N".
       01 WS-PL-CHAPTER          PIC 9(3).
       01 WS-PL-PTR              PIC 9(3).
       01 WS-PL-ITEM             PIC X(20).
       01 WS-PL-COUNT            PIC 9(2).
       01 WS-PL-IDX              PIC 9(2).
       01 WS-PL-FOUND            PIC X.
       01 WS-PL-VERSE-DISP       PIC Z(2)9.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 50 TIMES.
               10 WS-PL-KEY      PIC X(20).
               10 WS-PL-VERSES   PIC X(60).

      * Right-to-left rendering for original-language modules
      * (DIRECTION key RTL in the .bible.meta): the verse words are
      * shown in reversed order, which is the best a left-to-right
      * terminal can do for Hebrew.
       01 WS-DIRECTION           PIC X(3) VALUE "LTR".
       01 WS-RTL-OUT             PIC X(4200).
       01 WS-RTL-WORD            PIC X(100).
       01 WS-RTL-PTR             PIC 9(4).

       01 WS-LAYOUT-FOUND        PIC X VALUE "N".
       01 WS-PARA-MODE           PIC X VALUE "N".
       01 WS-PARA-INPUT          PIC X(1).
       01 WS-PARA-BUF            PIC X(9000).
       01 WS-PARA-LINE           PIC X(4200).
       01 WS-PARA-POS            PIC 9(4).
       01 WS-PARA-LEN            PIC 9(4).
       01 WS-PARA-FLUSH-LEN      PIC 9(4).
       01 WS-PARA-FLUSH-POS      PIC 9(4).
       01 WS-PARA-CHUNK          PIC 9(4).
       01 WS-HL-LIST-CAT         PIC X(12).
       01 WS-HL-EOF              PIC X VALUE "N".
       01 WS-HL-SHOWN            PIC 9(5).
      * the range as it was before the category was asked for
       01 WS-HL-SLOT             PIC 9(3).
       01 WS-HL-CONFLICTS        PIC 9(3).
       01 WS-HL-CONFLICTS-DISP   PIC ZZ9.
       01 WS-HL-BEFORE-TABLE.
           05 WS-HL-BEFORE OCCURS 176 TIMES.
               10 WS-HL-BEFORE-FOUND    PIC X.
               10 WS-HL-BEFORE-CATEGORY PIC X(12).

      * Shared group notes: the groups the active user belongs to
      * are loaded once; while reading, each group's published
       01 WS-SHARED-EOF          PIC X VALUE "N".
       01 WS-PUB-GROUP           PIC X(20).
       01 WS-PUB-OK              PIC X VALUE "N".
       01 WS-PUB-EXISTS          PIC X VALUE "N".

      * Change-journal call interface (lib/journalUserData); every
      * add/change/delete of user data leaves one line in
           05 WS-EXPECTED-BOOK-ENTRY OCCURS 99 TIMES.
               10 WS-EXPECTED-BOOK     PIC 9(3).
               10 WS-EXPECTED-CHAPTERS PIC 9(3).

      * Response-time call interface (lib/logTiming): every chapter
      * shown leaves its display time in timing.log. The time the
      * reader spends at a page pause is not the system's and is
      * taken off by moving the start forward by that much.
       01 WS-TIM-OPERATION       PIC X(12) VALUE "KAPITEL".
       01 WS-TIM-METHOD          PIC X(8) VALUE "-".
       01 WS-TIM-DETAIL          PIC X(100).
       01 WS-TIM-START           PIC 9(8).
       01 WS-TIM-COUNT           PIC 9(9).
       01 WS-TIM-PAUSE-FROM      PIC 9(8).
       01 WS-TIM-NOW             PIC 9(8).
       01 WS-TIM-PAUSE-HS        PIC 9(7).
       01 WS-TIM-FROM-HS         PIC 9(7).
       01 WS-TIM-TO-HS           PIC 9(7).
       01 WS-TIM-CLOCK           PIC 9(8).
       01 WS-TIM-CLOCK-PARTS REDEFINES WS-TIM-CLOCK.
           05 WS-TIM-CLOCK-HH     PIC 9(2).
           05 WS-TIM-CLOCK-MM     PIC 9(2).
           05 WS-TIM-CLOCK-SS     PIC 9(2).
           05 WS-TIM-CLOCK-HS     PIC 9(2).
       01 WS-TIM-CLOCK-VALUE     PIC 9(7).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
      *LINKAGE SECTION.
       PROCEDURE DIVISION.
      * called repeatedly from SEARCHENGINE's menu in one process,
           MOVE "N" TO WS-EXPORT-ON
           MOVE SPACES TO WS-EXPORT-FILE
           MOVE "N" TO WS-ABORT-READ
           MOVE 1 TO WS-FIRST-VERSE
           MOVE 999 TO WS-LAST-VERSE
           MOVE "N" TO WS-INTRO-FOUND
           MOVE 0 TO WS-OUTLINE-COUNT
           DISPLAY "1: Lesen  2: Bookmarks anzeigen  "
               "3: Vers des Tages  4: Notizen suchen  "
               "5: Weiterlesen  6: Hervorhebungen (Enter = 1): "

           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM testfile
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF

           OPEN i-o BIBLE-DATA-META.

           IF WS-MODE-INPUT = "3"
               PERFORM RANDOM-VERSE
               CLOSE BIBLE-DATA-FILE
               MOVE "C" TO WS-VT-ACTION
               PERFORM CALL-VERSE-TEXT
               EXIT PROGRAM
           END-IF

           PERFORM open-headings
           PERFORM open-redletter
           PERFORM open-crossrefs
           PERFORM open-catechism
           PERFORM open-notes
           PERFORM open-highlights
           PERFORM open-layout
           PERFORM load-user-groups
           PERFORM open-shared-notes
           PERFORM open-dictverses

           MOVE "N" TO WS-PARA-MODE
           IF WS-LAYOUT-ON = "Y"
               MOVE WS-POSITION-END TO WS-CHAPTER-END
               DISPLAY "Weiterlesen bei Buch " WS-POSITION-BOOK
                   " Kapitel " WS-POSITION-CHAPTER
               PERFORM load-book-intro
           ELSE
               PERFORM choose-book-and-chapter
           END-IF
               PERFORM SHOW-COMMENTARIES
           END-IF

           IF WS-DICTVERSES-ON = "Y"
               DISPLAY "Woerterbuch-Artikel dieser Kapitel anzeigen?"
                   " (J = ja, Enter = nein): " WITH NO ADVANCING
               ACCEPT WS-DV-INPUT
               IF FUNCTION UPPER-CASE(WS-DV-INPUT) = "J"
                   PERFORM SHOW-CHAPTER-ARTICLES
               END-IF
           END-IF

           DISPLAY "Wort im Woerterbuch nachschlagen (leer = nein): "
               WITH NO ADVANCING
           ACCEPT WS-DICT-TERM
               PERFORM LOOKUP-DICTIONARY-WORD
           END-IF

           DISPLAY "Orte in diesen Kapiteln anzeigen?"
               " (J = ja, Enter = nein): " WITH NO ADVANCING
           ACCEPT WS-PLACES-INPUT
           IF FUNCTION UPPER-CASE(WS-PLACES-INPUT) = "J"
               PERFORM SHOW-CHAPTER-PLACES
           END-IF

           IF WS-FOOTNOTES-ON = "Y"
               CLOSE BIBLE-FOOTNOTE-FILE
           END-IF
               CLOSE BIBLE-CROSSREF-FILE
           END-IF

           IF WS-CATECHISM-ON = "Y"
               CLOSE CATECHISM-VERSE-FILE
           END-IF

           IF WS-LAYOUT-ON = "Y"
               CLOSE BIBLE-LAYOUT-FILE
           END-IF
               CLOSE SHARED-NOTES-FILE
           END-IF

           IF WS-DICTVERSES-ON = "Y"
               CLOSE DICT-VERSE-FILE
           END-IF

           CLOSE BIBLE-DATA-FILE.
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT

           EXIT PROGRAM.

       runchapter.
           ACCEPT WS-TIM-START FROM TIME
           MOVE 0 TO WS-TIM-PAUSE-HS
           DISPLAY SPACE
           MOVE 1 TO WS-READ-FIRST-VERSE
           IF WS-CHAPTER-CURRENT = WS-CHAPTER-START
               MOVE WS-FIRST-VERSE TO WS-READ-FIRST-VERSE
           END-IF
           MOVE 999 TO WS-READ-LAST-VERSE
           IF WS-CHAPTER-CURRENT = WS-CHAPTER-END
               MOVE WS-LAST-VERSE TO WS-READ-LAST-VERSE
           END-IF
           MOVE WS-READ-FIRST-VERSE TO WS-SECTION-VERSE
           PERFORM find-outline-section
           IF WS-SECTION-TITLE = SPACES
               DISPLAY "--- " FUNCTION trim(BIBLE-DATA-META-VALUE)
                   " Kapitel " WS-CHAPTER-CURRENT " ---"
           ELSE
               DISPLAY "--- " FUNCTION trim(BIBLE-DATA-META-VALUE)
                   " Kapitel " WS-CHAPTER-CURRENT " - "
                   FUNCTION trim(WS-SECTION-TITLE) " ---"
           END-IF
           MOVE WS-CHAPTER-CURRENT TO BIBLE-DATA-CHAPTER
           MOVE WS-READ-FIRST-VERSE TO BIBLE-DATA-VERSE
           MOVE 0 TO WS-RETURN
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PARA-BUF
           PERFORM UNTIL WS-RETURN = 1
               OR BIBLE-DATA-VERSE > WS-READ-LAST-VERSE
               READ BIBLE-DATA-FILE
                   INVALID KEY
                       MOVE 1 TO WS-RETURN
           IF WS-PARA-MODE = "Y"
               PERFORM flush-paragraph
           END-IF
           COMPUTE WS-TIM-COUNT = BIBLE-DATA-VERSE - WS-READ-FIRST-VERSE
           PERFORM log-chapter-timing
           CONTINUE.
       runchapter-exit.

       log-chapter-timing.
           IF WS-TIM-PAUSE-HS > 0
               MOVE WS-TIM-START TO WS-TIM-CLOCK
               PERFORM clock-to-hs
               COMPUTE WS-TIM-CLOCK-VALUE = FUNCTION MOD(
                   WS-TIM-CLOCK-VALUE + WS-TIM-PAUSE-HS, 8640000)
               PERFORM hs-to-clock
               MOVE WS-TIM-CLOCK TO WS-TIM-START
           END-IF
           MOVE FUNCTION concatenate(
               BIBLE-DATA-BOOK, ":", WS-CHAPTER-CURRENT
           ) TO WS-TIM-DETAIL
           CALL "lib/logTiming" USING
               WS-TIM-OPERATION,
               WS-BIBLE-SHORT,
               WS-TIM-METHOD,
               WS-TIM-DETAIL,
               WS-TIM-START,
               WS-TIM-COUNT
           END-CALL
           CONTINUE.
       log-chapter-timing-exit.

      * the reader pressed ENTER: add the wait to the pause total
       add-pause-time.
           ACCEPT WS-TIM-NOW FROM TIME
           MOVE WS-TIM-PAUSE-FROM TO WS-TIM-CLOCK
           PERFORM clock-to-hs
           MOVE WS-TIM-CLOCK-VALUE TO WS-TIM-FROM-HS
           MOVE WS-TIM-NOW TO WS-TIM-CLOCK
           PERFORM clock-to-hs
           MOVE WS-TIM-CLOCK-VALUE TO WS-TIM-TO-HS
           IF WS-TIM-TO-HS < WS-TIM-FROM-HS
               ADD 8640000 TO WS-TIM-TO-HS
           END-IF
           COMPUTE WS-TIM-PAUSE-HS =
               WS-TIM-PAUSE-HS + WS-TIM-TO-HS - WS-TIM-FROM-HS
           CONTINUE.
       add-pause-time-exit.

      * HHMMSShh <-> hundredths since midnight
       clock-to-hs.
           COMPUTE WS-TIM-CLOCK-VALUE =
               ((WS-TIM-CLOCK-HH * 60 + WS-TIM-CLOCK-MM) * 60
                   + WS-TIM-CLOCK-SS) * 100 + WS-TIM-CLOCK-HS
           CONTINUE.
       clock-to-hs-exit.

       hs-to-clock.
           COMPUTE WS-TIM-CLOCK-HH = WS-TIM-CLOCK-VALUE / 360000
           COMPUTE WS-TIM-CLOCK-MM =
               FUNCTION MOD(WS-TIM-CLOCK-VALUE, 360000) / 6000
           COMPUTE WS-TIM-CLOCK-SS =
               FUNCTION MOD(WS-TIM-CLOCK-VALUE, 6000) / 100
           COMPUTE WS-TIM-CLOCK-HS =
               FUNCTION MOD(WS-TIM-CLOCK-VALUE, 100)
           CONTINUE.
       hs-to-clock-exit.

      * Paragraph mode: the marks and helper lookups of the
      * verse-by-verse renderer stay off here - the point is an
      * uninterrupted text flow the way a printed bible reads.
       show-verse-para.
           PERFORM lookup-layout
           PERFORM JOIN-VERSE-TEXT
           MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-MARKED-TEXT
           IF WS-DIRECTION = "RTL"
               PERFORM reverse-verse-words
           END-IF
               ) TO WS-PARA-LINE(WS-PARA-POS:)
               COMPUTE WS-PARA-LEN = WS-PARA-POS + 4 +
                   FUNCTION LENGTH(FUNCTION trim(WS-MARKED-TEXT))
               IF WS-PARA-LEN > LENGTH OF WS-PARA-LINE
                   MOVE LENGTH OF WS-PARA-LINE TO WS-PARA-LEN
               END-IF
               DISPLAY WS-PARA-LINE(1:WS-PARA-LEN)
               IF WS-EXPORT-ON = "Y"
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               DISPLAY "--- weiter mit ENTER ---"
                   WITH NO ADVANCING
               ACCEPT WS-TIM-PAUSE-FROM FROM TIME
               ACCEPT WS-PAUSE-INPUT
               PERFORM add-pause-time
               MOVE 0 TO WS-LINE-COUNT
               PERFORM show-section-page-header
           END-IF
           CONTINUE.
       count-para-line-exit.
           IF WS-FOOTNOTE-FOUND = "Y"
               MOVE " [*]" TO WS-VERSE-MARK
           END-IF
           PERFORM JOIN-VERSE-TEXT
           PERFORM lookup-redletter
           IF WS-REDLETTER-FOUND = "Y"
               PERFORM build-marked-text
           ELSE
               MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-MARKED-TEXT
           END-IF
           IF WS-DIRECTION = "RTL"
               PERFORM reverse-verse-words
           END-IF
           PERFORM lookup-highlight
           PERFORM lookup-dict-verse
           MOVE FUNCTION concatenate(
               BIBLE-DATA-VERSE, ": ",
               FUNCTION trim(WS-MARKED-TEXT),
               WS-VERSE-MARK,
               WS-HL-MARK,
               WS-DV-MARK,
           ) TO WS-VERSE-LINE
           DISPLAY FUNCTION trim(WS-VERSE-LINE)
           IF WS-FOOTNOTE-FOUND = "Y"
               PERFORM build-crossref-line
               DISPLAY FUNCTION trim(WS-CROSSREF-LINE)
           END-IF
           PERFORM lookup-catechism
           IF WS-CATECHISM-FOUND = "Y"
               PERFORM build-catechism-line
               DISPLAY FUNCTION concatenate(
                   "     [K] Katechismus: ",
                   FUNCTION trim(WS-CATECHISM-LINE),
               )
           END-IF
           PERFORM lookup-note
           IF WS-NOTE-FOUND = "Y"
               DISPLAY FUNCTION concatenate(
               IF WS-CROSSREF-FOUND = "Y"
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF WS-CATECHISM-FOUND = "Y"
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF WS-NOTE-FOUND = "Y"
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   DISPLAY "--- weiter mit ENTER ---"
                       WITH NO ADVANCING
                   ACCEPT WS-TIM-PAUSE-FROM FROM TIME
                   ACCEPT WS-PAUSE-INPUT
                   PERFORM add-pause-time
                   MOVE 0 TO WS-LINE-COUNT
                   PERFORM show-section-page-header
               END-IF
           END-IF
           CONTINUE.
               CLOSE BIBLE-CROSSREF-FILE
               MOVE "N" TO WS-CROSSREFS-ON
           END-IF
           IF WS-CATECHISM-ON = "Y"
               CLOSE CATECHISM-VERSE-FILE
               MOVE "N" TO WS-CATECHISM-ON
           END-IF
           IF WS-LAYOUT-ON = "Y"
               CLOSE BIBLE-LAYOUT-FILE
               MOVE "N" TO WS-LAYOUT-ON
               CLOSE SHARED-NOTES-FILE
               MOVE "N" TO WS-SHARED-ON
           END-IF
           IF WS-DICTVERSES-ON = "Y"
               CLOSE DICT-VERSE-FILE
               MOVE "N" TO WS-DICTVERSES-ON
           END-IF
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       close-read-files-exit.

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

       open-footnotes.
           MOVE "N" TO WS-FOOTNOTES-ON
           MOVE FUNCTION concatenate(

      * Re-insert emphasis markers (>>...<<) around the stored
      * red-letter spans; the span positions refer to the stripped
      * text with its continuation records joined.
       build-marked-text.
           MOVE SPACES TO WS-MARKED-TEXT
           MOVE 1 TO WS-MARK-OUT-POS
           MOVE 1 TO WS-MARK-PREV
           COMPUTE WS-MARK-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-VT-FULL-TEXT))
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > BIBLE-REDLETTER-COUNT
               IF BIBLE-REDLETTER-START(WS-RL-IDX) > 0
                   COMPUTE WS-MARK-PIECE-LEN =
                       BIBLE-REDLETTER-START(WS-RL-IDX) - WS-MARK-PREV
                   IF WS-MARK-PIECE-LEN > 0
                       MOVE WS-VT-FULL-TEXT(
                           WS-MARK-PREV:WS-MARK-PIECE-LEN)
                           TO WS-MARKED-TEXT(
                               WS-MARK-OUT-POS:WS-MARK-PIECE-LEN)
                   MOVE BIBLE-REDLETTER-LEN(WS-RL-IDX)
                       TO WS-MARK-PIECE-LEN
                   IF WS-MARK-PIECE-LEN > 0
                       MOVE WS-VT-FULL-TEXT(
                           BIBLE-REDLETTER-START(WS-RL-IDX)
                           :WS-MARK-PIECE-LEN)
                           TO WS-MARKED-TEXT(
           IF WS-MARK-PREV <= WS-MARK-TEXT-LEN
               COMPUTE WS-MARK-PIECE-LEN =
                   WS-MARK-TEXT-LEN - WS-MARK-PREV + 1
               MOVE WS-VT-FULL-TEXT(WS-MARK-PREV:WS-MARK-PIECE-LEN)
                   TO WS-MARKED-TEXT(
                       WS-MARK-OUT-POS:WS-MARK-PIECE-LEN)
           END-IF
           CONTINUE.
       build-crossref-line-exit.

       open-catechism.
           MOVE "N" TO WS-CATECHISM-ON
           MOVE "catechism.verses.data" TO WS-TEST-FILE
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           IF WS-RETURN = 0
               OPEN INPUT CATECHISM-VERSE-FILE
               IF WS-CATECHISM-STATUS = "00"
                   MOVE "Y" TO WS-CATECHISM-ON
               END-IF
           END-IF
           CONTINUE.
       open-catechism-exit.

       lookup-catechism.
           MOVE "N" TO WS-CATECHISM-FOUND
           IF WS-CATECHISM-ON = "Y"
               MOVE BIBLE-DATA-ID TO CATECHISM-VERSE-ID
               READ CATECHISM-VERSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CATECHISM-FOUND
               END-READ
           END-IF
           CONTINUE.
       lookup-catechism-exit.

      * The index holds <set>:<number> entries; the numbers of one
      * set are listed together: "HK 1, 26; KKL 3".
       build-catechism-line.
           MOVE SPACES TO WS-CATECHISM-LINE
           MOVE SPACES TO WS-CATECHISM-LAST-SET
           MOVE 1 TO WS-CATECHISM-PTR
           PERFORM UNTIL WS-CATECHISM-PTR >
               LENGTH OF CATECHISM-VERSE-CITES
               MOVE SPACES TO WS-CATECHISM-ITEM
               UNSTRING CATECHISM-VERSE-CITES DELIMITED BY ALL SPACE
                   INTO WS-CATECHISM-ITEM
                   WITH POINTER WS-CATECHISM-PTR
               END-UNSTRING
               IF WS-CATECHISM-ITEM NOT = SPACES
                   MOVE SPACES TO WS-CATECHISM-SET
                   MOVE SPACES TO WS-CATECHISM-NUM
                   UNSTRING WS-CATECHISM-ITEM DELIMITED BY ":"
                       INTO WS-CATECHISM-SET WS-CATECHISM-NUM
                   EVALUATE TRUE
                       WHEN WS-CATECHISM-LAST-SET = SPACES
                           MOVE FUNCTION concatenate(
                               FUNCTION trim(WS-CATECHISM-SET), " ",
                               FUNCTION trim(WS-CATECHISM-NUM)
                           ) TO WS-CATECHISM-LINE
                       WHEN WS-CATECHISM-SET = WS-CATECHISM-LAST-SET
                           MOVE FUNCTION concatenate(
                               FUNCTION trim(WS-CATECHISM-LINE), ", ",
                               FUNCTION trim(WS-CATECHISM-NUM)
                           ) TO WS-CATECHISM-LINE
                       WHEN OTHER
                           MOVE FUNCTION concatenate(
                               FUNCTION trim(WS-CATECHISM-LINE), "; ",
                               FUNCTION trim(WS-CATECHISM-SET), " ",
                               FUNCTION trim(WS-CATECHISM-NUM)
                           ) TO WS-CATECHISM-LINE
                   END-EVALUATE
                   MOVE WS-CATECHISM-SET TO WS-CATECHISM-LAST-SET
               END-IF
           END-PERFORM
           CONTINUE.
       build-catechism-line-exit.

      * The position is rewritten before every chapter, so a reader
      * who quits during pagination resumes at the chapter that was
      * on screen, keeping the rest of the chosen range. Each
           MOVE WS-NOTE-CHAPTER TO BIBLE-NOTE-CHAPTER
           MOVE WS-NOTE-VERSE TO BIBLE-NOTE-VERSE
           MOVE "N" TO WS-NOTE-FOUND
           MOVE SPACES TO WS-NOTE-BEFORE
           READ BIBLE-NOTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-NOTE-FOUND
                   MOVE BIBLE-NOTE-TEXT TO WS-NOTE-BEFORE
                   DISPLAY "Bisherige Notiz: "
                       FUNCTION trim(BIBLE-NOTE-TEXT)
           END-READ
           DISPLAY "Neue Notiz (leer = loeschen): " WITH NO ADVANCING
           ACCEPT WS-NOTE-NEW-TEXT

           PERFORM recheck-note
           IF WS-EDIT-CONFLICT NOT = "N"
               PERFORM show-edit-conflict
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-USERNAME), "###",
               FUNCTION trim(WS-BIBLE-SHORT), "###",
           IF FUNCTION trim(WS-NOTE-NEW-TEXT) = SPACES
               IF WS-NOTE-FOUND = "Y"
                   DELETE BIBLE-NOTES-FILE RECORD
                   UNLOCK BIBLE-NOTES-FILE
                   DISPLAY "Notiz geloescht."
                   MOVE "notes.data" TO WS-JRN-FILE
                   MOVE "DELETE" TO WS-JRN-ACTION
               MOVE WS-NOTE-CHAPTER TO BIBLE-NOTE-CHAPTER
               MOVE WS-NOTE-VERSE TO BIBLE-NOTE-VERSE
               MOVE WS-NOTE-NEW-TEXT TO BIBLE-NOTE-TEXT
               IF WS-NOTE-FOUND = "Y"
                   REWRITE BIBLE-NOTE-RECORD
               ELSE
                   WRITE BIBLE-NOTE-RECORD
                       INVALID KEY
                           MOVE "C" TO WS-EDIT-CONFLICT
                   END-WRITE
               END-IF
               UNLOCK BIBLE-NOTES-FILE
               IF WS-EDIT-CONFLICT NOT = "N"
                   PERFORM show-edit-conflict
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Notiz gespeichert."
               MOVE "notes.data" TO WS-JRN-FILE
               IF WS-NOTE-FOUND = "Y"
           CONTINUE.
       EDIT-NOTE-EXIT.

      * The note once more, locked, as it is now: still what was
      * shown before the new text was typed?
       recheck-note.
           MOVE "N" TO WS-EDIT-CONFLICT
           MOVE FUNCTION trim(WS-USERNAME) TO BIBLE-NOTE-USER
           MOVE FUNCTION trim(WS-BIBLE-SHORT) TO BIBLE-NOTE-SHORT
           MOVE BIBLE-DATA-BOOK TO BIBLE-NOTE-BOOK
           MOVE WS-NOTE-CHAPTER TO BIBLE-NOTE-CHAPTER
           MOVE WS-NOTE-VERSE TO BIBLE-NOTE-VERSE
           READ BIBLE-NOTES-FILE WITH LOCK
               INVALID KEY
                   IF WS-NOTE-FOUND = "Y"
                       MOVE "C" TO WS-EDIT-CONFLICT
                   END-IF
               NOT INVALID KEY
                   IF WS-NOTE-FOUND = "N"
                       OR BIBLE-NOTE-TEXT NOT = WS-NOTE-BEFORE
                       MOVE "C" TO WS-EDIT-CONFLICT
                   END-IF
           END-READ
           IF WS-NOTES-STATUS = "51"
               MOVE "L" TO WS-EDIT-CONFLICT
           END-IF
           IF WS-EDIT-CONFLICT NOT = "N"
               UNLOCK BIBLE-NOTES-FILE
           END-IF
           CONTINUE.
       recheck-note-exit.

       show-edit-conflict.
           IF WS-EDIT-CONFLICT = "L"
               DISPLAY "Wird gerade von jemand anderem "
                   "bearbeitet - nicht gespeichert."
           ELSE
               DISPLAY "Inzwischen von jemand anderem geaendert "
                   "- nicht gespeichert."
           END-IF
           CONTINUE.
       show-edit-conflict-exit.

      * Publish the note just saved to one of the user's groups;
      * the attribution stays with the author, the group leader
      * moderates via groupNotes.
           MOVE WS-NOTE-CHAPTER TO SHARED-NOTE-CHAPTER
           MOVE WS-NOTE-VERSE TO SHARED-NOTE-VERSE
           MOVE FUNCTION trim(WS-USERNAME) TO SHARED-NOTE-AUTHOR
      * an earlier publication is replaced under lock; one that
      * appears between the read and the write is not overwritten
           MOVE "N" TO WS-EDIT-CONFLICT
           MOVE "N" TO WS-PUB-EXISTS
           READ SHARED-NOTES-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PUB-EXISTS
           END-READ
           IF WS-SHARED-STATUS = "51"
               MOVE "L" TO WS-EDIT-CONFLICT
               PERFORM show-edit-conflict
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTE-NEW-TEXT TO SHARED-NOTE-TEXT
           IF WS-PUB-EXISTS = "Y"
               REWRITE SHARED-NOTE-RECORD
           ELSE
               WRITE SHARED-NOTE-RECORD
                   INVALID KEY
                       MOVE "C" TO WS-EDIT-CONFLICT
               END-WRITE
           END-IF
           UNLOCK SHARED-NOTES-FILE
           IF WS-EDIT-CONFLICT NOT = "N"
               PERFORM show-edit-conflict
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Notiz in Gruppe "
               FUNCTION trim(WS-PUB-GROUP) " veroeffentlicht."
           MOVE "notes.shared.data" TO WS-JRN-FILE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-DICT-TERM))
               TO BIBLE-DICTIONARY-KEY
           MOVE "N" TO WS-DV-FOUND
           READ BIBLE-DICTIONARY-FILE
               INVALID KEY
                   DISPLAY FUNCTION concatenate(
                       FUNCTION trim(BIBLE-DICTIONARY-KEY), " - ",
                       FUNCTION trim(BIBLE-DICTIONARY-ARTICLE),
                   )
                   MOVE "Y" TO WS-DV-FOUND
                   MOVE BIBLE-DICTIONARY-KEY TO WS-DICT-TERM
           END-READ
           CLOSE BIBLE-DICTIONARY-FILE
           IF WS-DV-FOUND = "Y" AND WS-DICTVERSES-ON = "Y"
               DISPLAY "Alle Verse mit diesem Eintrag anzeigen?"
                   " (J = ja, Enter = nein): " WITH NO ADVANCING
               ACCEPT WS-DV-INPUT
               IF FUNCTION UPPER-CASE(WS-DV-INPUT) = "J"
                   PERFORM SHOW-ARTICLE-VERSES
               END-IF
           END-IF
           CONTINUE.
       LOOKUP-DICTIONARY-WORD-EXIT.

       open-dictverses.
           MOVE "N" TO WS-DICTVERSES-ON
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT),
               ".dictverses.data",
           ) TO WS-DICT-VERSE-FILE
           MOVE WS-DICT-VERSE-FILE TO WS-TEST-FILE
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           IF WS-RETURN = 0
               OPEN INPUT DICT-VERSE-FILE
               IF WS-DICT-VERSE-STATUS = "00"
                   MOVE "Y" TO WS-DICTVERSES-ON
               END-IF
           END-IF
           CONTINUE.
       open-dictverses-exit.

      * the records of a verse follow each other in key order, so
      * the first one at or after the verse tells
       lookup-dict-verse.
           MOVE SPACES TO WS-DV-MARK
           IF WS-DICTVERSES-ON = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE BIBLE-DATA-BOOK TO DICT-VERSE-BOOK
           MOVE BIBLE-DATA-CHAPTER TO DICT-VERSE-CHAPTER
           MOVE BIBLE-DATA-VERSE TO DICT-VERSE-VERSE
           MOVE LOW-VALUES TO DICT-VERSE-KEY
           START DICT-VERSE-FILE
               KEY IS NOT LESS THAN DICT-VERSE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ DICT-VERSE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DICT-VERSE-BOOK = BIBLE-DATA-BOOK
                       AND DICT-VERSE-CHAPTER = BIBLE-DATA-CHAPTER
                       AND DICT-VERSE-VERSE = BIBLE-DATA-VERSE
                       MOVE " [W]" TO WS-DV-MARK
                   END-IF
           END-READ
           CONTINUE.
       lookup-dict-verse-exit.

       SHOW-CHAPTER-ARTICLES.
           PERFORM VARYING WS-DV-CHAPTER FROM WS-CHAPTER-START BY 1
               UNTIL WS-DV-CHAPTER > WS-CHAPTER-END
               PERFORM SHOW-ARTICLES-OF-CHAPTER
           END-PERFORM
           CONTINUE.
       SHOW-CHAPTER-ARTICLES-EXIT.

       SHOW-ARTICLES-OF-CHAPTER.
           MOVE 0 TO WS-DV-COUNT
           MOVE BIBLE-DATA-BOOK TO DICT-VERSE-BOOK
           MOVE WS-DV-CHAPTER TO DICT-VERSE-CHAPTER
           MOVE 0 TO DICT-VERSE-VERSE
           MOVE LOW-VALUES TO DICT-VERSE-KEY
           MOVE "N" TO WS-DV-EOF
           START DICT-VERSE-FILE
               KEY IS NOT LESS THAN DICT-VERSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-DV-EOF
           END-START
           PERFORM UNTIL WS-DV-EOF = "Y"
               READ DICT-VERSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DV-EOF
                   NOT AT END
                       IF DICT-VERSE-BOOK NOT = BIBLE-DATA-BOOK
                          OR DICT-VERSE-CHAPTER NOT = WS-DV-CHAPTER
                           MOVE "Y" TO WS-DV-EOF
                       ELSE
                           PERFORM COLLECT-VERSE-ARTICLE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "--- Woerterbuch-Artikel in Kapitel " WS-DV-CHAPTER
               " ---"
           IF WS-DV-COUNT = 0
               DISPLAY "  (keine)"
           END-IF
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-COUNT
               DISPLAY "  " FUNCTION trim(WS-DV-KEY(WS-DV-IDX))
                   "  V. " FUNCTION trim(WS-DV-VERSES(WS-DV-IDX))
           END-PERFORM
           CONTINUE.
       SHOW-ARTICLES-OF-CHAPTER-EXIT.

      * every article once, in order of first mention, with the
      * verses that mention it
       COLLECT-VERSE-ARTICLE.
           MOVE DICT-VERSE-VERSE TO WS-DV-VERSE-DISP
           MOVE "N" TO WS-DV-FOUND
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-COUNT
               OR WS-DV-FOUND = "Y"
               IF WS-DV-KEY(WS-DV-IDX) = DICT-VERSE-KEY
                   MOVE "Y" TO WS-DV-FOUND
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-DV-VERSES(WS-DV-IDX)),
                       ", ", FUNCTION trim(WS-DV-VERSE-DISP)
                   ) TO WS-DV-VERSES(WS-DV-IDX)
               END-IF
           END-PERFORM
           IF WS-DV-FOUND = "N" AND WS-DV-COUNT < WS-DV-MAX
               ADD 1 TO WS-DV-COUNT
               MOVE DICT-VERSE-KEY TO WS-DV-KEY(WS-DV-COUNT)
               MOVE FUNCTION trim(WS-DV-VERSE-DISP)
                   TO WS-DV-VERSES(WS-DV-COUNT)
           END-IF
           CONTINUE.
       COLLECT-VERSE-ARTICLE-EXIT.

      * The index is keyed by verse, so all of it is read for one
      * article. The verse being read is restored afterwards - the
      * places prompt that follows relies on BIBLE-DATA-BOOK.
       SHOW-ARTICLE-VERSES.
           MOVE BIBLE-DATA-ID TO WS-DV-SAVED-ID
           MOVE 0 TO WS-DV-SHOWN
           MOVE 0 TO WS-DV-LINES
           DISPLAY SPACE
           DISPLAY "--- Verse zu " FUNCTION trim(WS-DICT-TERM)
               " in " FUNCTION trim(WS-BIBLE-SHORT) " ---"
           MOVE LOW-VALUES TO DICT-VERSE-ID
           MOVE "N" TO WS-DV-EOF
           START DICT-VERSE-FILE
               KEY IS NOT LESS THAN DICT-VERSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-DV-EOF
           END-START
           PERFORM UNTIL WS-DV-EOF = "Y"
               READ DICT-VERSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DV-EOF
                   NOT AT END
                       IF DICT-VERSE-KEY = WS-DICT-TERM
                           PERFORM SHOW-ONE-ARTICLE-VERSE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DV-SHOWN = 0
               DISPLAY "  (in dieser Uebersetzung keine Verse)"
           ELSE
               DISPLAY WS-DV-SHOWN " Verse."
           END-IF
           MOVE WS-DV-SAVED-ID TO BIBLE-DATA-ID
           CONTINUE.
       SHOW-ARTICLE-VERSES-EXIT.

       SHOW-ONE-ARTICLE-VERSE.
           MOVE DICT-VERSE-BOOK TO BIBLE-DATA-BOOK
           MOVE DICT-VERSE-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE DICT-VERSE-VERSE TO BIBLE-DATA-VERSE
           READ BIBLE-DATA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JOIN-VERSE-TEXT
                   ADD 1 TO WS-DV-SHOWN
                   DISPLAY FUNCTION concatenate(
                       BIBLE-DATA-BOOK, ":",
                       BIBLE-DATA-CHAPTER, ":",
                       BIBLE-DATA-VERSE, " ",
                       FUNCTION trim(WS-VT-FULL-TEXT),
                   )
                   ADD 1 TO WS-DV-LINES
                   IF WS-DV-LINES >= WS-PAGE-SIZE
                       DISPLAY "--- weiter mit ENTER ---"
                           WITH NO ADVANCING
                       ACCEPT WS-PAUSE-INPUT
                       MOVE 0 TO WS-DV-LINES
                   END-IF
           END-READ
           CONTINUE.
       SHOW-ONE-ARTICLE-VERSE-EXIT.

       SHOW-CHAPTER-PLACES.
           MOVE "places.verses.data" TO WS-TEST-FILE
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           IF WS-RETURN NOT = 0
               DISPLAY "Kein Ortsverzeichnis installiert"
                   " (places.verses.data)."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLACE-VERSE-FILE
           IF WS-PLACE-VERSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLACES-ON
           MOVE "places.data" TO WS-TEST-FILE
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           IF WS-RETURN = 0
               OPEN INPUT PLACES-FILE
               IF WS-PLACES-STATUS = "00"
                   MOVE "Y" TO WS-PLACES-ON
               END-IF
           END-IF

           PERFORM VARYING WS-PL-CHAPTER FROM WS-CHAPTER-START BY 1
               UNTIL WS-PL-CHAPTER > WS-CHAPTER-END
               PERFORM SHOW-PLACES-OF-CHAPTER
           END-PERFORM

           CLOSE PLACE-VERSE-FILE
           IF WS-PLACES-ON = "Y"
               CLOSE PLACES-FILE
               MOVE "N" TO WS-PLACES-ON
           END-IF
           CONTINUE.
       SHOW-CHAPTER-PLACES-EXIT.

       SHOW-PLACES-OF-CHAPTER.
           MOVE 0 TO WS-PL-COUNT
           MOVE BIBLE-DATA-BOOK TO PLACE-VERSE-BOOK
           MOVE WS-PL-CHAPTER TO PLACE-VERSE-CHAPTER
           MOVE 0 TO PLACE-VERSE-VERSE
           MOVE "N" TO WS-PL-EOF
           START PLACE-VERSE-FILE
               KEY IS GREATER THAN PLACE-VERSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-PL-EOF
           END-START
           PERFORM UNTIL WS-PL-EOF = "Y"
               READ PLACE-VERSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PL-EOF
                   NOT AT END
                       IF PLACE-VERSE-BOOK NOT = BIBLE-DATA-BOOK
                          OR PLACE-VERSE-CHAPTER NOT = WS-PL-CHAPTER
                           MOVE "Y" TO WS-PL-EOF
                       ELSE
                           PERFORM COLLECT-VERSE-PLACES
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "--- Orte in Kapitel " WS-PL-CHAPTER " ---"
           IF WS-PL-COUNT = 0
               DISPLAY "  (keine Ortsangaben)"
           END-IF
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM SHOW-ONE-PLACE
           END-PERFORM
           CONTINUE.
       SHOW-PLACES-OF-CHAPTER-EXIT.

       COLLECT-VERSE-PLACES.
           MOVE PLACE-VERSE-VERSE TO WS-PL-VERSE-DISP
           MOVE 1 TO WS-PL-PTR
           PERFORM UNTIL WS-PL-PTR > LENGTH OF PLACE-VERSE-PLACES
               MOVE SPACES TO WS-PL-ITEM
               UNSTRING PLACE-VERSE-PLACES DELIMITED BY ALL SPACE
                   INTO WS-PL-ITEM
                   WITH POINTER WS-PL-PTR
               END-UNSTRING
               IF WS-PL-ITEM NOT = SPACES
                   MOVE "N" TO WS-PL-FOUND
                   PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PL-COUNT
                       OR WS-PL-FOUND = "Y"
                       IF WS-PL-KEY(WS-PL-IDX) = WS-PL-ITEM
                           MOVE "Y" TO WS-PL-FOUND
                           MOVE FUNCTION concatenate(
                               FUNCTION trim(WS-PL-VERSES(WS-PL-IDX)),
                               ", ", FUNCTION trim(WS-PL-VERSE-DISP)
                           ) TO WS-PL-VERSES(WS-PL-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-PL-FOUND = "N" AND WS-PL-COUNT < WS-PL-MAX
                       ADD 1 TO WS-PL-COUNT
                       MOVE WS-PL-ITEM TO WS-PL-KEY(WS-PL-COUNT)
                       MOVE FUNCTION trim(WS-PL-VERSE-DISP)
                           TO WS-PL-VERSES(WS-PL-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CONTINUE.
       COLLECT-VERSE-PLACES-EXIT.

       SHOW-ONE-PLACE.
           IF WS-PLACES-ON = "Y"
               MOVE WS-PL-KEY(WS-PL-IDX) TO PLACE-KEY
               READ PLACES-FILE
                   INVALID KEY
                       DISPLAY "  " FUNCTION trim(WS-PL-KEY(WS-PL-IDX))
                           "  V. "
                           FUNCTION trim(WS-PL-VERSES(WS-PL-IDX))
                   NOT INVALID KEY
                       IF PLACE-MODERN = SPACES
                           DISPLAY "  " FUNCTION trim(PLACE-NAME)
                               "  V. "
                               FUNCTION trim(WS-PL-VERSES(WS-PL-IDX))
                       ELSE
                           DISPLAY "  " FUNCTION trim(PLACE-NAME)
                               " (heute " FUNCTION trim(PLACE-MODERN)
                               ")  V. "
                               FUNCTION trim(WS-PL-VERSES(WS-PL-IDX))
                       END-IF
               END-READ
           ELSE
               DISPLAY "  " FUNCTION trim(WS-PL-KEY(WS-PL-IDX))
                   "  V. " FUNCTION trim(WS-PL-VERSES(WS-PL-IDX))
           END-IF
           CONTINUE.
       SHOW-ONE-PLACE-EXIT.

      * The book that was being read is restored afterwards - the
      * bookmark and note prompts that follow rely on
      * BIBLE-DATA-BOOK still naming the chosen book.
                   DISPLAY "Diese Stelle existiert nicht in dieser"
                       " Uebersetzung."
               NOT INVALID KEY
                   PERFORM JOIN-VERSE-TEXT
                   DISPLAY SPACE
                   DISPLAY FUNCTION concatenate(
                       BIBLE-DATA-BOOK, ":",
                       BIBLE-DATA-CHAPTER, ":",
                       BIBLE-DATA-VERSE, " ",
                       FUNCTION trim(WS-VT-FULL-TEXT),
                   )
           END-READ
           MOVE WS-JUMP-SAVED-BOOK TO BIBLE-DATA-BOOK
           DISPLAY SPACE
           IF WS-RAND-FOUND = "Y"
               DISPLAY "--- Vers des Tages ---"
               PERFORM JOIN-VERSE-TEXT
               DISPLAY FUNCTION concatenate(
                   BIBLE-DATA-BOOK, ":",
                   BIBLE-DATA-CHAPTER, ":1 ",
                   FUNCTION trim(WS-VT-FULL-TEXT),
               )
           ELSE
               DISPLAY "Kein Vers gefunden."
           CONTINUE.
       LOAD-DEFAULT-TRANSLATION-EXIT.

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

       testfile.
           CALL 'SYSTEM'
               USING
               EXIT PARAGRAPH
           END-IF

           PERFORM load-book-intro
           PERFORM offer-book-intro
           IF WS-OUTLINE-JUMP NOT = "Y"
               DISPLAY "chapter (von)"
               ACCEPT WS-CHAPTER-START

               DISPLAY "chapter (bis)"
               ACCEPT WS-CHAPTER-END
           END-IF

           IF WS-CHAPTER-END < WS-CHAPTER-START
               MOVE WS-CHAPTER-START TO WS-CHAPTER-END
           END-IF
           IF WS-CHAPTER-END > WS-CHAPTER-LIMIT
               MOVE WS-CHAPTER-LIMIT TO WS-CHAPTER-END
               MOVE 999 TO WS-LAST-VERSE
           END-IF

           CONTINUE.
       choose-book-and-chapter-exit.

      * Read the introduction record and the outline sections of
      * BIBLE-DATA-BOOK; the file is closed again right away.
       load-book-intro.
           MOVE "N" TO WS-INTRO-FOUND
           MOVE 0 TO WS-OUTLINE-COUNT
           MOVE "books.intro.data" TO WS-TEST-FILE
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOK-INTRO-FILE
           IF WS-INTRO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INTERFACE-LANG TO WS-INTRO-TRY-LANG
           PERFORM load-book-intro-lang
           IF WS-INTRO-FOUND = "N" AND WS-OUTLINE-COUNT = 0
               AND WS-INTERFACE-LANG NOT = "DE"
               MOVE "DE" TO WS-INTRO-TRY-LANG
               PERFORM load-book-intro-lang
           END-IF
           IF WS-INTRO-FOUND = "N" AND WS-OUTLINE-COUNT = 0
               AND WS-INTERFACE-LANG NOT = "EN"
               MOVE "EN" TO WS-INTRO-TRY-LANG
               PERFORM load-book-intro-lang
           END-IF
           CLOSE BOOK-INTRO-FILE
           CONTINUE.
       load-book-intro-exit.

       load-book-intro-lang.
           MOVE BIBLE-DATA-BOOK TO BOOK-INTRO-BOOK
           MOVE WS-INTRO-TRY-LANG TO BOOK-INTRO-LANG
           MOVE 0 TO BOOK-INTRO-SEQ
           MOVE "N" TO WS-INTRO-EOF
           START BOOK-INTRO-FILE KEY IS NOT LESS THAN BOOK-INTRO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-INTRO-EOF
           END-START
           PERFORM UNTIL WS-INTRO-EOF = "Y"
               READ BOOK-INTRO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-INTRO-EOF
                   NOT AT END
                       PERFORM take-book-intro-record
               END-READ
           END-PERFORM
           CONTINUE.
       load-book-intro-lang-exit.

       take-book-intro-record.
           IF BOOK-INTRO-BOOK NOT = BIBLE-DATA-BOOK
               OR BOOK-INTRO-LANG NOT = WS-INTRO-TRY-LANG
               MOVE "Y" TO WS-INTRO-EOF
               EXIT PARAGRAPH
           END-IF
           IF BOOK-INTRO-SEQ = 0
               MOVE BOOK-INTRO-BODY TO WS-INTRO-HEAD-SAVE
               MOVE "Y" TO WS-INTRO-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-OUTLINE-COUNT < WS-OUTLINE-MAX
               ADD 1 TO WS-OUTLINE-COUNT
               MOVE BOOK-INTRO-TITLE
                   TO WS-OUTLINE-TITLE(WS-OUTLINE-COUNT)
               MOVE BOOK-INTRO-FROM-CHAPTER
                   TO WS-OUTLINE-FROM-CH(WS-OUTLINE-COUNT)
               MOVE BOOK-INTRO-FROM-VERSE
                   TO WS-OUTLINE-FROM-V(WS-OUTLINE-COUNT)
               MOVE BOOK-INTRO-TO-CHAPTER
                   TO WS-OUTLINE-TO-CH(WS-OUTLINE-COUNT)
               MOVE BOOK-INTRO-TO-VERSE
                   TO WS-OUTLINE-TO-V(WS-OUTLINE-COUNT)
           END-IF
           CONTINUE.
       take-book-intro-record-exit.

      * Offered when a book is opened: the introduction, the
      * outline, and a jump to one of its sections, which then
      * replaces the chapter prompts.
       offer-book-intro.
           MOVE "N" TO WS-OUTLINE-JUMP
           IF WS-INTRO-FOUND = "N" AND WS-OUTLINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Einfuehrung zu diesem Buch? (E = Einfuehrung,"
               " G = Gliederung, Enter = nein): " WITH NO ADVANCING
           ACCEPT WS-INTRO-INPUT
           EVALUATE FUNCTION UPPER-CASE(FUNCTION trim(WS-INTRO-INPUT))
               WHEN "E"
                   PERFORM show-book-intro
               WHEN "G"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-OUTLINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM show-book-outline
           DISPLAY "Zu Abschnitt springen (Nummer, Enter = Kapitel"
               " waehlen): " WITH NO ADVANCING
           ACCEPT WS-INTRO-INPUT
           IF FUNCTION trim(WS-INTRO-INPUT) = SPACES
               OR FUNCTION trim(WS-INTRO-INPUT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-INTRO-INPUT) TO WS-OUTLINE-IDX
           IF WS-OUTLINE-IDX < 1 OR WS-OUTLINE-IDX > WS-OUTLINE-COUNT
               DISPLAY "Keinen solchen Abschnitt."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUTLINE-FROM-CH(WS-OUTLINE-IDX) TO WS-CHAPTER-START
           MOVE WS-OUTLINE-FROM-V(WS-OUTLINE-IDX) TO WS-FIRST-VERSE
           MOVE WS-OUTLINE-TO-CH(WS-OUTLINE-IDX) TO WS-CHAPTER-END
           MOVE WS-OUTLINE-TO-V(WS-OUTLINE-IDX) TO WS-LAST-VERSE
           MOVE "Y" TO WS-OUTLINE-JUMP
           CONTINUE.
       offer-book-intro-exit.

       show-book-intro.
           IF WS-INTRO-FOUND = "N"
               DISPLAY "Keine Einfuehrung zu diesem Buch."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INTRO-HEAD-SAVE TO BOOK-INTRO-BODY
           DISPLAY SPACE
           IF BOOK-INTRO-AUTHOR NOT = SPACES
               DISPLAY "Verfasser:   " FUNCTION trim(BOOK-INTRO-AUTHOR)
           END-IF
           IF BOOK-INTRO-DATE NOT = SPACES
               DISPLAY "Abfassung:   " FUNCTION trim(BOOK-INTRO-DATE)
           END-IF
           IF BOOK-INTRO-AUDIENCE NOT = SPACES
               DISPLAY "Empfaenger:  "
                   FUNCTION trim(BOOK-INTRO-AUDIENCE)
           END-IF
           IF BOOK-INTRO-THEMES NOT = SPACES
               DISPLAY "Leitthemen:  " FUNCTION trim(BOOK-INTRO-THEMES)
           END-IF
           CONTINUE.
       show-book-intro-exit.

       show-book-outline.
           DISPLAY SPACE
           DISPLAY "Gliederung:"
           PERFORM VARYING WS-OUTLINE-IDX FROM 1 BY 1
               UNTIL WS-OUTLINE-IDX > WS-OUTLINE-COUNT
               MOVE WS-OUTLINE-IDX TO WS-OUTLINE-NUM-DISP
               MOVE WS-OUTLINE-FROM-CH(WS-OUTLINE-IDX)
                   TO WS-OUTLINE-FROM-DISP
               MOVE WS-OUTLINE-FROM-V(WS-OUTLINE-IDX)
                   TO WS-OUTLINE-FROMV-DISP
               MOVE WS-OUTLINE-TO-CH(WS-OUTLINE-IDX)
                   TO WS-OUTLINE-TO-DISP
               MOVE WS-OUTLINE-TO-V(WS-OUTLINE-IDX)
                   TO WS-OUTLINE-TOV-DISP
               IF WS-OUTLINE-TO-V(WS-OUTLINE-IDX) = 999
                   DISPLAY WS-OUTLINE-NUM-DISP ": "
                       FUNCTION trim(WS-OUTLINE-TITLE(WS-OUTLINE-IDX))
                       " (" FUNCTION trim(WS-OUTLINE-FROM-DISP) ":"
                       FUNCTION trim(WS-OUTLINE-FROMV-DISP) "-"
                       FUNCTION trim(WS-OUTLINE-TO-DISP) ")"
               ELSE
                   DISPLAY WS-OUTLINE-NUM-DISP ": "
                       FUNCTION trim(WS-OUTLINE-TITLE(WS-OUTLINE-IDX))
                       " (" FUNCTION trim(WS-OUTLINE-FROM-DISP) ":"
                       FUNCTION trim(WS-OUTLINE-FROMV-DISP) "-"
                       FUNCTION trim(WS-OUTLINE-TO-DISP) ":"
                       FUNCTION trim(WS-OUTLINE-TOV-DISP) ")"
               END-IF
           END-PERFORM
           CONTINUE.
       show-book-outline-exit.

      * The outline section holding WS-CHAPTER-CURRENT at verse
      * WS-SECTION-VERSE; with nested sections the one listed
      * last - the innermost - wins.
       find-outline-section.
           MOVE SPACES TO WS-SECTION-TITLE
           COMPUTE WS-SECTION-POS =
               WS-CHAPTER-CURRENT * 1000 + WS-SECTION-VERSE
           PERFORM VARYING WS-OUTLINE-IDX FROM 1 BY 1
               UNTIL WS-OUTLINE-IDX > WS-OUTLINE-COUNT
               COMPUTE WS-SECTION-FROM =
                   WS-OUTLINE-FROM-CH(WS-OUTLINE-IDX) * 1000
                   + WS-OUTLINE-FROM-V(WS-OUTLINE-IDX)
               COMPUTE WS-SECTION-TO =
                   WS-OUTLINE-TO-CH(WS-OUTLINE-IDX) * 1000
                   + WS-OUTLINE-TO-V(WS-OUTLINE-IDX)
               IF WS-SECTION-POS >= WS-SECTION-FROM
                   AND WS-SECTION-POS <= WS-SECTION-TO
                   MOVE WS-OUTLINE-TITLE(WS-OUTLINE-IDX)
                       TO WS-SECTION-TITLE
               END-IF
           END-PERFORM
           CONTINUE.
       find-outline-section-exit.

      * after a page pause: the section the next page reads in
       show-section-page-header.
           IF WS-OUTLINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SECTION-VERSE = BIBLE-DATA-VERSE + 1
           PERFORM find-outline-section
           IF WS-SECTION-TITLE NOT = SPACES
               DISPLAY "--- Kapitel " WS-CHAPTER-CURRENT " - "
                   FUNCTION trim(WS-SECTION-TITLE) " ---"
               ADD 1 TO WS-LINE-COUNT
           END-IF
           CONTINUE.
       show-section-page-header-exit.

       show-book-menu.
           MOVE WS-INTERFACE-LANG TO WS-MENU-LANG
           PERFORM list-book-menu
           IF WS-HL-VEND < WS-HL-VFROM
               MOVE WS-HL-VFROM TO WS-HL-VEND
           END-IF
           IF WS-HL-VEND - WS-HL-VFROM > 175
               COMPUTE WS-HL-VEND = WS-HL-VFROM + 175
           END-IF

           PERFORM VARYING WS-HL-VERSE FROM WS-HL-VFROM BY 1
               UNTIL WS-HL-VERSE > WS-HL-VEND
               COMPUTE WS-HL-SLOT = WS-HL-VERSE - WS-HL-VFROM + 1
               PERFORM set-highlight-key
               MOVE "N" TO WS-HL-BEFORE-FOUND(WS-HL-SLOT)
               MOVE SPACES TO WS-HL-BEFORE-CATEGORY(WS-HL-SLOT)
               READ HIGHLIGHTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HL-BEFORE-FOUND(WS-HL-SLOT)
                       MOVE HIGHLIGHT-CATEGORY
                           TO WS-HL-BEFORE-CATEGORY(WS-HL-SLOT)
               END-READ
           END-PERFORM

           DISPLAY "Kategorie (z.B. VERHEISSUNG, leer = "
               "loeschen): " WITH NO ADVANCING
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-HL-CATEGORY))
               TO WS-HL-CATEGORY

           MOVE 0 TO WS-HL-CONFLICTS
           PERFORM VARYING WS-HL-VERSE FROM WS-HL-VFROM BY 1
               UNTIL WS-HL-VERSE > WS-HL-VEND
               COMPUTE WS-HL-SLOT = WS-HL-VERSE - WS-HL-VFROM + 1
               PERFORM recheck-highlight
               IF WS-EDIT-CONFLICT NOT = "N"
                   ADD 1 TO WS-HL-CONFLICTS
               ELSE
                   PERFORM save-highlight
               END-IF
           END-PERFORM
           IF WS-HL-CONFLICTS > 0
               MOVE WS-HL-CONFLICTS TO WS-HL-CONFLICTS-DISP
               DISPLAY FUNCTION trim(WS-HL-CONFLICTS-DISP)
                   " Vers(e) inzwischen von jemand anderem "
                   "geaendert oder in Bearbeitung - dort nicht "
                   "gespeichert."
           END-IF
           IF WS-HL-CONFLICTS > WS-HL-VEND - WS-HL-VFROM
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-HL-CATEGORY) = SPACES
               DISPLAY "Hervorhebung entfernt."
           ELSE
           CONTINUE.
       EDIT-HIGHLIGHT-EXIT.

       set-highlight-key.
           MOVE FUNCTION trim(WS-USERNAME) TO HIGHLIGHT-USER
           MOVE FUNCTION trim(WS-BIBLE-SHORT) TO HIGHLIGHT-SHORT
           MOVE BIBLE-DATA-BOOK TO HIGHLIGHT-BOOK
           MOVE WS-HL-CHAPTER TO HIGHLIGHT-CHAPTER
           MOVE WS-HL-VERSE TO HIGHLIGHT-VERSE
           CONTINUE.
       set-highlight-key-exit.

      * The verse's highlight once more, locked: as it was before
      * the category was asked for?
       recheck-highlight.
           MOVE "N" TO WS-EDIT-CONFLICT
           PERFORM set-highlight-key
           READ HIGHLIGHTS-FILE WITH LOCK
               INVALID KEY
                   IF WS-HL-BEFORE-FOUND(WS-HL-SLOT) = "Y"
                       MOVE "C" TO WS-EDIT-CONFLICT
                   END-IF
               NOT INVALID KEY
                   IF WS-HL-BEFORE-FOUND(WS-HL-SLOT) = "N"
                       OR HIGHLIGHT-CATEGORY
                       NOT = WS-HL-BEFORE-CATEGORY(WS-HL-SLOT)
                       MOVE "C" TO WS-EDIT-CONFLICT
                   END-IF
           END-READ
           IF WS-HIGHLIGHTS-STATUS = "51"
               MOVE "L" TO WS-EDIT-CONFLICT
           END-IF
           IF WS-EDIT-CONFLICT NOT = "N"
               UNLOCK HIGHLIGHTS-FILE
           END-IF
           CONTINUE.
       recheck-highlight-exit.

       save-highlight.
           PERFORM set-highlight-key
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-USERNAME), "###",
               FUNCTION trim(WS-BIBLE-SHORT), "###",
               BIBLE-DATA-BOOK, "###",
               WS-HL-CHAPTER, "###",
               WS-HL-VERSE,
           ) TO WS-JRN-KEY
           MOVE "highlights.data" TO WS-JRN-FILE
           IF FUNCTION trim(WS-HL-CATEGORY) = SPACES
               DELETE HIGHLIGHTS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "DELETE" TO WS-JRN-ACTION
                       MOVE SPACES TO WS-JRN-DATA
                       PERFORM write-user-journal
               END-DELETE
           ELSE
               MOVE WS-HL-CATEGORY TO HIGHLIGHT-CATEGORY
               IF WS-HL-BEFORE-FOUND(WS-HL-SLOT) = "Y"
                   REWRITE HIGHLIGHT-RECORD
               ELSE
                   WRITE HIGHLIGHT-RECORD
                       INVALID KEY
                           MOVE "C" TO WS-EDIT-CONFLICT
                   END-WRITE
               END-IF
               IF WS-EDIT-CONFLICT = "N"
                   MOVE "ADD" TO WS-JRN-ACTION
                   MOVE WS-HL-CATEGORY TO WS-JRN-DATA
                   PERFORM write-user-journal
               ELSE
                   ADD 1 TO WS-HL-CONFLICTS
               END-IF
           END-IF
           UNLOCK HIGHLIGHTS-FILE
           CONTINUE.
       save-highlight-exit.

      * All highlights of the active user, optionally only those of
      * one category.
       LIST-HIGHLIGHTS.
                   DISPLAY "Dieser Vers existiert nicht."
               NOT INVALID KEY
                   PERFORM open-bookmarks
                   PERFORM save-bookmark
                   CLOSE BOOKMARKS-FILE
                   IF WS-EDIT-CONFLICT NOT = "N"
                       PERFORM show-edit-conflict
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Bookmark gespeichert."
                   MOVE "bookmarks.data" TO WS-JRN-FILE
                   MOVE "ADD" TO WS-JRN-ACTION
           CONTINUE.
       ADD-BOOKMARK-EXIT.

      * An existing bookmark is replaced under lock; one another
      * terminal sets between the read and the write is kept.
       save-bookmark.
           MOVE "N" TO WS-EDIT-CONFLICT
           MOVE "N" TO WS-BM-EXISTS
           MOVE FUNCTION trim(WS-USERNAME) TO BOOKMARK-USER
           MOVE FUNCTION trim(WS-BIBLE-SHORT) TO BOOKMARK-SHORT
           MOVE BIBLE-DATA-BOOK TO BOOKMARK-BOOK
           MOVE WS-BM-CHAPTER TO BOOKMARK-CHAPTER
           MOVE WS-BM-VERSE TO BOOKMARK-VERSE
           READ BOOKMARKS-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BM-EXISTS
           END-READ
           IF WS-BOOKMARKS-STATUS = "51"
               MOVE "L" TO WS-EDIT-CONFLICT
               EXIT PARAGRAPH
           END-IF
      * the verse record's own text is preview enough for the list
           MOVE FUNCTION trim(BIBLE-DATA-TEXT) TO BOOKMARK-TEXT
           IF WS-BM-EXISTS = "Y"
               REWRITE BOOKMARK-RECORD
           ELSE
               WRITE BOOKMARK-RECORD
                   INVALID KEY
                       MOVE "C" TO WS-EDIT-CONFLICT
               END-WRITE
           END-IF
           UNLOCK BOOKMARKS-FILE
           CONTINUE.
       save-bookmark-exit.

      * Bookmarks are qualified by user; only the active user's
      * entries are listed.
       SHOW-BOOKMARKS.
