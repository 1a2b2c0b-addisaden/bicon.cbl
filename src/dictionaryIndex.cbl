      * Dictionary-term index: which verses of a translation mention
      * which article of dictionary.data.
      *
      * Every headword is looked up in the translation's word index
      * (<short>.words.data, createWordlist), and so is every name
      * and alternative name of the places and people registers
      * that points to an article through its DICT-KEY - "ZION"
      * finds the verses for the article JERUSALEM. The result goes
      * to <short>.dictverses.data, one record per verse and
      * article, which readTranslation uses to mark the verses and
      * list a chapter's articles and the dictionary lookups use
      * for "all verses of this entry". The index is built afresh
      * on every run; run it again after a new dictionary module,
      * new register data or a new word index.
      *
      * A headword of several words counts for a verse that holds
      * all of its words; words the textsplit drops as stopwords
      * are not in the word index and are left out of the match.
      * Words are folded the way tokenSplitter folds them.
      *
      * The register names are sorted by their article, so the
      * dictionary (read in key order) and the names are walked
      * side by side. The check report lists the headwords found in
      * no verse - usually a key spelled differently from the text
      * - and the register entries pointing to an article the
      * dictionary does not have.
      *
      * The index is read by every user, so only an administrator
      * builds it, and each run goes to admin.log. The nightly
      * batchScheduler runs it as an external job with
      * BIBLE_BATCH_RUN=Y (in process through WS-BATCH-RUN), and
      * the entry then goes in under its name.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. dictionaryIndex.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLE-DICTIONARY-FILE ASSIGN TO "dictionary.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-DICTIONARY-KEY
               FILE STATUS IS WS-DICTIONARY-STATUS.
           SELECT PLACES-FILE ASSIGN TO "places.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS WS-PLACES-STATUS.
           SELECT PERSONS-FILE ASSIGN TO "persons.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERSON-ID
               FILE STATUS IS WS-PERSONS-STATUS.
           SELECT BIBLE-WORDS-FILE ASSIGN TO WS-WORDS-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-WORDS-KEY
               FILE STATUS IS WS-WORDS-STATUS.
           SELECT BIBLE-STOPWORDS-FILE ASSIGN TO WS-STOPWORDS-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-STOPWORD-KEY.
           SELECT DICT-VERSE-FILE ASSIGN TO WS-DICT-VERSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DICT-VERSE-ID
               FILE STATUS IS WS-DICT-VERSE-STATUS.
           SELECT TERM-SORT-FILE ASSIGN TO "dictindex.sort.tmp".
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-dictionary-file'.
           COPY 'cpy/file-section/bible-places-file'.
           COPY 'cpy/file-section/bible-persons-file'.
           COPY 'cpy/file-section/bible-words-file'.
           COPY 'cpy/file-section/dict-verse-file'.
       FD BIBLE-STOPWORDS-FILE.
       01 BIBLE-STOPWORD-RECORD.
           05 BIBLE-STOPWORD-KEY PIC X(60).
      * one register name and the article it points to
       SD TERM-SORT-FILE.
       01 TERM-SORT-RECORD.
           05 SORT-ARTICLE          PIC X(60).
           05 SORT-TERM             PIC X(60).
           05 SORT-SOURCE           PIC X(6).
           05 SORT-OWNER            PIC X(20).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-SHORT              PIC X(32).
       01 WS-DATA-FILE          PIC X(250).
       01 WS-WORDS-FILE         PIC X(250).
       01 WS-STOPWORDS-FILE     PIC X(250).
       01 WS-DICT-VERSE-FILE    PIC X(250).
       01 WS-REPORT-FILE        PIC X(250).
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-DICTIONARY-STATUS  PIC XX.
       01 WS-PLACES-STATUS      PIC XX.
       01 WS-PERSONS-STATUS     PIC XX.
       01 WS-WORDS-STATUS       PIC XX.
       01 WS-DICT-VERSE-STATUS  PIC XX.
       01 WS-STOPWORDS-OPEN     PIC X VALUE "N".
       01 WS-DICT-EOF           PIC X VALUE "N".
       01 WS-REGISTER-EOF       PIC X VALUE "N".
       01 WS-SORT-EOF           PIC X VALUE "N".
       01 WS-TODAY              PIC X(8).

      * register names of one entry
       01 WS-REG-ARTICLE        PIC X(60).
       01 WS-REG-NAMES          PIC X(120).
       01 WS-REG-PTR            PIC 9(4).
       01 WS-REG-NAME           PIC X(60).

      * the term being matched, split into its words
       01 WS-ARTICLE            PIC X(60).
       01 WS-TERM               PIC X(60).
       78 WS-TW-MAX VALUE 8.
       01 WS-TW-COUNT           PIC 9(2).
       01 WS-TW-TABLE.
           05 WS-TW-WORD OCCURS 8 TIMES PIC X(60).
       01 WS-TW-IDX             PIC 9(2).
       01 WS-TW-PTR             PIC 9(4).
       01 WS-TW-ITEM            PIC X(60).
       01 WS-TW-USED            PIC 9(2).
       01 WS-WORD               PIC X(60).
       01 WS-WORD-MISSING       PIC X.

      * verse sets: A the verses of the term so far, B those of the
      * word just read from the index; both in canon order
       78 WS-SET-MAX VALUE 30000.
       01 WS-SET-A-COUNT        PIC 9(5).
       01 WS-SET-A-TABLE.
           05 WS-SET-A-REF OCCURS 30000 TIMES.
               10 WS-SET-A-BOOK     PIC 9(3).
               10 WS-SET-A-CHAPTER  PIC 9(3).
               10 WS-SET-A-VERSE    PIC 9(3).
       01 WS-SET-B-COUNT        PIC 9(5).
       01 WS-SET-B-TABLE.
           05 WS-SET-B-REF OCCURS 30000 TIMES PIC X(9).
       01 WS-SET-I              PIC 9(5).
       01 WS-SET-J              PIC 9(5).
       01 WS-SET-K              PIC 9(5).
       01 WS-REF-IDX            PIC 9(3).
       01 WS-REF-LIMIT          PIC 9(9).
       01 WS-REF-TOTAL          PIC 9(9).
       01 WS-WORDS-EOF          PIC X.
       01 WS-SET-FULL           PIC X VALUE "N".

      * counts for the report footer
       01 WS-ARTICLE-HITS       PIC 9(7).
       01 WS-CNT-ARTICLES       PIC 9(7) VALUE 0.
       01 WS-CNT-FOUND          PIC 9(7) VALUE 0.
       01 WS-CNT-NOT-FOUND      PIC 9(7) VALUE 0.
       01 WS-CNT-NAMES          PIC 9(7) VALUE 0.
       01 WS-CNT-ORPHAN-NAMES   PIC 9(7) VALUE 0.
       01 WS-CNT-RECORDS        PIC 9(9) VALUE 0.
       01 WS-CNT-DISP           PIC Z(8)9.

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).

      * Role gate, see lib/checkRole.
       01 WS-BATCH-RUN              PIC X(1) EXTERNAL.
       01 WS-BATCH-ENV              PIC X(1).
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "dictionaryIndex".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       DICTIONARYINDEX.
           MOVE SPACES TO WS-BATCH-ENV
           ACCEPT WS-BATCH-ENV FROM ENVIRONMENT "BIBLE_BATCH_RUN"
           IF WS-BATCH-RUN = "Y" OR WS-BATCH-ENV = "Y"
               MOVE "batchScheduler" TO WS-ROLE-USER
           ELSE
               CALL "lib/checkRole" USING
                   WS-ROLE-PROGRAM,
                   WS-ROLE-NEEDED,
                   WS-ROLE-USER,
                   WS-ROLE-ACTUAL,
                   WS-ROLE-OK
               END-CALL
               IF WS-ROLE-OK NOT = "Y"
                   MOVE 8 TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF
           DISPLAY "Uebersetzung (Kurzname): " WITH NO ADVANCING
           ACCEPT WS-SHORT
           MOVE FUNCTION trim(WS-SHORT) TO WS-SHORT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-SHORT = SPACES OR WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
      * a batch caller (batchScheduler) reads the outcome from
      * the return code
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE WS-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".words.data"
           ) TO WS-WORDS-FILE
           MOVE WS-WORDS-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Kein Wortindex " FUNCTION trim(WS-WORDS-FILE)
                   " - zuerst die Wortliste erstellen."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE "dictionary.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Kein Woerterbuch installiert"
                   " (dictionary.data)."
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           DISPLAY "Pruefbericht (Enter = "
               FUNCTION trim(WS-SHORT) ".dictcheck.txt): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-REPORT-FILE
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SHORT), ".dictcheck.txt"
               ) TO WS-REPORT-FILE
           END-IF

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".dictverses.data"
           ) TO WS-DICT-VERSE-FILE
           OPEN OUTPUT DICT-VERSE-FILE
           OPEN INPUT BIBLE-WORDS-FILE
           PERFORM OPEN-STOPWORDS
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION concatenate(
               "Woerterbuch-Index ", FUNCTION trim(WS-SHORT),
               " vom ", WS-TODAY(7:2), ".", WS-TODAY(5:2), ".",
               WS-TODAY(1:4)
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "=" TO REPORT-RECORD(1:70)
           WRITE REPORT-RECORD

           SORT TERM-SORT-FILE
               ON ASCENDING KEY SORT-ARTICLE SORT-TERM
               INPUT PROCEDURE IS RELEASE-REGISTER-NAMES
               OUTPUT PROCEDURE IS MATCH-DICTIONARY

           PERFORM WRITE-REPORT-FOOT
           CLOSE REPORT-FILE
           IF WS-STOPWORDS-OPEN = "Y"
               CLOSE BIBLE-STOPWORDS-FILE
           END-IF
           CLOSE BIBLE-WORDS-FILE
           CLOSE DICT-VERSE-FILE

           MOVE WS-CNT-FOUND TO WS-CNT-DISP
           DISPLAY FUNCTION trim(WS-CNT-DISP) " von "
               FUNCTION trim(WS-CNT-ARTICLES)
               " Artikeln im Text gefunden."
           MOVE WS-CNT-RECORDS TO WS-CNT-DISP
           DISPLAY FUNCTION trim(WS-CNT-DISP)
               " Vers-Artikel-Eintraege in "
               FUNCTION trim(WS-DICT-VERSE-FILE) "."
           DISPLAY "Pruefbericht: " FUNCTION trim(WS-REPORT-FILE)
           MOVE WS-DICT-VERSE-FILE TO WS-ADM-TARGET
           MOVE "neu aufgebaut aus dictionary.data und Wortindex"
               TO WS-ADM-BEFORE
           MOVE FUNCTION concatenate(
               WS-CNT-RECORDS, " Vers-Artikel-Eintraege, ",
               WS-CNT-FOUND, " Artikel gefunden"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.
       DICTIONARYINDEX-EXIT.

      * the stopwords of the textsplit of the same name, if any
       OPEN-STOPWORDS.
           MOVE "N" TO WS-STOPWORDS-OPEN
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SHORT), ".stopwords.data"
           ) TO WS-STOPWORDS-FILE
           MOVE WS-STOPWORDS-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT BIBLE-STOPWORDS-FILE
               MOVE "Y" TO WS-STOPWORDS-OPEN
           END-IF
           CONTINUE.
       OPEN-STOPWORDS-EXIT.

      *----------------------------------------------------------
      * register names that point to an article
      *----------------------------------------------------------
       RELEASE-REGISTER-NAMES.
           MOVE "places.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT PLACES-FILE
               MOVE "N" TO WS-REGISTER-EOF
               PERFORM UNTIL WS-REGISTER-EOF = "Y"
                   READ PLACES-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF
                       NOT AT END
                           IF PLACE-DICT-KEY NOT = SPACES
                               MOVE "Ort" TO SORT-SOURCE
                               MOVE PLACE-KEY TO SORT-OWNER
                               MOVE PLACE-DICT-KEY TO WS-REG-ARTICLE
                               MOVE PLACE-NAME TO WS-REG-NAME
                               PERFORM RELEASE-ONE-NAME
                               MOVE PLACE-ALT-NAMES TO WS-REG-NAMES
                               PERFORM RELEASE-ALT-NAMES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACES-FILE
           END-IF

           MOVE "persons.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT PERSONS-FILE
               MOVE "N" TO WS-REGISTER-EOF
               PERFORM UNTIL WS-REGISTER-EOF = "Y"
                   READ PERSONS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF
                       NOT AT END
                           IF PERSON-DICT-KEY NOT = SPACES
                               MOVE "Person" TO SORT-SOURCE
                               MOVE PERSON-ID TO SORT-OWNER
                               MOVE PERSON-DICT-KEY TO WS-REG-ARTICLE
                               MOVE PERSON-NAME TO WS-REG-NAME
                               PERFORM RELEASE-ONE-NAME
                               MOVE PERSON-ALT-NAMES TO WS-REG-NAMES
                               PERFORM RELEASE-ALT-NAMES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSONS-FILE
           END-IF
           CONTINUE.
       RELEASE-REGISTER-NAMES-EXIT.

      * alternative names are comma-separated
       RELEASE-ALT-NAMES.
           MOVE 1 TO WS-REG-PTR
           PERFORM UNTIL WS-REG-PTR > LENGTH OF WS-REG-NAMES
               MOVE SPACES TO WS-REG-NAME
               UNSTRING WS-REG-NAMES DELIMITED BY ","
                   INTO WS-REG-NAME
                   WITH POINTER WS-REG-PTR
               END-UNSTRING
               PERFORM RELEASE-ONE-NAME
           END-PERFORM
           CONTINUE.
       RELEASE-ALT-NAMES-EXIT.

       RELEASE-ONE-NAME.
           IF WS-REG-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-REG-ARTICLE))
               TO SORT-ARTICLE
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-REG-NAME))
               TO SORT-TERM
           RELEASE TERM-SORT-RECORD
           CONTINUE.
       RELEASE-ONE-NAME-EXIT.

      *----------------------------------------------------------
      * dictionary and sorted register names side by side
      *----------------------------------------------------------
       MATCH-DICTIONARY.
           MOVE "N" TO WS-SORT-EOF
           PERFORM RETURN-NEXT-NAME
           OPEN INPUT BIBLE-DICTIONARY-FILE
           MOVE "N" TO WS-DICT-EOF
           PERFORM UNTIL WS-DICT-EOF = "Y"
               READ BIBLE-DICTIONARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DICT-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-ARTICLE
               END-READ
           END-PERFORM
           CLOSE BIBLE-DICTIONARY-FILE
      * whatever is left points past the last headword
           PERFORM UNTIL WS-SORT-EOF = "Y"
               PERFORM REPORT-ORPHAN-NAME
               PERFORM RETURN-NEXT-NAME
           END-PERFORM
           CONTINUE.
       MATCH-DICTIONARY-EXIT.

       RETURN-NEXT-NAME.
           RETURN TERM-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
           END-RETURN
           CONTINUE.
       RETURN-NEXT-NAME-EXIT.

       MATCH-ONE-ARTICLE.
           ADD 1 TO WS-CNT-ARTICLES
           MOVE BIBLE-DICTIONARY-KEY TO WS-ARTICLE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               OR SORT-ARTICLE >= WS-ARTICLE
               PERFORM REPORT-ORPHAN-NAME
               PERFORM RETURN-NEXT-NAME
           END-PERFORM

           MOVE 0 TO WS-ARTICLE-HITS
           MOVE WS-ARTICLE TO WS-TERM
           PERFORM MATCH-TERM
           PERFORM UNTIL WS-SORT-EOF = "Y"
               OR SORT-ARTICLE NOT = WS-ARTICLE
               IF SORT-TERM NOT = WS-ARTICLE
                   ADD 1 TO WS-CNT-NAMES
                   MOVE SORT-TERM TO WS-TERM
                   PERFORM MATCH-TERM
               END-IF
               PERFORM RETURN-NEXT-NAME
           END-PERFORM

           IF WS-ARTICLE-HITS = 0
               ADD 1 TO WS-CNT-NOT-FOUND
               MOVE FUNCTION concatenate(
                   "Nicht im Text:    ", FUNCTION trim(WS-ARTICLE)
               ) TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO WS-CNT-FOUND
           END-IF
           CONTINUE.
       MATCH-ONE-ARTICLE-EXIT.

       REPORT-ORPHAN-NAME.
           ADD 1 TO WS-CNT-ORPHAN-NAMES
           MOVE FUNCTION concatenate(
               "Ohne Artikel:     ", FUNCTION trim(SORT-SOURCE), " ",
               FUNCTION trim(SORT-OWNER), " (",
               FUNCTION trim(SORT-TERM), ") verweist auf ",
               FUNCTION trim(SORT-ARTICLE)
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           CONTINUE.
       REPORT-ORPHAN-NAME-EXIT.

      *----------------------------------------------------------
      * one term: the verses holding all of its words
      *----------------------------------------------------------
       MATCH-TERM.
           MOVE WS-TERM TO WS-TW-ITEM
           INSPECT WS-TW-ITEM
               CONVERTING ".,;:!?()[]{}""'" TO SPACES
           MOVE FUNCTION UPPER-CASE(WS-TW-ITEM) TO WS-TERM
           MOVE SPACES TO WS-TW-TABLE
           MOVE 0 TO WS-TW-COUNT
           MOVE 1 TO WS-TW-PTR
           PERFORM UNTIL WS-TW-PTR > LENGTH OF WS-TERM
               OR WS-TW-COUNT >= WS-TW-MAX
               MOVE SPACES TO WS-TW-ITEM
               UNSTRING WS-TERM DELIMITED BY ALL SPACE
                   INTO WS-TW-ITEM
                   WITH POINTER WS-TW-PTR
               END-UNSTRING
               IF WS-TW-ITEM NOT = SPACES
                   PERFORM CHECK-STOPWORD
                   IF WS-WORD-MISSING = "N"
                       ADD 1 TO WS-TW-COUNT
                       MOVE WS-TW-ITEM TO WS-TW-WORD(WS-TW-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TW-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SET-A-COUNT
           MOVE 0 TO WS-TW-USED
           PERFORM VARYING WS-TW-IDX FROM 1 BY 1
               UNTIL WS-TW-IDX > WS-TW-COUNT
               MOVE WS-TW-WORD(WS-TW-IDX) TO WS-WORD
               PERFORM LOAD-WORD-VERSES
               IF WS-TW-IDX = 1
                   MOVE WS-SET-B-COUNT TO WS-SET-A-COUNT
                   MOVE WS-SET-B-TABLE TO WS-SET-A-TABLE
               ELSE
                   PERFORM INTERSECT-SETS
               END-IF
               IF WS-SET-A-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SET-I FROM 1 BY 1
               UNTIL WS-SET-I > WS-SET-A-COUNT
               MOVE WS-SET-A-BOOK(WS-SET-I) TO DICT-VERSE-BOOK
               MOVE WS-SET-A-CHAPTER(WS-SET-I) TO DICT-VERSE-CHAPTER
               MOVE WS-SET-A-VERSE(WS-SET-I) TO DICT-VERSE-VERSE
               MOVE WS-ARTICLE TO DICT-VERSE-KEY
               MOVE WS-TERM TO DICT-VERSE-TERM
      * a verse found already by another name of the article stays
      * with its first term
               WRITE DICT-VERSE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-RECORDS
                       ADD 1 TO WS-ARTICLE-HITS
               END-WRITE
           END-PERFORM
           CONTINUE.
       MATCH-TERM-EXIT.

      * WS-WORD-MISSING "Y" for a stopword of the textsplit
       CHECK-STOPWORD.
           MOVE "N" TO WS-WORD-MISSING
           IF WS-STOPWORDS-OPEN = "Y"
               MOVE WS-TW-ITEM TO BIBLE-STOPWORD-KEY
               READ BIBLE-STOPWORDS-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WORD-MISSING
               END-READ
           END-IF
           CONTINUE.
       CHECK-STOPWORD-EXIT.

      * The verses of WS-WORD into set B: the head record and its
      * continuation records, a verse with the word twice only once.
       LOAD-WORD-VERSES.
           MOVE 0 TO WS-SET-B-COUNT
           MOVE SPACES TO BIBLE-WORDS-KEY
           MOVE WS-WORD TO BIBLE-WORDS-WORD
           MOVE 0 TO BIBLE-WORDS-SEQ
           READ BIBLE-WORDS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE BIBLE-WORDS-COUNT TO WS-REF-TOTAL
           MOVE "N" TO WS-WORDS-EOF
           PERFORM UNTIL WS-WORDS-EOF = "Y"
               MOVE BIBLE-WORDS-REF-COUNT TO WS-REF-LIMIT
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-LIMIT
                   IF WS-SET-B-COUNT = 0
                       PERFORM ADD-WORD-VERSE
                   ELSE
                       IF BIBLE-WORDS-REFS(WS-REF-IDX)
                           NOT = WS-SET-B-REF(WS-SET-B-COUNT)
                           PERFORM ADD-WORD-VERSE
                       END-IF
                   END-IF
               END-PERFORM
               IF (BIBLE-WORDS-SEQ + 1) * 100 >= WS-REF-TOTAL
                   MOVE "Y" TO WS-WORDS-EOF
               ELSE
                   ADD 1 TO BIBLE-WORDS-SEQ
                   READ BIBLE-WORDS-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-WORDS-EOF
                   END-READ
               END-IF
           END-PERFORM
           CONTINUE.
       LOAD-WORD-VERSES-EXIT.

       ADD-WORD-VERSE.
           IF WS-SET-B-COUNT >= WS-SET-MAX
               IF WS-SET-FULL = "N"
                   MOVE "Y" TO WS-SET-FULL
                   DISPLAY "Hinweis: mehr als " WS-SET-MAX
                       " Verse fuer " FUNCTION trim(WS-WORD)
                       " - nur die ersten werden verzeichnet."
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SET-B-COUNT
           MOVE BIBLE-WORDS-REFS(WS-REF-IDX)
               TO WS-SET-B-REF(WS-SET-B-COUNT)
           CONTINUE.
       ADD-WORD-VERSE-EXIT.

      * keep in set A only the verses also in set B; both are in
      * canon order, so one pass over each does it
       INTERSECT-SETS.
           MOVE 1 TO WS-SET-I
           MOVE 1 TO WS-SET-J
           MOVE 0 TO WS-SET-K
           PERFORM UNTIL WS-SET-I > WS-SET-A-COUNT
               OR WS-SET-J > WS-SET-B-COUNT
               EVALUATE TRUE
                   WHEN WS-SET-A-REF(WS-SET-I)
                       = WS-SET-B-REF(WS-SET-J)
                       ADD 1 TO WS-SET-K
                       MOVE WS-SET-A-REF(WS-SET-I)
                           TO WS-SET-A-REF(WS-SET-K)
                       ADD 1 TO WS-SET-I
                       ADD 1 TO WS-SET-J
                   WHEN WS-SET-A-REF(WS-SET-I)
                       < WS-SET-B-REF(WS-SET-J)
                       ADD 1 TO WS-SET-I
                   WHEN OTHER
                       ADD 1 TO WS-SET-J
               END-EVALUATE
           END-PERFORM
           MOVE WS-SET-K TO WS-SET-A-COUNT
           CONTINUE.
       INTERSECT-SETS-EXIT.

       WRITE-REPORT-FOOT.
           MOVE ALL "=" TO REPORT-RECORD(1:70)
           WRITE REPORT-RECORD
           MOVE WS-CNT-ARTICLES TO WS-CNT-DISP
           MOVE FUNCTION concatenate(
               "Artikel im Woerterbuch:       ", WS-CNT-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-FOUND TO WS-CNT-DISP
           MOVE FUNCTION concatenate(
               "davon im Text gefunden:       ", WS-CNT-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NOT-FOUND TO WS-CNT-DISP
           MOVE FUNCTION concatenate(
               "nicht im Text:                ", WS-CNT-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-NAMES TO WS-CNT-DISP
           MOVE FUNCTION concatenate(
               "Registernamen mitgesucht:     ", WS-CNT-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-ORPHAN-NAMES TO WS-CNT-DISP
           MOVE FUNCTION concatenate(
               "Registernamen ohne Artikel:   ", WS-CNT-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNT-RECORDS TO WS-CNT-DISP
           MOVE FUNCTION concatenate(
               "Vers-Artikel-Eintraege:       ", WS-CNT-DISP
           ) TO REPORT-RECORD
           WRITE REPORT-RECORD
           CONTINUE.
       WRITE-REPORT-FOOT-EXIT.

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
           END PROGRAM dictionaryIndex.
