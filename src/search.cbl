               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DICTIONARY-KEY
               FILE STATUS IS WS-DICTIONARY-STATUS.
           SELECT DICT-VERSE-FILE ASSIGN TO WS-DICT-VERSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DICT-VERSE-ID
               FILE STATUS IS WS-DICT-VERSE-STATUS.
           SELECT BIBLE-DEVOTIONAL-FILE ASSIGN TO "devotional.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOPIC-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-TOPICS-STATUS.
           SELECT SavedSearchFile ASSIGN TO "saved.searches"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ScriptOutFile ASSIGN TO WS-SCRIPT-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT BIBLE-DATA-META ASSIGN TO WS-META-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIBLE-DATA-META-KEY
               FILE STATUS IS WS-META-STATUS.
           SELECT BIBLE-INTERLINEAR-FILE ASSIGN TO WS-ILN-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIBLE-INTERLINEAR-KEY.
       DATA DIVISION.
       FILE SECTION.
           COPY 'cpy/file-section/bible-data-file'.
           COPY 'cpy/file-section/bible-redletter-file'.
           COPY 'cpy/file-section/bible-lexicon-file'.
           COPY 'cpy/file-section/bible-dictionary-file'.
           COPY 'cpy/file-section/dict-verse-file'.
           COPY 'cpy/file-section/bible-devotional-file'.
           COPY 'cpy/file-section/bible-topics-file'.
           COPY 'cpy/file-section/bible-data-meta'.
           COPY 'cpy/file-section/bible-interlinear-file'.
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
           COPY 'cpy/file-section/user-profile-file'.
       FD SearchLogFile.
       01 SearchLogRecord PIC X(300).
       FD BibleMetaList.
           VALUE "Lektionar (Kirchenjahr)".
       01 WS-TXT-M23          PIC X(60)
           VALUE "Gruppen-Notizen verwalten".
       01 WS-TXT-M24          PIC X(60)
           VALUE "Katechismus mit Belegstellen".
       01 WS-TXT-M25          PIC X(60)
           VALUE "Liederverzeichnis zur Bibel".
       01 WS-TXT-M26          PIC X(60)
           VALUE "Morphologie-Suche im Grundtext".
       01 WS-TXT-M27          PIC X(60) VALUE "Heute-Uebersicht".
       01 WS-TXT-M77          PIC X(60) VALUE "Beenden".
       01 WS-LEXICON-STATUS   PIC XX.
       01 WS-LEXICON-ON       PIC X VALUE "N".
       01 WS-DICTIONARY-STATUS PIC XX.
       01 WS-DICTIONARY-ON    PIC X VALUE "N".
       01 WS-DICT-TERM        PIC X(60).
      * verses of an article from <short>.dictverses.data
      * (dictionaryIndex)
       01 WS-DICT-VERSE-FILE  PIC X(250).
       01 WS-DICT-VERSE-STATUS PIC XX.
       01 WS-DV-FOUND         PIC X.
       01 WS-DV-INPUT         PIC X(1).
       01 WS-DV-SHORT         PIC X(32).
       01 WS-DV-EOF           PIC X.
       01 WS-DV-SHOWN         PIC 9(5).
       01 WS-DV-LINES         PIC 9(3).
       01 WS-DEVOTIONAL-STATUS PIC XX.
       01 WS-DEVOTION-TODAY   PIC 9(8).
       01 WS-DEVOTION-DAY     PIC X(4).
       01 WS-REDLETTER-STATUS PIC XX.
       01 WS-REDLETTER-ON     PIC X VALUE "N".
       01 WS-REDLETTER-FOUND  PIC X VALUE "N".
       01 WS-MARKED-TEXT      PIC X(4100).
       01 WS-MARK-OUT-POS     PIC 9(4).
       01 WS-MARK-PREV        PIC 9(4).
       01 WS-MARK-PIECE-LEN   PIC 9(4).
       01 WS-FED-HITS         PIC 9(5).
       01 WS-FED-ANY-HIT      PIC X VALUE "N".
       01 WS-NORM-MODE        PIC X VALUE "N".
       01 WS-NORM-IN          PIC X(4000).
       01 WS-NORM-IN-LEN      PIC 9(4).
       01 WS-NORM-OUT         PIC X(4000).
       01 WS-NORM-OUT-LEN     PIC 9(4).
       01 WS-NORM-POS         PIC 9(4).
       01 WS-NORM-IDX         PIC 9(4).
       01 WS-NORM-CHAR        PIC X(1).
       01 WS-NORM-PAIR        PIC X(2).
       01 WS-NORM-TERM        PIC X(700).
       01 WS-NORM-TERM-LEN    PIC 9(3).
       01 WS-NORM-TEXT        PIC X(4000).
       01 WS-NORM-TEXT-LEN    PIC 9(4).
       01 WS-SEARCH-LOG-FILE         PIC X(100) VALUE "search.log".
       01 WS-PROFILE-FILE            PIC X(100) VALUE "user.profile".
       01 WS-PROFILE-RETURN          PIC 9(3).
       01 WS-PROFILE-LAST-TRANSLATION PIC X(32) VALUE SPACES.
       01 WS-PROFILE-LAST-LANGUAGE    PIC X(50) VALUE SPACES.
       01 WS-PROFILE-INTERFACE-LANG   PIC X(2) VALUE SPACES.
       01 WS-PROFILE-PASSWORD-HASH    PIC X(16) VALUE SPACES.
       01 WS-PROFILE-ROLE             PIC X(1) VALUE "R".
       01 WS-PROFILE-PASSWORD-STATE   PIC X(1) VALUE SPACE.
       01 WS-NEW-ACCOUNT              PIC X VALUE "N".
       01 WS-PASSWORD                 PIC X(50).
       01 WS-PASSWORD-AGAIN           PIC X(50).
       01 WS-PASSWORD-HASH            PIC X(16).
       01 WS-PASSWORD-TRIES           PIC 9(1).
       01 WS-PASSWORD-OK              PIC X VALUE "N".
       01 WS-USER-PROFILES-STATUS     PIC XX.
       01 WS-BIBLE-SHORT     PIC X(32).
       01 WS-DATA-FILE       PIC X(777).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION       PIC X(1).
       01 WS-VT-FULL-TEXT    PIC X(4000).
       01 WS-VT-PARTS        PIC 9(2).
       01 WS-TEST-FILE       PIC X(777).
       01 WS-SEARCH-TERM     PIC X(100).
       01 WS-SEARCH-LEN      PIC 9(3).
       01 WS-STRONGS-TAG      PIC X(10).
       01 WS-STRONGS-PTR      PIC 9(3).

      * Morphology search over <short>.interlinear.data. The pattern
      * is compared with BIBLE-INTERLINEAR-MORPH position by
      * position; "?" stands for any one character, "*" for any run
      * of characters (V-AAM-* = every aorist active imperative).
      * The matching original words of a verse are collected in
      * front of its text in the hit list.
       01 WS-ILN-FILE         PIC X(777).
       01 WS-ILN-EOF          PIC X VALUE "N".
       01 WS-MORPH-PATTERN    PIC X(20).
       01 WS-MORPH-CODE       PIC X(20).
       01 WS-MORPH-OK         PIC X.
       01 WS-MORPH-PAT-LEN    PIC 9(2).
       01 WS-MORPH-CODE-LEN   PIC 9(2).
       01 WS-MORPH-P          PIC 9(2).
       01 WS-MORPH-S          PIC 9(2).
       01 WS-MORPH-STAR       PIC 9(2).
       01 WS-MORPH-MARK       PIC 9(2).
       01 WS-MORPH-DONE       PIC X.
       01 WS-MORPH-KEY        PIC 9(9).
       01 WS-MORPH-LAST-KEY   PIC 9(9) VALUE 0.
       01 WS-MORPH-WORDS      PIC X(300).
       01 WS-MORPH-VERSE-TEXT PIC X(700).

      * Parsed search query. The raw input is split into up to five
      * terms; a term in double quotes keeps its blanks (exact
      * phrase), and the words AND, OR, NOT and NEAR between terms
      * word positions of both terms are collected, then the
      * smallest position difference decides.
       78 WS-NEAR-MAX-HITS VALUE 50.
       01 WS-NEAR-TEXT        PIC X(4000).
       01 WS-NEAR-PTR         PIC 9(4).
       01 WS-NEAR-WORD        PIC X(100).
       01 WS-NEAR-WORDPOS     PIC 9(4).
       01 WS-NEAR-TALLY       PIC 9(3).
       01 WS-NEAR-A-COUNT     PIC 9(2).
       01 WS-NEAR-A-TABLE.
           05 WS-NEAR-A-POS OCCURS 50 TIMES PIC 9(4).
       01 WS-NEAR-B-COUNT     PIC 9(2).
       01 WS-NEAR-B-TABLE.
           05 WS-NEAR-B-POS OCCURS 50 TIMES PIC 9(4).
       01 WS-NEAR-IA          PIC 9(2).
       01 WS-NEAR-IB          PIC 9(2).
       01 WS-NEAR-DIFF        PIC S9(4).
       01 WS-TOPICS-STATUS    PIC XX.
       01 WS-TOPIC-NAME       PIC X(30).
       01 WS-TOPIC-REF-KEY    PIC X(9).
       01 WS-TOPIC-BUSY       PIC X VALUE "N".
       01 WS-CATALOG-FORCE    PIC X(1) VALUE "N".
       01 WS-CATALOG-STATUS   PIC X(1).

       01 WS-SCRIPT-VERB      PIC X(15).
       01 WS-SCRIPT-REST      PIC X(185).
       01 WS-SCRIPT-HIT-IDX   PIC 9(5).

      * "Meinten Sie": a search without hits looks through the head
      * records of the word index for words close to the query -
      * by spelling (edit distance after the umlaut/sz folding of
      * NORMALIZE-STRING, so "dass" finds DASS) and by German sound
      * (Koelner Phonetik) - and offers the best five with their
      * occurrence counts. Only a single plain word is corrected;
      * a picked suggestion re-runs the search with that word.
      * search.log marks a zero-hit search OHNE-TREFFER with the
      * suggestions offered, and the re-run VORSCHLAG with the
      * word it replaced.
       78 WS-SUG-MAX VALUE 5.
       01 WS-SUG-COUNT        PIC 9(1) VALUE 0.
       01 WS-SUG-TABLE.
           05 WS-SUG-ENTRY OCCURS 5 TIMES.
               10 WS-SUG-WORD     PIC X(60).
               10 WS-SUG-RANK     PIC 9(1).
               10 WS-SUG-HITS     PIC 9(9).
       01 WS-SUG-SWAP         PIC X(70).
       01 WS-SUG-IDX          PIC 9(1).
       01 WS-SUG-PICK         PIC 9(1).
       01 WS-SUG-INPUT        PIC X(2).
       01 WS-SUG-EOF          PIC X VALUE "N".
       01 WS-SUG-RERUN        PIC X VALUE "N".
       01 WS-SUG-FROM         PIC X(100) VALUE SPACES.
       01 WS-SUG-LIST         PIC X(150) VALUE SPACES.
       01 WS-SUG-HITS-DISP    PIC Z(8)9.
       01 WS-SUG-QUERY        PIC X(60).
       01 WS-SUG-QUERY-NORM   PIC X(60).
       01 WS-SUG-QUERY-LEN    PIC 9(2).
       01 WS-SUG-QUERY-KEY    PIC X(120).
       01 WS-SUG-WORD-NORM    PIC X(60).
       01 WS-SUG-WORD-LEN     PIC 9(2).
       01 WS-SUG-MAX-DIST     PIC 9(1).
       01 WS-SUG-THIS-RANK    PIC 9(1).
       01 WS-SUG-LEN-DIFF     PIC S9(3).
       01 WS-SUG-BETTER       PIC X.
      * edit distance: two rows of the usual dynamic table
       01 WS-ED-PREV-ROW.
           05 WS-ED-PREV OCCURS 61 TIMES PIC 9(2).
       01 WS-ED-CURR-ROW.
           05 WS-ED-CURR OCCURS 61 TIMES PIC 9(2).
       01 WS-ED-I             PIC 9(2).
       01 WS-ED-J             PIC 9(2).
       01 WS-ED-COST          PIC 9(1).
       01 WS-ED-MIN           PIC 9(2).
       01 WS-ED-DIST          PIC 9(2).
      * sound key (Koelner Phonetik) of WS-PHON-IN(1:WS-PHON-LEN)
       01 WS-PHON-IN          PIC X(60).
       01 WS-PHON-LEN         PIC 9(2).
       01 WS-PHON-OUT         PIC X(120).
       01 WS-PHON-RAW         PIC X(120).
       01 WS-PHON-RAW-LEN     PIC 9(3).
       01 WS-PHON-OUT-LEN     PIC 9(3).
       01 WS-PHON-IDX         PIC 9(3).
       01 WS-PHON-CHAR        PIC X.
       01 WS-PHON-PREV        PIC X.
       01 WS-PHON-NEXT        PIC X.
       01 WS-PHON-CODE        PIC X(2).

      * Response-time call interface (lib/logTiming): the time
      * from the start of the scan to the result, without any of
      * the prompts that follow, goes to timing.log.
       01 WS-TIM-OPERATION    PIC X(12).
       01 WS-TIM-SHORT        PIC X(32).
       01 WS-TIM-METHOD       PIC X(8).
       01 WS-TIM-DETAIL       PIC X(100).
       01 WS-TIM-START        PIC 9(8).
       01 WS-TIM-COUNT        PIC 9(9).

      * lib/formatVersion - translations and user data in an older
      * file layout are refused until formatMigration has brought
      * them forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).

      * Web gateway (CGI): the query comes from QUERY_STRING, the
      * page goes to standard output. Only translations released
      * by their rights are served; EINGESCHR ones up to their
      * RIGHTS-MAX verses per page.
       01 WS-WEB-MODE           PIC X VALUE "N".
       01 WS-WEB-GATEWAY        PIC X(20).
       01 WS-WEB-QUERY          PIC X(1000).
       01 WS-WEB-QUERY-LEN      PIC 9(4).
       01 WS-WEB-PTR            PIC 9(4).
       01 WS-WEB-PAIR           PIC X(300).
       01 WS-WEB-NAME           PIC X(20).
       01 WS-WEB-RAW            PIC X(300).
       01 WS-WEB-VALUE          PIC X(300).
       01 WS-WEB-SHORT          PIC X(32).
       01 WS-WEB-REF            PIC X(50).
       01 WS-WEB-TERM           PIC X(100).
       01 WS-WEB-IN-POS         PIC 9(4).
       01 WS-WEB-OUT-POS        PIC 9(5).
       01 WS-WEB-IN-LEN         PIC 9(4).
       01 WS-WEB-HEX            PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-WEB-HEX-IDX        PIC 9(2).
       01 WS-WEB-HEX-HI         PIC 9(2).
       01 WS-WEB-HEX-LO         PIC 9(2).
       01 WS-WEB-CHAR           PIC X.
       01 WS-WEB-VALID          PIC X.
       01 WS-WEB-ESC-IN         PIC X(4100).
       01 WS-WEB-ESC-OUT        PIC X(24600).
       01 WS-WEB-ESC-LEN        PIC 9(5).
       01 WS-WEB-LINE           PIC X(24700).
       01 WS-WEB-REF-TEXT       PIC X(20).
       01 WS-WEB-LIMIT          PIC 9(5).
       01 WS-WEB-CUT            PIC X.
       01 WS-WEB-HIT-IDX        PIC 9(5).
       78 WS-WEB-HIT-MAX        VALUE 200.
       01 WS-META-FILE          PIC X(250).
       01 WS-META-STATUS        PIC XX.
       01 WS-WEB-RIGHTS         PIC X(12).
       01 WS-WEB-RIGHTS-MAX     PIC 9(5).
       01 WS-WEB-COPYRIGHT      PIC X(250).
       PROCEDURE DIVISION.
       SEARCHENGINE.
           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE
               PERFORM RUN-SCRIPT-MODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-WEB-GATEWAY
           ACCEPT WS-WEB-GATEWAY FROM ENVIRONMENT "GATEWAY_INTERFACE"
           IF FUNCTION UPPER-CASE(WS-CMD-ARGS(1:4)) = "WEB "
               OR WS-WEB-GATEWAY NOT = SPACES
               MOVE "Y" TO WS-WEB-MODE
               PERFORM RUN-WEB-MODE
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "clear"
           DISPLAY "Sprache / Language (DE/EN, Enter = DE): "
               "!" DELIMITED BY SIZE
               INTO WS-OUTPUT
           DISPLAY WS-OUTPUT
           CALL "todayAgenda" END-CALL
           PERFORM UNTIL WS-INPUT = 77
               DISPLAY SPACE
               DISPLAY " 1: " FUNCTION trim(WS-TXT-M1)
               DISPLAY "21: " FUNCTION trim(WS-TXT-M21)
               DISPLAY "22: " FUNCTION trim(WS-TXT-M22)
               DISPLAY "23: " FUNCTION trim(WS-TXT-M23)
               DISPLAY "24: " FUNCTION trim(WS-TXT-M24)
               DISPLAY "25: " FUNCTION trim(WS-TXT-M25)
               DISPLAY "26: " FUNCTION trim(WS-TXT-M26)
               DISPLAY "27: " FUNCTION trim(WS-TXT-M27)
               DISPLAY "77: " FUNCTION trim(WS-TXT-M77)
               DISPLAY SPACE
               DISPLAY ": " WITH NO ADVANCING
                       CALL "lectionary" END-CALL
                   WHEN WS-INPUT = 23
                       CALL "groupNotes" END-CALL
                   WHEN WS-INPUT = 24
                       CALL "catechismView" END-CALL
                   WHEN WS-INPUT = 25
                       CALL "hymnIndex" END-CALL
                   WHEN WS-INPUT = 26
                       PERFORM SEARCHMORPH
                   WHEN WS-INPUT = 27
                       CALL "todayAgenda" END-CALL
                   WHEN TRUE
                       DISPLAY "??"
                       DISPLAY WS-INPUT
                           " nicht: "
                           FUNCTION trim(WS-BIBLE-SHORT)
                       MOVE SPACES TO WS-BIBLE-SHORT
                   ELSE
                       MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
                       PERFORM CHECK-TRANSLATION-FORMAT
                       IF WS-FV-OK NOT = "Y"
                           MOVE SPACES TO WS-BIBLE-SHORT
                       END-IF
                   END-IF
               WHEN "OUTPUT"
                   IF WS-SCRIPT-OUT-ON = "Y"
           MOVE 0 TO WS-TOTAL-MATCHES
           MOVE 0 TO WS-HIT-COUNT

           ACCEPT WS-TIM-START FROM TIME
           PERFORM OPEN-REDLETTER
           MOVE WS-BIBLE-SHORT TO WS-INDEX-SHORT
           PERFORM CHECK-WORD-INDEX
               CLOSE BIBLE-REDLETTER-FILE
               MOVE "N" TO WS-REDLETTER-ON
           END-IF
           MOVE "SUCHE" TO WS-TIM-OPERATION
           MOVE WS-BIBLE-SHORT TO WS-TIM-SHORT
           MOVE WS-TOTAL-MATCHES TO WS-TIM-COUNT
           PERFORM LOG-SEARCH-TIMING

           MOVE 0 TO WS-SUG-COUNT
           IF WS-HIT-COUNT = 0
               PERFORM FIND-SUGGESTIONS
           END-IF
           PERFORM WRITE-SCRIPT-RESULT
           PERFORM LOG-SEARCH
           CONTINUE.
       RUN-SCRIPT-SEARCH-EXIT.

       WRITE-SCRIPT-RESULT.
           IF WS-WEB-MODE = "Y"
               PERFORM WRITE-WEB-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               "=== ", FUNCTION trim(WS-BIBLE-SHORT), ": ",
               FUNCTION trim(WS-SEARCH-TERM), " (",
               ) TO ScriptOutRecord
               PERFORM WRITE-SCRIPT-LINE
           END-PERFORM
           IF WS-SUG-COUNT > 0
               MOVE FUNCTION concatenate(
                   "Meinten Sie: ", FUNCTION trim(WS-SUG-LIST)
               ) TO ScriptOutRecord
               PERFORM WRITE-SCRIPT-LINE
           END-IF
           MOVE SPACES TO ScriptOutRecord
           PERFORM WRITE-SCRIPT-LINE
           CONTINUE.
           CONTINUE.
       WRITE-SCRIPT-LINE-EXIT.

      * Web gateway, run by the web server as a CGI program (or by
      * hand with the argument WEB and QUERY_STRING set). Parameters:
      *   t    translation short name (default: default.cfg)
      *   ref  passage in referenceParser form, e.g. JOH+3%3A16
      *   q    search term, same syntax as the search screen
      * Read-only: no login, no profile, no saved searches. Every
      * query is logged to search.log under the user WEB; a passage
      * lookup with its reference as STELLE <ref>.
       RUN-WEB-MODE.
           DISPLAY "Content-Type: text/html; charset=utf-8" X"0A"
           MOVE "WEB" TO WS-USERNAME
           MOVE "N" TO WS-NORM-MODE
           MOVE "N" TO WS-SYN-MODE
           PERFORM WEB-READ-QUERY

           IF FUNCTION trim(WS-WEB-SHORT) = SPACES
               PERFORM LOAD-DEFAULT-TRANSLATION
               MOVE WS-DEFAULT-SHORT TO WS-WEB-SHORT
           END-IF
           PERFORM WEB-PAGE-HEAD

           IF FUNCTION trim(WS-WEB-REF) = SPACES
               AND FUNCTION trim(WS-WEB-TERM) = SPACES
               PERFORM WEB-PAGE-FOOT
               EXIT PARAGRAPH
           END-IF

           PERFORM WEB-CHECK-SHORT
           IF WS-WEB-VALID NOT = "Y"
               DISPLAY "<p>Unbekannte Uebersetzung.</p>"
               PERFORM WEB-PAGE-FOOT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WEB-SHORT TO WS-BIBLE-SHORT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT),
               ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "<p>Unbekannte Uebersetzung.</p>"
               PERFORM WEB-PAGE-FOOT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "<p>"
           MOVE WS-BIBLE-SHORT TO WS-LOCK-SHORT
           PERFORM CHECK-TRANSLATION-LOCK
           DISPLAY "</p>"
           IF WS-LOCK-BLOCKED = "Y"
               PERFORM WEB-PAGE-FOOT
               EXIT PARAGRAPH
           END-IF

           PERFORM WEB-READ-RIGHTS
           IF WS-WEB-RIGHTS NOT = "FREI"
               AND WS-WEB-RIGHTS NOT = "EINGESCHR"
               DISPLAY "<p>Diese Uebersetzung ist nicht fuer die "
                   "Veroeffentlichung freigegeben.</p>"
               PERFORM WEB-PAGE-FOOT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WEB-LIMIT
           IF WS-WEB-RIGHTS = "EINGESCHR"
               MOVE WS-WEB-RIGHTS-MAX TO WS-WEB-LIMIT
           END-IF

           IF FUNCTION trim(WS-WEB-REF) NOT = SPACES
               PERFORM WEB-SHOW-PASSAGE
           ELSE
               MOVE WS-WEB-TERM TO WS-SCRIPT-REST
               PERFORM RUN-SCRIPT-SEARCH
           END-IF

           IF FUNCTION trim(WS-WEB-COPYRIGHT) NOT = SPACES
               MOVE WS-WEB-COPYRIGHT TO WS-WEB-ESC-IN
               PERFORM WEB-ESCAPE
               MOVE SPACES TO WS-WEB-LINE
               STRING "<p><small>" DELIMITED BY SIZE
                   WS-WEB-ESC-OUT(1:WS-WEB-ESC-LEN) DELIMITED BY SIZE
                   "</small></p>" DELIMITED BY SIZE
                   INTO WS-WEB-LINE
               END-STRING
               DISPLAY FUNCTION trim(WS-WEB-LINE)
           END-IF
           PERFORM WEB-PAGE-FOOT
           CONTINUE.
       RUN-WEB-MODE-EXIT.

      * name=value pairs split at &, values URL-decoded
       WEB-READ-QUERY.
           MOVE SPACES TO WS-WEB-SHORT
           MOVE SPACES TO WS-WEB-REF
           MOVE SPACES TO WS-WEB-TERM
           MOVE SPACES TO WS-WEB-QUERY
           ACCEPT WS-WEB-QUERY FROM ENVIRONMENT "QUERY_STRING"
           IF WS-WEB-QUERY = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEB-QUERY-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WEB-QUERY TRAILING))
           MOVE 1 TO WS-WEB-PTR
           PERFORM UNTIL WS-WEB-PTR > WS-WEB-QUERY-LEN
               MOVE SPACES TO WS-WEB-PAIR
               UNSTRING WS-WEB-QUERY(1:WS-WEB-QUERY-LEN)
                   DELIMITED BY "&"
                   INTO WS-WEB-PAIR
                   WITH POINTER WS-WEB-PTR
               END-UNSTRING
               MOVE SPACES TO WS-WEB-NAME
               MOVE SPACES TO WS-WEB-RAW
               UNSTRING WS-WEB-PAIR DELIMITED BY "="
                   INTO WS-WEB-NAME WS-WEB-RAW
               END-UNSTRING
               PERFORM WEB-DECODE
               EVALUATE FUNCTION LOWER-CASE(WS-WEB-NAME)
                   WHEN "t"
                       MOVE FUNCTION trim(WS-WEB-VALUE)
                           TO WS-WEB-SHORT
                   WHEN "ref"
                       MOVE FUNCTION trim(WS-WEB-VALUE) TO WS-WEB-REF
                   WHEN "q"
                       MOVE FUNCTION trim(WS-WEB-VALUE)
                           TO WS-WEB-TERM
               END-EVALUATE
           END-PERFORM
      * the log keeps its fields apart with ###
           INSPECT WS-WEB-TERM REPLACING ALL "#" BY SPACE
           INSPECT WS-WEB-REF REPLACING ALL "#" BY SPACE
           CONTINUE.
       WEB-READ-QUERY-EXIT.

      * + is a blank, %XX the character with hex code XX
       WEB-DECODE.
           MOVE SPACES TO WS-WEB-VALUE
           IF WS-WEB-RAW = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEB-IN-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WEB-RAW TRAILING))
           MOVE 1 TO WS-WEB-IN-POS
           MOVE 1 TO WS-WEB-OUT-POS
           PERFORM UNTIL WS-WEB-IN-POS > WS-WEB-IN-LEN
               MOVE WS-WEB-RAW(WS-WEB-IN-POS:1) TO WS-WEB-CHAR
               EVALUATE TRUE
                   WHEN WS-WEB-CHAR = "+"
                       MOVE SPACE TO WS-WEB-VALUE(WS-WEB-OUT-POS:1)
                       ADD 1 TO WS-WEB-IN-POS
                   WHEN WS-WEB-CHAR = "%"
                       AND WS-WEB-IN-POS + 2 <= WS-WEB-IN-LEN
                       MOVE WS-WEB-RAW(WS-WEB-IN-POS + 1:1)
                           TO WS-WEB-CHAR
                       PERFORM WEB-HEX-DIGIT
                       MOVE WS-WEB-HEX-IDX TO WS-WEB-HEX-HI
                       MOVE WS-WEB-RAW(WS-WEB-IN-POS + 2:1)
                           TO WS-WEB-CHAR
                       PERFORM WEB-HEX-DIGIT
                       MOVE WS-WEB-HEX-IDX TO WS-WEB-HEX-LO
                       MOVE FUNCTION CHAR(
                           WS-WEB-HEX-HI * 16 + WS-WEB-HEX-LO + 1)
                           TO WS-WEB-VALUE(WS-WEB-OUT-POS:1)
                       ADD 3 TO WS-WEB-IN-POS
                   WHEN OTHER
                       MOVE WS-WEB-CHAR
                           TO WS-WEB-VALUE(WS-WEB-OUT-POS:1)
                       ADD 1 TO WS-WEB-IN-POS
               END-EVALUATE
               ADD 1 TO WS-WEB-OUT-POS
           END-PERFORM
           CONTINUE.
       WEB-DECODE-EXIT.

      * value 0-15 of the hex digit in WS-WEB-CHAR, 0 if none
       WEB-HEX-DIGIT.
           MOVE FUNCTION UPPER-CASE(WS-WEB-CHAR) TO WS-WEB-CHAR
           PERFORM VARYING WS-WEB-HEX-IDX FROM 1 BY 1
               UNTIL WS-WEB-HEX-IDX > 16
               OR WS-WEB-HEX(WS-WEB-HEX-IDX:1) = WS-WEB-CHAR
               CONTINUE
           END-PERFORM
           IF WS-WEB-HEX-IDX > 16
               MOVE 0 TO WS-WEB-HEX-IDX
           ELSE
               SUBTRACT 1 FROM WS-WEB-HEX-IDX
           END-IF
           CONTINUE.
       WEB-HEX-DIGIT-EXIT.

      * The short name becomes part of file names and of the shell
      * line in CHECKFILE, so only letters, digits, - and _ pass.
       WEB-CHECK-SHORT.
           MOVE "N" TO WS-WEB-VALID
           IF FUNCTION trim(WS-WEB-SHORT) = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEB-IN-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WEB-SHORT))
           MOVE FUNCTION trim(WS-WEB-SHORT) TO WS-WEB-SHORT
           PERFORM VARYING WS-WEB-IN-POS FROM 1 BY 1
               UNTIL WS-WEB-IN-POS > WS-WEB-IN-LEN
               MOVE WS-WEB-SHORT(WS-WEB-IN-POS:1) TO WS-WEB-CHAR
               IF WS-WEB-CHAR = SPACE
                   EXIT PARAGRAPH
               END-IF
               IF WS-WEB-CHAR IS NOT ALPHABETIC
                   AND WS-WEB-CHAR IS NOT NUMERIC
                   AND WS-WEB-CHAR NOT = "-"
                   AND WS-WEB-CHAR NOT = "_"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-WEB-VALID
           CONTINUE.
       WEB-CHECK-SHORT-EXIT.

      * RIGHTS, RIGHTS-MAX and COPYRIGHT as recorded at import;
      * nothing recorded counts as UNGEKLAERT and is not served.
       WEB-READ-RIGHTS.
           MOVE "UNGEKLAERT" TO WS-WEB-RIGHTS
           MOVE 0 TO WS-WEB-RIGHTS-MAX
           MOVE SPACES TO WS-WEB-COPYRIGHT
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
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(FUNCTION trim(
                       BIBLE-DATA-META-VALUE)) TO WS-WEB-RIGHTS
           END-READ
           MOVE "RIGHTS-MAX" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               NOT INVALID KEY
                   IF FUNCTION trim(BIBLE-DATA-META-VALUE)
                       IS NUMERIC
                       MOVE FUNCTION NUMVAL(BIBLE-DATA-META-VALUE)
                           TO WS-WEB-RIGHTS-MAX
                   END-IF
           END-READ
           MOVE "COPYRIGHT" TO BIBLE-DATA-META-KEY
           READ BIBLE-DATA-META
               NOT INVALID KEY
                   MOVE BIBLE-DATA-META-VALUE TO WS-WEB-COPYRIGHT
           END-READ
           CLOSE BIBLE-DATA-META
           CONTINUE.
       WEB-READ-RIGHTS-EXIT.

      * Same parser and range reader as the go-to-passage screen.
       WEB-SHOW-PASSAGE.
           MOVE WS-WEB-REF TO WS-GOTO-INPUT
           CALL "lib/referenceParser" USING
               WS-GOTO-INPUT,
               WS-GOTO-BOOK,
               WS-GOTO-CHAPTER,
               WS-GOTO-VFROM,
               WS-GOTO-VTO,
               WS-GOTO-OK
           END-CALL
           IF WS-GOTO-OK NOT = "Y"
               MOVE WS-WEB-REF TO WS-WEB-ESC-IN
               PERFORM WEB-ESCAPE
               MOVE SPACES TO WS-WEB-LINE
               STRING "<p>Bibelstelle nicht verstanden: "
                   DELIMITED BY SIZE
                   WS-WEB-ESC-OUT(1:WS-WEB-ESC-LEN) DELIMITED BY SIZE
                   "</p>" DELIMITED BY SIZE
                   INTO WS-WEB-LINE
               END-STRING
               DISPLAY FUNCTION trim(WS-WEB-LINE)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-WEB-CUT
           PERFORM SHOW-GOTO-RANGE
           IF WS-WEB-CUT = "Y"
               DISPLAY "<p>[Weitere Verse durch Nutzungsrechte "
                   "begrenzt]</p>"
           END-IF

           MOVE FUNCTION concatenate(
               "STELLE ", FUNCTION trim(WS-WEB-REF)
           ) TO WS-SEARCH-TERM
           MOVE WS-GOTO-SHOWN TO WS-TOTAL-MATCHES
           MOVE SPACES TO WS-SUG-LIST
           MOVE SPACES TO WS-SUG-FROM
           PERFORM LOG-SEARCH
           CONTINUE.
       WEB-SHOW-PASSAGE-EXIT.

      * One verse of a passage (from SHOW-GOTO-VERSE), no more than
      * the rights of the translation allow.
       WEB-WRITE-VERSE.
           IF WS-WEB-LIMIT > 0 AND WS-GOTO-SHOWN >= WS-WEB-LIMIT
               MOVE "Y" TO WS-WEB-CUT
               MOVE "Y" TO WS-GOTO-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GOTO-SHOWN
           PERFORM JOIN-VERSE-TEXT
           MOVE SPACES TO WS-WEB-REF-TEXT
           STRING BIBLE-DATA-BOOK ":" BIBLE-DATA-CHAPTER ":"
               BIBLE-DATA-VERSE DELIMITED BY SIZE
               INTO WS-WEB-REF-TEXT
           END-STRING
           MOVE WS-VT-FULL-TEXT TO WS-WEB-ESC-IN
           PERFORM WEB-WRITE-TEXT-LINE
           CONTINUE.
       WEB-WRITE-VERSE-EXIT.

      * Search result page (from WRITE-SCRIPT-RESULT); the hit list
      * is the one the scripted search filled.
       WRITE-WEB-RESULT.
           MOVE FUNCTION trim(WS-SEARCH-TERM) TO WS-WEB-ESC-IN
           PERFORM WEB-ESCAPE
           MOVE SPACES TO WS-WEB-LINE
           STRING "<h2>" DELIMITED BY SIZE
               WS-WEB-ESC-OUT(1:WS-WEB-ESC-LEN) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-HIT-COUNT DELIMITED BY SIZE
               " Treffer)</h2>" DELIMITED BY SIZE
               INTO WS-WEB-LINE
           END-STRING
           DISPLAY FUNCTION trim(WS-WEB-LINE)
           MOVE "N" TO WS-WEB-CUT
           PERFORM VARYING WS-WEB-HIT-IDX FROM 1 BY 1
               UNTIL WS-WEB-HIT-IDX > WS-HIT-COUNT
               OR WS-WEB-CUT = "Y"
               IF (WS-WEB-LIMIT > 0
                   AND WS-WEB-HIT-IDX > WS-WEB-LIMIT)
                   OR WS-WEB-HIT-IDX > WS-WEB-HIT-MAX
                   MOVE "Y" TO WS-WEB-CUT
               ELSE
                   MOVE SPACES TO WS-WEB-REF-TEXT
                   STRING WS-HIT-BOOK(WS-WEB-HIT-IDX) ":"
                       WS-HIT-CHAPTER(WS-WEB-HIT-IDX) ":"
                       WS-HIT-VERSE(WS-WEB-HIT-IDX)
                       DELIMITED BY SIZE INTO WS-WEB-REF-TEXT
                   END-STRING
                   MOVE WS-HIT-TEXT(WS-WEB-HIT-IDX) TO WS-WEB-ESC-IN
                   PERFORM WEB-WRITE-TEXT-LINE
               END-IF
           END-PERFORM
           IF WS-WEB-CUT = "Y"
               DISPLAY "<p>[Weitere Treffer nicht angezeigt]</p>"
           END-IF
           IF WS-SUG-COUNT > 0
               MOVE FUNCTION trim(WS-SUG-LIST) TO WS-WEB-ESC-IN
               PERFORM WEB-ESCAPE
               MOVE SPACES TO WS-WEB-LINE
               STRING "<p>Meinten Sie: " DELIMITED BY SIZE
                   WS-WEB-ESC-OUT(1:WS-WEB-ESC-LEN) DELIMITED BY SIZE
                   "</p>" DELIMITED BY SIZE
                   INTO WS-WEB-LINE
               END-STRING
               DISPLAY FUNCTION trim(WS-WEB-LINE)
           END-IF
           CONTINUE.
       WRITE-WEB-RESULT-EXIT.

      * <p><b>book:chapter:verse</b> text</p> for WS-WEB-REF-TEXT
      * and the raw text in WS-WEB-ESC-IN
       WEB-WRITE-TEXT-LINE.
           PERFORM WEB-ESCAPE
           MOVE SPACES TO WS-WEB-LINE
           STRING "<p><b>" DELIMITED BY SIZE
               WS-WEB-REF-TEXT DELIMITED BY SPACE
               "</b> " DELIMITED BY SIZE
               WS-WEB-ESC-OUT(1:WS-WEB-ESC-LEN) DELIMITED BY SIZE
               "</p>" DELIMITED BY SIZE
               INTO WS-WEB-LINE
           END-STRING
           DISPLAY FUNCTION trim(WS-WEB-LINE)
           CONTINUE.
       WEB-WRITE-TEXT-LINE-EXIT.

      * HTML-escape WS-WEB-ESC-IN into WS-WEB-ESC-OUT(1:WS-WEB-ESC-LEN)
       WEB-ESCAPE.
           MOVE SPACES TO WS-WEB-ESC-OUT
           MOVE 1 TO WS-WEB-ESC-LEN
           IF WS-WEB-ESC-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WEB-OUT-POS
           COMPUTE WS-WEB-IN-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-WEB-ESC-IN TRAILING))
           PERFORM VARYING WS-WEB-IN-POS FROM 1 BY 1
               UNTIL WS-WEB-IN-POS > WS-WEB-IN-LEN
               MOVE WS-WEB-ESC-IN(WS-WEB-IN-POS:1) TO WS-WEB-CHAR
               EVALUATE WS-WEB-CHAR
                   WHEN "&"
                       MOVE "&amp;" TO WS-WEB-ESC-OUT(WS-WEB-OUT-POS:5)
                       ADD 5 TO WS-WEB-OUT-POS
                   WHEN "<"
                       MOVE "&lt;" TO WS-WEB-ESC-OUT(WS-WEB-OUT-POS:4)
                       ADD 4 TO WS-WEB-OUT-POS
                   WHEN ">"
                       MOVE "&gt;" TO WS-WEB-ESC-OUT(WS-WEB-OUT-POS:4)
                       ADD 4 TO WS-WEB-OUT-POS
                   WHEN QUOTE
                       MOVE "&quot;"
                           TO WS-WEB-ESC-OUT(WS-WEB-OUT-POS:6)
                       ADD 6 TO WS-WEB-OUT-POS
                   WHEN OTHER
                       MOVE WS-WEB-CHAR
                           TO WS-WEB-ESC-OUT(WS-WEB-OUT-POS:1)
                       ADD 1 TO WS-WEB-OUT-POS
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-WEB-ESC-LEN = WS-WEB-OUT-POS - 1
           CONTINUE.
       WEB-ESCAPE-EXIT.

      * page start with the query form, filled with the current
      * values so the next lookup starts from them
       WEB-PAGE-HEAD.
           DISPLAY "<!DOCTYPE html>"
           DISPLAY "<html><head><meta charset=" QUOTE "utf-8" QUOTE
               "><title>Bibel</title></head><body>"
           DISPLAY "<h1>Bibel</h1>"
           DISPLAY "<form method=" QUOTE "get" QUOTE ">"
           MOVE WS-WEB-SHORT TO WS-WEB-ESC-IN
           MOVE "t" TO WS-WEB-NAME
           MOVE "Uebersetzung" TO WS-WEB-REF-TEXT
           PERFORM WEB-FORM-FIELD
           MOVE WS-WEB-REF TO WS-WEB-ESC-IN
           MOVE "ref" TO WS-WEB-NAME
           MOVE "Bibelstelle" TO WS-WEB-REF-TEXT
           PERFORM WEB-FORM-FIELD
           MOVE WS-WEB-TERM TO WS-WEB-ESC-IN
           MOVE "q" TO WS-WEB-NAME
           MOVE "Suchbegriff" TO WS-WEB-REF-TEXT
           PERFORM WEB-FORM-FIELD
           DISPLAY "<input type=" QUOTE "submit" QUOTE " value="
               QUOTE "Anzeigen" QUOTE "></form>"
           CONTINUE.
       WEB-PAGE-HEAD-EXIT.

       WEB-FORM-FIELD.
           PERFORM WEB-ESCAPE
           MOVE SPACES TO WS-WEB-LINE
           STRING WS-WEB-REF-TEXT DELIMITED BY SPACE
               " <input name=" QUOTE DELIMITED BY SIZE
               WS-WEB-NAME DELIMITED BY SPACE
               QUOTE " value=" QUOTE DELIMITED BY SIZE
               WS-WEB-ESC-OUT(1:WS-WEB-ESC-LEN) DELIMITED BY SIZE
               QUOTE ">" DELIMITED BY SIZE
               INTO WS-WEB-LINE
           END-STRING
           IF WS-WEB-ESC-IN = SPACES
               MOVE SPACES TO WS-WEB-LINE
               STRING WS-WEB-REF-TEXT DELIMITED BY SPACE
                   " <input name=" QUOTE DELIMITED BY SIZE
                   WS-WEB-NAME DELIMITED BY SPACE
                   QUOTE ">" DELIMITED BY SIZE
                   INTO WS-WEB-LINE
               END-STRING
           END-IF
           DISPLAY FUNCTION trim(WS-WEB-LINE)
           CONTINUE.
       WEB-FORM-FIELD-EXIT.

       WEB-PAGE-FOOT.
           DISPLAY "</body></html>"
           CONTINUE.
       WEB-PAGE-FOOT-EXIT.

       LISTTRANSLATIONS.
           DISPLAY "Katalog neu abrufen? (J = erzwingen, "
               "Enter = Cache nutzen falls aktuell): "
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-GOTO-SHOWN = 0
               IF WS-WEB-MODE = "Y"
                   DISPLAY "<p>Diese Stelle existiert nicht in dieser"
                       " Uebersetzung.</p>"
               ELSE
                   DISPLAY "Diese Stelle existiert nicht in dieser"
                       " Uebersetzung."
               END-IF
           END-IF
           CONTINUE.
       SHOW-GOTO-RANGE-EXIT.
                   FUNCTION trim(WS-BIBLE-SHORT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-GOTO-RANGE
           CONTINUE.
       SHOWDEVOTION-EXIT.
               MOVE "Y" TO WS-GOTO-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-WEB-MODE = "Y"
               PERFORM WEB-WRITE-VERSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GOTO-SHOWN
           PERFORM JOIN-VERSE-TEXT
           DISPLAY FUNCTION concatenate(
               BIBLE-DATA-BOOK, ":",
               BIBLE-DATA-CHAPTER, ":",
               BIBLE-DATA-VERSE, " ",
               FUNCTION trim(WS-VT-FULL-TEXT),
           )
           CONTINUE.
       SHOW-GOTO-VERSE-EXIT.
       RESOLVE-SCOPE-BOOK-EXIT.

      * Login step: every operator identifies with a user name and
      * a password and gets an own record in the indexed
      * user.profiles.data. Only the salted hash of the password is
      * kept there. A new user name becomes a reader account once
      * its password is chosen here; an existing account without
      * a password is refused until an administrator gives it a
      * starting password in userMaintenance, and a starting
      * password has to be replaced before the session begins.
      * Nobody gets a role above reader here - that is done in
      * userMaintenance. GAST stays a password-less reader. The old
      * single-record user.profile stays as the pointer to the
      * active session user, which is what the other binaries
      * (readTranslation and friends, lib/checkRole) read.
       LOGIN-USER.
           DISPLAY FUNCTION trim(WS-TXT-PROMPT-NAME) " "
               WITH NO ADVANCING
           IF FUNCTION trim(WS-USERNAME) = SPACES
               MOVE "GAST" TO WS-USERNAME
           END-IF
      * names starting with * are control records, not users
           IF WS-USERNAME(1:1) = "*"
               DISPLAY "Anmeldung fehlgeschlagen."
               STOP RUN
           END-IF
           MOVE "C" TO WS-FV-ACTION
           MOVE "U" TO WS-FV-KIND
           MOVE SPACES TO WS-FV-SHORT
           PERFORM CALL-FORMAT-VERSION
           IF WS-FV-OK NOT = "Y"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PROFILE-PASSWORD-HASH
           MOVE "R" TO WS-PROFILE-ROLE
           MOVE SPACE TO WS-PROFILE-PASSWORD-STATE
           MOVE "N" TO WS-NEW-ACCOUNT
           PERFORM OPEN-USER-PROFILES
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE FUNCTION trim(WS-USERNAME) TO USER-PROFILE-KEY
      * a new account is written by SAVE-PROFILE only, once its
      * password is set
           READ UserProfilesFile
               INVALID KEY
                   MOVE "Y" TO WS-NEW-ACCOUNT
                   MOVE SPACES TO WS-PROFILE-LAST-TRANSLATION
                   MOVE SPACES TO WS-PROFILE-LAST-LANGUAGE
               NOT INVALID KEY
                       TO WS-PROFILE-LAST-TRANSLATION
                   MOVE USER-PROFILE-LANGUAGE
                       TO WS-PROFILE-LAST-LANGUAGE
                   MOVE USER-PROFILE-PASSWORD-HASH
                       TO WS-PROFILE-PASSWORD-HASH
                   MOVE USER-PROFILE-PASSWORD-STATE
                       TO WS-PROFILE-PASSWORD-STATE
                   IF USER-PROFILE-ROLE NOT = SPACE
                       MOVE USER-PROFILE-ROLE TO WS-PROFILE-ROLE
                   END-IF
                   IF FUNCTION trim(USER-PROFILE-IFACE-LANG)
                       NOT = SPACES
                       AND USER-PROFILE-IFACE-LANG
                   END-IF
           END-READ
           CLOSE UserProfilesFile

           IF FUNCTION trim(WS-USERNAME) NOT = "GAST"
               PERFORM CHECK-PASSWORD
               IF WS-PASSWORD-OK = "N"
                   DISPLAY "Anmeldung fehlgeschlagen."
                   STOP RUN
               END-IF
           END-IF
           PERFORM SAVE-PROFILE
           CONTINUE.
       LOGIN-USER-EXIT.

       CHECK-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK
           IF WS-NEW-ACCOUNT = "Y"
               DISPLAY "Neuer Benutzer " FUNCTION trim(WS-USERNAME)
                   " - bitte ein Kennwort festlegen."
               PERFORM SET-NEW-PASSWORD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-PROFILE-PASSWORD-HASH) = SPACES
               DISPLAY "Fuer " FUNCTION trim(WS-USERNAME)
                   " ist kein Kennwort gesetzt - ein Administrator "
                   "vergibt ein Startkennwort (userMaintenance)."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PASSWORD-TRIES FROM 1 BY 1
               UNTIL WS-PASSWORD-TRIES > 3 OR WS-PASSWORD-OK = "Y"
               DISPLAY "Kennwort: " WITH NO ADVANCING
               PERFORM ACCEPT-PASSWORD
               CALL "lib/passwordHash" USING
                   WS-USERNAME,
                   WS-PASSWORD,
                   WS-PASSWORD-HASH
               END-CALL
               IF WS-PASSWORD-HASH = WS-PROFILE-PASSWORD-HASH
                   MOVE "Y" TO WS-PASSWORD-OK
               ELSE
                   DISPLAY "Kennwort falsch."
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PASSWORD
           IF WS-PASSWORD-OK = "Y" AND WS-PROFILE-PASSWORD-STATE = "T"
               DISPLAY "Das Startkennwort muss jetzt durch ein "
                   "eigenes ersetzt werden."
               PERFORM SET-NEW-PASSWORD
               IF WS-PASSWORD-OK = "Y"
                   MOVE SPACE TO WS-PROFILE-PASSWORD-STATE
               END-IF
           END-IF
           CONTINUE.
       CHECK-PASSWORD-EXIT.

       SET-NEW-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK
           PERFORM VARYING WS-PASSWORD-TRIES FROM 1 BY 1
               UNTIL WS-PASSWORD-TRIES > 3 OR WS-PASSWORD-OK = "Y"
               DISPLAY "Neues Kennwort: " WITH NO ADVANCING
               PERFORM ACCEPT-PASSWORD
               MOVE WS-PASSWORD TO WS-PASSWORD-AGAIN
               DISPLAY "Kennwort wiederholen: " WITH NO ADVANCING
               PERFORM ACCEPT-PASSWORD
               EVALUATE TRUE
                   WHEN FUNCTION trim(WS-PASSWORD) = SPACES
                       DISPLAY "Ein leeres Kennwort ist nicht "
                           "erlaubt."
                   WHEN WS-PASSWORD NOT = WS-PASSWORD-AGAIN
                       DISPLAY "Die Kennwoerter stimmen nicht "
                           "ueberein."
                   WHEN OTHER
                       CALL "lib/passwordHash" USING
                           WS-USERNAME,
                           WS-PASSWORD,
                           WS-PASSWORD-HASH
                       END-CALL
                       IF WS-PASSWORD-HASH = WS-PROFILE-PASSWORD-HASH
                           DISPLAY "Das neue Kennwort muss sich vom "
                               "Startkennwort unterscheiden."
                       ELSE
                           MOVE WS-PASSWORD-HASH
                               TO WS-PROFILE-PASSWORD-HASH
                           MOVE "Y" TO WS-PASSWORD-OK
                           DISPLAY "Kennwort gespeichert."
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-PASSWORD
           MOVE SPACES TO WS-PASSWORD-AGAIN
           CONTINUE.
       SET-NEW-PASSWORD-EXIT.

      * Read the password without echo; the terminal setting is put
      * back straight after.
       ACCEPT-PASSWORD.
           CALL "SYSTEM" USING "stty -echo 2>/dev/null" END-CALL
           MOVE SPACES TO WS-PASSWORD
           ACCEPT WS-PASSWORD
           CALL "SYSTEM" USING "stty echo 2>/dev/null" END-CALL
           DISPLAY SPACE
           CONTINUE.
       ACCEPT-PASSWORD-EXIT.

       OPEN-USER-PROFILES.
           OPEN I-O UserProfilesFile
           IF WS-USER-PROFILES-STATUS = "35"
               OPEN OUTPUT UserProfilesFile
               CLOSE UserProfilesFile
               MOVE "S" TO WS-FV-ACTION
               MOVE "U" TO WS-FV-KIND
               MOVE SPACES TO WS-FV-SHORT
               MOVE 0 TO WS-FV-VERSION
               PERFORM CALL-FORMAT-VERSION
               OPEN I-O UserProfilesFile
           END-IF
           CONTINUE.
               TO USER-PROFILE-TRANSLATION
           MOVE WS-PROFILE-LAST-LANGUAGE TO USER-PROFILE-LANGUAGE
           MOVE WS-INTERFACE-LANG TO USER-PROFILE-IFACE-LANG
           MOVE WS-PROFILE-PASSWORD-HASH
               TO USER-PROFILE-PASSWORD-HASH
           MOVE WS-PROFILE-ROLE TO USER-PROFILE-ROLE
           MOVE WS-PROFILE-PASSWORD-STATE
               TO USER-PROFILE-PASSWORD-STATE
           WRITE USER-PROFILE-RECORD
               INVALID KEY
                   REWRITE USER-PROFILE-RECORD
           ) TO WS-DATA-FILE

           MOVE 0 TO WS-FED-HITS
           ACCEPT WS-TIM-START FROM TIME
           MOVE WS-FED-SHORT TO WS-INDEX-SHORT
           PERFORM CHECK-WORD-INDEX
           MOVE "N" TO WS-INDEX-MISS
           IF WS-USE-INDEX = "N" OR WS-INDEX-MISS = "Y"
               PERFORM RUNFEDERATEDSCAN
           END-IF
           MOVE "SUCHE-ALLE" TO WS-TIM-OPERATION
           MOVE WS-FED-SHORT TO WS-TIM-SHORT
           MOVE WS-FED-HITS TO WS-TIM-COUNT
           PERFORM LOG-SEARCH-TIMING

           IF WS-FED-HITS > 0
               MOVE "Y" TO WS-FED-ANY-HIT
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       PERFORM JOIN-VERSE-TEXT
                       PERFORM VERSE-MATCHES-QUERY
                       IF WS-QRY-RESULT = "Y"
                           ADD 1 TO WS-FED-HITS
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       RUNFEDERATEDSCAN-EXIT.

               END-IF
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       COUNT-INDEXED-HITS-EXIT.

               FUNCTION trim(WS-SEARCH-TERM), "###",
               WS-TOTAL-MATCHES
           ) TO SearchLogRecord
           IF WS-TOTAL-MATCHES = 0
               MOVE FUNCTION concatenate(
                   FUNCTION trim(SearchLogRecord),
                   "###OHNE-TREFFER###", FUNCTION trim(WS-SUG-LIST)
               ) TO SearchLogRecord
           ELSE
               IF WS-SUG-FROM NOT = SPACES
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(SearchLogRecord),
                       "###VORSCHLAG###", FUNCTION trim(WS-SUG-FROM)
                   ) TO SearchLogRecord
               END-IF
           END-IF
           MOVE SPACES TO WS-SUG-LIST
           MOVE SPACES TO WS-SUG-FROM

           MOVE WS-SEARCH-LOG-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           CONTINUE.
       LOG-SEARCH-EXIT.

      * How the search was answered: from the word index, by a
      * prefix range of the index, or by reading every verse (no
      * usable index, or the term was not in it).
       LOG-SEARCH-TIMING.
           MOVE "SCAN" TO WS-TIM-METHOD
           IF WS-USE-INDEX = "Y" AND WS-INDEX-MISS = "N"
               MOVE "INDEX" TO WS-TIM-METHOD
               IF WS-QRY-TERM(1)(WS-QRY-TERM-LEN(1):1) = "*"
                   MOVE "PREFIX" TO WS-TIM-METHOD
               END-IF
           END-IF
           MOVE WS-SEARCH-TERM TO WS-TIM-DETAIL
           CALL "lib/logTiming" USING
               WS-TIM-OPERATION,
               WS-TIM-SHORT,
               WS-TIM-METHOD,
               WS-TIM-DETAIL,
               WS-TIM-START,
               WS-TIM-COUNT
           END-CALL
           CONTINUE.
       LOG-SEARCH-TIMING-EXIT.

      * Collect up to WS-SUG-MAX close words of the word index for
      * a single plain query word; WS-SUG-LIST gets them for the
      * log and the script output.
       FIND-SUGGESTIONS.
           MOVE 0 TO WS-SUG-COUNT
           MOVE SPACES TO WS-SUG-LIST
           IF WS-QRY-COUNT NOT = 1
               OR WS-QRY-TERM-LEN(1) > 60
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SPACE-TALLY
           INSPECT WS-QRY-TERM(1)(1:WS-QRY-TERM-LEN(1))
               TALLYING WS-SPACE-TALLY FOR ALL SPACE ALL "*"
           IF WS-SPACE-TALLY > 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".words.data"
           ) TO WS-WORDS-FILE
           MOVE WS-WORDS-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(
               WS-QRY-TERM(1)(1:WS-QRY-TERM-LEN(1))) TO WS-SUG-QUERY
           MOVE WS-QRY-TERM(1)(1:WS-QRY-TERM-LEN(1)) TO WS-NORM-IN
           MOVE WS-QRY-TERM-LEN(1) TO WS-NORM-IN-LEN
           PERFORM NORMALIZE-STRING
           IF WS-NORM-OUT-LEN > 60
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NORM-OUT(1:60) TO WS-SUG-QUERY-NORM
           MOVE WS-NORM-OUT-LEN TO WS-SUG-QUERY-LEN
           MOVE WS-SUG-QUERY-NORM TO WS-PHON-IN
           MOVE WS-SUG-QUERY-LEN TO WS-PHON-LEN
           PERFORM SOUND-KEY
           MOVE WS-PHON-OUT TO WS-SUG-QUERY-KEY
           EVALUATE TRUE
               WHEN WS-SUG-QUERY-LEN <= 4
                   MOVE 1 TO WS-SUG-MAX-DIST
               WHEN WS-SUG-QUERY-LEN <= 8
                   MOVE 2 TO WS-SUG-MAX-DIST
               WHEN OTHER
                   MOVE 3 TO WS-SUG-MAX-DIST
           END-EVALUATE

           OPEN INPUT BIBLE-WORDS-FILE
           IF WS-WORDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BIBLE-WORDS-KEY
           MOVE "N" TO WS-SUG-EOF
           START BIBLE-WORDS-FILE
               KEY IS NOT LESS THAN BIBLE-WORDS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUG-EOF
           END-START
           PERFORM UNTIL WS-SUG-EOF = "Y"
               READ BIBLE-WORDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUG-EOF
                   NOT AT END
                       IF BIBLE-WORDS-SEQ = 0
                           PERFORM RATE-SUGGESTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-WORDS-FILE

           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
               UNTIL WS-SUG-IDX > WS-SUG-COUNT
               IF WS-SUG-IDX = 1
                   MOVE FUNCTION trim(WS-SUG-WORD(WS-SUG-IDX))
                       TO WS-SUG-LIST
               ELSE
                   MOVE FUNCTION concatenate(
                       FUNCTION trim(WS-SUG-LIST), ",",
                       FUNCTION trim(WS-SUG-WORD(WS-SUG-IDX))
                   ) TO WS-SUG-LIST
               END-IF
           END-PERFORM
           CONTINUE.
       FIND-SUGGESTIONS-EXIT.

      * Rank of one index word: its edit distance when that is
      * within WS-SUG-MAX-DIST, 2 at worst when it sounds the same;
      * anything else is no suggestion. The query word itself
      * (found in the index but not in the searched scope) is
      * skipped.
       RATE-SUGGESTION.
           IF BIBLE-WORDS-WORD = WS-SUG-QUERY
               EXIT PARAGRAPH
           END-IF
           MOVE BIBLE-WORDS-WORD TO WS-NORM-IN
           COMPUTE WS-NORM-IN-LEN =
               FUNCTION LENGTH(FUNCTION trim(BIBLE-WORDS-WORD))
           PERFORM NORMALIZE-STRING
           IF WS-NORM-OUT-LEN > 60
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NORM-OUT(1:60) TO WS-SUG-WORD-NORM
           MOVE WS-NORM-OUT-LEN TO WS-SUG-WORD-LEN

           MOVE 9 TO WS-SUG-THIS-RANK
           COMPUTE WS-SUG-LEN-DIFF =
               WS-SUG-WORD-LEN - WS-SUG-QUERY-LEN
           IF WS-SUG-LEN-DIFF < 0
               COMPUTE WS-SUG-LEN-DIFF = 0 - WS-SUG-LEN-DIFF
           END-IF
           IF WS-SUG-LEN-DIFF <= WS-SUG-MAX-DIST
               PERFORM EDIT-DISTANCE
               IF WS-ED-DIST <= WS-SUG-MAX-DIST
                   MOVE WS-ED-DIST TO WS-SUG-THIS-RANK
               END-IF
           END-IF
           IF WS-SUG-THIS-RANK > 2
               MOVE WS-SUG-WORD-NORM TO WS-PHON-IN
               MOVE WS-SUG-WORD-LEN TO WS-PHON-LEN
               PERFORM SOUND-KEY
               IF WS-PHON-OUT = WS-SUG-QUERY-KEY
                   AND WS-PHON-OUT NOT = SPACES
                   MOVE 2 TO WS-SUG-THIS-RANK
               END-IF
           END-IF
           IF WS-SUG-THIS-RANK = 9
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-SUGGESTION
           CONTINUE.
       RATE-SUGGESTION-EXIT.

      * Keep the table ordered: lower rank first, more occurrences
      * first within a rank. A new word enters at the end (or
      * replaces the last entry when it beats it) and moves up.
       ADD-SUGGESTION.
           IF WS-SUG-COUNT < WS-SUG-MAX
               ADD 1 TO WS-SUG-COUNT
           ELSE
               IF WS-SUG-THIS-RANK > WS-SUG-RANK(WS-SUG-COUNT)
                   OR (WS-SUG-THIS-RANK = WS-SUG-RANK(WS-SUG-COUNT)
                   AND BIBLE-WORDS-COUNT <= WS-SUG-HITS(WS-SUG-COUNT))
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE BIBLE-WORDS-WORD TO WS-SUG-WORD(WS-SUG-COUNT)
           MOVE WS-SUG-THIS-RANK TO WS-SUG-RANK(WS-SUG-COUNT)
           MOVE BIBLE-WORDS-COUNT TO WS-SUG-HITS(WS-SUG-COUNT)
           MOVE WS-SUG-COUNT TO WS-SUG-IDX
           MOVE "Y" TO WS-SUG-BETTER
           PERFORM UNTIL WS-SUG-IDX < 2 OR WS-SUG-BETTER = "N"
               IF WS-SUG-RANK(WS-SUG-IDX) < WS-SUG-RANK(WS-SUG-IDX - 1)
                   OR (WS-SUG-RANK(WS-SUG-IDX)
                       = WS-SUG-RANK(WS-SUG-IDX - 1)
                   AND WS-SUG-HITS(WS-SUG-IDX)
                       > WS-SUG-HITS(WS-SUG-IDX - 1))
                   MOVE WS-SUG-ENTRY(WS-SUG-IDX) TO WS-SUG-SWAP
                   MOVE WS-SUG-ENTRY(WS-SUG-IDX - 1)
                       TO WS-SUG-ENTRY(WS-SUG-IDX)
                   MOVE WS-SUG-SWAP TO WS-SUG-ENTRY(WS-SUG-IDX - 1)
                   SUBTRACT 1 FROM WS-SUG-IDX
               ELSE
                   MOVE "N" TO WS-SUG-BETTER
               END-IF
           END-PERFORM
           CONTINUE.
       ADD-SUGGESTION-EXIT.

      * Edit distance (insert, delete, replace one byte) between
      * WS-SUG-QUERY-NORM and WS-SUG-WORD-NORM.
       EDIT-DISTANCE.
           PERFORM VARYING WS-ED-J FROM 0 BY 1
               UNTIL WS-ED-J > WS-SUG-WORD-LEN
               MOVE WS-ED-J TO WS-ED-PREV(WS-ED-J + 1)
           END-PERFORM
           PERFORM VARYING WS-ED-I FROM 1 BY 1
               UNTIL WS-ED-I > WS-SUG-QUERY-LEN
               MOVE WS-ED-I TO WS-ED-CURR(1)
               PERFORM VARYING WS-ED-J FROM 1 BY 1
                   UNTIL WS-ED-J > WS-SUG-WORD-LEN
                   IF WS-SUG-QUERY-NORM(WS-ED-I:1)
                       = WS-SUG-WORD-NORM(WS-ED-J:1)
                       MOVE 0 TO WS-ED-COST
                   ELSE
                       MOVE 1 TO WS-ED-COST
                   END-IF
                   COMPUTE WS-ED-MIN = WS-ED-PREV(WS-ED-J) + WS-ED-COST
                   IF WS-ED-PREV(WS-ED-J + 1) + 1 < WS-ED-MIN
                       COMPUTE WS-ED-MIN = WS-ED-PREV(WS-ED-J + 1) + 1
                   END-IF
                   IF WS-ED-CURR(WS-ED-J) + 1 < WS-ED-MIN
                       COMPUTE WS-ED-MIN = WS-ED-CURR(WS-ED-J) + 1
                   END-IF
                   MOVE WS-ED-MIN TO WS-ED-CURR(WS-ED-J + 1)
               END-PERFORM
               MOVE WS-ED-CURR-ROW TO WS-ED-PREV-ROW
           END-PERFORM
           MOVE WS-ED-PREV(WS-SUG-WORD-LEN + 1) TO WS-ED-DIST
           CONTINUE.
       EDIT-DISTANCE-EXIT.

      * Koelner Phonetik: every letter gets its code (vowels 0,
      * H none, B/P 1, D/T 2, F/V/W/PH 3, G/K/Q 4, L 5, M/N 6,
      * R 7, S/Z 8, C and X by their neighbours), repeated codes
      * collapse and zeros are dropped except at the start. The
      * input is already upper case with umlauts and sz folded.
       SOUND-KEY.
           MOVE SPACES TO WS-PHON-RAW
           MOVE 0 TO WS-PHON-RAW-LEN
           MOVE SPACE TO WS-PHON-PREV
           PERFORM VARYING WS-PHON-IDX FROM 1 BY 1
               UNTIL WS-PHON-IDX > WS-PHON-LEN
               MOVE WS-PHON-IN(WS-PHON-IDX:1) TO WS-PHON-CHAR
               MOVE SPACE TO WS-PHON-NEXT
               IF WS-PHON-IDX < WS-PHON-LEN
                   MOVE WS-PHON-IN(WS-PHON-IDX + 1:1) TO WS-PHON-NEXT
               END-IF
               MOVE SPACES TO WS-PHON-CODE
               EVALUATE WS-PHON-CHAR
                   WHEN "A" WHEN "E" WHEN "I" WHEN "J"
                   WHEN "O" WHEN "U" WHEN "Y"
                       MOVE "0" TO WS-PHON-CODE
                   WHEN "B"
                       MOVE "1" TO WS-PHON-CODE
                   WHEN "P"
                       IF WS-PHON-NEXT = "H"
                           MOVE "3" TO WS-PHON-CODE
                       ELSE
                           MOVE "1" TO WS-PHON-CODE
                       END-IF
                   WHEN "D" WHEN "T"
                       IF WS-PHON-NEXT = "C" OR "S" OR "Z"
                           MOVE "8" TO WS-PHON-CODE
                       ELSE
                           MOVE "2" TO WS-PHON-CODE
                       END-IF
                   WHEN "F" WHEN "V" WHEN "W"
                       MOVE "3" TO WS-PHON-CODE
                   WHEN "G" WHEN "K" WHEN "Q"
                       MOVE "4" TO WS-PHON-CODE
                   WHEN "C"
                       EVALUATE TRUE
                           WHEN WS-PHON-IDX = 1
                               IF WS-PHON-NEXT = "A" OR "H" OR "K"
                                   OR "L" OR "O" OR "Q" OR "R"
                                   OR "U" OR "X"
                                   MOVE "4" TO WS-PHON-CODE
                               ELSE
                                   MOVE "8" TO WS-PHON-CODE
                               END-IF
                           WHEN WS-PHON-PREV = "S" OR "Z"
                               MOVE "8" TO WS-PHON-CODE
                           WHEN WS-PHON-NEXT = "A" OR "H" OR "K"
                               OR "O" OR "Q" OR "U" OR "X"
                               MOVE "4" TO WS-PHON-CODE
                           WHEN OTHER
                               MOVE "8" TO WS-PHON-CODE
                       END-EVALUATE
                   WHEN "X"
                       IF WS-PHON-PREV = "C" OR "K" OR "Q"
                           MOVE "8" TO WS-PHON-CODE
                       ELSE
                           MOVE "48" TO WS-PHON-CODE
                       END-IF
                   WHEN "L"
                       MOVE "5" TO WS-PHON-CODE
                   WHEN "M" WHEN "N"
                       MOVE "6" TO WS-PHON-CODE
                   WHEN "R"
                       MOVE "7" TO WS-PHON-CODE
                   WHEN "S" WHEN "Z"
                       MOVE "8" TO WS-PHON-CODE
               END-EVALUATE
               IF WS-PHON-CODE NOT = SPACES
                   MOVE WS-PHON-CODE(1:1)
                       TO WS-PHON-RAW(WS-PHON-RAW-LEN + 1:1)
                   ADD 1 TO WS-PHON-RAW-LEN
                   IF WS-PHON-CODE(2:1) NOT = SPACE
                       MOVE WS-PHON-CODE(2:1)
                           TO WS-PHON-RAW(WS-PHON-RAW-LEN + 1:1)
                       ADD 1 TO WS-PHON-RAW-LEN
                   END-IF
               END-IF
               MOVE WS-PHON-CHAR TO WS-PHON-PREV
           END-PERFORM

           MOVE SPACES TO WS-PHON-OUT
           MOVE 0 TO WS-PHON-OUT-LEN
           MOVE SPACE TO WS-PHON-PREV
           PERFORM VARYING WS-PHON-IDX FROM 1 BY 1
               UNTIL WS-PHON-IDX > WS-PHON-RAW-LEN
               MOVE WS-PHON-RAW(WS-PHON-IDX:1) TO WS-PHON-CHAR
               IF WS-PHON-CHAR NOT = WS-PHON-PREV
                   AND (WS-PHON-CHAR NOT = "0" OR WS-PHON-IDX = 1)
                   ADD 1 TO WS-PHON-OUT-LEN
                   MOVE WS-PHON-CHAR TO WS-PHON-OUT(WS-PHON-OUT-LEN:1)
               END-IF
               MOVE WS-PHON-CHAR TO WS-PHON-PREV
           END-PERFORM
           CONTINUE.
       SOUND-KEY-EXIT.

      * Show the suggestions and re-run the search with the one the
      * user picks.
       OFFER-SUGGESTIONS.
           DISPLAY "Meinten Sie:"
           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
               UNTIL WS-SUG-IDX > WS-SUG-COUNT
               MOVE WS-SUG-HITS(WS-SUG-IDX) TO WS-SUG-HITS-DISP
               DISPLAY "  " WS-SUG-IDX ") "
                   FUNCTION trim(WS-SUG-WORD(WS-SUG-IDX)) " ("
                   FUNCTION trim(WS-SUG-HITS-DISP) " Vorkommen)"
           END-PERFORM
           DISPLAY "Nummer (Enter = keiner): " WITH NO ADVANCING
           MOVE SPACES TO WS-SUG-INPUT
           ACCEPT WS-SUG-INPUT
           IF FUNCTION trim(WS-SUG-INPUT) = SPACES
               OR FUNCTION trim(WS-SUG-INPUT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SUG-INPUT) TO WS-SUG-PICK
           IF WS-SUG-PICK < 1 OR WS-SUG-PICK > WS-SUG-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-TERM TO WS-SUG-FROM
           MOVE WS-SUG-WORD(WS-SUG-PICK) TO WS-SEARCH-TERM
      * the index holds the word upper-cased; only the index (or
      * the normalized scan) finds it in that form, so the
      * synonym expansion that forces the plain scan is left off
           IF WS-NORM-MODE = "N"
               MOVE "N" TO WS-SYN-MODE
           END-IF
           MOVE "Y" TO WS-SUG-RERUN
           CONTINUE.
       OFFER-SUGGESTIONS-EXIT.

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
           PERFORM CALL-FORMAT-VERSION
           CONTINUE.
       CHECK-TRANSLATION-FORMAT-EXIT.

       CALL-FORMAT-VERSION.
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           CONTINUE.
       CALL-FORMAT-VERSION-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
      * a warning.
       CHECK-TRANSLATION-LOCK.
           MOVE "N" TO WS-LOCK-BLOCKED
      * a translation in an older file layout is kept out just the
      * same as one that is being rebuilt
           MOVE WS-LOCK-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               MOVE "Y" TO WS-LOCK-BLOCKED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-LOCK-SHORT), ".lock"
           ) TO WS-LOCK-FILE
                       MOVE WS-LANG-VALUE TO WS-TXT-M22
                   WHEN "M23"
                       MOVE WS-LANG-VALUE TO WS-TXT-M23
                   WHEN "M24"
                       MOVE WS-LANG-VALUE TO WS-TXT-M24
                   WHEN "M25"
                       MOVE WS-LANG-VALUE TO WS-TXT-M25
                   WHEN "M26"
                       MOVE WS-LANG-VALUE TO WS-TXT-M26
                   WHEN "M27"
                       MOVE WS-LANG-VALUE TO WS-TXT-M27
                   WHEN "M77"
                       MOVE WS-LANG-VALUE TO WS-TXT-M77
               END-EVALUATE
       LOAD-DEFAULT-TRANSLATION-EXIT.

       RUNSEARCHBIBLE.
           MOVE "Y" TO WS-SUG-RERUN
           PERFORM UNTIL WS-SUG-RERUN = "N"
               MOVE "N" TO WS-SUG-RERUN
               PERFORM RUN-ONE-SEARCH
           END-PERFORM
           CONTINUE.
       RUNSEARCHBIBLE-EXIT.

       RUN-ONE-SEARCH.
           MOVE FUNCTION trim(WS-SEARCH-TERM) TO WS-SEARCH-TERM
           COMPUTE WS-SEARCH-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-SEARCH-TERM))
           MOVE 0 TO WS-TOTAL-MATCHES
           MOVE 0 TO WS-HIT-COUNT

           ACCEPT WS-TIM-START FROM TIME
           PERFORM OPEN-REDLETTER
           DISPLAY SPACE
           MOVE WS-BIBLE-SHORT TO WS-INDEX-SHORT
               CLOSE BIBLE-REDLETTER-FILE
               MOVE "N" TO WS-REDLETTER-ON
           END-IF
           MOVE "SUCHE" TO WS-TIM-OPERATION
           MOVE WS-BIBLE-SHORT TO WS-TIM-SHORT
           MOVE WS-TOTAL-MATCHES TO WS-TIM-COUNT
           PERFORM LOG-SEARCH-TIMING
           MOVE "N" TO WS-RANK-MODE
           IF WS-HIT-COUNT > 1
               DISPLAY "Treffer nach Relevanz sortieren? (J = ja, "
           END-IF
           PERFORM BROWSE-RESULTS
           DISPLAY SPACE
           MOVE 0 TO WS-SUG-COUNT
           IF WS-HIT-COUNT = 0
               PERFORM FIND-SUGGESTIONS
           END-IF
           PERFORM LOG-SEARCH
           IF WS-SUG-COUNT > 0
               PERFORM OFFER-SUGGESTIONS
           END-IF
           CONTINUE.
       RUN-ONE-SEARCH-EXIT.

       RUNSEARCHSCAN.
           OPEN INPUT BIBLE-DATA-FILE
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       RUNSEARCHSCAN-EXIT.

                       PERFORM PREFIX-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-PREFIX-FORMS = 0 AND WS-WEB-MODE = "N"
               DISPLAY "Keine Wortform beginnt mit "
                   FUNCTION trim(WS-PREFIX) "."
           END-IF
           END-IF
           ADD 1 TO WS-PREFIX-FORMS
           MOVE BIBLE-WORDS-WORD TO WS-PREFIX-WORD
           IF WS-WEB-MODE = "N"
               DISPLAY "  Wortform: " FUNCTION trim(BIBLE-WORDS-WORD)
           END-IF
           PERFORM FETCH-INDEXED-VERSES
      * FETCH-INDEXED-VERSES walked the continuation records by
      * key, so re-position the scan behind the processed word.
               END-IF
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       FETCH-INDEXED-VERSES-EXIT.

                   END-IF
               END-IF
           END-IF
           PERFORM JOIN-VERSE-TEXT
      * a wildcard hit came from the index, so the verse is known
      * to match; only keep each verse once when several forms of
      * the prefix share it. The synonym marker is cleared here
               IF WS-REDLETTER-FOUND = "Y"
                   PERFORM BUILD-MARKED-TEXT
               ELSE
                   MOVE FUNCTION trim(WS-VT-FULL-TEXT)
                       TO WS-MARKED-TEXT
               END-IF
               IF FUNCTION trim(WS-SYN-HIT) NOT = SPACES
                   MOVE BIBLE-DATA-VERSE
                       TO WS-HIT-VERSE(WS-HIT-COUNT)
                   MOVE WS-MARKED-TEXT TO WS-HIT-TEXT(WS-HIT-COUNT)
      * the list keeps the start of a very long verse; the
      * context view shows it whole
                   IF WS-MARKED-TEXT(LENGTH OF WS-HIT-TEXT(1) + 1:)
                       NOT = SPACES
                       MOVE "..." TO WS-HIT-TEXT(WS-HIT-COUNT)
                           (LENGTH OF WS-HIT-TEXT(1) - 2:3)
                   END-IF
               END-IF
           END-IF
           CONTINUE.
           END-IF
           MOVE SPACES TO TOPIC-KEY
           MOVE WS-TOPIC-NAME TO TOPIC-KEY
      * read and rewritten under lock, as in topicIndex
           MOVE "N" TO WS-TOPIC-BUSY
           READ TOPICS-FILE WITH LOCK
               INVALID KEY
                   MOVE WS-TOPIC-REF-KEY TO TOPIC-REFS
                   WRITE TOPIC-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-TOPIC-BUSY
                   END-WRITE
               NOT INVALID KEY
                   IF FUNCTION trim(TOPIC-REFS) = SPACES
                   END-IF
                   REWRITE TOPIC-RECORD
           END-READ
           IF WS-TOPICS-STATUS = "51"
               MOVE "Y" TO WS-TOPIC-BUSY
           END-IF
           IF WS-TOPIC-BUSY = "Y"
               CLOSE TOPICS-FILE
               DISPLAY "Thema wird gerade von jemand anderem "
                   "bearbeitet - nicht zugeordnet."
               EXIT PARAGRAPH
           END-IF
           UNLOCK TOPICS-FILE
           CLOSE TOPICS-FILE
           DISPLAY "Treffer dem Thema "
               FUNCTION trim(WS-TOPIC-NAME) " zugeordnet."
                           WS-HIT-CHAPTER(WS-BROWSE-PICK)
                           MOVE "Y" TO WS-CONTEXT-EOF
                       ELSE
                           PERFORM JOIN-VERSE-TEXT
                           DISPLAY FUNCTION concatenate(
                               BIBLE-DATA-VERSE, ": ",
                               FUNCTION trim(WS-VT-FULL-TEXT),
                           )
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           DISPLAY SPACE
           CONTINUE.
       SHOW-HIT-CONTEXT-EXIT.
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
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
           ELSE
               MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
               PERFORM CHECK-TRANSLATION-FORMAT
               IF WS-FV-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BIBLE-SHORT),
                   ".strongs.data"
           END-PERFORM
           CLOSE BIBLE-STRONGS-FILE
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-STRONGS-HITS = 0
               DISPLAY "Keine Treffer."
           END-IF
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM JOIN-VERSE-TEXT
                       DISPLAY FUNCTION concatenate(
                           BIBLE-DATA-BOOK, ":",
                           BIBLE-DATA-CHAPTER, ":",
                           BIBLE-DATA-VERSE, " ",
                           FUNCTION trim(WS-VT-FULL-TEXT),
                       )
               END-READ
           END-IF
           CONTINUE.
       CHECKSTRONGSMATCH-EXIT.

       SEARCHMORPH.
           DISPLAY SPACE
           DISPLAY "Welche Bibeluebersetzung (Kurzname)? "
               WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT

           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT),
               ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT),
               ".interlinear.data"
           ) TO WS-ILN-FILE
           MOVE WS-ILN-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Keine Interlinear-Daten fuer diese"
                   " Uebersetzung."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Morphologie-Muster (z.B. V-AAM-*, "
               "? = beliebige Stelle, * = Rest): "
               WITH NO ADVANCING
           ACCEPT WS-MORPH-PATTERN
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-MORPH-PATTERN))
               TO WS-MORPH-PATTERN
           IF WS-MORPH-PATTERN = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Dazu Strong-Nummer (z.B. G2198, Enter = keine): "
               WITH NO ADVANCING
           ACCEPT WS-STRONGS-NUMBER
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-STRONGS-NUMBER))
               TO WS-STRONGS-NUMBER
           PERFORM RUNSEARCHMORPH
           CONTINUE.
       SEARCHMORPH-EXIT.

       RUNSEARCHMORPH.
           MOVE 0 TO WS-TOTAL-MATCHES
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-MORPH-LAST-KEY
           MOVE "N" TO WS-RANK-MODE
           COMPUTE WS-MORPH-PAT-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-MORPH-PATTERN))
           DISPLAY SPACE
           IF WS-STRONGS-NUMBER NOT = SPACES
               PERFORM SHOW-LEXICON-ENTRY
           END-IF
           OPEN INPUT BIBLE-INTERLINEAR-FILE
           OPEN INPUT BIBLE-DATA-FILE
           MOVE "N" TO WS-ILN-EOF
           PERFORM UNTIL WS-ILN-EOF = "Y"
               READ BIBLE-INTERLINEAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ILN-EOF
                   NOT AT END
                       PERFORM CHECKMORPHMATCH
               END-READ
           END-PERFORM
           CLOSE BIBLE-INTERLINEAR-FILE
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-TOTAL-MATCHES > 0
               DISPLAY WS-TOTAL-MATCHES " Woerter in "
                   WS-HIT-COUNT " Versen."
           END-IF
           PERFORM BROWSE-RESULTS
           CONTINUE.
       RUNSEARCHMORPH-EXIT.

       CHECKMORPHMATCH.
           IF WS-STRONGS-NUMBER NOT = SPACES
               AND FUNCTION UPPER-CASE(
                   FUNCTION trim(BIBLE-INTERLINEAR-STRONGS))
                   NOT = WS-STRONGS-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF BIBLE-INTERLINEAR-MORPH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION trim(BIBLE-INTERLINEAR-MORPH))
               TO WS-MORPH-CODE
           PERFORM MATCH-MORPH-PATTERN
           IF WS-MORPH-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-MATCHES

           COMPUTE WS-MORPH-KEY =
               BIBLE-INTERLINEAR-BOOK * 1000000
             + BIBLE-INTERLINEAR-CHAPTER * 1000
             + BIBLE-INTERLINEAR-VERSE
      * a second matching word of the same verse joins its hit
           IF WS-MORPH-KEY = WS-MORPH-LAST-KEY
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-MORPH-WORDS), "; ",
                   FUNCTION trim(BIBLE-INTERLINEAR-WORD), " ",
                   FUNCTION trim(BIBLE-INTERLINEAR-MORPH)
               ) TO WS-MORPH-WORDS
               PERFORM SET-MORPH-HIT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-HIT-COUNT >= WS-HIT-MAX
               EXIT PARAGRAPH
           END-IF

           MOVE BIBLE-INTERLINEAR-BOOK TO BIBLE-DATA-BOOK
           MOVE BIBLE-INTERLINEAR-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE BIBLE-INTERLINEAR-VERSE TO BIBLE-DATA-VERSE
           MOVE SPACES TO WS-MORPH-VERSE-TEXT
           START BIBLE-DATA-FILE KEY = BIBLE-DATA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BIBLE-DATA-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM JOIN-VERSE-TEXT
                           MOVE FUNCTION trim(WS-VT-FULL-TEXT)
                               TO WS-MORPH-VERSE-TEXT
                   END-READ
           END-START

           ADD 1 TO WS-HIT-COUNT
           MOVE WS-MORPH-KEY TO WS-MORPH-LAST-KEY
           MOVE BIBLE-INTERLINEAR-BOOK TO WS-HIT-BOOK(WS-HIT-COUNT)
           MOVE BIBLE-INTERLINEAR-CHAPTER
               TO WS-HIT-CHAPTER(WS-HIT-COUNT)
           MOVE BIBLE-INTERLINEAR-VERSE TO WS-HIT-VERSE(WS-HIT-COUNT)
           MOVE 0 TO WS-HIT-SCORE(WS-HIT-COUNT)
           MOVE FUNCTION concatenate(
               FUNCTION trim(BIBLE-INTERLINEAR-WORD), " ",
               FUNCTION trim(BIBLE-INTERLINEAR-MORPH)
           ) TO WS-MORPH-WORDS
           PERFORM SET-MORPH-HIT-TEXT
           CONTINUE.
       CHECKMORPHMATCH-EXIT.

       SET-MORPH-HIT-TEXT.
           MOVE FUNCTION concatenate(
               "[", FUNCTION trim(WS-MORPH-WORDS), "] ",
               FUNCTION trim(WS-MORPH-VERSE-TEXT)
           ) TO WS-HIT-TEXT(WS-HIT-COUNT)
           CONTINUE.
       SET-MORPH-HIT-TEXT-EXIT.

      * WS-MORPH-CODE against WS-MORPH-PATTERN -> WS-MORPH-OK. A "*"
      * remembers where it stood; on a mismatch the pattern goes
      * back behind it and the star takes one more character.
       MATCH-MORPH-PATTERN.
           MOVE "N" TO WS-MORPH-OK
           COMPUTE WS-MORPH-CODE-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-MORPH-CODE))
           MOVE 1 TO WS-MORPH-P
           MOVE 1 TO WS-MORPH-S
           MOVE 0 TO WS-MORPH-STAR
           MOVE 0 TO WS-MORPH-MARK
           MOVE "N" TO WS-MORPH-DONE
           PERFORM UNTIL WS-MORPH-S > WS-MORPH-CODE-LEN
               OR WS-MORPH-DONE = "Y"
               EVALUATE TRUE
                   WHEN WS-MORPH-P <= WS-MORPH-PAT-LEN
                       AND WS-MORPH-PATTERN(WS-MORPH-P:1) = "*"
                       MOVE WS-MORPH-P TO WS-MORPH-STAR
                       MOVE WS-MORPH-S TO WS-MORPH-MARK
                       ADD 1 TO WS-MORPH-P
                   WHEN WS-MORPH-P <= WS-MORPH-PAT-LEN
                       AND (WS-MORPH-PATTERN(WS-MORPH-P:1) = "?"
                       OR WS-MORPH-PATTERN(WS-MORPH-P:1)
                           = WS-MORPH-CODE(WS-MORPH-S:1))
                       ADD 1 TO WS-MORPH-P
                       ADD 1 TO WS-MORPH-S
                   WHEN WS-MORPH-STAR > 0
                       COMPUTE WS-MORPH-P = WS-MORPH-STAR + 1
                       ADD 1 TO WS-MORPH-MARK
                       MOVE WS-MORPH-MARK TO WS-MORPH-S
                   WHEN OTHER
                       MOVE "Y" TO WS-MORPH-DONE
               END-EVALUATE
           END-PERFORM
           IF WS-MORPH-DONE = "Y"
               EXIT PARAGRAPH
           END-IF
      * trailing stars match the empty rest
           PERFORM UNTIL WS-MORPH-P > WS-MORPH-PAT-LEN
               OR WS-MORPH-PATTERN(WS-MORPH-P:1) NOT = "*"
               ADD 1 TO WS-MORPH-P
           END-PERFORM
           IF WS-MORPH-P > WS-MORPH-PAT-LEN
               MOVE "Y" TO WS-MORPH-OK
           END-IF
           CONTINUE.
       MATCH-MORPH-PATTERN-EXIT.

       LOOKUPSTRONGS.
           DISPLAY SPACE
           DISPLAY "Strong-Nummer (z.B. G26): " WITH NO ADVANCING
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-DICT-TERM))
               TO BIBLE-DICTIONARY-KEY
           MOVE "N" TO WS-DV-FOUND
           READ BIBLE-DICTIONARY-FILE
               INVALID KEY
                   DISPLAY FUNCTION concatenate(
                       FUNCTION trim(BIBLE-DICTIONARY-KEY), " - ",
                       FUNCTION trim(BIBLE-DICTIONARY-ARTICLE)
                   )
                   MOVE "Y" TO WS-DV-FOUND
                   MOVE BIBLE-DICTIONARY-KEY TO WS-DICT-TERM
           END-READ
           CLOSE BIBLE-DICTIONARY-FILE
           MOVE "N" TO WS-DICTIONARY-ON
           IF WS-DV-FOUND = "Y"
               DISPLAY "Alle Verse mit diesem Eintrag anzeigen?"
                   " (J = ja, Enter = nein): " WITH NO ADVANCING
               MOVE SPACE TO WS-DV-INPUT
               ACCEPT WS-DV-INPUT
               IF FUNCTION UPPER-CASE(WS-DV-INPUT) = "J"
                   PERFORM SHOW-DICTIONARY-VERSES
               END-IF
           END-IF
           CONTINUE.
       SHOW-DICTIONARY-ENTRY-EXIT.

      * The index is keyed by verse, so all of it is read for one
      * article.
       SHOW-DICTIONARY-VERSES.
           PERFORM LOAD-DEFAULT-TRANSLATION
           IF FUNCTION trim(WS-DEFAULT-SHORT) NOT = SPACES
               DISPLAY "Welche Bibeluebersetzung (Kurzname, Enter = "
                   FUNCTION trim(WS-DEFAULT-SHORT) ")? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Welche Bibeluebersetzung (Kurzname)? "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-DV-SHORT
           ACCEPT WS-DV-SHORT
           IF FUNCTION trim(WS-DV-SHORT) = SPACES
               MOVE WS-DEFAULT-SHORT TO WS-DV-SHORT
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-DV-SHORT), ".dictverses.data"
           ) TO WS-DICT-VERSE-FILE
           MOVE WS-DICT-VERSE-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF FUNCTION trim(WS-DV-SHORT) = SPACES
               OR WS-RETURN NOT = 0
               DISPLAY "Kein Woerterbuch-Index fuer diese "
                   "Uebersetzung (dictionaryIndex)."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-DV-SHORT), ".bible.data"
           ) TO WS-DATA-FILE
           MOVE WS-DATA-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DV-SHORT TO WS-LOCK-SHORT
           PERFORM CHECK-TRANSLATION-LOCK
           IF WS-LOCK-BLOCKED = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DICT-VERSE-FILE
           IF WS-DICT-VERSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BIBLE-DATA-FILE

           DISPLAY SPACE
           DISPLAY "--- Verse zu " FUNCTION trim(WS-DICT-TERM)
               " in " FUNCTION trim(WS-DV-SHORT) " ---"
           MOVE 0 TO WS-DV-SHOWN
           MOVE 0 TO WS-DV-LINES
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
                           PERFORM SHOW-ONE-DICTIONARY-VERSE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DV-SHOWN = 0
               DISPLAY "  (in dieser Uebersetzung keine Verse)"
           ELSE
               DISPLAY WS-DV-SHOWN " Verse."
           END-IF

           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CLOSE DICT-VERSE-FILE
           CONTINUE.
       SHOW-DICTIONARY-VERSES-EXIT.

       SHOW-ONE-DICTIONARY-VERSE.
           MOVE DICT-VERSE-BOOK TO BIBLE-DATA-BOOK
           MOVE DICT-VERSE-CHAPTER TO BIBLE-DATA-CHAPTER
           MOVE DICT-VERSE-VERSE TO BIBLE-DATA-VERSE
           START BIBLE-DATA-FILE KEY = BIBLE-DATA-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ BIBLE-DATA-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           PERFORM JOIN-VERSE-TEXT
           ADD 1 TO WS-DV-SHOWN
           DISPLAY FUNCTION concatenate(
               BIBLE-DATA-BOOK, ":",
               BIBLE-DATA-CHAPTER, ":",
               BIBLE-DATA-VERSE, " ",
               FUNCTION trim(WS-VT-FULL-TEXT)
           )
           ADD 1 TO WS-DV-LINES
           IF WS-DV-LINES >= WS-PAGE-SIZE
               DISPLAY "--- weiter mit ENTER ---" WITH NO ADVANCING
               ACCEPT WS-DV-INPUT
               MOVE 0 TO WS-DV-LINES
           END-IF
           CONTINUE.
       SHOW-ONE-DICTIONARY-VERSE-EXIT.

       OPEN-DICTIONARY.
           MOVE "N" TO WS-DICTIONARY-ON
           MOVE "dictionary.data" TO WS-TEST-FILE
           CONTINUE.
       PARSE-QUERY-TOKEN-EXIT.

      * Evaluate the parsed query against the whole verse text
      * (WS-VT-FULL-TEXT, joined by the caller), honouring
      * the normalization mode the same way the plain search does.
       VERSE-MATCHES-QUERY.
           MOVE "N" TO WS-QRY-RESULT
           MOVE SPACES TO WS-SYN-HIT
           IF WS-NORM-MODE = "Y"
               MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-NORM-IN
               COMPUTE WS-NORM-IN-LEN =
                   FUNCTION LENGTH(FUNCTION trim(WS-VT-FULL-TEXT))
               PERFORM NORMALIZE-STRING
               MOVE WS-NORM-OUT TO WS-NORM-TEXT
               MOVE WS-NORM-OUT-LEN TO WS-NORM-TEXT-LEN
                   TALLYING WS-QRY-TALLY
                   FOR ALL WS-NORM-TERM(1:WS-NORM-TERM-LEN)
           ELSE
               INSPECT WS-VT-FULL-TEXT TALLYING WS-QRY-TALLY
                   FOR ALL WS-QRY-TERM(WS-QRY-IDX)
                       (1:WS-QRY-EFF-LEN)
           END-IF
                       TALLYING WS-SYN-TALLY
                       FOR ALL WS-NORM-OUT(1:WS-NORM-OUT-LEN)
               ELSE
                   INSPECT WS-VT-FULL-TEXT TALLYING WS-SYN-TALLY
                       FOR ALL WS-SYN-ALT-WORD(WS-QRY-IDX,
                           WS-SYN-ALT-IDX)
                           (1:WS-SYN-ALT-LEN(WS-QRY-IDX,
               MOVE WS-NORM-OUT TO WS-NEAR-TERM-B
               MOVE WS-NORM-OUT-LEN TO WS-NEAR-TERM-B-LEN
           ELSE
               MOVE FUNCTION trim(WS-VT-FULL-TEXT) TO WS-NEAR-TEXT
               MOVE WS-QRY-TERM(WS-QRY-IDX - 1) TO WS-NEAR-TERM-A
               MOVE WS-QRY-TERM-LEN(WS-QRY-IDX - 1)
                   TO WS-NEAR-TERM-A-LEN
