       01 WS-REF-NUMBER         PIC 9(9) COMP.
       01 WS-REF-SEQ            PIC 9(5).
       01 WS-REF-SLOT           PIC 9(3).

      * Removing a verse from a word: the word's records are read
      * in SEQ order and the references that stay are packed again
      * from slot 1 of the head record on, so reference N still
      * lives in SEQ (N - 1) / 100 for every reader of the index.
       01 WS-RM-IN-RECORD.
           05 WS-RM-IN-KEY.
               10 WS-RM-IN-WORD      PIC X(60).
               10 WS-RM-IN-SEQ       PIC 9(5).
           05 WS-RM-IN-COUNT         PIC 9(9) COMP.
           05 WS-RM-IN-REF-COUNT     PIC 9(9) COMP.
           05 WS-RM-IN-REF OCCURS 100 TIMES PIC X(9).
       01 WS-RM-OUT-TABLE.
           05 WS-RM-OUT-REF OCCURS 100 TIMES PIC X(9).
       01 WS-RM-WORD            PIC X(60).
       01 WS-RM-HEAD-COUNT      PIC 9(9) COMP.
       01 WS-RM-READ-SEQ        PIC 9(5).
       01 WS-RM-OUT-SEQ         PIC 9(5).
       01 WS-RM-OUT-SLOT        PIC 9(3).
       01 WS-RM-IDX             PIC 9(3).
       01 WS-RM-OUT-IDX         PIC 9(3).
       01 WS-RM-REMOVED         PIC 9(9) COMP.
       01 WS-RM-EOF             PIC X.
       LINKAGE SECTION.
      * external variables
      *
      * CWLTS - Create Wordlist and   *
      *         Textsplit             *
      * CTSO  - Create Textsplit only *
      * RWLO  - Remove verse from     *
      *         Wordlist only         *
      * RWLTS - Remove verse from     *
      *         Wordlist and Textsplit*
      * RTSO  - Remove verse from     *
      *         Textsplit only        *
      *********************************
       01 OPERATION-MODE          PIC X(5).
           88 OP-CREATE-WORDLIST-ONLY      VALUE "CWLO ".
           88 OP-CREATE-WORDLIST-TEXTSPLIT VALUE "CWLTS".
           88 OP-CREATE-TEXTSPLIT-ONLY     VALUE "CTSO ".
           88 OP-REMOVE-WORDLIST-ONLY      VALUE "RWLO ".
           88 OP-REMOVE-WORDLIST-TEXTSPLIT VALUE "RWLTS".
           88 OP-REMOVE-TEXTSPLIT-ONLY     VALUE "RTSO ".
           88 OP-REMOVE-VERSE VALUE "RWLO " "RWLTS" "RTSO ".
           88 OP-USES-WORDLIST
               VALUE "CWLO " "CWLTS" "RWLO " "RWLTS".
           88 OP-USES-TEXTSPLIT
               VALUE "CWLTS" "CTSO " "RWLTS" "RTSO ".
       01 WORDLIST-NAME           PIC X(32).
       01 TEXTSPLIT-NAME          PIC X(32).
       01 TEXT-LENGTH             PIC 9(12).
           TEXT-CONTENT,
           VERSE-ID.
           PERFORM FILLFILENAMES.
      * the program stays loaded between calls; every text is
      * scanned from its first character
           MOVE 0 TO WS-TOKEN-POS.
           MOVE 1 TO WS-POSITION.
           MOVE 1 TO WS-WORD-START.
           MOVE 1 TO WS-WORD-END.
           DISPLAY OPERATION-MODE.
           DISPLAY FUNCTION trim(WS-WORDLIST-META).
           DISPLAY FUNCTION trim(WS-WORDLIST-FILE).
           DISPLAY TEXT-OFFSET.
           DISPLAY FUNCTION trim(TEXT-CONTENT).

           IF OP-USES-WORDLIST
               PERFORM OPEN-WORDLIST
           END-IF
           IF OP-USES-TEXTSPLIT
               PERFORM OPEN-TEXTSPLIT
           END-IF
           PERFORM OPEN-STOPWORDS

           PERFORM RUNWORDS.

           IF OP-USES-WORDLIST
               CLOSE BIBLE-WORDS-FILE
           END-IF
           IF WS-TEXTSPLIT-OPEN = "Y"
           PERFORM CHECK-STOPWORD
           IF WS-IS-STOPWORD = "N"
               DISPLAY FUNCTION trim(WS-RAW-WORD)
               IF OP-REMOVE-VERSE
                   PERFORM UNSTORE-TOKEN
               ELSE
                   IF OP-USES-WORDLIST
                       PERFORM STORE-WORD
                   END-IF
                   IF WS-TEXTSPLIT-OPEN = "Y"
                       PERFORM STORE-TEXTSPLIT-TOKEN
                   END-IF
               END-IF
           END-IF

           CONTINUE.
       STORE-TEXTSPLIT-TOKEN-EXIT.

      * The remove modes are run with the verse text as it was
      * indexed, so every token met here was stored for this verse
      * before: its textsplit position goes, and so do the verse's
      * references under the word.
       UNSTORE-TOKEN.
           IF WS-TEXTSPLIT-OPEN = "Y"
               MOVE VERSE-BOOK TO BIBLE-TEXTSPLIT-BOOK
               MOVE VERSE-CHAPTER TO BIBLE-TEXTSPLIT-CHAPTER
               MOVE VERSE-VERSE TO BIBLE-TEXTSPLIT-VERSE
               MOVE WS-TOKEN-POS TO BIBLE-TEXTSPLIT-POS
               DELETE BIBLE-TEXTSPLIT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF OP-USES-WORDLIST
               PERFORM REMOVE-WORD-REFS
           END-IF
           CONTINUE.
       UNSTORE-TOKEN-EXIT.

      * All references to the verse are dropped in one pass; a word
      * the verse carried twice finds nothing left on its second
      * token. Records that kept their references are not written
      * back, records emptied at the end are deleted, and the head
      * record keeps the reduced total.
       REMOVE-WORD-REFS.
           MOVE SPACES TO WS-RM-WORD
           MOVE FUNCTION trim(WS-RAW-WORD) TO WS-RM-WORD
           MOVE SPACES TO BIBLE-WORDS-KEY
           MOVE WS-RM-WORD TO BIBLE-WORDS-WORD
           MOVE 0 TO BIBLE-WORDS-SEQ
           READ BIBLE-WORDS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE BIBLE-WORDS-COUNT TO WS-RM-HEAD-COUNT
           MOVE 0 TO WS-RM-READ-SEQ
           MOVE 0 TO WS-RM-OUT-SEQ
           MOVE 0 TO WS-RM-OUT-SLOT
           MOVE 0 TO WS-RM-REMOVED
           MOVE "N" TO WS-RM-EOF
           PERFORM UNTIL WS-RM-EOF = "Y"
               MOVE BIBLE-WORDS-RECORD TO WS-RM-IN-RECORD
               PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-IN-REF-COUNT
                   IF WS-RM-IN-REF(WS-RM-IDX) = VERSE-ID
                       ADD 1 TO WS-RM-REMOVED
                   ELSE
                       PERFORM KEEP-WORD-REF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-RM-READ-SEQ
               MOVE SPACES TO BIBLE-WORDS-KEY
               MOVE WS-RM-WORD TO BIBLE-WORDS-WORD
               MOVE WS-RM-READ-SEQ TO BIBLE-WORDS-SEQ
               READ BIBLE-WORDS-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-RM-EOF
               END-READ
           END-PERFORM
           IF WS-RM-REMOVED = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-RM-OUT-SLOT > 0
               PERFORM FLUSH-WORD-REFS
               ADD 1 TO WS-RM-OUT-SEQ
           END-IF
      * WS-RM-OUT-SEQ is now the first record no longer needed
           PERFORM UNTIL WS-RM-OUT-SEQ >= WS-RM-READ-SEQ
               MOVE SPACES TO BIBLE-WORDS-KEY
               MOVE WS-RM-WORD TO BIBLE-WORDS-WORD
               MOVE WS-RM-OUT-SEQ TO BIBLE-WORDS-SEQ
               DELETE BIBLE-WORDS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-RM-OUT-SEQ
           END-PERFORM

           IF WS-RM-HEAD-COUNT > WS-RM-REMOVED
               MOVE SPACES TO BIBLE-WORDS-KEY
               MOVE WS-RM-WORD TO BIBLE-WORDS-WORD
               MOVE 0 TO BIBLE-WORDS-SEQ
               READ BIBLE-WORDS-FILE
                   NOT INVALID KEY
                       SUBTRACT WS-RM-REMOVED FROM BIBLE-WORDS-COUNT
                       REWRITE BIBLE-WORDS-RECORD
               END-READ
           END-IF
           CONTINUE.
       REMOVE-WORD-REFS-EXIT.

       KEEP-WORD-REF.
           IF WS-RM-OUT-SLOT = BIBLE-WORDS-REFS-PER-RECORD
               PERFORM FLUSH-WORD-REFS
               ADD 1 TO WS-RM-OUT-SEQ
               MOVE 0 TO WS-RM-OUT-SLOT
           END-IF
           ADD 1 TO WS-RM-OUT-SLOT
           MOVE WS-RM-IN-REF(WS-RM-IDX) TO WS-RM-OUT-REF(WS-RM-OUT-SLOT)
           CONTINUE.
       KEEP-WORD-REF-EXIT.

      * Until the first dropped reference the packed record is the
      * stored one, so only records from there on are rewritten. The
      * record written never lies ahead of the one being read.
       FLUSH-WORD-REFS.
           IF WS-RM-REMOVED = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE BIBLE-WORDS-RECORD
           MOVE WS-RM-WORD TO BIBLE-WORDS-WORD
           MOVE WS-RM-OUT-SEQ TO BIBLE-WORDS-SEQ
           IF WS-RM-OUT-SEQ = 0
               MOVE WS-RM-HEAD-COUNT TO BIBLE-WORDS-COUNT
           END-IF
           MOVE WS-RM-OUT-SLOT TO BIBLE-WORDS-REF-COUNT
           PERFORM VARYING WS-RM-OUT-IDX FROM 1 BY 1
               UNTIL WS-RM-OUT-IDX > WS-RM-OUT-SLOT
               MOVE WS-RM-OUT-REF(WS-RM-OUT-IDX)
                   TO BIBLE-WORDS-REFS(WS-RM-OUT-IDX)
           END-PERFORM
           REWRITE BIBLE-WORDS-RECORD
               INVALID KEY
                   WRITE BIBLE-WORDS-RECORD
           END-REWRITE
           CONTINUE.
       FLUSH-WORD-REFS-EXIT.

       NORMALIZE-WORD.
           INSPECT WS-RAW-WORD
               CONVERTING ".,;:!?()[]{}""'" TO SPACES
                   MOVE VERSE-CHAPTER TO BIBLE-WORDS-REF-CHAPTER(1)
                   MOVE VERSE-VERSE TO BIBLE-WORDS-REF-VERSE(1)
                   WRITE BIBLE-WORDS-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO BIBLE-WORDS-COUNT
                   MOVE BIBLE-WORDS-COUNT TO WS-REF-NUMBER
                       MOVE VERSE-VERSE
                           TO BIBLE-WORDS-REF-VERSE(1)
                       WRITE BIBLE-WORDS-RECORD
                       END-WRITE
                   NOT INVALID KEY
                       MOVE VERSE-BOOK
                           TO BIBLE-WORDS-REF-BOOK(WS-REF-SLOT)
