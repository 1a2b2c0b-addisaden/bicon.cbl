      * Book introductions, keyed by book number, language (as in
      * books.lookup) and a sequence number. Sequence 0 holds the
      * introduction itself - author, date, audience and key
      * themes; 1 and up are the outline sections in reading order,
      * each a title with its chapter:verse range.
       FD BOOK-INTRO-FILE.
       01 BOOK-INTRO-RECORD.
           05 BOOK-INTRO-KEY.
               10 BOOK-INTRO-BOOK       PIC 9(3).
               10 BOOK-INTRO-LANG       PIC X(2).
               10 BOOK-INTRO-SEQ        PIC 9(3).
           05 BOOK-INTRO-BODY           PIC X(600).
           05 BOOK-INTRO-HEAD REDEFINES BOOK-INTRO-BODY.
               10 BOOK-INTRO-AUTHOR     PIC X(100).
               10 BOOK-INTRO-DATE       PIC X(60).
               10 BOOK-INTRO-AUDIENCE   PIC X(140).
               10 BOOK-INTRO-THEMES     PIC X(300).
           05 BOOK-INTRO-SECTION REDEFINES BOOK-INTRO-BODY.
               10 BOOK-INTRO-TITLE      PIC X(80).
               10 BOOK-INTRO-FROM-CHAPTER PIC 9(3).
               10 BOOK-INTRO-FROM-VERSE PIC 9(3).
               10 BOOK-INTRO-TO-CHAPTER PIC 9(3).
               10 BOOK-INTRO-TO-VERSE   PIC 9(3).
               10 FILLER                PIC X(508).
