      * Dictionary-term index of one translation, built by
      * dictionaryIndex into <short>.dictverses.data: one record per
      * verse and dictionary article whose headword - or a name in
      * the places or people register that points to the article -
      * occurs in the verse. TERM is the form that was found there.
       FD DICT-VERSE-FILE.
       01 DICT-VERSE-RECORD.
           05 DICT-VERSE-ID.
               10 DICT-VERSE-BOOK     PIC 9(3).
               10 DICT-VERSE-CHAPTER  PIC 9(3).
               10 DICT-VERSE-VERSE    PIC 9(3).
               10 DICT-VERSE-KEY      PIC X(60).
           05 DICT-VERSE-TERM         PIC X(60).
