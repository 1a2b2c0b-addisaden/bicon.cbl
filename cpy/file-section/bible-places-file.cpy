      * Biblical places gazetteer, keyed by a short place key in
      * capitals without blanks ("JERUSALEM", "KANA-GAL"), which
      * is what places.verses.data lists per verse. Alternative
      * spellings are comma-separated; coordinates are decimal
      * degrees (north/east positive). DICT-KEY names the article
      * in dictionary.data, if there is one.
       FD PLACES-FILE.
       01 PLACE-RECORD.
           05 PLACE-KEY              PIC X(20).
           05 PLACE-NAME             PIC X(40).
           05 PLACE-ALT-NAMES        PIC X(120).
           05 PLACE-MODERN           PIC X(40).
           05 PLACE-LATITUDE         PIC S9(3)V9(5)
                                     SIGN IS LEADING SEPARATE.
           05 PLACE-LONGITUDE        PIC S9(3)V9(5)
                                     SIGN IS LEADING SEPARATE.
           05 PLACE-DICT-KEY         PIC X(60).
