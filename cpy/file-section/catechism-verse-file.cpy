      * Verse index of the installed catechism sets: per canon
      * position the questions citing the verse as proof text,
      * blank-separated <set>:<number> entries.
       FD CATECHISM-VERSE-FILE.
       01 CATECHISM-VERSE-RECORD.
           05 CATECHISM-VERSE-ID.
               10 CATECHISM-VERSE-BOOK    PIC 9(3).
               10 CATECHISM-VERSE-CHAPTER PIC 9(3).
               10 CATECHISM-VERSE-VERSE   PIC 9(3).
           05 CATECHISM-VERSE-CITES       PIC X(300).
