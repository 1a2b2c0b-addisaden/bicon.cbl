      * One question (catechism) or article (confession) of a
      * catechism set; number 0 holds the title of the set in the
      * section field. The proof texts are referenceParser
      * references separated by ";".
       FD BIBLE-CATECHISM-FILE.
       01 BIBLE-CATECHISM-RECORD.
           05 BIBLE-CATECHISM-NUMBER   PIC 9(4).
           05 BIBLE-CATECHISM-SECTION  PIC X(80).
           05 BIBLE-CATECHISM-QUESTION PIC X(300).
           05 BIBLE-CATECHISM-ANSWER   PIC X(2000).
           05 BIBLE-CATECHISM-PROOFS   PIC X(500).
