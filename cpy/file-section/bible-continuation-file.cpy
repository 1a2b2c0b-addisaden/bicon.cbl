       FD BIBLE-CONTINUATION-FILE.
       01 BIBLE-CONTINUATION-RECORD.
           05 BIBLE-CONTINUATION-ID.
               10 BIBLE-CONTINUATION-BOOK    PIC 9(3).
               10 BIBLE-CONTINUATION-CHAPTER PIC 9(3).
               10 BIBLE-CONTINUATION-VERSE   PIC 9(3).
               10 BIBLE-CONTINUATION-PART    PIC 9(2).
           05 BIBLE-CONTINUATION-TEXT        PIC X(500).
