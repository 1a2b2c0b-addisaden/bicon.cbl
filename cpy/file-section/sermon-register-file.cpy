      * Sermon register: one record per sermon, keyed by the date
      * and a running number for several services on one day. The
      * passage is kept as entered ("JOH 3:16-18") and resolved by
      * lib/referenceParser; VFROM 0 means the whole chapter.
       FD SERMON-FILE.
       01 SERMON-RECORD.
           05 SERMON-KEY.
               10 SERMON-DATE        PIC 9(8).
               10 SERMON-SEQ         PIC 9(2).
           05 SERMON-PREACHER        PIC X(30).
           05 SERMON-TITLE           PIC X(80).
           05 SERMON-REF             PIC X(50).
           05 SERMON-BOOK            PIC 9(3).
           05 SERMON-CHAPTER         PIC 9(3).
           05 SERMON-VFROM           PIC 9(3).
           05 SERMON-VTO             PIC 9(3).
