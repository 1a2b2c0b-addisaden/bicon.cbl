      * Hymn index: one hymn of a hymnal (EG, GL, ...) with the
      * scripture it is based on or alludes to. BIBLE-HYMN-REFS
      * keeps the references as imported; BIBLE-HYMN-KEYS holds
      * them resolved, one BBBCCCFFFTTT entry (book, chapter,
      * verse from, verse to) per reference, a whole chapter as
      * verses 000-999. Numbers are kept right-aligned so the
      * hymns of a hymnal come in numeric order.
       FD BIBLE-HYMN-FILE.
       01 BIBLE-HYMN-RECORD.
           05 BIBLE-HYMN-ID.
               10 BIBLE-HYMN-HYMNAL     PIC X(10).
               10 BIBLE-HYMN-NUMBER     PIC X(6).
           05 BIBLE-HYMN-TITLE          PIC X(80).
           05 BIBLE-HYMN-FIRST-LINE     PIC X(100).
           05 BIBLE-HYMN-REFS           PIC X(300).
           05 BIBLE-HYMN-KEYS.
               10 BIBLE-HYMN-KEY OCCURS 20 TIMES.
                   15 BIBLE-HYMN-KEY-BOOK    PIC 9(3).
                   15 BIBLE-HYMN-KEY-CHAPTER PIC 9(3).
                   15 BIBLE-HYMN-KEY-VFROM   PIC 9(3).
                   15 BIBLE-HYMN-KEY-VTO     PIC 9(3).
