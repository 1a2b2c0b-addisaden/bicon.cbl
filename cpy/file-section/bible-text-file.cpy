       FD BIBLE-TEXT-FILE.
       01 BIBLE-TEXT-RECORD PIC X(5000).
