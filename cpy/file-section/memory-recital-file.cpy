      * A child's recital of a week's memory verse to the teacher,
      * keyed by class, child and week. RESULT "B" passed
      * (bestanden), "T" partial (teilweise), "N" not yet; a later
      * recital of the same week replaces the earlier result.
       FD RECITAL-FILE.
       01 RECITAL-RECORD.
           05 RECITAL-KEY.
               10 RECITAL-CLASS      PIC X(20).
               10 RECITAL-CHILD      PIC X(30).
               10 RECITAL-WEEK       PIC 9(8).
           05 RECITAL-RESULT         PIC X(1).
           05 RECITAL-DATE           PIC 9(8).
           05 RECITAL-TEACHER        PIC X(30).
