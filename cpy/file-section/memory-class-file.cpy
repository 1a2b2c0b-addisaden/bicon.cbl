      * Sunday-school class rosters, keyed by class and name; ROLE
      * "T" marks a teacher of the class, "K" a child. Children
      * are names on the roster, not necessarily users.
       FD CLASS-MEMBER-FILE.
       01 CLASS-MEMBER-RECORD.
           05 CLASS-MEMBER-KEY.
               10 CLASS-MEMBER-CLASS PIC X(20).
               10 CLASS-MEMBER-NAME  PIC X(30).
           05 CLASS-MEMBER-ROLE      PIC X(1).
