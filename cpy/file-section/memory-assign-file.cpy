      * Memory verse set for a class for one week, keyed by class
      * and the Sunday the week ends on. The passage is kept as
      * entered and resolved by lib/referenceParser (VFROM 0 =
      * whole chapter); SHORT names the translation it is learnt
      * from.
       FD MEMORY-ASSIGN-FILE.
       01 MEMORY-ASSIGN-RECORD.
           05 MEMORY-ASSIGN-KEY.
               10 MEMORY-ASSIGN-CLASS PIC X(20).
               10 MEMORY-ASSIGN-WEEK  PIC 9(8).
           05 MEMORY-ASSIGN-REF       PIC X(50).
           05 MEMORY-ASSIGN-SHORT     PIC X(32).
           05 MEMORY-ASSIGN-BOOK      PIC 9(3).
           05 MEMORY-ASSIGN-CHAPTER   PIC 9(3).
           05 MEMORY-ASSIGN-VFROM     PIC 9(3).
           05 MEMORY-ASSIGN-VTO       PIC 9(3).
           05 MEMORY-ASSIGN-TEACHER   PIC X(30).
