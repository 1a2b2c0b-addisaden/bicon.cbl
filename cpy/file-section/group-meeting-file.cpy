      * Study-group meetings, keyed by group and date. The passage
      * is kept as entered and resolved by lib/referenceParser
      * (VFROM 0 = whole chapter). STATE "P" = planned, "H" = held.
      * The attendance list is filled from groups.data when the
      * meeting is scheduled; MARK "A" present, "E" excused,
      * "F" absent, space = not yet recorded.
       FD MEETING-FILE.
       01 MEETING-RECORD.
           05 MEETING-KEY.
               10 MEETING-GROUP      PIC X(20).
               10 MEETING-DATE       PIC 9(8).
           05 MEETING-REF            PIC X(50).
           05 MEETING-BOOK           PIC 9(3).
           05 MEETING-CHAPTER        PIC 9(3).
           05 MEETING-VFROM          PIC 9(3).
           05 MEETING-VTO            PIC 9(3).
           05 MEETING-LEADER         PIC X(30).
           05 MEETING-STATE          PIC X(1).
           05 MEETING-ATT-COUNT      PIC 9(2).
           05 MEETING-ATTENDANCE OCCURS 40 TIMES.
               10 MEETING-ATT-USER   PIC X(30).
               10 MEETING-ATT-MARK   PIC X(1).
