      * In-house commentary entries, keyed by a running number. The
      * passage is kept as entered ("JOH 3:16-18") and resolved by
      * lib/referenceParser; an entry always covers verses. STATUS
      * "E" draft, "P" in review, "V" published. REVISION is the
      * sequence number of the entry's latest record in
      * commentary.revisions.data; COMMENT holds the reviewer's
      * comment of the last return to draft.
       FD COMMENTARY-ENTRY-FILE.
       01 COMMENTARY-ENTRY-RECORD.
           05 COMMENTARY-ENTRY-ID        PIC 9(6).
           05 COMMENTARY-ENTRY-REF       PIC X(50).
           05 COMMENTARY-ENTRY-BOOK      PIC 9(3).
           05 COMMENTARY-ENTRY-CHAPTER   PIC 9(3).
           05 COMMENTARY-ENTRY-VFROM     PIC 9(3).
           05 COMMENTARY-ENTRY-VTO       PIC 9(3).
           05 COMMENTARY-ENTRY-STATUS    PIC X(1).
               88 COMMENTARY-ENTRY-DRAFT     VALUE "E".
               88 COMMENTARY-ENTRY-IN-REVIEW VALUE "P".
               88 COMMENTARY-ENTRY-PUBLISHED VALUE "V".
           05 COMMENTARY-ENTRY-AUTHOR    PIC X(30).
           05 COMMENTARY-ENTRY-REVIEWER  PIC X(30).
           05 COMMENTARY-ENTRY-REVISION  PIC 9(4).
           05 COMMENTARY-ENTRY-DATE      PIC 9(8).
           05 COMMENTARY-ENTRY-TIME      PIC 9(8).
           05 COMMENTARY-ENTRY-SUBMITTED PIC 9(8).
           05 COMMENTARY-ENTRY-TEXT      PIC X(500).
           05 COMMENTARY-ENTRY-COMMENT   PIC X(250).
