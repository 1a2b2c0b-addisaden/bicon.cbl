      * Revision history of the in-house commentary: one record per
      * change of an entry, keyed by entry and a running number,
      * never rewritten or removed - only accountClosure takes out
      * or renames the share of a departed member. ACTION ANGELEGT,
      * GEAENDERT, EINGEREICHT, FREIGEGEBEN or ZURUECK; STATUS, REF
      * and TEXT are the entry as it stood after the change.
       FD COMMENTARY-REVISION-FILE.
       01 COMMENTARY-REVISION-RECORD.
           05 COMMENTARY-REVISION-KEY.
               10 COMMENTARY-REVISION-ENTRY PIC 9(6).
               10 COMMENTARY-REVISION-SEQ   PIC 9(4).
           05 COMMENTARY-REVISION-DATE      PIC 9(8).
           05 COMMENTARY-REVISION-TIME      PIC 9(8).
           05 COMMENTARY-REVISION-USER      PIC X(30).
           05 COMMENTARY-REVISION-ACTION    PIC X(12).
           05 COMMENTARY-REVISION-STATUS    PIC X(1).
           05 COMMENTARY-REVISION-REF       PIC X(50).
           05 COMMENTARY-REVISION-TEXT      PIC X(500).
           05 COMMENTARY-REVISION-COMMENT   PIC X(250).
