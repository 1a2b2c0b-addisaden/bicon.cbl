      * Verse index of the gazetteer: per canon position the keys
      * of the places the verse mentions, blank-separated, in the
      * order they occur.
       FD PLACE-VERSE-FILE.
       01 PLACE-VERSE-RECORD.
           05 PLACE-VERSE-ID.
               10 PLACE-VERSE-BOOK    PIC 9(3).
               10 PLACE-VERSE-CHAPTER PIC 9(3).
               10 PLACE-VERSE-VERSE   PIC 9(3).
           05 PLACE-VERSE-PLACES      PIC X(200).
