      * People register: one record per person, keyed by a person
      * id in capitals ("MARIA-MAGD", "JAKOB-2") that tells apart
      * people of the same name. Father, mother and spouses are ids
      * of the same file, spouses blank-separated; the first
      * mention is a 9-digit canon key (BBBCCCVVV), DICT-KEY the
      * article in dictionary.data, if there is one.
       FD PERSONS-FILE.
       01 PERSON-RECORD.
           05 PERSON-ID              PIC X(20).
           05 PERSON-NAME            PIC X(40).
           05 PERSON-ALT-NAMES       PIC X(120).
           05 PERSON-FATHER          PIC X(20).
           05 PERSON-MOTHER          PIC X(20).
           05 PERSON-SPOUSES         PIC X(80).
           05 PERSON-FIRST-REF.
               10 PERSON-FIRST-BOOK    PIC 9(3).
               10 PERSON-FIRST-CHAPTER PIC 9(3).
               10 PERSON-FIRST-VERSE   PIC 9(3).
           05 PERSON-DICT-KEY        PIC X(60).
