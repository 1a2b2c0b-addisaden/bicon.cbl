               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOPIC-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-TOPICS-STATUS.
           SELECT BIBLE-DATA-FILE ASSIGN TO WS-DATA-FILE
               ORGANIZATION IS INDEXED
       01 WS-REF-ITEM           PIC X(9).
       01 WS-BIBLE-SHORT        PIC X(32).
       01 WS-SHOWN-COUNT        PIC 9(3).

      * Several people maintain the index at once. The reference
      * list read before the verse is asked for is compared with
      * the one read again WITH LOCK right before the rewrite; a
      * lock held elsewhere (status 51) or a different list means
      * someone else changed the topic, and nothing is saved.
       01 WS-REFS-BEFORE        PIC X(500).
       01 WS-EDIT-CONFLICT      PIC X VALUE "N".

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       TOPICINDEX.
           DISPLAY "1: Themen auflisten  2: Thema anlegen  "
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE TOPIC-REFS TO WS-REFS-BEFORE
           PERFORM ASK-REFERENCE
           PERFORM RECHECK-TOPIC
           IF WS-EDIT-CONFLICT NOT = "N"
               PERFORM SHOW-EDIT-CONFLICT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(TOPIC-REFS) = SPACES
               MOVE WS-REF-KEY TO TOPIC-REFS
           ELSE
               ) TO TOPIC-REFS
           END-IF
           REWRITE TOPIC-RECORD
           UNLOCK TOPICS-FILE
           DISPLAY "Vers angehaengt an "
               FUNCTION trim(WS-TOPIC-NAME) "."
           CONTINUE.
                   DISPLAY "Unbekanntes Thema."
                   EXIT PARAGRAPH
           END-READ
           MOVE TOPIC-REFS TO WS-REFS-BEFORE
           PERFORM ASK-REFERENCE
           PERFORM RECHECK-TOPIC
           IF WS-EDIT-CONFLICT NOT = "N"
               PERFORM SHOW-EDIT-CONFLICT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-REFS
           MOVE 1 TO WS-REF-PTR
           PERFORM UNTIL WS-REF-PTR > LENGTH OF TOPIC-REFS
           END-PERFORM
           MOVE WS-NEW-REFS TO TOPIC-REFS
           REWRITE TOPIC-RECORD
           UNLOCK TOPICS-FILE
           DISPLAY "Vers entfernt aus "
               FUNCTION trim(WS-TOPIC-NAME) "."
           CONTINUE.
       DETACH-VERSE-EXIT.

       RECHECK-TOPIC.
           MOVE "N" TO WS-EDIT-CONFLICT
           MOVE SPACES TO TOPIC-KEY
           MOVE WS-TOPIC-NAME TO TOPIC-KEY
           READ TOPICS-FILE WITH LOCK
               INVALID KEY
                   MOVE "C" TO WS-EDIT-CONFLICT
               NOT INVALID KEY
                   IF TOPIC-REFS NOT = WS-REFS-BEFORE
                       MOVE "C" TO WS-EDIT-CONFLICT
                   END-IF
           END-READ
           IF WS-TOPICS-STATUS = "51"
               MOVE "L" TO WS-EDIT-CONFLICT
           END-IF
           IF WS-EDIT-CONFLICT NOT = "N"
               UNLOCK TOPICS-FILE
           END-IF
           CONTINUE.
       RECHECK-TOPIC-EXIT.

       SHOW-EDIT-CONFLICT.
           IF WS-EDIT-CONFLICT = "L"
               DISPLAY "Thema wird gerade von jemand anderem "
                   "bearbeitet - nicht gespeichert."
           ELSE
               DISPLAY "Thema inzwischen von jemand anderem "
                   "geaendert - nicht gespeichert."
           END-IF
           CONTINUE.
       SHOW-EDIT-CONFLICT-EXIT.

       SHOW-TOPIC.
           PERFORM ASK-TOPIC-NAME
           MOVE SPACES TO TOPIC-KEY
               DISPLAY "Diese Uebersetzung existiert nicht."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIBLE-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "--- " FUNCTION trim(WS-TOPIC-NAME) " ---"
               END-IF
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           IF WS-SHOWN-COUNT = 0
               DISPLAY "Keine Verse zu diesem Thema in dieser"
                   " Uebersetzung."
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SHOWN-COUNT
                   MOVE "R" TO WS-VT-ACTION
                   PERFORM CALL-VERSE-TEXT
                   DISPLAY FUNCTION concatenate(
                       BIBLE-DATA-BOOK, ":",
                       BIBLE-DATA-CHAPTER, ":",
                       BIBLE-DATA-VERSE, " ",
                       FUNCTION trim(WS-VT-FULL-TEXT),
                   )
           END-READ
           CONTINUE.
       SHOW-TOPIC-VERSE-EXIT.

       CALL-VERSE-TEXT.
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-VT-FULL-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

       CHECK-TRANSLATION-FORMAT.
           MOVE "C" TO WS-FV-ACTION
           MOVE "T" TO WS-FV-KIND
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           CONTINUE.
       CHECK-TRANSLATION-FORMAT-EXIT.
           END PROGRAM topicIndex.
