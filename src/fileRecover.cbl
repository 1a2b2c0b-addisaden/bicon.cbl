      * point is lost and said so. Mode 2 regenerates the derived
      * files (word index and textsplit) from the surviving data
      * file with the same tokenSplitter pipeline createWordlist
      * drives. Both modes replace files of an installed
      * translation, so only an administrator runs them, and each
      * run is written to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. fileRecover.
       ENVIRONMENT DIVISION.
       01 WS-VERSE-COUNT        PIC 9(7) VALUE 0.
       01 WS-OPERATION-MODE     PIC X(5) VALUE "CWLTS".
       01 WS-TEXT               PIC X(1000000).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "fileRecover".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       FILERECOVER.
           CALL "lib/checkRole" USING
               WS-ROLE-PROGRAM,
               WS-ROLE-NEEDED,
               WS-ROLE-USER,
               WS-ROLE-ACTUAL,
               WS-ROLE-OK
           END-CALL
           IF WS-ROLE-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           DISPLAY "bible short? " WITH NO ADVANCING
           ACCEPT WS-BIBLE-SHORT
           MOVE FUNCTION trim(WS-BIBLE-SHORT) TO WS-BIBLE-SHORT
               FUNCTION trim(WS-DAMAGED-NAME) ".broken; danach"
               " reconcileTranslations ausfuehren und die"
               " abgeleiteten Dateien mit Modus 2 neu erzeugen."
           MOVE WS-DAMAGED-NAME TO WS-ADM-TARGET
           IF FUNCTION trim(WS-BROKEN-AT) NOT = SPACES
               MOVE FUNCTION concatenate(
                   "beschaedigt, Lesefehler nach ",
                   FUNCTION trim(WS-BROKEN-AT)
               ) TO WS-ADM-BEFORE
           ELSE
               MOVE "beschaedigt" TO WS-ADM-BEFORE
           END-IF
           MOVE FUNCTION concatenate(
               WS-SALVAGED-COUNT, " Datensaetze neu aufgebaut, "
               "Original als .broken"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           CONTINUE.
       SALVAGE-DATA-FILE-EXIT.

                 FUNCTION trim(WS-BIBLE-SHORT), ".textsplit.data"
               )
           END-CALL
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-BIBLE-SHORT), ".words.data, ",
               FUNCTION trim(WS-BIBLE-SHORT), ".textsplit.data"
           ) TO WS-ADM-TARGET
           MOVE "entfernt" TO WS-ADM-BEFORE
           MOVE WS-DAMAGED-NAME TO WS-DATA-NAME
           OPEN INPUT BIBLE-DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "Datendatei nicht lesbar (Status "
                   WS-DATA-STATUS ") - zuerst Modus 1 ausfuehren."
               MOVE "nicht neu erzeugt, Datendatei nicht lesbar"
                   TO WS-ADM-AFTER
               PERFORM WRITE-ADMIN-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VERSE-COUNT
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       ADD 1 TO WS-VERSE-COUNT
                       PERFORM JOIN-VERSE-TEXT
                       MOVE SPACES TO WS-TEXT
                       MOVE WS-VT-FULL-TEXT TO WS-TEXT
                       CALL "tokenSplitter" USING
                           WS-OPERATION-MODE, WS-BIBLE-SHORT,
                           WS-BIBLE-SHORT, 4000, 0, WS-TEXT,
                           BIBLE-DATA-ID
                       END-CALL
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           DISPLAY "Wortindex und Textsplit aus "
               WS-VERSE-COUNT " Versen neu erzeugt."
           MOVE FUNCTION concatenate(
               "aus ", WS-VERSE-COUNT, " Versen neu erzeugt"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           CONTINUE.
       REGENERATE-DERIVED-EXIT.

       JOIN-VERSE-TEXT.
           MOVE "R" TO WS-VT-ACTION
           PERFORM CALL-VERSE-TEXT
           CONTINUE.
       JOIN-VERSE-TEXT-EXIT.

       CALL-VERSE-TEXT.
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-DATA-NAME,
               BIBLE-DATA-RECORD,
               WS-VT-FULL-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       CALL-VERSE-TEXT-EXIT.

       WRITE-ADMIN-LOG.
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           CONTINUE.
       WRITE-ADMIN-LOG-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
