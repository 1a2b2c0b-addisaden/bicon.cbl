      * precision. The derived file is flagged in the target's
      * .bible.meta (STRONGS-FROM = source short), so reports can
      * tell a native tagging from a projected one.
      * The derived file is read by every user, so only an
      * administrator derives one; each run goes to admin.log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. deriveStrongs.
       ENVIRONMENT DIVISION.
               10 WS-MAP-TO-VERSE     PIC 9(3).
       01 WS-VERSEMAP-IDX       PIC 9(4).
       01 WS-MAP-FOUND          PIC X.

      * lib/formatVersion - a translation in an older file layout is
      * refused until formatMigration has brought it forward.
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "deriveStrongs".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       DERIVESTRONGS.
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
           DISPLAY "Getaggte Quelle (Kurzname)? " WITH NO ADVANCING
           ACCEPT WS-SOURCE-SHORT
           MOVE FUNCTION concatenate(
               DISPLAY "Ziel-Uebersetzung existiert nicht."
               EXIT PROGRAM
           END-IF
           MOVE WS-TARGET-SHORT TO WS-FV-SHORT
           PERFORM CHECK-TRANSLATION-FORMAT
           IF WS-FV-OK NOT = "Y"
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-TARGET-SHORT), ".strongs.data"
           ) TO WS-TARGET-FILE
           MOVE WS-TARGET-FILE TO WS-TEST-FILE
           PERFORM CHECKFILE
           MOVE FUNCTION concatenate(
               "neu, abgeleitet aus ", FUNCTION trim(WS-SOURCE-SHORT)
           ) TO WS-ADM-BEFORE
           IF WS-RETURN = 0
               MOVE FUNCTION concatenate(
                   "ersetzt, abgeleitet aus ",
                   FUNCTION trim(WS-SOURCE-SHORT)
               ) TO WS-ADM-BEFORE
               DISPLAY "Das Ziel hat bereits Strong-Daten; sie "
                   "werden ueberschrieben."
               DISPLAY "Fortfahren? 1: ja, 2: nein. Auswahl: "
           PERFORM FLAG-DERIVED
           DISPLAY WS-WRITTEN-COUNT " Verse uebertragen, "
               WS-SKIPPED-COUNT " ohne Gegenstueck im Ziel."
           MOVE WS-TARGET-FILE TO WS-ADM-TARGET
           MOVE FUNCTION concatenate(
               WS-WRITTEN-COUNT, " Verse uebertragen, ",
               WS-SKIPPED-COUNT, " ohne Gegenstueck"
           ) TO WS-ADM-AFTER
           PERFORM WRITE-ADMIN-LOG
           EXIT PROGRAM.
       DERIVESTRONGS-EXIT.

           CONTINUE.
       FLAG-DERIVED-EXIT.

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
