      * Morning-after notification for the nightly batch: the end
      * of the night sends one message instead of leaving
      * batch.journal and batchimport.journal for someone to look
      * at. batchScheduler calls it after its last job when
      * notify.cfg exists; it runs on its own as well (cron after
      * the scheduler, or by hand).
      *
      * Collected are every failed or skipped scheduler job with
      * its note, every failed batch-import entry with its error,
      * and every translation lock (*.lock) still lying around -
      * at the end of the night no import should hold one. A
      * journal older than 24 hours means its part of the night
      * did not run: for batch.journal that is itself a failure,
      * an old batchimport.journal is only left out.
      *
      * The severity of the message is the worst finding:
      *   FEHLER   failed jobs or imports, no fresh batch.journal
      *   WARNUNG  skipped jobs, lock files left behind
      *   OK       nothing found - sent only when configured
      *
      * notify.cfg, one KEY###VALUE per line:
      *   FEHLER###ops@gemeinde.de,pfarrer@gemeinde.de
      *   WARNUNG###ops@gemeinde.de   recipients per severity,
      *   OK###ops@gemeinde.de        comma-separated; a severity
      *                               without recipients falls
      *                               back to the next lower list
      *   OK-MELDUNG###J              J = short summary after a
      *                               quiet night (default N)
      *   FROM###bibel@gemeinde.de    sender
      *   SPOOL###mail.spool          outgoing mail spool directory
      *                               (default mail.spool), one
      *                               file per message
      *   COMMAND###sendmail -t       instead of the spool: the
      *                               message (with To/Subject
      *                               headers) goes to the command
      *                               on standard input
      * Ends with RETURN-CODE 8 when the message could not be
      * handed over, 4 when no recipient is configured for it.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. batchNotify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-CONFIG ASSIGN TO "notify.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT JournalFile ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WORK-LIST ASSIGN TO "notify.locks.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT TRANSLATION-LOCK-FILE ASSIGN TO WS-LOCK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT MessageFile ASSIGN TO "notify.msg.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFY-CONFIG.
       01 NOTIFY-CONFIG-RECORD PIC X(300).
       FD JournalFile.
       01 JournalRecord PIC X(400).
       FD WORK-LIST.
       01 WORK-RECORD PIC X(300).
       FD TRANSLATION-LOCK-FILE.
       01 TRANSLATION-LOCK-RECORD PIC X(50).
       FD MessageFile.
       01 MessageRecord PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-COMMAND            PIC X(500).
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-CFG-EOF            PIC X VALUE "N".
       01 WS-CFG-KEY            PIC X(20).
       01 WS-CFG-VALUE          PIC X(250).
       01 WS-RCPT-FEHLER        PIC X(250).
       01 WS-RCPT-WARNUNG       PIC X(250).
       01 WS-RCPT-OK            PIC X(250).
       01 WS-RCPT               PIC X(250).
       01 WS-OK-MELDUNG         PIC X.
       01 WS-SENDER             PIC X(100).
       01 WS-SPOOL-DIR          PIC X(200).
       01 WS-SEND-COMMAND       PIC X(250).
       01 WS-SPOOL-NAME         PIC X(250).
       01 WS-JOURNAL-NAME       PIC X(30).
       01 WS-JOURNAL-EOF        PIC X VALUE "N".
       01 WS-JRN-START          PIC X(8).
       01 WS-JRN-END            PIC X(8).
       01 WS-JRN-F3             PIC X(60).
       01 WS-JRN-F4             PIC X(60).
       01 WS-JRN-OUTCOME        PIC X(20).
       01 WS-JRN-NOTE           PIC X(100).
       01 WS-LIST-EOF           PIC X VALUE "N".
       01 WS-LOCK-FILE          PIC X(250).
       01 WS-LOCK-DATE          PIC X(8).
       01 WS-LOCK-TIME          PIC X(8).
       01 WS-JOB-OK             PIC 9(3).
       01 WS-JOB-FAIL           PIC 9(3).
       01 WS-JOB-SKIP           PIC 9(3).
       01 WS-IMPORT-OK          PIC 9(3).
       01 WS-IMPORT-FAIL        PIC 9(3).
       01 WS-LOCK-COUNT         PIC 9(3).
       01 WS-SCHEDULER-MISSING  PIC X.
       01 WS-SEVERITY           PIC X(8).
       01 WS-EXIT-CODE          PIC 9(2).
       01 WS-SUBJECT            PIC X(200).
       01 WS-COUNT-DISP         PIC ZZ9.
       01 WS-OK-DISP            PIC ZZ9.
       01 WS-FAIL-DISP          PIC ZZ9.
       01 WS-SKIP-DISP          PIC ZZ9.

      * The findings, in the order they go into the message body.
       78 WS-BODY-MAX VALUE 200.
       01 WS-BODY-COUNT         PIC 9(3).
       01 WS-BODY-LOST          PIC 9(3).
       01 WS-BODY-TABLE.
           05 WS-BODY-LINE OCCURS 200 TIMES PIC X(200).
       01 WS-BODY-IDX           PIC 9(3).
       01 WS-BODY-NEW           PIC X(200).
       PROCEDURE DIVISION.
       BATCHNOTIFY.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 0 TO RETURN-CODE
           PERFORM READ-NOTIFY-CONFIG

           MOVE 0 TO WS-BODY-COUNT
           MOVE 0 TO WS-BODY-LOST
           MOVE 0 TO WS-JOB-OK
           MOVE 0 TO WS-JOB-FAIL
           MOVE 0 TO WS-JOB-SKIP
           MOVE 0 TO WS-IMPORT-OK
           MOVE 0 TO WS-IMPORT-FAIL
           MOVE 0 TO WS-LOCK-COUNT
           PERFORM COLLECT-SCHEDULER-JOURNAL
           PERFORM COLLECT-IMPORT-JOURNAL
           PERFORM COLLECT-LOCKS

           MOVE "OK" TO WS-SEVERITY
           IF WS-JOB-SKIP > 0 OR WS-LOCK-COUNT > 0
               MOVE "WARNUNG" TO WS-SEVERITY
           END-IF
           IF WS-JOB-FAIL > 0 OR WS-IMPORT-FAIL > 0
               OR WS-SCHEDULER-MISSING = "Y"
               MOVE "FEHLER" TO WS-SEVERITY
           END-IF

           IF WS-SEVERITY = "OK" AND WS-OK-MELDUNG NOT = "J"
               DISPLAY "Nachtlauf ohne Befund - keine Meldung."
               EXIT PROGRAM
           END-IF

           PERFORM PICK-RECIPIENTS
           IF FUNCTION trim(WS-RCPT) = SPACES
               DISPLAY "Keine Empfaenger fuer "
                   FUNCTION trim(WS-SEVERITY)
                   " in notify.cfg - Meldung nicht versandt."
               MOVE 4 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           PERFORM BUILD-SUBJECT
           PERFORM WRITE-MESSAGE
           MOVE 0 TO WS-EXIT-CODE
           PERFORM SEND-MESSAGE
           CALL "SYSTEM" USING "rm -f notify.msg.tmp"
           MOVE WS-EXIT-CODE TO RETURN-CODE
           EXIT PROGRAM.
       BATCHNOTIFY-EXIT.

       READ-NOTIFY-CONFIG.
           MOVE SPACES TO WS-RCPT-FEHLER
           MOVE SPACES TO WS-RCPT-WARNUNG
           MOVE SPACES TO WS-RCPT-OK
           MOVE "N" TO WS-OK-MELDUNG
           MOVE SPACES TO WS-SENDER
           MOVE "mail.spool" TO WS-SPOOL-DIR
           MOVE SPACES TO WS-SEND-COMMAND
           MOVE "notify.cfg" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTIFY-CONFIG
           MOVE "N" TO WS-CFG-EOF
           PERFORM UNTIL WS-CFG-EOF = "Y"
               READ NOTIFY-CONFIG
                   AT END
                       MOVE "Y" TO WS-CFG-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE NOTIFY-CONFIG
           CONTINUE.
       READ-NOTIFY-CONFIG-EXIT.

       APPLY-CONFIG-LINE.
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           UNSTRING NOTIFY-CONFIG-RECORD
               DELIMITED BY "###" INTO
                   WS-CFG-KEY
                   WS-CFG-VALUE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION trim(WS-CFG-KEY))
               WHEN "FEHLER"
                   MOVE FUNCTION trim(WS-CFG-VALUE) TO WS-RCPT-FEHLER
               WHEN "WARNUNG"
                   MOVE FUNCTION trim(WS-CFG-VALUE)
                       TO WS-RCPT-WARNUNG
               WHEN "OK"
                   MOVE FUNCTION trim(WS-CFG-VALUE) TO WS-RCPT-OK
               WHEN "OK-MELDUNG"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION trim(WS-CFG-VALUE)) TO WS-OK-MELDUNG
               WHEN "FROM"
                   MOVE FUNCTION trim(WS-CFG-VALUE) TO WS-SENDER
               WHEN "SPOOL"
                   IF FUNCTION trim(WS-CFG-VALUE) NOT = SPACES
                       MOVE FUNCTION trim(WS-CFG-VALUE)
                           TO WS-SPOOL-DIR
                   END-IF
               WHEN "COMMAND"
                   MOVE FUNCTION trim(WS-CFG-VALUE)
                       TO WS-SEND-COMMAND
           END-EVALUATE
           CONTINUE.
       APPLY-CONFIG-LINE-EXIT.

      * batch.journal holds the last scheduler run only (the
      * scheduler rewrites it every night), hence the age check.
       COLLECT-SCHEDULER-JOURNAL.
           MOVE "N" TO WS-SCHEDULER-MISSING
           MOVE "batch.journal" TO WS-JOURNAL-NAME
           PERFORM CHECK-JOURNAL-FRESH
           IF WS-RETURN NOT = 0
               MOVE "Y" TO WS-SCHEDULER-MISSING
               MOVE "FEHLER   Kein batch.journal der letzten 24"
                   & " Stunden - der Scheduler ist nicht gelaufen."
                   TO WS-BODY-NEW
               PERFORM ADD-BODY-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JournalFile
           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JournalFile
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       PERFORM COLLECT-JOB-LINE
               END-READ
           END-PERFORM
           CLOSE JournalFile
           CONTINUE.
       COLLECT-SCHEDULER-JOURNAL-EXIT.

       COLLECT-JOB-LINE.
           MOVE SPACES TO WS-JRN-START
           MOVE SPACES TO WS-JRN-END
           MOVE SPACES TO WS-JRN-F3
           MOVE SPACES TO WS-JRN-F4
           MOVE SPACES TO WS-JRN-OUTCOME
           MOVE SPACES TO WS-JRN-NOTE
           UNSTRING JournalRecord
               DELIMITED BY "###" INTO
                   WS-JRN-START
                   WS-JRN-END
                   WS-JRN-F3
                   WS-JRN-F4
                   WS-JRN-OUTCOME
                   WS-JRN-NOTE
           EVALUATE FUNCTION trim(WS-JRN-OUTCOME)
               WHEN "OK"
                   ADD 1 TO WS-JOB-OK
                   EXIT PARAGRAPH
               WHEN "FEHLER"
                   ADD 1 TO WS-JOB-FAIL
               WHEN "UEBERSPR"
                   ADD 1 TO WS-JOB-SKIP
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FUNCTION concatenate(
               WS-JRN-OUTCOME(1:9), "Job ",
               FUNCTION trim(WS-JRN-F3), " (",
               FUNCTION trim(WS-JRN-F4), ") ",
               WS-JRN-START(1:2), ":", WS-JRN-START(3:2), "-",
               WS-JRN-END(1:2), ":", WS-JRN-END(3:2)
           ) TO WS-BODY-NEW
           IF FUNCTION trim(WS-JRN-NOTE) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-BODY-NEW), ": ",
                   FUNCTION trim(WS-JRN-NOTE)
               ) TO WS-BODY-NEW
           END-IF
           PERFORM ADD-BODY-LINE
           CONTINUE.
       COLLECT-JOB-LINE-EXIT.

      * batchimport.journal only counts when the import ran this
      * night; an old one was already reported the night it was
      * written.
       COLLECT-IMPORT-JOURNAL.
           MOVE "batchimport.journal" TO WS-JOURNAL-NAME
           MOVE WS-JOURNAL-NAME TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-JOURNAL-FRESH
           IF WS-RETURN NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JournalFile
           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JournalFile
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       PERFORM COLLECT-IMPORT-LINE
               END-READ
           END-PERFORM
           CLOSE JournalFile
           CONTINUE.
       COLLECT-IMPORT-JOURNAL-EXIT.

       COLLECT-IMPORT-LINE.
           MOVE SPACES TO WS-JRN-F3
           MOVE SPACES TO WS-JRN-F4
           MOVE SPACES TO WS-JRN-OUTCOME
           MOVE SPACES TO WS-JRN-NOTE
           UNSTRING JournalRecord
               DELIMITED BY "###" INTO
                   WS-JRN-START
                   WS-JRN-END
                   WS-JRN-F3
                   WS-JRN-F4
                   WS-JRN-OUTCOME
                   WS-JRN-NOTE
           IF FUNCTION trim(WS-JRN-OUTCOME) NOT = "FEHLER"
               IF FUNCTION trim(WS-JRN-OUTCOME) = "OK"
                   ADD 1 TO WS-IMPORT-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IMPORT-FAIL
           MOVE FUNCTION concatenate(
               "FEHLER   Import ",
               FUNCTION trim(WS-JRN-F3), " / ",
               FUNCTION trim(WS-JRN-F4), ": ",
               FUNCTION trim(WS-JRN-NOTE)
           ) TO WS-BODY-NEW
           PERFORM ADD-BODY-LINE
           CONTINUE.
       COLLECT-IMPORT-LINE-EXIT.

      * WS-RETURN = 0 when WS-JOURNAL-NAME was written in the last
      * 24 hours
       CHECK-JOURNAL-FRESH.
           MOVE FUNCTION concatenate(
               "find . -maxdepth 1 -name ",
               FUNCTION trim(WS-JOURNAL-NAME),
               " -mmin -1440 | grep -q ."
           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN
           CONTINUE.
       CHECK-JOURNAL-FRESH-EXIT.

      * At the end of the night every lock is one too many: the
      * import that took it has died before it could clean up.
       COLLECT-LOCKS.
           CALL "SYSTEM" USING
               "ls -1 *.lock > notify.locks.tmp 2>/dev/null"
           OPEN INPUT WORK-LIST
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ WORK-LIST
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       PERFORM COLLECT-ONE-LOCK
               END-READ
           END-PERFORM
           CLOSE WORK-LIST
           CALL "SYSTEM" USING "rm -f notify.locks.tmp"
           CONTINUE.
       COLLECT-LOCKS-EXIT.

       COLLECT-ONE-LOCK.
           IF FUNCTION trim(WORK-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOCK-COUNT
           MOVE FUNCTION trim(WORK-RECORD) TO WS-LOCK-FILE
           MOVE SPACES TO WS-LOCK-DATE
           MOVE SPACES TO WS-LOCK-TIME
           OPEN INPUT TRANSLATION-LOCK-FILE
           READ TRANSLATION-LOCK-FILE
               NOT AT END
                   UNSTRING TRANSLATION-LOCK-RECORD
                       DELIMITED BY SPACE INTO
                           WS-LOCK-DATE
                           WS-LOCK-TIME
           END-READ
           CLOSE TRANSLATION-LOCK-FILE
           MOVE FUNCTION concatenate(
               "WARNUNG  Sperrdatei ", FUNCTION trim(WS-LOCK-FILE),
               " liegt noch (Stand ", WS-LOCK-DATE, " ",
               WS-LOCK-TIME(1:6), ")"
           ) TO WS-BODY-NEW
           PERFORM ADD-BODY-LINE
           CONTINUE.
       COLLECT-ONE-LOCK-EXIT.

       ADD-BODY-LINE.
           IF WS-BODY-COUNT >= WS-BODY-MAX
               ADD 1 TO WS-BODY-LOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BODY-COUNT
           MOVE WS-BODY-NEW TO WS-BODY-LINE(WS-BODY-COUNT)
           CONTINUE.
       ADD-BODY-LINE-EXIT.

      * a severity without its own list goes to the next lower one,
      * so a failure never stays unsent for want of a FEHLER line
       PICK-RECIPIENTS.
           MOVE SPACES TO WS-RCPT
           IF WS-SEVERITY = "FEHLER"
               MOVE WS-RCPT-FEHLER TO WS-RCPT
           END-IF
           IF WS-SEVERITY NOT = "OK"
               AND FUNCTION trim(WS-RCPT) = SPACES
               MOVE WS-RCPT-WARNUNG TO WS-RCPT
           END-IF
           IF FUNCTION trim(WS-RCPT) = SPACES
               MOVE WS-RCPT-OK TO WS-RCPT
           END-IF
           CONTINUE.
       PICK-RECIPIENTS-EXIT.

       BUILD-SUBJECT.
           IF WS-SEVERITY = "OK"
               MOVE FUNCTION concatenate(
                   "[Bibel-Nachtlauf] ", WS-NOW-DATE,
                   " alles in Ordnung"
               ) TO WS-SUBJECT
               EXIT PARAGRAPH
           END-IF
           ADD WS-IMPORT-FAIL TO WS-JOB-FAIL GIVING WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "[Bibel-Nachtlauf] ", WS-NOW-DATE, " ",
               FUNCTION trim(WS-SEVERITY), ": ",
               FUNCTION trim(WS-COUNT-DISP), " Fehler, "
           ) TO WS-SUBJECT
           MOVE WS-JOB-SKIP TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SUBJECT), " ",
               FUNCTION trim(WS-COUNT-DISP), " uebersprungen, "
           ) TO WS-SUBJECT
           MOVE WS-LOCK-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-SUBJECT), " ",
               FUNCTION trim(WS-COUNT-DISP), " Sperrdateien"
           ) TO WS-SUBJECT
           IF WS-SCHEDULER-MISSING = "Y"
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SUBJECT),
                   ", Scheduler nicht gelaufen"
               ) TO WS-SUBJECT
           END-IF
           CONTINUE.
       BUILD-SUBJECT-EXIT.

      * Mail headers first, so the spool file and a "sendmail -t"
      * command both get a complete message.
       WRITE-MESSAGE.
           OPEN OUTPUT MessageFile
           IF FUNCTION trim(WS-SENDER) NOT = SPACES
               MOVE FUNCTION concatenate(
                   "From: ", FUNCTION trim(WS-SENDER)
               ) TO MessageRecord
               WRITE MessageRecord
           END-IF
           MOVE FUNCTION concatenate(
               "To: ", FUNCTION trim(WS-RCPT)
           ) TO MessageRecord
           WRITE MessageRecord
           MOVE FUNCTION concatenate(
               "Subject: ", FUNCTION trim(WS-SUBJECT)
           ) TO MessageRecord
           WRITE MessageRecord
           MOVE FUNCTION concatenate(
               "X-Schweregrad: ", FUNCTION trim(WS-SEVERITY)
           ) TO MessageRecord
           WRITE MessageRecord
           MOVE SPACES TO MessageRecord
           WRITE MessageRecord

           MOVE FUNCTION concatenate(
               "Nachtlauf, Meldung vom ", WS-NOW-DATE, " ",
               WS-NOW-TIME(1:2), ":", WS-NOW-TIME(3:2)
           ) TO MessageRecord
           WRITE MessageRecord
           MOVE SPACES TO MessageRecord
           WRITE MessageRecord
           IF WS-SCHEDULER-MISSING = "N"
               MOVE WS-JOB-OK TO WS-OK-DISP
               MOVE WS-JOB-FAIL TO WS-FAIL-DISP
               MOVE WS-JOB-SKIP TO WS-SKIP-DISP
               MOVE FUNCTION concatenate(
                   "Scheduler-Jobs: ", WS-OK-DISP, " in Ordnung, ",
                   FUNCTION trim(WS-FAIL-DISP), " fehlgeschlagen, ",
                   FUNCTION trim(WS-SKIP-DISP), " uebersprungen"
               ) TO MessageRecord
               WRITE MessageRecord
           END-IF
           IF WS-IMPORT-OK > 0 OR WS-IMPORT-FAIL > 0
               MOVE WS-IMPORT-OK TO WS-OK-DISP
               MOVE WS-IMPORT-FAIL TO WS-FAIL-DISP
               MOVE FUNCTION concatenate(
                   "Batch-Import:   ", WS-OK-DISP, " in Ordnung, ",
                   FUNCTION trim(WS-FAIL-DISP), " fehlgeschlagen"
               ) TO MessageRecord
               WRITE MessageRecord
           END-IF
           MOVE WS-LOCK-COUNT TO WS-COUNT-DISP
           MOVE FUNCTION concatenate(
               "Sperrdateien:   ", WS-COUNT-DISP
           ) TO MessageRecord
           WRITE MessageRecord

           IF WS-BODY-COUNT > 0
               MOVE SPACES TO MessageRecord
               WRITE MessageRecord
               PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
                   UNTIL WS-BODY-IDX > WS-BODY-COUNT
                   MOVE WS-BODY-LINE(WS-BODY-IDX) TO MessageRecord
                   WRITE MessageRecord
               END-PERFORM
           END-IF
           IF WS-BODY-LOST > 0
               MOVE WS-BODY-LOST TO WS-COUNT-DISP
               MOVE FUNCTION concatenate(
                   "... und ", FUNCTION trim(WS-COUNT-DISP),
                   " weitere Befunde"
                   " (siehe Journale)"
               ) TO MessageRecord
               WRITE MessageRecord
           END-IF
           CLOSE MessageFile
           CONTINUE.
       WRITE-MESSAGE-EXIT.

       SEND-MESSAGE.
           IF FUNCTION trim(WS-SEND-COMMAND) NOT = SPACES
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SEND-COMMAND),
                   " < notify.msg.tmp"
               ) TO WS-COMMAND
           ELSE
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SPOOL-DIR), "/nachtlauf.",
                   WS-NOW-DATE, WS-NOW-TIME(1:6), ".mail"
               ) TO WS-SPOOL-NAME
               MOVE FUNCTION concatenate(
                   "mkdir -p ", FUNCTION trim(WS-SPOOL-DIR),
                   " && cp notify.msg.tmp ",
                   FUNCTION trim(WS-SPOOL-NAME)
               ) TO WS-COMMAND
           END-IF
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN
           IF WS-RETURN NOT = 0
               DISPLAY "FEHLER: Meldung konnte nicht uebergeben"
                   " werden (" FUNCTION trim(WS-COMMAND) ")."
               MOVE 8 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-SEND-COMMAND) NOT = SPACES
               DISPLAY "Meldung (" FUNCTION trim(WS-SEVERITY)
                   ") an " FUNCTION trim(WS-RCPT) " uebergeben."
           ELSE
               DISPLAY "Meldung (" FUNCTION trim(WS-SEVERITY)
                   ") fuer " FUNCTION trim(WS-RCPT) " in "
                   FUNCTION trim(WS-SPOOL-NAME) "."
           END-IF
           CONTINUE.
       SEND-MESSAGE-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM batchNotify.
