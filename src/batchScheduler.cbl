      *
      * A job without an input file is CALLed in process, which
      * suits the programs that run without prompts
      * (logHousekeeping, batchImportTranslations, lookupLint,
      * ...); while it runs WS-BATCH-RUN is "Y", which tells a
      * program with a role gate (logHousekeeping,
      * sqliteToDatafile) that the night run, not a terminal user,
      * called it. A job WITH an input file is run externally as
      *   BIBLE_BATCH_RUN=Y cobcrun <program ...> < <input-file>
      * so the prompt-driven programs (createWordlist,
      * checkTranslationUpdate, searchStatsReport) read their
      * answers from the file instead of a terminal; the gated
      * ones (createWordlist, dictionaryIndex) read the variable
      * the way the in-process ones read WS-BATCH-RUN. The
      * program field may carry arguments - e.g.
      *   suche###SEARCHENGINE SCRIPT weekly.cmds###...###/dev/null
      * reaches the search front end's script mode. Either way the
      *
      * Every run writes batch.journal
      * (start###end###job###program###outcome###note), the way
      * batchimport.journal covers the imports, each job that ran
      * leaves its run time in timing.log (lib/logTiming), and the
      * scheduler ends with RETURN-CODE 8 when any job failed.
      * With a notify.cfg in place the night closes with
      * batchNotify, which mails the failed and skipped jobs and
      * any lock files left behind.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. batchScheduler.
       ENVIRONMENT DIVISION.
       01 WS-FAIL-COUNT         PIC 9(2) VALUE 0.
       01 WS-OK-COUNT           PIC 9(2) VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(2) VALUE 0.
       01 WS-BATCH-RUN          PIC X(1) EXTERNAL.
      * Response-time call interface (lib/logTiming): each job that
      * ran leaves its run time in timing.log under BATCH, the job
      * name standing in the translation column.
       01 WS-TIM-OPERATION      PIC X(12) VALUE "BATCH".
       01 WS-TIM-SHORT          PIC X(32).
       01 WS-TIM-METHOD         PIC X(8) VALUE "-".
       01 WS-TIM-DETAIL         PIC X(100).
       01 WS-TIM-COUNT          PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       BATCHSCHEDULER.
           DISPLAY "Batch-Scheduler gestartet."
           DISPLAY "Batch-Scheduler beendet: " WS-OK-COUNT
               " in Ordnung, " WS-FAIL-COUNT " fehlgeschlagen, "
               WS-SKIP-COUNT " uebersprungen."

      * the notification reads the closed journal; its own return
      * code must not hide the outcome of the night
           MOVE "notify.cfg" TO WS-TEST-FILE
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           IF WS-RETURN = 0
               CALL "batchNotify"
                   ON EXCEPTION
                       DISPLAY "batchNotify nicht gefunden -"
                           " keine Meldung versandt."
               END-CALL
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
      * code carries the program's RETURN-CODE back
               CALL "SYSTEM"
                   USING FUNCTION concatenate(
                     "BIBLE_BATCH_RUN=Y cobcrun ",
                     FUNCTION trim(WS-JOB-PROGRAM(WS-JOB-IDX)),
                     " < ",
                     FUNCTION trim(WS-JOB-INPUT(WS-JOB-IDX))
               END-CALL
               MOVE WS-RETURN TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-BATCH-RUN
               CALL WS-JOB-PROGRAM(WS-JOB-IDX)
                   ON EXCEPTION
                       MOVE 8 TO RETURN-CODE
                       MOVE "Programm nicht gefunden"
                           TO WS-ENTRY-NOTE
               END-CALL
               MOVE "N" TO WS-BATCH-RUN
           END-IF
           IF RETURN-CODE = 0
               MOVE "OK" TO WS-JOB-OUTCOME(WS-JOB-IDX)
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-JOB-JOURNAL
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-TIM-SHORT
           MOVE FUNCTION concatenate(
               FUNCTION trim(WS-JOB-PROGRAM(WS-JOB-IDX)), " ",
               WS-JOB-OUTCOME(WS-JOB-IDX)
           ) TO WS-TIM-DETAIL
           CALL "lib/logTiming" USING
               WS-TIM-OPERATION,
               WS-TIM-SHORT,
               WS-TIM-METHOD,
               WS-TIM-DETAIL,
               WS-ENTRY-START,
               WS-TIM-COUNT
           END-CALL
           CONTINUE.
       RUN-ONE-JOB-EXIT.

