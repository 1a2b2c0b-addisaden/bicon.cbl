      * duplicate logs that resolveDuplicates has emptied, and keep
      * only the newest N backup archives per translation short.
      * N comes from housekeeping.cfg (one line, default 3). Every
      * removal is reported, and each run is written to admin.log.
      * Run at the terminal it needs an administrator; the nightly
      * batchScheduler calls it in process and marks that in
      * WS-BATCH-RUN, and the entry then goes in under its name.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. logHousekeeping.
       ENVIRONMENT DIVISION.
       01 WS-ARCHIVE-SHORT    PIC X(32).
       01 WS-PREV-SHORT       PIC X(32) VALUE SPACES.
       01 WS-SHORT-SEEN       PIC 9(3) VALUE 0.
       01 WS-ROLLED           PIC X(1) VALUE "N".
       01 WS-BATCH-RUN        PIC X(1) EXTERNAL.

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "logHousekeeping".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       PROCEDURE DIVISION.
       LOGHOUSEKEEPING.
           IF WS-BATCH-RUN = "Y"
               MOVE "batchScheduler" TO WS-ROLE-USER
           ELSE
               CALL "lib/checkRole" USING
                   WS-ROLE-PROGRAM,
                   WS-ROLE-NEEDED,
                   WS-ROLE-USER,
                   WS-ROLE-ACTUAL,
                   WS-ROLE-OK
               END-CALL
               IF WS-ROLE-OK NOT = "Y"
                   MOVE 8 TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE 0 TO WS-REMOVED-COUNT
           MOVE "N" TO WS-ROLLED
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO WS-MONTH-STAMP
           PERFORM READ-CONFIG
           CALL "SYSTEM" USING "rm -f housekeeping.tmp"
           DISPLAY SPACE
           DISPLAY WS-REMOVED-COUNT " Datei(en) entfernt."

           MOVE "search.log, *.duplicates.log, *.backup.tar.gz"
               TO WS-ADM-TARGET
           IF WS-ROLLED = "Y"
               MOVE FUNCTION concatenate(
                   "search.log nach search.log.", WS-MONTH-STAMP
               ) TO WS-ADM-BEFORE
           ELSE
               MOVE "search.log nicht gerollt" TO WS-ADM-BEFORE
           END-IF
           MOVE FUNCTION concatenate(
               WS-REMOVED-COUNT, " Datei(en) entfernt, ",
               WS-KEEP-COUNT, " Sicherungen je Uebersetzung behalten"
           ) TO WS-ADM-AFTER
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           EXIT PROGRAM.
       LOGHOUSEKEEPING-EXIT.

           ) TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN
           IF WS-RETURN = 0
               MOVE "Y" TO WS-ROLLED
               DISPLAY "search.log nach search.log."
                   WS-MONTH-STAMP " gerollt."
           ELSE
