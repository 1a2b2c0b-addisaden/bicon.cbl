           05 FILLER PIC X(20) VALUE ".layout.data".
           05 FILLER PIC X(20) VALUE ".words.data".
           05 FILLER PIC X(20) VALUE ".words.meta".
           05 FILLER PIC X(20) VALUE ".continuation.data".
           05 FILLER PIC X(20) VALUE ".dictverses.data".
       01 WS-PART-SUFFIX-TABLE REDEFINES WS-PART-SUFFIXES.
           05 WS-PART-SUFFIX OCCURS 12 TIMES PIC X(20).
       01 WS-PART-IDX                PIC 9(2).
       01 WS-MANIFEST                PIC X(250).

      * Role gate, see lib/checkRole.
       01 WS-ROLE-PROGRAM           PIC X(30)
           VALUE "backupTranslation".
       01 WS-ROLE-NEEDED            PIC X(1) VALUE "A".
       01 WS-ROLE-USER              PIC X(30).
       01 WS-ROLE-ACTUAL            PIC X(1).
       01 WS-ROLE-OK                PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET             PIC X(100).
       01 WS-ADM-BEFORE             PIC X(250).
       01 WS-ADM-AFTER              PIC X(250).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       BACKUPTRANSLATION.

           MOVE SPACES TO WS-FILELIST
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 12
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-SHORT),
                   FUNCTION trim(WS-PART-SUFFIX(WS-PART-IDX))
       RUN-BACKUP-EXIT.

       RUN-RESTORE.
           CALL "lib/checkRole" USING
               WS-ROLE-PROGRAM,
               WS-ROLE-NEEDED,
               WS-ROLE-USER,
               WS-ROLE-ACTUAL,
               WS-ROLE-OK
           END-CALL
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Archivdatei (z.B. "
               FUNCTION trim(WS-SHORT) ".20260101.backup.tar.gz): "
               WITH NO ADVANCING
                   ) TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN
                   IF WS-RETURN = 0
                       MOVE WS-SHORT TO WS-ADM-TARGET
                       MOVE "installierter Stand" TO WS-ADM-BEFORE
                       MOVE FUNCTION concatenate(
                           "wiederhergestellt aus ",
                           FUNCTION trim(WS-ARCHIVE)
                       ) TO WS-ADM-AFTER
                       PERFORM WRITE-ADMIN-LOG
                       PERFORM VERIFY-AFTER-RESTORE
                   ELSE
                       DISPLAY "FEHLER bei der Wiederherstellung."
           CONTINUE.
       RUN-VERIFY-EXIT.

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
