      * Append-only change log for the maintenance programs:
      * removeTranslation, backupTranslation (restore),
      * applyTranslationUpdate, configMaintenance, langMaintenance
      * and resolveDuplicates each leave one line per change in
      * admin.log:
      *   date time###user###program###target###before###after
      * the target being a translation short or a file name. When
      * the caller has no user at hand, the session user from
      * user.profile is taken. adminLogReport filters the log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. journalAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMIN-LOG-FILE ASSIGN TO "admin.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ADMIN-LOG-FILE.
       01 ADMIN-LOG-RECORD PIC X(800).
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-USER               PIC X(30).
       LINKAGE SECTION.
       01 ADM-USER              PIC X(30).
       01 ADM-PROGRAM           PIC X(30).
       01 ADM-TARGET            PIC X(100).
       01 ADM-BEFORE            PIC X(250).
       01 ADM-AFTER             PIC X(250).
       PROCEDURE DIVISION USING
           ADM-USER,
           ADM-PROGRAM,
           ADM-TARGET,
           ADM-BEFORE,
           ADM-AFTER.
       JOURNALADMIN.
           MOVE ADM-USER TO WS-USER
           IF FUNCTION trim(WS-USER) = SPACES
               MOVE "user.profile" TO WS-TEST-FILE
               PERFORM CHECKFILE
               IF WS-RETURN = 0
                   OPEN INPUT ProfileFile
                   READ ProfileFile
                       NOT AT END
                           UNSTRING ProfileRecord
                               DELIMITED BY "###" INTO WS-USER
                   END-READ
                   CLOSE ProfileFile
               END-IF
           END-IF
           IF FUNCTION trim(WS-USER) = SPACES
               MOVE "UNBEKANNT" TO WS-USER
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE FUNCTION concatenate(
               WS-NOW-DATE, " ", WS-NOW-TIME, "###",
               FUNCTION trim(WS-USER), "###",
               FUNCTION trim(ADM-PROGRAM), "###",
               FUNCTION trim(ADM-TARGET), "###",
               FUNCTION trim(ADM-BEFORE), "###",
               FUNCTION trim(ADM-AFTER)
           ) TO ADMIN-LOG-RECORD
           MOVE "admin.log" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN EXTEND ADMIN-LOG-FILE
           ELSE
               OPEN OUTPUT ADMIN-LOG-FILE
           END-IF
           WRITE ADMIN-LOG-RECORD
           CLOSE ADMIN-LOG-FILE
           EXIT PROGRAM.
       JOURNALADMIN-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM journalAdmin.
