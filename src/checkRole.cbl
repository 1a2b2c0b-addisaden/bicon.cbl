      * Role gate for the administrative and destructive programs.
      * The caller names itself and the least role it needs ("R"
      * reader, "L" group leader, "A" administrator). "P", the
      * commentary reviewer, ranks as a reader here: it is a task
      * within commentaryWorkflow, which tests for it itself, and
      * opens none of the group leader's programs. The session
      * user comes from user.profile, the role from the user's
      * record in user.profiles.data; since user.profile is a plain
      * text file the user has to confirm with the password before
      * anything is allowed. Every refusal is appended to
      * access.log:
      *   date time###user###program###needed###role###reason
      * ROLE-USER and ROLE-ACTUAL come back to the caller for its
      * own checks and for the admin change log.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. checkRole.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProfileFile ASSIGN TO "user.profile"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT UserProfilesFile ASSIGN TO "user.profiles.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-PROFILE-KEY
               FILE STATUS IS WS-USER-PROFILES-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "access.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ProfileFile.
       01 ProfileRecord PIC X(300).
           COPY 'cpy/file-section/user-profile-file'.
       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-USER-PROFILES-STATUS PIC XX.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-STORED-HASH        PIC X(16).
       01 WS-STORED-STATE       PIC X(1).
       01 WS-PASSWORD           PIC X(50).
       01 WS-PASSWORD-HASH      PIC X(16).
       01 WS-REASON             PIC X(30).
       01 WS-RANK-NEEDED        PIC 9(1).
       01 WS-RANK-ACTUAL        PIC 9(1).
       01 WS-RANK-ROLE          PIC X(1).
       01 WS-RANK-VALUE         PIC 9(1).
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       LINKAGE SECTION.
       01 ROLE-PROGRAM          PIC X(30).
       01 ROLE-NEEDED           PIC X(1).
       01 ROLE-USER             PIC X(30).
       01 ROLE-ACTUAL           PIC X(1).
       01 ROLE-OK               PIC X(1).
       PROCEDURE DIVISION USING
           ROLE-PROGRAM,
           ROLE-NEEDED,
           ROLE-USER,
           ROLE-ACTUAL,
           ROLE-OK.
       CHECKROLE.
           MOVE "N" TO ROLE-OK
           MOVE SPACES TO ROLE-USER
           MOVE SPACES TO ROLE-ACTUAL
           MOVE SPACES TO WS-STORED-HASH
           MOVE SPACE TO WS-STORED-STATE

           PERFORM LOAD-SESSION-USER
           IF FUNCTION trim(ROLE-USER) = SPACES
               MOVE "KEINE ANMELDUNG" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF

           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               MOVE "KEIN PROFIL" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF
      * a profile file in an older layout would be misread
           MOVE "C" TO WS-FV-ACTION
           MOVE "U" TO WS-FV-KIND
           MOVE SPACES TO WS-FV-SHORT
           CALL "lib/formatVersion" USING
               WS-FV-ACTION,
               WS-FV-KIND,
               WS-FV-SHORT,
               WS-FV-VERSION,
               WS-FV-CURRENT,
               WS-FV-OK
           END-CALL
           IF WS-FV-OK NOT = "Y"
               MOVE "DATEIFORMAT" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF
           OPEN INPUT UserProfilesFile
           MOVE SPACES TO USER-PROFILE-KEY
           MOVE FUNCTION trim(ROLE-USER) TO USER-PROFILE-KEY
           READ UserProfilesFile
               INVALID KEY
                   MOVE SPACES TO ROLE-ACTUAL
               NOT INVALID KEY
                   MOVE USER-PROFILE-ROLE TO ROLE-ACTUAL
                   MOVE USER-PROFILE-PASSWORD-HASH TO WS-STORED-HASH
                   MOVE USER-PROFILE-PASSWORD-STATE TO WS-STORED-STATE
                   IF ROLE-ACTUAL = SPACE
                       MOVE "R" TO ROLE-ACTUAL
                   END-IF
           END-READ
           CLOSE UserProfilesFile
           IF ROLE-ACTUAL = SPACE
               MOVE "KEIN PROFIL" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF

           MOVE ROLE-NEEDED TO WS-RANK-ROLE
           PERFORM ROLE-RANK
           MOVE WS-RANK-VALUE TO WS-RANK-NEEDED
           MOVE ROLE-ACTUAL TO WS-RANK-ROLE
           PERFORM ROLE-RANK
           MOVE WS-RANK-VALUE TO WS-RANK-ACTUAL
           IF WS-RANK-ACTUAL < WS-RANK-NEEDED
               MOVE "ROLLE ZU NIEDRIG" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF

      * the role alone is not enough: user.profile can be edited
      * by hand, the password cannot be guessed from it
           IF FUNCTION trim(WS-STORED-HASH) = SPACES
               MOVE "KEIN KENNWORT" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF
      * a starting password from userMaintenance is known to the
      * administrator too; it opens nothing until the user has
      * replaced it at the login
           IF WS-STORED-STATE = "T"
               MOVE "KENNWORT VORLAEUFIG" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF
           DISPLAY "Kennwort fuer " FUNCTION trim(ROLE-USER) ": "
               WITH NO ADVANCING
           CALL "SYSTEM" USING "stty -echo 2>/dev/null" END-CALL
           MOVE SPACES TO WS-PASSWORD
           ACCEPT WS-PASSWORD
           CALL "SYSTEM" USING "stty echo 2>/dev/null" END-CALL
           DISPLAY SPACE
           CALL "lib/passwordHash" USING
               ROLE-USER,
               WS-PASSWORD,
               WS-PASSWORD-HASH
           END-CALL
           MOVE SPACES TO WS-PASSWORD
           IF WS-PASSWORD-HASH NOT = WS-STORED-HASH
               MOVE "FALSCHES KENNWORT" TO WS-REASON
               PERFORM REFUSE
               EXIT PROGRAM
           END-IF

           MOVE "Y" TO ROLE-OK
           EXIT PROGRAM.
       CHECKROLE-EXIT.

       ROLE-RANK.
           EVALUATE WS-RANK-ROLE
               WHEN "A"
                   MOVE 3 TO WS-RANK-VALUE
               WHEN "L"
                   MOVE 2 TO WS-RANK-VALUE
               WHEN OTHER
                   MOVE 1 TO WS-RANK-VALUE
           END-EVALUATE
           CONTINUE.
       ROLE-RANK-EXIT.

       LOAD-SESSION-USER.
           MOVE "user.profile" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN INPUT ProfileFile
               READ ProfileFile
                   NOT AT END
                       UNSTRING ProfileRecord
                           DELIMITED BY "###" INTO ROLE-USER
               END-READ
               CLOSE ProfileFile
           END-IF
           CONTINUE.
       LOAD-SESSION-USER-EXIT.

       REFUSE.
           DISPLAY "Keine Berechtigung fuer "
               FUNCTION trim(ROLE-PROGRAM) " ("
               FUNCTION trim(WS-REASON) ")."
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE FUNCTION concatenate(
               WS-NOW-DATE, " ", WS-NOW-TIME, "###",
               FUNCTION trim(ROLE-USER), "###",
               FUNCTION trim(ROLE-PROGRAM), "###",
               ROLE-NEEDED, "###",
               ROLE-ACTUAL, "###",
               FUNCTION trim(WS-REASON)
           ) TO ACCESS-LOG-RECORD
           MOVE "access.log" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN EXTEND ACCESS-LOG-FILE
           ELSE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE
           CONTINUE.
       REFUSE-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM checkRole.
