      * One-way hash for login passwords. The user name salts the
      * password, so two users with the same password still get
      * different hashes; the input is run through two independent
      * multiplicative accumulators for a fixed number of rounds
      * and the two 8-digit results make up the 16-digit value
      * kept in USER-PROFILE-PASSWORD-HASH. Only the hash is ever
      * stored - a login hashes the typed password and compares.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. passwordHash.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78 WS-HASH-ROUNDS VALUE 256.
       01 WS-HASH-INPUT         PIC X(81).
       01 WS-HASH-LEN           PIC 9(3).
       01 WS-HASH-IDX           PIC 9(3).
       01 WS-HASH-ROUND         PIC 9(3).
       01 WS-HASH-CODE          PIC 9(3).
       01 WS-HASH-H1            PIC 9(8).
       01 WS-HASH-H2            PIC 9(8).
       01 WS-HASH-WORK          PIC 9(12).
       LINKAGE SECTION.
       01 HASH-USER             PIC X(30).
       01 HASH-PASSWORD         PIC X(50).
       01 HASH-RESULT           PIC X(16).
       PROCEDURE DIVISION USING
           HASH-USER,
           HASH-PASSWORD,
           HASH-RESULT.
       PASSWORDHASH.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE FUNCTION concatenate(
               FUNCTION UPPER-CASE(FUNCTION trim(HASH-USER)), ":",
               FUNCTION trim(HASH-PASSWORD)
           ) TO WS-HASH-INPUT
           COMPUTE WS-HASH-LEN =
               FUNCTION LENGTH(FUNCTION trim(WS-HASH-INPUT))

           MOVE 5381 TO WS-HASH-H1
           MOVE 52711 TO WS-HASH-H2
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
               UNTIL WS-HASH-ROUND > WS-HASH-ROUNDS
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-LEN
                   COMPUTE WS-HASH-CODE =
                       FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1))
                   COMPUTE WS-HASH-WORK =
                       WS-HASH-H1 * 33 + WS-HASH-CODE + WS-HASH-ROUND
                   COMPUTE WS-HASH-H1 =
                       FUNCTION MOD(WS-HASH-WORK, 99999989)
                   COMPUTE WS-HASH-WORK =
                       WS-HASH-H2 * 131 + WS-HASH-CODE + WS-HASH-H1
                   COMPUTE WS-HASH-H2 =
                       FUNCTION MOD(WS-HASH-WORK, 99999971)
               END-PERFORM
           END-PERFORM

           MOVE WS-HASH-H1 TO HASH-RESULT(1:8)
           MOVE WS-HASH-H2 TO HASH-RESULT(9:8)
           EXIT PROGRAM.
       PASSWORDHASH-EXIT.
           END PROGRAM passwordHash.
