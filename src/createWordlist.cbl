      * Build a wordlist (and/or textsplit token stream) from one
      * translation. Wordlists are shared by every user's search,
      * so only an administrator builds one, and each run goes to
      * admin.log. The nightly batchScheduler runs it as an
      * external job with BIBLE_BATCH_RUN=Y (in process through
      * WS-BATCH-RUN), and the entry then goes in under its name.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. createWordlist.
       ENVIRONMENT DIVISION.
       01 WS-BIBLE-DATA-EOF     PIC X VALUE "N".
       01 WS-RETURN             PIC 9(3).
       01 WS-TEXT               PIC X(1000000).

      * Verse text with its continuation records (lib/verseText).
       01 WS-VT-ACTION          PIC X(1).
       01 WS-VT-DATA-FILE       PIC X(250).
       01 WS-VT-FULL-TEXT       PIC X(4000).
       01 WS-VT-PARTS           PIC 9(2).

      * Role gate, see lib/checkRole.
       01 WS-BATCH-RUN          PIC X(1) EXTERNAL.
       01 WS-BATCH-ENV          PIC X(1).
       01 WS-ROLE-PROGRAM       PIC X(30) VALUE "createWordlist".
       01 WS-ROLE-NEEDED        PIC X(1) VALUE "A".
       01 WS-ROLE-USER          PIC X(30).
       01 WS-ROLE-ACTUAL        PIC X(1).
       01 WS-ROLE-OK            PIC X(1).

      * Admin change log entry, see lib/journalAdmin.
       01 WS-ADM-TARGET         PIC X(100).
       01 WS-ADM-BEFORE         PIC X(250).
       01 WS-ADM-AFTER          PIC X(250).
       PROCEDURE DIVISION.
           MOVE SPACES TO WS-BATCH-ENV
           ACCEPT WS-BATCH-ENV FROM ENVIRONMENT "BIBLE_BATCH_RUN"
           IF WS-BATCH-RUN = "Y" OR WS-BATCH-ENV = "Y"
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
           DISPLAY "Create a new wordlist."
      * choose tokensplitter / output mode first - a pure textsplit
      * run (CTSO) needs no wordlist file at all
      * -- -- else: create new entry
           PERFORM selectbible
           PERFORM runcreatewordlist
           PERFORM writeadminlog
           EXIT PROGRAM.

       selecttextsplit.
               END-READ
           END-PERFORM
           CLOSE BIBLE-DATA-FILE
           MOVE "C" TO WS-VT-ACTION
           PERFORM callversetext
           CONTINUE.
       runcreatewordlist-exit.

       processverse.
           MOVE "R" TO WS-VT-ACTION
           PERFORM callversetext
           MOVE SPACES TO WS-TEXT
           MOVE WS-VT-FULL-TEXT TO WS-TEXT
           CALL "tokenSplitter" USING
             WS-OPERATION-MODE, WS-WORDLIST-NAME, WS-TEXTSPLIT-NAME,
             4000, 0, WS-TEXT, BIBLE-DATA-ID END-CALL
           CONTINUE.
       processverse-exit.

       callversetext.
           MOVE WS-BIBLE-DATA-FILE TO WS-VT-DATA-FILE
           CALL "lib/verseText" USING
               WS-VT-ACTION,
               WS-VT-DATA-FILE,
               BIBLE-DATA-RECORD,
               WS-VT-FULL-TEXT,
               WS-VT-PARTS
           END-CALL
           CONTINUE.
       callversetext-exit.

       writeadminlog.
           IF WS-OPERATION-MODE = "CTSO "
               MOVE function concatenate(
                   function trim(WS-TEXTSPLIT-NAME), " (Textsplit)"
               ) TO WS-ADM-TARGET
           ELSE
               MOVE WS-WORDLIST-FILE TO WS-ADM-TARGET
           END-IF
           MOVE function concatenate(
               "Quelle ", function trim(WS-BIBLE-SHORT)
           ) TO WS-ADM-BEFORE
           MOVE function concatenate(
               "neu erstellt, Modus ", WS-OPERATION-MODE
           ) TO WS-ADM-AFTER
           CALL "lib/journalAdmin" USING
               WS-ROLE-USER,
               WS-ROLE-PROGRAM,
               WS-ADM-TARGET,
               WS-ADM-BEFORE,
               WS-ADM-AFTER
           END-CALL
           CONTINUE.
       writeadminlog-exit.

       selectfile.
           DISPLAY "Name: " WITH NO ADVANCING.

