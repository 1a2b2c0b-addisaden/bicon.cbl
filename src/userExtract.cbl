       FILE SECTION.
           COPY 'cpy/file-section/bible-notes-file'.
           COPY 'cpy/file-section/shared-notes-file'.
           COPY 'cpy/file-section/user-profile-file'.
       FD BOOKMARKS-FILE.
       01 BOOKMARK-RECORD.
           05 BOOKMARK-KEY.
       01 WS-LOG-DATE           PIC X(8).
       01 WS-LOG-TIME           PIC X(8).
       01 WS-LOG-USER           PIC X(30).
       01 WS-FV-ACTION          PIC X(1).
       01 WS-FV-KIND            PIC X(1).
       01 WS-FV-SHORT           PIC X(100).
       01 WS-FV-VERSION         PIC 9(3).
       01 WS-FV-CURRENT         PIC 9(3).
       01 WS-FV-OK              PIC X(1).
       PROCEDURE DIVISION.
       USEREXTRACT.
           DISPLAY "Benutzername: " WITH NO ADVANCING
               EXIT PROGRAM
           END-IF

      * an extract from a profile file in an older layout would
      * carry misread fields
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
               EXIT PROGRAM
           END-IF

           MOVE "user.profiles.data" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
