      *
      * A log line reads:
      *   YYYYMMDD HHMMSSss user###short###term###matches
      * optionally followed by ###OHNE-TREFFER###<suggestions> for
      * a search without hits (the "Meinten Sie" words offered,
      * comma-separated) or ###VORSCHLAG###<term> for a search
      * re-run with a picked suggestion in place of <term>.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. searchStatsReport.
       ENVIRONMENT DIVISION.
       01 WS-REC-SHORT        PIC X(32).
       01 WS-REC-TERM         PIC X(100).
       01 WS-REC-MATCHES      PIC X(10).
       01 WS-REC-FLAG         PIC X(15).
       01 WS-REC-EXTRA        PIC X(150).
       01 WS-REC-MATCH-NUM    PIC 9(7).
       01 WS-TOTAL-LINES      PIC 9(7) VALUE 0.
       01 WS-USED-LINES       PIC 9(7) VALUE 0.
               10 WS-TERM-KEY   PIC X(100).
               10 WS-TERM-HITS  PIC 9(7).
               10 WS-TERM-ZERO  PIC 9(7).
               10 WS-TERM-SUGGEST PIC X(150).
       01 WS-USER-COUNT       PIC 9(3) VALUE 0.
       01 WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 500 TIMES.
           05 WS-DAY-ENTRY OCCURS 500 TIMES.
               10 WS-DAY-KEY    PIC X(8).
               10 WS-DAY-HITS   PIC 9(7).
       01 WS-PICK-COUNT       PIC 9(3) VALUE 0.
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 500 TIMES.
               10 WS-PICK-FROM  PIC X(100).
               10 WS-PICK-TO    PIC X(100).
               10 WS-PICK-HITS  PIC 9(7).
       01 WS-OVERFLOW-COUNT   PIC 9(7) VALUE 0.
       01 WS-AGG-IDX          PIC 9(3).
       01 WS-AGG-FOUND        PIC X.
           PERFORM SHOW-PER-USER
           PERFORM SHOW-PER-TRANSLATION
           PERFORM SHOW-ZERO-HITS
           PERFORM SHOW-PICKED-SUGGESTIONS
           PERFORM SHOW-PER-DAY

           IF WS-REPORT-ON = "Y"
           MOVE SPACES TO WS-REC-SHORT
           MOVE SPACES TO WS-REC-TERM
           MOVE SPACES TO WS-REC-MATCHES
           MOVE SPACES TO WS-REC-FLAG
           MOVE SPACES TO WS-REC-EXTRA
           MOVE SearchLogRecord(19:) TO WS-REC-REST
           UNSTRING WS-REC-REST
               DELIMITED BY "###" INTO
                   WS-REC-SHORT
                   WS-REC-TERM
                   WS-REC-MATCHES
                   WS-REC-FLAG
                   WS-REC-EXTRA
           IF FUNCTION trim(WS-REC-TERM) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-USER
           PERFORM TALLY-TRANSLATION
           PERFORM TALLY-DAY
           IF WS-REC-FLAG = "VORSCHLAG"
               PERFORM TALLY-PICK
           END-IF
           CONTINUE.
       TALLY-LOG-LINE-EXIT.

                   ADD 1 TO WS-TERM-HITS(WS-AGG-IDX)
                   IF WS-REC-MATCH-NUM = 0
                       ADD 1 TO WS-TERM-ZERO(WS-AGG-IDX)
                       IF WS-REC-EXTRA NOT = SPACES
                           MOVE WS-REC-EXTRA
                               TO WS-TERM-SUGGEST(WS-AGG-IDX)
                       END-IF
                   END-IF
                   MOVE "Y" TO WS-AGG-FOUND
               END-IF
                   MOVE WS-REC-TERM TO WS-TERM-KEY(WS-TERM-COUNT)
                   MOVE 1 TO WS-TERM-HITS(WS-TERM-COUNT)
                   MOVE 0 TO WS-TERM-ZERO(WS-TERM-COUNT)
                   MOVE SPACES TO WS-TERM-SUGGEST(WS-TERM-COUNT)
                   IF WS-REC-MATCH-NUM = 0
                       MOVE 1 TO WS-TERM-ZERO(WS-TERM-COUNT)
                       MOVE WS-REC-EXTRA
                           TO WS-TERM-SUGGEST(WS-TERM-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                       "  ", FUNCTION trim(WS-TERM-KEY(WS-AGG-IDX)),
                       "  ", WS-TERM-ZERO(WS-AGG-IDX)
                   )
                   IF WS-TERM-SUGGEST(WS-AGG-IDX) NOT = SPACES
                       DISPLAY "      Vorschlaege: "
                           FUNCTION trim(WS-TERM-SUGGEST(WS-AGG-IDX))
                   END-IF
                   IF WS-REPORT-ON = "Y"
                       MOVE FUNCTION concatenate(
                           "OHNE-TREFFER,",
           CONTINUE.
       SHOW-ZERO-HITS-EXIT.

      * Which suggestion replaced which zero-hit term, and how
      * often - the "Meinten Sie" words actually in demand.
       TALLY-PICK.
           MOVE "N" TO WS-AGG-FOUND
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
               UNTIL WS-AGG-IDX > WS-PICK-COUNT
               OR WS-AGG-FOUND = "Y"
               IF WS-PICK-FROM(WS-AGG-IDX) = WS-REC-EXTRA
                   AND WS-PICK-TO(WS-AGG-IDX) = WS-REC-TERM
                   ADD 1 TO WS-PICK-HITS(WS-AGG-IDX)
                   MOVE "Y" TO WS-AGG-FOUND
               END-IF
           END-PERFORM
           IF WS-AGG-FOUND = "N"
               IF WS-PICK-COUNT < WS-AGG-MAX
                   ADD 1 TO WS-PICK-COUNT
                   MOVE WS-REC-EXTRA TO WS-PICK-FROM(WS-PICK-COUNT)
                   MOVE WS-REC-TERM TO WS-PICK-TO(WS-PICK-COUNT)
                   MOVE 1 TO WS-PICK-HITS(WS-PICK-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           CONTINUE.
       TALLY-PICK-EXIT.

       SHOW-PICKED-SUGGESTIONS.
           IF WS-PICK-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "Gewaehlte Vorschlaege (Meinten Sie):"
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
               UNTIL WS-AGG-IDX > WS-PICK-COUNT
               DISPLAY FUNCTION concatenate(
                   "  ", FUNCTION trim(WS-PICK-FROM(WS-AGG-IDX)),
                   " -> ", FUNCTION trim(WS-PICK-TO(WS-AGG-IDX)),
                   "  ", WS-PICK-HITS(WS-AGG-IDX)
               )
               IF WS-REPORT-ON = "Y"
                   MOVE FUNCTION concatenate(
                       "VORSCHLAG,",
                       FUNCTION trim(WS-PICK-FROM(WS-AGG-IDX)), " -> ",
                       FUNCTION trim(WS-PICK-TO(WS-AGG-IDX)), ",",
                       WS-PICK-HITS(WS-AGG-IDX)
                   ) TO ReportRecord
                   WRITE ReportRecord
               END-IF
           END-PERFORM
           CONTINUE.
       SHOW-PICKED-SUGGESTIONS-EXIT.

       SHOW-PER-DAY.
           DISPLAY SPACE
           DISPLAY "Aktivitaet pro Tag:"
