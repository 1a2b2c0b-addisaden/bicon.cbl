      * Response-time log: the search front end, readTranslation
      * and batchScheduler each leave one line per timed operation
      * in timing.log:
      *   date time###operation###short###method###ms###count###
      *       detail
      * The operation is SUCHE, SUCHE-ALLE, KAPITEL or BATCH; the
      * method tells how a search was answered (INDEX, PREFIX or
      * SCAN, "-" where it does not apply); for BATCH the job name
      * stands in the translation column. The caller hands in
      * the time the operation started (ACCEPT ... FROM TIME); the
      * elapsed milliseconds are taken against the time of the
      * call, a run over midnight included. The clock ticks in
      * hundredths, so the log resolves 10 ms. The log carries no
      * user name, so it stays outside userExtract and
      * accountClosure. responseTimeReport evaluates it.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. logTiming.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMING-LOG-FILE ASSIGN TO "timing.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TIMING-LOG-FILE.
       01 TIMING-LOG-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE          PIC X(250).
       01 WS-RETURN             PIC 9(3).
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-CLOCK              PIC 9(8).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK.
           05 WS-CLOCK-HH        PIC 9(2).
           05 WS-CLOCK-MM        PIC 9(2).
           05 WS-CLOCK-SS        PIC 9(2).
           05 WS-CLOCK-HS        PIC 9(2).
       01 WS-START-HS           PIC 9(7).
       01 WS-END-HS             PIC 9(7).
       01 WS-ELAPSED-MS         PIC 9(9).
       01 WS-METHOD             PIC X(8).
       LINKAGE SECTION.
       01 TIM-OPERATION         PIC X(12).
       01 TIM-SHORT             PIC X(32).
       01 TIM-METHOD            PIC X(8).
       01 TIM-DETAIL            PIC X(100).
       01 TIM-START             PIC 9(8).
       01 TIM-COUNT             PIC 9(9).
       PROCEDURE DIVISION USING
           TIM-OPERATION,
           TIM-SHORT,
           TIM-METHOD,
           TIM-DETAIL,
           TIM-START,
           TIM-COUNT.
       LOGTIMING.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE TIM-START TO WS-CLOCK
           COMPUTE WS-START-HS =
               ((WS-CLOCK-HH * 60 + WS-CLOCK-MM) * 60
                   + WS-CLOCK-SS) * 100 + WS-CLOCK-HS
           MOVE WS-NOW-TIME TO WS-CLOCK
           COMPUTE WS-END-HS =
               ((WS-CLOCK-HH * 60 + WS-CLOCK-MM) * 60
                   + WS-CLOCK-SS) * 100 + WS-CLOCK-HS
      * a run across midnight ends "before" it started
           IF WS-END-HS < WS-START-HS
               ADD 8640000 TO WS-END-HS
           END-IF
           COMPUTE WS-ELAPSED-MS = (WS-END-HS - WS-START-HS) * 10

           MOVE TIM-METHOD TO WS-METHOD
           IF FUNCTION trim(WS-METHOD) = SPACES
               MOVE "-" TO WS-METHOD
           END-IF

           MOVE FUNCTION concatenate(
               WS-NOW-DATE, " ", WS-NOW-TIME, "###",
               FUNCTION trim(TIM-OPERATION), "###",
               FUNCTION trim(TIM-SHORT), "###",
               FUNCTION trim(WS-METHOD), "###",
               WS-ELAPSED-MS, "###",
               TIM-COUNT, "###",
               FUNCTION trim(TIM-DETAIL)
           ) TO TIMING-LOG-RECORD
           MOVE "timing.log" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN = 0
               OPEN EXTEND TIMING-LOG-FILE
           ELSE
               OPEN OUTPUT TIMING-LOG-FILE
           END-IF
           WRITE TIMING-LOG-RECORD
           CLOSE TIMING-LOG-FILE
           EXIT PROGRAM.
       LOGTIMING-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM logTiming.
