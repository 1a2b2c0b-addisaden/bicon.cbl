      * Response-time report over timing.log, the log lib/logTiming
      * keeps for the search front end (SUCHE, SUCHE-ALLE),
      * readTranslation (KAPITEL) and batchScheduler (BATCH).
      *
      * A log line reads:
      *   YYYYMMDD HHMMSSss###operation###short###method###ms###
      *       count###detail
      *
      * Two sections for a selectable date range (and optionally a
      * single operation):
      *   1. per operation and translation the number of calls,
      *      the mean, the 50/90/95 percentiles and the maximum in
      *      milliseconds, with the split over the search methods
      *      (word index, prefix range, full scan);
      *   2. the slowest single calls with their search term or
      *      chapter.
      * The lines in range are written to a work file and put in
      * order with SORT, the percentiles then come from the rank
      * positions within each group (nearest rank). Optional CSV
      * export the way searchStatsReport exports its tables; the
      * prompts read from a file as well, so the report runs as a
      * batchScheduler job with an input file.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. responseTimeReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TimingLogFile ASSIGN TO "timing.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "timing.work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "timing.sort.tmp".
           SELECT SortedFile ASSIGN TO "timing.sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TimingLogFile.
       01 TimingLogRecord PIC X(300).
       FD WorkFile.
       01 WorkRecord.
           05 WORK-OPERATION        PIC X(12).
           05 WORK-SHORT            PIC X(32).
           05 WORK-MS               PIC 9(9).
           05 WORK-METHOD           PIC X(8).
           05 WORK-DATE             PIC X(8).
           05 WORK-TIME             PIC X(8).
           05 WORK-COUNT            PIC 9(9).
           05 WORK-DETAIL           PIC X(100).
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-OPERATION        PIC X(12).
           05 SORT-SHORT            PIC X(32).
           05 SORT-MS               PIC 9(9).
           05 SORT-METHOD           PIC X(8).
           05 SORT-DATE             PIC X(8).
           05 SORT-TIME             PIC X(8).
           05 SORT-COUNT            PIC 9(9).
           05 SORT-DETAIL           PIC X(100).
       FD SortedFile.
       01 SortedRecord.
           05 SORTED-OPERATION      PIC X(12).
           05 SORTED-SHORT          PIC X(32).
           05 SORTED-MS             PIC 9(9).
           05 SORTED-METHOD         PIC X(8).
           05 SORTED-DATE           PIC X(8).
           05 SORTED-TIME           PIC X(8).
           05 SORTED-COUNT          PIC 9(9).
           05 SORTED-DETAIL         PIC X(100).
       FD ReportFile.
       01 ReportRecord PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-TEST-FILE        PIC X(250).
       01 WS-RETURN           PIC 9(3).
       01 WS-LOG-EOF          PIC X VALUE "N".
       01 WS-SORTED-EOF       PIC X VALUE "N".
       01 WS-REPORT-FILE      PIC X(100) VALUE SPACES.
       01 WS-REPORT-ON        PIC X VALUE "N".
       01 WS-DATE-FROM        PIC X(8) VALUE SPACES.
       01 WS-DATE-TO          PIC X(8) VALUE SPACES.
       01 WS-OP-FILTER        PIC X(12) VALUE SPACES.
       01 WS-TOP-N            PIC 9(3) VALUE 10.
       01 WS-REC-DATE         PIC X(8).
       01 WS-REC-TIME         PIC X(8).
       01 WS-REC-HEAD         PIC X(20).
       01 WS-REC-OPERATION    PIC X(12).
       01 WS-REC-SHORT        PIC X(32).
       01 WS-REC-METHOD       PIC X(8).
       01 WS-REC-MS           PIC X(10).
       01 WS-REC-COUNT        PIC X(10).
       01 WS-REC-DETAIL       PIC X(100).
       01 WS-TOTAL-LINES      PIC 9(7) VALUE 0.
       01 WS-USED-LINES       PIC 9(7) VALUE 0.

      * One entry per operation and translation. 500 groups is
      * generous (a handful of operations times the installed
      * translations, plus the batch jobs); overruns are counted
      * and reported.
       78 WS-GRP-MAX VALUE 500.
       01 WS-GRP-COUNT        PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 500 TIMES.
               10 WS-GRP-OPERATION PIC X(12).
               10 WS-GRP-SHORT     PIC X(32).
               10 WS-GRP-CALLS     PIC 9(7).
               10 WS-GRP-SUM       PIC 9(15).
               10 WS-GRP-MAX-MS    PIC 9(9).
               10 WS-GRP-INDEX     PIC 9(7).
               10 WS-GRP-PREFIX    PIC 9(7).
               10 WS-GRP-SCAN      PIC 9(7).
               10 WS-GRP-P50       PIC 9(9).
               10 WS-GRP-P90       PIC 9(9).
               10 WS-GRP-P95       PIC 9(9).
       01 WS-OVERFLOW-COUNT   PIC 9(7) VALUE 0.
       01 WS-GRP-IDX          PIC 9(3).
       01 WS-GRP-POS          PIC 9(7).
       01 WS-RANK-50          PIC 9(7).
       01 WS-RANK-90          PIC 9(7).
       01 WS-RANK-95          PIC 9(7).
       01 WS-MEAN             PIC 9(9).
       01 WS-SLOW-SHOWN       PIC 9(3).
       01 WS-MS-DISP          PIC Z(8)9.
       01 WS-MEAN-DISP        PIC Z(8)9.
       01 WS-P50-DISP         PIC Z(8)9.
       01 WS-P90-DISP         PIC Z(8)9.
       01 WS-P95-DISP         PIC Z(8)9.
       01 WS-MAX-DISP         PIC Z(8)9.
       01 WS-CALLS-DISP       PIC Z(6)9.
       01 WS-COUNT-DISP       PIC Z(8)9.
       01 WS-METHODS-DISP     PIC X(30).
       01 WS-INDEX-DISP       PIC Z(6)9.
       01 WS-PREFIX-DISP      PIC Z(6)9.
       01 WS-SCAN-DISP        PIC Z(6)9.
       01 WS-LINE             PIC X(160).
       PROCEDURE DIVISION.
       RESPONSETIMEREPORT.
           MOVE "timing.log" TO WS-TEST-FILE
           PERFORM CHECKFILE
           IF WS-RETURN NOT = 0
               DISPLAY "Kein timing.log vorhanden."
      * a batch caller (batchScheduler) reads the outcome from the
      * return code
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           DISPLAY "Datum von (JJJJMMTT, leer = alle): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-FROM
           DISPLAY "Datum bis (JJJJMMTT, leer = alle): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-TO
           DISPLAY "Vorgang (SUCHE, SUCHE-ALLE, KAPITEL, BATCH;"
               " leer = alle): " WITH NO ADVANCING
           ACCEPT WS-OP-FILTER
           MOVE FUNCTION UPPER-CASE(FUNCTION trim(WS-OP-FILTER))
               TO WS-OP-FILTER
           DISPLAY "Wieviele langsamste Aufrufe (Enter = 10)? "
               WITH NO ADVANCING
           ACCEPT WS-TOP-N
           IF WS-TOP-N = 0
               MOVE 10 TO WS-TOP-N
           END-IF
           DISPLAY "Export-Datei (leer = nur Bildschirm): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-FILE
           IF FUNCTION trim(WS-REPORT-FILE) NOT = SPACES
               MOVE "Y" TO WS-REPORT-ON
               OPEN OUTPUT ReportFile
           END-IF

           OPEN INPUT TimingLogFile
           OPEN OUTPUT WorkFile
           MOVE "N" TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ TimingLogFile
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       PERFORM SELECT-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE TimingLogFile

           DISPLAY SPACE
           DISPLAY WS-USED-LINES " von " WS-TOTAL-LINES
               " Messungen im gewaehlten Zeitraum."
           IF WS-USED-LINES = 0
               IF WS-REPORT-ON = "Y"
                   CLOSE ReportFile
               END-IF
               CALL "SYSTEM" USING "rm -f timing.work.tmp"
               EXIT PROGRAM
           END-IF

           PERFORM REPORT-PERCENTILES
           PERFORM REPORT-SLOWEST
           CALL "SYSTEM" USING
               "rm -f timing.work.tmp timing.sorted.tmp"
           END-CALL

           IF WS-REPORT-ON = "Y"
               CLOSE ReportFile
               DISPLAY SPACE
               DISPLAY "CSV-Export: " FUNCTION trim(WS-REPORT-FILE)
           END-IF
           EXIT PROGRAM.
       RESPONSETIMEREPORT-EXIT.

       SELECT-LOG-LINE.
           ADD 1 TO WS-TOTAL-LINES
           MOVE SPACES TO WS-REC-HEAD
           MOVE SPACES TO WS-REC-OPERATION
           MOVE SPACES TO WS-REC-SHORT
           MOVE SPACES TO WS-REC-METHOD
           MOVE SPACES TO WS-REC-MS
           MOVE SPACES TO WS-REC-COUNT
           MOVE SPACES TO WS-REC-DETAIL
           UNSTRING TimingLogRecord
               DELIMITED BY "###" INTO
                   WS-REC-HEAD
                   WS-REC-OPERATION
                   WS-REC-SHORT
                   WS-REC-METHOD
                   WS-REC-MS
                   WS-REC-COUNT
                   WS-REC-DETAIL
           MOVE WS-REC-HEAD(1:8) TO WS-REC-DATE
           MOVE WS-REC-HEAD(10:8) TO WS-REC-TIME
           IF FUNCTION trim(WS-DATE-FROM) NOT = SPACES
               AND WS-REC-DATE < WS-DATE-FROM
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-DATE-TO) NOT = SPACES
               AND WS-REC-DATE > WS-DATE-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-FILTER NOT = SPACES
               AND WS-REC-OPERATION NOT = WS-OP-FILTER
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION trim(WS-REC-MS) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-USED-LINES
           MOVE WS-REC-OPERATION TO WORK-OPERATION
           MOVE WS-REC-SHORT TO WORK-SHORT
           MOVE FUNCTION NUMVAL(WS-REC-MS) TO WORK-MS
           MOVE WS-REC-METHOD TO WORK-METHOD
           MOVE WS-REC-DATE TO WORK-DATE
           MOVE WS-REC-TIME TO WORK-TIME
           MOVE 0 TO WORK-COUNT
           IF FUNCTION trim(WS-REC-COUNT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-REC-COUNT) TO WORK-COUNT
           END-IF
           MOVE WS-REC-DETAIL TO WORK-DETAIL
           WRITE WorkRecord
           CONTINUE.
       SELECT-LOG-LINE-EXIT.

      * Section 1: sorted by operation, translation and time, a
      * first pass counts the groups, a second one picks the
      * values standing at the percentile ranks.
       REPORT-PERCENTILES.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-OPERATION
               ON ASCENDING KEY SORT-SHORT
               ON ASCENDING KEY SORT-MS
               USING WorkFile
               GIVING SortedFile

           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-GRP-IDX
           OPEN INPUT SortedFile
           MOVE "N" TO WS-SORTED-EOF
           PERFORM UNTIL WS-SORTED-EOF = "Y"
               READ SortedFile
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM COUNT-GROUP-LINE
               END-READ
           END-PERFORM
           CLOSE SortedFile

           MOVE 0 TO WS-GRP-IDX
           MOVE 0 TO WS-GRP-POS
           OPEN INPUT SortedFile
           MOVE "N" TO WS-SORTED-EOF
           PERFORM UNTIL WS-SORTED-EOF = "Y"
               READ SortedFile
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM PICK-PERCENTILES
               END-READ
           END-PERFORM
           CLOSE SortedFile

           DISPLAY SPACE
           DISPLAY "Antwortzeiten in ms pro Vorgang und Uebersetzung:"
           DISPLAY "VORGANG      UEBERSETZUNG        ANZAHL"
               "   MITTEL      P50      P90      P95      MAX"
               "  INDEX/PRAEFIX/SCAN"
           IF WS-REPORT-ON = "Y"
               MOVE FUNCTION concatenate(
                   "Abschnitt,Vorgang,Uebersetzung,Anzahl,Mittel,",
                   "P50,P90,P95,Max,Index,Praefix,Scan"
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM SHOW-GROUP
           END-PERFORM
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "WARNUNG: " WS-OVERFLOW-COUNT
                   " Messungen konnten nicht mehr gruppiert werden"
                   " (Tabelle voll)."
           END-IF
           CONTINUE.
       REPORT-PERCENTILES-EXIT.

       COUNT-GROUP-LINE.
           IF WS-GRP-IDX = 0
               OR SORTED-OPERATION NOT = WS-GRP-OPERATION(WS-GRP-IDX)
               OR SORTED-SHORT NOT = WS-GRP-SHORT(WS-GRP-IDX)
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-IDX
               MOVE SORTED-OPERATION TO WS-GRP-OPERATION(WS-GRP-IDX)
               MOVE SORTED-SHORT TO WS-GRP-SHORT(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-CALLS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-SUM(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-MAX-MS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-INDEX(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-PREFIX(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-SCAN(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-P50(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-P90(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-P95(WS-GRP-IDX)
           END-IF
           ADD 1 TO WS-GRP-CALLS(WS-GRP-IDX)
           ADD SORTED-MS TO WS-GRP-SUM(WS-GRP-IDX)
      * ascending within the group, so the last one is the maximum
           MOVE SORTED-MS TO WS-GRP-MAX-MS(WS-GRP-IDX)
           EVALUATE SORTED-METHOD
               WHEN "INDEX"
                   ADD 1 TO WS-GRP-INDEX(WS-GRP-IDX)
               WHEN "PREFIX"
                   ADD 1 TO WS-GRP-PREFIX(WS-GRP-IDX)
               WHEN "SCAN"
                   ADD 1 TO WS-GRP-SCAN(WS-GRP-IDX)
           END-EVALUATE
           CONTINUE.
       COUNT-GROUP-LINE-EXIT.

      * Nearest rank: the p-th percentile of n values is the value
      * at position ceil(p * n / 100) in ascending order.
       PICK-PERCENTILES.
           IF WS-GRP-IDX = 0
               OR SORTED-OPERATION NOT = WS-GRP-OPERATION(WS-GRP-IDX)
               OR SORTED-SHORT NOT = WS-GRP-SHORT(WS-GRP-IDX)
               IF WS-GRP-IDX >= WS-GRP-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-IDX
               MOVE 0 TO WS-GRP-POS
               COMPUTE WS-RANK-50 =
                   (50 * WS-GRP-CALLS(WS-GRP-IDX) + 99) / 100
               COMPUTE WS-RANK-90 =
                   (90 * WS-GRP-CALLS(WS-GRP-IDX) + 99) / 100
               COMPUTE WS-RANK-95 =
                   (95 * WS-GRP-CALLS(WS-GRP-IDX) + 99) / 100
           END-IF
           ADD 1 TO WS-GRP-POS
           IF WS-GRP-POS = WS-RANK-50
               MOVE SORTED-MS TO WS-GRP-P50(WS-GRP-IDX)
           END-IF
           IF WS-GRP-POS = WS-RANK-90
               MOVE SORTED-MS TO WS-GRP-P90(WS-GRP-IDX)
           END-IF
           IF WS-GRP-POS = WS-RANK-95
               MOVE SORTED-MS TO WS-GRP-P95(WS-GRP-IDX)
           END-IF
           CONTINUE.
       PICK-PERCENTILES-EXIT.

       SHOW-GROUP.
           COMPUTE WS-MEAN ROUNDED =
               WS-GRP-SUM(WS-GRP-IDX) / WS-GRP-CALLS(WS-GRP-IDX)
           MOVE WS-GRP-CALLS(WS-GRP-IDX) TO WS-CALLS-DISP
           MOVE WS-MEAN TO WS-MEAN-DISP
           MOVE WS-GRP-P50(WS-GRP-IDX) TO WS-P50-DISP
           MOVE WS-GRP-P90(WS-GRP-IDX) TO WS-P90-DISP
           MOVE WS-GRP-P95(WS-GRP-IDX) TO WS-P95-DISP
           MOVE WS-GRP-MAX-MS(WS-GRP-IDX) TO WS-MAX-DISP
           MOVE WS-GRP-INDEX(WS-GRP-IDX) TO WS-INDEX-DISP
           MOVE WS-GRP-PREFIX(WS-GRP-IDX) TO WS-PREFIX-DISP
           MOVE WS-GRP-SCAN(WS-GRP-IDX) TO WS-SCAN-DISP
           MOVE SPACES TO WS-METHODS-DISP
           IF WS-GRP-OPERATION(WS-GRP-IDX)(1:5) = "SUCHE"
               MOVE FUNCTION concatenate(
                   FUNCTION trim(WS-INDEX-DISP), "/",
                   FUNCTION trim(WS-PREFIX-DISP), "/",
                   FUNCTION trim(WS-SCAN-DISP)
               ) TO WS-METHODS-DISP
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE WS-GRP-OPERATION(WS-GRP-IDX) TO WS-LINE(1:12)
           MOVE WS-GRP-SHORT(WS-GRP-IDX) TO WS-LINE(14:16)
           MOVE WS-CALLS-DISP TO WS-LINE(31:7)
           MOVE WS-MEAN-DISP TO WS-LINE(38:9)
           MOVE WS-P50-DISP TO WS-LINE(47:9)
           MOVE WS-P90-DISP TO WS-LINE(56:9)
           MOVE WS-P95-DISP TO WS-LINE(65:9)
           MOVE WS-MAX-DISP TO WS-LINE(74:9)
           MOVE WS-METHODS-DISP TO WS-LINE(85:30)
           DISPLAY FUNCTION trim(WS-LINE TRAILING)
           IF WS-REPORT-ON = "Y"
               MOVE FUNCTION concatenate(
                   "PERZENTIL,",
                   FUNCTION trim(WS-GRP-OPERATION(WS-GRP-IDX)), ",",
                   FUNCTION trim(WS-GRP-SHORT(WS-GRP-IDX)), ",",
                   FUNCTION trim(WS-CALLS-DISP), ",",
                   FUNCTION trim(WS-MEAN-DISP), ",",
                   FUNCTION trim(WS-P50-DISP), ",",
                   FUNCTION trim(WS-P90-DISP), ",",
                   FUNCTION trim(WS-P95-DISP), ",",
                   FUNCTION trim(WS-MAX-DISP), ",",
                   FUNCTION trim(WS-INDEX-DISP), ",",
                   FUNCTION trim(WS-PREFIX-DISP), ",",
                   FUNCTION trim(WS-SCAN-DISP)
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       SHOW-GROUP-EXIT.

      * Section 2: the same lines slowest first, the top N shown.
       REPORT-SLOWEST.
           SORT SORT-FILE
               ON DESCENDING KEY SORT-MS
               ON ASCENDING KEY SORT-DATE
               ON ASCENDING KEY SORT-TIME
               USING WorkFile
               GIVING SortedFile

           DISPLAY SPACE
           DISPLAY "Langsamste Aufrufe:"
           DISPLAY "      MS  DATUM    ZEIT      VORGANG      "
               "UEBERSETZUNG     METHODE   ERGEBNIS  BEGRIFF/KAPITEL"
           IF WS-REPORT-ON = "Y"
               MOVE FUNCTION concatenate(
                   "Abschnitt,Datum,Zeit,Vorgang,Uebersetzung,",
                   "Methode,ms,Ergebnis,Detail"
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           MOVE 0 TO WS-SLOW-SHOWN
           OPEN INPUT SortedFile
           MOVE "N" TO WS-SORTED-EOF
           PERFORM UNTIL WS-SORTED-EOF = "Y"
               OR WS-SLOW-SHOWN >= WS-TOP-N
               READ SortedFile
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       ADD 1 TO WS-SLOW-SHOWN
                       PERFORM SHOW-SLOW-CALL
               END-READ
           END-PERFORM
           CLOSE SortedFile
           CONTINUE.
       REPORT-SLOWEST-EXIT.

       SHOW-SLOW-CALL.
           MOVE SORTED-MS TO WS-MS-DISP
           MOVE SORTED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-LINE
           MOVE WS-MS-DISP TO WS-LINE(1:9)
           MOVE SORTED-DATE TO WS-LINE(11:8)
           MOVE SORTED-TIME TO WS-LINE(20:8)
           MOVE SORTED-OPERATION TO WS-LINE(30:12)
           MOVE SORTED-SHORT TO WS-LINE(43:16)
           MOVE SORTED-METHOD TO WS-LINE(60:8)
           MOVE WS-COUNT-DISP TO WS-LINE(68:9)
           MOVE SORTED-DETAIL TO WS-LINE(79:80)
           DISPLAY FUNCTION trim(WS-LINE TRAILING)
           IF WS-REPORT-ON = "Y"
               MOVE FUNCTION concatenate(
                   "LANGSAM,",
                   SORTED-DATE, ",",
                   SORTED-TIME, ",",
                   FUNCTION trim(SORTED-OPERATION), ",",
                   FUNCTION trim(SORTED-SHORT), ",",
                   FUNCTION trim(SORTED-METHOD), ",",
                   FUNCTION trim(WS-MS-DISP), ",",
                   FUNCTION trim(WS-COUNT-DISP), ",",
                   FUNCTION trim(SORTED-DETAIL)
               ) TO ReportRecord
               WRITE ReportRecord
           END-IF
           CONTINUE.
       SHOW-SLOW-CALL-EXIT.

       CHECKFILE.
           CALL "SYSTEM"
               USING FUNCTION concatenate("test -f ", WS-TEST-FILE)
               RETURNING WS-RETURN
           END-CALL
           CONTINUE.
       CHECKFILE-EXIT.
           END PROGRAM responseTimeReport.
