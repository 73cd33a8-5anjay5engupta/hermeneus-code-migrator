IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityForecast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CARD-FILE ASSIGN TO 'forecast.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO 'runparms.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT DAILY-SUMMARY-FILE ASSIGN TO 'daily-summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'run-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO 'capacity-forecast.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-CARD-FILE.
       01  FORECAST-CARD-RECORD PIC X(200).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD PIC X(200).

       FD  DAILY-SUMMARY-FILE.
       01  DAILY-SUMMARY-RECORD.
           05  DS-DATE         PIC X(11).
           05  DS-TOTAL-REQ    PIC 9(9).
           05  DS-TOP-IP       PIC X(15).
           05  DS-TOP-STATUS   PIC X(3).
           05  DS-ERROR-RATE   PIC 9(3).
           05  DS-TOTAL-BYTES  PIC 9(15).
           05  DS-PEAK-RPM     PIC 9(7).
           05  DS-SITE         PIC X(8).
           05  DS-TOP-IP-FULL  PIC X(39).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD PIC X(200).

       FD  GEN-FILE.
       01  GEN-RECORD PIC X(320).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PARAMETER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DS-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNHIST-STATUS PIC X(2) VALUE '00'.
       01  WS-GEN-STATUS PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-GEN-EOF PIC X VALUE 'N'.
       01  WS-RH-EOF PIC X VALUE 'N'.
       01  WS-FOUND PIC X VALUE 'N'.
       01  WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01  WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.

      *>   Control card settings.  The RPM ceiling is the one
      *>   LogFileAnalysis alerts on, taken from runparms.ctl unless
      *>   forecast.ctl overrides it; the bandwidth ceiling is in GB
      *>   (10**9 bytes) per day and only checked when supplied.
       01  WS-PARM-KEY PIC X(30) VALUE SPACES.
       01  WS-PARM-VALUE PIC X(100) VALUE SPACES.
       01  WS-RPM-CEILING PIC 9(7) VALUE 600.
       01  WS-BW-CEILING PIC 9(9)V999 VALUE 0.
       01  WS-BW-CEILING-SET PIC X VALUE 'N'.
       01  WS-HORIZON-DAYS PIC 9(3) VALUE 90.
       01  WS-HISTORY-DAYS PIC 9(4) VALUE 365.
       01  WS-MIN-HISTORY PIC 9(3) VALUE 14.

       01  WS-RH-LINE PIC X(200) VALUE SPACES.
       01  WS-RH-TOK1 PIC X(8) VALUE SPACES.
       01  WS-RH-TOK2 PIC X(12) VALUE SPACES.
       01  WS-RH-TOK3 PIC X(120) VALUE SPACES.
       01  WS-RH-LABEL PIC X(40) VALUE SPACES.
       01  WS-RH-VALUE PIC X(100) VALUE SPACES.
       01  WS-RH-BASE PIC X(120) VALUE SPACES.
       01  WS-RH-BASE-LEN PIC 9(4) VALUE 0.
       01  WS-RH-FIELD PIC X(40) VALUE SPACES.
       01  WS-RH-PTR PIC 9(4) VALUE 1.
       01  WS-CUR-REPORT-NAME PIC X(100) VALUE SPACES.
       01  WS-CUR-RUN-DATE PIC X(11) VALUE SPACES.
       01  WS-CUR-RUN-MODE PIC X(12) VALUE SPACES.
       01  WS-GEN-NAME PIC X(120) VALUE SPACES.
       01  WS-GEN-CURRENT PIC 9(4) VALUE 0.
       01  WS-GEN-INDEX PIC 9(4) VALUE 1.
       01  WS-GEN-DUP PIC X VALUE 'N'.
       01  WS-IPG-COUNT PIC 9(4) VALUE 0.
       01  IP-GENERATIONS.
           05  IPG-NAME PIC X(120) OCCURS 800 TIMES.
       01  WS-RPG-COUNT PIC 9(4) VALUE 0.
       01  REPORT-GENERATIONS.
           05  RPG-ENTRY OCCURS 800 TIMES.
               10  RPG-NAME PIC X(120).
               10  RPG-DATE PIC X(11).
       01  WS-IPG-USED PIC 9(4) VALUE 0.
       01  WS-RPG-USED PIC 9(4) VALUE 0.

       01  WS-CSV-LINE PIC X(320) VALUE SPACES.
       01  WS-CSV-F1 PIC X(100) VALUE SPACES.
       01  WS-CSV-F2 PIC X(100) VALUE SPACES.
       01  WS-CSV-F3 PIC X(100) VALUE SPACES.
       01  WS-CSV-F4 PIC X(100) VALUE SPACES.
       01  WS-PEAK-LABEL PIC X(30) VALUE 'Peak requests per minute: '.
       01  WS-PEAK-TEXT PIC X(20) VALUE SPACES.

       01  WS-DT-DATE PIC X(11) VALUE SPACES.
       01  WS-DT-DD PIC X(2) VALUE SPACES.
       01  WS-DT-MON PIC X(3) VALUE SPACES.
       01  WS-DT-YYYY PIC X(4) VALUE SPACES.
       01  WS-DT-INT PIC 9(8) VALUE 0.
       01  WS-DT-DAY PIC 9(7) VALUE 0.
       01  WS-MONTH-NAMES PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
       01  WS-WEEKDAY-NAMES PIC X(21) VALUE 'MonTueWedThuFriSatSun'.
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
       01  WS-MONTH-NUM PIC 9(2) VALUE 0.
       01  WS-MONTH-SCAN PIC 9(4) VALUE 1.
       01  WS-FMT-DAY PIC 9(7) VALUE 0.
       01  WS-FMT-TEXT PIC X(11) VALUE SPACES.
       01  WS-FMT-INT PIC 9(8) VALUE 0.
       01  WS-FMT-SPLIT REDEFINES WS-FMT-INT.
           05  WS-FMT-YYYY PIC 9(4).
           05  WS-FMT-MM   PIC 9(2).
           05  WS-FMT-DD   PIC 9(2).
       01  WS-DOW PIC 9 VALUE 0.

      *>   One entry per calendar day of history.  The daily summary
      *>   is the primary source; ipcounts.csv generations fill in
      *>   bytes (and requests) for days summarized before the summary
      *>   carried them, and report generations fill in the peak
      *>   minute the same way.  A day belongs to the newest
      *>   generation holding it.
       01  WS-DAY-COUNT PIC 9(4) VALUE 0.
       01  WS-DAY-INDEX PIC 9(4) VALUE 1.
       01  WS-DAY-HIT PIC 9(4) VALUE 0.
       01  HISTORY-DAYS.
           05  DAY-ENTRY OCCURS 1500 TIMES.
               10  DAY-NUM        PIC 9(7) VALUE 0.
               10  DAY-DATE       PIC X(11) VALUE SPACES.
               10  DAY-DS-SET     PIC X VALUE 'N'.
               10  DAY-DS-REQS    PIC 9(9) VALUE 0.
               10  DAY-DS-BYTES   PIC X(15) VALUE SPACES.
               10  DAY-DS-PEAK    PIC X(7) VALUE SPACES.
               10  DAY-GEN-OWNER  PIC 9(4) VALUE 0.
               10  DAY-GEN-REQS   PIC 9(9) VALUE 0.
               10  DAY-GEN-BYTES  PIC 9(15) VALUE 0.
               10  DAY-RPT-PEAK   PIC 9(7) VALUE 0.
               10  DAY-VALUE      PIC S9(11)V9(6) OCCURS 3 TIMES.
               10  DAY-VALUE-SET  PIC X OCCURS 3 TIMES.
       01  WS-NEWEST-DAY PIC 9(7) VALUE 0.
       01  WS-OLDEST-DAY PIC 9(7) VALUE 0.
       01  WS-WINDOW-START PIC 9(7) VALUE 0.
       01  WS-WINDOW-DAYS PIC 9(5) VALUE 0.
       01  WS-BYTES-FROM-DS PIC 9(5) VALUE 0.
       01  WS-BYTES-FROM-GEN PIC 9(5) VALUE 0.
       01  WS-PEAK-FROM-DS PIC 9(5) VALUE 0.
       01  WS-PEAK-FROM-RPT PIC 9(5) VALUE 0.

      *>   Series 1 = requests per day, 2 = GB per day, 3 = peak
      *>   requests per minute.  Each is fitted as a straight-line
      *>   trend through the weekday-adjusted history.
       01  WS-SER PIC 9 VALUE 1.
       01  SERIES-NAMES.
           05  FILLER PIC X(16) VALUE 'Requests per day'.
           05  FILLER PIC X(16) VALUE 'GB per day'.
           05  FILLER PIC X(16) VALUE 'Peak req/minute'.
       01  SERIES-NAME-TABLE REDEFINES SERIES-NAMES.
           05  SER-NAME PIC X(16) OCCURS 3 TIMES.
       01  SERIES-FITS.
           05  SER-ENTRY OCCURS 3 TIMES.
               10  SER-OK      PIC X.
               10  SER-N       PIC 9(5).
               10  SER-A       PIC S9(11)V9(6).
               10  SER-B       PIC S9(11)V9(6).
               10  SER-FACTOR  PIC 9(3)V9(6) OCCURS 7 TIMES.
               10  SER-DOW-SUM PIC S9(15)V9(6) OCCURS 7 TIMES.
               10  SER-DOW-N   PIC 9(5) OCCURS 7 TIMES.
       01  WS-FIT-SUM PIC S9(15)V9(6) VALUE 0.
       01  WS-FIT-MEAN PIC S9(11)V9(6) VALUE 0.
       01  WS-FIT-T PIC S9(5) VALUE 0.
       01  WS-FIT-Y PIC S9(11)V9(6) VALUE 0.
       01  WS-FIT-TBAR PIC S9(5)V9(6) VALUE 0.
       01  WS-FIT-YBAR PIC S9(11)V9(6) VALUE 0.
       01  WS-FIT-SXX PIC S9(15)V9(6) VALUE 0.
       01  WS-FIT-SXY PIC S9(15)V9(6) VALUE 0.
       01  WS-FIT-SUM-T PIC S9(9) VALUE 0.
       01  WS-FIT-SUM-Y PIC S9(15)V9(6) VALUE 0.

       01  WS-PRJ-COUNT PIC 9(3) VALUE 0.
       01  WS-PRJ-INDEX PIC 9(3) VALUE 1.
       01  WS-PRJ-T PIC 9(3) VALUE 0.
       01  PROJECTION.
           05  PRJ-ENTRY OCCURS 366 TIMES.
               10  PRJ-DAY   PIC 9(7).
               10  PRJ-VALUE PIC S9(11)V9(6) OCCURS 3 TIMES.
       01  WS-PRJ-WORK PIC S9(11)V9(6) VALUE 0.

       01  WS-WEEK-START PIC 9(3) VALUE 1.
       01  WS-WEEK-END PIC 9(3) VALUE 1.
       01  WS-AGG-DAYS PIC 9(3) VALUE 0.
       01  WS-AGG-SUM PIC S9(15)V9(6) OCCURS 3 TIMES.
       01  WS-AGG-MAX PIC S9(11)V9(6) OCCURS 3 TIMES.
       01  WS-AGG-AVG PIC S9(11)V9(6) VALUE 0.
       01  WS-AGG-MONTH PIC 9(6) VALUE 0.
       01  WS-AGG-MONTH-TEXT PIC X(8) VALUE SPACES.
       01  WS-PRJ-MONTH PIC 9(6) VALUE 0.

       01  WS-CROSS-DAY PIC 9(7) VALUE 0.
       01  WS-CROSS-IN PIC 9(3) VALUE 0.
       01  WS-CROSS-LIMIT PIC S9(11)V9(6) VALUE 0.
       01  WS-CROSSINGS PIC 9 VALUE 0.
       01  WS-ANY-FIT PIC X VALUE 'N'.
       01  WS-RECENT-MAX PIC S9(11)V9(6) VALUE 0.
       01  WS-RECENT-DAY PIC 9(7) VALUE 0.
       01  WS-RECENT-OVER PIC 9(3) VALUE 0.
       01  WS-HIGH-VALUE PIC S9(11)V9(6) VALUE 0.
       01  WS-HIGH-DAY PIC 9(7) VALUE 0.

       01  WS-COUNT-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT2 PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT3 PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-GB-EDIT PIC ZZZ,ZZZ,ZZ9.999.
       01  WS-GB-EDIT2 PIC ZZZ,ZZZ,ZZ9.999.
       01  WS-SIGNED-EDIT PIC -ZZZ,ZZZ,ZZ9.999.
       01  WS-SIGNED-EDIT2 PIC -ZZZ,ZZZ,ZZ9.999.
       01  WS-PCT-EDIT PIC -ZZZ9.9.
       01  WS-FACTOR-EDIT PIC Z9.99.
       01  WS-DAYS-EDIT PIC ZZZ9.
       01  WS-VALUE-EDIT PIC X(20) VALUE SPACES.
       01  WS-PCT-WORK PIC S9(7)V9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-PARAMETERS
           PERFORM READ-FORECAST-CARD
           PERFORM LOAD-DAILY-SUMMARIES
           PERFORM LOAD-GENERATION-LIST
           PERFORM LOAD-IP-GENERATIONS
           PERFORM LOAD-REPORT-GENERATIONS
           PERFORM RESOLVE-DAY-VALUES
           PERFORM VARYING WS-SER FROM 1 BY 1 UNTIL WS-SER > 3
               PERFORM FIT-SERIES
               IF SER-OK(WS-SER) = 'Y'
                   MOVE 'Y' TO WS-ANY-FIT
               END-IF
           END-PERFORM
           PERFORM PROJECT-SERIES
           OPEN OUTPUT FORECAST-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open capacity-forecast.txt, "
                   "status=" WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM PRINT-FORECAST-HEADING
           PERFORM PRINT-TREND-SECTION
           IF WS-ANY-FIT = 'Y'
               PERFORM PRINT-WEEKDAY-SECTION
               PERFORM PRINT-WEEKLY-SECTION
               PERFORM PRINT-MONTHLY-SECTION
           END-IF
           PERFORM PRINT-CEILING-SECTION
           CLOSE FORECAST-REPORT-FILE
      *>   A ceiling expected to be crossed inside the horizon is the
      *>   news this report exists for, so it is flagged to the
      *>   scheduler the way an SLA breach is.
           IF WS-CROSSINGS > 0
               DISPLAY "CEILING CROSSING PROJECTED - "
                   "see capacity-forecast.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARAMETER-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-PARM-KEY
                           MOVE SPACES TO WS-PARM-VALUE
                           UNSTRING PARAMETER-RECORD DELIMITED BY '='
                               INTO WS-PARM-KEY WS-PARM-VALUE
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-PARM-KEY))
                               TO WS-PARM-KEY
                           IF WS-PARM-KEY = 'RPM-ALERT-CEILING'
                                   AND FUNCTION TRIM(WS-PARM-VALUE)
                                       IS NUMERIC
                               MOVE FUNCTION TRIM(WS-PARM-VALUE)
                                   TO WS-RPM-CEILING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.

       READ-FORECAST-CARD.
      *>   forecast.ctl carries KEY=value cards; '*' lines are
      *>   comments.  Every key is optional:
      *>     BANDWIDTH-CEILING-GB=n[.nnn]  GB per day
      *>     RPM-ALERT-CEILING=n           overrides runparms.ctl
      *>     HORIZON-DAYS=n                1-366, default 90
      *>     HISTORY-DAYS=n                fit window, default 365
           OPEN INPUT FORECAST-CARD-FILE
           IF WS-CARD-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FORECAST-CARD-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FORECAST-CARD-RECORD(1:1) NOT = '*'
                                   AND FORECAST-CARD-RECORD NOT = SPACES
                               PERFORM PARSE-FORECAST-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORECAST-CARD-FILE
           ELSE
               DISPLAY "WARNING: no forecast.ctl - defaults used, "
                   "bandwidth ceiling not checked"
           END-IF.

       PARSE-FORECAST-CARD.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING FORECAST-CARD-RECORD DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-KEY))
               TO WS-PARM-KEY
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
           IF WS-PARM-KEY = 'BANDWIDTH-CEILING-GB'
               IF WS-PARM-VALUE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0
                   COMPUTE WS-BW-CEILING =
                       FUNCTION NUMVAL(WS-PARM-VALUE)
                   MOVE 'Y' TO WS-BW-CEILING-SET
               ELSE
                   PERFORM ECHO-BAD-CARD
               END-IF
           ELSE IF WS-PARM-KEY = 'RPM-ALERT-CEILING'
               IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-RPM-CEILING
               ELSE
                   PERFORM ECHO-BAD-CARD
               END-IF
           ELSE IF WS-PARM-KEY = 'HORIZON-DAYS'
               IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 366
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-HORIZON-DAYS
               ELSE
                   PERFORM ECHO-BAD-CARD
               END-IF
           ELSE IF WS-PARM-KEY = 'HISTORY-DAYS'
               IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-PARM-VALUE)
                           >= WS-MIN-HISTORY
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 1500
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-HISTORY-DAYS
               ELSE
                   PERFORM ECHO-BAD-CARD
               END-IF
           ELSE
               DISPLAY "WARNING: unknown forecast.ctl key ignored: "
                   FUNCTION TRIM(WS-PARM-KEY)
           END-IF.

       ECHO-BAD-CARD.
           DISPLAY "WARNING: invalid value for "
               FUNCTION TRIM(WS-PARM-KEY) " ignored: "
               FUNCTION TRIM(WS-PARM-VALUE).

       LOAD-DAILY-SUMMARIES.
      *>   A date summarized twice (a rerun) keeps its last record.
           OPEN INPUT DAILY-SUMMARY-FILE
           IF WS-DS-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open daily-summary.dat, status="
                   WS-DS-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DAILY-SUMMARY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DS-DATE TO WS-DT-DATE
                       PERFORM CONVERT-DATE-TEXT
      *>               Per-site records repeat the day's traffic;
      *>               only the all-sites record is used here.
                       IF WS-DT-DAY > 0 AND DS-TOTAL-REQ IS NUMERIC
                               AND DS-SITE = SPACES
                           PERFORM FIND-HISTORY-DAY
                           IF WS-DAY-HIT > 0
                               MOVE 'Y' TO DAY-DS-SET(WS-DAY-HIT)
                               MOVE DS-TOTAL-REQ
                                   TO DAY-DS-REQS(WS-DAY-HIT)
                               MOVE DS-TOTAL-BYTES
                                   TO DAY-DS-BYTES(WS-DAY-HIT)
                               MOVE DS-PEAK-RPM
                                   TO DAY-DS-PEAK(WS-DAY-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-SUMMARY-FILE.

       FIND-HISTORY-DAY.
           MOVE 0 TO WS-DAY-HIT
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF DAY-NUM(WS-DAY-INDEX) = WS-DT-DAY
                   MOVE WS-DAY-INDEX TO WS-DAY-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DAY-HIT = 0
               IF WS-DAY-COUNT >= 1500
                   DISPLAY "WARNING: history day table full, skipped "
                       WS-DT-DATE
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-HIT
                   MOVE WS-DT-DAY TO DAY-NUM(WS-DAY-HIT)
                   MOVE WS-DT-DATE TO DAY-DATE(WS-DAY-HIT)
               END-IF
           END-IF.

       LOAD-GENERATION-LIST.
      *>   run-history.dat names every retained generation.  The
      *>   report generations are recognised by the report file name
      *>   echoed in the PARM lines of the run that wrote them; a
      *>   backfill report carries no peak minute, so those are not
      *>   listed.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = '00'
               MOVE 'report.txt' TO WS-CUR-REPORT-NAME
               MOVE 'N' TO WS-RH-EOF
               PERFORM UNTIL WS-RH-EOF = 'Y'
                   READ RUN-HISTORY-FILE INTO WS-RH-LINE
                       AT END MOVE 'Y' TO WS-RH-EOF
                       NOT AT END PERFORM CHECK-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "WARNING: no run-history.dat - summary "
                   "history only"
           END-IF.

       CHECK-HISTORY-LINE.
           MOVE SPACES TO WS-RH-TOK1
           MOVE SPACES TO WS-RH-TOK2
           MOVE SPACES TO WS-RH-TOK3
           UNSTRING WS-RH-LINE DELIMITED BY SPACE
               INTO WS-RH-TOK1 WS-RH-TOK2 WS-RH-TOK3
           EVALUATE WS-RH-TOK1
               WHEN 'RUN'
                   MOVE 'report.txt' TO WS-CUR-REPORT-NAME
                   PERFORM SPLIT-RUN-LINE
               WHEN 'PARM'
                   MOVE SPACES TO WS-RH-LABEL
                   MOVE SPACES TO WS-RH-VALUE
                   UNSTRING WS-RH-LINE(6:) DELIMITED BY ': '
                       INTO WS-RH-LABEL WS-RH-VALUE
                   MOVE FUNCTION TRIM(WS-RH-LABEL) TO WS-RH-LABEL
                   IF WS-RH-LABEL = 'Report file'
                       MOVE WS-RH-VALUE TO WS-CUR-REPORT-NAME
                   END-IF
               WHEN 'FILE'
                   IF WS-RH-TOK3 NOT = SPACES
                       PERFORM CLASSIFY-HISTORY-FILE
                   END-IF
           END-EVALUATE.

       SPLIT-RUN-LINE.
      *>   RUN <stamp> date=DD/Mon/YYYY mode=<mode> ...
           MOVE SPACES TO WS-CUR-RUN-DATE
           MOVE SPACES TO WS-CUR-RUN-MODE
           MOVE 1 TO WS-RH-PTR
           PERFORM UNTIL WS-RH-PTR > 200
               MOVE SPACES TO WS-RH-FIELD
               UNSTRING WS-RH-LINE DELIMITED BY ALL SPACE
                   INTO WS-RH-FIELD
                   WITH POINTER WS-RH-PTR
               END-UNSTRING
               IF WS-RH-FIELD = SPACES
                   EXIT PERFORM
               END-IF
               IF WS-RH-FIELD(1:5) = 'date='
                   MOVE WS-RH-FIELD(6:11) TO WS-CUR-RUN-DATE
               END-IF
               IF WS-RH-FIELD(1:5) = 'mode='
                   MOVE WS-RH-FIELD(6:12) TO WS-CUR-RUN-MODE
               END-IF
           END-PERFORM.

       CLASSIFY-HISTORY-FILE.
      *>   The archived name is <output name>.YYYYMMDD.
           MOVE SPACES TO WS-RH-BASE
           COMPUTE WS-RH-BASE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RH-TOK3)) - 9
           IF WS-RH-BASE-LEN > 0
               MOVE WS-RH-TOK3(1:WS-RH-BASE-LEN) TO WS-RH-BASE
           END-IF
           IF WS-RH-BASE = 'ipcounts.csv'
               PERFORM ADD-IP-GENERATION
           ELSE IF WS-RH-BASE = WS-CUR-REPORT-NAME
                   AND WS-CUR-RUN-MODE NOT = 'BACKFILL'
                   AND WS-CUR-RUN-DATE NOT = SPACES
               PERFORM ADD-REPORT-GENERATION
           END-IF.

       ADD-IP-GENERATION.
      *>   A generation re-listed by a later pass of the same day
      *>   moves to the end of the list, since that pass rewrote it.
           MOVE 'N' TO WS-GEN-DUP
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-IPG-COUNT
               IF IPG-NAME(WS-GEN-INDEX) = WS-RH-TOK3
                   MOVE 'Y' TO WS-GEN-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-DUP = 'Y'
               PERFORM VARYING WS-GEN-INDEX FROM WS-GEN-INDEX BY 1
                       UNTIL WS-GEN-INDEX >= WS-IPG-COUNT
                   MOVE IPG-NAME(WS-GEN-INDEX + 1)
                       TO IPG-NAME(WS-GEN-INDEX)
               END-PERFORM
               MOVE WS-RH-TOK3 TO IPG-NAME(WS-IPG-COUNT)
           ELSE
               IF WS-IPG-COUNT >= 800
                   DISPLAY "WARNING: generation table full, skipped "
                       FUNCTION TRIM(WS-RH-TOK3 TRAILING)
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-IPG-COUNT
                   MOVE WS-RH-TOK3 TO IPG-NAME(WS-IPG-COUNT)
               END-IF
           END-IF.

       ADD-REPORT-GENERATION.
           MOVE 'N' TO WS-GEN-DUP
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-RPG-COUNT
               IF RPG-NAME(WS-GEN-INDEX) = WS-RH-TOK3
                   MOVE 'Y' TO WS-GEN-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-DUP = 'Y'
               PERFORM VARYING WS-GEN-INDEX FROM WS-GEN-INDEX BY 1
                       UNTIL WS-GEN-INDEX >= WS-RPG-COUNT
                   MOVE RPG-ENTRY(WS-GEN-INDEX + 1)
                       TO RPG-ENTRY(WS-GEN-INDEX)
               END-PERFORM
               MOVE WS-RH-TOK3 TO RPG-NAME(WS-RPG-COUNT)
               MOVE WS-CUR-RUN-DATE TO RPG-DATE(WS-RPG-COUNT)
           ELSE
               IF WS-RPG-COUNT >= 800
                   DISPLAY "WARNING: generation table full, skipped "
                       FUNCTION TRIM(WS-RH-TOK3 TRAILING)
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-RPG-COUNT
                   MOVE WS-RH-TOK3 TO RPG-NAME(WS-RPG-COUNT)
                   MOVE WS-CUR-RUN-DATE TO RPG-DATE(WS-RPG-COUNT)
               END-IF
           END-IF.

       LOAD-IP-GENERATIONS.
      *>   Newest generation first, so each day is taken from the
      *>   last run that wrote it.
           PERFORM VARYING WS-GEN-INDEX FROM WS-IPG-COUNT BY -1
                   UNTIL WS-GEN-INDEX < 1
               MOVE IPG-NAME(WS-GEN-INDEX) TO WS-GEN-NAME
               MOVE WS-GEN-INDEX TO WS-GEN-CURRENT
               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS = '00'
                   ADD 1 TO WS-IPG-USED
                   MOVE 'N' TO WS-GEN-EOF
                   PERFORM UNTIL WS-GEN-EOF = 'Y'
                       READ GEN-FILE INTO WS-CSV-LINE
                           AT END MOVE 'Y' TO WS-GEN-EOF
                           NOT AT END PERFORM TALLY-IP-ROW
                       END-READ
                   END-PERFORM
                   CLOSE GEN-FILE
               END-IF
           END-PERFORM.

       TALLY-IP-ROW.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
           IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F4) IS NUMERIC
               MOVE WS-CSV-F1 TO WS-DT-DATE
               PERFORM CONVERT-DATE-TEXT
               IF WS-DT-DAY > 0
                   PERFORM FIND-HISTORY-DAY
                   IF WS-DAY-HIT > 0
                       IF DAY-GEN-OWNER(WS-DAY-HIT) = 0
                           MOVE WS-GEN-CURRENT
                               TO DAY-GEN-OWNER(WS-DAY-HIT)
                       END-IF
                       IF DAY-GEN-OWNER(WS-DAY-HIT) = WS-GEN-CURRENT
                           ADD FUNCTION NUMVAL(WS-CSV-F3)
                               TO DAY-GEN-REQS(WS-DAY-HIT)
                           ADD FUNCTION NUMVAL(WS-CSV-F4)
                               TO DAY-GEN-BYTES(WS-DAY-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-REPORT-GENERATIONS.
           PERFORM VARYING WS-GEN-INDEX FROM WS-RPG-COUNT BY -1
                   UNTIL WS-GEN-INDEX < 1
               MOVE RPG-DATE(WS-GEN-INDEX) TO WS-DT-DATE
               PERFORM CONVERT-DATE-TEXT
               IF WS-DT-DAY > 0
                   PERFORM FIND-HISTORY-DAY
               ELSE
                   MOVE 0 TO WS-DAY-HIT
               END-IF
               IF WS-DAY-HIT > 0
                   IF DAY-RPT-PEAK(WS-DAY-HIT) = 0
                       MOVE RPG-NAME(WS-GEN-INDEX) TO WS-GEN-NAME
                       PERFORM SCAN-REPORT-GENERATION
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-REPORT-GENERATION.
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS = '00'
               ADD 1 TO WS-RPG-USED
               MOVE 'N' TO WS-GEN-EOF
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GEN-FILE INTO WS-CSV-LINE
                       AT END MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           IF WS-CSV-LINE(1:26) = WS-PEAK-LABEL(1:26)
                               MOVE SPACES TO WS-PEAK-TEXT
                               UNSTRING WS-CSV-LINE(27:) DELIMITED BY
                                   SPACE INTO WS-PEAK-TEXT
                               IF FUNCTION TRIM(WS-PEAK-TEXT)
                                       IS NUMERIC
                                   MOVE FUNCTION TRIM(WS-PEAK-TEXT)
                                       TO DAY-RPT-PEAK(WS-DAY-HIT)
                               END-IF
                               MOVE 'Y' TO WS-GEN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
           END-IF.

       RESOLVE-DAY-VALUES.
      *>   Pick each day's three figures from the best source held
      *>   and find the span of history the fit will use.
           MOVE 0 TO WS-NEWEST-DAY
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               MOVE 'N' TO DAY-VALUE-SET(WS-DAY-INDEX, 1)
               MOVE 'N' TO DAY-VALUE-SET(WS-DAY-INDEX, 2)
               MOVE 'N' TO DAY-VALUE-SET(WS-DAY-INDEX, 3)
               MOVE 0 TO DAY-VALUE(WS-DAY-INDEX, 1)
               MOVE 0 TO DAY-VALUE(WS-DAY-INDEX, 2)
               MOVE 0 TO DAY-VALUE(WS-DAY-INDEX, 3)
               IF DAY-DS-SET(WS-DAY-INDEX) = 'Y'
                   MOVE DAY-DS-REQS(WS-DAY-INDEX)
                       TO DAY-VALUE(WS-DAY-INDEX, 1)
                   MOVE 'Y' TO DAY-VALUE-SET(WS-DAY-INDEX, 1)
               ELSE
                   IF DAY-GEN-OWNER(WS-DAY-INDEX) > 0
                       MOVE DAY-GEN-REQS(WS-DAY-INDEX)
                           TO DAY-VALUE(WS-DAY-INDEX, 1)
                       MOVE 'Y' TO DAY-VALUE-SET(WS-DAY-INDEX, 1)
                   END-IF
               END-IF
               IF DAY-DS-SET(WS-DAY-INDEX) = 'Y'
                       AND DAY-DS-BYTES(WS-DAY-INDEX) IS NUMERIC
                   COMPUTE DAY-VALUE(WS-DAY-INDEX, 2) =
                       FUNCTION NUMVAL(DAY-DS-BYTES(WS-DAY-INDEX))
                       / 1000000000
                   MOVE 'Y' TO DAY-VALUE-SET(WS-DAY-INDEX, 2)
                   ADD 1 TO WS-BYTES-FROM-DS
               ELSE
                   IF DAY-GEN-OWNER(WS-DAY-INDEX) > 0
                       COMPUTE DAY-VALUE(WS-DAY-INDEX, 2) =
                           DAY-GEN-BYTES(WS-DAY-INDEX) / 1000000000
                       MOVE 'Y' TO DAY-VALUE-SET(WS-DAY-INDEX, 2)
                       ADD 1 TO WS-BYTES-FROM-GEN
                   END-IF
               END-IF
               IF DAY-DS-SET(WS-DAY-INDEX) = 'Y'
                       AND DAY-DS-PEAK(WS-DAY-INDEX) IS NUMERIC
                       AND DAY-DS-PEAK(WS-DAY-INDEX) NOT = '0000000'
                   MOVE DAY-DS-PEAK(WS-DAY-INDEX)
                       TO DAY-VALUE(WS-DAY-INDEX, 3)
                   MOVE 'Y' TO DAY-VALUE-SET(WS-DAY-INDEX, 3)
                   ADD 1 TO WS-PEAK-FROM-DS
               ELSE
                   IF DAY-RPT-PEAK(WS-DAY-INDEX) > 0
                       MOVE DAY-RPT-PEAK(WS-DAY-INDEX)
                           TO DAY-VALUE(WS-DAY-INDEX, 3)
                       MOVE 'Y' TO DAY-VALUE-SET(WS-DAY-INDEX, 3)
                       ADD 1 TO WS-PEAK-FROM-RPT
                   END-IF
               END-IF
               IF DAY-VALUE-SET(WS-DAY-INDEX, 1) = 'Y'
                       AND DAY-NUM(WS-DAY-INDEX) > WS-NEWEST-DAY
                   MOVE DAY-NUM(WS-DAY-INDEX) TO WS-NEWEST-DAY
               END-IF
           END-PERFORM
           IF WS-NEWEST-DAY = 0
               DISPLAY "FATAL: no daily history to forecast from"
               STOP RUN
           END-IF
           IF WS-NEWEST-DAY > WS-HISTORY-DAYS
               COMPUTE WS-WINDOW-START =
                   WS-NEWEST-DAY - WS-HISTORY-DAYS + 1
           ELSE
               MOVE 1 TO WS-WINDOW-START
           END-IF
           MOVE WS-NEWEST-DAY TO WS-OLDEST-DAY
           MOVE 0 TO WS-WINDOW-DAYS
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF DAY-VALUE-SET(WS-DAY-INDEX, 1) = 'Y'
                       AND DAY-NUM(WS-DAY-INDEX) >= WS-WINDOW-START
                   ADD 1 TO WS-WINDOW-DAYS
                   IF DAY-NUM(WS-DAY-INDEX) < WS-OLDEST-DAY
                       MOVE DAY-NUM(WS-DAY-INDEX) TO WS-OLDEST-DAY
                   END-IF
               END-IF
           END-PERFORM.

       FIT-SERIES.
      *>   The weekday index is each weekday's average over the
      *>   overall average.  Dividing it out leaves the underlying
      *>   level, and a least-squares line through that level gives
      *>   the trend.  Day numbers are counted back from the newest
      *>   day, so SER-A is the trend level on that day.
           MOVE 'N' TO SER-OK(WS-SER)
           MOVE 0 TO SER-N(WS-SER)
           MOVE 0 TO SER-A(WS-SER)
           MOVE 0 TO SER-B(WS-SER)
           MOVE 0 TO WS-FIT-SUM
           PERFORM VARYING WS-DOW FROM 1 BY 1 UNTIL WS-DOW > 7
               MOVE 0 TO SER-DOW-SUM(WS-SER, WS-DOW)
               MOVE 0 TO SER-DOW-N(WS-SER, WS-DOW)
               MOVE 1 TO SER-FACTOR(WS-SER, WS-DOW)
           END-PERFORM
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF DAY-VALUE-SET(WS-DAY-INDEX, WS-SER) = 'Y'
                       AND DAY-NUM(WS-DAY-INDEX) >= WS-WINDOW-START
                   ADD 1 TO SER-N(WS-SER)
                   ADD DAY-VALUE(WS-DAY-INDEX, WS-SER) TO WS-FIT-SUM
                   MOVE DAY-NUM(WS-DAY-INDEX) TO WS-FMT-DAY
                   PERFORM SET-WEEKDAY
                   ADD DAY-VALUE(WS-DAY-INDEX, WS-SER)
                       TO SER-DOW-SUM(WS-SER, WS-DOW)
                   ADD 1 TO SER-DOW-N(WS-SER, WS-DOW)
               END-IF
           END-PERFORM
           IF SER-N(WS-SER) >= WS-MIN-HISTORY
               MOVE 'Y' TO SER-OK(WS-SER)
               COMPUTE WS-FIT-MEAN = WS-FIT-SUM / SER-N(WS-SER)
               IF WS-FIT-MEAN > 0
                   PERFORM VARYING WS-DOW FROM 1 BY 1 UNTIL WS-DOW > 7
                       IF SER-DOW-N(WS-SER, WS-DOW) > 0
                           COMPUTE SER-FACTOR(WS-SER, WS-DOW) ROUNDED =
                               SER-DOW-SUM(WS-SER, WS-DOW)
                               / SER-DOW-N(WS-SER, WS-DOW)
                               / WS-FIT-MEAN
                       END-IF
                       IF SER-FACTOR(WS-SER, WS-DOW) = 0
                           MOVE 1 TO SER-FACTOR(WS-SER, WS-DOW)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM FIT-TREND-LINE
           END-IF.

       FIT-TREND-LINE.
           MOVE 0 TO WS-FIT-SUM-T
           MOVE 0 TO WS-FIT-SUM-Y
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF DAY-VALUE-SET(WS-DAY-INDEX, WS-SER) = 'Y'
                       AND DAY-NUM(WS-DAY-INDEX) >= WS-WINDOW-START
                   PERFORM ADJUST-DAY-VALUE
                   ADD WS-FIT-T TO WS-FIT-SUM-T
                   ADD WS-FIT-Y TO WS-FIT-SUM-Y
               END-IF
           END-PERFORM
           COMPUTE WS-FIT-TBAR = WS-FIT-SUM-T / SER-N(WS-SER)
           COMPUTE WS-FIT-YBAR = WS-FIT-SUM-Y / SER-N(WS-SER)
           MOVE 0 TO WS-FIT-SXX
           MOVE 0 TO WS-FIT-SXY
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF DAY-VALUE-SET(WS-DAY-INDEX, WS-SER) = 'Y'
                       AND DAY-NUM(WS-DAY-INDEX) >= WS-WINDOW-START
                   PERFORM ADJUST-DAY-VALUE
                   COMPUTE WS-FIT-SXX = WS-FIT-SXX
                       + (WS-FIT-T - WS-FIT-TBAR)
                       * (WS-FIT-T - WS-FIT-TBAR)
                   COMPUTE WS-FIT-SXY = WS-FIT-SXY
                       + (WS-FIT-T - WS-FIT-TBAR)
                       * (WS-FIT-Y - WS-FIT-YBAR)
               END-IF
           END-PERFORM
           IF WS-FIT-SXX > 0
               COMPUTE SER-B(WS-SER) ROUNDED = WS-FIT-SXY / WS-FIT-SXX
           END-IF
           COMPUTE SER-A(WS-SER) ROUNDED =
               WS-FIT-YBAR - SER-B(WS-SER) * WS-FIT-TBAR.

       ADJUST-DAY-VALUE.
           COMPUTE WS-FIT-T = DAY-NUM(WS-DAY-INDEX) - WS-NEWEST-DAY
           MOVE DAY-NUM(WS-DAY-INDEX) TO WS-FMT-DAY
           PERFORM SET-WEEKDAY
           COMPUTE WS-FIT-Y ROUNDED = DAY-VALUE(WS-DAY-INDEX, WS-SER)
               / SER-FACTOR(WS-SER, WS-DOW).

       SET-WEEKDAY.
      *>   Day 1 of the integer calendar (01/Jan/1601) was a Monday.
           COMPUTE WS-DOW = FUNCTION MOD(WS-FMT-DAY - 1, 7) + 1.

       PROJECT-SERIES.
           MOVE WS-HORIZON-DAYS TO WS-PRJ-COUNT
           PERFORM VARYING WS-PRJ-T FROM 1 BY 1
                   UNTIL WS-PRJ-T > WS-PRJ-COUNT
               COMPUTE PRJ-DAY(WS-PRJ-T) = WS-NEWEST-DAY + WS-PRJ-T
               MOVE PRJ-DAY(WS-PRJ-T) TO WS-FMT-DAY
               PERFORM SET-WEEKDAY
               PERFORM VARYING WS-SER FROM 1 BY 1 UNTIL WS-SER > 3
                   MOVE 0 TO PRJ-VALUE(WS-PRJ-T, WS-SER)
                   IF SER-OK(WS-SER) = 'Y'
                       COMPUTE WS-PRJ-WORK ROUNDED =
                           (SER-A(WS-SER) + SER-B(WS-SER) * WS-PRJ-T)
                           * SER-FACTOR(WS-SER, WS-DOW)
                       IF WS-PRJ-WORK > 0
                           MOVE WS-PRJ-WORK
                               TO PRJ-VALUE(WS-PRJ-T, WS-SER)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-FORECAST-HEADING.
           MOVE "CAPACITY FORECAST" TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE "=================" TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-OLDEST-DAY TO WS-FMT-DAY
           PERFORM FORMAT-DAY-TEXT
           MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT
           STRING "History used:      " WS-FMT-TEXT " to "
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-NEWEST-DAY TO WS-FMT-DAY
           PERFORM FORMAT-DAY-TEXT
           STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING) " "
               WS-FMT-TEXT " (" FUNCTION TRIM(WS-DAYS-EDIT)
               " days with figures)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-IPG-USED TO WS-COUNT-EDIT
           MOVE WS-RPG-USED TO WS-COUNT-EDIT2
           STRING "Sources:           daily-summary.dat, "
               FUNCTION TRIM(WS-COUNT-EDIT) " ipcounts.csv and "
               FUNCTION TRIM(WS-COUNT-EDIT2)
               " report generation(s)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-BYTES-FROM-DS TO WS-COUNT-EDIT
           MOVE WS-BYTES-FROM-GEN TO WS-COUNT-EDIT2
           STRING "  bytes:           " FUNCTION TRIM(WS-COUNT-EDIT)
               " day(s) from the summary, "
               FUNCTION TRIM(WS-COUNT-EDIT2)
               " from ipcounts.csv generations"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-PEAK-FROM-DS TO WS-COUNT-EDIT
           MOVE WS-PEAK-FROM-RPT TO WS-COUNT-EDIT2
           STRING "  peak minute:     " FUNCTION TRIM(WS-COUNT-EDIT)
               " day(s) from the summary, "
               FUNCTION TRIM(WS-COUNT-EDIT2)
               " from report generations"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           COMPUTE WS-FMT-DAY = WS-NEWEST-DAY + 1
           PERFORM FORMAT-DAY-TEXT
           MOVE WS-HORIZON-DAYS TO WS-DAYS-EDIT
           STRING "Forecast horizon:  " FUNCTION TRIM(WS-DAYS-EDIT)
               " days, " WS-FMT-TEXT " to "
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           COMPUTE WS-FMT-DAY = WS-NEWEST-DAY + WS-HORIZON-DAYS
           PERFORM FORMAT-DAY-TEXT
           STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING) " "
               WS-FMT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-RPM-CEILING TO WS-COUNT-EDIT
           STRING "RPM alert ceiling: " FUNCTION TRIM(WS-COUNT-EDIT)
               " requests per minute"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           IF WS-BW-CEILING-SET = 'Y'
               MOVE WS-BW-CEILING TO WS-GB-EDIT
               STRING "Bandwidth ceiling: " FUNCTION TRIM(WS-GB-EDIT)
                   " GB per day"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "Bandwidth ceiling: not supplied on forecast.ctl"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-FORECAST-LINE
           PERFORM WRITE-FORECAST-LINE.

       PRINT-TREND-SECTION.
           MOVE WS-NEWEST-DAY TO WS-FMT-DAY
           PERFORM FORMAT-DAY-TEXT
           MOVE "Trend fitted to history:" TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           STRING "  Series              Days    Level at "
               WS-FMT-TEXT "      Change/day   Change/30 days"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           PERFORM VARYING WS-SER FROM 1 BY 1 UNTIL WS-SER > 3
               MOVE SER-N(WS-SER) TO WS-DAYS-EDIT
               IF SER-OK(WS-SER) = 'Y'
                   MOVE SER-A(WS-SER) TO WS-SIGNED-EDIT
                   MOVE SER-B(WS-SER) TO WS-SIGNED-EDIT2
                   MOVE 0 TO WS-PCT-WORK
                   IF SER-A(WS-SER) > 0
                       COMPUTE WS-PCT-WORK ROUNDED =
                           SER-B(WS-SER) * 30 * 100 / SER-A(WS-SER)
                   END-IF
                   MOVE WS-PCT-WORK TO WS-PCT-EDIT
                   STRING "  " SER-NAME(WS-SER) "  " WS-DAYS-EDIT
                       "  " WS-SIGNED-EDIT "  " WS-SIGNED-EDIT2
                       "  " WS-PCT-EDIT "%"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE WS-MIN-HISTORY TO WS-COUNT-EDIT
                   STRING "  " SER-NAME(WS-SER) "  " WS-DAYS-EDIT
                       "  insufficient history - at least "
                       FUNCTION TRIM(WS-COUNT-EDIT)
                       " days needed, no projection"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-FORECAST-LINE
           END-PERFORM
           PERFORM WRITE-FORECAST-LINE.

       PRINT-WEEKDAY-SECTION.
           MOVE "Weekday pattern (1.00 = average day):"
               TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE "  Series              " TO WS-REPORT-LINE
           PERFORM VARYING WS-DOW FROM 1 BY 1 UNTIL WS-DOW > 7
               STRING WS-REPORT-LINE(1:22 + (WS-DOW - 1) * 7)
                   "  " WS-WEEKDAY-NAME(WS-DOW)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-FORECAST-LINE
           PERFORM VARYING WS-SER FROM 1 BY 1 UNTIL WS-SER > 3
               IF SER-OK(WS-SER) = 'Y'
                   STRING "  " SER-NAME(WS-SER) "    "
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM VARYING WS-DOW FROM 1 BY 1
                           UNTIL WS-DOW > 7
                       MOVE SER-FACTOR(WS-SER, WS-DOW)
                           TO WS-FACTOR-EDIT
                       STRING WS-REPORT-LINE(1:22 + (WS-DOW - 1) * 7)
                           "  " WS-FACTOR-EDIT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-PERFORM
                   PERFORM WRITE-FORECAST-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-FORECAST-LINE.

       PRINT-WEEKLY-SECTION.
           MOVE "Projection by week:" TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE "  Week from      Requests/day avg     max      GB/day avg         max   Peak req/min"
               TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE 1 TO WS-WEEK-START
           PERFORM UNTIL WS-WEEK-START > WS-PRJ-COUNT
               COMPUTE WS-WEEK-END = WS-WEEK-START + 6
               IF WS-WEEK-END > WS-PRJ-COUNT
                   MOVE WS-PRJ-COUNT TO WS-WEEK-END
               END-IF
               PERFORM AGGREGATE-PROJECTION
               MOVE PRJ-DAY(WS-WEEK-START) TO WS-FMT-DAY
               PERFORM FORMAT-DAY-TEXT
               COMPUTE WS-AGG-AVG ROUNDED = WS-AGG-SUM(1) / WS-AGG-DAYS
               MOVE WS-AGG-AVG TO WS-COUNT-EDIT
               MOVE WS-AGG-MAX(1) TO WS-COUNT-EDIT2
               COMPUTE WS-AGG-AVG ROUNDED = WS-AGG-SUM(2) / WS-AGG-DAYS
               MOVE WS-AGG-AVG TO WS-GB-EDIT
               MOVE WS-AGG-MAX(2) TO WS-GB-EDIT2
               MOVE WS-AGG-MAX(3) TO WS-COUNT-EDIT3
               STRING "  " WS-FMT-TEXT "  " WS-COUNT-EDIT
                   WS-COUNT-EDIT2 " " WS-GB-EDIT " " WS-GB-EDIT2
                   WS-COUNT-EDIT3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
               COMPUTE WS-WEEK-START = WS-WEEK-END + 1
           END-PERFORM
           PERFORM WRITE-FORECAST-LINE.

       AGGREGATE-PROJECTION.
           MOVE 0 TO WS-AGG-DAYS
           PERFORM VARYING WS-SER FROM 1 BY 1 UNTIL WS-SER > 3
               MOVE 0 TO WS-AGG-SUM(WS-SER)
               MOVE 0 TO WS-AGG-MAX(WS-SER)
           END-PERFORM
           PERFORM VARYING WS-PRJ-INDEX FROM WS-WEEK-START BY 1
                   UNTIL WS-PRJ-INDEX > WS-WEEK-END
               ADD 1 TO WS-AGG-DAYS
               PERFORM VARYING WS-SER FROM 1 BY 1 UNTIL WS-SER > 3
                   ADD PRJ-VALUE(WS-PRJ-INDEX, WS-SER)
                       TO WS-AGG-SUM(WS-SER)
                   IF PRJ-VALUE(WS-PRJ-INDEX, WS-SER)
                           > WS-AGG-MAX(WS-SER)
                       MOVE PRJ-VALUE(WS-PRJ-INDEX, WS-SER)
                           TO WS-AGG-MAX(WS-SER)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-MONTHLY-SECTION.
      *>   Calendar months inside the horizon; the first and last
      *>   may be part months, and the day count says so.
           MOVE "Projection by calendar month:" TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE "  Month     Days       Requests            GB   Peak req/min"
               TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE 1 TO WS-WEEK-START
           PERFORM UNTIL WS-WEEK-START > WS-PRJ-COUNT
               MOVE PRJ-DAY(WS-WEEK-START) TO WS-FMT-DAY
               PERFORM FORMAT-DAY-TEXT
               COMPUTE WS-AGG-MONTH = WS-FMT-YYYY * 100 + WS-FMT-MM
               MOVE SPACES TO WS-AGG-MONTH-TEXT
               STRING WS-MONTH-NAME(WS-FMT-MM) " " WS-FMT-YYYY
                   DELIMITED BY SIZE INTO WS-AGG-MONTH-TEXT
               MOVE WS-WEEK-START TO WS-WEEK-END
               PERFORM UNTIL WS-WEEK-END >= WS-PRJ-COUNT
                   MOVE PRJ-DAY(WS-WEEK-END + 1) TO WS-FMT-DAY
                   PERFORM FORMAT-DAY-TEXT
                   COMPUTE WS-PRJ-MONTH =
                       WS-FMT-YYYY * 100 + WS-FMT-MM
                   IF WS-PRJ-MONTH NOT = WS-AGG-MONTH
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-WEEK-END
               END-PERFORM
               PERFORM AGGREGATE-PROJECTION
               MOVE WS-AGG-DAYS TO WS-DAYS-EDIT
               MOVE WS-AGG-SUM(1) TO WS-COUNT-EDIT
               MOVE WS-AGG-SUM(2) TO WS-GB-EDIT
               MOVE WS-AGG-MAX(3) TO WS-COUNT-EDIT3
               STRING "  " WS-AGG-MONTH-TEXT "  " WS-DAYS-EDIT
                   WS-COUNT-EDIT WS-GB-EDIT WS-COUNT-EDIT3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
               COMPUTE WS-WEEK-START = WS-WEEK-END + 1
           END-PERFORM
           PERFORM WRITE-FORECAST-LINE.

       PRINT-CEILING-SECTION.
           MOVE "Ceiling check:" TO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE 3 TO WS-SER
           MOVE WS-RPM-CEILING TO WS-CROSS-LIMIT
           IF WS-RPM-CEILING = 0
               MOVE "  Peak req/minute: RPM-ALERT-CEILING is 0 (alert disabled) - not checked"
                   TO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
           ELSE
               MOVE WS-RPM-CEILING TO WS-COUNT-EDIT
               STRING "  Peak req/minute against RPM-ALERT-CEILING "
                   FUNCTION TRIM(WS-COUNT-EDIT) ":"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
               PERFORM CHECK-ONE-CEILING
           END-IF
           MOVE 2 TO WS-SER
           IF WS-BW-CEILING-SET = 'N'
               MOVE "  GB per day: no BANDWIDTH-CEILING-GB on forecast.ctl - not checked"
                   TO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
           ELSE
               MOVE WS-BW-CEILING TO WS-CROSS-LIMIT
               MOVE WS-BW-CEILING TO WS-GB-EDIT
               STRING "  GB per day against bandwidth ceiling "
                   FUNCTION TRIM(WS-GB-EDIT) ":"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
               PERFORM CHECK-ONE-CEILING
           END-IF.

       CHECK-ONE-CEILING.
      *>   Shows the last four weeks of actual figures beside the
      *>   projection, so a ceiling already being hit is not hidden
      *>   behind a trend that says it will be hit later.
           MOVE 0 TO WS-RECENT-MAX
           MOVE 0 TO WS-RECENT-DAY
           MOVE 0 TO WS-RECENT-OVER
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF DAY-VALUE-SET(WS-DAY-INDEX, WS-SER) = 'Y'
                       AND DAY-NUM(WS-DAY-INDEX) + 28 > WS-NEWEST-DAY
                   IF DAY-VALUE(WS-DAY-INDEX, WS-SER) > WS-RECENT-MAX
                       MOVE DAY-VALUE(WS-DAY-INDEX, WS-SER)
                           TO WS-RECENT-MAX
                       MOVE DAY-NUM(WS-DAY-INDEX) TO WS-RECENT-DAY
                   END-IF
                   IF DAY-VALUE(WS-DAY-INDEX, WS-SER) > WS-CROSS-LIMIT
                       ADD 1 TO WS-RECENT-OVER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RECENT-DAY > 0
               MOVE WS-RECENT-DAY TO WS-FMT-DAY
               PERFORM FORMAT-DAY-TEXT
               MOVE WS-RECENT-MAX TO WS-PRJ-WORK
               PERFORM EDIT-SERIES-VALUE
               MOVE WS-RECENT-OVER TO WS-DAYS-EDIT
               STRING "    Last 28 days: highest "
                   FUNCTION TRIM(WS-VALUE-EDIT) " on " WS-FMT-TEXT
                   ", over the ceiling on "
                   FUNCTION TRIM(WS-DAYS-EDIT) " day(s)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "    Last 28 days: no figures on file"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-FORECAST-LINE
           IF SER-OK(WS-SER) = 'N'
               MOVE "    Projection: insufficient history"
                   TO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
           ELSE
               MOVE 0 TO WS-CROSS-DAY
               MOVE 0 TO WS-HIGH-VALUE
               MOVE 0 TO WS-HIGH-DAY
               PERFORM VARYING WS-PRJ-INDEX FROM 1 BY 1
                       UNTIL WS-PRJ-INDEX > WS-PRJ-COUNT
                   IF PRJ-VALUE(WS-PRJ-INDEX, WS-SER) > WS-HIGH-VALUE
                       MOVE PRJ-VALUE(WS-PRJ-INDEX, WS-SER)
                           TO WS-HIGH-VALUE
                       MOVE PRJ-DAY(WS-PRJ-INDEX) TO WS-HIGH-DAY
                   END-IF
                   IF WS-CROSS-DAY = 0
                           AND PRJ-VALUE(WS-PRJ-INDEX, WS-SER)
                               > WS-CROSS-LIMIT
                       MOVE PRJ-DAY(WS-PRJ-INDEX) TO WS-CROSS-DAY
                       MOVE WS-PRJ-INDEX TO WS-CROSS-IN
                   END-IF
               END-PERFORM
               IF WS-CROSS-DAY > 0
                   ADD 1 TO WS-CROSSINGS
                   MOVE WS-CROSS-DAY TO WS-FMT-DAY
                   PERFORM FORMAT-DAY-TEXT
                   MOVE WS-CROSS-IN TO WS-DAYS-EDIT
                   PERFORM SET-WEEKDAY
                   STRING "    *** Projected to cross the ceiling on "
                       WS-WEEKDAY-NAME(WS-DOW) " " WS-FMT-TEXT
                       " (in " FUNCTION TRIM(WS-DAYS-EDIT)
                       " days) ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE WS-HIGH-VALUE TO WS-PRJ-WORK
                   PERFORM EDIT-SERIES-VALUE
                   MOVE WS-HIGH-DAY TO WS-FMT-DAY
                   PERFORM FORMAT-DAY-TEXT
                   MOVE WS-HORIZON-DAYS TO WS-DAYS-EDIT
                   STRING "    Not projected to cross within "
                       FUNCTION TRIM(WS-DAYS-EDIT)
                       " days; highest projected "
                       FUNCTION TRIM(WS-VALUE-EDIT) " on "
                       WS-FMT-TEXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-FORECAST-LINE
           END-IF.

       EDIT-SERIES-VALUE.
           IF WS-SER = 2
               MOVE WS-PRJ-WORK TO WS-GB-EDIT
               MOVE WS-GB-EDIT TO WS-VALUE-EDIT
           ELSE
               MOVE WS-PRJ-WORK TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-VALUE-EDIT
           END-IF.

       FORMAT-DAY-TEXT.
      *>   WS-FMT-DAY (integer date) to DD/Mon/YYYY in WS-FMT-TEXT.
           COMPUTE WS-FMT-INT = FUNCTION DATE-OF-INTEGER(WS-FMT-DAY)
           MOVE SPACES TO WS-FMT-TEXT
           STRING WS-FMT-DD "/" WS-MONTH-NAME(WS-FMT-MM) "/"
               WS-FMT-YYYY
               DELIMITED BY SIZE INTO WS-FMT-TEXT.

       CONVERT-DATE-TEXT.
      *>   WS-DT-DATE is DD/Mon/YYYY; WS-DT-DAY is its day number, or
      *>   zero when the text is not a date (a CSV header row).
           MOVE 0 TO WS-DT-DAY
           MOVE SPACES TO WS-DT-DD
           MOVE SPACES TO WS-DT-MON
           MOVE SPACES TO WS-DT-YYYY
           UNSTRING WS-DT-DATE DELIMITED BY '/'
               INTO WS-DT-DD WS-DT-MON WS-DT-YYYY
           MOVE 0 TO WS-MONTH-NUM
           PERFORM VARYING WS-MONTH-SCAN FROM 1 BY 1
                   UNTIL WS-MONTH-SCAN > 12
               IF WS-MONTH-NAME(WS-MONTH-SCAN) = WS-DT-MON
                   MOVE WS-MONTH-SCAN TO WS-MONTH-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DT-DD IS NUMERIC AND WS-DT-YYYY IS NUMERIC
                   AND WS-MONTH-NUM > 0
               COMPUTE WS-DT-INT = FUNCTION NUMVAL(WS-DT-YYYY) * 10000
                   + WS-MONTH-NUM * 100 + FUNCTION NUMVAL(WS-DT-DD)
               COMPUTE WS-DT-DAY = FUNCTION INTEGER-OF-DATE(WS-DT-INT)
           END-IF.

       WRITE-FORECAST-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
