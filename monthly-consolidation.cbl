           SELECT URL-EXTRACT-FILE ASSIGN TO 'urlcounts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-URL-EXTRACT-STATUS.
           SELECT FUNNEL-EXTRACT-FILE ASSIGN TO 'funnelcounts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNNEL-EXTRACT-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'run-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           05  DS-TOP-IP       PIC X(15).
           05  DS-TOP-STATUS   PIC X(3).
           05  DS-ERROR-RATE   PIC 9(3).
           05  DS-TOTAL-BYTES  PIC 9(15).
           05  DS-PEAK-RPM     PIC 9(7).
           05  DS-SITE         PIC X(8).
           05  DS-TOP-IP-FULL  PIC X(39).

       FD  IP-EXTRACT-FILE.
       01  IP-EXTRACT-RECORD PIC X(250).
       FD  URL-EXTRACT-FILE.
       01  URL-EXTRACT-RECORD PIC X(250).

       FD  FUNNEL-EXTRACT-FILE.
       01  FUNNEL-EXTRACT-RECORD PIC X(250).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD PIC X(200).

       01  WS-STATUS-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-HOUR-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-URL-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-FUNNEL-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-RUNHIST-STATUS PIC X(2) VALUE '00'.
       01  WS-CSV-F2 PIC X(100) VALUE SPACES.
       01  WS-CSV-F3 PIC X(100) VALUE SPACES.
       01  WS-CSV-F4 PIC X(100) VALUE SPACES.
       01  WS-CSV-F5 PIC X(20) VALUE SPACES.
       01  WS-CSV-F6 PIC X(20) VALUE SPACES.
       01  WS-CSV-F7 PIC X(20) VALUE SPACES.
       01  WS-CSV-F8 PIC X(20) VALUE SPACES.
       01  WS-CSV-SITE PIC X(20) VALUE SPACES.

       01  WS-MM-DATE PIC X(11) VALUE SPACES.
       01  WS-MM-DD PIC X(2) VALUE SPACES.
       01  WS-MM-KEY PIC X(8) VALUE SPACES.
       01  WS-MM-SORT PIC 9(6) VALUE 0.
       01  WS-MM-VALID PIC X VALUE 'N'.
       01  WS-MM-SITE PIC X(8) VALUE SPACES.
       01  WS-MONTH-NAMES PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
       01  WS-MONTH-COUNT PIC 9(3) VALUE 0.
       01  WS-MONTH-SLOT PIC 9(3) VALUE 0.
       01  WS-MONTH-INDEX PIC 9(3) VALUE 1.
      *>   A month is held once for all sites (MONTH-SITE blank) and
      *>   once per site, each with its own detail rows below.
       01  MONTH-SUMMARIES.
           05  MONTH-ENTRY OCCURS 240 TIMES.
               10  MONTH-KEY      PIC X(8) VALUE SPACES.
               10  MONTH-SITE     PIC X(8) VALUE SPACES.
               10  MONTH-SORT     PIC 9(6) VALUE 0.
               10  MONTH-DAYS     PIC 9(3) VALUE 0.
               10  MONTH-TOTAL    PIC 9(12) VALUE 0.
       01  WS-MIP-COUNT PIC 9(5) VALUE 0.
       01  WS-MIP-INDEX PIC 9(5) VALUE 1.
       01  MONTH-IP-COUNTS.
           05  MIP-ENTRY OCCURS 6000 TIMES.
               10  MIP-MONTH PIC 9(3).
               10  MIP-ADDR  PIC X(39).
               10  MIP-REQS  PIC 9(9).
               10  MIP-BYTES PIC 9(15).

       01  WS-MST-COUNT PIC 9(5) VALUE 0.
       01  WS-MST-INDEX PIC 9(5) VALUE 1.
       01  MONTH-STATUS-COUNTS.
           05  MST-ENTRY OCCURS 1200 TIMES.
               10  MST-MONTH PIC 9(3).
               10  MST-CODE  PIC X(3).
               10  MST-REQS  PIC 9(9).
       01  WS-MUR-COUNT PIC 9(5) VALUE 0.
       01  WS-MUR-INDEX PIC 9(5) VALUE 1.
       01  MONTH-URL-COUNTS.
           05  MUR-ENTRY OCCURS 6000 TIMES.
               10  MUR-MONTH PIC 9(3).
               10  MUR-ADDR  PIC X(100).
               10  MUR-REQS  PIC 9(9).

      *>   Funnel steps per month: sessions reaching the step and
      *>   the sum of each day's median weighted by its sessions.
       01  WS-MFN-COUNT PIC 9(5) VALUE 0.
       01  WS-MFN-INDEX PIC 9(5) VALUE 1.
       01  WS-MFN-SCAN PIC 9(5) VALUE 1.
       01  MONTH-FUNNEL-COUNTS.
           05  MFN-ENTRY OCCURS 2000 TIMES.
               10  MFN-MONTH PIC 9(3).
               10  MFN-NAME  PIC X(20).
               10  MFN-STEP  PIC 9(1).
               10  MFN-URL   PIC X(100).
               10  MFN-SESS  PIC 9(9).
               10  MFN-MED-SUM PIC 9(12).
       01  WS-MFN-ANY PIC X VALUE 'N'.
       01  WS-MFN-STEP PIC 9(1) VALUE 0.
       01  WS-MFN-STEPS PIC 9(1) VALUE 0.
       01  WS-MFN-MEDIAN PIC 9(2) VALUE 0.
       01  WS-MFN-DROP PIC 9(9) VALUE 0.
       01  WS-MFN-PCT PIC 9(3)V9 VALUE 0.
       01  WS-MFN-PCT-EDIT PIC ZZ9.9 VALUE ZERO.
       01  MONTH-FUNNEL-WORK.
           05  MFW-STEP OCCURS 8 TIMES.
               10  MFW-URL   PIC X(100).
               10  MFW-SESS  PIC 9(9).
               10  MFW-MED-SUM PIC 9(12).

       01  WS-FOUND PIC X VALUE 'N'.
       01  WS-HOUR-NUM PIC 9(2) VALUE 0.
       01  WS-HOUR-INDEX PIC 9(4) VALUE 1.
       01  WS-RPT-NEXT-SLOT PIC 9(3) VALUE 0.
       01  WS-RPT-PRINTED PIC 9(3) VALUE 0.
       01  WS-PRIOR-SLOT PIC 9(3) VALUE 0.
       01  WS-RPT-MONTH-SLOT PIC 9(3) VALUE 0.
       01  WS-RPT-MONTH-PRIOR PIC 9(3) VALUE 0.
       01  WS-SITE-SLOT PIC 9(3) VALUE 0.
       01  WS-AVG-REQ PIC 9(9) VALUE 0.
       01  WS-AVG-ERR PIC 9(3) VALUE 0.
       01  WS-PEAK-HOUR PIC 9(2) VALUE 0.
               PERFORM LOAD-IP-EXTRACT
               PERFORM LOAD-STATUS-EXTRACT
               PERFORM LOAD-URL-EXTRACT
               PERFORM LOAD-FUNNEL-EXTRACT
           END-IF
           PERFORM GENERATE-MONTHLY-REPORT
           STOP RUN.
                       MOVE 'H' TO WS-GEN-KIND
                   WHEN WS-RH-TOK3(1:14) = 'urlcounts.csv.'
                       MOVE 'U' TO WS-GEN-KIND
                   WHEN WS-RH-TOK3(1:17) = 'funnelcounts.csv.'
                       MOVE 'F' TO WS-GEN-KIND
               END-EVALUATE
           END-IF
           IF WS-GEN-KIND NOT = SPACE
                               WHEN 'S' PERFORM TALLY-STATUS-ROW
                               WHEN 'H' PERFORM TALLY-HOUR-ROW
                               WHEN 'U' PERFORM TALLY-URL-ROW
                               WHEN 'F' PERFORM TALLY-FUNNEL-ROW
                           END-EVALUATE
                   END-READ
               END-PERFORM
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DS-DATE TO WS-MM-DATE
                       MOVE DS-SITE TO WS-MM-SITE
                       PERFORM FIND-MONTH-SLOT
                       IF WS-MM-VALID = 'Y'
                           ADD 1 TO MONTH-DAYS(WS-MONTH-SLOT)
               PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
                   IF MONTH-KEY(WS-MONTH-INDEX) = WS-MM-KEY
                           AND MONTH-SITE(WS-MONTH-INDEX) = WS-MM-SITE
                       MOVE WS-MONTH-INDEX TO WS-MONTH-SLOT
                       MOVE 'Y' TO WS-MM-VALID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MM-VALID = 'N'
                   IF WS-MONTH-COUNT >= 240
                       DISPLAY "WARNING: month table full, skipped "
                           WS-MM-KEY " " WS-MM-SITE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-MONTH-COUNT
                       MOVE WS-MM-KEY TO MONTH-KEY(WS-MONTH-COUNT)
                       MOVE WS-MM-SITE TO MONTH-SITE(WS-MONTH-COUNT)
                       MOVE WS-MM-SORT TO MONTH-SORT(WS-MONTH-COUNT)
                       MOVE WS-MONTH-COUNT TO WS-MONTH-SLOT
                       MOVE 'Y' TO WS-MM-VALID
                   WS-HOUR-EXTRACT-STATUS
           END-IF.

      *>   Each extract row is tallied into the all-sites month and,
      *>   when it carries a site code in its last column, into that
      *>   site's month as well.  Rows written before sites were kept
      *>   have no site column and count in the all-sites figures only.
       TALLY-HOUR-ROW.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-SITE
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-SITE
           IF FUNCTION TRIM(WS-CSV-F2) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
               MOVE SPACES TO WS-MM-SITE
               PERFORM ADD-HOUR-ROW
               IF WS-CSV-SITE NOT = SPACES
                   MOVE WS-CSV-SITE TO WS-MM-SITE
                   PERFORM ADD-HOUR-ROW
               END-IF
           END-IF.

       ADD-HOUR-ROW.
           MOVE WS-CSV-F1 TO WS-MM-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MM-VALID = 'Y'
               MOVE FUNCTION TRIM(WS-CSV-F2) TO WS-HOUR-NUM
               MOVE FUNCTION TRIM(WS-CSV-F3) TO WS-REQ-NUM
               IF WS-HOUR-NUM <= 23
                   COMPUTE WS-HOUR-INDEX = WS-HOUR-NUM + 1
                   ADD WS-REQ-NUM TO MONTH-HOUR-CNT(
                       WS-MONTH-SLOT WS-HOUR-INDEX)
               END-IF
           END-IF.

           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           MOVE SPACES TO WS-CSV-SITE
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-CSV-SITE
           IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F4) IS NUMERIC
               MOVE SPACES TO WS-MM-SITE
               PERFORM ADD-IP-ROW
               IF WS-CSV-SITE NOT = SPACES
                   MOVE WS-CSV-SITE TO WS-MM-SITE
                   PERFORM ADD-IP-ROW
               END-IF
           END-IF.

       ADD-IP-ROW.
           MOVE WS-CSV-F1 TO WS-MM-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MM-VALID = 'Y'
               MOVE FUNCTION TRIM(WS-CSV-F3) TO WS-REQ-NUM
               MOVE FUNCTION TRIM(WS-CSV-F4) TO WS-BYTE-NUM
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-MIP-INDEX FROM 1 BY 1
                       UNTIL WS-MIP-INDEX > WS-MIP-COUNT
                   IF MIP-MONTH(WS-MIP-INDEX) = WS-MONTH-SLOT
                           AND MIP-ADDR(WS-MIP-INDEX)
                               = WS-CSV-F2(1:39)
                       ADD WS-REQ-NUM TO MIP-REQS(WS-MIP-INDEX)
                       ADD WS-BYTE-NUM TO MIP-BYTES(WS-MIP-INDEX)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   IF WS-MIP-COUNT >= 6000
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-MIP-COUNT
                       MOVE WS-MONTH-SLOT
                           TO MIP-MONTH(WS-MIP-COUNT)
                       MOVE WS-CSV-F2(1:39)
                           TO MIP-ADDR(WS-MIP-COUNT)
                       MOVE WS-REQ-NUM TO MIP-REQS(WS-MIP-COUNT)
                       MOVE WS-BYTE-NUM
                           TO MIP-BYTES(WS-MIP-COUNT)
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-SITE
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-SITE
           IF FUNCTION TRIM(WS-CSV-F2) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
               MOVE SPACES TO WS-MM-SITE
               PERFORM ADD-STATUS-ROW
               IF WS-CSV-SITE NOT = SPACES
                   MOVE WS-CSV-SITE TO WS-MM-SITE
                   PERFORM ADD-STATUS-ROW
               END-IF
           END-IF.

       ADD-STATUS-ROW.
           MOVE WS-CSV-F1 TO WS-MM-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MM-VALID = 'Y'
               MOVE FUNCTION TRIM(WS-CSV-F3) TO WS-REQ-NUM
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
                       UNTIL WS-MST-INDEX > WS-MST-COUNT
                   IF MST-MONTH(WS-MST-INDEX) = WS-MONTH-SLOT
                           AND MST-CODE(WS-MST-INDEX)
                               = WS-CSV-F2(1:3)
                       ADD WS-REQ-NUM TO MST-REQS(WS-MST-INDEX)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   IF WS-MST-COUNT >= 1200
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-MST-COUNT
                       MOVE WS-MONTH-SLOT
                           TO MST-MONTH(WS-MST-COUNT)
                       MOVE WS-CSV-F2(1:3)
                           TO MST-CODE(WS-MST-COUNT)
                       MOVE WS-REQ-NUM TO MST-REQS(WS-MST-COUNT)
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           MOVE SPACES TO WS-CSV-SITE
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-CSV-SITE
           IF WS-CSV-F2 = 'URL'
                   AND FUNCTION TRIM(WS-CSV-F4) IS NUMERIC
               MOVE SPACES TO WS-MM-SITE
               PERFORM ADD-URL-ROW
               IF WS-CSV-SITE NOT = SPACES
                   MOVE WS-CSV-SITE TO WS-MM-SITE
                   PERFORM ADD-URL-ROW
               END-IF
           END-IF.

       ADD-URL-ROW.
           MOVE WS-CSV-F1 TO WS-MM-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MM-VALID = 'Y'
               MOVE FUNCTION TRIM(WS-CSV-F4) TO WS-REQ-NUM
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-MUR-INDEX FROM 1 BY 1
                       UNTIL WS-MUR-INDEX > WS-MUR-COUNT
                   IF MUR-MONTH(WS-MUR-INDEX) = WS-MONTH-SLOT
                           AND MUR-ADDR(WS-MUR-INDEX) = WS-CSV-F3
                       ADD WS-REQ-NUM TO MUR-REQS(WS-MUR-INDEX)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   IF WS-MUR-COUNT >= 6000
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-MUR-COUNT
                       MOVE WS-MONTH-SLOT
                           TO MUR-MONTH(WS-MUR-COUNT)
                       MOVE WS-CSV-F3 TO MUR-ADDR(WS-MUR-COUNT)
                       MOVE WS-REQ-NUM TO MUR-REQS(WS-MUR-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-FUNNEL-EXTRACT.
           OPEN INPUT FUNNEL-EXTRACT-FILE
           IF WS-FUNNEL-EXTRACT-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FUNNEL-EXTRACT-FILE INTO WS-CSV-LINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TALLY-FUNNEL-ROW
                   END-READ
               END-PERFORM
               CLOSE FUNNEL-EXTRACT-FILE
           ELSE
               DISPLAY "WARNING: cannot open funnelcounts.csv, status="
                   WS-FUNNEL-EXTRACT-STATUS
           END-IF.

       TALLY-FUNNEL-ROW.
      *>   run_date,funnel,step,url,sessions,dropoff,median_minutes,
      *>   conversion_pct,site - drop-off and conversion are worked
      *>   out again from the monthly sessions, so only the step's
      *>   sessions and median are kept.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           MOVE SPACES TO WS-CSV-F5
           MOVE SPACES TO WS-CSV-F6
           MOVE SPACES TO WS-CSV-F7
           MOVE SPACES TO WS-CSV-F8
           MOVE SPACES TO WS-CSV-SITE
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-CSV-F5 WS-CSV-F6 WS-CSV-F7 WS-CSV-F8
                    WS-CSV-SITE
           IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F5) IS NUMERIC
                   AND WS-CSV-F2 NOT = SPACES
               MOVE FUNCTION TRIM(WS-CSV-F3) TO WS-MFN-STEP
               MOVE FUNCTION TRIM(WS-CSV-F5) TO WS-REQ-NUM
               MOVE 0 TO WS-MFN-MEDIAN
               IF FUNCTION TRIM(WS-CSV-F7) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-CSV-F7) TO WS-MFN-MEDIAN
               END-IF
               IF WS-MFN-STEP > 0
                   MOVE SPACES TO WS-MM-SITE
                   PERFORM ADD-FUNNEL-ROW
                   IF WS-CSV-SITE NOT = SPACES
                       MOVE WS-CSV-SITE TO WS-MM-SITE
                       PERFORM ADD-FUNNEL-ROW
                   END-IF
               END-IF
           END-IF.

       ADD-FUNNEL-ROW.
           MOVE WS-CSV-F1 TO WS-MM-DATE
           PERFORM FIND-MONTH-SLOT
           IF WS-MM-VALID = 'Y'
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-MFN-INDEX FROM 1 BY 1
                       UNTIL WS-MFN-INDEX > WS-MFN-COUNT
                   IF MFN-MONTH(WS-MFN-INDEX) = WS-MONTH-SLOT
                           AND MFN-NAME(WS-MFN-INDEX) = WS-CSV-F2
                           AND MFN-STEP(WS-MFN-INDEX) = WS-MFN-STEP
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   IF WS-MFN-COUNT >= 2000
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-MFN-COUNT
                       MOVE WS-MFN-COUNT TO WS-MFN-INDEX
                       MOVE WS-MONTH-SLOT TO MFN-MONTH(WS-MFN-INDEX)
                       MOVE WS-CSV-F2 TO MFN-NAME(WS-MFN-INDEX)
                       MOVE WS-MFN-STEP TO MFN-STEP(WS-MFN-INDEX)
                       MOVE 0 TO MFN-SESS(WS-MFN-INDEX)
                       MOVE 0 TO MFN-MED-SUM(WS-MFN-INDEX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
               IF WS-FOUND = 'Y'
                   MOVE WS-CSV-F4 TO MFN-URL(WS-MFN-INDEX)
                   ADD WS-REQ-NUM TO MFN-SESS(WS-MFN-INDEX)
                   COMPUTE MFN-MED-SUM(WS-MFN-INDEX) =
                       MFN-MED-SUM(WS-MFN-INDEX)
                       + WS-MFN-MEDIAN * WS-REQ-NUM
               END-IF
           END-IF.

       WRITE-MONTHLY-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE MONTHLY-REPORT-RECORD FROM WS-REPORT-LINE
      *>   Months are stored in encounter order; each pass picks the
      *>   earliest not-yet-printed calendar month so the report reads
      *>   oldest to newest and month-over-month compares neighbours.
      *>   Each all-sites month is followed by its site sections.
           MOVE 0 TO WS-RPT-ORDER-LAST
           MOVE 0 TO WS-RPT-PRINTED
           MOVE 0 TO WS-PRIOR-SLOT
               MOVE 0 TO WS-RPT-NEXT-SLOT
               PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
                   IF MONTH-SITE(WS-MONTH-INDEX) = SPACES
                           AND MONTH-SORT(WS-MONTH-INDEX)
                               > WS-RPT-ORDER-LAST
                           AND MONTH-SORT(WS-MONTH-INDEX)
                               < WS-RPT-NEXT-SORT
                       MOVE MONTH-SORT(WS-MONTH-INDEX)
                   EXIT PERFORM
               END-IF
               PERFORM PRINT-MONTH-SECTION
               PERFORM PRINT-SITE-MONTHS
               MOVE WS-RPT-NEXT-SORT TO WS-RPT-ORDER-LAST
               MOVE WS-RPT-NEXT-SLOT TO WS-PRIOR-SLOT
               ADD 1 TO WS-RPT-PRINTED
           END-PERFORM
           CLOSE MONTHLY-REPORT-FILE.

       PRINT-SITE-MONTHS.
      *>   The same section for each site seen in the month, compared
      *>   with that site's own figures for the prior month.
           MOVE WS-RPT-NEXT-SLOT TO WS-RPT-MONTH-SLOT
           MOVE WS-PRIOR-SLOT TO WS-RPT-MONTH-PRIOR
           PERFORM VARYING WS-SITE-SLOT FROM 1 BY 1
                   UNTIL WS-SITE-SLOT > WS-MONTH-COUNT
               IF MONTH-SITE(WS-SITE-SLOT) NOT = SPACES
                       AND MONTH-KEY(WS-SITE-SLOT)
                           = MONTH-KEY(WS-RPT-MONTH-SLOT)
                   MOVE WS-SITE-SLOT TO WS-RPT-NEXT-SLOT
                   MOVE 0 TO WS-PRIOR-SLOT
                   IF WS-RPT-MONTH-PRIOR > 0
                       PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                               UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
                           IF MONTH-KEY(WS-MONTH-INDEX)
                                   = MONTH-KEY(WS-RPT-MONTH-PRIOR)
                               AND MONTH-SITE(WS-MONTH-INDEX)
                                   = MONTH-SITE(WS-SITE-SLOT)
                               MOVE WS-MONTH-INDEX TO WS-PRIOR-SLOT
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM PRINT-MONTH-SECTION
                   ADD 1 TO WS-RPT-PRINTED
               END-IF
           END-PERFORM
           MOVE WS-RPT-MONTH-SLOT TO WS-RPT-NEXT-SLOT
           MOVE WS-RPT-MONTH-PRIOR TO WS-PRIOR-SLOT.

       PRINT-MONTH-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-MONTHLY-LINE
           IF MONTH-SITE(WS-RPT-NEXT-SLOT) = SPACES
               STRING "Month " MONTH-KEY(WS-RPT-NEXT-SLOT)
                   " - all sites"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Month " MONTH-KEY(WS-RPT-NEXT-SLOT)
                   " - site "
                   FUNCTION TRIM(MONTH-SITE(WS-RPT-NEXT-SLOT) TRAILING)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-MONTHLY-LINE
           MOVE "--------------" TO WS-REPORT-LINE
           PERFORM WRITE-MONTHLY-LINE
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-MONTHLY-LINE
           PERFORM PRINT-MONTH-COMPARISON
           PERFORM PRINT-MONTH-FUNNELS.

       PRINT-MONTH-FUNNELS.
      *>   Each funnel's steps summed over the month.  Drop-off and
      *>   conversion are recomputed from the monthly sessions; the
      *>   median is the mean of the daily medians, each day weighted
      *>   by the sessions that reached the step that day.
           MOVE 'N' TO WS-MFN-ANY
           PERFORM VARYING WS-MFN-INDEX FROM 1 BY 1
                   UNTIL WS-MFN-INDEX > WS-MFN-COUNT
               IF MFN-MONTH(WS-MFN-INDEX) = WS-RPT-NEXT-SLOT
                       AND MFN-STEP(WS-MFN-INDEX) = 1
                   IF WS-MFN-ANY = 'N'
                       MOVE "Conversion funnels:" TO WS-REPORT-LINE
                       PERFORM WRITE-MONTHLY-LINE
                       MOVE 'Y' TO WS-MFN-ANY
                   END-IF
                   PERFORM PRINT-MONTH-FUNNEL
               END-IF
           END-PERFORM
           IF WS-MFN-ANY = 'N'
               MOVE "Conversion funnels: n/a - no funnel extract rows"
                   TO WS-REPORT-LINE
               PERFORM WRITE-MONTHLY-LINE
           END-IF.

       PRINT-MONTH-FUNNEL.
      *>   WS-MFN-INDEX is the funnel's step-1 entry for the month.
           INITIALIZE MONTH-FUNNEL-WORK
           MOVE 0 TO WS-MFN-STEPS
           PERFORM VARYING WS-MFN-SCAN FROM 1 BY 1
                   UNTIL WS-MFN-SCAN > WS-MFN-COUNT
               IF MFN-MONTH(WS-MFN-SCAN) = WS-RPT-NEXT-SLOT
                       AND MFN-NAME(WS-MFN-SCAN)
                           = MFN-NAME(WS-MFN-INDEX)
                   MOVE MFN-STEP(WS-MFN-SCAN) TO WS-MFN-STEP
                   IF WS-MFN-STEP <= 8
                       MOVE MFN-URL(WS-MFN-SCAN)
                           TO MFW-URL(WS-MFN-STEP)
                       MOVE MFN-SESS(WS-MFN-SCAN)
                           TO MFW-SESS(WS-MFN-STEP)
                       MOVE MFN-MED-SUM(WS-MFN-SCAN)
                           TO MFW-MED-SUM(WS-MFN-STEP)
                       IF WS-MFN-STEP > WS-MFN-STEPS
                           MOVE WS-MFN-STEP TO WS-MFN-STEPS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           STRING "Funnel "
               FUNCTION TRIM(MFN-NAME(WS-MFN-INDEX) TRAILING)
               " (" WS-MFN-STEPS " steps):"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONTHLY-LINE
           PERFORM VARYING WS-MFN-STEP FROM 1 BY 1
                   UNTIL WS-MFN-STEP > WS-MFN-STEPS
               IF WS-MFN-STEP = 1
                   STRING "Step 1 "
                       FUNCTION TRIM(MFW-URL(1) TRAILING)
                       ": " MFW-SESS(1) " sessions"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE 0 TO WS-MFN-DROP
                   IF MFW-SESS(WS-MFN-STEP - 1) > MFW-SESS(WS-MFN-STEP)
                       COMPUTE WS-MFN-DROP =
                           MFW-SESS(WS-MFN-STEP - 1)
                           - MFW-SESS(WS-MFN-STEP)
                   END-IF
                   MOVE 0 TO WS-MFN-MEDIAN
                   IF MFW-SESS(WS-MFN-STEP) > 0
                       COMPUTE WS-MFN-MEDIAN ROUNDED =
                           MFW-MED-SUM(WS-MFN-STEP)
                           / MFW-SESS(WS-MFN-STEP)
                   END-IF
                   STRING "Step " WS-MFN-STEP " "
                       FUNCTION TRIM(MFW-URL(WS-MFN-STEP) TRAILING)
                       ": " MFW-SESS(WS-MFN-STEP) " sessions,"
                       " drop-off " WS-MFN-DROP ","
                       " mean daily median " WS-MFN-MEDIAN " minutes"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-MONTHLY-LINE
           END-PERFORM
           MOVE 0 TO WS-MFN-PCT
           IF MFW-SESS(1) > 0
               COMPUTE WS-MFN-PCT ROUNDED =
                   (MFW-SESS(WS-MFN-STEPS) * 100) / MFW-SESS(1)
           END-IF
           MOVE WS-MFN-PCT TO WS-MFN-PCT-EDIT
           STRING "Conversion rate: " FUNCTION TRIM(WS-MFN-PCT-EDIT)
               "% (" MFW-SESS(WS-MFN-STEPS) " of " MFW-SESS(1)
               " sessions)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MONTHLY-LINE.

       PRINT-MONTH-COMPARISON.
           IF WS-PRIOR-SLOT = 0
