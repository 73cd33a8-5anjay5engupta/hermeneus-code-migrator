IDENTIFICATION DIVISION.
       PROGRAM-ID. PreflightCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'runparms.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'logfiles.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT NETWORK-FILE ASSIGN TO 'networks.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETWORK-FILE-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO 'watchlist.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-FILE-STATUS.
           SELECT SLA-TARGET-FILE ASSIGN TO 'sla-targets.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT FUNNEL-FILE ASSIGN TO 'funnels.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNNEL-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'checkpoint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT TAILPOS-FILE ASSIGN TO 'tailpos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAILPOS-FILE-STATUS.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO 'preflight-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD PIC X(200).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(100).

       FD  LOG-FILE.
       01  LOG-RECORD PIC X(256).

       FD  NETWORK-FILE.
       01  NETWORK-RECORD PIC X(100).

       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD PIC X(100).

       FD  SLA-TARGET-FILE.
       01  SLA-TARGET-RECORD PIC X(100).

       FD  FUNNEL-FILE.
       01  FUNNEL-RECORD PIC X(120).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(400).

       FD  TAILPOS-FILE.
       01  TAILPOS-RECORD PIC X(120).

       FD  PREFLIGHT-REPORT-FILE.
       01  PREFLIGHT-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-LOG-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-NETWORK-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-WATCHLIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-SLA-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-FUNNEL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CHECKPOINT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-TAILPOS-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-FOUND PIC X VALUE 'N'.
       01  WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01  WS-FINDING-TEXT PIC X(180) VALUE SPACES.
       01  WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01  WS-WARNING-COUNT PIC 9(5) VALUE 0.
       01  WS-SECTION-FINDINGS PIC 9(5) VALUE 0.
       01  WS-LINE-NUMBER PIC 9(5) VALUE 0.
       01  WS-LINE-EDIT PIC ZZZZ9.
       01  WS-OTHER-EDIT PIC ZZZZ9.
       01  WS-COUNT-EDIT PIC ZZZZ9.

      *>   Run parameters, validated the way LogFileAnalysis reads
      *>   them; a value it would reject is reported here instead of
      *>   being quietly replaced by the default in the night run.
       01  WS-PARM-PRESENT PIC X VALUE 'N'.
       01  WS-PARM-KEY PIC X(30) VALUE SPACES.
       01  WS-PARM-VALUE PIC X(100) VALUE SPACES.
       01  WS-PARM-STAT PIC X(3) VALUE SPACES.
       01  WS-PARM-OK PIC X VALUE 'Y'.
       01  WS-PARM-DIGITS PIC 9(2) VALUE 0.
       01  WS-PARM-LIMIT PIC 9(2) VALUE 0.
       01  WS-PARM-ITEMS.
           05  WS-PARM-ITEM PIC X(5) OCCURS 10 TIMES.
       01  WS-PARM-INDEX PIC 9(4) VALUE 1.
       01  WS-PARM-LIST-COUNT PIC 9(2) VALUE 0.
       01  WS-PARM-LIST-VALID PIC X VALUE 'Y'.
       01  WS-PK-COUNT PIC 9(3) VALUE 0.
       01  WS-PK-INDEX PIC 9(3) VALUE 1.
       01  PARM-KEYS-SEEN.
           05  PK-KEY PIC X(30) OCCURS 40 TIMES.
       01  WS-RUN-MODE PIC X(12) VALUE 'NORMAL'.
       01  WS-AMEND-DATE PIC X(11) VALUE SPACES.
       01  WS-AMEND-FILENAME PIC X(100) VALUE 'repairs.log'.
       01  WS-AMEND-FILE-SET PIC X VALUE 'N'.
       01  WS-FILTER-ACTIVE PIC X VALUE 'N'.
       01  WS-PRIVACY-MODE PIC X(12) VALUE 'NONE'.
       01  WS-PRIVACY-KEY-SET PIC X VALUE 'N'.
       01  WS-PRIVACY-KEY-LEN PIC 9(3) VALUE 0.
       01  WS-PRIVACY-EQUALS PIC 9(3) VALUE 0.
       01  WS-WINDOW-START-MIN PIC 9(12) VALUE 0.
       01  WS-WINDOW-END-MIN PIC 9(12) VALUE 0.
       01  WS-WINDOW-START-SET PIC X VALUE 'N'.
       01  WS-WINDOW-END-SET PIC X VALUE 'N'.
       01  WS-OUTPUT-NAMES.
           05  WS-OUTPUT-NAME PIC X(100) OCCURS 4 TIMES.
       01  WS-OUTPUT-KEYS PIC X(80) VALUE
           'REPORT-FILE         EXCEPTION-FILE      ALERT-FILE          WATCHLIST-HITS-FILE '.
       01  WS-OUTPUT-KEY-TABLE REDEFINES WS-OUTPUT-KEYS.
           05  WS-OUTPUT-KEY PIC X(20) OCCURS 4 TIMES.
       01  WS-OUT-INDEX PIC 9(2) VALUE 1.
       01  WS-OUT-OTHER PIC 9(2) VALUE 1.

       01  WS-TIMESTAMP PIC X(30) VALUE SPACES.
       01  WS-TS-DATE-PART PIC X(11) VALUE SPACES.
       01  WS-TS-HOUR-PART PIC X(2) VALUE SPACES.
       01  WS-TS-MIN-PART PIC X(2) VALUE SPACES.
       01  WS-TS-REST PIC X(10) VALUE SPACES.
       01  WS-TS-DD PIC X(2) VALUE SPACES.
       01  WS-TS-MON PIC X(3) VALUE SPACES.
       01  WS-TS-YYYY PIC X(4) VALUE SPACES.
       01  WS-TS-INT-DATE PIC 9(8) VALUE 0.
       01  WS-TS-DAY-NUM PIC 9(7) VALUE 0.
       01  WS-TS-MINUTES PIC 9(12) VALUE 0.
       01  WS-TS-VALID PIC X VALUE 'N'.
       01  WS-MONTH-NAMES PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
       01  WS-MONTH-NUM PIC 9(2) VALUE 0.
       01  WS-MONTH-INDEX PIC 9(4) VALUE 1.

      *>   Log files named in logfiles.ctl.  LogFileAnalysis keeps
      *>   per-file audit and checkpoint entries for 100 files.
       01  WS-LOG-FILENAME PIC X(100) VALUE SPACES.
       01  WS-LF-COUNT PIC 9(4) VALUE 0.
       01  WS-LF-INDEX PIC 9(4) VALUE 1.
       01  WS-LF-MAX PIC 9(4) VALUE 100.
       01  LOG-FILE-NAMES.
           05  LF-NAME PIC X(100) OCCURS 500 TIMES.
       01  WS-LF-READABLE PIC 9(4) VALUE 0.
       01  WS-LF-EXTRA PIC X(20) VALUE SPACES.

      *>   Site codes.  LogFileAnalysis keeps statistics for 20 sites;
      *>   a file with no usable site code is counted under
      *>   DEFAULT-SITE.
       01  WS-SITE-TOKEN PIC X(20) VALUE SPACES.
       01  WS-SITE-CODE PIC X(8) VALUE SPACES.
       01  WS-SITE-VALID PIC X VALUE 'Y'.
       01  WS-SITE-CHAR-INDEX PIC 9(2) VALUE 1.
       01  WS-DEFAULT-SITE PIC X(8) VALUE 'MAIN'.
       01  WS-PS-COUNT PIC 9(4) VALUE 0.
       01  WS-PS-INDEX PIC 9(4) VALUE 1.
       01  WS-PS-MAX PIC 9(4) VALUE 20.
       01  PREFLIGHT-SITES.
           05  PS-CODE PIC X(8) OCCURS 100 TIMES.

      *>   Address ranges from networks.ctl and watchlist.ctl, kept
      *>   past the LogFileAnalysis capacity so overruns are counted.
       01  WS-NET-TOK1 PIC X(50) VALUE SPACES.
       01  WS-NET-TOK2 PIC X(50) VALUE SPACES.
       01  WS-NET-PTR PIC 9(4) VALUE 1.
       01  WS-NET-SAVE-PTR PIC 9(4) VALUE 1.
       01  WS-NET-ADDR-PART PIC X(45) VALUE SPACES.
       01  WS-NET-PREFIX-PART PIC X(3) VALUE SPACES.
       01  WS-NET-PREFIX PIC 9(3) VALUE 0.
       01  WS-NET-SLASH-COUNT PIC 9(2) VALUE 0.
       01  WS-RANGE-TEXT PIC X(100) VALUE SPACES.
       01  WS-RANGE-VALID PIC X VALUE 'N'.
       01  WS-RANGE-START PIC X(32) VALUE SPACES.
       01  WS-RANGE-END PIC X(32) VALUE SPACES.
       01  WS-RANGE-KIND PIC X VALUE SPACE.
       01  WS-RANGE-CAPACITY PIC 9(4) VALUE 0.
       01  WS-IPNUM-IN PIC X(45) VALUE SPACES.
       01  WS-IPNUM-OUT PIC 9(12) VALUE 0.
       01  WS-IPNUM-VALID PIC X VALUE 'N'.
       01  WS-IPNUM-FAMILY PIC X VALUE '4'.
       01  WS-IPNUM-OCT1 PIC X(3) VALUE SPACES.
       01  WS-IPNUM-OCT2 PIC X(3) VALUE SPACES.
       01  WS-IPNUM-OCT3 PIC X(3) VALUE SPACES.
       01  WS-IPNUM-OCT4 PIC X(3) VALUE SPACES.
       01  WS-IPNUM-N1 PIC 9(3) VALUE 0.
       01  WS-IPNUM-N2 PIC 9(3) VALUE 0.
       01  WS-IPNUM-N3 PIC 9(3) VALUE 0.
       01  WS-IPNUM-N4 PIC 9(3) VALUE 0.
      *>   Every address is also held as 32 hex digits, the 128-bit
      *>   IPv6 value, with an IPv4 address in its ::ffff:0:0/96
      *>   mapped form.  Range starts and ends are kept the same way,
      *>   so one character comparison serves both families.
       01  WS-IPNUM-HEX PIC X(32) VALUE SPACES.
       01  WS-IPNUM-V4-PREFIX PIC X(24)
               VALUE '00000000000000000000ffff'.
       01  WS-HEX-DIGITS PIC X(16) VALUE '0123456789abcdef'.
       01  WS-HEX-CHAR PIC X VALUE SPACE.
       01  WS-HEX-NIBBLE PIC 9(2) VALUE 0.
       01  WS-HEX-INDEX PIC 9(2) VALUE 1.
       01  WS-HEX-POS PIC 9(2) VALUE 1.
       01  WS-HEX-WORK PIC 9(12) VALUE 0.
       01  WS-HEX-BLOCK PIC 9(2) VALUE 0.
       01  WS-HEX-FULL PIC 9(3) VALUE 0.
       01  WS-HEX-REM PIC 9(2) VALUE 0.
       01  WS-HEX-LOW PIC X(32) VALUE SPACES.
       01  WS-HEX-HIGH PIC X(32) VALUE SPACES.
       01  WS-V6-TEXT PIC X(45) VALUE SPACES.
       01  WS-V6-LEN PIC 9(2) VALUE 0.
       01  WS-V6-POS PIC 9(2) VALUE 0.
       01  WS-V6-CUR PIC X(4) VALUE SPACES.
       01  WS-V6-DLEN PIC 9(2) VALUE 0.
       01  WS-V6-GCOUNT PIC 9(2) VALUE 0.
       01  WS-V6-GAP PIC 9(2) VALUE 0.
       01  WS-V6-G PIC 9(2) VALUE 0.
       01  WS-V6-SLOT PIC 9(2) VALUE 0.
       01  WS-V6-V4-START PIC 9(2) VALUE 0.
       01  WS-V6-LAST-COLON PIC X VALUE 'N'.
       01  WS-V6-COLONS PIC 9(2) VALUE 0.
       01  WS-V6-GROUPS.
           05  V6-GROUP PIC X(4) OCCURS 8 TIMES.
       01  WS-RG-COUNT PIC 9(4) VALUE 0.
       01  WS-RG-INDEX PIC 9(4) VALUE 1.
       01  WS-RG-LOADED PIC 9(4) VALUE 0.
       01  WS-RG-OVER PIC 9(4) VALUE 0.
       01  RANGE-TABLE.
           05  RG-ENTRY OCCURS 1000 TIMES.
               10  RG-START PIC X(32).
               10  RG-END   PIC X(32).
               10  RG-LINE  PIC 9(5).

       01  WS-SLA-TOK1 PIC X(60) VALUE SPACES.
       01  WS-SLA-TOK2 PIC X(20) VALUE SPACES.
       01  WS-SLA-TOK3 PIC X(20) VALUE SPACES.
       01  WS-SLA-CHECK PIC X(20) VALUE SPACES.
       01  WS-SLA-DOTS PIC 9(2) VALUE 0.
       01  WS-SP-COUNT PIC 9(4) VALUE 0.
       01  WS-SP-INDEX PIC 9(4) VALUE 1.
       01  WS-SP-OVER PIC 9(4) VALUE 0.
       01  SLA-PREFIXES.
           05  SP-ENTRY OCCURS 500 TIMES.
               10  SP-PREFIX PIC X(60).
               10  SP-SITE   PIC X(8).
               10  SP-LINE   PIC 9(5).

      *>   funnels.ctl: FUNNEL=<name> lines, each followed by its
      *>   STEP=<url> lines in order.  LogFileAnalysis keeps 10
      *>   funnels of 2 to 8 steps.
       01  WS-FN-KEY PIC X(30) VALUE SPACES.
       01  WS-FN-VALUE PIC X(100) VALUE SPACES.
       01  WS-FN-OPEN PIC X VALUE 'N'.
       01  WS-FN-PTR PIC 9(4) VALUE 1.
       01  WS-FN-STEPS PIC 9(4) VALUE 0.
       01  WS-FN-START PIC 9(5) VALUE 0.
       01  WS-FN-QMARKS PIC 9(3) VALUE 0.
       01  WS-FN-COUNT PIC 9(4) VALUE 0.
       01  WS-FN-KEPT PIC 9(4) VALUE 0.
       01  WS-FN-INDEX PIC 9(4) VALUE 1.
       01  FUNNEL-NAMES.
           05  FN-ENTRY OCCURS 100 TIMES.
               10  FN-NAME PIC X(20).
               10  FN-LINE PIC 9(5).

      *>   Restart files.  The checkpoint control record carries the
      *>   run mode that wrote it; tailpos.dat belongs to incremental
      *>   runs only.
       01  WS-CKPT-REC PIC X(400) VALUE SPACES.
       01  WS-CKPT-COMMON REDEFINES WS-CKPT-REC.
           05  WS-CKPT-TYPE PIC X(2).
           05  FILLER PIC X(1).
           05  WS-CKPT-DATA PIC X(397).
       01  WS-CKPT-CT-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-CT-TOTAL-REQS  PIC 9(9).
           05  CKPT-CT-TOTAL-BYTES PIC 9(15).
           05  CKPT-CT-MALFORMED   PIC 9(9).
           05  CKPT-CT-OVERFLOW    PIC 9(9).
           05  CKPT-CT-MISSING     PIC 9(9).
           05  CKPT-CT-FILES       PIC 9(5).
           05  CKPT-CT-IP-ENTRIES  PIC 9(7).
           05  CKPT-CT-RUN-DATE    PIC X(11).
           05  CKPT-CT-OTHER-REQS  PIC 9(9).
           05  CKPT-CT-OTHER-BYTES PIC 9(15).
           05  CKPT-CT-OTHER-ERRORS PIC 9(9).
           05  CKPT-CT-STATUS-OVFL PIC 9(9).
           05  CKPT-CT-FILTERED    PIC 9(9).
           05  CKPT-CT-RT-LINES    PIC 9(9).
           05  CKPT-CT-RT-TOTAL    PIC 9(15).
           05  CKPT-CT-RT-MAX      PIC 9(10).
           05  CKPT-CT-RUN-MODE    PIC X(12).
           05  FILLER PIC X(226).
       01  WS-CKPT-PRESENT PIC X VALUE 'N'.
       01  WS-CKPT-TRAILER PIC X VALUE 'N'.
       01  WS-CKPT-MODE PIC X(12) VALUE SPACES.
       01  WS-CKPT-DATE PIC X(11) VALUE SPACES.
       01  WS-CKPT-DONE-FILES PIC 9(5) VALUE 0.
       01  WS-TP-REC PIC X(120) VALUE SPACES.
       01  WS-TP-FIELDS REDEFINES WS-TP-REC.
           05  WS-TP-LINES PIC 9(9).
           05  FILLER PIC X(11).
           05  WS-TP-NAME PIC X(100).
       01  WS-TP-COUNT PIC 9(5) VALUE 0.
       01  WS-TP-BAD PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT PREFLIGHT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open preflight-report.txt, "
                   "status=" WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "LogFileAnalysis pre-flight check" TO WS-REPORT-LINE
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE "================================" TO WS-REPORT-LINE
           PERFORM WRITE-PREFLIGHT-LINE
           PERFORM WRITE-PREFLIGHT-LINE
           PERFORM CHECK-RUN-PARAMETERS
           PERFORM CHECK-LOG-FILES
           PERFORM CHECK-NETWORK-FILE
           PERFORM CHECK-WATCHLIST-FILE
           PERFORM CHECK-SLA-FILE
           PERFORM CHECK-FUNNEL-FILE
           PERFORM CHECK-RESTART-FILES
           PERFORM PRINT-VERDICT
           CLOSE PREFLIGHT-REPORT-FILE
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       START-SECTION.
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE 0 TO WS-SECTION-FINDINGS.

       ADD-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           ADD 1 TO WS-SECTION-FINDINGS
           STRING "  ERROR    " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE SPACES TO WS-FINDING-TEXT.

       ADD-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           ADD 1 TO WS-SECTION-FINDINGS
           STRING "  WARNING  " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE SPACES TO WS-FINDING-TEXT.

       ADD-NOTE.
           STRING "  ok       " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE SPACES TO WS-FINDING-TEXT.

       CHECK-RUN-PARAMETERS.
           MOVE "runparms.ctl" TO WS-REPORT-LINE
           PERFORM START-SECTION
           MOVE 'report.txt' TO WS-OUTPUT-NAME(1)
           MOVE 'exceptions.txt' TO WS-OUTPUT-NAME(2)
           MOVE 'security-alerts.txt' TO WS-OUTPUT-NAME(3)
           MOVE 'watchlist-hits.txt' TO WS-OUTPUT-NAME(4)
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PARM-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARAMETER-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF PARAMETER-RECORD NOT = SPACES
                                   AND PARAMETER-RECORD(1:1) NOT = '*'
                               PERFORM CHECK-RUN-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           ELSE
               MOVE "no runparms.ctl - default settings, NORMAL mode"
                   TO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF
           PERFORM CHECK-MODE-COMBINATIONS
           IF WS-SECTION-FINDINGS = 0 AND WS-PARM-PRESENT = 'Y'
               STRING "all keys valid, run mode "
                   FUNCTION TRIM(WS-RUN-MODE TRAILING)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF.

       CHECK-RUN-PARAMETER.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARAMETER-RECORD DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-KEY))
               TO WS-PARM-KEY
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
           MOVE 'Y' TO WS-PARM-OK
           PERFORM NOTE-PARAMETER-KEY
           EVALUATE WS-PARM-KEY
               WHEN 'IP-ALERT-THRESHOLD'
                   MOVE 7 TO WS-PARM-LIMIT
                   PERFORM CHECK-NUMERIC-VALUE
               WHEN 'ERROR-PCT-THRESHOLD'
                   MOVE 3 TO WS-PARM-LIMIT
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-PARM-OK = 'Y'
                       IF FUNCTION NUMVAL(WS-PARM-VALUE) > 100
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   END-IF
               WHEN 'ALERT-STATUS-LIST'
                   PERFORM CHECK-ALERT-STATUS-LIST
               WHEN 'TOP-N'
                   MOVE 2 TO WS-PARM-LIMIT
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-PARM-OK = 'Y'
                       IF FUNCTION NUMVAL(WS-PARM-VALUE) < 1
                               OR FUNCTION NUMVAL(WS-PARM-VALUE) > 25
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   END-IF
               WHEN 'REPORT-FILE'
                   PERFORM CHECK-NAME-VALUE
                   MOVE WS-PARM-VALUE TO WS-OUTPUT-NAME(1)
               WHEN 'EXCEPTION-FILE'
                   PERFORM CHECK-NAME-VALUE
                   MOVE WS-PARM-VALUE TO WS-OUTPUT-NAME(2)
               WHEN 'ALERT-FILE'
                   PERFORM CHECK-NAME-VALUE
                   MOVE WS-PARM-VALUE TO WS-OUTPUT-NAME(3)
               WHEN 'WATCHLIST-HITS-FILE'
                   PERFORM CHECK-NAME-VALUE
                   MOVE WS-PARM-VALUE TO WS-OUTPUT-NAME(4)
               WHEN 'RUN-MODE'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-VALUE))
                       TO WS-RUN-MODE
                   IF WS-RUN-MODE NOT = 'NORMAL'
                           AND WS-RUN-MODE NOT = 'AMEND'
                           AND WS-RUN-MODE NOT = 'BACKFILL'
                           AND WS-RUN-MODE NOT = 'INCREMENTAL'
                       MOVE 'NORMAL' TO WS-RUN-MODE
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               WHEN 'AMEND-FILE'
                   PERFORM CHECK-NAME-VALUE
                   IF WS-PARM-OK = 'Y'
                       MOVE WS-PARM-VALUE TO WS-AMEND-FILENAME
                       MOVE 'Y' TO WS-AMEND-FILE-SET
                   END-IF
               WHEN 'AMEND-DATE'
                   MOVE SPACES TO WS-TIMESTAMP
                   STRING FUNCTION TRIM(WS-PARM-VALUE) ":00:00:00"
                       DELIMITED BY SIZE INTO WS-TIMESTAMP
                   PERFORM CONVERT-TIMESTAMP
                   IF WS-TS-VALID = 'Y'
                       MOVE WS-PARM-VALUE TO WS-AMEND-DATE
                   ELSE
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               WHEN 'RETENTION-DAYS'
                   MOVE 3 TO WS-PARM-LIMIT
                   PERFORM CHECK-NUMERIC-VALUE
               WHEN 'DEDUP-HOURS'
                   MOVE 3 TO WS-PARM-LIMIT
                   PERFORM CHECK-NUMERIC-VALUE
               WHEN 'RPM-ALERT-CEILING'
                   MOVE 7 TO WS-PARM-LIMIT
                   PERFORM CHECK-NUMERIC-VALUE
               WHEN 'DEFAULT-SITE'
                   MOVE WS-PARM-VALUE TO WS-SITE-TOKEN
                   PERFORM EDIT-SITE-TOKEN
                   IF WS-SITE-VALID = 'Y'
                       MOVE WS-SITE-CODE TO WS-DEFAULT-SITE
                   ELSE
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               WHEN 'AMEND-SITE'
                   MOVE WS-PARM-VALUE TO WS-SITE-TOKEN
                   PERFORM EDIT-SITE-TOKEN
                   MOVE WS-SITE-VALID TO WS-PARM-OK
               WHEN 'PRIVACY-MODE'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-VALUE))
                       TO WS-PRIVACY-MODE
                   IF WS-PRIVACY-MODE NOT = 'NONE'
                           AND WS-PRIVACY-MODE NOT = 'PSEUDONYMIZE'
                           AND WS-PRIVACY-MODE NOT = 'TRUNCATE'
                       MOVE 'NONE' TO WS-PRIVACY-MODE
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               WHEN 'PRIVACY-KEY'
                   PERFORM CHECK-PRIVACY-KEY
               WHEN 'FILTER-IP'
      *>           LogFileAnalysis drops a FILTER-IP that is not a
      *>           valid IPv4 or IPv6 address and counts everything.
                   PERFORM CHECK-NAME-VALUE
                   IF WS-PARM-OK = 'Y'
                       MOVE WS-PARM-VALUE TO WS-IPNUM-IN
                       PERFORM CONVERT-IP-TO-HEX
                       IF WS-IPNUM-VALID = 'Y'
                           MOVE 'Y' TO WS-FILTER-ACTIVE
                       ELSE
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   END-IF
               WHEN 'FILTER-URL'
                   PERFORM CHECK-NAME-VALUE
                   MOVE 'Y' TO WS-FILTER-ACTIVE
               WHEN 'FILTER-STATUS'
                   MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-STAT
                   IF WS-PARM-STAT IS NUMERIC
                           AND WS-PARM-VALUE(4:1) = SPACE
                       MOVE 'Y' TO WS-FILTER-ACTIVE
                   ELSE
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               WHEN 'WINDOW-START'
                   MOVE WS-PARM-VALUE TO WS-TIMESTAMP
                   PERFORM CONVERT-TIMESTAMP
                   IF WS-TS-VALID = 'Y'
                       MOVE WS-TS-MINUTES TO WS-WINDOW-START-MIN
                       MOVE 'Y' TO WS-WINDOW-START-SET
                       MOVE 'Y' TO WS-FILTER-ACTIVE
                   ELSE
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               WHEN 'WINDOW-END'
                   MOVE WS-PARM-VALUE TO WS-TIMESTAMP
                   PERFORM CONVERT-TIMESTAMP
                   IF WS-TS-VALID = 'Y'
                       MOVE WS-TS-MINUTES TO WS-WINDOW-END-MIN
                       MOVE 'Y' TO WS-WINDOW-END-SET
                       MOVE 'Y' TO WS-FILTER-ACTIVE
                   ELSE
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               WHEN OTHER
                   MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": unknown key " FUNCTION TRIM(WS-PARM-KEY)
                       " - LogFileAnalysis would ignore it"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
           END-EVALUATE
           IF WS-PARM-OK = 'N'
               MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": invalid value for " FUNCTION TRIM(WS-PARM-KEY)
                   " (" FUNCTION TRIM(WS-PARM-VALUE)
                   ") - the default would be kept"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           END-IF.

       NOTE-PARAMETER-KEY.
      *>   A key given twice is legal - the last card wins - but it
      *>   is almost always an edit that forgot to remove the old one.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PK-INDEX FROM 1 BY 1
                   UNTIL WS-PK-INDEX > WS-PK-COUNT
               IF PK-KEY(WS-PK-INDEX) = WS-PARM-KEY
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": " FUNCTION TRIM(WS-PARM-KEY)
                   " given more than once - the last value is used"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           ELSE
               IF WS-PK-COUNT < 40
                   ADD 1 TO WS-PK-COUNT
                   MOVE WS-PARM-KEY TO PK-KEY(WS-PK-COUNT)
               END-IF
           END-IF.

       CHECK-NUMERIC-VALUE.
      *>   The value must be digits only and fit the WS-PARM-LIMIT
      *>   digits of the field LogFileAnalysis moves it into.
           MOVE 0 TO WS-PARM-DIGITS
           IF WS-PARM-VALUE = SPACES
               MOVE 'N' TO WS-PARM-OK
           ELSE
               COMPUTE WS-PARM-DIGITS =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-VALUE))
               IF FUNCTION TRIM(WS-PARM-VALUE) IS NOT NUMERIC
                       OR WS-PARM-DIGITS > WS-PARM-LIMIT
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.

       CHECK-NAME-VALUE.
           IF WS-PARM-VALUE = SPACES
               MOVE 'N' TO WS-PARM-OK
           END-IF.

       CHECK-PRIVACY-KEY.
      *>   The key is a secret, so no finding ever shows it.  It is
      *>   taken up to the first '=' after the key name and at most
      *>   64 characters are used.
           IF WS-PARM-VALUE = SPACES
               MOVE 'N' TO WS-PARM-OK
           ELSE
               MOVE 'Y' TO WS-PRIVACY-KEY-SET
               COMPUTE WS-PRIVACY-KEY-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-VALUE))
               MOVE 0 TO WS-PRIVACY-EQUALS
               INSPECT PARAMETER-RECORD TALLYING WS-PRIVACY-EQUALS
                   FOR ALL '='
               MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
               IF WS-PRIVACY-EQUALS > 1
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": PRIVACY-KEY contains '=' - only the part "
                       "before it would be used"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
               IF WS-PRIVACY-KEY-LEN > 64
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": PRIVACY-KEY is longer than 64 characters - "
                       "only the first 64 would be used"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
               IF WS-PRIVACY-KEY-LEN < 8
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": PRIVACY-KEY is shorter than 8 characters - "
                       "pseudonyms would be easy to reverse"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
           END-IF.

       EDIT-SITE-TOKEN.
      *>   A site code is 1 to 8 letters, digits, '-' or '_'; case is
      *>   ignored, as LogFileAnalysis holds it in upper case.
           MOVE 'Y' TO WS-SITE-VALID
           MOVE SPACES TO WS-SITE-CODE
           IF WS-SITE-TOKEN = SPACES
                   OR WS-SITE-TOKEN(9:12) NOT = SPACES
               MOVE 'N' TO WS-SITE-VALID
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-SITE-TOKEN(1:8))
                   TO WS-SITE-CODE
               PERFORM VARYING WS-SITE-CHAR-INDEX FROM 1 BY 1
                       UNTIL WS-SITE-CHAR-INDEX > 8
                   IF WS-SITE-CODE(WS-SITE-CHAR-INDEX:1) NOT = SPACE
                       IF (WS-SITE-CODE(WS-SITE-CHAR-INDEX:1) < 'A'
                               OR WS-SITE-CODE(WS-SITE-CHAR-INDEX:1)
                                   > 'Z')
                           AND (WS-SITE-CODE(WS-SITE-CHAR-INDEX:1)
                                   < '0'
                               OR WS-SITE-CODE(WS-SITE-CHAR-INDEX:1)
                                   > '9')
                           AND WS-SITE-CODE(WS-SITE-CHAR-INDEX:1)
                               NOT = '-'
                           AND WS-SITE-CODE(WS-SITE-CHAR-INDEX:1)
                               NOT = '_'
                           MOVE 'N' TO WS-SITE-VALID
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ALERT-STATUS-LIST.
           MOVE SPACES TO WS-PARM-ITEMS
           MOVE 'Y' TO WS-PARM-LIST-VALID
           MOVE 0 TO WS-PARM-LIST-COUNT
           UNSTRING WS-PARM-VALUE DELIMITED BY ','
               INTO WS-PARM-ITEM(1) WS-PARM-ITEM(2) WS-PARM-ITEM(3)
                   WS-PARM-ITEM(4) WS-PARM-ITEM(5) WS-PARM-ITEM(6)
                   WS-PARM-ITEM(7) WS-PARM-ITEM(8) WS-PARM-ITEM(9)
                   WS-PARM-ITEM(10)
               ON OVERFLOW
                   MOVE 'N' TO WS-PARM-LIST-VALID
           END-UNSTRING
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 10
                       OR WS-PARM-ITEM(WS-PARM-INDEX) = SPACES
               MOVE FUNCTION TRIM(WS-PARM-ITEM(WS-PARM-INDEX))
                   TO WS-PARM-STAT
               IF WS-PARM-STAT IS NUMERIC
                   ADD 1 TO WS-PARM-LIST-COUNT
               ELSE
                   MOVE 'N' TO WS-PARM-LIST-VALID
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PARM-INDEX FROM WS-PARM-INDEX BY 1
                   UNTIL WS-PARM-INDEX > 10
               IF WS-PARM-ITEM(WS-PARM-INDEX) NOT = SPACES
                   MOVE 'N' TO WS-PARM-LIST-VALID
               END-IF
           END-PERFORM
           IF WS-PARM-LIST-VALID = 'N' OR WS-PARM-LIST-COUNT = 0
               MOVE 'N' TO WS-PARM-OK
           END-IF.

       CHECK-MODE-COMBINATIONS.
           IF WS-RUN-MODE = 'AMEND'
               IF WS-AMEND-DATE = SPACES
                   STRING "RUN-MODE=AMEND without a valid AMEND-DATE - "
                       "LogFileAnalysis would stop at start-up"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               END-IF
               MOVE WS-AMEND-FILENAME TO WS-LOG-FILENAME
               OPEN INPUT LOG-FILE
               IF WS-LOG-FILE-STATUS = '00'
                   CLOSE LOG-FILE
               ELSE
                   STRING "repair file "
                       FUNCTION TRIM(WS-AMEND-FILENAME TRAILING)
                       " cannot be opened, status="
                       WS-LOG-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               END-IF
           ELSE
               IF WS-AMEND-DATE NOT = SPACES
                       OR WS-AMEND-FILE-SET = 'Y'
                   STRING "AMEND-DATE/AMEND-FILE given but RUN-MODE="
                       FUNCTION TRIM(WS-RUN-MODE TRAILING)
                       " - they will be ignored"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
           END-IF
           IF WS-WINDOW-START-SET = 'Y' AND WS-WINDOW-END-SET = 'Y'
                   AND WS-WINDOW-START-MIN > WS-WINDOW-END-MIN
               STRING "WINDOW-START is after WINDOW-END - no request "
                   "would be selected" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           END-IF
           IF WS-PRIVACY-MODE = 'PSEUDONYMIZE'
                   AND WS-PRIVACY-KEY-SET = 'N'
               STRING "PRIVACY-MODE=PSEUDONYMIZE without PRIVACY-KEY - "
                   "addresses would be truncated instead"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           END-IF
           IF WS-PRIVACY-MODE NOT = 'PSEUDONYMIZE'
                   AND WS-PRIVACY-KEY-SET = 'Y'
               STRING "PRIVACY-KEY given but PRIVACY-MODE="
                   FUNCTION TRIM(WS-PRIVACY-MODE TRAILING)
                   " - the key is not used"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           END-IF
           IF WS-FILTER-ACTIVE = 'Y'
                   AND (WS-RUN-MODE = 'INCREMENTAL'
                       OR WS-RUN-MODE = 'AMEND')
               STRING "selection filters on an "
                   FUNCTION TRIM(WS-RUN-MODE TRAILING)
                   " run leave the day's production figures partial"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           END-IF
           PERFORM VARYING WS-OUT-INDEX FROM 1 BY 1
                   UNTIL WS-OUT-INDEX > 3
               PERFORM VARYING WS-OUT-OTHER FROM WS-OUT-INDEX BY 1
                       UNTIL WS-OUT-OTHER > 4
                   IF WS-OUT-OTHER > WS-OUT-INDEX
                           AND WS-OUTPUT-NAME(WS-OUT-INDEX)
                               = WS-OUTPUT-NAME(WS-OUT-OTHER)
                       STRING FUNCTION TRIM(WS-OUTPUT-KEY(WS-OUT-INDEX))
                           " and "
                           FUNCTION TRIM(WS-OUTPUT-KEY(WS-OUT-OTHER))
                           " both name "
                           FUNCTION TRIM(WS-OUTPUT-NAME(WS-OUT-INDEX))
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM ADD-ERROR
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONVERT-TIMESTAMP.
      *>   WS-TIMESTAMP is DD/Mon/YYYY:HH:MM:SS; the result is an
      *>   absolute minute number.
           MOVE 'N' TO WS-TS-VALID
           MOVE SPACES TO WS-TS-DATE-PART
           MOVE SPACES TO WS-TS-HOUR-PART
           MOVE SPACES TO WS-TS-MIN-PART
           MOVE SPACES TO WS-TS-DD
           MOVE SPACES TO WS-TS-MON
           MOVE SPACES TO WS-TS-YYYY
           UNSTRING WS-TIMESTAMP DELIMITED BY ':'
               INTO WS-TS-DATE-PART WS-TS-HOUR-PART
                   WS-TS-MIN-PART WS-TS-REST
           UNSTRING WS-TS-DATE-PART DELIMITED BY '/'
               INTO WS-TS-DD WS-TS-MON WS-TS-YYYY
           MOVE 0 TO WS-MONTH-NUM
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 12
               IF WS-MONTH-NAME(WS-MONTH-INDEX) = WS-TS-MON
                   MOVE WS-MONTH-INDEX TO WS-MONTH-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TS-DD IS NUMERIC AND WS-TS-YYYY IS NUMERIC
                   AND WS-TS-HOUR-PART IS NUMERIC
                   AND WS-TS-MIN-PART IS NUMERIC
                   AND WS-MONTH-NUM > 0
               COMPUTE WS-TS-INT-DATE = FUNCTION NUMVAL(WS-TS-YYYY)
                   * 10000 + WS-MONTH-NUM * 100
                   + FUNCTION NUMVAL(WS-TS-DD)
               COMPUTE WS-TS-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-TS-INT-DATE)
               IF WS-TS-DAY-NUM > 0
                   COMPUTE WS-TS-MINUTES = WS-TS-DAY-NUM * 1440
                       + FUNCTION NUMVAL(WS-TS-HOUR-PART) * 60
                       + FUNCTION NUMVAL(WS-TS-MIN-PART)
                   MOVE 'Y' TO WS-TS-VALID
               END-IF
           END-IF.

       CHECK-LOG-FILES.
           MOVE "logfiles.ctl" TO WS-REPORT-LINE
           PERFORM START-SECTION
           MOVE 0 TO WS-LF-READABLE
           MOVE 0 TO WS-PS-COUNT
           IF WS-RUN-MODE = 'AMEND'
               MOVE "not read by an AMEND run - repair file checked above"
                   TO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           ELSE
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS = '00'
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CONTROL-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO WS-LOG-FILENAME
                               MOVE SPACES TO WS-SITE-TOKEN
                               MOVE SPACES TO WS-LF-EXTRA
                               UNSTRING FUNCTION TRIM(CONTROL-RECORD)
                                   DELIMITED BY ALL SPACE
                                   INTO WS-LOG-FILENAME WS-SITE-TOKEN
                                        WS-LF-EXTRA
                               END-UNSTRING
                               IF WS-LOG-FILENAME NOT = SPACES
                                   PERFORM CHECK-LOG-FILE-SITE
                                   PERFORM CHECK-ONE-LOG-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
                   IF WS-LF-COUNT = 0
                       MOVE "logfiles.ctl lists no log files"
                           TO WS-FINDING-TEXT
                       PERFORM ADD-ERROR
                   END-IF
               ELSE
                   MOVE "no logfiles.ctl - logfile.txt will be read"
                       TO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
                   MOVE 'logfile.txt' TO WS-LOG-FILENAME
                   MOVE SPACES TO WS-SITE-TOKEN
                   MOVE SPACES TO WS-LF-EXTRA
                   PERFORM CHECK-LOG-FILE-SITE
                   PERFORM CHECK-ONE-LOG-FILE
               END-IF
               IF WS-LF-COUNT > WS-LF-MAX
                   MOVE WS-LF-COUNT TO WS-COUNT-EDIT
                   STRING FUNCTION TRIM(WS-COUNT-EDIT)
                       " log files listed - the per-file audit and "
                       "restart tables hold 100"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
               IF WS-PS-COUNT > WS-PS-MAX
                   MOVE WS-PS-COUNT TO WS-COUNT-EDIT
                   STRING FUNCTION TRIM(WS-COUNT-EDIT)
                       " sites named - the site table holds 20 and "
                       "the rest would be counted under the first site"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
               MOVE WS-LF-READABLE TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " log file(s) present and readable"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-NOTE
               MOVE WS-PS-COUNT TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " site(s) named"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF.

       CHECK-LOG-FILE-SITE.
      *>   The site code follows the file name; a file with none, or
      *>   with one that cannot be used, is counted under DEFAULT-SITE.
           IF WS-LF-EXTRA NOT = SPACES
               STRING FUNCTION TRIM(WS-LOG-FILENAME TRAILING)
                   ": text after the site code is ignored - "
                   "file names cannot contain spaces"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           END-IF
           IF WS-SITE-TOKEN = SPACES
               MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
           ELSE
               PERFORM EDIT-SITE-TOKEN
               IF WS-SITE-VALID = 'N'
                   STRING FUNCTION TRIM(WS-LOG-FILENAME TRAILING)
                       ": invalid site code "
                       FUNCTION TRIM(WS-SITE-TOKEN)
                       " - the file would be counted under "
                       FUNCTION TRIM(WS-DEFAULT-SITE)
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
                   MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
               END-IF
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PS-INDEX FROM 1 BY 1
                   UNTIL WS-PS-INDEX > WS-PS-COUNT OR WS-PS-INDEX > 100
               IF PS-CODE(WS-PS-INDEX) = WS-SITE-CODE
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               ADD 1 TO WS-PS-COUNT
               IF WS-PS-COUNT <= 100
                   MOVE WS-SITE-CODE TO PS-CODE(WS-PS-COUNT)
               END-IF
           END-IF.

       CHECK-ONE-LOG-FILE.
      *>   A file listed twice is only read once; the second listing
      *>   is skipped and reported as a duplicate.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LF-INDEX FROM 1 BY 1
                   UNTIL WS-LF-INDEX > WS-LF-COUNT OR WS-LF-INDEX > 500
               IF LF-NAME(WS-LF-INDEX) = WS-LOG-FILENAME
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-LF-COUNT
           IF WS-FOUND = 'Y'
               STRING FUNCTION TRIM(WS-LOG-FILENAME TRAILING)
                   " is listed more than once - the repeat would be "
                   "skipped as a duplicate"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           ELSE
               IF WS-LF-COUNT <= 500
                   MOVE WS-LOG-FILENAME TO LF-NAME(WS-LF-COUNT)
               END-IF
               OPEN INPUT LOG-FILE
               IF WS-LOG-FILE-STATUS = '00'
                   READ LOG-FILE
                       AT END
                           STRING FUNCTION TRIM(WS-LOG-FILENAME TRAILING)
                               " is empty"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM ADD-WARNING
                       NOT AT END
                           ADD 1 TO WS-LF-READABLE
                   END-READ
                   CLOSE LOG-FILE
               ELSE
                   IF WS-LOG-FILE-STATUS = '35'
                       STRING FUNCTION TRIM(WS-LOG-FILENAME TRAILING)
                           " does not exist"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   ELSE
                       STRING FUNCTION TRIM(WS-LOG-FILENAME TRAILING)
                           " cannot be read, status="
                           WS-LOG-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-IF
                   PERFORM ADD-ERROR
               END-IF
           END-IF.

       CHECK-NETWORK-FILE.
      *>   LogFileAnalysis charges an address to the first range that
      *>   contains it, so a range wholly inside an earlier one never
      *>   receives traffic; a partial overlap splits a block between
      *>   two labels.
           MOVE "networks.ctl" TO WS-REPORT-LINE
           PERFORM START-SECTION
           MOVE 'N' TO WS-RANGE-KIND
           MOVE 100 TO WS-RANGE-CAPACITY
           MOVE 0 TO WS-RG-COUNT
           MOVE 0 TO WS-RG-OVER
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT NETWORK-FILE
           IF WS-NETWORK-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NETWORK-FILE INTO WS-RANGE-TEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF WS-RANGE-TEXT NOT = SPACES
                               PERFORM CHECK-RANGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NETWORK-FILE
               PERFORM REPORT-RANGE-CAPACITY
           ELSE
               MOVE "no networks.ctl - all traffic reported as unassigned"
                   TO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF.

       CHECK-WATCHLIST-FILE.
           MOVE "watchlist.ctl" TO WS-REPORT-LINE
           PERFORM START-SECTION
           MOVE 'W' TO WS-RANGE-KIND
           MOVE 200 TO WS-RANGE-CAPACITY
           MOVE 0 TO WS-RG-COUNT
           MOVE 0 TO WS-RG-OVER
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WATCHLIST-FILE INTO WS-RANGE-TEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF WS-RANGE-TEXT NOT = SPACES
                                   AND WS-RANGE-TEXT(1:1) NOT = '*'
                               PERFORM CHECK-RANGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
               PERFORM REPORT-RANGE-CAPACITY
           ELSE
               MOVE "no watchlist.ctl - watchlist checks disabled"
                   TO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF.

       CHECK-RANGE-LINE.
           MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
           PERFORM PARSE-RANGE-LINE
           IF WS-RANGE-VALID = 'N'
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": not a valid range - "
                   FUNCTION TRIM(WS-RANGE-TEXT TRAILING)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           ELSE
               IF WS-RG-COUNT >= WS-RANGE-CAPACITY
                   ADD 1 TO WS-RG-OVER
               END-IF
               PERFORM CHECK-RANGE-OVERLAP
               IF WS-RG-COUNT < 1000
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RANGE-START TO RG-START(WS-RG-COUNT)
                   MOVE WS-RANGE-END TO RG-END(WS-RG-COUNT)
                   MOVE WS-LINE-NUMBER TO RG-LINE(WS-RG-COUNT)
               END-IF
           END-IF.

       CHECK-RANGE-OVERLAP.
           PERFORM VARYING WS-RG-INDEX FROM 1 BY 1
                   UNTIL WS-RG-INDEX > WS-RG-COUNT
               IF WS-RANGE-START <= RG-END(WS-RG-INDEX)
                       AND WS-RANGE-END >= RG-START(WS-RG-INDEX)
                   PERFORM REPORT-RANGE-OVERLAP
               END-IF
           END-PERFORM.

       REPORT-RANGE-OVERLAP.
           MOVE RG-LINE(WS-RG-INDEX) TO WS-OTHER-EDIT
           IF WS-RANGE-START = RG-START(WS-RG-INDEX)
                   AND WS-RANGE-END = RG-END(WS-RG-INDEX)
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": duplicate of the range on line "
                   FUNCTION TRIM(WS-OTHER-EDIT)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           ELSE
               IF WS-RANGE-START >= RG-START(WS-RG-INDEX)
                       AND WS-RANGE-END <= RG-END(WS-RG-INDEX)
                       AND WS-RANGE-KIND = 'N'
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": wholly inside the range on line "
                       FUNCTION TRIM(WS-OTHER-EDIT)
                       " - it would never be matched"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               ELSE
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": overlaps the range on line "
                       FUNCTION TRIM(WS-OTHER-EDIT)
                       " - the earlier line wins where they overlap"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
           END-IF.

       REPORT-RANGE-CAPACITY.
           IF WS-RG-OVER > 0
               MOVE WS-RG-OVER TO WS-COUNT-EDIT
               MOVE WS-RANGE-CAPACITY TO WS-OTHER-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " valid line(s) beyond the table capacity of "
                   FUNCTION TRIM(WS-OTHER-EDIT)
                   " - they would be dropped"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           END-IF
           MOVE WS-RG-COUNT TO WS-COUNT-EDIT
           MOVE WS-RANGE-CAPACITY TO WS-OTHER-EDIT
           STRING FUNCTION TRIM(WS-COUNT-EDIT) " of "
               FUNCTION TRIM(WS-OTHER-EDIT) " table entries used"
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
           PERFORM ADD-NOTE.

       PARSE-RANGE-LINE.
      *>   'address/nn label', 'start end label' or, on the
      *>   watchlist only, 'address label'; IPv4 or IPv6.
           MOVE 'N' TO WS-RANGE-VALID
           MOVE SPACES TO WS-NET-TOK1
           MOVE SPACES TO WS-NET-TOK2
           MOVE 1 TO WS-NET-PTR
           UNSTRING WS-RANGE-TEXT DELIMITED BY SPACE
               INTO WS-NET-TOK1 WITH POINTER WS-NET-PTR
           MOVE 0 TO WS-NET-SLASH-COUNT
           INSPECT WS-NET-TOK1 TALLYING WS-NET-SLASH-COUNT FOR ALL '/'
           IF WS-NET-SLASH-COUNT > 0
               PERFORM PARSE-RANGE-CIDR
           ELSE
               MOVE WS-NET-TOK1 TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'Y'
                   MOVE WS-IPNUM-HEX TO WS-RANGE-START
                   MOVE WS-IPNUM-HEX TO WS-RANGE-END
                   MOVE WS-NET-PTR TO WS-NET-SAVE-PTR
                   UNSTRING WS-RANGE-TEXT DELIMITED BY SPACE
                       INTO WS-NET-TOK2 WITH POINTER WS-NET-PTR
                   MOVE WS-NET-TOK2 TO WS-IPNUM-IN
                   PERFORM CONVERT-IP-TO-HEX
                   IF WS-IPNUM-VALID = 'Y'
                           AND WS-IPNUM-HEX >= WS-RANGE-START
                       MOVE WS-IPNUM-HEX TO WS-RANGE-END
                       MOVE 'Y' TO WS-RANGE-VALID
                   ELSE
                       IF WS-RANGE-KIND = 'W'
                           MOVE 'Y' TO WS-RANGE-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PARSE-RANGE-CIDR.
           MOVE SPACES TO WS-NET-ADDR-PART
           MOVE SPACES TO WS-NET-PREFIX-PART
           UNSTRING WS-NET-TOK1 DELIMITED BY '/'
               INTO WS-NET-ADDR-PART WS-NET-PREFIX-PART
           PERFORM SET-CIDR-HEX-RANGE
           IF WS-IPNUM-VALID = 'Y'
               MOVE WS-HEX-LOW TO WS-RANGE-START
               MOVE WS-HEX-HIGH TO WS-RANGE-END
               MOVE 'Y' TO WS-RANGE-VALID
           END-IF.

       CONVERT-IP-TO-NUMBER.
           MOVE 'N' TO WS-IPNUM-VALID
           MOVE SPACES TO WS-IPNUM-OCT1
           MOVE SPACES TO WS-IPNUM-OCT2
           MOVE SPACES TO WS-IPNUM-OCT3
           MOVE SPACES TO WS-IPNUM-OCT4
           UNSTRING WS-IPNUM-IN DELIMITED BY '.'
               INTO WS-IPNUM-OCT1 WS-IPNUM-OCT2
                   WS-IPNUM-OCT3 WS-IPNUM-OCT4
           IF FUNCTION TRIM(WS-IPNUM-OCT1) IS NUMERIC
                   AND FUNCTION TRIM(WS-IPNUM-OCT2) IS NUMERIC
                   AND FUNCTION TRIM(WS-IPNUM-OCT3) IS NUMERIC
                   AND FUNCTION TRIM(WS-IPNUM-OCT4) IS NUMERIC
               MOVE FUNCTION TRIM(WS-IPNUM-OCT1) TO WS-IPNUM-N1
               MOVE FUNCTION TRIM(WS-IPNUM-OCT2) TO WS-IPNUM-N2
               MOVE FUNCTION TRIM(WS-IPNUM-OCT3) TO WS-IPNUM-N3
               MOVE FUNCTION TRIM(WS-IPNUM-OCT4) TO WS-IPNUM-N4
               IF WS-IPNUM-N1 <= 255 AND WS-IPNUM-N2 <= 255
                       AND WS-IPNUM-N3 <= 255 AND WS-IPNUM-N4 <= 255
                   COMPUTE WS-IPNUM-OUT =
                       ((WS-IPNUM-N1 * 256 + WS-IPNUM-N2) * 256
                       + WS-IPNUM-N3) * 256 + WS-IPNUM-N4
                   MOVE 'Y' TO WS-IPNUM-VALID
               END-IF
           END-IF.

       CONVERT-IP-TO-HEX.
      *>   WS-IPNUM-IN (IPv4 dotted or any IPv6 text form) to the 32
      *>   hex digit value in WS-IPNUM-HEX.
           MOVE 'N' TO WS-IPNUM-VALID
           MOVE SPACES TO WS-IPNUM-HEX
           MOVE 0 TO WS-V6-COLONS
           INSPECT WS-IPNUM-IN TALLYING WS-V6-COLONS FOR ALL ':'
           IF WS-V6-COLONS = 0
               MOVE '4' TO WS-IPNUM-FAMILY
               PERFORM CONVERT-IP-TO-NUMBER
               IF WS-IPNUM-VALID = 'Y'
                   MOVE WS-IPNUM-V4-PREFIX TO WS-IPNUM-HEX(1:24)
                   MOVE WS-IPNUM-OUT TO WS-HEX-WORK
                   MOVE 32 TO WS-HEX-POS
                   PERFORM STORE-HEX-WORK-DIGITS
               END-IF
           ELSE
               MOVE '6' TO WS-IPNUM-FAMILY
               PERFORM PARSE-IPV6-TEXT
           END-IF.

       STORE-HEX-WORK-DIGITS.
      *>   Writes WS-HEX-WORK as 8 hex digits ending at WS-HEX-POS.
           PERFORM 8 TIMES
               DIVIDE WS-HEX-WORK BY 16
                   GIVING WS-HEX-WORK REMAINDER WS-HEX-NIBBLE
               MOVE WS-HEX-DIGITS(WS-HEX-NIBBLE + 1:1)
                   TO WS-IPNUM-HEX(WS-HEX-POS:1)
               SUBTRACT 1 FROM WS-HEX-POS
           END-PERFORM.

       PARSE-IPV6-TEXT.
      *>   Up to eight groups of 1-4 hex digits separated by ':', one
      *>   '::' standing for the missing zero groups, and optionally
      *>   a dotted IPv4 tail in place of the last two groups.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-IPNUM-IN))
               TO WS-V6-TEXT
           COMPUTE WS-V6-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IPNUM-IN))
           MOVE 'Y' TO WS-IPNUM-VALID
           MOVE SPACES TO WS-V6-GROUPS
           MOVE SPACES TO WS-V6-CUR
           MOVE 0 TO WS-V6-DLEN
           MOVE 0 TO WS-V6-GCOUNT
           MOVE 99 TO WS-V6-GAP
           MOVE 0 TO WS-V6-V4-START
           MOVE 'N' TO WS-V6-LAST-COLON
           PERFORM VARYING WS-V6-POS FROM 1 BY 1
                   UNTIL WS-V6-POS > WS-V6-LEN
                      OR WS-IPNUM-VALID = 'N'
                      OR WS-V6-V4-START > 0
               MOVE WS-V6-TEXT(WS-V6-POS:1) TO WS-HEX-CHAR
               PERFORM FIND-HEX-VALUE
               IF WS-HEX-NIBBLE < 16
                   IF WS-V6-DLEN >= 4
                       MOVE 'N' TO WS-IPNUM-VALID
                   ELSE
                       ADD 1 TO WS-V6-DLEN
                       MOVE WS-HEX-CHAR TO WS-V6-CUR(WS-V6-DLEN:1)
                       MOVE 'N' TO WS-V6-LAST-COLON
                   END-IF
               ELSE IF WS-HEX-CHAR = ':'
                   IF WS-V6-POS < WS-V6-LEN
                           AND WS-V6-TEXT(WS-V6-POS + 1:1) = ':'
                       IF WS-V6-GAP NOT = 99
                           MOVE 'N' TO WS-IPNUM-VALID
                       ELSE
                           IF WS-V6-DLEN > 0
                               PERFORM CLOSE-IPV6-GROUP
                           END-IF
                           MOVE WS-V6-GCOUNT TO WS-V6-GAP
                           MOVE 'N' TO WS-V6-LAST-COLON
                           ADD 1 TO WS-V6-POS
                       END-IF
                   ELSE
                       IF WS-V6-DLEN = 0
                           MOVE 'N' TO WS-IPNUM-VALID
                       ELSE
                           PERFORM CLOSE-IPV6-GROUP
                           MOVE 'Y' TO WS-V6-LAST-COLON
                       END-IF
                   END-IF
               ELSE IF WS-HEX-CHAR = '.' AND WS-V6-DLEN > 0
                   COMPUTE WS-V6-V4-START = WS-V6-POS - WS-V6-DLEN
                   MOVE 0 TO WS-V6-DLEN
               ELSE
                   MOVE 'N' TO WS-IPNUM-VALID
               END-IF
           END-PERFORM
           IF WS-IPNUM-VALID = 'Y'
               IF WS-V6-V4-START > 0
                   PERFORM PARSE-IPV6-V4-TAIL
               ELSE
                   IF WS-V6-DLEN > 0
                       PERFORM CLOSE-IPV6-GROUP
                   END-IF
                   IF WS-V6-LAST-COLON = 'Y'
                       MOVE 'N' TO WS-IPNUM-VALID
                   END-IF
               END-IF
           END-IF
           IF WS-IPNUM-VALID = 'Y'
               IF (WS-V6-GAP = 99 AND WS-V6-GCOUNT NOT = 8)
                       OR (WS-V6-GAP NOT = 99 AND WS-V6-GCOUNT > 7)
                   MOVE 'N' TO WS-IPNUM-VALID
               END-IF
           END-IF
           IF WS-IPNUM-VALID = 'Y'
               MOVE ALL '0' TO WS-IPNUM-HEX
               PERFORM VARYING WS-V6-G FROM 1 BY 1
                       UNTIL WS-V6-G > WS-V6-GCOUNT
                   IF WS-V6-G > WS-V6-GAP
                       COMPUTE WS-V6-SLOT =
                           WS-V6-G + 8 - WS-V6-GCOUNT
                   ELSE
                       MOVE WS-V6-G TO WS-V6-SLOT
                   END-IF
                   MOVE V6-GROUP(WS-V6-G)
                       TO WS-IPNUM-HEX(WS-V6-SLOT * 4 - 3:4)
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-IPNUM-HEX
           END-IF.

       CLOSE-IPV6-GROUP.
           IF WS-V6-GCOUNT >= 8
               MOVE 'N' TO WS-IPNUM-VALID
           ELSE
               ADD 1 TO WS-V6-GCOUNT
               MOVE '0000' TO V6-GROUP(WS-V6-GCOUNT)
               MOVE WS-V6-CUR(1:WS-V6-DLEN)
                   TO V6-GROUP(WS-V6-GCOUNT)(5 - WS-V6-DLEN:WS-V6-DLEN)
           END-IF
           MOVE 0 TO WS-V6-DLEN
           MOVE SPACES TO WS-V6-CUR.

       PARSE-IPV6-V4-TAIL.
      *>   The dotted tail fills the last two groups.
           MOVE WS-V6-TEXT(WS-V6-V4-START:) TO WS-IPNUM-IN
           PERFORM CONVERT-IP-TO-NUMBER
           IF WS-IPNUM-VALID = 'Y' AND WS-V6-GCOUNT <= 6
               MOVE WS-IPNUM-OUT TO WS-HEX-WORK
               MOVE 8 TO WS-HEX-POS
               PERFORM STORE-HEX-WORK-DIGITS
               ADD 1 TO WS-V6-GCOUNT
               MOVE WS-IPNUM-HEX(1:4) TO V6-GROUP(WS-V6-GCOUNT)
               ADD 1 TO WS-V6-GCOUNT
               MOVE WS-IPNUM-HEX(5:4) TO V6-GROUP(WS-V6-GCOUNT)
           ELSE
               MOVE 'N' TO WS-IPNUM-VALID
           END-IF.

       FIND-HEX-VALUE.
      *>   WS-HEX-CHAR to 0-15 in WS-HEX-NIBBLE; 99 if not a lower
      *>   case hex digit.
           MOVE 99 TO WS-HEX-NIBBLE
           PERFORM VARYING WS-HEX-INDEX FROM 1 BY 1
                   UNTIL WS-HEX-INDEX > 16
               IF WS-HEX-DIGITS(WS-HEX-INDEX:1) = WS-HEX-CHAR
                   COMPUTE WS-HEX-NIBBLE = WS-HEX-INDEX - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SET-CIDR-HEX-RANGE.
      *>   WS-NET-ADDR-PART / WS-NET-PREFIX-PART to the first and last
      *>   addresses of the block in WS-HEX-LOW and WS-HEX-HIGH.  An
      *>   IPv4 prefix counts from bit 96 of the mapped form.
           MOVE WS-NET-ADDR-PART TO WS-IPNUM-IN
           PERFORM CONVERT-IP-TO-HEX
           IF WS-IPNUM-VALID = 'Y'
                   AND FUNCTION TRIM(WS-NET-PREFIX-PART) IS NUMERIC
               MOVE FUNCTION TRIM(WS-NET-PREFIX-PART)
                   TO WS-NET-PREFIX
               IF WS-IPNUM-FAMILY = '4'
                   IF WS-NET-PREFIX > 32
                       MOVE 'N' TO WS-IPNUM-VALID
                   ELSE
                       ADD 96 TO WS-NET-PREFIX
                   END-IF
               ELSE
                   IF WS-NET-PREFIX > 128
                       MOVE 'N' TO WS-IPNUM-VALID
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-IPNUM-VALID
           END-IF
           IF WS-IPNUM-VALID = 'Y'
               MOVE WS-IPNUM-HEX TO WS-HEX-LOW
               MOVE WS-IPNUM-HEX TO WS-HEX-HIGH
               DIVIDE WS-NET-PREFIX BY 4
                   GIVING WS-HEX-FULL REMAINDER WS-HEX-REM
               COMPUTE WS-HEX-POS = WS-HEX-FULL + 1
               IF WS-HEX-POS <= 32
                   MOVE WS-IPNUM-HEX(WS-HEX-POS:1) TO WS-HEX-CHAR
                   PERFORM FIND-HEX-VALUE
                   COMPUTE WS-HEX-BLOCK = 2 ** (4 - WS-HEX-REM)
                   DIVIDE WS-HEX-NIBBLE BY WS-HEX-BLOCK
                       GIVING WS-HEX-WORK REMAINDER WS-HEX-INDEX
                   SUBTRACT WS-HEX-INDEX FROM WS-HEX-NIBBLE
                   MOVE WS-HEX-DIGITS(WS-HEX-NIBBLE + 1:1)
                       TO WS-HEX-LOW(WS-HEX-POS:1)
                   ADD WS-HEX-BLOCK TO WS-HEX-NIBBLE
                   MOVE WS-HEX-DIGITS(WS-HEX-NIBBLE:1)
                       TO WS-HEX-HIGH(WS-HEX-POS:1)
                   PERFORM VARYING WS-HEX-POS FROM WS-HEX-POS BY 1
                           UNTIL WS-HEX-POS >= 32
                       MOVE '0' TO WS-HEX-LOW(WS-HEX-POS + 1:1)
                       MOVE 'f' TO WS-HEX-HIGH(WS-HEX-POS + 1:1)
                   END-PERFORM
               END-IF
           END-IF.


       CHECK-SLA-FILE.
           MOVE "sla-targets.ctl" TO WS-REPORT-LINE
           PERFORM START-SECTION
           MOVE 0 TO WS-SP-COUNT
           MOVE 0 TO WS-SP-OVER
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT SLA-TARGET-FILE
           IF WS-SLA-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SLA-TARGET-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF SLA-TARGET-RECORD NOT = SPACES
                                   AND SLA-TARGET-RECORD(1:1) NOT = '*'
                               PERFORM CHECK-SLA-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-TARGET-FILE
               IF WS-SP-OVER > 0
                   MOVE WS-SP-OVER TO WS-COUNT-EDIT
                   STRING FUNCTION TRIM(WS-COUNT-EDIT)
                       " valid target(s) beyond the table capacity "
                       "of 50 - they would be dropped"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               END-IF
               MOVE WS-SP-COUNT TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " of 50 table entries used"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           ELSE
               MOVE "no sla-targets.ctl - SLA section not produced"
                   TO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF.

       CHECK-SLA-LINE.
           MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
           MOVE SPACES TO WS-SLA-TOK1
           MOVE SPACES TO WS-SLA-TOK2
           MOVE SPACES TO WS-SLA-TOK3
           UNSTRING SLA-TARGET-RECORD DELIMITED BY ALL SPACE
               INTO WS-SLA-TOK1 WS-SLA-TOK2 WS-SLA-TOK3
           MOVE 'Y' TO WS-SITE-VALID
           MOVE SPACES TO WS-SITE-CODE
           IF WS-SLA-TOK3 NOT = SPACES
               MOVE WS-SLA-TOK3 TO WS-SITE-TOKEN
               PERFORM EDIT-SITE-TOKEN
           END-IF
           MOVE FUNCTION TRIM(WS-SLA-TOK2) TO WS-SLA-CHECK
           MOVE 0 TO WS-SLA-DOTS
           INSPECT WS-SLA-CHECK TALLYING WS-SLA-DOTS FOR ALL '.'
           INSPECT WS-SLA-CHECK REPLACING ALL '.' BY '0'
           IF WS-SLA-TOK1 = SPACES
                   OR FUNCTION TRIM(WS-SLA-CHECK) IS NOT NUMERIC
                   OR WS-SLA-DOTS > 1
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": not a valid target - "
                   FUNCTION TRIM(SLA-TARGET-RECORD TRAILING)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           ELSE IF WS-SITE-VALID = 'N'
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": invalid site code "
                   FUNCTION TRIM(WS-SLA-TOK3)
                   " - the target would be rejected"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           ELSE
               IF FUNCTION NUMVAL(WS-SLA-TOK2) > 100
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": error limit above 100 percent can never be "
                       "breached" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
               IF WS-SP-COUNT >= 50
                   ADD 1 TO WS-SP-OVER
               END-IF
               PERFORM CHECK-SLA-DUPLICATE
           END-IF.

       CHECK-SLA-DUPLICATE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SP-INDEX FROM 1 BY 1
                   UNTIL WS-SP-INDEX > WS-SP-COUNT
               IF SP-PREFIX(WS-SP-INDEX) = WS-SLA-TOK1
                       AND SP-SITE(WS-SP-INDEX) = WS-SITE-CODE
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               MOVE SP-LINE(WS-SP-INDEX) TO WS-OTHER-EDIT
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": path " FUNCTION TRIM(WS-SLA-TOK1)
                   " already has a target on line "
                   FUNCTION TRIM(WS-OTHER-EDIT)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           END-IF
           IF WS-SP-COUNT < 500
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SLA-TOK1 TO SP-PREFIX(WS-SP-COUNT)
               MOVE WS-SITE-CODE TO SP-SITE(WS-SP-COUNT)
               MOVE WS-LINE-NUMBER TO SP-LINE(WS-SP-COUNT)
           END-IF.

       CHECK-FUNNEL-FILE.
           MOVE "funnels.ctl" TO WS-REPORT-LINE
           PERFORM START-SECTION
           MOVE 0 TO WS-FN-COUNT
           MOVE 0 TO WS-FN-KEPT
           MOVE 'N' TO WS-FN-OPEN
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT FUNNEL-FILE
           IF WS-FUNNEL-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FUNNEL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF FUNNEL-RECORD NOT = SPACES
                                   AND FUNNEL-RECORD(1:1) NOT = '*'
                               PERFORM CHECK-FUNNEL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNNEL-FILE
               PERFORM CHECK-FUNNEL-END
               IF WS-FN-KEPT > 10
                   COMPUTE WS-COUNT-EDIT = WS-FN-KEPT - 10
                   STRING FUNCTION TRIM(WS-COUNT-EDIT)
                       " funnel(s) beyond the table capacity of 10"
                       " - they would be dropped"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               END-IF
               MOVE WS-FN-KEPT TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " of 10 funnel table entries used"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           ELSE
               MOVE "no funnels.ctl - no funnels will be reported"
                   TO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF.

       CHECK-FUNNEL-LINE.
           MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
           MOVE SPACES TO WS-FN-KEY
           MOVE SPACES TO WS-FN-VALUE
           MOVE 1 TO WS-FN-PTR
           UNSTRING FUNNEL-RECORD DELIMITED BY '='
               INTO WS-FN-KEY WITH POINTER WS-FN-PTR
           IF WS-FN-PTR <= 120
               MOVE FUNNEL-RECORD(WS-FN-PTR:) TO WS-FN-VALUE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FN-KEY))
               TO WS-FN-KEY
           MOVE FUNCTION TRIM(WS-FN-VALUE) TO WS-FN-VALUE
           IF WS-FN-KEY = 'FUNNEL'
               PERFORM CHECK-FUNNEL-END
               PERFORM CHECK-FUNNEL-NAME
           ELSE IF WS-FN-KEY = 'STEP'
               PERFORM CHECK-FUNNEL-STEP
           ELSE
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": not FUNNEL= or STEP= - "
                   FUNCTION TRIM(FUNNEL-RECORD TRAILING)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           END-IF.

       CHECK-FUNNEL-NAME.
           MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
           MOVE 'N' TO WS-FN-OPEN
           IF WS-FN-VALUE = SPACES
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": funnel has no name - its steps would be ignored"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           ELSE
               IF WS-FN-VALUE(21:80) NOT = SPACES
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": funnel name longer than 20 characters is cut"
                       " to " WS-FN-VALUE(1:20)
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-FN-INDEX FROM 1 BY 1
                       UNTIL WS-FN-INDEX > WS-FN-COUNT
                   IF FN-NAME(WS-FN-INDEX) = WS-FN-VALUE(1:20)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'Y'
                   MOVE FN-LINE(WS-FN-INDEX) TO WS-OTHER-EDIT
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": funnel " FUNCTION TRIM(WS-FN-VALUE(1:20))
                       " is already defined on line "
                       FUNCTION TRIM(WS-OTHER-EDIT)
                       " - its steps would be ignored"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               ELSE
                   MOVE 'Y' TO WS-FN-OPEN
                   MOVE 0 TO WS-FN-STEPS
                   MOVE WS-LINE-NUMBER TO WS-FN-START
                   IF WS-FN-COUNT < 100
                       ADD 1 TO WS-FN-COUNT
                       MOVE WS-FN-VALUE(1:20) TO FN-NAME(WS-FN-COUNT)
                       MOVE WS-LINE-NUMBER TO FN-LINE(WS-FN-COUNT)
                   END-IF
               END-IF
           END-IF.

       CHECK-FUNNEL-STEP.
           IF WS-FN-OPEN = 'N'
               STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                   ": STEP does not follow a valid FUNNEL line"
                   " - it would be ignored"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-ERROR
           ELSE
               ADD 1 TO WS-FN-STEPS
               IF WS-FN-STEPS = 9
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": more than 8 steps - steps from here on"
                       " would be ignored"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               END-IF
               MOVE 0 TO WS-FN-QMARKS
               INSPECT WS-FN-VALUE TALLYING WS-FN-QMARKS FOR ALL '?'
               IF WS-FN-VALUE(1:1) NOT = '/'
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": step " FUNCTION TRIM(WS-FN-VALUE)
                       " does not start with / - it would never match"
                       " a logged URL"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               ELSE IF WS-FN-QMARKS > 0
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": step " FUNCTION TRIM(WS-FN-VALUE)
                       " - the query string is ignored when matching"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
           END-IF.

       CHECK-FUNNEL-END.
      *>   Closes the funnel being read; fewer than two steps and the
      *>   run drops it.
           IF WS-FN-OPEN = 'Y'
               IF WS-FN-STEPS < 2
                   MOVE WS-FN-START TO WS-LINE-EDIT
                   STRING "line " FUNCTION TRIM(WS-LINE-EDIT)
                       ": funnel " FUNCTION TRIM(FN-NAME(WS-FN-COUNT))
                       " has fewer than 2 steps - it would be dropped"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               ELSE
                   ADD 1 TO WS-FN-KEPT
               END-IF
           END-IF
           MOVE 'N' TO WS-FN-OPEN.

       CHECK-RESTART-FILES.
      *>   A non-incremental run resumes from any complete checkpoint
      *>   it finds, so one left behind by a different run mode would
      *>   be merged into tonight's figures.  Incremental runs need
      *>   the checkpoint and tail positions to agree with each other.
           MOVE "checkpoint.dat / tailpos.dat" TO WS-REPORT-LINE
           PERFORM START-SECTION
           PERFORM READ-CHECKPOINT-STATE
           PERFORM READ-TAIL-POSITIONS
           IF WS-CKPT-PRESENT = 'Y'
               PERFORM CHECK-CHECKPOINT-MODE
           ELSE
               MOVE "no checkpoint - the run starts from the beginning"
                   TO WS-FINDING-TEXT
               PERFORM ADD-NOTE
           END-IF
           IF WS-TP-COUNT > 0 OR WS-TP-BAD > 0
               PERFORM CHECK-TAIL-POSITIONS
           ELSE
               IF WS-RUN-MODE = 'INCREMENTAL'
                       AND WS-CKPT-PRESENT = 'Y'
                       AND WS-CKPT-MODE = 'INCREMENTAL'
                   STRING "incremental checkpoint but no tailpos.dat - "
                       "every log would be re-read from the top and "
                       "counted again" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               END-IF
           END-IF.

       READ-CHECKPOINT-STATE.
           MOVE 'N' TO WS-CKPT-PRESENT
           MOVE 'N' TO WS-CKPT-TRAILER
           MOVE SPACES TO WS-CKPT-MODE
           MOVE 0 TO WS-CKPT-DONE-FILES
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKPOINT-FILE INTO WS-CKPT-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CKPT-TYPE = 'CT'
                               MOVE 'Y' TO WS-CKPT-PRESENT
                               MOVE CKPT-CT-RUN-MODE TO WS-CKPT-MODE
                               MOVE CKPT-CT-RUN-DATE TO WS-CKPT-DATE
                           END-IF
                           IF WS-CKPT-TYPE = 'FD'
                               ADD 1 TO WS-CKPT-DONE-FILES
                           END-IF
                           IF WS-CKPT-TYPE = 'EN'
                               MOVE 'Y' TO WS-CKPT-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       CHECK-CHECKPOINT-MODE.
           IF WS-CKPT-MODE = SPACES
               STRING "checkpoint for " WS-CKPT-DATE
                   " does not record its run mode - confirm it "
                   "belongs to this " FUNCTION TRIM(WS-RUN-MODE)
                   " run" DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           ELSE
               IF WS-RUN-MODE = 'AMEND'
                   STRING "checkpoint for " WS-CKPT-DATE " written in "
                       FUNCTION TRIM(WS-CKPT-MODE)
                       " mode - not used by AMEND, but still there for "
                       "the next run" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               ELSE
                   IF WS-CKPT-MODE NOT = WS-RUN-MODE
                       STRING "checkpoint for " WS-CKPT-DATE
                           " was written in "
                           FUNCTION TRIM(WS-CKPT-MODE)
                           " mode - this " FUNCTION TRIM(WS-RUN-MODE)
                           " run would resume from it"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM ADD-ERROR
                   ELSE
                       PERFORM NOTE-CHECKPOINT-RESUME
                   END-IF
               END-IF
           END-IF.

       NOTE-CHECKPOINT-RESUME.
           IF WS-CKPT-TRAILER = 'N'
               STRING "checkpoint for " WS-CKPT-DATE
                   " is incomplete - it will be ignored and the run "
                   "reprocessed from the start"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           ELSE
               IF WS-RUN-MODE = 'INCREMENTAL'
                   STRING "incremental checkpoint for " WS-CKPT-DATE
                       " - the next pass continues the day"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-NOTE
               ELSE
                   MOVE WS-CKPT-DONE-FILES TO WS-COUNT-EDIT
                   STRING "restart checkpoint for " WS-CKPT-DATE
                       " - the run resumes after "
                       FUNCTION TRIM(WS-COUNT-EDIT)
                       " completed log file(s)"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
           END-IF.

       READ-TAIL-POSITIONS.
           MOVE 0 TO WS-TP-COUNT
           MOVE 0 TO WS-TP-BAD
           OPEN INPUT TAILPOS-FILE
           IF WS-TAILPOS-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TAILPOS-FILE INTO WS-TP-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-TP-LINES IS NUMERIC
                                   AND WS-TP-NAME NOT = SPACES
                               ADD 1 TO WS-TP-COUNT
                               PERFORM CHECK-TAIL-NAME
                           ELSE
                               IF WS-TP-REC NOT = SPACES
                                   ADD 1 TO WS-TP-BAD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAILPOS-FILE
           END-IF.

       CHECK-TAIL-NAME.
      *>   A position for a file no longer in logfiles.ctl is left
      *>   over from an earlier control list.
           IF WS-RUN-MODE = 'INCREMENTAL'
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-LF-INDEX FROM 1 BY 1
                       UNTIL WS-LF-INDEX > WS-LF-COUNT
                           OR WS-LF-INDEX > 500
                   IF LF-NAME(WS-LF-INDEX) = WS-TP-NAME
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   STRING "tailpos.dat holds a position for "
                       FUNCTION TRIM(WS-TP-NAME TRAILING)
                       ", which is not in logfiles.ctl"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-WARNING
               END-IF
           END-IF.

       CHECK-TAIL-POSITIONS.
           MOVE WS-TP-COUNT TO WS-COUNT-EDIT
           IF WS-TP-BAD > 0
               MOVE WS-TP-BAD TO WS-OTHER-EDIT
               STRING "tailpos.dat has " FUNCTION TRIM(WS-OTHER-EDIT)
                   " unreadable line(s) - those files would be read "
                   "from the top" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           END-IF
           IF WS-RUN-MODE NOT = 'INCREMENTAL'
               STRING "tailpos.dat (" FUNCTION TRIM(WS-COUNT-EDIT)
                   " position(s)) is left from incremental runs - not "
                   "used by " FUNCTION TRIM(WS-RUN-MODE)
                   ", but the next INCREMENTAL run would start from it"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM ADD-WARNING
           ELSE
               IF WS-CKPT-PRESENT = 'N'
                       OR WS-CKPT-MODE NOT = 'INCREMENTAL'
                   STRING "tailpos.dat (" FUNCTION TRIM(WS-COUNT-EDIT)
                       " position(s)) without an incremental "
                       "checkpoint - lines before the positions would "
                       "never be counted"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM ADD-ERROR
               ELSE
                   STRING FUNCTION TRIM(WS-COUNT-EDIT)
                       " tail position(s) match the incremental "
                       "checkpoint" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM ADD-NOTE
               END-IF
           END-IF.

       PRINT-VERDICT.
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
           MOVE WS-WARNING-COUNT TO WS-OTHER-EDIT
           IF WS-ERROR-COUNT > 0
               STRING "NO-GO  - " FUNCTION TRIM(WS-COUNT-EDIT)
                   " error(s), " FUNCTION TRIM(WS-OTHER-EDIT)
                   " warning(s); correct the control files before "
                   "the batch window"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF WS-WARNING-COUNT > 0
                   STRING "GO     - " FUNCTION TRIM(WS-OTHER-EDIT)
                       " warning(s) to review"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE "GO     - all checks passed" TO WS-REPORT-LINE
               END-IF
           END-IF
           PERFORM WRITE-PREFLIGHT-LINE.

       WRITE-PREFLIGHT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE PREFLIGHT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
