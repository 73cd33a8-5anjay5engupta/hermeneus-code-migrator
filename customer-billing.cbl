IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerBilling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CARD-FILE ASSIGN TO 'ratecard.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT BILLING-PARM-FILE ASSIGN TO 'billing.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT DAILY-SUMMARY-FILE ASSIGN TO 'daily-summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT NET-EXTRACT-FILE ASSIGN TO 'netcounts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-EXTRACT-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'run-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT GEN-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO 'invoice-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT AR-INTERFACE-FILE ASSIGN TO 'billing-interface.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD PIC X(200).

       FD  BILLING-PARM-FILE.
       01  BILLING-PARM-RECORD PIC X(200).

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

       FD  NET-EXTRACT-FILE.
       01  NET-EXTRACT-RECORD PIC X(250).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD PIC X(200).

       FD  GEN-EXTRACT-FILE.
       01  GEN-EXTRACT-RECORD PIC X(250).

       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD PIC X(200).

       FD  AR-INTERFACE-FILE.
       01  AR-INTERFACE-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DS-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-NET-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNHIST-STATUS PIC X(2) VALUE '00'.
       01  WS-GEN-STATUS PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-AR-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-GEN-EOF PIC X VALUE 'N'.
       01  WS-RH-EOF PIC X VALUE 'N'.
       01  WS-FOUND PIC X VALUE 'N'.
       01  WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01  WS-WARNING-COUNT PIC 9(5) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01  WS-PARM-KEY PIC X(30) VALUE SPACES.
       01  WS-PARM-VALUE PIC X(100) VALUE SPACES.
       01  WS-PARM-YYYY PIC X(4) VALUE SPACES.
       01  WS-PARM-MM PIC X(2) VALUE SPACES.

       01  WS-TODAY-STAMP PIC 9(8) VALUE 0.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-STAMP.
           05  WS-TODAY-YYYY PIC 9(4).
           05  WS-TODAY-MM   PIC 9(2).
           05  WS-TODAY-DD   PIC 9(2).
       01  WS-BILL-YYYY PIC 9(4) VALUE 0.
       01  WS-BILL-MM PIC 9(2) VALUE 0.
       01  WS-BILL-PERIOD PIC 9(6) VALUE 0.
       01  WS-BILL-KEY PIC X(8) VALUE SPACES.
       01  WS-BILL-FIRST-INT PIC 9(8) VALUE 0.
       01  WS-BILL-FIRST-DAY PIC 9(7) VALUE 0.
       01  WS-BILL-NEXT-INT PIC 9(8) VALUE 0.
       01  WS-BILL-DAYS PIC 9(2) VALUE 0.
       01  WS-MONTH-NAMES PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
       01  WS-MONTH-NUM PIC 9(2) VALUE 0.
       01  WS-MONTH-SCAN PIC 9(4) VALUE 1.

       01  WS-DT-DATE PIC X(11) VALUE SPACES.
       01  WS-DT-DD PIC X(2) VALUE SPACES.
       01  WS-DT-MON PIC X(3) VALUE SPACES.
       01  WS-DT-YYYY PIC X(4) VALUE SPACES.
       01  WS-DT-DAY-OF-MONTH PIC 9(2) VALUE 0.
       01  WS-DT-IN-MONTH PIC X VALUE 'N'.
       01  WS-DT-INT PIC 9(8) VALUE 0.
       01  WS-DT-DAY PIC 9(7) VALUE 0.

       01  WS-RC-LINE PIC X(200) VALUE SPACES.
       01  WS-RC-PTR PIC 9(4) VALUE 1.
       01  WS-RC-TOK1 PIC X(20) VALUE SPACES.
       01  WS-RC-TOK2 PIC X(20) VALUE SPACES.
       01  WS-RC-TOK3 PIC X(20) VALUE SPACES.
       01  WS-RC-TOK4 PIC X(20) VALUE SPACES.
       01  WS-RC-TIER-TOK PIC X(30) VALUE SPACES.
       01  WS-RC-TIER-LIMIT PIC X(15) VALUE SPACES.
       01  WS-RC-TIER-RATE PIC X(15) VALUE SPACES.
       01  WS-RC-LABEL PIC X(30) VALUE SPACES.
       01  WS-RC-VALID PIC X VALUE 'Y'.
       01  WS-RC-EXCEPTION-COUNT PIC 9(3) VALUE 0.
       01  RATE-CARD-EXCEPTIONS.
           05  RCX-LINE PIC X(150) OCCURS 50 TIMES.
       01  WS-DEFAULT-PLAN PIC X(10) VALUE SPACES.

       01  WS-PLAN-COUNT PIC 9(3) VALUE 0.
       01  WS-PLAN-INDEX PIC 9(3) VALUE 1.
       01  WS-PLAN-HIT PIC 9(3) VALUE 0.
       01  WS-TIER-INDEX PIC 9(2) VALUE 1.
       01  RATE-PLANS.
           05  PLAN-ENTRY OCCURS 50 TIMES.
               10  PLAN-ID         PIC X(10) VALUE SPACES.
               10  PLAN-BASE-FEE   PIC 9(7)V99 VALUE 0.
               10  PLAN-INCL-GB    PIC 9(7) VALUE 0.
               10  PLAN-TIER-COUNT PIC 9(2) VALUE 0.
               10  PLAN-TIER OCCURS 6 TIMES.
                   15  TIER-LIMIT-GB PIC 9(9) VALUE 0.
                   15  TIER-RATE     PIC 9(5)V9999 VALUE 0.

       01  WS-CUST-COUNT PIC 9(3) VALUE 0.
       01  WS-CUST-INDEX PIC 9(3) VALUE 1.
       01  WS-CUST-HIT PIC 9(3) VALUE 0.
       01  WS-CUST-ID PIC X(12) VALUE SPACES.
       01  CUSTOMERS.
           05  CUST-ENTRY OCCURS 200 TIMES.
               10  CUST-ID        PIC X(12) VALUE SPACES.
               10  CUST-PLAN      PIC X(10) VALUE SPACES.
               10  CUST-DEFAULTED PIC X VALUE 'N'.
               10  CUST-REQS      PIC 9(12) VALUE 0.
               10  CUST-BYTES     PIC 9(15) VALUE 0.

       01  WS-MAP-COUNT PIC 9(3) VALUE 0.
       01  WS-MAP-INDEX PIC 9(3) VALUE 1.
       01  LABEL-MAP.
           05  MAP-ENTRY OCCURS 300 TIMES.
               10  MAP-LABEL PIC X(30) VALUE SPACES.
               10  MAP-CUST  PIC 9(3) VALUE 0.

       01  WS-USE-COUNT PIC 9(3) VALUE 0.
       01  WS-USE-INDEX PIC 9(3) VALUE 1.
       01  NETWORK-USAGE.
           05  USE-ENTRY OCCURS 300 TIMES.
               10  USE-LABEL  PIC X(30) VALUE SPACES.
               10  USE-REQS   PIC 9(12) VALUE 0.
               10  USE-BYTES  PIC 9(15) VALUE 0.
               10  USE-ERRORS PIC 9(12) VALUE 0.
               10  USE-CUST   PIC 9(3) VALUE 0.

       01  WS-DAY-INDEX PIC 9(2) VALUE 1.
       01  MONTH-DAYS.
           05  DAY-ENTRY OCCURS 31 TIMES.
               10  DAY-OWNER     PIC 9(4) VALUE 0.
               10  DAY-REQS      PIC 9(12) VALUE 0.
               10  DAY-UNA-REQS  PIC 9(12) VALUE 0.
               10  DAY-UNA-BYTES PIC 9(15) VALUE 0.

      *>   Labelled traffic on a day that can still change is held
      *>   here, per day and label, instead of being billed.
       01  WS-HELD-COUNT PIC 9(3) VALUE 0.
       01  WS-HELD-INDEX PIC 9(3) VALUE 1.
       01  HELD-USAGE.
           05  HELD-ENTRY OCCURS 400 TIMES.
               10  HELD-DAY    PIC 9(2) VALUE 0.
               10  HELD-LABEL  PIC X(30) VALUE SPACES.
               10  HELD-REQS   PIC 9(12) VALUE 0.
               10  HELD-BYTES  PIC 9(15) VALUE 0.
               10  HELD-ERRORS PIC 9(12) VALUE 0.
       01  WS-HELD-DAY-REQS PIC 9(12) VALUE 0.
       01  WS-HELD-DAY-BYTES PIC 9(15) VALUE 0.
       01  WS-HELD-TOTAL-REQS PIC 9(12) VALUE 0.
       01  WS-HELD-TOTAL-BYTES PIC 9(15) VALUE 0.
       01  WS-HELD-GB PIC 9(9)V999 VALUE 0.

       01  WS-RH-LINE PIC X(200) VALUE SPACES.
       01  WS-RH-TOK1 PIC X(8) VALUE SPACES.
       01  WS-RH-TOK2 PIC X(12) VALUE SPACES.
       01  WS-RH-TOK3 PIC X(120) VALUE SPACES.
       01  WS-GEN-NAME PIC X(120) VALUE SPACES.
       01  WS-GEN-SOURCED PIC X VALUE 'N'.
       01  WS-GEN-READ PIC 9(4) VALUE 0.
       01  WS-GEN-CURRENT PIC 9(4) VALUE 0.
       01  WS-GEN-COUNT PIC 9(4) VALUE 0.
       01  WS-GEN-INDEX PIC 9(4) VALUE 1.
       01  WS-GEN-DUP PIC X VALUE 'N'.
       01  NET-GENERATIONS.
           05  GEN-LIST-NAME PIC X(120) OCCURS 800 TIMES.
       01  WS-ROWS-SKIPPED PIC 9(7) VALUE 0.

       01  WS-CSV-LINE PIC X(250) VALUE SPACES.
       01  WS-CSV-F1 PIC X(100) VALUE SPACES.
       01  WS-CSV-F2 PIC X(100) VALUE SPACES.
       01  WS-CSV-F3 PIC X(100) VALUE SPACES.
       01  WS-CSV-F4 PIC X(100) VALUE SPACES.
       01  WS-CSV-F5 PIC X(100) VALUE SPACES.
       01  WS-REQ-NUM PIC 9(12) VALUE 0.
       01  WS-BYTE-NUM PIC 9(15) VALUE 0.
       01  WS-ERR-NUM PIC 9(12) VALUE 0.

       01  WS-NEWEST-DATE PIC X(11) VALUE SPACES.
       01  WS-NEWEST-DAY PIC 9(7) VALUE 0.
       01  WS-OPEN-DAYS PIC 9(2) VALUE 0.
       01  WS-MISSING-DAYS PIC 9(2) VALUE 0.
       01  WS-PROVISIONAL PIC X VALUE 'N'.
       01  WS-DAY-STATE PIC X(40) VALUE SPACES.

       01  WS-TOTAL-GB PIC 9(9)V999 VALUE 0.
       01  WS-OVER-GB PIC 9(9)V999 VALUE 0.
       01  WS-BAND-GB PIC 9(9)V999 VALUE 0.
       01  WS-REMAIN-GB PIC 9(9)V999 VALUE 0.
       01  WS-PRIOR-LIMIT PIC 9(9) VALUE 0.
       01  WS-BASE-FEE PIC 9(9)V99 VALUE 0.
       01  WS-OVER-CHARGE PIC 9(9)V99 VALUE 0.
       01  WS-INVOICE-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-INVOICE-SEQ PIC 9(4) VALUE 0.
       01  WS-INVOICE-NO PIC X(10) VALUE SPACES.
       01  WS-REGISTER-TOTAL PIC 9(11)V99 VALUE 0.
       01  WS-REGISTER-BASE PIC 9(11)V99 VALUE 0.
       01  WS-REGISTER-OVER PIC 9(11)V99 VALUE 0.
       01  WS-UNA-REQS PIC 9(12) VALUE 0.
       01  WS-UNA-BYTES PIC 9(15) VALUE 0.
       01  WS-UNBILLED-COUNT PIC 9(3) VALUE 0.
       01  WS-AR-RECORDS PIC 9(6) VALUE 0.

       01  WS-GB-EDIT PIC ZZZ,ZZZ,ZZ9.999 VALUE ZERO.
       01  WS-GB-EDIT2 PIC ZZZ,ZZZ,ZZ9.999 VALUE ZERO.
       01  WS-MONEY-EDIT PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-MONEY-EDIT2 PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-MONEY-EDIT3 PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-RATE-EDIT PIC ZZ,ZZ9.9999 VALUE ZERO.

      *>   Accounts-receivable interface: one header, one detail per
      *>   invoice and one trailer, fixed 120-byte records; amounts
      *>   carry two implied decimal places.
       01  WS-AR-REC PIC X(120) VALUE SPACES.
       01  WS-AR-HEADER REDEFINES WS-AR-REC.
           05  ARH-TYPE        PIC X(1).
           05  ARH-PERIOD      PIC 9(6).
           05  ARH-CREATED     PIC 9(8).
           05  ARH-SOURCE      PIC X(10).
           05  ARH-STATUS      PIC X(1).
           05  FILLER          PIC X(94).
       01  WS-AR-DETAIL REDEFINES WS-AR-REC.
           05  ARD-TYPE        PIC X(1).
           05  ARD-INVOICE     PIC X(10).
           05  ARD-CUSTOMER    PIC X(12).
           05  ARD-PLAN        PIC X(10).
           05  ARD-PERIOD      PIC 9(6).
           05  ARD-REQUESTS    PIC 9(12).
           05  ARD-BYTES       PIC 9(15).
           05  ARD-BASE-FEE    PIC 9(9)V99.
           05  ARD-OVERAGE     PIC 9(9)V99.
           05  ARD-TOTAL       PIC 9(9)V99.
           05  ARD-STATUS      PIC X(1).
           05  FILLER          PIC X(20).
       01  WS-AR-TRAILER REDEFINES WS-AR-REC.
           05  ART-TYPE        PIC X(1).
           05  ART-COUNT       PIC 9(6).
           05  ART-TOTAL       PIC 9(11)V99.
           05  FILLER          PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-BILLING-MONTH
           PERFORM LOAD-RATE-CARD
           PERFORM FIND-NEWEST-SUMMARY
      *>   Month detail comes from the retained netcounts.csv.YYYYMMDD
      *>   generations in run-history.dat, the same way the monthly
      *>   consolidation sources its extracts; the live extract is
      *>   only a fallback when there is no registry.
           PERFORM LOAD-NET-GENERATIONS
           IF WS-GEN-SOURCED = 'N'
               MOVE 'netcounts.csv' TO WS-GEN-NAME
               MOVE 1 TO WS-GEN-CURRENT
               PERFORM LOAD-ONE-NET-GENERATION
           END-IF
           PERFORM ASSIGN-USAGE-TO-CUSTOMERS
           PERFORM CHECK-OPEN-DAYS
           OPEN OUTPUT INVOICE-REGISTER-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open invoice-register.txt, status="
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AR-INTERFACE-FILE
           IF WS-AR-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open billing-interface.dat, "
                   "status=" WS-AR-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM PRINT-REGISTER-HEADING
           PERFORM WRITE-AR-HEADER
           PERFORM PRICE-ALL-CUSTOMERS
           PERFORM WRITE-AR-TRAILER
           PERFORM PRINT-REGISTER-TOTALS
           PERFORM PRINT-UNASSIGNED-TRAFFIC
           PERFORM PRINT-OPEN-DAYS
           PERFORM PRINT-RATE-CARD-EXCEPTIONS
           CLOSE INVOICE-REGISTER-FILE
           CLOSE AR-INTERFACE-FILE
           IF WS-PROVISIONAL = 'Y' OR WS-WARNING-COUNT > 0
               DISPLAY "BILLING REGISTER NEEDS REVIEW - "
                   "see invoice-register.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-BILLING-MONTH.
      *>   billing.ctl may name the month as BILLING-MONTH=YYYY-MM;
      *>   without it the run bills the calendar month just ended.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           IF WS-TODAY-MM = 1
               COMPUTE WS-BILL-YYYY = WS-TODAY-YYYY - 1
               MOVE 12 TO WS-BILL-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-BILL-YYYY
               COMPUTE WS-BILL-MM = WS-TODAY-MM - 1
           END-IF
           OPEN INPUT BILLING-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BILLING-PARM-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BILLING-PARM-RECORD NOT = SPACES
                                   AND BILLING-PARM-RECORD(1:1)
                                       NOT = '*'
                               PERFORM PARSE-BILLING-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-PARM-FILE
           END-IF
           COMPUTE WS-BILL-PERIOD = WS-BILL-YYYY * 100 + WS-BILL-MM
           COMPUTE WS-BILL-FIRST-INT = WS-BILL-PERIOD * 100 + 1
           COMPUTE WS-BILL-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BILL-FIRST-INT)
           IF WS-BILL-MM = 12
               COMPUTE WS-BILL-NEXT-INT =
                   (WS-BILL-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-BILL-NEXT-INT = WS-BILL-FIRST-INT + 100
           END-IF
           COMPUTE WS-BILL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BILL-NEXT-INT)
               - WS-BILL-FIRST-DAY
           MOVE SPACES TO WS-BILL-KEY
           STRING WS-MONTH-NAME(WS-BILL-MM) '/' WS-BILL-YYYY
               DELIMITED BY SIZE INTO WS-BILL-KEY.

       PARSE-BILLING-PARAMETER.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING BILLING-PARM-RECORD DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-KEY))
               TO WS-PARM-KEY
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
           IF WS-PARM-KEY = 'BILLING-MONTH'
               MOVE SPACES TO WS-PARM-YYYY
               MOVE SPACES TO WS-PARM-MM
               UNSTRING WS-PARM-VALUE DELIMITED BY '-'
                   INTO WS-PARM-YYYY WS-PARM-MM
               IF WS-PARM-YYYY IS NUMERIC AND WS-PARM-MM IS NUMERIC
                       AND WS-PARM-MM >= '01' AND WS-PARM-MM <= '12'
                   MOVE WS-PARM-YYYY TO WS-BILL-YYYY
                   MOVE WS-PARM-MM TO WS-BILL-MM
               ELSE
                   DISPLAY "WARNING: BILLING-MONTH must be YYYY-MM, "
                       "ignored: " FUNCTION TRIM(WS-PARM-VALUE)
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           ELSE
               DISPLAY "WARNING: unknown billing.ctl key ignored: "
                   FUNCTION TRIM(WS-PARM-KEY)
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       LOAD-RATE-CARD.
      *>   ratecard.ctl lines:
      *>     PLAN <plan> <base-fee> <included-GB> <tier> [<tier>...]
      *>       where a tier is <overage-GB-up-to>:<rate-per-GB> and
      *>       the last tier may be *:<rate> for everything beyond
      *>     CUSTOMER <customer-id> <plan> <network label>
      *>     DEFAULT <plan>
      *>   A customer may own several network labels (one CUSTOMER
      *>   line each) and a plan may be private to one customer, so
      *>   rates can be set per plan or per customer.  DEFAULT bills
      *>   any label without a CUSTOMER line as its own customer.
           OPEN INPUT RATE-CARD-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open ratecard.ctl, status="
                   WS-RATE-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-CARD-FILE INTO WS-RC-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RC-LINE NOT = SPACES
                               AND WS-RC-LINE(1:1) NOT = '*'
                           PERFORM PARSE-RATE-CARD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-CARD-FILE
           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
                   UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               MOVE CUST-PLAN(WS-CUST-INDEX) TO WS-RC-TOK1
               PERFORM FIND-PLAN
               IF WS-PLAN-HIT = 0
                   MOVE SPACES TO WS-RC-LINE
                   STRING "CUSTOMER " CUST-ID(WS-CUST-INDEX)
                       " names undefined plan "
                       CUST-PLAN(WS-CUST-INDEX)
                       DELIMITED BY SIZE INTO WS-RC-LINE
                   PERFORM ADD-RATE-CARD-EXCEPTION
               END-IF
           END-PERFORM
           IF WS-DEFAULT-PLAN NOT = SPACES
               MOVE WS-DEFAULT-PLAN TO WS-RC-TOK1
               PERFORM FIND-PLAN
               IF WS-PLAN-HIT = 0
                   MOVE SPACES TO WS-RC-LINE
                   STRING "DEFAULT names undefined plan "
                       WS-DEFAULT-PLAN
                       DELIMITED BY SIZE INTO WS-RC-LINE
                   PERFORM ADD-RATE-CARD-EXCEPTION
                   MOVE SPACES TO WS-DEFAULT-PLAN
               END-IF
           END-IF.

       PARSE-RATE-CARD-LINE.
           MOVE SPACES TO WS-RC-TOK1
           MOVE SPACES TO WS-RC-TOK2
           MOVE SPACES TO WS-RC-TOK3
           MOVE SPACES TO WS-RC-TOK4
           MOVE 1 TO WS-RC-PTR
           UNSTRING WS-RC-LINE DELIMITED BY ALL SPACE
               INTO WS-RC-TOK1 WS-RC-TOK2 WS-RC-TOK3
               WITH POINTER WS-RC-PTR
           MOVE FUNCTION UPPER-CASE(WS-RC-TOK1) TO WS-RC-TOK1
           EVALUATE WS-RC-TOK1
               WHEN 'PLAN'
                   PERFORM PARSE-PLAN-LINE
               WHEN 'CUSTOMER'
                   PERFORM PARSE-CUSTOMER-LINE
               WHEN 'DEFAULT'
                   MOVE WS-RC-TOK2 TO WS-DEFAULT-PLAN
               WHEN OTHER
                   PERFORM ADD-RATE-CARD-EXCEPTION
           END-EVALUATE.

       PARSE-PLAN-LINE.
           MOVE 'Y' TO WS-RC-VALID
           UNSTRING WS-RC-LINE DELIMITED BY ALL SPACE
               INTO WS-RC-TOK4 WITH POINTER WS-RC-PTR
           IF WS-PLAN-COUNT >= 50
               MOVE "TABLE OVERFLOW - rate plan table full"
                   TO WS-RC-LINE
               ADD 1 TO WS-OVERFLOW-COUNT
               PERFORM ADD-RATE-CARD-EXCEPTION
           ELSE IF WS-RC-TOK2 = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-RC-TOK3) NOT = 0
                   OR FUNCTION TRIM(WS-RC-TOK4) IS NOT NUMERIC
               PERFORM ADD-RATE-CARD-EXCEPTION
           ELSE
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-RC-TOK2 TO PLAN-ID(WS-PLAN-COUNT)
               COMPUTE PLAN-BASE-FEE(WS-PLAN-COUNT) =
                   FUNCTION NUMVAL(WS-RC-TOK3)
               MOVE FUNCTION TRIM(WS-RC-TOK4)
                   TO PLAN-INCL-GB(WS-PLAN-COUNT)
               MOVE 0 TO PLAN-TIER-COUNT(WS-PLAN-COUNT)
               PERFORM UNTIL WS-RC-PTR > 200
                   MOVE SPACES TO WS-RC-TIER-TOK
                   UNSTRING WS-RC-LINE DELIMITED BY ALL SPACE
                       INTO WS-RC-TIER-TOK WITH POINTER WS-RC-PTR
                   IF WS-RC-TIER-TOK = SPACES
                       EXIT PERFORM
                   END-IF
                   PERFORM PARSE-PLAN-TIER
               END-PERFORM
               IF WS-RC-VALID = 'N'
                   SUBTRACT 1 FROM WS-PLAN-COUNT
                   PERFORM ADD-RATE-CARD-EXCEPTION
               END-IF
           END-IF.

       PARSE-PLAN-TIER.
      *>   Tier limits are cumulative overage GB and must rise; a '*'
      *>   limit (stored as zero) is open-ended and must come last.
           MOVE SPACES TO WS-RC-TIER-LIMIT
           MOVE SPACES TO WS-RC-TIER-RATE
           UNSTRING WS-RC-TIER-TOK DELIMITED BY ':'
               INTO WS-RC-TIER-LIMIT WS-RC-TIER-RATE
           IF PLAN-TIER-COUNT(WS-PLAN-COUNT) >= 6
               MOVE 'N' TO WS-RC-VALID
           ELSE IF FUNCTION TEST-NUMVAL(WS-RC-TIER-RATE) NOT = 0
               MOVE 'N' TO WS-RC-VALID
           ELSE IF WS-RC-TIER-LIMIT NOT = '*'
                   AND FUNCTION TRIM(WS-RC-TIER-LIMIT) IS NOT NUMERIC
               MOVE 'N' TO WS-RC-VALID
           ELSE
               MOVE PLAN-TIER-COUNT(WS-PLAN-COUNT) TO WS-TIER-INDEX
               IF WS-TIER-INDEX > 0
                   IF TIER-LIMIT-GB(WS-PLAN-COUNT WS-TIER-INDEX) = 0
                       MOVE 'N' TO WS-RC-VALID
                   END-IF
               END-IF
               ADD 1 TO PLAN-TIER-COUNT(WS-PLAN-COUNT)
               MOVE PLAN-TIER-COUNT(WS-PLAN-COUNT) TO WS-TIER-INDEX
               IF WS-RC-TIER-LIMIT = '*'
                   MOVE 0 TO TIER-LIMIT-GB(WS-PLAN-COUNT WS-TIER-INDEX)
               ELSE
                   MOVE FUNCTION TRIM(WS-RC-TIER-LIMIT)
                       TO TIER-LIMIT-GB(WS-PLAN-COUNT WS-TIER-INDEX)
                   IF WS-TIER-INDEX > 1
                       IF TIER-LIMIT-GB(WS-PLAN-COUNT WS-TIER-INDEX)
                               <= TIER-LIMIT-GB(WS-PLAN-COUNT
                                   WS-TIER-INDEX - 1)
                           MOVE 'N' TO WS-RC-VALID
                       END-IF
                   END-IF
               END-IF
               COMPUTE TIER-RATE(WS-PLAN-COUNT WS-TIER-INDEX) =
                   FUNCTION NUMVAL(WS-RC-TIER-RATE)
           END-IF.

       PARSE-CUSTOMER-LINE.
           MOVE SPACES TO WS-RC-LABEL
           IF WS-RC-PTR <= 200
               MOVE FUNCTION TRIM(WS-RC-LINE(WS-RC-PTR:))
                   TO WS-RC-LABEL
           END-IF
           INSPECT WS-RC-LABEL REPLACING ALL ',' BY ';'
           IF WS-RC-TOK2 = SPACES OR WS-RC-TOK3 = SPACES
                   OR WS-RC-LABEL = SPACES
               PERFORM ADD-RATE-CARD-EXCEPTION
           ELSE
               MOVE 0 TO WS-CUST-HIT
               PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
                       UNTIL WS-CUST-INDEX > WS-CUST-COUNT
                   IF CUST-ID(WS-CUST-INDEX) = WS-RC-TOK2
                       MOVE WS-CUST-INDEX TO WS-CUST-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CUST-HIT > 0
                   IF CUST-PLAN(WS-CUST-HIT) NOT = WS-RC-TOK3
                       PERFORM ADD-RATE-CARD-EXCEPTION
                       MOVE 0 TO WS-CUST-HIT
                   END-IF
               ELSE
                   IF WS-CUST-COUNT >= 200
                       MOVE "TABLE OVERFLOW - customer table full"
                           TO WS-RC-LINE
                       ADD 1 TO WS-OVERFLOW-COUNT
                       PERFORM ADD-RATE-CARD-EXCEPTION
                   ELSE
                       ADD 1 TO WS-CUST-COUNT
                       MOVE WS-CUST-COUNT TO WS-CUST-HIT
                       MOVE WS-RC-TOK2 TO CUST-ID(WS-CUST-HIT)
                       MOVE WS-RC-TOK3 TO CUST-PLAN(WS-CUST-HIT)
                   END-IF
               END-IF
               IF WS-CUST-HIT > 0
                   IF WS-MAP-COUNT >= 300
                       MOVE "TABLE OVERFLOW - label map table full"
                           TO WS-RC-LINE
                       ADD 1 TO WS-OVERFLOW-COUNT
                       PERFORM ADD-RATE-CARD-EXCEPTION
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       MOVE WS-RC-LABEL TO MAP-LABEL(WS-MAP-COUNT)
                       MOVE WS-CUST-HIT TO MAP-CUST(WS-MAP-COUNT)
                   END-IF
               END-IF
           END-IF.

       ADD-RATE-CARD-EXCEPTION.
           ADD 1 TO WS-WARNING-COUNT
           IF WS-RC-EXCEPTION-COUNT < 50
               ADD 1 TO WS-RC-EXCEPTION-COUNT
               MOVE WS-RC-LINE TO RCX-LINE(WS-RC-EXCEPTION-COUNT)
           END-IF.

       FIND-PLAN.
           MOVE 0 TO WS-PLAN-HIT
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-COUNT
               IF PLAN-ID(WS-PLAN-INDEX) = WS-RC-TOK1
                   MOVE WS-PLAN-INDEX TO WS-PLAN-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-NEWEST-SUMMARY.
      *>   Only the newest summarized day can still be amended (the
      *>   daily job refuses an amend for any earlier date), and days
      *>   after it have not been run at all.
           OPEN INPUT DAILY-SUMMARY-FILE
           IF WS-DS-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAILY-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END MOVE DS-DATE TO WS-NEWEST-DATE
                   END-READ
               END-PERFORM
               CLOSE DAILY-SUMMARY-FILE
           END-IF
           IF WS-NEWEST-DATE NOT = SPACES
               MOVE WS-NEWEST-DATE TO WS-DT-DATE
               PERFORM CONVERT-DATE-TEXT
               MOVE WS-DT-DAY TO WS-NEWEST-DAY
           END-IF.

       CONVERT-DATE-TEXT.
      *>   WS-DT-DATE is DD/Mon/YYYY; sets WS-DT-DAY (0 if invalid),
      *>   and WS-DT-IN-MONTH / WS-DT-DAY-OF-MONTH for the billed
      *>   month.
           MOVE 0 TO WS-DT-DAY
           MOVE 'N' TO WS-DT-IN-MONTH
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
               IF WS-DT-DAY >= WS-BILL-FIRST-DAY
                       AND WS-DT-DAY < WS-BILL-FIRST-DAY + WS-BILL-DAYS
                   MOVE 'Y' TO WS-DT-IN-MONTH
                   COMPUTE WS-DT-DAY-OF-MONTH =
                       WS-DT-DAY - WS-BILL-FIRST-DAY + 1
               END-IF
           END-IF.

       LOAD-NET-GENERATIONS.
      *>   The registry is read once to list the distinct network
      *>   generations, then they are loaded newest first.  A day is
      *>   owned by the first (newest) generation that holds it, so a
      *>   day re-run or amended after a backfill is counted once, from
      *>   its latest figures.
           MOVE 'N' TO WS-GEN-SOURCED
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = '00'
               MOVE 'N' TO WS-RH-EOF
               PERFORM UNTIL WS-RH-EOF = 'Y'
                   READ RUN-HISTORY-FILE INTO WS-RH-LINE
                       AT END MOVE 'Y' TO WS-RH-EOF
                       NOT AT END PERFORM CHECK-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-GEN-INDEX FROM WS-GEN-COUNT BY -1
                   UNTIL WS-GEN-INDEX < 1
               MOVE GEN-LIST-NAME(WS-GEN-INDEX) TO WS-GEN-NAME
               MOVE WS-GEN-INDEX TO WS-GEN-CURRENT
               PERFORM LOAD-ONE-NET-GENERATION
           END-PERFORM.

       CHECK-HISTORY-LINE.
      *>   A generation re-listed by a later pass of the same day
      *>   moves to the end of the list, since that pass rewrote it.
           MOVE SPACES TO WS-RH-TOK1
           MOVE SPACES TO WS-RH-TOK2
           MOVE SPACES TO WS-RH-TOK3
           UNSTRING WS-RH-LINE DELIMITED BY SPACE
               INTO WS-RH-TOK1 WS-RH-TOK2 WS-RH-TOK3
           IF WS-RH-TOK1 = 'FILE'
                   AND WS-RH-TOK3(1:14) = 'netcounts.csv.'
               MOVE 'N' TO WS-GEN-DUP
               PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                       UNTIL WS-GEN-INDEX > WS-GEN-COUNT
                   IF GEN-LIST-NAME(WS-GEN-INDEX) = WS-RH-TOK3
                       MOVE 'Y' TO WS-GEN-DUP
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GEN-DUP = 'Y'
                   PERFORM VARYING WS-GEN-INDEX FROM WS-GEN-INDEX BY 1
                           UNTIL WS-GEN-INDEX >= WS-GEN-COUNT
                       MOVE GEN-LIST-NAME(WS-GEN-INDEX + 1)
                           TO GEN-LIST-NAME(WS-GEN-INDEX)
                   END-PERFORM
                   MOVE WS-RH-TOK3 TO GEN-LIST-NAME(WS-GEN-COUNT)
               ELSE
                   IF WS-GEN-COUNT >= 800
                       DISPLAY "WARNING: generation table full, "
                           "skipped "
                           FUNCTION TRIM(WS-RH-TOK3 TRAILING)
                       ADD 1 TO WS-OVERFLOW-COUNT
                       ADD 1 TO WS-WARNING-COUNT
                   ELSE
                       ADD 1 TO WS-GEN-COUNT
                       MOVE WS-RH-TOK3 TO GEN-LIST-NAME(WS-GEN-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-NET-GENERATION.
           OPEN INPUT GEN-EXTRACT-FILE
           IF WS-GEN-STATUS = '00'
               MOVE 'Y' TO WS-GEN-SOURCED
               ADD 1 TO WS-GEN-READ
               MOVE 'N' TO WS-GEN-EOF
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GEN-EXTRACT-FILE INTO WS-CSV-LINE
                       AT END MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END PERFORM TALLY-NET-ROW
                   END-READ
               END-PERFORM
               CLOSE GEN-EXTRACT-FILE
           END-IF.

       TALLY-NET-ROW.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           MOVE SPACES TO WS-CSV-F5
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4 WS-CSV-F5
           IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F4) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F5) IS NUMERIC
               MOVE WS-CSV-F1 TO WS-DT-DATE
               PERFORM CONVERT-DATE-TEXT
               IF WS-DT-IN-MONTH = 'Y'
                   IF DAY-OWNER(WS-DT-DAY-OF-MONTH) = 0
                       MOVE WS-GEN-CURRENT
                           TO DAY-OWNER(WS-DT-DAY-OF-MONTH)
                   END-IF
                   IF DAY-OWNER(WS-DT-DAY-OF-MONTH) = WS-GEN-CURRENT
                       PERFORM ADD-NET-USAGE
                   ELSE
                       ADD 1 TO WS-ROWS-SKIPPED
                   END-IF
               END-IF
           END-IF.

       ADD-NET-USAGE.
           MOVE FUNCTION TRIM(WS-CSV-F3) TO WS-REQ-NUM
           MOVE FUNCTION TRIM(WS-CSV-F4) TO WS-BYTE-NUM
           MOVE FUNCTION TRIM(WS-CSV-F5) TO WS-ERR-NUM
           ADD WS-REQ-NUM TO DAY-REQS(WS-DT-DAY-OF-MONTH)
           MOVE WS-DT-DAY-OF-MONTH TO WS-DAY-INDEX
           PERFORM SET-DAY-STATE
           IF WS-CSV-F2 = '(unassigned)'
               ADD WS-REQ-NUM TO DAY-UNA-REQS(WS-DT-DAY-OF-MONTH)
               ADD WS-BYTE-NUM TO DAY-UNA-BYTES(WS-DT-DAY-OF-MONTH)
           ELSE IF WS-DAY-STATE NOT = SPACES
               PERFORM HOLD-OPEN-DAY-USAGE
           ELSE
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                       UNTIL WS-USE-INDEX > WS-USE-COUNT
                   IF USE-LABEL(WS-USE-INDEX) = WS-CSV-F2
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   IF WS-USE-COUNT >= 300
                       DISPLAY "WARNING: network usage table full, "
                           "skipped " FUNCTION TRIM(WS-CSV-F2)
                       ADD 1 TO WS-OVERFLOW-COUNT
                       ADD 1 TO WS-WARNING-COUNT
                   ELSE
                       ADD 1 TO WS-USE-COUNT
                       MOVE WS-USE-COUNT TO WS-USE-INDEX
                       MOVE WS-CSV-F2 TO USE-LABEL(WS-USE-INDEX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
               IF WS-FOUND = 'Y'
                   ADD WS-REQ-NUM TO USE-REQS(WS-USE-INDEX)
                   ADD WS-BYTE-NUM TO USE-BYTES(WS-USE-INDEX)
                   ADD WS-ERR-NUM TO USE-ERRORS(WS-USE-INDEX)
               END-IF
           END-IF.

       HOLD-OPEN-DAY-USAGE.
      *>   An open day (amendable or not yet run) is not billed; its
      *>   figures are kept per label so the register can show what
      *>   was held back.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
                   UNTIL WS-HELD-INDEX > WS-HELD-COUNT
               IF HELD-DAY(WS-HELD-INDEX) = WS-DT-DAY-OF-MONTH
                       AND HELD-LABEL(WS-HELD-INDEX) = WS-CSV-F2
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-HELD-COUNT >= 400
                   DISPLAY "WARNING: held usage table full, "
                       "skipped " FUNCTION TRIM(WS-CSV-F2)
                   ADD 1 TO WS-OVERFLOW-COUNT
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-HELD-COUNT TO WS-HELD-INDEX
                   MOVE WS-DT-DAY-OF-MONTH TO HELD-DAY(WS-HELD-INDEX)
                   MOVE WS-CSV-F2 TO HELD-LABEL(WS-HELD-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD WS-REQ-NUM TO HELD-REQS(WS-HELD-INDEX)
               ADD WS-BYTE-NUM TO HELD-BYTES(WS-HELD-INDEX)
               ADD WS-ERR-NUM TO HELD-ERRORS(WS-HELD-INDEX)
           END-IF.

       ASSIGN-USAGE-TO-CUSTOMERS.
      *>   Each label seen in the month goes to the customer that
      *>   claims it; under a DEFAULT plan an unclaimed label becomes
      *>   a customer of its own, otherwise it is listed as unbilled.
           PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                   UNTIL WS-USE-INDEX > WS-USE-COUNT
               MOVE 0 TO WS-CUST-HIT
               PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
                       UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                   IF MAP-LABEL(WS-MAP-INDEX) = USE-LABEL(WS-USE-INDEX)
                       MOVE MAP-CUST(WS-MAP-INDEX) TO WS-CUST-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CUST-HIT = 0 AND WS-DEFAULT-PLAN NOT = SPACES
                   PERFORM ADD-DEFAULT-CUSTOMER
               END-IF
               IF WS-CUST-HIT > 0
                   MOVE WS-CUST-HIT TO USE-CUST(WS-USE-INDEX)
                   ADD USE-REQS(WS-USE-INDEX) TO CUST-REQS(WS-CUST-HIT)
                   ADD USE-BYTES(WS-USE-INDEX)
                       TO CUST-BYTES(WS-CUST-HIT)
               ELSE
                   ADD 1 TO WS-UNBILLED-COUNT
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-PERFORM.

       ADD-DEFAULT-CUSTOMER.
      *>   The customer id for a defaulted label is the label itself,
      *>   upper-cased with blanks as hyphens, cut to 12 characters.
           MOVE FUNCTION UPPER-CASE(USE-LABEL(WS-USE-INDEX))
               TO WS-CUST-ID
           INSPECT WS-CUST-ID REPLACING ALL ' ' BY '-'
           INSPECT WS-CUST-ID REPLACING TRAILING '-' BY ' '
           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
                   UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               IF CUST-ID(WS-CUST-INDEX) = WS-CUST-ID
                   MOVE WS-CUST-INDEX TO WS-CUST-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CUST-HIT = 0
               IF WS-CUST-COUNT >= 200
                   DISPLAY "WARNING: customer table full, "
                       FUNCTION TRIM(USE-LABEL(WS-USE-INDEX))
                       " not billed"
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-HIT
                   MOVE WS-CUST-ID TO CUST-ID(WS-CUST-HIT)
                   MOVE WS-DEFAULT-PLAN TO CUST-PLAN(WS-CUST-HIT)
                   MOVE 'Y' TO CUST-DEFAULTED(WS-CUST-HIT)
               END-IF
           END-IF.

       CHECK-OPEN-DAYS.
      *>   The register is provisional while any day of the month can
      *>   still change: the newest summarized day (amendable) or a
      *>   day not run yet.  Earlier days with no data are reported
      *>   as missing - usually a purged or never-run generation.
           MOVE 0 TO WS-OPEN-DAYS
           MOVE 0 TO WS-MISSING-DAYS
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-BILL-DAYS
               PERFORM SET-DAY-STATE
               IF WS-DAY-STATE = 'MISSING'
                   ADD 1 TO WS-MISSING-DAYS
               ELSE
                   IF WS-DAY-STATE NOT = SPACES
                       ADD 1 TO WS-OPEN-DAYS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPEN-DAYS > 0 OR WS-MISSING-DAYS > 0
               MOVE 'Y' TO WS-PROVISIONAL
           END-IF.

       SET-DAY-STATE.
           COMPUTE WS-DT-DAY = WS-BILL-FIRST-DAY + WS-DAY-INDEX - 1
           MOVE SPACES TO WS-DAY-STATE
           IF WS-NEWEST-DAY = 0
               MOVE "no daily summary on file" TO WS-DAY-STATE
           ELSE IF WS-DT-DAY = WS-NEWEST-DAY
               MOVE "newest summarized day - amendable" TO WS-DAY-STATE
           ELSE IF WS-DT-DAY > WS-NEWEST-DAY
               MOVE "not yet run" TO WS-DAY-STATE
           ELSE IF DAY-OWNER(WS-DAY-INDEX) = 0
               MOVE "MISSING" TO WS-DAY-STATE
           END-IF.

       PRINT-REGISTER-HEADING.
           STRING "Chargeback Invoice Register - " WS-BILL-KEY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "============================================"
               TO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           STRING "Run date: " WS-TODAY-STAMP
               "  Billing period: " WS-BILL-PERIOD
               "  (" WS-BILL-DAYS " days)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           IF WS-GEN-SOURCED = 'Y' AND WS-GEN-COUNT > 0
               STRING "Source: " WS-GEN-READ
                   " netcounts.csv generation(s) from run-history.dat"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Source: live netcounts.csv only (no run-history"
                   " registry) - month may be incomplete"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           IF WS-ROWS-SKIPPED > 0
               STRING "Rows superseded by a newer generation: "
                   WS-ROWS-SKIPPED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF
           IF WS-PROVISIONAL = 'Y'
               MOVE "STATUS: PROVISIONAL - see open and missing days"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "STATUS: FINAL" TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE.

       PRICE-ALL-CUSTOMERS.
           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
                   UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               MOVE CUST-PLAN(WS-CUST-INDEX) TO WS-RC-TOK1
               PERFORM FIND-PLAN
               IF WS-PLAN-HIT > 0
                   PERFORM PRICE-ONE-CUSTOMER
                   PERFORM PRINT-INVOICE
                   PERFORM WRITE-AR-DETAIL
               END-IF
           END-PERFORM.

       PRICE-ONE-CUSTOMER.
      *>   GB here is 10**9 bytes.  Overage beyond the included GB is
      *>   charged band by band; each tier limit is the cumulative
      *>   overage GB it runs up to, and an open-ended tier takes the
      *>   rest.  Overage past the last closed tier is charged at
      *>   that tier's rate.
           ADD 1 TO WS-INVOICE-SEQ
           MOVE SPACES TO WS-INVOICE-NO
           STRING WS-BILL-PERIOD WS-INVOICE-SEQ
               DELIMITED BY SIZE INTO WS-INVOICE-NO
           COMPUTE WS-TOTAL-GB ROUNDED =
               CUST-BYTES(WS-CUST-INDEX) / 1000000000
           MOVE PLAN-BASE-FEE(WS-PLAN-HIT) TO WS-BASE-FEE
           MOVE 0 TO WS-OVER-GB
           IF WS-TOTAL-GB > PLAN-INCL-GB(WS-PLAN-HIT)
               COMPUTE WS-OVER-GB =
                   WS-TOTAL-GB - PLAN-INCL-GB(WS-PLAN-HIT)
           END-IF
           MOVE 0 TO WS-OVER-CHARGE
           MOVE WS-OVER-GB TO WS-REMAIN-GB
           MOVE 0 TO WS-PRIOR-LIMIT
           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-TIER-INDEX > PLAN-TIER-COUNT(WS-PLAN-HIT)
                       OR WS-REMAIN-GB = 0
               IF TIER-LIMIT-GB(WS-PLAN-HIT WS-TIER-INDEX) = 0
                       OR WS-TIER-INDEX = PLAN-TIER-COUNT(WS-PLAN-HIT)
                   MOVE WS-REMAIN-GB TO WS-BAND-GB
               ELSE
                   COMPUTE WS-BAND-GB =
                       TIER-LIMIT-GB(WS-PLAN-HIT WS-TIER-INDEX)
                       - WS-PRIOR-LIMIT
                   IF WS-BAND-GB > WS-REMAIN-GB
                       MOVE WS-REMAIN-GB TO WS-BAND-GB
                   END-IF
                   MOVE TIER-LIMIT-GB(WS-PLAN-HIT WS-TIER-INDEX)
                       TO WS-PRIOR-LIMIT
               END-IF
               COMPUTE WS-OVER-CHARGE ROUNDED = WS-OVER-CHARGE
                   + WS-BAND-GB * TIER-RATE(WS-PLAN-HIT WS-TIER-INDEX)
               SUBTRACT WS-BAND-GB FROM WS-REMAIN-GB
           END-PERFORM
           COMPUTE WS-INVOICE-TOTAL = WS-BASE-FEE + WS-OVER-CHARGE
           ADD WS-BASE-FEE TO WS-REGISTER-BASE
           ADD WS-OVER-CHARGE TO WS-REGISTER-OVER
           ADD WS-INVOICE-TOTAL TO WS-REGISTER-TOTAL.

       PRINT-INVOICE.
           STRING "Invoice " WS-INVOICE-NO
               "  Customer " CUST-ID(WS-CUST-INDEX)
               "  Plan " CUST-PLAN(WS-CUST-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF CUST-DEFAULTED(WS-CUST-INDEX) = 'Y'
               STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                   " (default plan)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                   UNTIL WS-USE-INDEX > WS-USE-COUNT
               IF USE-CUST(WS-USE-INDEX) = WS-CUST-INDEX
                   STRING "    " USE-LABEL(WS-USE-INDEX) " "
                       USE-REQS(WS-USE-INDEX) " requests "
                       USE-BYTES(WS-USE-INDEX) " bytes"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-GB TO WS-GB-EDIT
           MOVE WS-OVER-GB TO WS-GB-EDIT2
           STRING "    Usage GB: " WS-GB-EDIT
               "  Included GB: " PLAN-INCL-GB(WS-PLAN-HIT)
               "  Overage GB: " WS-GB-EDIT2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-BASE-FEE TO WS-MONEY-EDIT
           MOVE WS-OVER-CHARGE TO WS-MONEY-EDIT2
           MOVE WS-INVOICE-TOTAL TO WS-MONEY-EDIT3
           STRING "    Base fee: " WS-MONEY-EDIT
               "  Overage: " WS-MONEY-EDIT2
               "  Invoice total: " WS-MONEY-EDIT3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE.

       PRINT-REGISTER-TOTALS.
           PERFORM WRITE-REGISTER-LINE
           STRING "Invoices: " WS-INVOICE-SEQ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-REGISTER-BASE TO WS-MONEY-EDIT3
           STRING "Total base fees:      " WS-MONEY-EDIT3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-REGISTER-OVER TO WS-MONEY-EDIT3
           STRING "Total overage:        " WS-MONEY-EDIT3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-REGISTER-TOTAL TO WS-MONEY-EDIT3
           STRING "Register total:       " WS-MONEY-EDIT3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           IF WS-UNBILLED-COUNT > 0
               PERFORM WRITE-REGISTER-LINE
               STRING "Network labels with no customer on the rate card"
                   " (not invoiced):" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REGISTER-LINE
               PERFORM VARYING WS-USE-INDEX FROM 1 BY 1
                       UNTIL WS-USE-INDEX > WS-USE-COUNT
                   IF USE-CUST(WS-USE-INDEX) = 0
                       STRING "    " USE-LABEL(WS-USE-INDEX) " "
                           USE-REQS(WS-USE-INDEX) " requests "
                           USE-BYTES(WS-USE-INDEX) " bytes"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REGISTER-LINE
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-UNASSIGNED-TRAFFIC.
      *>   Traffic from addresses outside every networks.ctl range is
      *>   never billed; it is listed by day so the ranges can be
      *>   corrected before the month is closed.
           PERFORM WRITE-REGISTER-LINE
           MOVE "Unassigned traffic (outside networks.ctl):"
               TO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE 0 TO WS-UNA-REQS
           MOVE 0 TO WS-UNA-BYTES
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-BILL-DAYS
               IF DAY-UNA-REQS(WS-DAY-INDEX) > 0
                   STRING "    Day " WS-DAY-INDEX ": "
                       DAY-UNA-REQS(WS-DAY-INDEX) " requests "
                       DAY-UNA-BYTES(WS-DAY-INDEX) " bytes"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REGISTER-LINE
                   ADD DAY-UNA-REQS(WS-DAY-INDEX) TO WS-UNA-REQS
                   ADD DAY-UNA-BYTES(WS-DAY-INDEX) TO WS-UNA-BYTES
               END-IF
           END-PERFORM
           STRING "    Month total: " WS-UNA-REQS " requests "
               WS-UNA-BYTES " bytes"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE.

       PRINT-OPEN-DAYS.
           PERFORM WRITE-REGISTER-LINE
           MOVE "Days still open for amend:" TO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           IF WS-OPEN-DAYS = 0 AND WS-MISSING-DAYS = 0
               MOVE "    (none - every day of the month is closed)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-BILL-DAYS
               PERFORM SET-DAY-STATE
               IF WS-DAY-STATE = 'MISSING'
                   MOVE "MISSING - no network data on file"
                       TO WS-DAY-STATE
               END-IF
               IF WS-DAY-STATE NOT = SPACES
                   STRING "    Day " WS-DAY-INDEX " of " WS-BILL-KEY
                       ": " WS-DAY-STATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REGISTER-LINE
                   PERFORM PRINT-HELD-DAY-USAGE
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT > 0
               COMPUTE WS-HELD-GB ROUNDED =
                   WS-HELD-TOTAL-BYTES / 1000000000
               MOVE WS-HELD-GB TO WS-GB-EDIT
               STRING "    Held back on open days: " WS-HELD-TOTAL-REQS
                   " requests " WS-GB-EDIT " GB"
                   " - excluded from the invoice totals above"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       PRINT-HELD-DAY-USAGE.
           MOVE 0 TO WS-HELD-DAY-REQS
           MOVE 0 TO WS-HELD-DAY-BYTES
           PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
                   UNTIL WS-HELD-INDEX > WS-HELD-COUNT
               IF HELD-DAY(WS-HELD-INDEX) = WS-DAY-INDEX
                   COMPUTE WS-HELD-GB ROUNDED =
                       HELD-BYTES(WS-HELD-INDEX) / 1000000000
                   MOVE WS-HELD-GB TO WS-GB-EDIT
                   STRING "        held " HELD-LABEL(WS-HELD-INDEX) " "
                       HELD-REQS(WS-HELD-INDEX) " requests "
                       WS-GB-EDIT " GB"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REGISTER-LINE
                   ADD HELD-REQS(WS-HELD-INDEX) TO WS-HELD-DAY-REQS
                   ADD HELD-BYTES(WS-HELD-INDEX) TO WS-HELD-DAY-BYTES
               END-IF
           END-PERFORM
           ADD WS-HELD-DAY-REQS TO WS-HELD-TOTAL-REQS
           ADD WS-HELD-DAY-BYTES TO WS-HELD-TOTAL-BYTES.

       PRINT-RATE-CARD-EXCEPTIONS.
           IF WS-RC-EXCEPTION-COUNT > 0
               PERFORM WRITE-REGISTER-LINE
               MOVE "Rate card lines rejected:" TO WS-REPORT-LINE
               PERFORM WRITE-REGISTER-LINE
               PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                       UNTIL WS-PLAN-INDEX > WS-RC-EXCEPTION-COUNT
                   STRING "    " RCX-LINE(WS-PLAN-INDEX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REGISTER-LINE
               END-PERFORM
           END-IF.

       WRITE-AR-HEADER.
           MOVE SPACES TO WS-AR-REC
           MOVE 'H' TO ARH-TYPE
           MOVE WS-BILL-PERIOD TO ARH-PERIOD
           MOVE WS-TODAY-STAMP TO ARH-CREATED
           MOVE 'WEBCHARGE' TO ARH-SOURCE
           IF WS-PROVISIONAL = 'Y'
               MOVE 'P' TO ARH-STATUS
           ELSE
               MOVE 'F' TO ARH-STATUS
           END-IF
           WRITE AR-INTERFACE-RECORD FROM WS-AR-REC
           ADD 1 TO WS-AR-RECORDS.

       WRITE-AR-DETAIL.
           MOVE SPACES TO WS-AR-REC
           MOVE 'D' TO ARD-TYPE
           MOVE WS-INVOICE-NO TO ARD-INVOICE
           MOVE CUST-ID(WS-CUST-INDEX) TO ARD-CUSTOMER
           MOVE CUST-PLAN(WS-CUST-INDEX) TO ARD-PLAN
           MOVE WS-BILL-PERIOD TO ARD-PERIOD
           MOVE CUST-REQS(WS-CUST-INDEX) TO ARD-REQUESTS
           MOVE CUST-BYTES(WS-CUST-INDEX) TO ARD-BYTES
           MOVE WS-BASE-FEE TO ARD-BASE-FEE
           MOVE WS-OVER-CHARGE TO ARD-OVERAGE
           MOVE WS-INVOICE-TOTAL TO ARD-TOTAL
           IF WS-PROVISIONAL = 'Y'
               MOVE 'P' TO ARD-STATUS
           ELSE
               MOVE 'F' TO ARD-STATUS
           END-IF
           WRITE AR-INTERFACE-RECORD FROM WS-AR-REC
           ADD 1 TO WS-AR-RECORDS.

       WRITE-AR-TRAILER.
           ADD 1 TO WS-AR-RECORDS
           MOVE SPACES TO WS-AR-REC
           MOVE 'T' TO ART-TYPE
           MOVE WS-AR-RECORDS TO ART-COUNT
           MOVE WS-REGISTER-TOTAL TO ART-TOTAL
           WRITE AR-INTERFACE-RECORD FROM WS-AR-REC.

       WRITE-REGISTER-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE INVOICE-REGISTER-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
