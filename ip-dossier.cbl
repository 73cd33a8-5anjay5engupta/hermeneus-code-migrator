IDENTIFICATION DIVISION.
       PROGRAM-ID. IpDossier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOSSIER-CARD-FILE ASSIGN TO 'dossier.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO 'runparms.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT VISITOR-MASTER-FILE ASSIGN TO 'visitors.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               FILE STATUS IS WS-VM-FILE-STATUS.
           SELECT NETWORK-FILE ASSIGN TO 'networks.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETWORK-FILE-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO 'watchlist.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'run-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO 'incidents.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-FILE-STATUS.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO 'dossier-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOSSIER-CARD-FILE.
       01  DOSSIER-CARD-RECORD PIC X(200).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD PIC X(200).

       FD  VISITOR-MASTER-FILE.
       01  VISITOR-MASTER-RECORD.
           05  VM-KEY.
               10  VM-KEY-SITE PIC X(8).
               10  VM-KEY-ADDR PIC X(39).
           05  VM-FIRST-SEEN PIC X(11).
           05  VM-LAST-SEEN  PIC X(11).
           05  VM-FIRST-DAY  PIC 9(7).
           05  VM-PRIOR-DAY  PIC 9(7).
           05  VM-LAST-DAY   PIC 9(7).
           05  VM-LIFE-REQS  PIC 9(9).
           05  VM-LIFE-SESS  PIC 9(7).
           05  VM-DAY-REQS   PIC 9(9).
           05  VM-DAY-SESS   PIC 9(7).

       FD  NETWORK-FILE.
       01  NETWORK-RECORD PIC X(100).

       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD PIC X(100).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD PIC X(200).

       FD  GEN-FILE.
       01  GEN-RECORD PIC X(320).

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  INC-KEY          PIC 9(7).
           05  INC-STATUS       PIC X(1).
           05  INC-TYPE         PIC X(4).
           05  INC-SUBJECT      PIC X(90).
           05  INC-ALERT        PIC X(30).
           05  INC-FIRST-SEEN   PIC X(11).
           05  INC-FIRST-DAY    PIC 9(7).
           05  INC-LAST-SEEN    PIC X(11).
           05  INC-LAST-DAY     PIC 9(7).
           05  INC-OCCURRENCES  PIC 9(7).
           05  INC-DETAIL       PIC X(120).
           05  INC-ACK-BY       PIC X(20).
           05  INC-ACK-DATE     PIC X(11).
           05  INC-CLOSED-DATE  PIC X(11).
           05  INC-NOTE         PIC X(60).

       FD  DOSSIER-REPORT-FILE.
       01  DOSSIER-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PARAMETER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-VM-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-NETWORK-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-WATCHLIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNHIST-STATUS PIC X(2) VALUE '00'.
       01  WS-GEN-STATUS PIC X(2) VALUE '00'.
       01  WS-INC-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-GEN-EOF PIC X VALUE 'N'.
       01  WS-RH-EOF PIC X VALUE 'N'.
       01  WS-FOUND PIC X VALUE 'N'.
       01  WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01  WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01  WS-PARM-KEY PIC X(30) VALUE SPACES.
       01  WS-PARM-VALUE PIC X(100) VALUE SPACES.
       01  WS-SUBJECT-TEXT PIC X(50) VALUE SPACES.
       01  WS-SUBJECT-SINGLE PIC X VALUE 'Y'.
       01  WS-SUBJECT-LOW PIC X(32) VALUE SPACES.
       01  WS-SUBJECT-HIGH PIC X(32) VALUE SPACES.
       01  WS-SUBJECT-ADDR PIC X(39) VALUE SPACES.

      *>   PRIVACY-MODE and PRIVACY-KEY from runparms.ctl.  Under a
      *>   privacy mode the daily job writes ipcounts.csv, the report
      *>   and the exception file with each address pseudonymized or
      *>   truncated, so the subject is also looked for in those
      *>   forms.  WS-MATCH-FORM says which form a row or line was
      *>   found by: F full address, P pseudonym, T truncated.
       01  WS-PRIVACY-MODE PIC X VALUE 'N'.
       01  WS-PRIVACY-KEY PIC X(64) VALUE SPACES.
       01  WS-PRV-KEY-LEN PIC 9(2) VALUE 0.
       01  WS-PRV-CHAR PIC X VALUE SPACE.
       01  WS-PRV-INDEX PIC 9(3) VALUE 1.
       01  WS-PRV-H1 PIC 9(15) VALUE 0.
       01  WS-PRV-H2 PIC 9(15) VALUE 0.
       01  WS-PRV-MASKED PIC X(39) VALUE SPACES.
       01  WS-SUBJECT-PSEUDO PIC X(17) VALUE SPACES.
       01  WS-TRUNC-LOW PIC X(32) VALUE SPACES.
       01  WS-TRUNC-HIGH PIC X(32) VALUE SPACES.
       01  WS-TRUNC-TEXT PIC X(80) VALUE SPACES.
       01  WS-MATCH-FORM PIC X VALUE SPACE.
       01  WS-FULL-MATCHES PIC 9(7) VALUE 0.
       01  WS-PSEUDO-MATCHES PIC 9(7) VALUE 0.
       01  WS-TRUNC-MATCHES PIC 9(7) VALUE 0.

       01  WS-NET-PTR PIC 9(4) VALUE 1.
       01  WS-NET-TOK1 PIC X(50) VALUE SPACES.
       01  WS-NET-TOK2 PIC X(50) VALUE SPACES.
       01  WS-NET-ADDR-PART PIC X(45) VALUE SPACES.
       01  WS-NET-PREFIX-PART PIC X(3) VALUE SPACES.
       01  WS-NET-PREFIX PIC 9(3) VALUE 0.
       01  WS-NET-SLASH-COUNT PIC 9(2) VALUE 0.
       01  WS-RANGE-VALID PIC X VALUE 'N'.
       01  WS-RANGE-START PIC X(32) VALUE SPACES.
       01  WS-RANGE-END PIC X(32) VALUE SPACES.
       01  WS-RANGE-SPEC PIC X(100) VALUE SPACES.
       01  WS-RANGE-LABEL PIC X(60) VALUE SPACES.
       01  WS-RANGE-TEXT PIC X(100) VALUE SPACES.
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
       01  WS-IPNUM-TEXT PIC X(39) VALUE SPACES.
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
       01  WS-V6-RUN-START PIC 9(2) VALUE 0.
       01  WS-V6-RUN-LEN PIC 9(2) VALUE 0.
       01  WS-V6-BEST-START PIC 9(2) VALUE 0.
       01  WS-V6-BEST-LEN PIC 9(2) VALUE 0.
       01  WS-V6-PTR PIC 9(2) VALUE 1.
       01  WS-V6-AFTER-GAP PIC X VALUE 'N'.
       01  WS-V6-OCTET-EDIT PIC ZZ9 VALUE ZERO.
       01  WS-NET-MATCHES PIC 9(4) VALUE 0.
       01  WS-WL-MATCHES PIC 9(4) VALUE 0.
       01  WS-NET-FIRST-HIT PIC X VALUE 'Y'.

       01  WS-VM-MATCHES PIC 9(7) VALUE 0.
       01  WS-VM-DAY-INT PIC 9(8) VALUE 0.
       01  WS-VM-PRIOR-TEXT PIC X(11) VALUE SPACES.

       01  WS-RH-LINE PIC X(200) VALUE SPACES.
       01  WS-RH-TOK1 PIC X(8) VALUE SPACES.
       01  WS-RH-TOK2 PIC X(12) VALUE SPACES.
       01  WS-RH-TOK3 PIC X(120) VALUE SPACES.
       01  WS-RH-LABEL PIC X(40) VALUE SPACES.
       01  WS-RH-VALUE PIC X(100) VALUE SPACES.
       01  WS-RH-BASE PIC X(120) VALUE SPACES.
       01  WS-RH-BASE-LEN PIC 9(4) VALUE 0.
       01  WS-CUR-ALERT-NAME PIC X(100) VALUE SPACES.
       01  WS-CUR-EXCEPTION-NAME PIC X(100) VALUE SPACES.
       01  WS-CUR-WLHIT-NAME PIC X(100) VALUE SPACES.
       01  WS-GEN-NAME PIC X(120) VALUE SPACES.
       01  WS-GEN-KIND PIC X VALUE SPACE.
       01  WS-GEN-CURRENT PIC 9(4) VALUE 0.
       01  WS-GEN-INDEX PIC 9(4) VALUE 1.
       01  WS-GEN-DUP PIC X VALUE 'N'.
       01  WS-GEN-SOURCED PIC X VALUE 'N'.
       01  WS-IPG-COUNT PIC 9(4) VALUE 0.
       01  IP-GENERATIONS.
           05  IPG-NAME PIC X(120) OCCURS 800 TIMES.
       01  WS-EVG-COUNT PIC 9(4) VALUE 0.
       01  EVIDENCE-GENERATIONS.
           05  EVG-ENTRY OCCURS 800 TIMES.
               10  EVG-NAME PIC X(120).
               10  EVG-KIND PIC X(1).

       01  WS-CSV-LINE PIC X(320) VALUE SPACES.
       01  WS-CSV-F1 PIC X(100) VALUE SPACES.
       01  WS-CSV-F2 PIC X(100) VALUE SPACES.
       01  WS-CSV-F3 PIC X(100) VALUE SPACES.
       01  WS-CSV-F4 PIC X(100) VALUE SPACES.

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
       01  WS-MONTH-NUM PIC 9(2) VALUE 0.
       01  WS-MONTH-SCAN PIC 9(4) VALUE 1.
       01  WS-DATE-SPLIT-INT PIC 9(8) VALUE 0.
       01  WS-DATE-SPLIT REDEFINES WS-DATE-SPLIT-INT.
           05  WS-DATE-SPLIT-YYYY PIC 9(4).
           05  WS-DATE-SPLIT-MM   PIC 9(2).
           05  WS-DATE-SPLIT-DD   PIC 9(2).

      *>   A day of history belongs to the newest generation holding
      *>   it, so a day that was re-run or amended shows its final
      *>   figures only once.
       01  WS-OWN-COUNT PIC 9(4) VALUE 0.
       01  WS-OWN-INDEX PIC 9(4) VALUE 1.
       01  WS-OWN-HIT PIC 9(4) VALUE 0.
       01  DAY-OWNERS.
           05  OWN-ENTRY OCCURS 1000 TIMES.
               10  OWN-DAY PIC 9(7) VALUE 0.
               10  OWN-GEN PIC 9(4) VALUE 0.
       01  WS-HIS-COUNT PIC 9(4) VALUE 0.
       01  WS-HIS-INDEX PIC 9(4) VALUE 1.
       01  IP-HISTORY.
           05  HIS-ENTRY OCCURS 3000 TIMES.
               10  HIS-DAY   PIC 9(7) VALUE 0.
               10  HIS-DATE  PIC X(11) VALUE SPACES.
               10  HIS-ADDR  PIC X(39) VALUE SPACES.
               10  HIS-REQS  PIC 9(9) VALUE 0.
               10  HIS-BYTES PIC 9(15) VALUE 0.
               10  HIS-DONE  PIC X VALUE 'N'.
       01  WS-HIS-NEXT PIC 9(4) VALUE 0.
       01  WS-HIS-DAYS PIC 9(5) VALUE 0.
       01  WS-HIS-REQS PIC 9(12) VALUE 0.
       01  WS-HIS-BYTES PIC 9(15) VALUE 0.
       01  WS-HIS-LAST-DAY PIC 9(7) VALUE 0.

       01  WS-SCAN-LINE PIC X(320) VALUE SPACES.
       01  WS-SCAN-POS PIC 9(4) VALUE 1.
       01  WS-SCAN-CHAR PIC X VALUE SPACE.
       01  WS-SCAN-TOKEN PIC X(45) VALUE SPACES.
       01  WS-SCAN-TOK-LEN PIC 9(2) VALUE 0.
       01  WS-SCAN-DOTS PIC 9(2) VALUE 0.
       01  WS-SCAN-COLONS PIC 9(2) VALUE 0.
       01  WS-LINE-MATCH PIC X VALUE 'N'.
       01  WS-GEN-HEADED PIC X VALUE 'N'.
       01  WS-EVIDENCE-LIMIT PIC 9(5) VALUE 2000.
       01  WS-EVIDENCE-PRINTED PIC 9(5) VALUE 0.
       01  WS-EVIDENCE-MATCHES PIC 9(7) VALUE 0.
       01  WS-INC-MATCHES PIC 9(5) VALUE 0.
       01  WS-STATUS-TEXT PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-DOSSIER-CARD
           PERFORM READ-RUN-PARAMETERS
           OPEN OUTPUT DOSSIER-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open dossier-report.txt, status="
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM PRINT-DOSSIER-HEADING
           PERFORM PRINT-NETWORK-LABELS
           PERFORM PRINT-WATCHLIST-ENTRIES
           PERFORM PRINT-VISITOR-MASTER
           PERFORM LOAD-GENERATION-LIST
           PERFORM PRINT-DAILY-HISTORY
           PERFORM PRINT-INCIDENT-CASES
           PERFORM PRINT-ALERT-EVIDENCE
           PERFORM PRINT-MATCH-FORMS
           CLOSE DOSSIER-REPORT-FILE
           STOP RUN.

       READ-DOSSIER-CARD.
      *>   dossier.ctl carries ADDRESS=a.b.c.d for one visitor or
      *>   ADDRESS=a.b.c.d/nn for a whole block; '*' lines are
      *>   comments.
           OPEN INPUT DOSSIER-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open dossier.ctl, status="
                   WS-CARD-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DOSSIER-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DOSSIER-CARD-RECORD NOT = SPACES
                               AND DOSSIER-CARD-RECORD(1:1) NOT = '*'
                           PERFORM PARSE-DOSSIER-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOSSIER-CARD-FILE
           IF WS-SUBJECT-TEXT = SPACES
               DISPLAY "FATAL: dossier.ctl has no ADDRESS= card"
               STOP RUN
           END-IF
           MOVE WS-SUBJECT-TEXT TO WS-NET-TOK1
           MOVE 0 TO WS-NET-SLASH-COUNT
           INSPECT WS-NET-TOK1 TALLYING WS-NET-SLASH-COUNT FOR ALL '/'
           IF WS-NET-SLASH-COUNT > 0
               MOVE 'N' TO WS-SUBJECT-SINGLE
               PERFORM CONVERT-CIDR-TO-RANGE
           ELSE
               MOVE 'Y' TO WS-SUBJECT-SINGLE
               MOVE WS-NET-TOK1 TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               MOVE WS-IPNUM-VALID TO WS-RANGE-VALID
               MOVE WS-IPNUM-HEX TO WS-RANGE-START
               MOVE WS-IPNUM-HEX TO WS-RANGE-END
               MOVE WS-NET-TOK1 TO WS-SUBJECT-ADDR
               IF WS-IPNUM-VALID = 'Y' AND WS-IPNUM-FAMILY = '6'
                   PERFORM FORMAT-IP-TEXT
                   MOVE WS-IPNUM-TEXT TO WS-SUBJECT-ADDR
               END-IF
           END-IF
           IF WS-RANGE-VALID = 'N'
               DISPLAY "FATAL: dossier.ctl ADDRESS is not a valid "
                   "address or CIDR block: "
                   FUNCTION TRIM(WS-SUBJECT-TEXT)
               STOP RUN
           END-IF
           MOVE WS-RANGE-START TO WS-SUBJECT-LOW
           MOVE WS-RANGE-END TO WS-SUBJECT-HIGH.

       PARSE-DOSSIER-CARD.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING DOSSIER-CARD-RECORD DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-KEY))
               TO WS-PARM-KEY
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
           IF WS-PARM-KEY = 'ADDRESS'
               IF WS-SUBJECT-TEXT NOT = SPACES
                   DISPLAY "WARNING: only the first ADDRESS= card is "
                       "used, ignored: " FUNCTION TRIM(WS-PARM-VALUE)
               ELSE
                   MOVE WS-PARM-VALUE TO WS-SUBJECT-TEXT
               END-IF
           ELSE
               DISPLAY "WARNING: unknown dossier.ctl key ignored: "
                   FUNCTION TRIM(WS-PARM-KEY)
           END-IF.

       READ-RUN-PARAMETERS.
      *>   Only PRIVACY-MODE and PRIVACY-KEY are needed, read as the
      *>   daily job reads them: PSEUDONYMIZE without a key falls
      *>   back to TRUNCATE.  A pseudonym can only be worked out for
      *>   a single address; a truncated form covers a whole block.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARAMETER-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PARAMETER-RECORD(1:1) NOT = '*'
                               PERFORM PARSE-RUN-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
           IF WS-PRIVACY-MODE = 'P' AND WS-PRIVACY-KEY = SPACES
               MOVE 'T' TO WS-PRIVACY-MODE
           END-IF
           IF WS-PRIVACY-KEY NOT = SPACES AND WS-SUBJECT-SINGLE = 'Y'
               MOVE WS-SUBJECT-LOW TO WS-IPNUM-HEX
               PERFORM HASH-ADDRESS-PSEUDONYM
               MOVE WS-PRV-MASKED TO WS-SUBJECT-PSEUDO
           END-IF
           IF WS-PRIVACY-MODE = 'T'
               MOVE WS-SUBJECT-LOW TO WS-IPNUM-HEX
               PERFORM TRUNCATE-ADDRESS-HEX
               MOVE WS-IPNUM-HEX TO WS-TRUNC-LOW
               PERFORM FORMAT-IP-TEXT
               MOVE WS-IPNUM-TEXT TO WS-TRUNC-TEXT
               MOVE WS-SUBJECT-HIGH TO WS-IPNUM-HEX
               PERFORM TRUNCATE-ADDRESS-HEX
               MOVE WS-IPNUM-HEX TO WS-TRUNC-HIGH
               IF WS-TRUNC-HIGH NOT = WS-TRUNC-LOW
                   PERFORM FORMAT-IP-TEXT
                   STRING FUNCTION TRIM(WS-TRUNC-TEXT TRAILING)
                       " - " FUNCTION TRIM(WS-IPNUM-TEXT)
                       DELIMITED BY SIZE INTO WS-TRUNC-TEXT
               END-IF
           END-IF.

       PARSE-RUN-PARAMETER.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARAMETER-RECORD DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-KEY))
               TO WS-PARM-KEY
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
           EVALUATE WS-PARM-KEY
               WHEN 'PRIVACY-MODE'
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                       WHEN 'NONE'
                           MOVE 'N' TO WS-PRIVACY-MODE
                       WHEN 'PSEUDONYMIZE'
                           MOVE 'P' TO WS-PRIVACY-MODE
                       WHEN 'TRUNCATE'
                           MOVE 'T' TO WS-PRIVACY-MODE
                   END-EVALUATE
               WHEN 'PRIVACY-KEY'
                   IF WS-PARM-VALUE NOT = SPACES
                       MOVE WS-PARM-VALUE TO WS-PRIVACY-KEY
                       COMPUTE WS-PRV-KEY-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-PRIVACY-KEY))
                   END-IF
           END-EVALUATE.

       CONVERT-CIDR-TO-RANGE.
      *>   WS-NET-TOK1 holds address/nn (IPv4 or IPv6); sets
      *>   WS-RANGE-START/END to the block boundaries, the same
      *>   arithmetic the daily job uses for networks.ctl and
      *>   watchlist.ctl.
           MOVE 'N' TO WS-RANGE-VALID
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

       PRINT-DOSSIER-HEADING.
           STRING "IP Dossier - " FUNCTION TRIM(WS-SUBJECT-TEXT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           MOVE "============================================"
               TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           IF WS-SUBJECT-SINGLE = 'N'
               MOVE WS-SUBJECT-LOW TO WS-IPNUM-HEX
               PERFORM FORMAT-IP-TEXT
               STRING "Block covers " FUNCTION TRIM(WS-IPNUM-TEXT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-SUBJECT-HIGH TO WS-IPNUM-HEX
               PERFORM FORMAT-IP-TEXT
               STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                   " - " FUNCTION TRIM(WS-IPNUM-TEXT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           MOVE "Searched as: full address" TO WS-REPORT-LINE
           IF WS-SUBJECT-PSEUDO NOT = SPACES
               STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                   ", pseudonym " WS-SUBJECT-PSEUDO
                   " (PRIVACY-KEY in runparms.ctl)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           IF WS-PRIVACY-MODE = 'T'
               STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                   ", truncated " FUNCTION TRIM(WS-TRUNC-TEXT TRAILING)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-DOSSIER-LINE
           IF WS-PRIVACY-KEY NOT = SPACES AND WS-SUBJECT-SINGLE = 'N'
               MOVE "    (pseudonyms are not searched for a block - give a single ADDRESS= to find them)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           PERFORM WRITE-DOSSIER-LINE.

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

       FORMAT-IP-TEXT.
      *>   WS-IPNUM-HEX to the one text form every file and report
      *>   uses: dotted form for IPv4 (including IPv4-mapped IPv6),
      *>   otherwise lower case with leading zeros dropped and the
      *>   longest run of two or more zero groups written as '::'.
           MOVE SPACES TO WS-IPNUM-TEXT
           MOVE 1 TO WS-V6-PTR
           IF WS-IPNUM-HEX(1:24) = WS-IPNUM-V4-PREFIX
               PERFORM VARYING WS-V6-G FROM 25 BY 2
                       UNTIL WS-V6-G > 31
                   MOVE WS-IPNUM-HEX(WS-V6-G:1) TO WS-HEX-CHAR
                   PERFORM FIND-HEX-VALUE
                   COMPUTE WS-HEX-WORK = WS-HEX-NIBBLE * 16
                   MOVE WS-IPNUM-HEX(WS-V6-G + 1:1) TO WS-HEX-CHAR
                   PERFORM FIND-HEX-VALUE
                   ADD WS-HEX-NIBBLE TO WS-HEX-WORK
                   MOVE WS-HEX-WORK TO WS-V6-OCTET-EDIT
                   IF WS-V6-G > 25
                       STRING '.' DELIMITED BY SIZE
                           INTO WS-IPNUM-TEXT WITH POINTER WS-V6-PTR
                   END-IF
                   STRING FUNCTION TRIM(WS-V6-OCTET-EDIT)
                       DELIMITED BY SIZE
                       INTO WS-IPNUM-TEXT WITH POINTER WS-V6-PTR
               END-PERFORM
           ELSE
               MOVE 0 TO WS-V6-RUN-LEN
               MOVE 0 TO WS-V6-BEST-LEN
               MOVE 0 TO WS-V6-BEST-START
               PERFORM VARYING WS-V6-G FROM 1 BY 1 UNTIL WS-V6-G > 8
                   IF WS-IPNUM-HEX(WS-V6-G * 4 - 3:4) = '0000'
                       IF WS-V6-RUN-LEN = 0
                           MOVE WS-V6-G TO WS-V6-RUN-START
                       END-IF
                       ADD 1 TO WS-V6-RUN-LEN
                       IF WS-V6-RUN-LEN > WS-V6-BEST-LEN
                           MOVE WS-V6-RUN-LEN TO WS-V6-BEST-LEN
                           MOVE WS-V6-RUN-START TO WS-V6-BEST-START
                       END-IF
                   ELSE
                       MOVE 0 TO WS-V6-RUN-LEN
                   END-IF
               END-PERFORM
               IF WS-V6-BEST-LEN < 2
                   MOVE 0 TO WS-V6-BEST-START
               END-IF
               MOVE 'N' TO WS-V6-AFTER-GAP
               MOVE 1 TO WS-V6-G
               PERFORM UNTIL WS-V6-G > 8
                   IF WS-V6-G = WS-V6-BEST-START
                       STRING '::' DELIMITED BY SIZE
                           INTO WS-IPNUM-TEXT WITH POINTER WS-V6-PTR
                       MOVE 'Y' TO WS-V6-AFTER-GAP
                       ADD WS-V6-BEST-LEN TO WS-V6-G
                   ELSE
                       IF WS-V6-PTR > 1 AND WS-V6-AFTER-GAP = 'N'
                           STRING ':' DELIMITED BY SIZE
                               INTO WS-IPNUM-TEXT
                               WITH POINTER WS-V6-PTR
                       END-IF
                       MOVE 1 TO WS-HEX-POS
                       PERFORM UNTIL WS-HEX-POS >= 4
                               OR WS-IPNUM-HEX(WS-V6-G * 4 - 4
                                   + WS-HEX-POS:1) NOT = '0'
                           ADD 1 TO WS-HEX-POS
                       END-PERFORM
                       STRING WS-IPNUM-HEX(WS-V6-G * 4 - 4
                               + WS-HEX-POS:5 - WS-HEX-POS)
                           DELIMITED BY SIZE
                           INTO WS-IPNUM-TEXT WITH POINTER WS-V6-PTR
                       MOVE 'N' TO WS-V6-AFTER-GAP
                       ADD 1 TO WS-V6-G
                   END-IF
               END-PERFORM
           END-IF.

       TRUNCATE-ADDRESS-HEX.
      *>   WS-IPNUM-HEX to its /24 (IPv4) or /48 (IPv6), as the daily
      *>   job truncates under PRIVACY-MODE=TRUNCATE.
           IF WS-IPNUM-HEX(1:24) = WS-IPNUM-V4-PREFIX
               MOVE '00' TO WS-IPNUM-HEX(31:2)
           ELSE
               MOVE ALL '0' TO WS-IPNUM-HEX(13:20)
           END-IF.

       HASH-ADDRESS-PSEUDONYM.
      *>   The daily job's keyed hash: two running remainders over the
      *>   key, the 32 hex digits of the address and the key again
      *>   give 'x' and 16 hex digits in WS-PRV-MASKED.  WS-IPNUM-HEX
      *>   is used as work space.
           MOVE 5381 TO WS-PRV-H1
           MOVE 52711 TO WS-PRV-H2
           PERFORM VARYING WS-PRV-INDEX FROM 1 BY 1
                   UNTIL WS-PRV-INDEX > WS-PRV-KEY-LEN
               MOVE WS-PRIVACY-KEY(WS-PRV-INDEX:1) TO WS-PRV-CHAR
               PERFORM MIX-PSEUDONYM-CHAR
           END-PERFORM
           PERFORM VARYING WS-PRV-INDEX FROM 1 BY 1
                   UNTIL WS-PRV-INDEX > 32
               MOVE WS-IPNUM-HEX(WS-PRV-INDEX:1) TO WS-PRV-CHAR
               PERFORM MIX-PSEUDONYM-CHAR
           END-PERFORM
           PERFORM VARYING WS-PRV-INDEX FROM 1 BY 1
                   UNTIL WS-PRV-INDEX > WS-PRV-KEY-LEN
               MOVE WS-PRIVACY-KEY(WS-PRV-INDEX:1) TO WS-PRV-CHAR
               PERFORM MIX-PSEUDONYM-CHAR
           END-PERFORM
           MOVE WS-PRV-H1 TO WS-HEX-WORK
           MOVE 8 TO WS-HEX-POS
           PERFORM STORE-HEX-WORK-DIGITS
           MOVE WS-PRV-H2 TO WS-HEX-WORK
           MOVE 16 TO WS-HEX-POS
           PERFORM STORE-HEX-WORK-DIGITS
           MOVE SPACES TO WS-PRV-MASKED
           STRING 'x' WS-IPNUM-HEX(1:16)
               DELIMITED BY SIZE INTO WS-PRV-MASKED.

       MIX-PSEUDONYM-CHAR.
           COMPUTE WS-PRV-H1 = FUNCTION MOD(
               WS-PRV-H1 * 33 + FUNCTION ORD(WS-PRV-CHAR), 4294967291)
           COMPUTE WS-PRV-H2 = FUNCTION MOD(
               WS-PRV-H2 * 65599 + FUNCTION ORD(WS-PRV-CHAR)
               + WS-PRV-H1, 4294967279).

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


       PARSE-RANGE-LINE.
      *>   networks.ctl and watchlist.ctl share one line shape:
      *>   'address/nn label', 'start end label' or (watchlist only)
      *>   'address label', IPv4 or IPv6.  Sets WS-RANGE-VALID/START/END/SPEC and
      *>   WS-RANGE-LABEL from WS-RANGE-TEXT.
           MOVE 'N' TO WS-RANGE-VALID
           MOVE SPACES TO WS-RANGE-SPEC
           MOVE SPACES TO WS-RANGE-LABEL
           MOVE SPACES TO WS-NET-TOK1
           MOVE SPACES TO WS-NET-TOK2
           MOVE 1 TO WS-NET-PTR
           UNSTRING WS-RANGE-TEXT DELIMITED BY SPACE
               INTO WS-NET-TOK1 WITH POINTER WS-NET-PTR
           MOVE 0 TO WS-NET-SLASH-COUNT
           INSPECT WS-NET-TOK1 TALLYING WS-NET-SLASH-COUNT FOR ALL '/'
           IF WS-NET-SLASH-COUNT > 0
               PERFORM CONVERT-CIDR-TO-RANGE
               MOVE WS-NET-TOK1 TO WS-RANGE-SPEC
           ELSE
               MOVE WS-NET-TOK1 TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'Y'
                   MOVE 'Y' TO WS-RANGE-VALID
                   MOVE WS-IPNUM-HEX TO WS-RANGE-START
                   MOVE WS-IPNUM-HEX TO WS-RANGE-END
                   MOVE WS-NET-TOK1 TO WS-RANGE-SPEC
                   MOVE WS-NET-PTR TO WS-GEN-INDEX
                   UNSTRING WS-RANGE-TEXT DELIMITED BY SPACE
                       INTO WS-NET-TOK2 WITH POINTER WS-NET-PTR
                   MOVE WS-NET-TOK2 TO WS-IPNUM-IN
                   PERFORM CONVERT-IP-TO-HEX
                   IF WS-IPNUM-VALID = 'Y'
                           AND WS-IPNUM-HEX >= WS-RANGE-START
                       MOVE WS-IPNUM-HEX TO WS-RANGE-END
                       STRING FUNCTION TRIM(WS-NET-TOK1) " - "
                           FUNCTION TRIM(WS-NET-TOK2)
                           DELIMITED BY SIZE INTO WS-RANGE-SPEC
                   ELSE
                       MOVE WS-GEN-INDEX TO WS-NET-PTR
                   END-IF
               END-IF
           END-IF
           IF WS-NET-PTR <= 100
               MOVE FUNCTION TRIM(WS-RANGE-TEXT(WS-NET-PTR:))
                   TO WS-RANGE-LABEL
           END-IF
           IF WS-RANGE-LABEL = SPACES
               MOVE '(unlabeled)' TO WS-RANGE-LABEL
           END-IF.

       PRINT-NETWORK-LABELS.
      *>   For one address the first matching range is the label the
      *>   daily job charges it to; for a block every overlapping
      *>   range is listed.
           MOVE "Network label(s) from networks.ctl:" TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           MOVE 0 TO WS-NET-MATCHES
           OPEN INPUT NETWORK-FILE
           IF WS-NETWORK-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NETWORK-FILE INTO WS-RANGE-TEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-RANGE-TEXT NOT = SPACES
                                   AND WS-RANGE-TEXT(1:1) NOT = '*'
                               PERFORM CHECK-NETWORK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NETWORK-FILE
           ELSE
               MOVE "    (networks.ctl not available)" TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           IF WS-NET-MATCHES = 0
               MOVE "    (unassigned - no network range matches)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           PERFORM WRITE-DOSSIER-LINE.

       CHECK-NETWORK-LINE.
           PERFORM PARSE-RANGE-LINE
           IF WS-RANGE-VALID = 'Y'
                   AND WS-RANGE-START <= WS-SUBJECT-HIGH
                   AND WS-RANGE-END >= WS-SUBJECT-LOW
               ADD 1 TO WS-NET-MATCHES
               IF WS-SUBJECT-SINGLE = 'N' OR WS-NET-MATCHES = 1
                   STRING "    " WS-RANGE-LABEL(1:30) "  "
                       WS-RANGE-SPEC
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-DOSSIER-LINE
               END-IF
           END-IF.

       PRINT-WATCHLIST-ENTRIES.
           MOVE "Watchlist entries (watchlist.ctl):" TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           MOVE 0 TO WS-WL-MATCHES
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WATCHLIST-FILE INTO WS-RANGE-TEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-RANGE-TEXT NOT = SPACES
                                   AND WS-RANGE-TEXT(1:1) NOT = '*'
                               PERFORM CHECK-WATCHLIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF
           IF WS-WL-MATCHES = 0
               MOVE "    (not on the watchlist)" TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           PERFORM WRITE-DOSSIER-LINE.

       CHECK-WATCHLIST-LINE.
           PERFORM PARSE-RANGE-LINE
           IF WS-RANGE-VALID = 'Y'
                   AND WS-RANGE-START <= WS-SUBJECT-HIGH
                   AND WS-RANGE-END >= WS-SUBJECT-LOW
               ADD 1 TO WS-WL-MATCHES
               STRING "    " WS-RANGE-SPEC "  "
                   FUNCTION TRIM(WS-RANGE-LABEL TRAILING)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

       PRINT-VISITOR-MASTER.
           MOVE "Visitor master (visitors.dat):" TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           MOVE 0 TO WS-VM-MATCHES
           OPEN INPUT VISITOR-MASTER-FILE
           IF WS-VM-FILE-STATUS NOT = '00'
               STRING "    (visitors.dat not available, status="
                   WS-VM-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           ELSE
      *>       The master is keyed by site then address, so an address
      *>       seen at several sites has one record per site.
               MOVE LOW-VALUES TO VM-KEY
               START VISITOR-MASTER-FILE KEY IS >= VM-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VISITOR-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE VM-KEY-ADDR TO WS-IPNUM-IN
                           PERFORM CONVERT-IP-TO-HEX
                           IF WS-IPNUM-VALID = 'Y'
                               AND WS-IPNUM-HEX >= WS-SUBJECT-LOW
                               AND WS-IPNUM-HEX <= WS-SUBJECT-HIGH
                               PERFORM PRINT-VISITOR-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-MASTER-FILE
           END-IF
           IF WS-VM-MATCHES = 0 AND WS-VM-FILE-STATUS = '00'
               MOVE "    (never seen - no visitor master record)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-VISITOR-RECORD.
           ADD 1 TO WS-VM-MATCHES
           MOVE SPACES TO WS-VM-PRIOR-TEXT
           IF VM-PRIOR-DAY > 0
               COMPUTE WS-DATE-SPLIT-INT =
                   FUNCTION DATE-OF-INTEGER(VM-PRIOR-DAY)
               STRING WS-DATE-SPLIT-DD '/'
                   WS-MONTH-NAME(WS-DATE-SPLIT-MM) '/'
                   WS-DATE-SPLIT-YYYY
                   DELIMITED BY SIZE INTO WS-VM-PRIOR-TEXT
           ELSE
               MOVE '(none)' TO WS-VM-PRIOR-TEXT
           END-IF
           STRING "    " VM-KEY-ADDR
               "  site " VM-KEY-SITE
               "  first seen " VM-FIRST-SEEN
               "  last seen " VM-LAST-SEEN
               "  previous visit " WS-VM-PRIOR-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           STRING "    " "               "
               "  lifetime requests " VM-LIFE-REQS
               "  sessions " VM-LIFE-SESS
               "  last day requests " VM-DAY-REQS
               "  sessions " VM-DAY-SESS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE.

       LOAD-GENERATION-LIST.
      *>   run-history.dat names every retained generation.  The IP
      *>   extracts feed the day-by-day history; alert, exception and
      *>   watchlist-hit generations are recognised by the file names
      *>   echoed in the PARM lines of the run that wrote them, since
      *>   those names are run parameters.
           MOVE 'N' TO WS-GEN-SOURCED
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = '00'
               MOVE 'Y' TO WS-GEN-SOURCED
               PERFORM SET-DEFAULT-OUTPUT-NAMES
               MOVE 'N' TO WS-RH-EOF
               PERFORM UNTIL WS-RH-EOF = 'Y'
                   READ RUN-HISTORY-FILE INTO WS-RH-LINE
                       AT END MOVE 'Y' TO WS-RH-EOF
                       NOT AT END PERFORM CHECK-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-GEN-SOURCED = 'N'
               MOVE 1 TO WS-IPG-COUNT
               MOVE 'ipcounts.csv' TO IPG-NAME(1)
               MOVE 3 TO WS-EVG-COUNT
               MOVE 'security-alerts.txt' TO EVG-NAME(1)
               MOVE 'A' TO EVG-KIND(1)
               MOVE 'watchlist-hits.txt' TO EVG-NAME(2)
               MOVE 'W' TO EVG-KIND(2)
               MOVE 'exceptions.txt' TO EVG-NAME(3)
               MOVE 'E' TO EVG-KIND(3)
           END-IF.

       SET-DEFAULT-OUTPUT-NAMES.
           MOVE 'security-alerts.txt' TO WS-CUR-ALERT-NAME
           MOVE 'exceptions.txt' TO WS-CUR-EXCEPTION-NAME
           MOVE 'watchlist-hits.txt' TO WS-CUR-WLHIT-NAME.

       CHECK-HISTORY-LINE.
           MOVE SPACES TO WS-RH-TOK1
           MOVE SPACES TO WS-RH-TOK2
           MOVE SPACES TO WS-RH-TOK3
           UNSTRING WS-RH-LINE DELIMITED BY SPACE
               INTO WS-RH-TOK1 WS-RH-TOK2 WS-RH-TOK3
           EVALUATE WS-RH-TOK1
               WHEN 'RUN'
                   PERFORM SET-DEFAULT-OUTPUT-NAMES
               WHEN 'PARM'
                   MOVE SPACES TO WS-RH-LABEL
                   MOVE SPACES TO WS-RH-VALUE
                   UNSTRING WS-RH-LINE(6:) DELIMITED BY ': '
                       INTO WS-RH-LABEL WS-RH-VALUE
                   MOVE FUNCTION TRIM(WS-RH-LABEL) TO WS-RH-LABEL
                   EVALUATE WS-RH-LABEL
                       WHEN 'Alert file'
                           MOVE WS-RH-VALUE TO WS-CUR-ALERT-NAME
                       WHEN 'Exception file'
                           MOVE WS-RH-VALUE TO WS-CUR-EXCEPTION-NAME
                       WHEN 'Watchlist hits file'
                           MOVE WS-RH-VALUE TO WS-CUR-WLHIT-NAME
                   END-EVALUATE
               WHEN 'FILE'
                   IF WS-RH-TOK3 NOT = SPACES
                       PERFORM CLASSIFY-HISTORY-FILE
                   END-IF
           END-EVALUATE.

       CLASSIFY-HISTORY-FILE.
      *>   The archived name is <output name>.YYYYMMDD.
           MOVE SPACES TO WS-RH-BASE
           MOVE SPACE TO WS-GEN-KIND
           COMPUTE WS-RH-BASE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RH-TOK3)) - 9
           IF WS-RH-BASE-LEN > 0
               MOVE WS-RH-TOK3(1:WS-RH-BASE-LEN) TO WS-RH-BASE
           END-IF
           EVALUATE TRUE
               WHEN WS-RH-BASE = 'ipcounts.csv'
                   MOVE 'I' TO WS-GEN-KIND
               WHEN WS-RH-BASE = WS-CUR-ALERT-NAME
                   MOVE 'A' TO WS-GEN-KIND
               WHEN WS-RH-BASE = WS-CUR-WLHIT-NAME
                   MOVE 'W' TO WS-GEN-KIND
               WHEN WS-RH-BASE = WS-CUR-EXCEPTION-NAME
                   MOVE 'E' TO WS-GEN-KIND
           END-EVALUATE
           IF WS-GEN-KIND = 'I'
               PERFORM ADD-IP-GENERATION
           ELSE IF WS-GEN-KIND NOT = SPACE
               PERFORM ADD-EVIDENCE-GENERATION
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

       ADD-EVIDENCE-GENERATION.
           MOVE 'N' TO WS-GEN-DUP
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-EVG-COUNT
               IF EVG-NAME(WS-GEN-INDEX) = WS-RH-TOK3
                   MOVE 'Y' TO WS-GEN-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-DUP = 'N'
               IF WS-EVG-COUNT >= 800
                   DISPLAY "WARNING: generation table full, skipped "
                       FUNCTION TRIM(WS-RH-TOK3 TRAILING)
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-EVG-COUNT
                   MOVE WS-RH-TOK3 TO EVG-NAME(WS-EVG-COUNT)
                   MOVE WS-GEN-KIND TO EVG-KIND(WS-EVG-COUNT)
               END-IF
           END-IF.

       PRINT-DAILY-HISTORY.
           PERFORM VARYING WS-GEN-INDEX FROM WS-IPG-COUNT BY -1
                   UNTIL WS-GEN-INDEX < 1
               MOVE IPG-NAME(WS-GEN-INDEX) TO WS-GEN-NAME
               MOVE WS-GEN-INDEX TO WS-GEN-CURRENT
               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS = '00'
                   MOVE 'N' TO WS-GEN-EOF
                   PERFORM UNTIL WS-GEN-EOF = 'Y'
                       READ GEN-FILE INTO WS-CSV-LINE
                           AT END MOVE 'Y' TO WS-GEN-EOF
                           NOT AT END PERFORM TALLY-HISTORY-ROW
                       END-READ
                   END-PERFORM
                   CLOSE GEN-FILE
               END-IF
           END-PERFORM
           MOVE "Day-by-day history (ipcounts.csv generations):"
               TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           IF WS-GEN-SOURCED = 'N'
               MOVE "    (no run-history.dat - live ipcounts.csv only)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           MOVE 0 TO WS-HIS-DAYS
           MOVE 0 TO WS-HIS-REQS
           MOVE 0 TO WS-HIS-BYTES
           MOVE 0 TO WS-HIS-LAST-DAY
           PERFORM VARYING WS-HIS-INDEX FROM 1 BY 1
                   UNTIL WS-HIS-INDEX > WS-HIS-COUNT
               PERFORM PRINT-NEXT-HISTORY-ROW
           END-PERFORM
           IF WS-HIS-COUNT = 0
               MOVE "    (no traffic in any retained generation)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           ELSE
               STRING "    Days active: " WS-HIS-DAYS
                   "  requests: " WS-HIS-REQS
                   "  bytes: " WS-HIS-BYTES
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           PERFORM WRITE-DOSSIER-LINE.

       TALLY-HISTORY-ROW.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
           IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                   AND FUNCTION TRIM(WS-CSV-F4) IS NUMERIC
               MOVE SPACE TO WS-MATCH-FORM
               IF WS-SUBJECT-PSEUDO NOT = SPACES
                       AND WS-CSV-F2 = WS-SUBJECT-PSEUDO
                   MOVE 'P' TO WS-MATCH-FORM
               ELSE
                   MOVE WS-CSV-F2 TO WS-IPNUM-IN
                   PERFORM CONVERT-IP-TO-HEX
                   IF WS-IPNUM-VALID = 'Y'
                       PERFORM MATCH-SUBJECT-HEX
                   END-IF
               END-IF
               MOVE WS-CSV-F1 TO WS-DT-DATE
               PERFORM CONVERT-DATE-TEXT
               IF WS-MATCH-FORM NOT = SPACE AND WS-DT-DAY > 0
                   PERFORM CLAIM-HISTORY-DAY
                   IF WS-OWN-HIT > 0
                       IF OWN-GEN(WS-OWN-HIT) = WS-GEN-CURRENT
                           PERFORM ADD-HISTORY-ROW
                           PERFORM COUNT-MATCH-FORM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MATCH-SUBJECT-HEX.
      *>   WS-IPNUM-HEX (a valid address) against the subject range,
      *>   then, under TRUNCATE, against the truncated range.  A
      *>   truncated value stands for every address in its /24 or
      *>   /48, so such a match may belong to a neighbour.
           MOVE SPACE TO WS-MATCH-FORM
           EVALUATE TRUE
               WHEN WS-IPNUM-HEX >= WS-SUBJECT-LOW
                       AND WS-IPNUM-HEX <= WS-SUBJECT-HIGH
                   MOVE 'F' TO WS-MATCH-FORM
               WHEN WS-PRIVACY-MODE = 'T'
                       AND WS-IPNUM-HEX >= WS-TRUNC-LOW
                       AND WS-IPNUM-HEX <= WS-TRUNC-HIGH
                   MOVE 'T' TO WS-MATCH-FORM
           END-EVALUATE.

       COUNT-MATCH-FORM.
           EVALUATE WS-MATCH-FORM
               WHEN 'F' ADD 1 TO WS-FULL-MATCHES
               WHEN 'P' ADD 1 TO WS-PSEUDO-MATCHES
               WHEN 'T' ADD 1 TO WS-TRUNC-MATCHES
           END-EVALUATE.

       CLAIM-HISTORY-DAY.
           MOVE 0 TO WS-OWN-HIT
           PERFORM VARYING WS-OWN-INDEX FROM 1 BY 1
                   UNTIL WS-OWN-INDEX > WS-OWN-COUNT
               IF OWN-DAY(WS-OWN-INDEX) = WS-DT-DAY
                   MOVE WS-OWN-INDEX TO WS-OWN-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OWN-HIT = 0
               IF WS-OWN-COUNT >= 1000
                   DISPLAY "WARNING: history day table full, skipped "
                       WS-DT-DATE
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-OWN-COUNT
                   MOVE WS-OWN-COUNT TO WS-OWN-HIT
                   MOVE WS-DT-DAY TO OWN-DAY(WS-OWN-HIT)
                   MOVE WS-GEN-CURRENT TO OWN-GEN(WS-OWN-HIT)
               END-IF
           END-IF.

       ADD-HISTORY-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-HIS-INDEX FROM 1 BY 1
                   UNTIL WS-HIS-INDEX > WS-HIS-COUNT
               IF HIS-DAY(WS-HIS-INDEX) = WS-DT-DAY
                       AND HIS-ADDR(WS-HIS-INDEX) = WS-CSV-F2
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-HIS-COUNT >= 3000
                   DISPLAY "WARNING: history table full, skipped "
                       WS-DT-DATE " " FUNCTION TRIM(WS-CSV-F2)
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-HIS-COUNT
                   MOVE WS-HIS-COUNT TO WS-HIS-INDEX
                   MOVE WS-DT-DAY TO HIS-DAY(WS-HIS-INDEX)
                   MOVE WS-CSV-F1 TO HIS-DATE(WS-HIS-INDEX)
                   MOVE WS-CSV-F2 TO HIS-ADDR(WS-HIS-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD FUNCTION NUMVAL(WS-CSV-F3) TO HIS-REQS(WS-HIS-INDEX)
               ADD FUNCTION NUMVAL(WS-CSV-F4)
                   TO HIS-BYTES(WS-HIS-INDEX)
           END-IF.

       PRINT-NEXT-HISTORY-ROW.
      *>   Rows print oldest day first, addresses in key order within
      *>   a day; each pass picks the lowest row not yet printed.
           MOVE 0 TO WS-HIS-NEXT
           PERFORM VARYING WS-OWN-INDEX FROM 1 BY 1
                   UNTIL WS-OWN-INDEX > WS-HIS-COUNT
               IF HIS-DONE(WS-OWN-INDEX) = 'N'
                   IF WS-HIS-NEXT = 0
                       MOVE WS-OWN-INDEX TO WS-HIS-NEXT
                   ELSE IF HIS-DAY(WS-OWN-INDEX) < HIS-DAY(WS-HIS-NEXT)
                       MOVE WS-OWN-INDEX TO WS-HIS-NEXT
                   ELSE IF HIS-DAY(WS-OWN-INDEX) = HIS-DAY(WS-HIS-NEXT)
                           AND HIS-ADDR(WS-OWN-INDEX)
                               < HIS-ADDR(WS-HIS-NEXT)
                       MOVE WS-OWN-INDEX TO WS-HIS-NEXT
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO HIS-DONE(WS-HIS-NEXT)
           IF HIS-DAY(WS-HIS-NEXT) NOT = WS-HIS-LAST-DAY
               ADD 1 TO WS-HIS-DAYS
               MOVE HIS-DAY(WS-HIS-NEXT) TO WS-HIS-LAST-DAY
           END-IF
           ADD HIS-REQS(WS-HIS-NEXT) TO WS-HIS-REQS
           ADD HIS-BYTES(WS-HIS-NEXT) TO WS-HIS-BYTES
           STRING "    " HIS-DATE(WS-HIS-NEXT) "  "
               HIS-ADDR(WS-HIS-NEXT)
               "  requests " HIS-REQS(WS-HIS-NEXT)
               "  bytes " HIS-BYTES(WS-HIS-NEXT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE.

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

       PRINT-INCIDENT-CASES.
           MOVE "Incident cases (incidents.dat):" TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           MOVE 0 TO WS-INC-MATCHES
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-FILE-STATUS = '00'
               MOVE 0 TO INC-KEY
               START INCIDENT-FILE KEY IS >= INC-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INCIDENT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SCAN-LINE
                           STRING INC-SUBJECT " " INC-DETAIL
                               DELIMITED BY SIZE INTO WS-SCAN-LINE
                           PERFORM SCAN-EVIDENCE-LINE
                           IF WS-LINE-MATCH = 'Y'
                               PERFORM PRINT-INCIDENT-CASE
                               PERFORM COUNT-MATCH-FORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           IF WS-INC-MATCHES = 0
               MOVE "    (no incident cases)" TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           PERFORM WRITE-DOSSIER-LINE.

       PRINT-INCIDENT-CASE.
           ADD 1 TO WS-INC-MATCHES
           EVALUATE INC-STATUS
               WHEN 'O' MOVE 'OPEN' TO WS-STATUS-TEXT
               WHEN 'A' MOVE 'ACKNOWLEDGED' TO WS-STATUS-TEXT
               WHEN 'C' MOVE 'CLOSED' TO WS-STATUS-TEXT
               WHEN OTHER MOVE INC-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           STRING "    Case " INC-KEY " " WS-STATUS-TEXT
               " " INC-TYPE " " FUNCTION TRIM(INC-SUBJECT TRAILING)
               "  " FUNCTION TRIM(INC-ALERT TRAILING)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           STRING "        first " INC-FIRST-SEEN
               "  last " INC-LAST-SEEN
               "  occurrences " INC-OCCURRENCES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           IF INC-ACK-BY NOT = SPACES
               STRING "        acknowledged by "
                   FUNCTION TRIM(INC-ACK-BY TRAILING)
                   " on " INC-ACK-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           IF INC-NOTE NOT = SPACES
               STRING "        note: " INC-NOTE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

       PRINT-ALERT-EVIDENCE.
      *>   Every alert, watchlist-hit and exception line in the
      *>   retained generations that names an address in the subject
      *>   range, oldest generation first.
           MOVE "Alert, watchlist and exception lines:"
               TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           MOVE 0 TO WS-EVIDENCE-MATCHES
           MOVE 0 TO WS-EVIDENCE-PRINTED
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-EVG-COUNT
               MOVE EVG-NAME(WS-GEN-INDEX) TO WS-GEN-NAME
               MOVE 'N' TO WS-GEN-HEADED
               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS = '00'
                   MOVE 'N' TO WS-GEN-EOF
                   PERFORM UNTIL WS-GEN-EOF = 'Y'
                       READ GEN-FILE INTO WS-SCAN-LINE
                           AT END MOVE 'Y' TO WS-GEN-EOF
                           NOT AT END
                               PERFORM SCAN-EVIDENCE-LINE
                               IF WS-LINE-MATCH = 'Y'
                                   PERFORM PRINT-EVIDENCE-LINE
                                   PERFORM COUNT-MATCH-FORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GEN-FILE
               END-IF
           END-PERFORM
           IF WS-EVIDENCE-MATCHES = 0
               MOVE "    (no lines mention the subject)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           IF WS-EVIDENCE-MATCHES > WS-EVIDENCE-PRINTED
               COMPUTE WS-EVIDENCE-MATCHES =
                   WS-EVIDENCE-MATCHES - WS-EVIDENCE-PRINTED
               STRING "    ... " WS-EVIDENCE-MATCHES
                   " further matching line(s) not listed"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF.

       PRINT-EVIDENCE-LINE.
           ADD 1 TO WS-EVIDENCE-MATCHES
           IF WS-EVIDENCE-PRINTED < WS-EVIDENCE-LIMIT
               ADD 1 TO WS-EVIDENCE-PRINTED
               IF WS-GEN-HEADED = 'N'
                   MOVE 'Y' TO WS-GEN-HEADED
                   EVALUATE EVG-KIND(WS-GEN-INDEX)
                       WHEN 'A' MOVE "  alerts:     " TO WS-REPORT-LINE
                       WHEN 'W' MOVE "  watchlist:  " TO WS-REPORT-LINE
                       WHEN 'E' MOVE "  exceptions: " TO WS-REPORT-LINE
                   END-EVALUATE
                   STRING WS-REPORT-LINE(1:14)
                       FUNCTION TRIM(WS-GEN-NAME TRAILING)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-DOSSIER-LINE
               END-IF
               STRING "    " WS-SCAN-LINE(1:190)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
               IF WS-SCAN-LINE(191:130) NOT = SPACES
                   STRING "      " WS-SCAN-LINE(191:130)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-DOSSIER-LINE
               END-IF
           END-IF.

       SCAN-EVIDENCE-LINE.
      *>   Looks at every token of hex digits, dots and colons in
      *>   WS-SCAN-LINE; a token that is a valid IPv4 or IPv6 address
      *>   inside the subject range marks the line.  Whole tokens are
      *>   compared, so 10.0.0.1 never matches inside 110.0.0.12.
      *>   The subject's pseudonym, standing alone, marks it too.
           MOVE 'N' TO WS-LINE-MATCH
           MOVE SPACE TO WS-MATCH-FORM
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > 320 OR WS-LINE-MATCH = 'Y'
               MOVE FUNCTION LOWER-CASE(WS-SCAN-LINE(WS-SCAN-POS:1))
                   TO WS-HEX-CHAR
               PERFORM FIND-HEX-VALUE
               EVALUATE TRUE
                   WHEN WS-HEX-CHAR = 'x'
                           AND WS-SUBJECT-PSEUDO NOT = SPACES
                           AND WS-SCAN-POS <= 304
                       PERFORM CHECK-PSEUDONYM-TOKEN
                       ADD 1 TO WS-SCAN-POS
                   WHEN WS-HEX-NIBBLE < 16 OR WS-HEX-CHAR = ':'
                       PERFORM SCAN-ADDRESS-TOKEN
                   WHEN OTHER
                       ADD 1 TO WS-SCAN-POS
               END-EVALUATE
           END-PERFORM.

       CHECK-PSEUDONYM-TOKEN.
           IF WS-SCAN-LINE(WS-SCAN-POS:17) = WS-SUBJECT-PSEUDO
               MOVE 'Y' TO WS-LINE-MATCH
               IF WS-SCAN-POS > 1
                   MOVE WS-SCAN-LINE(WS-SCAN-POS - 1:1) TO WS-PRV-CHAR
                   PERFORM CHECK-PSEUDONYM-EDGE
               END-IF
               IF WS-SCAN-POS < 304
                   MOVE WS-SCAN-LINE(WS-SCAN-POS + 17:1) TO WS-PRV-CHAR
                   PERFORM CHECK-PSEUDONYM-EDGE
               END-IF
               IF WS-LINE-MATCH = 'Y'
                   MOVE 'P' TO WS-MATCH-FORM
               END-IF
           END-IF.

       CHECK-PSEUDONYM-EDGE.
           IF (WS-PRV-CHAR >= 'a' AND WS-PRV-CHAR <= 'z')
                   OR (WS-PRV-CHAR >= 'A' AND WS-PRV-CHAR <= 'Z')
                   OR (WS-PRV-CHAR >= '0' AND WS-PRV-CHAR <= '9')
               MOVE 'N' TO WS-LINE-MATCH
           END-IF.

       SCAN-ADDRESS-TOKEN.
           MOVE SPACES TO WS-SCAN-TOKEN
           MOVE 0 TO WS-SCAN-TOK-LEN
           MOVE 0 TO WS-SCAN-DOTS
           MOVE 0 TO WS-SCAN-COLONS
           PERFORM UNTIL WS-SCAN-POS > 320
               MOVE FUNCTION LOWER-CASE(WS-SCAN-LINE(WS-SCAN-POS:1))
                   TO WS-SCAN-CHAR
               MOVE WS-SCAN-CHAR TO WS-HEX-CHAR
               PERFORM FIND-HEX-VALUE
               IF WS-HEX-NIBBLE > 15
                       AND WS-SCAN-CHAR NOT = '.'
                       AND WS-SCAN-CHAR NOT = ':'
                   EXIT PERFORM
               END-IF
               IF WS-SCAN-TOK-LEN < 45
                   ADD 1 TO WS-SCAN-TOK-LEN
                   MOVE WS-SCAN-CHAR TO WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1)
                   IF WS-SCAN-CHAR = '.'
                       ADD 1 TO WS-SCAN-DOTS
                   END-IF
                   IF WS-SCAN-CHAR = ':'
                       ADD 1 TO WS-SCAN-COLONS
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
      *>   A full stop closing a sentence, or a colon after a label,
      *>   is not part of the address ('::' at the end is).
           IF WS-SCAN-TOK-LEN > 1
               IF WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1) = '.'
                   MOVE SPACE TO WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1)
                   SUBTRACT 1 FROM WS-SCAN-TOK-LEN
                   SUBTRACT 1 FROM WS-SCAN-DOTS
               ELSE IF WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1) = ':'
                       AND WS-SCAN-TOKEN(WS-SCAN-TOK-LEN - 1:1) NOT = ':'
                   MOVE SPACE TO WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1)
                   SUBTRACT 1 FROM WS-SCAN-TOK-LEN
                   SUBTRACT 1 FROM WS-SCAN-COLONS
               END-IF
           END-IF
           IF (WS-SCAN-DOTS = 3 AND WS-SCAN-COLONS = 0
                   AND WS-SCAN-TOK-LEN <= 15)
                   OR WS-SCAN-COLONS >= 2
               MOVE WS-SCAN-TOKEN TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'Y'
                   PERFORM MATCH-SUBJECT-HEX
                   IF WS-MATCH-FORM NOT = SPACE
                       MOVE 'Y' TO WS-LINE-MATCH
                   END-IF
               END-IF
           END-IF.

       PRINT-MATCH-FORMS.
           PERFORM WRITE-DOSSIER-LINE
           MOVE "Address forms matched:" TO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           STRING "    full address:     " WS-FULL-MATCHES
               " row(s)/line(s)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DOSSIER-LINE
           IF WS-SUBJECT-PSEUDO NOT = SPACES
               STRING "    pseudonym:        " WS-PSEUDO-MATCHES
                   " row(s)/line(s) as " WS-SUBJECT-PSEUDO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
           END-IF
           IF WS-PRIVACY-MODE = 'T'
               STRING "    truncated prefix: " WS-TRUNC-MATCHES
                   " row(s)/line(s) as "
                   FUNCTION TRIM(WS-TRUNC-TEXT TRAILING)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DOSSIER-LINE
               IF WS-TRUNC-MATCHES > 0
                   MOVE "    (a truncated value is shared by every address in its /24 or /48 - those rows may belong to a neighbour)"
                       TO WS-REPORT-LINE
                   PERFORM WRITE-DOSSIER-LINE
               END-IF
           END-IF.

       WRITE-DOSSIER-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE DOSSIER-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
