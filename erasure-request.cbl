IDENTIFICATION DIVISION.
       PROGRAM-ID. ErasureRequest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-CARD-FILE ASSIGN TO 'erasure.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO 'runparms.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'checkpoint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT IP-BACKUP-FILE ASSIGN TO 'ipcounts.ckp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-BACKUP-STATUS.
           SELECT VISITOR-MASTER-FILE ASSIGN TO 'visitors.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               FILE STATUS IS WS-VM-FILE-STATUS.
           SELECT IP-INDEX-FILE ASSIGN TO 'ipcounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-KEY
               FILE STATUS IS WS-IP-FILE-STATUS.
           SELECT LINE-KEY-FILE ASSIGN TO 'linekeys.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-LINE
               FILE STATUS IS WS-LK-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO 'incidents.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-FILE-STATUS.
           SELECT DAILY-SUMMARY-FILE ASSIGN TO 'daily-summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'run-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT ERASURE-WORK-FILE ASSIGN TO 'erasure.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT ERASURE-LOG-FILE ASSIGN TO 'erasure-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-CARD-FILE.
       01  ERASURE-CARD-RECORD PIC X(200).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD PIC X(200).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(400).

       FD  IP-BACKUP-FILE.
       01  IP-BACKUP-RECORD PIC X(350).

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

       FD  IP-INDEX-FILE.
       01  IP-INDEX-RECORD.
           05  IP-KEY.
               10  IP-KEY-SITE PIC X(8).
               10  IP-KEY-ADDR PIC X(39).
           05  IP-REC-COUNT PIC 9(5).
           05  IP-REC-BYTES PIC 9(15).
           05  IP-REC-SESSIONS PIC 9(5).
           05  IP-SESS-START PIC 9(12).
           05  IP-SESS-LAST  PIC 9(12).
           05  IP-SESS-MINUTES PIC 9(9).
           05  IP-FUNNEL-PROGRESS.
               10  IP-FUNNEL-STATE OCCURS 10 TIMES.
                   15  IP-FN-STEP PIC 9(1).
                   15  IP-FN-AT   PIC 9(12).
                   15  IP-FN-DATE PIC X(11).

       FD  LINE-KEY-FILE.
       01  LINE-KEY-RECORD.
           05  LK-LINE   PIC X(256).
           05  LK-FILE   PIC X(100).
           05  LK-MINUTE PIC 9(12).

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

       FD  ERASURE-WORK-FILE.
       01  ERASURE-WORK-RECORD PIC X(400).

       FD  ERASURE-LOG-FILE.
       01  ERASURE-LOG-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PARAMETER-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-CHECKPOINT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-IP-BACKUP-STATUS PIC X(2) VALUE '00'.
       01  WS-VM-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-IP-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-LK-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-INC-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DS-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-RUNHIST-STATUS PIC X(2) VALUE '00'.
       01  WS-GEN-STATUS PIC X(2) VALUE '00'.
       01  WS-WORK-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-LOG-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-GEN-EOF PIC X VALUE 'N'.
       01  WS-RH-EOF PIC X VALUE 'N'.
       01  WS-LOG-LINE PIC X(200) VALUE SPACES.
       01  WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01  WS-TODAY-STAMP PIC 9(8) VALUE 0.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-STAMP.
           05  WS-TODAY-YYYY PIC 9(4).
           05  WS-TODAY-MM   PIC 9(2).
           05  WS-TODAY-DD   PIC 9(2).
       01  WS-TODAY-DATE PIC X(11) VALUE SPACES.
       01  WS-NOW-TIME PIC X(6) VALUE SPACES.
       01  WS-NOW-TEXT PIC X(8) VALUE SPACES.
       01  WS-MONTH-NAMES PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.

       01  WS-PARM-KEY PIC X(30) VALUE SPACES.
       01  WS-PARM-VALUE PIC X(100) VALUE SPACES.

      *>   The request.  Every ADDRESS= card is an item, numbered in
      *>   card order; the log names items by number only, so the
      *>   erased addresses are not copied into yet another file.
       01  WS-REQUEST-ID PIC X(30) VALUE SPACES.
       01  WS-REQUESTED-BY PIC X(30) VALUE SPACES.
       01  WS-APPROVED-BY PIC X(30) VALUE SPACES.
       01  WS-ACTION PIC X(10) VALUE 'ANONYMIZE'.
       01  WS-ACTION-VALID PIC X VALUE 'Y'.
       01  WS-KEEP-SECURITY PIC X VALUE 'N'.
       01  WS-KEEP-SECURITY-VALID PIC X VALUE 'Y'.
       01  WS-ITEM-COUNT PIC 9(3) VALUE 0.
       01  WS-ITEM-REJECTED PIC 9(3) VALUE 0.
       01  WS-ITEM-EDIT PIC 9(3) VALUE 0.
       01  WS-ERA-COUNT PIC 9(3) VALUE 0.
       01  WS-ERA-INDEX PIC 9(3) VALUE 1.
       01  WS-ERA-HIT PIC 9(3) VALUE 0.
       01  ERASURE-ITEMS.
           05  ERA-ENTRY OCCURS 100 TIMES.
               10  ERA-ITEM       PIC 9(3).
               10  ERA-FAMILY     PIC X(1).
               10  ERA-HEX        PIC X(32).
               10  ERA-PSEUDONYM  PIC X(17).
               10  ERA-FILE-HITS  PIC 9(7).
               10  ERA-TOTAL-HITS PIC 9(9).
       01  WS-REFUSED PIC X VALUE 'N'.
       01  WS-RESTART-PENDING PIC X VALUE 'N'.

      *>   checkpoint.dat and ipcounts.ckp.  An incremental run keeps
      *>   them between passes and every pass rebuilds ipcounts.dat
      *>   from ipcounts.ckp, so both are erased as well.  Counts are
      *>   left as they are, so the next pass still balances: each
      *>   erased address becomes the erased mark in checkpoint.dat
      *>   and, being part of a key, a numbered erased mark in
      *>   ipcounts.ckp.
       01  WS-CKPT-RECORDS PIC 9(7) VALUE 0.
       01  WS-CKPT-MODE PIC X(12) VALUE SPACES.
       01  WS-CKPT-CARRY PIC X VALUE 'N'.
       01  WS-CKPT-ADDR-POS PIC 9(3) VALUE 0.
       01  WS-CKPT-SEQ PIC 9(7) VALUE 0.
       01  WS-CKPT-REC PIC X(400) VALUE SPACES.
       01  WS-CKPT-COMMON REDEFINES WS-CKPT-REC.
           05  WS-CKPT-TYPE PIC X(2).
           05  FILLER PIC X(398).
       01  WS-CKPT-CT-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(162).
           05  CKPT-CT-RUN-MODE PIC X(12).
           05  FILLER PIC X(226).
       01  WS-BCK-REC PIC X(350) VALUE SPACES.
       01  WS-BCK-FIELDS REDEFINES WS-BCK-REC.
           05  WS-BCK-SITE PIC X(8).
           05  WS-BCK-ADDR PIC X(39).
           05  FILLER PIC X(303).
       01  WS-BCK-MARK PIC X(39) VALUE SPACES.
       01  WS-BCK-MARK-SPLIT REDEFINES WS-BCK-MARK.
           05  WS-BCK-MARK-HEAD PIC X(8).
           05  WS-BCK-MARK-SEQ  PIC X(7).
           05  WS-BCK-MARK-TAIL PIC X(1).
           05  FILLER PIC X(23).

      *>   PRIVACY-KEY from runparms.ctl, so the pseudonyms the daily
      *>   job wrote for an address can be recognised and erased too.
       01  WS-PRIVACY-KEY PIC X(64) VALUE SPACES.
       01  WS-PRV-KEY-LEN PIC 9(2) VALUE 0.
       01  WS-PRV-CHAR PIC X VALUE SPACE.
       01  WS-PRV-INDEX PIC 9(3) VALUE 1.
       01  WS-PRV-H1 PIC 9(15) VALUE 0.
       01  WS-PRV-H2 PIC 9(15) VALUE 0.
       01  WS-PRV-MASKED PIC X(39) VALUE SPACES.

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
      *>   Every address is held as 32 hex digits, the 128-bit IPv6
      *>   value, with an IPv4 address in its ::ffff:0:0/96 mapped
      *>   form, so every spelling of an address compares equal.
       01  WS-IPNUM-HEX PIC X(32) VALUE SPACES.
       01  WS-IPNUM-V4-PREFIX PIC X(24)
               VALUE '00000000000000000000ffff'.
       01  WS-HEX-DIGITS PIC X(16) VALUE '0123456789abcdef'.
       01  WS-HEX-CHAR PIC X VALUE SPACE.
       01  WS-HEX-NIBBLE PIC 9(2) VALUE 0.
       01  WS-HEX-INDEX PIC 9(2) VALUE 1.
       01  WS-HEX-POS PIC 9(2) VALUE 1.
       01  WS-HEX-WORK PIC 9(12) VALUE 0.
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

      *>   Generations named in run-history.dat, then the live output
      *>   files, then run-history.dat itself.  Kind A is an alert
      *>   file, W a watchlist-hit file, H the history, T any other.
       01  WS-RH-LINE PIC X(200) VALUE SPACES.
       01  WS-RH-TOK1 PIC X(8) VALUE SPACES.
       01  WS-RH-TOK2 PIC X(12) VALUE SPACES.
       01  WS-RH-TOK3 PIC X(120) VALUE SPACES.
       01  WS-RH-LABEL PIC X(40) VALUE SPACES.
       01  WS-RH-VALUE PIC X(100) VALUE SPACES.
       01  WS-RH-BASE PIC X(120) VALUE SPACES.
       01  WS-RH-BASE-LEN PIC 9(4) VALUE 0.
       01  WS-CUR-REPORT-NAME PIC X(100) VALUE SPACES.
       01  WS-CUR-ALERT-NAME PIC X(100) VALUE SPACES.
       01  WS-CUR-EXCEPTION-NAME PIC X(100) VALUE SPACES.
       01  WS-CUR-WLHIT-NAME PIC X(100) VALUE SPACES.
       01  WS-GEN-NAME PIC X(120) VALUE SPACES.
       01  WS-GEN-KIND PIC X VALUE SPACE.
       01  WS-GEN-INDEX PIC 9(4) VALUE 1.
       01  WS-GEN-DUP PIC X VALUE 'N'.
       01  WS-ADD-NAME PIC X(120) VALUE SPACES.
       01  WS-ADD-KIND PIC X VALUE SPACE.
       01  WS-ERF-COUNT PIC 9(4) VALUE 0.
      *>   ERF-KIND: A alert file, W watchlist hits, I incident report,
      *>   H run-history.dat, T any other report or extract.
       01  ERASURE-FILES.
           05  ERF-ENTRY OCCURS 2000 TIMES.
               10  ERF-NAME PIC X(120).
               10  ERF-KIND PIC X(1).

       01  WS-SCAN-LINE PIC X(320) VALUE SPACES.
       01  WS-SCAN-OUT PIC X(320) VALUE SPACES.
       01  WS-SCAN-LEN PIC 9(3) VALUE 0.
       01  WS-SCAN-POS PIC 9(3) VALUE 1.
       01  WS-SCAN-START PIC 9(3) VALUE 1.
       01  WS-SCAN-OUT-PTR PIC 9(3) VALUE 1.
      *>   The erased mark is longer than the shortest addresses, so
      *>   an anonymized line can outgrow the record or field it goes
      *>   back into.  WS-SCAN-LIMIT is that width; a line that would
      *>   not fit sets WS-SCAN-OVERFLOW and is left as it was, to be
      *>   reported rather than cut short.
       01  WS-SCAN-LIMIT PIC 9(3) VALUE 320.
       01  WS-SCAN-OVERFLOW PIC X VALUE 'N'.
       01  WS-INC-OVERFLOW PIC X VALUE 'N'.
       01  WS-INC-PASS PIC X VALUE 'E'.
       01  WS-INC-HITS PIC 9(5) VALUE 0.
       01  WS-SCAN-CHAR PIC X VALUE SPACE.
       01  WS-SCAN-TOKEN PIC X(45) VALUE SPACES.
       01  WS-SCAN-TOK-LEN PIC 9(3) VALUE 0.
       01  WS-SCAN-ADDR-LEN PIC 9(3) VALUE 0.
       01  WS-SCAN-DOTS PIC 9(2) VALUE 0.
       01  WS-SCAN-COLONS PIC 9(2) VALUE 0.
       01  WS-SCAN-DIGITS PIC 9(2) VALUE 0.
       01  WS-SCAN-PORT-DOTS PIC 9(2) VALUE 0.
       01  WS-SCAN-CANDIDATE PIC X VALUE 'N'.
       01  WS-SCAN-PSEUDO PIC X(17) VALUE SPACES.
       01  WS-SCAN-PSEUDO-OK PIC X VALUE 'N'.
      *>   E counts each hit against its item; V only counts what is
      *>   left, for the check after a file has been rewritten.
       01  WS-SCAN-MODE PIC X VALUE 'E'.
       01  WS-LINE-HITS PIC 9(5) VALUE 0.
       01  WS-ERASED-MARK PIC X(8) VALUE '[erased]'.

       01  WS-FILE-LABEL PIC X(120) VALUE SPACES.
       01  WS-FILE-CHANGED PIC 9(7) VALUE 0.
       01  WS-FILE-REMAINING PIC 9(7) VALUE 0.
       01  WS-FILE-TOO-LONG PIC 9(7) VALUE 0.
       01  WS-FILE-DROPS-LINES PIC X VALUE 'N'.
       01  WS-FILE-VERB PIC X(30) VALUE SPACES.
       01  WS-FILES-CHANGED PIC 9(5) VALUE 0.
       01  WS-FILES-CLEAN PIC 9(5) VALUE 0.
       01  WS-FILES-PURGED PIC 9(5) VALUE 0.
       01  WS-FILES-KEPT PIC 9(5) VALUE 0.
       01  WS-FILES-UNAVAILABLE PIC 9(5) VALUE 0.
       01  WS-FILES-UNVERIFIED PIC 9(5) VALUE 0.
       01  WS-TOTAL-CHANGED PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-TODAY
           OPEN EXTEND ERASURE-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00'
               OPEN OUTPUT ERASURE-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open erasure-log.txt, status="
                   WS-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Erasure Request Log" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "===================" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "Run date: " WS-TODAY-DATE "  time " WS-NOW-TEXT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "Request cards (erasure.ctl):" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           PERFORM READ-ERASURE-CARD
           PERFORM READ-RUN-PARAMETERS
           PERFORM CHECK-RESTART-PENDING
           PERFORM PRINT-REQUEST-SUMMARY
           IF WS-REFUSED = 'N'
               PERFORM WRITE-LOG-LINE
               MOVE "Files changed:" TO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
               PERFORM ERASE-VISITOR-MASTER
               PERFORM ERASE-IP-INDEX
               PERFORM ERASE-LINE-KEYS
               PERFORM ERASE-CHECKPOINT-RECORDS
               PERFORM ERASE-IP-SNAPSHOT
               PERFORM ERASE-DAILY-SUMMARY
               PERFORM ERASE-INCIDENT-FILE
               PERFORM LOAD-ERASURE-FILES
               PERFORM ERASE-TEXT-FILES
               PERFORM PRINT-ERASURE-TOTALS
           END-IF
           PERFORM PRINT-SIGN-OFF
           CLOSE ERASURE-LOG-FILE
           EVALUATE TRUE
               WHEN WS-REFUSED = 'Y' OR WS-FILES-UNVERIFIED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FILES-UNAVAILABLE > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-DD '/' WS-MONTH-NAME(WS-TODAY-MM)
               '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE SPACES TO WS-NOW-TEXT
           STRING WS-NOW-TIME(1:2) ':' WS-NOW-TIME(3:2)
               ':' WS-NOW-TIME(5:2)
               DELIMITED BY SIZE INTO WS-NOW-TEXT.

       READ-ERASURE-CARD.
      *>   erasure.ctl carries KEY=value cards; '*' lines are
      *>   comments:
      *>     REQUEST-ID=id                 required
      *>     REQUESTED-BY=name             required
      *>     APPROVED-BY=name              required, not the requester
      *>     ACTION=ANONYMIZE|REMOVE       default ANONYMIZE
      *>     KEEP-SECURITY-FILES=YES|NO    default NO
      *>     ADDRESS=a.b.c.d or IPv6       one card per address
           OPEN INPUT ERASURE-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open erasure.ctl, status="
                   WS-CARD-FILE-STATUS
               STRING "REFUSED - erasure.ctl not available, status="
                   WS-CARD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
               PERFORM WRITE-LOG-LINE
               CLOSE ERASURE-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ERASURE-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ERASURE-CARD-RECORD NOT = SPACES
                               AND ERASURE-CARD-RECORD(1:1) NOT = '*'
                           PERFORM PARSE-ERASURE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-CARD-FILE.

       PARSE-ERASURE-CARD.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING ERASURE-CARD-RECORD DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-KEY))
               TO WS-PARM-KEY
           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
           EVALUATE WS-PARM-KEY
               WHEN 'REQUEST-ID'
                   MOVE WS-PARM-VALUE TO WS-REQUEST-ID
               WHEN 'REQUESTED-BY'
                   MOVE WS-PARM-VALUE TO WS-REQUESTED-BY
               WHEN 'APPROVED-BY'
                   MOVE WS-PARM-VALUE TO WS-APPROVED-BY
               WHEN 'ACTION'
                   MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE) TO WS-ACTION
                   IF WS-ACTION = 'ANONYMIZE' OR WS-ACTION = 'REMOVE'
                       MOVE 'Y' TO WS-ACTION-VALID
                   ELSE
                       MOVE 'N' TO WS-ACTION-VALID
                   END-IF
               WHEN 'KEEP-SECURITY-FILES'
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                       WHEN 'YES'
                           MOVE 'Y' TO WS-KEEP-SECURITY
                       WHEN 'NO'
                           MOVE 'N' TO WS-KEEP-SECURITY
                       WHEN OTHER
                           MOVE 'N' TO WS-KEEP-SECURITY-VALID
                   END-EVALUATE
               WHEN 'ADDRESS'
                   PERFORM ADD-ERASURE-ADDRESS
               WHEN OTHER
                   STRING "WARNING: unknown erasure.ctl key ignored: "
                       FUNCTION TRIM(WS-PARM-KEY)
                       DELIMITED BY SIZE INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-EVALUATE.

       ADD-ERASURE-ADDRESS.
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-ITEM-EDIT
           MOVE WS-PARM-VALUE TO WS-IPNUM-IN
           PERFORM CONVERT-IP-TO-HEX
           MOVE 0 TO WS-ERA-HIT
           IF WS-IPNUM-VALID = 'Y'
               PERFORM FIND-ERASURE-ITEM
           END-IF
           EVALUATE TRUE
               WHEN WS-IPNUM-VALID = 'N'
                   ADD 1 TO WS-ITEM-REJECTED
                   STRING "  item " WS-ITEM-EDIT
                       ": REJECTED - not a valid IPv4 or IPv6 address"
                       DELIMITED BY SIZE INTO WS-LOG-LINE
               WHEN WS-ERA-HIT > 0
                   STRING "  item " WS-ITEM-EDIT
                       ": same address as item " ERA-ITEM(WS-ERA-HIT)
                       " - listed once"
                       DELIMITED BY SIZE INTO WS-LOG-LINE
               WHEN WS-ERA-COUNT >= 100
                   ADD 1 TO WS-ITEM-REJECTED
                   ADD 1 TO WS-OVERFLOW-COUNT
                   STRING "  item " WS-ITEM-EDIT
                       ": REJECTED - more than 100 addresses, split "
                       "the request"
                       DELIMITED BY SIZE INTO WS-LOG-LINE
               WHEN OTHER
                   ADD 1 TO WS-ERA-COUNT
                   MOVE WS-ITEM-COUNT TO ERA-ITEM(WS-ERA-COUNT)
                   MOVE WS-IPNUM-FAMILY TO ERA-FAMILY(WS-ERA-COUNT)
                   MOVE WS-IPNUM-HEX TO ERA-HEX(WS-ERA-COUNT)
                   MOVE SPACES TO ERA-PSEUDONYM(WS-ERA-COUNT)
                   MOVE 0 TO ERA-FILE-HITS(WS-ERA-COUNT)
                   MOVE 0 TO ERA-TOTAL-HITS(WS-ERA-COUNT)
                   STRING "  item " WS-ITEM-EDIT ": IPv"
                       WS-IPNUM-FAMILY " address accepted"
                       DELIMITED BY SIZE INTO WS-LOG-LINE
           END-EVALUATE
           PERFORM WRITE-LOG-LINE.

       READ-RUN-PARAMETERS.
      *>   Only PRIVACY-KEY is needed.  With it, each address's
      *>   pseudonym is worked out the way the daily job does, so
      *>   pseudonymized extracts and archives are erased as well.
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
                           IF WS-PARM-KEY = 'PRIVACY-KEY'
                                   AND WS-PARM-VALUE NOT = SPACES
                                   AND PARAMETER-RECORD(1:1) NOT = '*'
                               MOVE FUNCTION TRIM(WS-PARM-VALUE)
                                   TO WS-PRIVACY-KEY
                               COMPUTE WS-PRV-KEY-LEN =
                                   FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-PRIVACY-KEY))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
           IF WS-PRIVACY-KEY NOT = SPACES
               PERFORM VARYING WS-ERA-INDEX FROM 1 BY 1
                       UNTIL WS-ERA-INDEX > WS-ERA-COUNT
                   MOVE ERA-HEX(WS-ERA-INDEX) TO WS-IPNUM-HEX
                   PERFORM HASH-ADDRESS-PSEUDONYM
                   MOVE WS-PRV-MASKED TO ERA-PSEUDONYM(WS-ERA-INDEX)
               END-PERFORM
           END-IF.

       CHECK-RESTART-PENDING.
      *>   A checkpoint left by an interrupted run would put the
      *>   erased visitors back when the run is restarted, so the
      *>   restart has to be finished first.  An incremental run
      *>   keeps its checkpoint from pass to pass; that one is
      *>   erased along with the other files instead.
           MOVE 'N' TO WS-RESTART-PENDING
           MOVE 'N' TO WS-CKPT-CARRY
           MOVE 0 TO WS-CKPT-RECORDS
           MOVE SPACES TO WS-CKPT-MODE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKPOINT-FILE INTO WS-CKPT-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CKPT-RECORDS
                           IF WS-CKPT-TYPE = 'CT'
                               MOVE CKPT-CT-RUN-MODE TO WS-CKPT-MODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-RECORDS > 0
               IF WS-CKPT-MODE = 'INCREMENTAL'
                   MOVE 'Y' TO WS-CKPT-CARRY
               ELSE
                   MOVE 'Y' TO WS-RESTART-PENDING
               END-IF
           END-IF.

       PRINT-REQUEST-SUMMARY.
           STRING "Request ID:   " WS-REQUEST-ID
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "Requested by: " WS-REQUESTED-BY
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "Approved by:  " WS-APPROVED-BY
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "Action:       " WS-ACTION
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           IF WS-KEEP-SECURITY = 'Y'
               STRING "Alert and watchlist-hit files: kept as security "
                   "records"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
           ELSE
               MOVE "Alert and watchlist-hit files: erased as well"
                   TO WS-LOG-LINE
           END-IF
           PERFORM WRITE-LOG-LINE
           IF WS-KEEP-SECURITY = 'Y'
               STRING "Incident cases (incidents.dat, "
                   "incident-report.txt): kept as security records"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
           ELSE
               STRING "Incident cases (incidents.dat, "
                   "incident-report.txt): erased as well"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
           END-IF
           PERFORM WRITE-LOG-LINE
           IF WS-PRIVACY-KEY NOT = SPACES
               STRING "Pseudonyms: matched using PRIVACY-KEY from "
                   "runparms.ctl"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
           ELSE
               STRING "Pseudonyms: no PRIVACY-KEY in runparms.ctl - "
                   "pseudonymized entries cannot be matched"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
           END-IF
           PERFORM WRITE-LOG-LINE
           IF WS-CKPT-CARRY = 'Y'
               STRING "Checkpoint: incremental carry-forward - "
                   "checkpoint.dat and ipcounts.ckp erased as well"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           END-IF
           STRING "Addresses: " WS-ERA-COUNT " to erase, from "
               WS-ITEM-COUNT " ADDRESS card(s)"
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           IF WS-REQUEST-ID = SPACES
               MOVE "REFUSED - no REQUEST-ID" TO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           END-IF
           IF WS-REQUESTED-BY = SPACES
               MOVE "REFUSED - no REQUESTED-BY" TO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           END-IF
           IF WS-APPROVED-BY = SPACES
               MOVE "REFUSED - no APPROVED-BY" TO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           ELSE
               IF FUNCTION UPPER-CASE(WS-APPROVED-BY)
                       = FUNCTION UPPER-CASE(WS-REQUESTED-BY)
                   STRING "REFUSED - the approver must not be the "
                       "requester"
                       DELIMITED BY SIZE INTO WS-LOG-LINE
                   PERFORM REFUSE-REQUEST
               END-IF
           END-IF
           IF WS-ACTION-VALID = 'N'
               MOVE "REFUSED - ACTION must be ANONYMIZE or REMOVE"
                   TO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           END-IF
           IF WS-KEEP-SECURITY-VALID = 'N'
               MOVE "REFUSED - KEEP-SECURITY-FILES must be YES or NO"
                   TO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           END-IF
           IF WS-ITEM-REJECTED > 0
               STRING "REFUSED - correct the rejected ADDRESS cards and "
                   "resubmit"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           END-IF
           IF WS-ERA-COUNT = 0
               MOVE "REFUSED - no address to erase" TO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           END-IF
           IF WS-RESTART-PENDING = 'Y'
               STRING "REFUSED - checkpoint.dat holds an interrupted "
                   "run; finish the restart first"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM REFUSE-REQUEST
           END-IF.

       REFUSE-REQUEST.
           MOVE 'Y' TO WS-REFUSED
           DISPLAY FUNCTION TRIM(WS-LOG-LINE TRAILING)
           PERFORM WRITE-LOG-LINE.

       ERASE-VISITOR-MASTER.
      *>   visitors.dat and ipcounts.dat are keyed by site and
      *>   address, so a record cannot be rekeyed in place; every
      *>   record for an erased address, at any site, is deleted
      *>   whichever ACTION was asked for.
           MOVE 'visitors.dat' TO WS-FILE-LABEL
           MOVE 'record(s) deleted' TO WS-FILE-VERB
           PERFORM CLEAR-FILE-HITS
           OPEN I-O VISITOR-MASTER-FILE
           IF WS-VM-FILE-STATUS NOT = '00'
               MOVE WS-VM-FILE-STATUS TO WS-GEN-STATUS
               PERFORM NOTE-FILE-NOT-OPENED
           ELSE
               MOVE 'E' TO WS-SCAN-MODE
               PERFORM SCAN-VISITOR-MASTER
               MOVE 'V' TO WS-SCAN-MODE
               PERFORM SCAN-VISITOR-MASTER
               CLOSE VISITOR-MASTER-FILE
               PERFORM PRINT-FILE-RESULT
           END-IF.

       SCAN-VISITOR-MASTER.
           IF WS-SCAN-MODE = 'V'
               MOVE 0 TO WS-FILE-REMAINING
           END-IF
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
                       PERFORM MATCH-KEY-ADDRESS
                       IF WS-ERA-HIT > 0
                           IF WS-SCAN-MODE = 'V'
                               ADD 1 TO WS-FILE-REMAINING
                           ELSE
                               DELETE VISITOR-MASTER-FILE RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FILE-REMAINING
                                   NOT INVALID KEY
                                       ADD 1 TO WS-FILE-CHANGED
                                       ADD 1 TO
                                           ERA-FILE-HITS(WS-ERA-HIT)
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ERASE-IP-INDEX.
           MOVE 'ipcounts.dat' TO WS-FILE-LABEL
           MOVE 'record(s) deleted' TO WS-FILE-VERB
           PERFORM CLEAR-FILE-HITS
           OPEN I-O IP-INDEX-FILE
           IF WS-IP-FILE-STATUS NOT = '00'
               MOVE WS-IP-FILE-STATUS TO WS-GEN-STATUS
               PERFORM NOTE-FILE-NOT-OPENED
           ELSE
               MOVE 'E' TO WS-SCAN-MODE
               PERFORM SCAN-IP-INDEX
               MOVE 'V' TO WS-SCAN-MODE
               PERFORM SCAN-IP-INDEX
               CLOSE IP-INDEX-FILE
               PERFORM PRINT-FILE-RESULT
           END-IF.

       SCAN-IP-INDEX.
           IF WS-SCAN-MODE = 'V'
               MOVE 0 TO WS-FILE-REMAINING
           END-IF
           MOVE LOW-VALUES TO IP-KEY
           START IP-INDEX-FILE KEY IS >= IP-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
               NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ IP-INDEX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE IP-KEY-ADDR TO WS-IPNUM-IN
                       PERFORM MATCH-KEY-ADDRESS
                       IF WS-ERA-HIT > 0
                           IF WS-SCAN-MODE = 'V'
                               ADD 1 TO WS-FILE-REMAINING
                           ELSE
                               DELETE IP-INDEX-FILE RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FILE-REMAINING
                                   NOT INVALID KEY
                                       ADD 1 TO WS-FILE-CHANGED
                                       ADD 1 TO
                                           ERA-FILE-HITS(WS-ERA-HIT)
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ERASE-LINE-KEYS.
      *>   linekeys.dat is keyed by the raw log line, which starts
      *>   with the client address.  A matching key is deleted; the
      *>   only effect is that the line would no longer be caught as
      *>   a duplicate if it were fed in again.
           MOVE 'linekeys.dat' TO WS-FILE-LABEL
           MOVE 'record(s) deleted' TO WS-FILE-VERB
           PERFORM CLEAR-FILE-HITS
           OPEN I-O LINE-KEY-FILE
           IF WS-LK-FILE-STATUS NOT = '00'
               MOVE WS-LK-FILE-STATUS TO WS-GEN-STATUS
               PERFORM NOTE-FILE-NOT-OPENED
           ELSE
               MOVE 'E' TO WS-SCAN-MODE
               PERFORM SCAN-LINE-KEYS
               MOVE 'V' TO WS-SCAN-MODE
               PERFORM SCAN-LINE-KEYS
               CLOSE LINE-KEY-FILE
               PERFORM PRINT-FILE-RESULT
           END-IF.

       SCAN-LINE-KEYS.
           IF WS-SCAN-MODE = 'V'
               MOVE 0 TO WS-FILE-REMAINING
           END-IF
           MOVE LOW-VALUES TO LK-LINE
           START LINE-KEY-FILE KEY IS >= LK-LINE
               INVALID KEY MOVE 'Y' TO WS-EOF
               NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINE-KEY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LK-LINE TO WS-SCAN-LINE
                       PERFORM SCAN-ERASURE-LINE
                       IF WS-LINE-HITS > 0
                           IF WS-SCAN-MODE = 'V'
                               ADD 1 TO WS-FILE-REMAINING
                           ELSE
                               DELETE LINE-KEY-FILE RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FILE-REMAINING
                                   NOT INVALID KEY
                                       ADD 1 TO WS-FILE-CHANGED
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-KEY-ADDRESS.
      *>   WS-IPNUM-IN holds a key address; WS-ERA-HIT is its item.
           MOVE 0 TO WS-ERA-HIT
           PERFORM CONVERT-IP-TO-HEX
           IF WS-IPNUM-VALID = 'Y'
               PERFORM FIND-ERASURE-ITEM
           END-IF.

       ERASE-CHECKPOINT-RECORDS.
      *>   The address fields of the error-address, slow-request,
      *>   backfill and watchlist records get the erased mark; the
      *>   counts beside them stay, so the restored totals still
      *>   agree with the rest of the checkpoint.
           MOVE 'checkpoint.dat' TO WS-FILE-LABEL
           MOVE 'address(es) anonymized' TO WS-FILE-VERB
           PERFORM CLEAR-FILE-HITS
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = '00'
               MOVE WS-CHECKPOINT-FILE-STATUS TO WS-GEN-STATUS
               PERFORM NOTE-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT ERASURE-WORK-FILE
               MOVE 'E' TO WS-SCAN-MODE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKPOINT-FILE INTO WS-CKPT-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-CHECKPOINT-ADDRESS
                           WRITE ERASURE-WORK-RECORD FROM WS-CKPT-REC
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > 0
                   OPEN INPUT ERASURE-WORK-FILE
                   OPEN OUTPUT CHECKPOINT-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ERASURE-WORK-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE CHECKPOINT-RECORD
                                   FROM ERASURE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE CHECKPOINT-FILE
               END-IF
               MOVE 'V' TO WS-SCAN-MODE
               MOVE 0 TO WS-FILE-REMAINING
               OPEN INPUT CHECKPOINT-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKPOINT-FILE INTO WS-CKPT-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-CHECKPOINT-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               PERFORM PRINT-FILE-RESULT
           END-IF.

       CHECK-CHECKPOINT-ADDRESS.
      *>   Record types holding an address, and where it starts:
      *>   EI, WL and WU in column 4, RS in column 14, BI and WI in
      *>   column 15.  The watchlist records (WI, WL, WU) are kept
      *>   when the request keeps the security files.
           EVALUATE WS-CKPT-TYPE
               WHEN 'EI'
                   MOVE 4 TO WS-CKPT-ADDR-POS
               WHEN 'RS'
                   MOVE 14 TO WS-CKPT-ADDR-POS
               WHEN 'BI'
                   MOVE 15 TO WS-CKPT-ADDR-POS
               WHEN 'WL'
               WHEN 'WU'
                   MOVE 4 TO WS-CKPT-ADDR-POS
                   IF WS-KEEP-SECURITY = 'Y'
                       MOVE 0 TO WS-CKPT-ADDR-POS
                   END-IF
               WHEN 'WI'
                   MOVE 15 TO WS-CKPT-ADDR-POS
                   IF WS-KEEP-SECURITY = 'Y'
                       MOVE 0 TO WS-CKPT-ADDR-POS
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-CKPT-ADDR-POS
           END-EVALUATE
           MOVE 0 TO WS-ERA-HIT
           IF WS-CKPT-ADDR-POS > 0
               MOVE WS-CKPT-REC(WS-CKPT-ADDR-POS:39) TO WS-IPNUM-IN
               PERFORM MATCH-KEY-ADDRESS
           END-IF
           IF WS-ERA-HIT > 0
               IF WS-SCAN-MODE = 'V'
                   ADD 1 TO WS-FILE-REMAINING
               ELSE
                   ADD 1 TO WS-FILE-CHANGED
                   ADD 1 TO ERA-FILE-HITS(WS-ERA-HIT)
                   MOVE WS-ERASED-MARK
                       TO WS-CKPT-REC(WS-CKPT-ADDR-POS:39)
               END-IF
           END-IF.

       ERASE-IP-SNAPSHOT.
      *>   ipcounts.ckp holds ipcounts.dat record images keyed by
      *>   site and address.  An erased address is replaced by
      *>   [erased-nnnnnnn], numbered on from the highest already in
      *>   the file so no two keys collide; the record, and with it
      *>   the record count and request total the checkpoint is
      *>   checked against, is kept.
           MOVE 'ipcounts.ckp' TO WS-FILE-LABEL
           MOVE 'address(es) anonymized' TO WS-FILE-VERB
           PERFORM CLEAR-FILE-HITS
           MOVE 0 TO WS-CKPT-SEQ
           OPEN INPUT IP-BACKUP-FILE
           IF WS-IP-BACKUP-STATUS NOT = '00'
               MOVE WS-IP-BACKUP-STATUS TO WS-GEN-STATUS
               PERFORM NOTE-FILE-NOT-OPENED
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ IP-BACKUP-FILE INTO WS-BCK-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE WS-BCK-ADDR TO WS-BCK-MARK
                           IF WS-BCK-MARK-HEAD = '[erased-'
                                   AND WS-BCK-MARK-SEQ IS NUMERIC
                                   AND WS-BCK-MARK-SEQ > WS-CKPT-SEQ
                               MOVE WS-BCK-MARK-SEQ TO WS-CKPT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IP-BACKUP-FILE
               OPEN INPUT IP-BACKUP-FILE
               OPEN OUTPUT ERASURE-WORK-FILE
               MOVE 'E' TO WS-SCAN-MODE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ IP-BACKUP-FILE INTO WS-BCK-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-SNAPSHOT-ADDRESS
                           WRITE ERASURE-WORK-RECORD FROM WS-BCK-REC
                   END-READ
               END-PERFORM
               CLOSE IP-BACKUP-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > 0
                   OPEN INPUT ERASURE-WORK-FILE
                   OPEN OUTPUT IP-BACKUP-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ERASURE-WORK-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE IP-BACKUP-RECORD
                                   FROM ERASURE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE IP-BACKUP-FILE
               END-IF
               MOVE 'V' TO WS-SCAN-MODE
               MOVE 0 TO WS-FILE-REMAINING
               OPEN INPUT IP-BACKUP-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ IP-BACKUP-FILE INTO WS-BCK-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-SNAPSHOT-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE IP-BACKUP-FILE
               PERFORM PRINT-FILE-RESULT
           END-IF.

       CHECK-SNAPSHOT-ADDRESS.
           MOVE WS-BCK-ADDR TO WS-IPNUM-IN
           PERFORM MATCH-KEY-ADDRESS
           IF WS-ERA-HIT > 0
               IF WS-SCAN-MODE = 'V'
                   ADD 1 TO WS-FILE-REMAINING
               ELSE
                   ADD 1 TO WS-FILE-CHANGED
                   ADD 1 TO ERA-FILE-HITS(WS-ERA-HIT)
                   ADD 1 TO WS-CKPT-SEQ
                   MOVE SPACES TO WS-BCK-MARK
                   MOVE '[erased-' TO WS-BCK-MARK-HEAD
                   MOVE WS-CKPT-SEQ TO WS-BCK-MARK-SEQ
                   MOVE ']' TO WS-BCK-MARK-TAIL
                   MOVE WS-BCK-MARK TO WS-BCK-ADDR
               END-IF
           END-IF.

       ERASE-DAILY-SUMMARY.
      *>   The top address of each day is overwritten with the erased
      *>   mark whichever ACTION was asked for; the day's totals stay.
      *>   The file is rewritten through erasure.tmp.
           MOVE 'daily-summary.dat' TO WS-FILE-LABEL
           MOVE 'top address(es) erased' TO WS-FILE-VERB
           PERFORM CLEAR-FILE-HITS
           OPEN INPUT DAILY-SUMMARY-FILE
           IF WS-DS-FILE-STATUS NOT = '00'
               MOVE WS-DS-FILE-STATUS TO WS-GEN-STATUS
               PERFORM NOTE-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT ERASURE-WORK-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAILY-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE 'E' TO WS-SCAN-MODE
                           PERFORM CHECK-SUMMARY-TOP-IP
                           WRITE ERASURE-WORK-RECORD
                               FROM DAILY-SUMMARY-RECORD
                   END-READ
               END-PERFORM
               CLOSE DAILY-SUMMARY-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED > 0
                   OPEN INPUT ERASURE-WORK-FILE
                   OPEN OUTPUT DAILY-SUMMARY-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ERASURE-WORK-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE DAILY-SUMMARY-RECORD
                                   FROM ERASURE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ERASURE-WORK-FILE
                   CLOSE DAILY-SUMMARY-FILE
               END-IF
               MOVE 0 TO WS-FILE-REMAINING
               OPEN INPUT DAILY-SUMMARY-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAILY-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE 'V' TO WS-SCAN-MODE
                           PERFORM CHECK-SUMMARY-TOP-IP
                   END-READ
               END-PERFORM
               CLOSE DAILY-SUMMARY-FILE
               PERFORM PRINT-FILE-RESULT
           END-IF.

       CHECK-SUMMARY-TOP-IP.
      *>   DS-TOP-IP-FULL is blank on records written before it
      *>   existed; those hold an IPv4 address in DS-TOP-IP.
           MOVE SPACES TO WS-SCAN-LINE
           IF DS-TOP-IP-FULL NOT = SPACES
               MOVE DS-TOP-IP-FULL TO WS-SCAN-LINE
           ELSE
               MOVE DS-TOP-IP TO WS-SCAN-LINE
           END-IF
           PERFORM SCAN-ERASURE-LINE
           IF WS-LINE-HITS > 0
               IF WS-SCAN-MODE = 'V'
                   ADD 1 TO WS-FILE-REMAINING
               ELSE
                   ADD 1 TO WS-FILE-CHANGED
                   MOVE WS-ERASED-MARK TO DS-TOP-IP
                   MOVE WS-ERASED-MARK TO DS-TOP-IP-FULL
               END-IF
           END-IF.

       ERASE-INCIDENT-FILE.
      *>   incidents.dat names the alerting address in the case
      *>   subject and detail, and an analyst may have noted it too.
      *>   It is a security file, so it is kept when the request
      *>   keeps those.  A case is a record of what happened, so
      *>   under either ACTION the address is anonymized in place
      *>   and the case stays.
           IF WS-KEEP-SECURITY = 'Y'
               ADD 1 TO WS-FILES-KEPT
           ELSE
               MOVE 'incidents.dat' TO WS-FILE-LABEL
               MOVE 'case(s) anonymized' TO WS-FILE-VERB
               PERFORM CLEAR-FILE-HITS
               OPEN I-O INCIDENT-FILE
               IF WS-INC-FILE-STATUS NOT = '00'
                   MOVE WS-INC-FILE-STATUS TO WS-GEN-STATUS
                   PERFORM NOTE-FILE-NOT-OPENED
               ELSE
                   MOVE 'E' TO WS-INC-PASS
                   PERFORM SCAN-INCIDENT-FILE
                   MOVE 'V' TO WS-INC-PASS
                   PERFORM SCAN-INCIDENT-FILE
                   CLOSE INCIDENT-FILE
                   PERFORM PRINT-FILE-RESULT
               END-IF
           END-IF.

       SCAN-INCIDENT-FILE.
           IF WS-INC-PASS = 'V'
               MOVE 0 TO WS-FILE-REMAINING
           END-IF
           MOVE 0 TO INC-KEY
           START INCIDENT-FILE KEY IS >= INC-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
               NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ INCIDENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-INCIDENT-CASE
               END-READ
           END-PERFORM
           MOVE 320 TO WS-SCAN-LIMIT.

       CHECK-INCIDENT-CASE.
      *>   The fields are first scanned without counting, to find out
      *>   whether the case names an erased address at all and
      *>   whether every anonymized field still fits.
           MOVE 'V' TO WS-SCAN-MODE
           PERFORM SCAN-INCIDENT-FIELDS
           IF WS-INC-HITS > 0
               EVALUATE TRUE
                   WHEN WS-INC-PASS = 'V'
                       ADD 1 TO WS-FILE-REMAINING
                   WHEN WS-INC-OVERFLOW = 'Y'
                       ADD 1 TO WS-FILE-TOO-LONG
                   WHEN OTHER
                       MOVE 'E' TO WS-SCAN-MODE
                       PERFORM SCAN-INCIDENT-FIELDS
                       REWRITE INCIDENT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-FILE-REMAINING
                           NOT INVALID KEY
                               ADD 1 TO WS-FILE-CHANGED
                       END-REWRITE
               END-EVALUATE
           END-IF.

       SCAN-INCIDENT-FIELDS.
      *>   Under scan mode E each field naming an erased address is
      *>   replaced by its anonymized form.
           MOVE 0 TO WS-INC-HITS
           MOVE 'N' TO WS-INC-OVERFLOW
           MOVE INC-SUBJECT TO WS-SCAN-LINE
           MOVE 90 TO WS-SCAN-LIMIT
           PERFORM SCAN-ERASURE-LINE
           PERFORM NOTE-INCIDENT-FIELD
           IF WS-SCAN-MODE = 'E' AND WS-LINE-HITS > 0
               MOVE WS-SCAN-OUT TO INC-SUBJECT
           END-IF
           MOVE INC-DETAIL TO WS-SCAN-LINE
           MOVE 120 TO WS-SCAN-LIMIT
           PERFORM SCAN-ERASURE-LINE
           PERFORM NOTE-INCIDENT-FIELD
           IF WS-SCAN-MODE = 'E' AND WS-LINE-HITS > 0
               MOVE WS-SCAN-OUT TO INC-DETAIL
           END-IF
           MOVE INC-NOTE TO WS-SCAN-LINE
           MOVE 60 TO WS-SCAN-LIMIT
           PERFORM SCAN-ERASURE-LINE
           PERFORM NOTE-INCIDENT-FIELD
           IF WS-SCAN-MODE = 'E' AND WS-LINE-HITS > 0
               MOVE WS-SCAN-OUT TO INC-NOTE
           END-IF.

       NOTE-INCIDENT-FIELD.
           ADD WS-LINE-HITS TO WS-INC-HITS
           IF WS-LINE-HITS > 0 AND WS-SCAN-OVERFLOW = 'Y'
               MOVE 'Y' TO WS-INC-OVERFLOW
           END-IF.

       LOAD-ERASURE-FILES.
      *>   run-history.dat names every retained generation; the live
      *>   output names are taken from the PARM lines of the latest
      *>   run, as IpDossier does.
           MOVE 0 TO WS-ERF-COUNT
           PERFORM SET-DEFAULT-OUTPUT-NAMES
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
           MOVE WS-CUR-REPORT-NAME TO WS-ADD-NAME
           MOVE 'T' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
           MOVE WS-CUR-EXCEPTION-NAME TO WS-ADD-NAME
           MOVE 'T' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
           MOVE WS-CUR-ALERT-NAME TO WS-ADD-NAME
           MOVE 'A' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
           MOVE WS-CUR-WLHIT-NAME TO WS-ADD-NAME
           MOVE 'W' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
           MOVE 'ipcounts.csv' TO WS-ADD-NAME
           MOVE 'T' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
      *>   The reports of IpDossier, MonthlyConsolidation and
      *>   IncidentMaintenance also print full addresses.  The incident
      *>   listing is kept with incidents.dat as a security record.
           MOVE 'dossier-report.txt' TO WS-ADD-NAME
           MOVE 'T' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
           MOVE 'monthly-report.txt' TO WS-ADD-NAME
           MOVE 'T' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
           MOVE 'incident-report.txt' TO WS-ADD-NAME
           MOVE 'I' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE
           MOVE 'run-history.dat' TO WS-ADD-NAME
           MOVE 'H' TO WS-ADD-KIND
           PERFORM ADD-ERASURE-FILE.

       SET-DEFAULT-OUTPUT-NAMES.
           MOVE 'report.txt' TO WS-CUR-REPORT-NAME
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
                       WHEN 'Report file'
                           MOVE WS-RH-VALUE TO WS-CUR-REPORT-NAME
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
           COMPUTE WS-RH-BASE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RH-TOK3)) - 9
           IF WS-RH-BASE-LEN > 0
               MOVE WS-RH-TOK3(1:WS-RH-BASE-LEN) TO WS-RH-BASE
           END-IF
           EVALUATE TRUE
               WHEN WS-RH-BASE = WS-CUR-ALERT-NAME
                   MOVE 'A' TO WS-ADD-KIND
               WHEN WS-RH-BASE = WS-CUR-WLHIT-NAME
                   MOVE 'W' TO WS-ADD-KIND
               WHEN OTHER
                   MOVE 'T' TO WS-ADD-KIND
           END-EVALUATE
           MOVE WS-RH-TOK3 TO WS-ADD-NAME
           PERFORM ADD-ERASURE-FILE.

       ADD-ERASURE-FILE.
           MOVE 'N' TO WS-GEN-DUP
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-ERF-COUNT
               IF ERF-NAME(WS-GEN-INDEX) = WS-ADD-NAME
                   MOVE 'Y' TO WS-GEN-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-DUP = 'N' AND WS-ADD-NAME NOT = SPACES
               IF WS-ERF-COUNT >= 2000
                   STRING "WARNING: file table full, not examined: "
                       FUNCTION TRIM(WS-ADD-NAME TRAILING)
                       DELIMITED BY SIZE INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   ADD 1 TO WS-FILES-UNAVAILABLE
               ELSE
                   ADD 1 TO WS-ERF-COUNT
                   MOVE WS-ADD-NAME TO ERF-NAME(WS-ERF-COUNT)
                   MOVE WS-ADD-KIND TO ERF-KIND(WS-ERF-COUNT)
               END-IF
           END-IF.

       ERASE-TEXT-FILES.
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-ERF-COUNT
               IF WS-KEEP-SECURITY = 'Y'
                       AND (ERF-KIND(WS-GEN-INDEX) = 'A'
                           OR ERF-KIND(WS-GEN-INDEX) = 'W'
                           OR ERF-KIND(WS-GEN-INDEX) = 'I')
                   ADD 1 TO WS-FILES-KEPT
               ELSE
                   PERFORM ERASE-ONE-TEXT-FILE
               END-IF
           END-PERFORM.

       ERASE-ONE-TEXT-FILE.
      *>   ANONYMIZE writes the erased mark in place of each address;
      *>   REMOVE drops every line naming one.  The history always
      *>   keeps its lines, since they also describe other runs.  A
      *>   changed file is rewritten through erasure.tmp and then
      *>   read again to prove nothing is left.
           MOVE ERF-NAME(WS-GEN-INDEX) TO WS-GEN-NAME
           MOVE WS-GEN-NAME TO WS-FILE-LABEL
           PERFORM CLEAR-FILE-HITS
           IF WS-ACTION = 'REMOVE' AND ERF-KIND(WS-GEN-INDEX) NOT = 'H'
               MOVE 'Y' TO WS-FILE-DROPS-LINES
               MOVE 'line(s) removed' TO WS-FILE-VERB
           ELSE
               MOVE 'N' TO WS-FILE-DROPS-LINES
               MOVE 'line(s) anonymized' TO WS-FILE-VERB
           END-IF
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = '00'
               PERFORM NOTE-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT ERASURE-WORK-FILE
      *>       run-history.dat is read back with a 200 byte record.
               IF ERF-KIND(WS-GEN-INDEX) = 'H'
                   MOVE 200 TO WS-SCAN-LIMIT
               ELSE
                   MOVE 320 TO WS-SCAN-LIMIT
               END-IF
               MOVE 'N' TO WS-GEN-EOF
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GEN-FILE INTO WS-SCAN-LINE
                       AT END MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END PERFORM ERASE-TEXT-LINE
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
               CLOSE ERASURE-WORK-FILE
               IF WS-FILE-CHANGED = 0 AND WS-FILE-TOO-LONG = 0
                   ADD 1 TO WS-FILES-CLEAN
               ELSE
                   IF WS-FILE-CHANGED > 0
                       PERFORM COPY-WORK-TO-GENERATION
                   END-IF
                   PERFORM VERIFY-TEXT-FILE
                   PERFORM PRINT-FILE-RESULT
               END-IF
           END-IF.

       ERASE-TEXT-LINE.
      *>   The line is first scanned without counting.  One that would
      *>   no longer fit in its record once anonymized is copied as it
      *>   was and counted, so nothing after the address is lost; the
      *>   verify pass then still finds it.
           MOVE 'V' TO WS-SCAN-MODE
           PERFORM SCAN-ERASURE-LINE
           EVALUATE TRUE
               WHEN WS-LINE-HITS = 0
                   WRITE ERASURE-WORK-RECORD FROM WS-SCAN-LINE
               WHEN WS-FILE-DROPS-LINES = 'Y'
                   MOVE 'E' TO WS-SCAN-MODE
                   PERFORM SCAN-ERASURE-LINE
                   ADD 1 TO WS-FILE-CHANGED
               WHEN WS-SCAN-OVERFLOW = 'Y'
                   ADD 1 TO WS-FILE-TOO-LONG
                   WRITE ERASURE-WORK-RECORD FROM WS-SCAN-LINE
               WHEN OTHER
                   MOVE 'E' TO WS-SCAN-MODE
                   PERFORM SCAN-ERASURE-LINE
                   ADD 1 TO WS-FILE-CHANGED
                   WRITE ERASURE-WORK-RECORD FROM WS-SCAN-OUT
           END-EVALUATE.

       COPY-WORK-TO-GENERATION.
           OPEN INPUT ERASURE-WORK-FILE
           OPEN OUTPUT GEN-FILE
           MOVE 'N' TO WS-GEN-EOF
           PERFORM UNTIL WS-GEN-EOF = 'Y'
               READ ERASURE-WORK-FILE
                   AT END MOVE 'Y' TO WS-GEN-EOF
                   NOT AT END
                       WRITE GEN-RECORD FROM ERASURE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ERASURE-WORK-FILE
           CLOSE GEN-FILE.

       VERIFY-TEXT-FILE.
           MOVE 'V' TO WS-SCAN-MODE
           MOVE 0 TO WS-FILE-REMAINING
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = '00'
               ADD 1 TO WS-FILE-REMAINING
           ELSE
               MOVE 'N' TO WS-GEN-EOF
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GEN-FILE INTO WS-SCAN-LINE
                       AT END MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           PERFORM SCAN-ERASURE-LINE
                           IF WS-LINE-HITS > 0
                               ADD 1 TO WS-FILE-REMAINING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
           END-IF.

       NOTE-FILE-NOT-OPENED.
      *>   Status 35: the file is not there (a generation purged by
      *>   the retention rule, or a file never written), so there is
      *>   nothing to erase.  Anything else means the file exists but
      *>   could not be examined.
           IF WS-GEN-STATUS = '35'
               ADD 1 TO WS-FILES-PURGED
           ELSE
               ADD 1 TO WS-FILES-UNAVAILABLE
               STRING "  " FUNCTION TRIM(WS-FILE-LABEL TRAILING)
                   ": NOT EXAMINED - cannot open, status="
                   WS-GEN-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           END-IF.

       CLEAR-FILE-HITS.
           MOVE 0 TO WS-FILE-CHANGED
           MOVE 0 TO WS-FILE-REMAINING
           MOVE 0 TO WS-FILE-TOO-LONG
           PERFORM VARYING WS-ERA-INDEX FROM 1 BY 1
                   UNTIL WS-ERA-INDEX > WS-ERA-COUNT
               MOVE 0 TO ERA-FILE-HITS(WS-ERA-INDEX)
           END-PERFORM.

       PRINT-FILE-RESULT.
      *>   One line per file that held an erased address, then the
      *>   occurrences found per item.
           IF WS-FILE-CHANGED = 0 AND WS-FILE-REMAINING = 0
               ADD 1 TO WS-FILES-CLEAN
           ELSE
               ADD 1 TO WS-FILES-CHANGED
               ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED
               IF WS-FILE-REMAINING = 0
                   MOVE "verified" TO WS-RESULT-TEXT
               ELSE
                   ADD 1 TO WS-FILES-UNVERIFIED
                   STRING "NOT VERIFIED - " WS-FILE-REMAINING
                       " still match"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
               STRING "  " FUNCTION TRIM(WS-FILE-LABEL TRAILING)
                   ": " WS-FILE-CHANGED " "
                   FUNCTION TRIM(WS-FILE-VERB TRAILING) ", "
                   FUNCTION TRIM(WS-RESULT-TEXT TRAILING)
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
               IF WS-FILE-TOO-LONG > 0
                   STRING "      " WS-FILE-TOO-LONG
                       " line(s)/case(s) too long to take the erased"
                       " mark - left as they were, erase by hand"
                       DELIMITED BY SIZE INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
               END-IF
               MOVE SPACES TO WS-RESULT-TEXT
               PERFORM VARYING WS-ERA-INDEX FROM 1 BY 1
                       UNTIL WS-ERA-INDEX > WS-ERA-COUNT
                   IF ERA-FILE-HITS(WS-ERA-INDEX) > 0
                       ADD ERA-FILE-HITS(WS-ERA-INDEX)
                           TO ERA-TOTAL-HITS(WS-ERA-INDEX)
                       STRING "      item " ERA-ITEM(WS-ERA-INDEX)
                           ": " ERA-FILE-HITS(WS-ERA-INDEX)
                           " occurrence(s)"
                           DELIMITED BY SIZE INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
                   END-IF
               END-PERFORM
           END-IF.

       SCAN-ERASURE-LINE.
      *>   Every token of hex digits, dots and colons in WS-SCAN-LINE
      *>   that is an erased address (in any spelling, with or
      *>   without a :port) or the pseudonym of one is counted, and
      *>   WS-SCAN-OUT gets the line with each of them replaced by
      *>   the erased mark.  Whole tokens are compared, so 10.0.0.1
      *>   never matches inside 110.0.0.12.  Truncated addresses are
      *>   already anonymous and are left alone.
           MOVE 0 TO WS-LINE-HITS
           MOVE SPACES TO WS-SCAN-OUT
           MOVE 'N' TO WS-SCAN-OVERFLOW
           MOVE 1 TO WS-SCAN-OUT-PTR
           MOVE 1 TO WS-SCAN-POS
           MOVE 0 TO WS-SCAN-LEN
           IF WS-SCAN-LINE NOT = SPACES
               COMPUTE WS-SCAN-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-LINE TRAILING))
           END-IF
           PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LEN
               MOVE WS-SCAN-LINE(WS-SCAN-POS:1) TO WS-SCAN-CHAR
               MOVE 'N' TO WS-SCAN-PSEUDO-OK
               IF WS-SCAN-CHAR = 'x' AND WS-PRIVACY-KEY NOT = SPACES
                   PERFORM CHECK-PSEUDONYM-TOKEN
               END-IF
               EVALUATE TRUE
                   WHEN WS-SCAN-PSEUDO-OK = 'Y'
                       CONTINUE
                   WHEN (WS-SCAN-CHAR >= '0' AND WS-SCAN-CHAR <= '9')
                           OR (WS-SCAN-CHAR >= 'a' AND WS-SCAN-CHAR <= 'f')
                           OR (WS-SCAN-CHAR >= 'A' AND WS-SCAN-CHAR <= 'F')
                           OR WS-SCAN-CHAR = ':'
                       PERFORM SCAN-ERASURE-TOKEN
                   WHEN OTHER
                       STRING WS-SCAN-CHAR DELIMITED BY SIZE
                           INTO WS-SCAN-OUT WITH POINTER WS-SCAN-OUT-PTR
                           ON OVERFLOW MOVE 'Y' TO WS-SCAN-OVERFLOW
                       END-STRING
                       ADD 1 TO WS-SCAN-POS
               END-EVALUATE
           END-PERFORM
           IF WS-SCAN-OUT-PTR > WS-SCAN-LIMIT + 1
               MOVE 'Y' TO WS-SCAN-OVERFLOW
           END-IF.

       CHECK-PSEUDONYM-TOKEN.
      *>   A pseudonym is 'x' and 16 lower case hex digits, standing
      *>   alone.
           IF WS-SCAN-POS + 16 <= WS-SCAN-LEN
               MOVE WS-SCAN-LINE(WS-SCAN-POS:17) TO WS-SCAN-PSEUDO
               MOVE 'Y' TO WS-SCAN-PSEUDO-OK
               PERFORM VARYING WS-PRV-INDEX FROM 2 BY 1
                       UNTIL WS-PRV-INDEX > 17
                   MOVE WS-SCAN-PSEUDO(WS-PRV-INDEX:1) TO WS-HEX-CHAR
                   PERFORM FIND-HEX-VALUE
                   IF WS-HEX-NIBBLE > 15
                       MOVE 'N' TO WS-SCAN-PSEUDO-OK
                   END-IF
               END-PERFORM
               IF WS-SCAN-POS > 1
                   MOVE WS-SCAN-LINE(WS-SCAN-POS - 1:1) TO WS-PRV-CHAR
                   IF (WS-PRV-CHAR >= 'a' AND WS-PRV-CHAR <= 'z')
                           OR (WS-PRV-CHAR >= 'A' AND WS-PRV-CHAR <= 'Z')
                           OR (WS-PRV-CHAR >= '0' AND WS-PRV-CHAR <= '9')
                       MOVE 'N' TO WS-SCAN-PSEUDO-OK
                   END-IF
               END-IF
               IF WS-SCAN-POS + 17 <= WS-SCAN-LEN
                   MOVE WS-SCAN-LINE(WS-SCAN-POS + 17:1) TO WS-PRV-CHAR
                   IF (WS-PRV-CHAR >= 'a' AND WS-PRV-CHAR <= 'z')
                           OR (WS-PRV-CHAR >= 'A' AND WS-PRV-CHAR <= 'Z')
                           OR (WS-PRV-CHAR >= '0' AND WS-PRV-CHAR <= '9')
                       MOVE 'N' TO WS-SCAN-PSEUDO-OK
                   END-IF
               END-IF
           END-IF
           IF WS-SCAN-PSEUDO-OK = 'Y'
               PERFORM FIND-PSEUDONYM-ITEM
               IF WS-ERA-HIT = 0
                   MOVE 'N' TO WS-SCAN-PSEUDO-OK
               ELSE
                   PERFORM COUNT-ERASURE-HIT
                   STRING WS-ERASED-MARK DELIMITED BY SIZE
                       INTO WS-SCAN-OUT WITH POINTER WS-SCAN-OUT-PTR
                       ON OVERFLOW MOVE 'Y' TO WS-SCAN-OVERFLOW
                   END-STRING
                   ADD 17 TO WS-SCAN-POS
               END-IF
           END-IF.

       SCAN-ERASURE-TOKEN.
           MOVE WS-SCAN-POS TO WS-SCAN-START
           MOVE SPACES TO WS-SCAN-TOKEN
           MOVE 0 TO WS-SCAN-TOK-LEN
           MOVE 0 TO WS-SCAN-DOTS
           MOVE 0 TO WS-SCAN-COLONS
           MOVE 0 TO WS-SCAN-DIGITS
           PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LEN
               MOVE WS-SCAN-LINE(WS-SCAN-POS:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN (WS-SCAN-CHAR >= '0' AND WS-SCAN-CHAR <= '9')
                           OR (WS-SCAN-CHAR >= 'a' AND WS-SCAN-CHAR <= 'f')
                           OR (WS-SCAN-CHAR >= 'A' AND WS-SCAN-CHAR <= 'F')
                       ADD 1 TO WS-SCAN-DIGITS
                   WHEN WS-SCAN-CHAR = '.'
                       ADD 1 TO WS-SCAN-DOTS
                   WHEN WS-SCAN-CHAR = ':'
                       ADD 1 TO WS-SCAN-COLONS
                   WHEN OTHER
                       EXIT PERFORM
               END-EVALUATE
               ADD 1 TO WS-SCAN-TOK-LEN
               IF WS-SCAN-TOK-LEN <= 45
                   MOVE WS-SCAN-CHAR TO WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1)
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
      *>   A full stop closing a sentence, or a colon after a label,
      *>   is not part of the address ('::' at the end is); an IPv4
      *>   address followed by :port keeps the port.
           MOVE WS-SCAN-TOK-LEN TO WS-SCAN-ADDR-LEN
           MOVE 'N' TO WS-SCAN-CANDIDATE
           IF WS-SCAN-TOK-LEN > 1 AND WS-SCAN-TOK-LEN <= 45
               EVALUATE TRUE
                   WHEN WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1) = '.'
                       SUBTRACT 1 FROM WS-SCAN-ADDR-LEN
                       SUBTRACT 1 FROM WS-SCAN-DOTS
                   WHEN WS-SCAN-TOKEN(WS-SCAN-TOK-LEN:1) = ':'
                           AND WS-SCAN-TOKEN(WS-SCAN-TOK-LEN - 1:1)
                               NOT = ':'
                       SUBTRACT 1 FROM WS-SCAN-ADDR-LEN
                       SUBTRACT 1 FROM WS-SCAN-COLONS
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-SCAN-DOTS = 3 AND WS-SCAN-COLONS = 0
                           AND WS-SCAN-ADDR-LEN <= 15
                       MOVE 'Y' TO WS-SCAN-CANDIDATE
                   WHEN WS-SCAN-DOTS = 3 AND WS-SCAN-COLONS = 1
                       MOVE 0 TO WS-SCAN-PORT-DOTS
                       INSPECT WS-SCAN-TOKEN TALLYING WS-SCAN-PORT-DOTS
                           FOR ALL '.' BEFORE INITIAL ':'
                       IF WS-SCAN-PORT-DOTS = 3
                           MOVE 0 TO WS-SCAN-ADDR-LEN
                           INSPECT WS-SCAN-TOKEN TALLYING WS-SCAN-ADDR-LEN
                               FOR CHARACTERS BEFORE INITIAL ':'
                           IF WS-SCAN-ADDR-LEN <= 15
                               MOVE 'Y' TO WS-SCAN-CANDIDATE
                           END-IF
                       END-IF
                   WHEN WS-SCAN-COLONS >= 2 AND WS-SCAN-DIGITS > 0
                       MOVE 'Y' TO WS-SCAN-CANDIDATE
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-ERA-HIT
           IF WS-SCAN-CANDIDATE = 'Y'
               MOVE SPACES TO WS-IPNUM-IN
               MOVE WS-SCAN-TOKEN(1:WS-SCAN-ADDR-LEN) TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'Y'
                   PERFORM FIND-ERASURE-ITEM
               END-IF
           END-IF
           IF WS-ERA-HIT > 0
               PERFORM COUNT-ERASURE-HIT
               STRING WS-ERASED-MARK DELIMITED BY SIZE
                   INTO WS-SCAN-OUT WITH POINTER WS-SCAN-OUT-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-SCAN-OVERFLOW
               END-STRING
               IF WS-SCAN-TOK-LEN > WS-SCAN-ADDR-LEN
                   STRING WS-SCAN-LINE(WS-SCAN-START + WS-SCAN-ADDR-LEN:
                           WS-SCAN-TOK-LEN - WS-SCAN-ADDR-LEN)
                       DELIMITED BY SIZE
                       INTO WS-SCAN-OUT WITH POINTER WS-SCAN-OUT-PTR
                       ON OVERFLOW MOVE 'Y' TO WS-SCAN-OVERFLOW
                   END-STRING
               END-IF
           ELSE
               STRING WS-SCAN-LINE(WS-SCAN-START:WS-SCAN-TOK-LEN)
                   DELIMITED BY SIZE
                   INTO WS-SCAN-OUT WITH POINTER WS-SCAN-OUT-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-SCAN-OVERFLOW
               END-STRING
           END-IF.

       COUNT-ERASURE-HIT.
           ADD 1 TO WS-LINE-HITS
           IF WS-SCAN-MODE = 'E'
               ADD 1 TO ERA-FILE-HITS(WS-ERA-HIT)
           END-IF.

       FIND-ERASURE-ITEM.
      *>   WS-IPNUM-HEX to the item holding it, 0 if none.
           MOVE 0 TO WS-ERA-HIT
           PERFORM VARYING WS-ERA-INDEX FROM 1 BY 1
                   UNTIL WS-ERA-INDEX > WS-ERA-COUNT
               IF ERA-HEX(WS-ERA-INDEX) = WS-IPNUM-HEX
                   MOVE WS-ERA-INDEX TO WS-ERA-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PSEUDONYM-ITEM.
           MOVE 0 TO WS-ERA-HIT
           PERFORM VARYING WS-ERA-INDEX FROM 1 BY 1
                   UNTIL WS-ERA-INDEX > WS-ERA-COUNT
               IF ERA-PSEUDONYM(WS-ERA-INDEX) = WS-SCAN-PSEUDO
                   MOVE WS-ERA-INDEX TO WS-ERA-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-ERASURE-TOTALS.
           IF WS-FILES-CHANGED = 0
               MOVE "  (no file held any of the addresses)"
                   TO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           END-IF
           PERFORM WRITE-LOG-LINE
           MOVE "Totals:" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Files changed:           " WS-FILES-CHANGED
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Records/lines changed:   " WS-TOTAL-CHANGED
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Files with no match:     " WS-FILES-CLEAN
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Files no longer on disk: " WS-FILES-PURGED
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           IF WS-KEEP-SECURITY = 'Y'
               STRING "  Security files kept:     " WS-FILES-KEPT
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           END-IF
           STRING "  Files not examined:      " WS-FILES-UNAVAILABLE
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           PERFORM VARYING WS-ERA-INDEX FROM 1 BY 1
                   UNTIL WS-ERA-INDEX > WS-ERA-COUNT
               STRING "  item " ERA-ITEM(WS-ERA-INDEX) ": "
                   ERA-TOTAL-HITS(WS-ERA-INDEX)
                   " occurrence(s) erased in all files"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           END-PERFORM.

       PRINT-SIGN-OFF.
           EVALUATE TRUE
               WHEN WS-REFUSED = 'Y'
                   MOVE "REFUSED - nothing was changed"
                       TO WS-RESULT-TEXT
               WHEN WS-FILES-UNVERIFIED > 0
                   MOVE "NOT VERIFIED - addresses remain, see above"
                       TO WS-RESULT-TEXT
               WHEN WS-FILES-UNAVAILABLE > 0
                   MOVE "INCOMPLETE - files not examined, see above"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "VERIFIED - no remaining occurrences"
                       TO WS-RESULT-TEXT
           END-EVALUATE
           PERFORM WRITE-LOG-LINE
           MOVE "Sign-off:" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Request ID:   " WS-REQUEST-ID
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Requested by: " WS-REQUESTED-BY
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Approved by:  " WS-APPROVED-BY
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Executed:     " WS-TODAY-DATE " " WS-NOW-TEXT
               " by ErasureRequest"
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           STRING "  Result:       " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           IF WS-REFUSED = 'N'
               STRING "  erasure.ctl still lists the addresses - dispose "
                   "of it under the request procedure"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           END-IF
           STRING "  Checked by: ______________________   "
               "Date: ___________"
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "------------------------------------------------------"
               TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           DISPLAY "Erasure " FUNCTION TRIM(WS-REQUEST-ID TRAILING)
               ": " FUNCTION TRIM(WS-RESULT-TEXT TRAILING).

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

       HASH-ADDRESS-PSEUDONYM.
      *>   Two running remainders over the key, the 32 hex digits of
      *>   the address and the key again give 16 hex digits.  The same
      *>   address and PRIVACY-KEY always give the same pseudonym, so
      *>   a visitor can be followed from day to day and month to
      *>   month without the address; every spelling of an address
      *>   hashes alike because the hex form is canonical.
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
           STRING 'x' WS-IPNUM-HEX(1:16)
               DELIMITED BY SIZE INTO WS-PRV-MASKED.

       MIX-PSEUDONYM-CHAR.
           COMPUTE WS-PRV-H1 = FUNCTION MOD(
               WS-PRV-H1 * 33 + FUNCTION ORD(WS-PRV-CHAR), 4294967291)
           COMPUTE WS-PRV-H2 = FUNCTION MOD(
               WS-PRV-H2 * 65599 + FUNCTION ORD(WS-PRV-CHAR)
               + WS-PRV-H1, 4294967279).

       WRITE-LOG-LINE.
           WRITE ERASURE-LOG-RECORD FROM WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE.
