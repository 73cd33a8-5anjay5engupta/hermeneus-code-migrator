IDENTIFICATION DIVISION.
       PROGRAM-ID. IncidentMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO 'incidents.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-FILE-STATUS.
           SELECT TXN-FILE ASSIGN TO 'incident-txns.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT INCIDENT-REPORT-FILE ASSIGN TO 'incident-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TXN-FILE.
       01  TXN-RECORD PIC X(200).

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INC-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-TXN-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-TXN-EOF PIC X VALUE 'N'.
       01  WS-INC-EOF PIC X VALUE 'N'.
       01  WS-REPORT-LINE PIC X(200) VALUE SPACES.

       01  WS-TODAY-STAMP PIC 9(8) VALUE 0.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-STAMP.
           05  WS-TODAY-YYYY PIC 9(4).
           05  WS-TODAY-MM   PIC 9(2).
           05  WS-TODAY-DD   PIC 9(2).
       01  WS-TODAY-DATE PIC X(11) VALUE SPACES.
       01  WS-TODAY-DAY PIC 9(7) VALUE 0.
       01  WS-MONTH-NAMES PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.

       01  WS-TXN-LINE PIC X(200) VALUE SPACES.
       01  WS-TXN-PTR PIC 9(4) VALUE 1.
       01  WS-TXN-ACTION PIC X(10) VALUE SPACES.
       01  WS-TXN-NUMBER PIC X(10) VALUE SPACES.
       01  WS-TXN-USER PIC X(20) VALUE SPACES.
       01  WS-TXN-NOTE PIC X(60) VALUE SPACES.
       01  WS-TXN-KEY PIC 9(7) VALUE 0.
       01  WS-TXN-RESULT PIC X(60) VALUE SPACES.
       01  WS-TXN-READ PIC 9(5) VALUE 0.
       01  WS-TXN-APPLIED PIC 9(5) VALUE 0.
       01  WS-TXN-REJECTED PIC 9(5) VALUE 0.

       01  WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01  WS-ACK-COUNT PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01  WS-AGE-DAYS PIC 9(7) VALUE 0.
       01  WS-AGE-0-7 PIC 9(5) VALUE 0.
       01  WS-AGE-8-30 PIC 9(5) VALUE 0.
       01  WS-AGE-31-90 PIC 9(5) VALUE 0.
       01  WS-AGE-OVER-90 PIC 9(5) VALUE 0.
       01  WS-STATUS-TEXT PIC X(12) VALUE SPACES.
       01  WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01  WS-AGE-COUNT PIC 9(4) VALUE 0.
       01  WS-AGE-INDEX PIC 9(4) VALUE 1.
       01  AGING-TABLE.
           05  AGE-ENTRY OCCURS 2000 TIMES.
               10  AGE-SORT        PIC 9(14) VALUE 0.
               10  AGE-KEY         PIC 9(7) VALUE 0.
               10  AGE-STATUS      PIC X(1) VALUE SPACES.
               10  AGE-TYPE        PIC X(4) VALUE SPACES.
               10  AGE-SUBJECT     PIC X(90) VALUE SPACES.
               10  AGE-ALERT       PIC X(30) VALUE SPACES.
               10  AGE-FIRST-SEEN  PIC X(11) VALUE SPACES.
               10  AGE-LAST-SEEN   PIC X(11) VALUE SPACES.
               10  AGE-DAYS        PIC 9(7) VALUE 0.
               10  AGE-OCCURRENCES PIC 9(7) VALUE 0.
               10  AGE-ACK-BY      PIC X(20) VALUE SPACES.
       01  WS-RPT-ORDER-LAST PIC 9(14) VALUE 0.
       01  WS-RPT-NEXT-SORT PIC 9(14) VALUE 0.
       01  WS-RPT-NEXT-SLOT PIC 9(4) VALUE 0.
       01  WS-RPT-PRINTED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-TODAY
           OPEN I-O INCIDENT-FILE
           IF WS-INC-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open incidents.dat, status="
                   WS-INC-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT INCIDENT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "FATAL: cannot open incident-report.txt, status="
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "Incident Maintenance Report" TO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           MOVE "===========================" TO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           STRING "Run date: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           PERFORM APPLY-TRANSACTIONS
           PERFORM LOAD-AGING-TABLE
           PERFORM PRINT-AGING-REPORT
           CLOSE INCIDENT-FILE
           CLOSE INCIDENT-REPORT-FILE
           IF WS-TXN-REJECTED > 0
               DISPLAY "INCIDENT TRANSACTIONS REJECTED - "
                   "see incident-report.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-STAMP)
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-DD '/' WS-MONTH-NAME(WS-TODAY-MM)
               '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-TODAY-DATE.

       APPLY-TRANSACTIONS.
      *>   A card is 'ACK <incident> <user> [note...]' or
      *>   'CLOSE <incident> <user> [note...]'; '*' lines are
      *>   comments.  Cards are applied in file order, so an ACK and
      *>   a CLOSE for the same case on one deck both take effect.
           MOVE "Transactions:" TO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           OPEN INPUT TXN-FILE
           IF WS-TXN-FILE-STATUS NOT = '00'
               MOVE "  (no incident-txns.ctl - aging report only)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-INCIDENT-LINE
           ELSE
               MOVE 'N' TO WS-TXN-EOF
               PERFORM UNTIL WS-TXN-EOF = 'Y'
                   READ TXN-FILE INTO WS-TXN-LINE
                       AT END MOVE 'Y' TO WS-TXN-EOF
                       NOT AT END
                           IF WS-TXN-LINE NOT = SPACES
                                   AND WS-TXN-LINE(1:1) NOT = '*'
                               ADD 1 TO WS-TXN-READ
                               PERFORM APPLY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-FILE
           END-IF
           STRING "Cards read: " WS-TXN-READ
               "  applied: " WS-TXN-APPLIED
               "  rejected: " WS-TXN-REJECTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TXN-ACTION
           MOVE SPACES TO WS-TXN-NUMBER
           MOVE SPACES TO WS-TXN-USER
           MOVE SPACES TO WS-TXN-NOTE
           MOVE SPACES TO WS-TXN-RESULT
           MOVE 1 TO WS-TXN-PTR
           UNSTRING WS-TXN-LINE DELIMITED BY ALL SPACE
               INTO WS-TXN-ACTION WS-TXN-NUMBER WS-TXN-USER
               WITH POINTER WS-TXN-PTR
           IF WS-TXN-PTR <= 200
               MOVE FUNCTION TRIM(WS-TXN-LINE(WS-TXN-PTR:))
                   TO WS-TXN-NOTE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TXN-ACTION) TO WS-TXN-ACTION
           IF WS-TXN-ACTION NOT = 'ACK' AND WS-TXN-ACTION NOT = 'CLOSE'
               MOVE "REJECTED - action must be ACK or CLOSE"
                   TO WS-TXN-RESULT
           ELSE IF FUNCTION TRIM(WS-TXN-NUMBER) IS NOT NUMERIC
               MOVE "REJECTED - incident number is not numeric"
                   TO WS-TXN-RESULT
           ELSE IF WS-TXN-USER = SPACES
               MOVE "REJECTED - no user given on card"
                   TO WS-TXN-RESULT
           ELSE
               COMPUTE WS-TXN-KEY =
                   FUNCTION NUMVAL(WS-TXN-NUMBER)
               MOVE WS-TXN-KEY TO INC-KEY
               READ INCIDENT-FILE
                   INVALID KEY
                       MOVE "REJECTED - no such incident"
                           TO WS-TXN-RESULT
                   NOT INVALID KEY
                       PERFORM UPDATE-INCIDENT-STATUS
               END-READ
           END-IF
           IF WS-TXN-RESULT(1:8) = 'REJECTED'
               ADD 1 TO WS-TXN-REJECTED
           ELSE
               ADD 1 TO WS-TXN-APPLIED
           END-IF
           STRING "  " WS-TXN-ACTION(1:5) " "
               FUNCTION TRIM(WS-TXN-NUMBER) " by "
               FUNCTION TRIM(WS-TXN-USER) ": "
               FUNCTION TRIM(WS-TXN-RESULT TRAILING)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE.

       UPDATE-INCIDENT-STATUS.
      *>   An acknowledged case stays open for matching, so the daily
      *>   run keeps adding occurrences to it; only a closed case
      *>   makes the next alert on the same subject open a new one.
           IF INC-STATUS = 'C'
               MOVE "REJECTED - incident is already closed"
                   TO WS-TXN-RESULT
           ELSE IF WS-TXN-ACTION = 'ACK' AND INC-STATUS = 'A'
               MOVE "REJECTED - incident is already acknowledged"
                   TO WS-TXN-RESULT
           ELSE
               IF WS-TXN-ACTION = 'ACK'
                   MOVE 'A' TO INC-STATUS
                   MOVE WS-TXN-USER TO INC-ACK-BY
                   MOVE WS-TODAY-DATE TO INC-ACK-DATE
                   MOVE "acknowledged" TO WS-TXN-RESULT
               ELSE
                   IF INC-ACK-BY = SPACES
                       MOVE WS-TXN-USER TO INC-ACK-BY
                       MOVE WS-TODAY-DATE TO INC-ACK-DATE
                   END-IF
                   MOVE 'C' TO INC-STATUS
                   MOVE WS-TODAY-DATE TO INC-CLOSED-DATE
                   MOVE "closed" TO WS-TXN-RESULT
               END-IF
               IF WS-TXN-NOTE NOT = SPACES
                   MOVE WS-TXN-NOTE TO INC-NOTE
               END-IF
               REWRITE INCIDENT-RECORD
               IF WS-INC-FILE-STATUS NOT = '00'
                   MOVE SPACES TO WS-TXN-RESULT
                   STRING "REJECTED - rewrite failed, status="
                       WS-INC-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-TXN-RESULT
               END-IF
           END-IF.

       LOAD-AGING-TABLE.
      *>   Every case not closed goes on the aging report; age runs
      *>   from the first day the subject was flagged.
           MOVE 0 TO WS-AGE-COUNT
           MOVE 'N' TO WS-INC-EOF
           MOVE 0 TO INC-KEY
           START INCIDENT-FILE KEY IS >= INC-KEY
               INVALID KEY MOVE 'Y' TO WS-INC-EOF
           END-START
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ INCIDENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INC-EOF
                   NOT AT END
                       IF INC-STATUS = 'C'
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           PERFORM ADD-AGING-ENTRY
                       END-IF
               END-READ
               IF WS-INC-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-INC-EOF
               END-IF
           END-PERFORM.

       ADD-AGING-ENTRY.
           IF INC-STATUS = 'A'
               ADD 1 TO WS-ACK-COUNT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           MOVE 0 TO WS-AGE-DAYS
           IF WS-TODAY-DAY > INC-FIRST-DAY
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAY - INC-FIRST-DAY
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7 ADD 1 TO WS-AGE-0-7
               WHEN WS-AGE-DAYS <= 30 ADD 1 TO WS-AGE-8-30
               WHEN WS-AGE-DAYS <= 90 ADD 1 TO WS-AGE-31-90
               WHEN OTHER ADD 1 TO WS-AGE-OVER-90
           END-EVALUATE
           IF WS-AGE-COUNT >= 2000
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-AGE-COUNT
               COMPUTE AGE-SORT(WS-AGE-COUNT) =
                   INC-FIRST-DAY * 10000000 + INC-KEY
               MOVE INC-KEY TO AGE-KEY(WS-AGE-COUNT)
               MOVE INC-STATUS TO AGE-STATUS(WS-AGE-COUNT)
               MOVE INC-TYPE TO AGE-TYPE(WS-AGE-COUNT)
               MOVE INC-SUBJECT TO AGE-SUBJECT(WS-AGE-COUNT)
               MOVE INC-ALERT TO AGE-ALERT(WS-AGE-COUNT)
               MOVE INC-FIRST-SEEN TO AGE-FIRST-SEEN(WS-AGE-COUNT)
               MOVE INC-LAST-SEEN TO AGE-LAST-SEEN(WS-AGE-COUNT)
               MOVE WS-AGE-DAYS TO AGE-DAYS(WS-AGE-COUNT)
               MOVE INC-OCCURRENCES TO AGE-OCCURRENCES(WS-AGE-COUNT)
               MOVE INC-ACK-BY TO AGE-ACK-BY(WS-AGE-COUNT)
           END-IF.

       PRINT-AGING-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           MOVE "Open incident aging (oldest first):" TO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           STRING "Open: " WS-OPEN-COUNT
               "  Acknowledged: " WS-ACK-COUNT
               "  Closed: " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           STRING "Age 0-7 days: " WS-AGE-0-7
               "  8-30 days: " WS-AGE-8-30
               "  31-90 days: " WS-AGE-31-90
               "  over 90 days: " WS-AGE-OVER-90
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           IF WS-OVERFLOW-COUNT > 0
               STRING "Table-overflow events: " WS-OVERFLOW-COUNT
                   " (each case read once the table was full was not"
                   " added, so it is counted above but not listed)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-INCIDENT-LINE
           END-IF
      *>   Each pass picks the oldest case not yet printed; the sort
      *>   key is first-seen day then incident number.
           MOVE 0 TO WS-RPT-ORDER-LAST
           MOVE 0 TO WS-RPT-PRINTED
           PERFORM UNTIL WS-RPT-PRINTED >= WS-AGE-COUNT
               MOVE 99999999999999 TO WS-RPT-NEXT-SORT
               MOVE 0 TO WS-RPT-NEXT-SLOT
               PERFORM VARYING WS-AGE-INDEX FROM 1 BY 1
                       UNTIL WS-AGE-INDEX > WS-AGE-COUNT
                   IF AGE-SORT(WS-AGE-INDEX) > WS-RPT-ORDER-LAST
                           AND AGE-SORT(WS-AGE-INDEX) < WS-RPT-NEXT-SORT
                       MOVE AGE-SORT(WS-AGE-INDEX) TO WS-RPT-NEXT-SORT
                       MOVE WS-AGE-INDEX TO WS-RPT-NEXT-SLOT
                   END-IF
               END-PERFORM
               IF WS-RPT-NEXT-SLOT = 0
                   EXIT PERFORM
               END-IF
               PERFORM PRINT-AGING-ENTRY
               MOVE WS-RPT-NEXT-SORT TO WS-RPT-ORDER-LAST
               ADD 1 TO WS-RPT-PRINTED
           END-PERFORM.

       PRINT-AGING-ENTRY.
           IF AGE-STATUS(WS-RPT-NEXT-SLOT) = 'A'
               MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF
           STRING "Incident " AGE-KEY(WS-RPT-NEXT-SLOT) " "
               WS-STATUS-TEXT " age " AGE-DAYS(WS-RPT-NEXT-SLOT)
               " day(s), " AGE-OCCURRENCES(WS-RPT-NEXT-SLOT)
               " occurrence(s) "
               FUNCTION TRIM(AGE-TYPE(WS-RPT-NEXT-SLOT)) " "
               FUNCTION TRIM(AGE-SUBJECT(WS-RPT-NEXT-SLOT) TRAILING)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           STRING "  first seen " AGE-FIRST-SEEN(WS-RPT-NEXT-SLOT)
               ", last seen " AGE-LAST-SEEN(WS-RPT-NEXT-SLOT)
               ", last alert "
               FUNCTION TRIM(AGE-ALERT(WS-RPT-NEXT-SLOT) TRAILING)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INCIDENT-LINE
           IF AGE-ACK-BY(WS-RPT-NEXT-SLOT) NOT = SPACES
               STRING "  acknowledged by "
                   FUNCTION TRIM(AGE-ACK-BY(WS-RPT-NEXT-SLOT) TRAILING)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-INCIDENT-LINE
           END-IF.

       WRITE-INCIDENT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
