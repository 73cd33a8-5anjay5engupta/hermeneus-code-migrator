           SELECT URL-EXTRACT-FILE ASSIGN TO 'urlcounts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-URL-EXTRACT-STATUS.
           SELECT NET-EXTRACT-FILE ASSIGN TO 'netcounts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-EXTRACT-STATUS.
           SELECT FUNNEL-FILE ASSIGN TO 'funnels.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNNEL-FILE-STATUS.
           SELECT FUNNEL-EXTRACT-FILE ASSIGN TO 'funnelcounts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNNEL-EXTRACT-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO 'incidents.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-FILE-STATUS.
           SELECT LINE-KEY-FILE ASSIGN TO 'linekeys.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-LINE
               FILE STATUS IS WS-LK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PARAMETER-RECORD PIC X(200).

       FD  IP-INDEX-FILE.
      *>   Keyed by site and address, so an address seen at two
      *>   sites keeps a separate count and session history at each.
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
      *>   How far the visitor's current session has got through each
      *>   funnel in funnels.ctl, when it last moved on a step, and
      *>   the date the session entered the funnel.
           05  IP-FUNNEL-PROGRESS.
               10  IP-FUNNEL-STATE OCCURS 10 TIMES.
                   15  IP-FN-STEP PIC 9(1).
                   15  IP-FN-AT   PIC 9(12).
                   15  IP-FN-DATE PIC X(11).

       FD  VISITOR-MASTER-FILE.
       01  VISITOR-MASTER-RECORD.
           05  VM-KEY.
               10  VM-KEY-SITE PIC X(8).
               10  VM-KEY-ADDR PIC X(39).
           05  VM-FIRST-SEEN PIC X(11).
           05  VM-LAST-SEEN  PIC X(11).
           05  VM-FIRST-DAY  PIC 9(7).
       01  CHECKPOINT-RECORD PIC X(400).

       FD  IP-BACKUP-FILE.
       01  IP-BACKUP-RECORD PIC X(350).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).
       FD  URL-EXTRACT-FILE.
       01  URL-EXTRACT-RECORD PIC X(250).

       FD  NET-EXTRACT-FILE.
       01  NET-EXTRACT-RECORD PIC X(250).

       FD  FUNNEL-FILE.
       01  FUNNEL-RECORD PIC X(120).

       FD  FUNNEL-EXTRACT-FILE.
       01  FUNNEL-EXTRACT-RECORD PIC X(250).

       FD  DAILY-SUMMARY-FILE.
       01  DAILY-SUMMARY-RECORD.
           05  DS-DATE         PIC X(11).
           05  DS-TOP-IP       PIC X(15).
           05  DS-TOP-STATUS   PIC X(3).
           05  DS-ERROR-RATE   PIC 9(3).
           05  DS-TOTAL-BYTES  PIC 9(15).
           05  DS-PEAK-RPM     PIC 9(7).
      *>   Blank on the all-sites record for a date; each site that
      *>   had traffic that day follows it with its own record.
           05  DS-SITE         PIC X(8).
      *>   DS-TOP-IP keeps its original width for older readers and
      *>   holds only the first 15 characters of an IPv6 address;
      *>   DS-TOP-IP-FULL carries the whole address.
           05  DS-TOP-IP-FULL  PIC X(39).

       FD  DS-WORK-FILE.
       01  DS-WORK-RECORD PIC X(110).

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

      *>   Every distinct log line taken, with the file it was first
      *>   read from, so the same line arriving in another file is
      *>   recognised as a duplicate and kept out of the counts.
       FD  LINE-KEY-FILE.
       01  LINE-KEY-RECORD.
           05  LK-LINE   PIC X(256).
           05  LK-FILE   PIC X(100).
           05  LK-MINUTE PIC 9(12).

       WORKING-STORAGE SECTION.
       01  WS-IP-FILE-STATUS PIC X(2) VALUE '00'.
               10  PATH-ROLLUP-COUNT  PIC 9(9) VALUE 0.

       01  WS-FILTER-ACTIVE PIC X VALUE 'N'.
       01  WS-FILTER-IP PIC X(39) VALUE SPACES.
       01  WS-FILTER-URL PIC X(100) VALUE SPACES.
       01  WS-FILTER-STATUS PIC X(3) VALUE SPACES.
       01  WS-WINDOW-START-SET PIC X VALUE 'N'.
       01  WS-CONTROL-END PIC X VALUE 'N'.
       01  WS-FILES-PROCESSED PIC 9(5) VALUE 0.

      *>   Each logfiles.ctl line may name the site the file belongs
      *>   to after the file name; every line read from that file is
      *>   counted for the site as well as in the all-sites totals.
       01  WS-DEFAULT-SITE PIC X(8) VALUE 'MAIN'.
       01  WS-AMEND-SITE PIC X(8) VALUE SPACES.
       01  WS-SITE-CODE PIC X(8) VALUE SPACES.
       01  WS-SITE-TOKEN PIC X(20) VALUE SPACES.
       01  WS-SITE-COUNT PIC 9(2) VALUE 0.
       01  WS-SITE-SLOT PIC 9(4) VALUE 1.
       01  WS-SITE-INDEX PIC 9(4) VALUE 1.
       01  WS-SITE-SUM PIC 9(12) VALUE 0.
       01  WS-SITE-VALID PIC X VALUE 'Y'.
       01  WS-SITE-FOUND PIC X VALUE 'N'.
       01  WS-VM-SLOT PIC 9(4) VALUE 1.
       01  WS-SITE-ADD-REQS PIC 9(9) VALUE 0.
       01  WS-SITE-ADD-BYTES PIC 9(15) VALUE 0.
       01  WS-SITE-ADD-ERRS PIC 9(9) VALUE 0.
       01  WS-SITE-CHAR-INDEX PIC 9(2) VALUE 1.
       01  WS-SITE-DS-FOUND PIC X VALUE 'N'.
       01  SITE-TOTALS.
           05  SITE-ENTRY OCCURS 20 TIMES.
               10  SITE-CODE         PIC X(8) VALUE SPACES.
               10  SITE-REQS         PIC 9(9) VALUE 0.
               10  SITE-BYTES        PIC 9(15) VALUE 0.
               10  SITE-IPS          PIC 9(7) VALUE 0.
               10  SITE-ERRORS       PIC 9(9) VALUE 0.
               10  SITE-HOUR-COUNT   PIC 9(7) OCCURS 24 TIMES.
               10  SITE-CUR-MIN      PIC 9(12) VALUE 0.
               10  SITE-CUR-CNT      PIC 9(7) VALUE 0.
               10  SITE-PEAK-RPM     PIC 9(7) VALUE 0.
               10  SITE-PEAK-MIN     PIC 9(12) VALUE 0.
               10  SITE-PRIOR-PEAK   PIC 9(7) VALUE 0.
               10  SITE-SESSIONS     PIC 9(9) VALUE 0.
               10  SITE-SESS-MINUTES PIC 9(12) VALUE 0.
               10  SITE-SESS-REQS    PIC 9(12) VALUE 0.
               10  SITE-VM-NEW       PIC 9(7) VALUE 0.
               10  SITE-VM-RETURN    PIC 9(7) VALUE 0.
               10  SITE-VM-BACK-7    PIC 9(7) VALUE 0.
               10  SITE-VM-BACK-30   PIC 9(7) VALUE 0.
               10  SITE-TOP-IP       PIC X(39) VALUE SPACES.
               10  SITE-TOP-IP-CNT   PIC 9(5) VALUE 0.
               10  SITE-TOP-STATUS   PIC X(3) VALUE SPACES.
               10  SITE-TOP-STATUS-CNT PIC 9(7) VALUE 0.
               10  SITE-ERROR-RATE   PIC 9(3) VALUE 0.
       01  WS-SST-COUNT PIC 9(4) VALUE 0.
       01  WS-SST-INDEX PIC 9(4) VALUE 1.
       01  SITE-STATUS-COUNTS.
           05  SST-ENTRY OCCURS 500 TIMES.
               10  SST-SITE  PIC X(8) VALUE SPACES.
               10  SST-CODE  PIC X(3) VALUE SPACES.
               10  SST-COUNT PIC 9(7) VALUE 0.
       01  WS-SUR-COUNT PIC 9(4) VALUE 0.
       01  WS-SUR-INDEX PIC 9(4) VALUE 1.
       01  SITE-URL-COUNTS.
           05  SUR-ENTRY OCCURS 2000 TIMES.
               10  SUR-SITE  PIC X(8) VALUE SPACES.
               10  SUR-ADDR  PIC X(100) VALUE SPACES.
               10  SUR-COUNT PIC 9(7) VALUE 0.
       01  WS-SMT-COUNT PIC 9(4) VALUE 0.
       01  WS-SMT-INDEX PIC 9(4) VALUE 1.
       01  SITE-METHOD-COUNTS.
           05  SMT-ENTRY OCCURS 200 TIMES.
               10  SMT-SITE  PIC X(8) VALUE SPACES.
               10  SMT-NAME  PIC X(7) VALUE SPACES.
               10  SMT-COUNT PIC 9(7) VALUE 0.
       01  WS-SNT-COUNT PIC 9(4) VALUE 0.
       01  WS-SNT-INDEX PIC 9(4) VALUE 1.
       01  SITE-NET-COUNTS.
           05  SNT-ENTRY OCCURS 500 TIMES.
               10  SNT-SITE   PIC X(8) VALUE SPACES.
               10  SNT-LABEL  PIC X(30) VALUE SPACES.
               10  SNT-REQS   PIC 9(9) VALUE 0.
               10  SNT-BYTES  PIC 9(15) VALUE 0.
               10  SNT-ERRORS PIC 9(9) VALUE 0.
       01  WS-SPR-COUNT PIC 9(4) VALUE 0.
       01  WS-SPR-INDEX PIC 9(4) VALUE 1.
       01  SITE-PATH-COUNTS.
           05  SPR-ENTRY OCCURS 1000 TIMES.
               10  SPR-SITE   PIC X(8) VALUE SPACES.
               10  SPR-PREFIX PIC X(60) VALUE SPACES.
               10  SPR-DEPTH  PIC 9(1) VALUE 0.
               10  SPR-COUNT  PIC 9(9) VALUE 0.
               10  SPR-ERRS   PIC 9(9) VALUE 0.

       01  WS-DS-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DS-WORK-STATUS PIC X(2) VALUE '00'.
       01  WS-RUN-MODE PIC X(12) VALUE 'NORMAL'.
       01  WS-AMEND-OLD-FOUND PIC X VALUE 'N'.
       01  WS-AMEND-REPLACED PIC X VALUE 'N'.
       01  WS-AMEND-PRIOR-GAP PIC 9(9) VALUE 0.
       01  WS-AMEND-PRIOR-PEAK PIC 9(7) VALUE 0.
       01  WS-AMEND-STATUS-SUM PIC 9(12) VALUE 0.
       01  WS-DS-AMENDED.
           05  WS-DSA-DATE         PIC X(11).
           05  WS-DSA-TOP-IP       PIC X(15).
           05  WS-DSA-TOP-STATUS   PIC X(3).
           05  WS-DSA-ERROR-RATE   PIC 9(3).
           05  WS-DSA-TOTAL-BYTES  PIC 9(15).
           05  WS-DSA-PEAK-RPM     PIC 9(7).
           05  WS-DSA-SITE         PIC X(8).
           05  WS-DSA-TOP-IP-FULL  PIC X(39).
       01  WS-BACKFILL-MODE PIC X VALUE 'N'.
       01  WS-INCR-MODE PIC X VALUE 'N'.
       01  WS-RETENTION-DAYS PIC 9(3) VALUE 90.
               10  BFD-DATE    PIC X(11) VALUE SPACES.
               10  BFD-DAY-NUM PIC 9(7) VALUE 0.
               10  BFD-TOTAL   PIC 9(9) VALUE 0.
               10  BFD-BYTES   PIC 9(15) VALUE 0.
               10  BFD-PEAK-RPM PIC 9(7) VALUE 0.
               10  BFD-CUR-MIN PIC 9(12) VALUE 0.
               10  BFD-CUR-CNT PIC 9(7) VALUE 0.
       01  WS-BSD-COUNT PIC 9(4) VALUE 0.
       01  WS-BSD-INDEX PIC 9(4) VALUE 1.
       01  WS-BSD-SLOT PIC 9(4) VALUE 0.
       01  BACKFILL-SITE-DAYS.
           05  BSD-ENTRY OCCURS 600 TIMES.
               10  BSD-DATE    PIC X(11) VALUE SPACES.
               10  BSD-SITE    PIC X(8) VALUE SPACES.
               10  BSD-TOTAL   PIC 9(9) VALUE 0.
               10  BSD-BYTES   PIC 9(15) VALUE 0.
               10  BSD-PEAK-RPM PIC 9(7) VALUE 0.
               10  BSD-CUR-MIN PIC 9(12) VALUE 0.
               10  BSD-CUR-CNT PIC 9(7) VALUE 0.
       01  WS-BFS-COUNT PIC 9(4) VALUE 0.
       01  WS-BFS-INDEX PIC 9(4) VALUE 1.
       01  BACKFILL-STATUS-COUNTS.
           05  BFS-ENTRY OCCURS 600 TIMES.
               10  BFS-DATE  PIC X(11) VALUE SPACES.
               10  BFS-SITE  PIC X(8) VALUE SPACES.
               10  BFS-CODE  PIC X(3) VALUE SPACES.
               10  BFS-COUNT PIC 9(7) VALUE 0.
       01  WS-BFI-COUNT PIC 9(4) VALUE 0.
       01  BACKFILL-IP-COUNTS.
           05  BFI-ENTRY OCCURS 2000 TIMES.
               10  BFI-DATE  PIC X(11) VALUE SPACES.
               10  BFI-SITE  PIC X(8) VALUE SPACES.
               10  BFI-ADDR  PIC X(39) VALUE SPACES.
               10  BFI-COUNT PIC 9(7) VALUE 0.
               10  BFI-BYTES PIC 9(15) VALUE 0.
               10  BFI-SESS  PIC 9(5) VALUE 0.
       01  BACKFILL-HOUR-COUNTS.
           05  BFH-ENTRY OCCURS 1500 TIMES.
               10  BFH-DATE  PIC X(11) VALUE SPACES.
               10  BFH-SITE  PIC X(8) VALUE SPACES.
               10  BFH-HOUR  PIC 9(2) VALUE 0.
               10  BFH-COUNT PIC 9(7) VALUE 0.
       01  WS-BFU-COUNT PIC 9(4) VALUE 0.
       01  BACKFILL-URL-COUNTS.
           05  BFU-ENTRY OCCURS 3000 TIMES.
               10  BFU-DATE  PIC X(11) VALUE SPACES.
               10  BFU-SITE  PIC X(8) VALUE SPACES.
               10  BFU-URL   PIC X(100) VALUE SPACES.
               10  BFU-COUNT PIC 9(7) VALUE 0.
       01  WS-BFM-COUNT PIC 9(3) VALUE 0.
       01  BACKFILL-METHOD-COUNTS.
           05  BFM-ENTRY OCCURS 300 TIMES.
               10  BFM-DATE  PIC X(11) VALUE SPACES.
               10  BFM-SITE  PIC X(8) VALUE SPACES.
               10  BFM-NAME  PIC X(7) VALUE SPACES.
               10  BFM-COUNT PIC 9(7) VALUE 0.
       01  WS-BFN-COUNT PIC 9(4) VALUE 0.
       01  WS-BFN-INDEX PIC 9(4) VALUE 1.
       01  WS-BFN-LABEL PIC X(30) VALUE SPACES.
       01  BACKFILL-NET-COUNTS.
           05  BFN-ENTRY OCCURS 1000 TIMES.
               10  BFN-DATE   PIC X(11) VALUE SPACES.
               10  BFN-SITE   PIC X(8) VALUE SPACES.
               10  BFN-LABEL  PIC X(30) VALUE SPACES.
               10  BFN-REQS   PIC 9(9) VALUE 0.
               10  BFN-BYTES  PIC 9(15) VALUE 0.
               10  BFN-ERRORS PIC 9(9) VALUE 0.
       01  WS-BF-ERR-COUNT PIC 9(9) VALUE 0.
       01  WS-BF-RATE PIC 9(3) VALUE 0.
       01  WS-BF-TOP-STATUS PIC X(3) VALUE SPACES.
       01  WS-BF-TOP-STATUS-CNT PIC 9(7) VALUE 0.
       01  WS-BF-TOP-IP PIC X(39) VALUE SPACES.
       01  WS-BF-TOP-IP-CNT PIC 9(7) VALUE 0.
       01  WS-BF-ORDER-LAST PIC 9(7) VALUE 0.
       01  WS-BF-NEXT-DAY PIC 9(8) VALUE 0.
       01  WS-BF-NEXT-SLOT PIC 9(4) VALUE 0.
       01  WS-BF-WRITTEN PIC 9(3) VALUE 0.
       01  WS-BSC-COUNT PIC 9(3) VALUE 0.
       01  WS-BSC-INDEX PIC 9(4) VALUE 1.
       01  WS-BSC-HIT PIC 9(4) VALUE 0.
       01  BACKFILL-DAY-STATUS.
           05  BSC-ENTRY OCCURS 100 TIMES.
               10  BSC-CODE  PIC X(3) VALUE SPACES.
               10  BSC-COUNT PIC 9(9) VALUE 0.
       01  WS-AMEND-NEWEST PIC X(11) VALUE SPACES.
       01  WS-AMEND-OTHER-DATES PIC X VALUE 'N'.
       01  WS-CSV-F1 PIC X(100) VALUE SPACES.
       01  WS-CSV-F2 PIC X(100) VALUE SPACES.
       01  WS-CSV-F3 PIC X(100) VALUE SPACES.
       01  WS-CSV-F4 PIC X(100) VALUE SPACES.
       01  WS-CSV-F5 PIC X(100) VALUE SPACES.
       01  WS-CSV-F6 PIC X(100) VALUE SPACES.
       01  WS-RUN-DATE PIC X(11) VALUE SPACES.
       01  WS-TOP-IP PIC X(39) VALUE SPACES.
       01  WS-TOP-IP-COUNT PIC 9(5) VALUE 0.
       01  WS-TOP-STATUS PIC X(3) VALUE SPACES.
       01  WS-TOP-STATUS-COUNT PIC 9(5) VALUE 0.
           05  WS-PRIOR-ENTRY OCCURS 400 TIMES.
               10  WS-PRIOR-DATE       PIC X(11).
               10  WS-PRIOR-TOTAL      PIC 9(9).
               10  WS-PRIOR-TOP-IP     PIC X(39).
               10  WS-PRIOR-TOP-STATUS PIC X(3).
               10  WS-PRIOR-ERROR-RATE PIC 9(3).
       01  WS-DS-INDEX PIC 9(5) VALUE 1.

       01  WS-TOPN-IP-LIST.
           05  WS-TOPN-IP-ENTRY OCCURS 25 TIMES.
               10  WS-TOPN-IP-KEY.
                   15  WS-TOPN-IP-SITE PIC X(8) VALUE SPACES.
                   15  WS-TOPN-IP-ADDR PIC X(39) VALUE SPACES.
               10  WS-TOPN-IP-CNT PIC 9(5) VALUE 0.

       01  WS-TOPN-BW-LIST.
           05  WS-TOPN-BW-ENTRY OCCURS 25 TIMES.
               10  WS-TOPN-BW-KEY.
                   15  WS-TOPN-BW-SITE PIC X(8) VALUE SPACES.
                   15  WS-TOPN-BW-ADDR PIC X(39) VALUE SPACES.
               10  WS-TOPN-BW-BYTES PIC 9(15) VALUE 0.

       01  WS-TOPN-URL-LIST.

       01  WS-TOPN-SESS-LIST.
           05  WS-TOPN-SESS-ENTRY OCCURS 25 TIMES.
               10  WS-TOPN-SESS-KEY.
                   15  WS-TOPN-SESS-SITE PIC X(8) VALUE SPACES.
                   15  WS-TOPN-SESS-ADDR PIC X(39) VALUE SPACES.
               10  WS-TOPN-SESS-CNT PIC 9(5) VALUE 0.

       01  WS-TOPN-EU-LIST.

       01  WS-TOPN-EI-LIST.
           05  WS-TOPN-EI-ENTRY OCCURS 25 TIMES.
               10  WS-TOPN-EI-ADDR PIC X(39) VALUE SPACES.
               10  WS-TOPN-EI-4XX PIC 9(7) VALUE 0.
               10  WS-TOPN-EI-5XX PIC 9(7) VALUE 0.
               10  WS-TOPN-EI-TOT PIC 9(8) VALUE 0.
       01  WS-TOPN-RT-LIST.
           05  WS-TOPN-RT-ENTRY OCCURS 25 TIMES.
               10  WS-TOPN-RT-TIME PIC 9(10) VALUE 0.
               10  WS-TOPN-RT-IP   PIC X(39) VALUE SPACES.
               10  WS-TOPN-RT-URL  PIC X(100) VALUE SPACES.
               10  WS-TOPN-RT-TS   PIC X(30) VALUE SPACES.
       01  LINE-END PIC X VALUE LOW-VALUE.
       01  WINDOW-IP-COUNTS.
           05  WIC-ENTRY OCCURS 2000 TIMES.
               10  WIC-WINDOW PIC 9(11) VALUE 0.
               10  WIC-ADDR   PIC X(39) VALUE SPACES.
               10  WIC-COUNT  PIC 9(7) VALUE 0.
       01  WS-MRC-COUNT PIC 9(4) VALUE 0.
       01  WS-MRC-INDEX PIC 9(4) VALUE 1.
           05  WS-TOPN-WIN-ENTRY OCCURS 25 TIMES.
               10  WS-TOPN-WIN-NUM PIC 9(11) VALUE 0.
               10  WS-TOPN-WIN-CNT PIC 9(7) VALUE 0.
       01  WS-WIN-TOP-IP PIC X(39) VALUE SPACES.
       01  WS-WIN-TOP-CNT PIC 9(7) VALUE 0.
       01  WS-WIN-MINUTES PIC 9(12) VALUE 0.
       01  WS-WIN-DAY PIC 9(7) VALUE 0.
       01  WS-VM-GAP-DAYS PIC 9(7) VALUE 0.
       01  WS-VM-DATE PIC X(11) VALUE SPACES.
       01  WS-VM-DAY PIC 9(7) VALUE 0.
       01  WS-VM-SITE PIC X(8) VALUE SPACES.
       01  WS-VM-IP PIC X(39) VALUE SPACES.
       01  WS-VM-REQS PIC 9(9) VALUE 0.
       01  WS-VM-SESS PIC 9(7) VALUE 0.
       01  WS-SESS-STARTED PIC X VALUE 'N'.
       01  WS-HOUR-DISPLAY PIC 9(2) VALUE 0.
       01  WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01  WS-LOG-DATA.
           05  WS-IP PIC X(39).
           05  FILLER PIC X(1).
           05  WS-TIMESTAMP PIC X(30).
           05  FILLER PIC X(1).
       01  WS-STATUS-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-HOUR-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-URL-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-NET-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-CSV-LINE PIC X(250) VALUE SPACES.

       01  WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
               10  FILE-AUDIT-VALID    PIC 9(9).
               10  FILE-AUDIT-REJECTED PIC 9(9).
               10  FILE-AUDIT-FILTERED PIC 9(9).
               10  FILE-AUDIT-DUPS     PIC 9(9).
               10  FILE-AUDIT-FIRST    PIC 9(12).
               10  FILE-AUDIT-LAST     PIC 9(12).

       01  WS-LK-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-DEDUP-ACTIVE PIC X VALUE 'N'.
       01  WS-DEDUP-HOURS PIC 9(3) VALUE 4.
       01  WS-LK-FOUND PIC X VALUE 'N'.
       01  WS-DUP-LINE PIC X VALUE 'N'.
       01  WS-LK-EOF PIC X VALUE 'N'.
       01  WS-LK-NEWEST PIC 9(12) VALUE 0.
       01  WS-LK-CUTOFF PIC 9(12) VALUE 0.
       01  WS-LK-PURGED PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT PIC 9(9) VALUE 0.
       01  WS-FILE-DUPS PIC 9(9) VALUE 0.
       01  WS-FILE-FIRST-MIN PIC 9(12) VALUE 0.
       01  WS-FILE-LAST-MIN PIC 9(12) VALUE 0.
       01  WS-FA-PASS-START PIC 9(3) VALUE 0.
       01  WS-FA-OTHER PIC 9(4) VALUE 1.
       01  WS-RUN-FILE-COUNT PIC 9(3) VALUE 0.
       01  WS-RUN-FILE-INDEX PIC 9(3) VALUE 1.
       01  WS-RUN-FILE-RELISTED PIC X VALUE 'N'.
       01  RUN-FILE-TABLE.
           05  RUN-FILE-NAME PIC X(100) OCCURS 200 TIMES.
      *>   Time ranges of the files taken by earlier incremental
      *>   passes still inside the duplicate check window.
       01  WS-PRG-COUNT PIC 9(3) VALUE 0.
       01  WS-PRG-INDEX PIC 9(3) VALUE 1.
       01  PRIOR-RANGE-TABLE.
           05  PRG-ENTRY OCCURS 100 TIMES.
               10  PRG-NAME  PIC X(100).
               10  PRG-FIRST PIC 9(12).
               10  PRG-LAST  PIC 9(12).
       01  WS-OVL-COUNT PIC 9(3) VALUE 0.
       01  WS-OVL-INDEX PIC 9(3) VALUE 1.
       01  WS-OVL-NAME-A PIC X(100) VALUE SPACES.
       01  WS-OVL-FIRST-A PIC 9(12) VALUE 0.
       01  WS-OVL-LAST-A PIC 9(12) VALUE 0.
       01  WS-OVL-NAME-B PIC X(100) VALUE SPACES.
       01  WS-OVL-FIRST-B PIC 9(12) VALUE 0.
       01  WS-OVL-LAST-B PIC 9(12) VALUE 0.
       01  WS-OVL-TEXT-A1 PIC X(20) VALUE SPACES.
       01  WS-OVL-TEXT-A2 PIC X(20) VALUE SPACES.
       01  WS-OVL-TEXT-B1 PIC X(20) VALUE SPACES.
       01  WS-OVL-TEXT-B2 PIC X(20) VALUE SPACES.
       01  OVERLAP-TABLE.
           05  OVL-ENTRY OCCURS 50 TIMES.
               10  OVL-LINE PIC X(250).

       01  WS-CHECKPOINT-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-IP-BACKUP-STATUS PIC X(2) VALUE '00'.
       01  WS-CKPT-CT-VALID PIC 9(12) VALUE 0.
       01  WS-CKPT-BCK-COUNT PIC 9(7) VALUE 0.
       01  WS-CKPT-BCK-REQS PIC 9(12) VALUE 0.
       01  WS-BCK-REC PIC X(350) VALUE SPACES.
       01  WS-BCK-FIELDS REDEFINES WS-BCK-REC.
           05  WS-BCK-KEY PIC X(47).
           05  WS-BCK-COUNT PIC 9(5).
           05  FILLER PIC X(298).
       01  WS-CKPT-INDEX PIC 9(4) VALUE 1.
       01  WS-CKPT-DONE-COUNT PIC 9(3) VALUE 0.
       01  WS-CKPT-DONE-TABLE.
           05  CKPT-CT-RT-LINES    PIC 9(9).
           05  CKPT-CT-RT-TOTAL    PIC 9(15).
           05  CKPT-CT-RT-MAX      PIC 9(10).
           05  CKPT-CT-RUN-MODE    PIC X(12).
           05  CKPT-CT-DUPLICATES  PIC 9(9).
           05  FILLER PIC X(217).
       01  WS-CKPT-SC-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-SC-CODE  PIC X(3).
           05  FILLER PIC X(283).
       01  WS-CKPT-EI-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-EI-ADDR PIC X(39).
           05  CKPT-EI-4XX  PIC 9(7).
           05  CKPT-EI-5XX  PIC 9(7).
           05  FILLER PIC X(344).
       01  WS-CKPT-SD-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-SD-DATE  PIC X(11).
           05  CKPT-FA-VALID    PIC 9(9).
           05  CKPT-FA-REJECTED PIC 9(9).
           05  CKPT-FA-FILTERED PIC 9(9).
           05  CKPT-FA-DUPS     PIC 9(9).
           05  CKPT-FA-FIRST    PIC 9(12).
           05  CKPT-FA-LAST     PIC 9(12).
           05  FILLER PIC X(228).

       01  WS-CKPT-RT-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
       01  WS-CKPT-RS-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-RS-TIME PIC 9(10).
           05  CKPT-RS-IP   PIC X(39).
           05  CKPT-RS-URL  PIC X(100).
           05  CKPT-RS-TS   PIC X(30).
           05  FILLER PIC X(218).
       01  WS-CKPT-BD-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BD-DATE PIC X(11).
           05  CKPT-BD-DAY  PIC 9(7).
           05  CKPT-BD-TOTAL PIC 9(9).
           05  CKPT-BD-BYTES PIC 9(15).
           05  CKPT-BD-PEAK-RPM PIC 9(7).
           05  CKPT-BD-CUR-MIN PIC 9(12).
           05  CKPT-BD-CUR-CNT PIC 9(7).
           05  FILLER PIC X(329).
       01  WS-CKPT-BS-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BS-DATE PIC X(11).
           05  CKPT-BS-CODE PIC X(3).
           05  CKPT-BS-COUNT PIC 9(7).
           05  CKPT-BS-SITE PIC X(8).
           05  FILLER PIC X(368).
       01  WS-CKPT-BI-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BI-DATE PIC X(11).
           05  CKPT-BI-ADDR PIC X(39).
           05  CKPT-BI-COUNT PIC 9(7).
           05  CKPT-BI-BYTES PIC 9(15).
           05  CKPT-BI-SESS  PIC 9(5).
           05  CKPT-BI-SITE  PIC X(8).
           05  FILLER PIC X(312).
       01  WS-CKPT-BN-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BN-DATE   PIC X(11).
           05  CKPT-BN-LABEL  PIC X(30).
           05  CKPT-BN-REQS   PIC 9(9).
           05  CKPT-BN-BYTES  PIC 9(15).
           05  CKPT-BN-ERRORS PIC 9(9).
           05  CKPT-BN-SITE   PIC X(8).
           05  FILLER PIC X(315).
       01  WS-CKPT-BH-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BH-DATE PIC X(11).
           05  CKPT-BH-HOUR PIC 9(2).
           05  CKPT-BH-COUNT PIC 9(7).
           05  CKPT-BH-SITE PIC X(8).
           05  FILLER PIC X(369).
       01  WS-CKPT-BU-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BU-DATE PIC X(11).
           05  CKPT-BU-URL  PIC X(100).
           05  CKPT-BU-COUNT PIC 9(7).
           05  CKPT-BU-SITE PIC X(8).
           05  FILLER PIC X(271).
       01  WS-CKPT-BM-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BM-DATE PIC X(11).
           05  CKPT-BM-NAME PIC X(7).
           05  CKPT-BM-COUNT PIC 9(7).
           05  CKPT-BM-SITE PIC X(8).
           05  FILLER PIC X(364).
       01  WS-CKPT-BT-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-BT-DATE PIC X(11).
           05  CKPT-BT-SITE PIC X(8).
           05  CKPT-BT-TOTAL PIC 9(9).
           05  CKPT-BT-BYTES PIC 9(15).
           05  CKPT-BT-PEAK-RPM PIC 9(7).
           05  CKPT-BT-CUR-MIN PIC 9(12).
           05  CKPT-BT-CUR-CNT PIC 9(7).
           05  FILLER PIC X(328).
       01  WS-CKPT-ST-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-ST-CODE     PIC X(8).
           05  CKPT-ST-REQS     PIC 9(9).
           05  CKPT-ST-CUR-MIN  PIC 9(12).
           05  CKPT-ST-CUR-CNT  PIC 9(7).
           05  CKPT-ST-PEAK-RPM PIC 9(7).
           05  CKPT-ST-PEAK-MIN PIC 9(12).
           05  CKPT-ST-PRIOR-PEAK PIC 9(7).
           05  CKPT-ST-HOUR PIC 9(7) OCCURS 24 TIMES.
           05  FILLER PIC X(167).
       01  WS-CKPT-SS-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-SS-SITE  PIC X(8).
           05  CKPT-SS-CODE  PIC X(3).
           05  CKPT-SS-COUNT PIC 9(7).
           05  FILLER PIC X(379).
       01  WS-CKPT-SU-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-SU-SITE  PIC X(8).
           05  CKPT-SU-ADDR  PIC X(100).
           05  CKPT-SU-COUNT PIC 9(7).
           05  FILLER PIC X(282).
       01  WS-CKPT-SM-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-SM-SITE  PIC X(8).
           05  CKPT-SM-NAME  PIC X(7).
           05  CKPT-SM-COUNT PIC 9(7).
           05  FILLER PIC X(375).
       01  WS-CKPT-SN-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-SN-SITE   PIC X(8).
           05  CKPT-SN-LABEL  PIC X(30).
           05  CKPT-SN-REQS   PIC 9(9).
           05  CKPT-SN-BYTES  PIC 9(15).
           05  CKPT-SN-ERRORS PIC 9(9).
           05  FILLER PIC X(326).
       01  WS-CKPT-SP-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-SP-SITE   PIC X(8).
           05  CKPT-SP-PREFIX PIC X(60).
           05  CKPT-SP-DEPTH  PIC 9(1).
           05  CKPT-SP-COUNT  PIC 9(9).
           05  CKPT-SP-ERRS   PIC 9(9).
           05  FILLER PIC X(310).
       01  WS-CKPT-MW-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-MW-WINDOW PIC 9(11).
       01  WS-CKPT-WI-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-WI-WINDOW PIC 9(11).
           05  CKPT-WI-ADDR   PIC X(39).
           05  CKPT-WI-COUNT  PIC 9(7).
           05  FILLER PIC X(340).
       01  WS-CKPT-MR-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-MR-MINUTE PIC 9(12).
           05  FILLER PIC X(378).
       01  WS-CKPT-WL-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-WL-ADDR  PIC X(39).
           05  CKPT-WL-LABEL PIC X(30).
           05  CKPT-WL-COUNT PIC 9(7).
           05  CKPT-WL-BYTES PIC 9(15).
           05  CKPT-WL-4XX PIC 9(7).
           05  CKPT-WL-5XX PIC 9(7).
           05  CKPT-WL-OTHER PIC 9(7).
           05  CKPT-WL-SPEC  PIC X(90).
           05  FILLER PIC X(181).
       01  WS-CKPT-WU-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-WU-ADDR PIC X(39).
           05  CKPT-WU-URL  PIC X(100).
           05  CKPT-WU-COUNT PIC 9(7).
           05  FILLER PIC X(251).
       01  WS-CKPT-FN-REC REDEFINES WS-CKPT-REC.
           05  FILLER PIC X(3).
           05  CKPT-FN-DATE    PIC X(11).
           05  CKPT-FN-SITE    PIC X(8).
           05  CKPT-FN-NAME    PIC X(20).
           05  CKPT-FN-STEP    PIC 9(1).
           05  CKPT-FN-REACHED PIC 9(7).
           05  CKPT-FN-GAP-COUNT PIC 9(5) OCCURS 61 TIMES.
           05  FILLER PIC X(45).

       01  WS-NETWORK-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-NET-EOF PIC X VALUE 'N'.
       01  WS-NET-INDEX PIC 9(4) VALUE 1.
       01  WS-NET-HIT PIC 9(4) VALUE 0.
       01  WS-NET-PTR PIC 9(4) VALUE 1.
       01  WS-NET-TOK1 PIC X(50) VALUE SPACES.
       01  WS-NET-TOK2 PIC X(50) VALUE SPACES.
       01  WS-NET-ADDR-PART PIC X(45) VALUE SPACES.
       01  WS-NET-PREFIX-PART PIC X(3) VALUE SPACES.
       01  WS-NET-PREFIX PIC 9(3) VALUE 0.
       01  WS-NET-SLASH-COUNT PIC 9(2) VALUE 0.
       01  WS-NET-RATE PIC 9(3) VALUE 0.
       01  WS-NET-OTHER-REQS PIC 9(9) VALUE 0.
       01  WS-NET-OTHER-BYTES PIC 9(15) VALUE 0.
       01  WS-NET-OTHER-ERRORS PIC 9(9) VALUE 0.
       01  WS-IPNUM-IN PIC X(45) VALUE SPACES.
       01  WS-IPNUM-OUT PIC 9(12) VALUE 0.
       01  WS-IPNUM-VALID PIC X VALUE 'N'.
       01  WS-IPNUM-FAMILY PIC X VALUE '4'.
       01  WS-IPNUM-OCT1 PIC X(3) VALUE SPACES.
       01  WS-IPNUM-OCT2 PIC X(3) VALUE SPACES.
       01  WS-IPNUM-OCT3 PIC X(3) VALUE SPACES.
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
      *>   PRIVACY-MODE: N writes addresses as logged, P writes a keyed
      *>   pseudonym ('x' and 16 hex digits) and T truncates IPv4 to
      *>   its /24 and IPv6 to its /48.  It covers the report, the
      *>   exception file, ipcounts.csv, the daily summary and the run
      *>   history; alerts and watchlist hits keep the full address.
       01  WS-PRIVACY-MODE PIC X VALUE 'N'.
       01  WS-PRIVACY-KEY PIC X(64) VALUE SPACES.
       01  WS-PRV-KEY-LEN PIC 9(2) VALUE 0.
       01  WS-PRV-LINE PIC X(320) VALUE SPACES.
       01  WS-PRV-WORK PIC X(320) VALUE SPACES.
       01  WS-PRV-LEN PIC 9(3) VALUE 0.
       01  WS-PRV-POS PIC 9(3) VALUE 1.
       01  WS-PRV-START PIC 9(3) VALUE 1.
       01  WS-PRV-OUT-PTR PIC 9(3) VALUE 1.
      *>   A pseudonym is longer than most addresses, so a masked line
      *>   can outgrow the record it is written to.  The caller sets
      *>   WS-PRV-LIMIT to that record's width; a line that will not
      *>   fit is cut and ends in WS-PRV-MARK.
       01  WS-PRV-LIMIT PIC 9(3) VALUE 320.
       01  WS-PRV-OVERFLOW PIC X VALUE 'N'.
       01  WS-PRV-MARK PIC X(12) VALUE ' [truncated]'.
       01  WS-PRV-CHAR PIC X VALUE SPACE.
       01  WS-PRV-TOKEN PIC X(45) VALUE SPACES.
       01  WS-PRV-TOK-LEN PIC 9(3) VALUE 0.
       01  WS-PRV-ADDR-LEN PIC 9(3) VALUE 0.
       01  WS-PRV-DOTS PIC 9(2) VALUE 0.
       01  WS-PRV-COLONS PIC 9(2) VALUE 0.
       01  WS-PRV-DIGITS PIC 9(2) VALUE 0.
       01  WS-PRV-PORT-DOTS PIC 9(2) VALUE 0.
       01  WS-PRV-CANDIDATE PIC X VALUE 'N'.
       01  WS-PRV-ADDR PIC X(39) VALUE SPACES.
       01  WS-PRV-MASKED PIC X(39) VALUE SPACES.
       01  WS-PRV-INDEX PIC 9(3) VALUE 1.
       01  WS-PRV-H1 PIC 9(15) VALUE 0.
       01  WS-PRV-H2 PIC 9(15) VALUE 0.
       01  WS-PRV-SAVE-IN PIC X(45) VALUE SPACES.
       01  WS-PRV-SAVE-OUT PIC 9(12) VALUE 0.
       01  WS-PRV-SAVE-VALID PIC X VALUE 'N'.
       01  WS-PRV-SAVE-FAMILY PIC X VALUE '4'.
       01  WS-PRV-SAVE-HEX PIC X(32) VALUE SPACES.
       01  WS-PRV-SAVE-TEXT PIC X(39) VALUE SPACES.
       01  WS-NET-TABLE.
           05  WS-NET-ENTRY OCCURS 100 TIMES.
               10  NET-START  PIC X(32) VALUE SPACES.
               10  NET-END    PIC X(32) VALUE SPACES.
               10  NET-LABEL  PIC X(30) VALUE SPACES.
               10  NET-REQS   PIC 9(9) VALUE 0.
               10  NET-BYTES  PIC 9(15) VALUE 0.
       01  WS-SLA-INDEX PIC 9(4) VALUE 1.
       01  WS-SLA-TOK1 PIC X(60) VALUE SPACES.
       01  WS-SLA-TOK2 PIC X(20) VALUE SPACES.
       01  WS-SLA-TOK3 PIC X(20) VALUE SPACES.
       01  WS-SLA-LABEL PIC X(72) VALUE SPACES.
       01  WS-SLA-CHECK PIC X(20) VALUE SPACES.
       01  WS-SLA-DOTS PIC 9(2) VALUE 0.
       01  WS-SLA-PFX-LEN PIC 9(3) VALUE 0.
       01  SLA-TARGETS.
           05  SLA-ENTRY OCCURS 50 TIMES.
               10  SLA-PREFIX  PIC X(60) VALUE SPACES.
               10  SLA-SITE    PIC X(8) VALUE SPACES.
               10  SLA-LIMIT   PIC 9(3)V99 VALUE 0.
               10  SLA-REQS    PIC 9(9) VALUE 0.
               10  SLA-ERRS    PIC 9(9) VALUE 0.
       01  WS-WL-LABEL-PTR PIC 9(4) VALUE 1.
       01  WS-WATCHLIST-TABLE.
           05  WS-WL-ENTRY OCCURS 200 TIMES.
               10  WL-START PIC X(32) VALUE SPACES.
               10  WL-END   PIC X(32) VALUE SPACES.
               10  WL-LABEL PIC X(30) VALUE SPACES.
               10  WL-SPEC  PIC X(90) VALUE SPACES.
       01  WS-WLH-COUNT PIC 9(3) VALUE 0.
       01  WS-WLH-INDEX PIC 9(4) VALUE 1.
       01  WS-WLH-LINE PIC X(300) VALUE SPACES.
       01  WATCHLIST-HIT-COUNTS.
           05  WLH-ENTRY OCCURS 100 TIMES.
               10  WLH-ADDR  PIC X(39) VALUE SPACES.
               10  WLH-LABEL PIC X(30) VALUE SPACES.
               10  WLH-COUNT PIC 9(7) VALUE 0.
               10  WLH-BYTES PIC 9(15) VALUE 0.
               10  WLH-4XX PIC 9(7) VALUE 0.
               10  WLH-5XX PIC 9(7) VALUE 0.
               10  WLH-OTHER PIC 9(7) VALUE 0.
               10  WLH-SPEC  PIC X(90) VALUE SPACES.
       01  WS-WLU-COUNT PIC 9(4) VALUE 0.
       01  WS-WLU-INDEX PIC 9(4) VALUE 1.
       01  WATCHLIST-URL-COUNTS.
           05  WLU-ENTRY OCCURS 500 TIMES.
               10  WLU-ADDR PIC X(39) VALUE SPACES.
               10  WLU-URL  PIC X(100) VALUE SPACES.
               10  WLU-CNT  PIC 9(7) VALUE 0.

       01  WS-FUNNEL-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-FUNNEL-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01  WS-FNL-EOF PIC X VALUE 'N'.
       01  WS-FNL-OPEN PIC X VALUE 'N'.
       01  WS-FNL-PTR PIC 9(4) VALUE 1.
       01  WS-FNL-COUNT PIC 9(2) VALUE 0.
       01  WS-FNL-INDEX PIC 9(4) VALUE 1.
       01  WS-FNL-STEP PIC 9(4) VALUE 1.
       01  WS-FNL-HIT PIC 9(4) VALUE 0.
       01  WS-FNL-KEY PIC X(30) VALUE SPACES.
       01  WS-FNL-VALUE PIC X(100) VALUE SPACES.
       01  WS-FNL-URL PIC X(100) VALUE SPACES.
       01  WS-FNL-QUERY PIC X(100) VALUE SPACES.
       01  WS-FNL-LABEL PIC X(20) VALUE SPACES.
       01  WS-FNL-DATE PIC X(11) VALUE SPACES.
       01  WS-FNL-SITE PIC X(8) VALUE SPACES.
       01  WS-FNL-FILTER PIC X(8) VALUE SPACES.
       01  WS-FNL-GAP PIC 9(12) VALUE 0.
       01  WS-FNL-BUCKET PIC 9(4) VALUE 1.
       01  WS-FNL-CUM PIC 9(9) VALUE 0.
       01  WS-FNL-HALF PIC 9(9) VALUE 0.
       01  WS-FNL-ADD PIC 9(7) VALUE 0.
       01  WS-FNL-DROP PIC 9(9) VALUE 0.
       01  WS-FNL-DROP-PCT PIC 9(3)V9 VALUE 0.
       01  WS-FNL-DROP-EDIT PIC ZZ9.9 VALUE ZERO.
       01  WS-FNL-STEP-NO PIC 9(1) VALUE 0.
       01  WS-FNL-PCT PIC 9(3)V9 VALUE 0.
       01  WS-FNL-PCT-EDIT PIC ZZ9.9 VALUE ZERO.
       01  WS-FNL-MEDIAN PIC 9(2) VALUE 0.
       01  WS-FNL-MEDIAN-EDIT PIC Z9 VALUE ZERO.
       01  WS-FNL-MEDIAN-TEXT PIC X(4) VALUE SPACES.
       01  WS-FNL-MEDIAN-SET PIC X VALUE 'N'.
       01  WS-FNL-CSV-MEDIAN PIC X(20) VALUE SPACES.
       01  WS-FNL-CSV-PCT PIC X(20) VALUE SPACES.
      *>   Conversion funnels from funnels.ctl, each an ordered list
      *>   of normalized URL steps.
       01  FUNNEL-TABLE.
           05  FNL-ENTRY OCCURS 10 TIMES.
               10  FNL-NAME       PIC X(20) VALUE SPACES.
               10  FNL-STEP-COUNT PIC 9(1) VALUE 0.
               10  FNL-STEP-URL   PIC X(100) OCCURS 8 TIMES.
      *>   Sessions reaching each step, kept per funnel and site (and
      *>   per day on a backfill run), with the minutes taken to
      *>   reach a step from the one before it counted in one-minute
      *>   buckets; the last bucket holds an hour or more.
       01  WS-FNT-COUNT PIC 9(4) VALUE 0.
       01  WS-FNT-INDEX PIC 9(4) VALUE 1.
       01  WS-FNT-SLOT PIC 9(4) VALUE 0.
       01  FUNNEL-TALLIES.
           05  FNT-ENTRY OCCURS 200 TIMES.
               10  FNT-DATE   PIC X(11).
               10  FNT-SITE   PIC X(8).
               10  FNT-NAME   PIC X(20).
               10  FNT-FUNNEL PIC 9(2).
               10  FNT-STEP-DATA OCCURS 8 TIMES.
                   15  FNT-REACHED   PIC 9(7).
                   15  FNT-GAP-COUNT PIC 9(5) OCCURS 61 TIMES.
      *>   One funnel's tallies summed across the slots being
      *>   reported.
       01  FUNNEL-STEP-WORK.
           05  FSW-STEP OCCURS 8 TIMES.
               10  FSW-REACHED   PIC 9(9).
               10  FSW-GAP-COUNT PIC 9(7) OCCURS 61 TIMES.

       01  WS-ERR-URL-INDEX PIC 9(4) VALUE 1.
       01  WS-ERR-IP-INDEX PIC 9(4) VALUE 1.
       01  WS-ERR-TOTAL PIC 9(8) VALUE 0.

       01  ERR-IP-COUNTS.
           05  ERR-IP-ENTRY OCCURS 300 TIMES.
               10  ERR-IP-ADDRESS PIC X(39) VALUE SPACES.
               10  ERR-IP-4XX PIC 9(7) VALUE 0.
               10  ERR-IP-5XX PIC 9(7) VALUE 0.

       01  WS-INC-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-INC-EOF PIC X VALUE 'N'.
       01  WS-INC-NEXT-KEY PIC 9(7) VALUE 0.
       01  WS-INC-OPENED PIC 9(5) VALUE 0.
       01  WS-INC-UPDATED PIC 9(5) VALUE 0.
       01  WS-INC-DAY PIC 9(7) VALUE 0.
       01  WS-INC-ACTION PIC X(7) VALUE SPACES.
       01  WS-IEV-COUNT PIC 9(3) VALUE 0.
       01  WS-IEV-INDEX PIC 9(4) VALUE 1.
       01  WS-IEV-HIT PIC 9(4) VALUE 0.
       01  WS-IEV-TYPE PIC X(4) VALUE SPACES.
       01  WS-IEV-SUBJECT PIC X(90) VALUE SPACES.
       01  WS-IEV-ALERT PIC X(30) VALUE SPACES.
       01  WS-IEV-DETAIL PIC X(120) VALUE SPACES.
       01  INCIDENT-EVENTS.
           05  IEV-ENTRY OCCURS 300 TIMES.
               10  IEV-TYPE    PIC X(4) VALUE SPACES.
               10  IEV-SUBJECT PIC X(90) VALUE SPACES.
               10  IEV-ALERT   PIC X(30) VALUE SPACES.
               10  IEV-DETAIL  PIC X(120) VALUE SPACES.
       01  WS-AIC-COUNT PIC 9(4) VALUE 0.
       01  WS-AIC-INDEX PIC 9(4) VALUE 1.
       01  WS-AIC-HIT PIC 9(4) VALUE 0.
       01  ACTIVE-INCIDENTS.
           05  AIC-ENTRY OCCURS 1000 TIMES.
               10  AIC-KEY     PIC 9(7) VALUE 0.
               10  AIC-TYPE    PIC X(4) VALUE SPACES.
               10  AIC-SUBJECT PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-PARAMETERS
           END-IF
           PERFORM LOAD-WATCHLIST-TABLE
           PERFORM LOAD-SLA-TARGETS
           PERFORM LOAD-FUNNEL-TABLE
           IF WS-RESTART-MODE = 'Y'
               PERFORM APPLY-CHECKPOINT-FUNNELS
           END-IF
           PERFORM LOAD-PRIOR-SUMMARIES
           PERFORM OPEN-LINE-KEYS
           IF WS-INCR-MODE = 'Y'
               MOVE WS-FILE-AUDIT-COUNT TO WS-FA-PASS-START
           END-IF
           IF WS-AMEND-MODE = 'Y'
               PERFORM LOAD-AMEND-BASELINE
               MOVE WS-AMEND-FILENAME TO WS-LOG-FILENAME
               MOVE WS-AMEND-SITE TO WS-SITE-CODE
               PERFORM FIND-SITE-SLOT
               PERFORM PROCESS-LOG-FILE
           ELSE
               PERFORM PROCESS-CONTROL-LIST
           END-IF
           IF WS-DEDUP-ACTIVE = 'Y'
               CLOSE LINE-KEY-FILE
           END-IF
           PERFORM FIND-TIMESTAMP-OVERLAPS
           PERFORM WRITE-DUPLICATE-EXCEPTIONS
           PERFORM CHECK-SECURITY-ALERTS
           PERFORM WRITE-WATCHLIST-HITS
           PERFORM BUILD-TOP-LISTS
           PERFORM COMPUTE-SESSION-STATS
           PERFORM UPDATE-VISITOR-MASTER
           PERFORM BUILD-SITE-SUMMARIES
           PERFORM RECONCILE-RUN-TOTALS
           PERFORM EVALUATE-SLA-TARGETS
           PERFORM UPDATE-INCIDENT-FILE
           PERFORM BUILD-DAILY-SUMMARY
           PERFORM GENERATE-REPORT
           PERFORM WRITE-EXTRACT-FILES
                   READ CONTROL-FILE
                       AT END MOVE 'Y' TO WS-CONTROL-END
                       NOT AT END
                           MOVE SPACES TO WS-LOG-FILENAME
                           MOVE SPACES TO WS-SITE-TOKEN
                           UNSTRING FUNCTION TRIM(CONTROL-RECORD)
                               DELIMITED BY ALL SPACE
                               INTO WS-LOG-FILENAME WS-SITE-TOKEN
                           END-UNSTRING
                           IF WS-LOG-FILENAME NOT = SPACES
                               PERFORM SET-FILE-SITE
                               PERFORM CHECK-FILE-DONE
                               PERFORM CHECK-FILE-RELISTED
                               IF WS-RUN-FILE-RELISTED = 'Y'
                                   PERFORM SKIP-RELISTED-FILE
                               ELSE
                                   IF WS-CKPT-SKIP = 'N'
                                       PERFORM PROCESS-LOG-FILE
                                       PERFORM RECORD-FILE-DONE
                                       PERFORM WRITE-CHECKPOINT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               CLOSE CONTROL-FILE
           ELSE
               MOVE 'logfile.txt' TO WS-LOG-FILENAME
               MOVE SPACES TO WS-SITE-TOKEN
               PERFORM SET-FILE-SITE
               PERFORM CHECK-FILE-DONE
               IF WS-CKPT-SKIP = 'N'
                   PERFORM PROCESS-LOG-FILE
               END-IF
           END-IF.

       SET-FILE-SITE.
      *>   A control line with no site code, or one that cannot be
      *>   used, is counted under DEFAULT-SITE.
           IF WS-SITE-TOKEN = SPACES
               MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
           ELSE
               PERFORM EDIT-SITE-TOKEN
               IF WS-SITE-VALID = 'N'
                   MOVE "INVALID SITE CODE - file counted under default site"
                       TO WS-EXCEPTION-REASON
                   MOVE CONTROL-RECORD TO LOG-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
               END-IF
           END-IF
           PERFORM FIND-SITE-SLOT.

       FIND-SITE-SLOT.
      *>   Sets WS-SITE-SLOT for WS-SITE-CODE, adding the site on first
      *>   sight. Past the table limit the traffic is counted under
      *>   the first site so the all-sites totals still balance.
           MOVE 'N' TO WS-SITE-FOUND
           PERFORM VARYING WS-SITE-SLOT FROM 1 BY 1
                   UNTIL WS-SITE-SLOT > WS-SITE-COUNT
               IF SITE-CODE(WS-SITE-SLOT) = WS-SITE-CODE
                   MOVE 'Y' TO WS-SITE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SITE-FOUND = 'N'
               IF WS-SITE-COUNT >= 20
                   MOVE "TABLE OVERFLOW - SITE table full"
                       TO WS-EXCEPTION-REASON
                   MOVE WS-SITE-CODE TO LOG-LINE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE 1 TO WS-SITE-SLOT
                   MOVE SITE-CODE(1) TO WS-SITE-CODE
               ELSE
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-SITE-SLOT
                   INITIALIZE SITE-ENTRY(WS-SITE-SLOT)
                   MOVE WS-SITE-CODE TO SITE-CODE(WS-SITE-SLOT)
               END-IF
           END-IF.

       PROCESS-LOG-FILE.
           MOVE LOW-VALUES TO LINE-END
           MOVE 0 TO WS-FILE-LINES
           MOVE 0 TO WS-FILE-VALID
           MOVE 0 TO WS-FILE-REJECTED
           MOVE 0 TO WS-FILE-FILTERED
           MOVE 0 TO WS-FILE-DUPS
           MOVE 0 TO WS-FILE-FIRST-MIN
           MOVE 0 TO WS-FILE-LAST-MIN
           OPEN INPUT LOG-FILE
           IF WS-LOG-FILE-STATUS = '00'
               IF WS-INCR-MODE = 'Y'
                   READ LOG-FILE INTO LOG-LINE
                       AT END MOVE HIGH-VALUE TO LINE-END
                       NOT AT END
                           PERFORM CHECK-DUPLICATE-LINE
                           IF WS-DUP-LINE = 'N'
                               PERFORM PARSE-LOG-LINE
                               PERFORM UPDATE-COUNTS
                               PERFORM STORE-LINE-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE

       UPDATE-COUNTS.
           ADD 1 TO TOTAL-REQUESTS
           ADD 1 TO SITE-REQS(WS-SITE-SLOT)
           ADD 1 TO WS-FILE-LINES
           PERFORM VALIDATE-LOG-DATA
           IF WS-VALID-LINE = 'Y'
                   PERFORM CHECK-PATH-ROLLUP
                   PERFORM CHECK-METHOD-COUNTS
                   PERFORM CHECK-HOUR-COUNTS
                   PERFORM CHECK-SITE-COUNTS
                   PERFORM CHECK-RESPONSE-TIMES
      *>           A backfill input spans many days, which would only
      *>           overflow the single-day minute tables; the per-day

       VALIDATE-LOG-DATA.
           MOVE 'Y' TO WS-VALID-LINE
           PERFORM NORMALIZE-LOG-IP
           IF WS-UNSTRING-OVERFLOW = 'Y'
               MOVE 'N' TO WS-VALID-LINE
               MOVE "MALFORMED LINE - field overflow on parse"
                   TO WS-EXCEPTION-REASON
               ADD 1 TO WS-MALFORMED-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-IPNUM-VALID = 'N'
               MOVE 'N' TO WS-VALID-LINE
               MOVE "MALFORMED LINE - invalid IPv6 address"
                   TO WS-EXCEPTION-REASON
               ADD 1 TO WS-MALFORMED-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-STATUS NOT NUMERIC
               MOVE 'N' TO WS-VALID-LINE
               MOVE "MALFORMED LINE - status is not 3 numeric digits"
       WRITE-EXCEPTION-LINE.
           STRING WS-EXCEPTION-REASON " : " LOG-LINE
               DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
           IF WS-PRIVACY-MODE NOT = 'N'
               MOVE WS-EXCEPTION-LINE TO WS-PRV-LINE
               MOVE 320 TO WS-PRV-LIMIT
               PERFORM MASK-LINE-ADDRESSES
               MOVE WS-PRV-LINE TO WS-EXCEPTION-LINE
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
           MOVE SPACES TO WS-EXCEPTION-LINE.

                           " COUNT=" MRC-COUNT(WS-MRC-INDEX)
                           " CEILING=" WS-RPM-CEILING
                           DELIMITED BY SIZE INTO WS-ALERT-LINE
                       MOVE WS-ALERT-LINE TO WS-IEV-DETAIL
                       PERFORM WRITE-SECURITY-ALERT
      *>               The burst is pinned on the address that sent the
      *>               most requests in the five-minute window holding
      *>               the offending minute.
                       COMPUTE WS-WINDOW-NUM =
                           MRC-MINUTE(WS-MRC-INDEX) / 5
                       PERFORM FIND-WINDOW-TOP-IP
                       IF WS-WIN-TOP-IP NOT = SPACES
                           MOVE 'IP' TO WS-IEV-TYPE
                           MOVE WS-WIN-TOP-IP TO WS-IEV-SUBJECT
                           MOVE 'RPM_BURST' TO WS-IEV-ALERT
                           PERFORM RECORD-INCIDENT-EVENT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
                   NOT AT END
                       IF IP-REC-COUNT > WS-IP-ALERT-THRESHOLD
                           STRING "ALERT=IP_REQUEST_THRESHOLD_EXCEEDED"
                               " IP=" IP-KEY-ADDR
                               " SITE=" IP-KEY-SITE
                               " COUNT=" IP-REC-COUNT
                               " THRESHOLD=" WS-IP-ALERT-THRESHOLD
                               DELIMITED BY SIZE INTO WS-ALERT-LINE
                           MOVE WS-ALERT-LINE TO WS-IEV-DETAIL
                           PERFORM WRITE-SECURITY-ALERT
                           MOVE 'IP' TO WS-IEV-TYPE
                           MOVE IP-KEY-ADDR TO WS-IEV-SUBJECT
                           MOVE 'IP_REQUEST_THRESHOLD' TO WS-IEV-ALERT
                           PERFORM RECORD-INCIDENT-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           WRITE SECURITY-ALERT-RECORD FROM WS-ALERT-LINE
           MOVE SPACES TO WS-ALERT-LINE.

       RECORD-INCIDENT-EVENT.
      *>   Collects the subjects flagged by this run for
      *>   UPDATE-INCIDENT-FILE.  A subject raised by more than one
      *>   alert is held once and carries the most recent alert.
           MOVE 0 TO WS-IEV-HIT
           PERFORM VARYING WS-IEV-INDEX FROM 1 BY 1
                   UNTIL WS-IEV-INDEX > WS-IEV-COUNT
               IF IEV-TYPE(WS-IEV-INDEX) = WS-IEV-TYPE
                       AND IEV-SUBJECT(WS-IEV-INDEX) = WS-IEV-SUBJECT
                   MOVE WS-IEV-INDEX TO WS-IEV-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IEV-HIT = 0
               IF WS-IEV-COUNT >= 300
                   MOVE "TABLE OVERFLOW - INCIDENT-EVENT table full"
                       TO WS-EXCEPTION-REASON
                   MOVE WS-IEV-DETAIL TO LOG-LINE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-IEV-COUNT
                   MOVE WS-IEV-COUNT TO WS-IEV-HIT
                   MOVE WS-IEV-TYPE TO IEV-TYPE(WS-IEV-HIT)
                   MOVE WS-IEV-SUBJECT TO IEV-SUBJECT(WS-IEV-HIT)
               END-IF
           END-IF
           IF WS-IEV-HIT > 0
               MOVE WS-IEV-ALERT TO IEV-ALERT(WS-IEV-HIT)
               MOVE WS-IEV-DETAIL TO IEV-DETAIL(WS-IEV-HIT)
           END-IF
           MOVE SPACES TO WS-IEV-DETAIL.

       FIND-WINDOW-TOP-IP.
      *>   Leaves the busiest address of five-minute window
      *>   WS-WINDOW-NUM in WS-WIN-TOP-IP / WS-WIN-TOP-CNT.
           MOVE SPACES TO WS-WIN-TOP-IP
           MOVE 0 TO WS-WIN-TOP-CNT
           PERFORM VARYING WS-WIC-INDEX FROM 1 BY 1
                   UNTIL WS-WIC-INDEX > WS-WIC-COUNT
               IF WIC-WINDOW(WS-WIC-INDEX) = WS-WINDOW-NUM
                       AND WIC-COUNT(WS-WIC-INDEX) > WS-WIN-TOP-CNT
                   MOVE WIC-ADDR(WS-WIC-INDEX) TO WS-WIN-TOP-IP
                   MOVE WIC-COUNT(WS-WIC-INDEX) TO WS-WIN-TOP-CNT
               END-IF
           END-PERFORM.

       BUILD-TOP-LISTS.
           MOVE LOW-VALUES TO IP-KEY
           START IP-INDEX-FILE KEY IS >= IP-KEY
                           WS-SESSION-MINUTES-TOTAL + IP-SESS-MINUTES
                           + IP-SESS-LAST - IP-SESS-START
                       PERFORM INSERT-TOP-SESS
                       PERFORM TALLY-SITE-IP-RECORD
               END-READ
           END-PERFORM
           IF WS-SESSION-TOTAL > 0
               MOVE IP-REC-SESSIONS TO WS-TOPN-SESS-CNT(WS-TOPN-INDEX)
           END-IF.

       TALLY-SITE-IP-RECORD.
      *>   Site distinct addresses, bytes, sessions and busiest
      *>   address all come from the IP index, which an amend or
      *>   restarted run already holds in full for the day.
           MOVE IP-KEY-SITE TO WS-SITE-CODE
           PERFORM FIND-SITE-SLOT
           ADD 1 TO SITE-IPS(WS-SITE-SLOT)
           ADD IP-REC-BYTES TO SITE-BYTES(WS-SITE-SLOT)
           ADD IP-REC-SESSIONS TO SITE-SESSIONS(WS-SITE-SLOT)
           ADD IP-REC-COUNT TO SITE-SESS-REQS(WS-SITE-SLOT)
           COMPUTE SITE-SESS-MINUTES(WS-SITE-SLOT) =
               SITE-SESS-MINUTES(WS-SITE-SLOT) + IP-SESS-MINUTES
               + IP-SESS-LAST - IP-SESS-START
           IF IP-REC-COUNT > SITE-TOP-IP-CNT(WS-SITE-SLOT)
               MOVE IP-KEY-ADDR TO SITE-TOP-IP(WS-SITE-SLOT)
               MOVE IP-REC-COUNT TO SITE-TOP-IP-CNT(WS-SITE-SLOT)
           END-IF.

       BUILD-SITE-SUMMARIES.
      *>   Site error count, error rate and most frequent status,
      *>   worked the same way as the all-sites daily summary.
           PERFORM VARYING WS-SST-INDEX FROM 1 BY 1
                   UNTIL WS-SST-INDEX > WS-SST-COUNT
               MOVE SST-SITE(WS-SST-INDEX) TO WS-SITE-CODE
               PERFORM FIND-SITE-SLOT
               IF SST-CODE(WS-SST-INDEX)(1:1) = '4'
                       OR SST-CODE(WS-SST-INDEX)(1:1) = '5'
                   ADD SST-COUNT(WS-SST-INDEX)
                       TO SITE-ERRORS(WS-SITE-SLOT)
               END-IF
               IF SST-COUNT(WS-SST-INDEX)
                       > SITE-TOP-STATUS-CNT(WS-SITE-SLOT)
                   MOVE SST-CODE(WS-SST-INDEX)
                       TO SITE-TOP-STATUS(WS-SITE-SLOT)
                   MOVE SST-COUNT(WS-SST-INDEX)
                       TO SITE-TOP-STATUS-CNT(WS-SITE-SLOT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
                   UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               MOVE 0 TO SITE-ERROR-RATE(WS-SITE-INDEX)
               IF SITE-REQS(WS-SITE-INDEX) > 0
                   COMPUTE SITE-ERROR-RATE(WS-SITE-INDEX) ROUNDED =
                       (SITE-ERRORS(WS-SITE-INDEX) * 100)
                       / SITE-REQS(WS-SITE-INDEX)
               END-IF
           END-PERFORM.

       UPDATE-VISITOR-MASTER.
      *>   visitors.dat is the one file this program never rebuilds:
      *>   it is opened I-O so lifetime first-seen/last-seen history
           END-IF.

       SWEEP-IP-INDEX-TO-MASTER.
      *>   An address erased from an incremental checkpoint comes back
      *>   as an [erased-nnnnnnn] key; its traffic still counts, but it
      *>   is nobody's visitor record.
           MOVE LOW-VALUES TO IP-KEY
           START IP-INDEX-FILE KEY IS >= IP-KEY
               INVALID KEY CONTINUE
               READ IP-INDEX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FOUND
                   NOT AT END
                       IF IP-KEY-ADDR(1:8) NOT = '[erased-'
                           MOVE IP-KEY-SITE TO WS-VM-SITE
                           MOVE IP-KEY-ADDR TO WS-VM-IP
                           MOVE IP-REC-COUNT TO WS-VM-REQS
                           MOVE IP-REC-SESSIONS TO WS-VM-SESS
                           PERFORM APPLY-VISITOR-RECORD
                       END-IF
               END-READ
           END-PERFORM.

               PERFORM VARYING WS-BFI-INDEX FROM 1 BY 1
                       UNTIL WS-BFI-INDEX > WS-BFI-COUNT
                   IF BFI-DATE(WS-BFI-INDEX) = WS-VM-DATE
                       MOVE BFI-SITE(WS-BFI-INDEX) TO WS-VM-SITE
                       MOVE BFI-ADDR(WS-BFI-INDEX) TO WS-VM-IP
                       MOVE BFI-COUNT(WS-BFI-INDEX) TO WS-VM-REQS
                       MOVE BFI-SESS(WS-BFI-INDEX) TO WS-VM-SESS
           END-PERFORM.

       APPLY-VISITOR-RECORD.
           MOVE WS-VM-SITE TO WS-SITE-CODE
           PERFORM FIND-SITE-SLOT
           MOVE WS-SITE-SLOT TO WS-VM-SLOT
           MOVE WS-VM-SITE TO VM-KEY-SITE
           MOVE WS-VM-IP TO VM-KEY-ADDR
           READ VISITOR-MASTER-FILE
               INVALID KEY
                   MOVE WS-VM-SITE TO VM-KEY-SITE
                   MOVE WS-VM-IP TO VM-KEY-ADDR
                   MOVE WS-VM-DATE TO VM-FIRST-SEEN
                   MOVE WS-VM-DATE TO VM-LAST-SEEN
                   MOVE WS-VM-DAY TO VM-FIRST-DAY
                   MOVE WS-VM-SESS TO VM-DAY-SESS
                   WRITE VISITOR-MASTER-RECORD
                   ADD 1 TO WS-VM-NEW-COUNT
                   ADD 1 TO SITE-VM-NEW(WS-VM-SLOT)
               NOT INVALID KEY
                   PERFORM APPLY-VISITOR-UPDATE
           END-READ.
               REWRITE VISITOR-MASTER-RECORD
               IF VM-FIRST-SEEN = WS-VM-DATE
                   ADD 1 TO WS-VM-NEW-COUNT
                   ADD 1 TO SITE-VM-NEW(WS-VM-SLOT)
               ELSE
                   ADD 1 TO WS-VM-RETURN-COUNT
                   ADD 1 TO SITE-VM-RETURN(WS-VM-SLOT)
                   IF VM-PRIOR-DAY > 0
                           AND WS-VM-DAY > VM-PRIOR-DAY
                       COMPUTE WS-VM-GAP-DAYS =
                           WS-VM-DAY - VM-PRIOR-DAY
                       IF WS-VM-GAP-DAYS <= 7
                           ADD 1 TO WS-VM-BACK-7
                           ADD 1 TO SITE-VM-BACK-7(WS-VM-SLOT)
                       END-IF
                       IF WS-VM-GAP-DAYS <= 30
                           ADD 1 TO WS-VM-BACK-30
                           ADD 1 TO SITE-VM-BACK-30(WS-VM-SLOT)
                       END-IF
                   END-IF
               END-IF
               PERFORM UNTIL WS-FOUND = 'Y'
                   READ DAILY-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-FOUND
                       NOT AT END
                           IF DS-SITE = SPACES
                               ADD 1 TO WS-DS-TOTAL-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-SUMMARY-FILE
                   READ DAILY-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-FOUND
                       NOT AT END
                         IF DS-SITE = SPACES
                           ADD 1 TO WS-DS-READ-INDEX
                           IF WS-DS-READ-INDEX > WS-DS-SKIP-COUNT
                               ADD 1 TO WS-PRIOR-COUNT
                               MOVE DS-DATE TO WS-PRIOR-DATE(WS-PRIOR-COUNT)
                               MOVE DS-TOTAL-REQ TO WS-PRIOR-TOTAL(WS-PRIOR-COUNT)
                               IF DS-TOP-IP-FULL = SPACES
                                   MOVE DS-TOP-IP TO WS-PRIOR-TOP-IP(WS-PRIOR-COUNT)
                               ELSE
                                   MOVE DS-TOP-IP-FULL TO WS-PRIOR-TOP-IP(WS-PRIOR-COUNT)
                               END-IF
                               MOVE DS-TOP-STATUS TO WS-PRIOR-TOP-STATUS(WS-PRIOR-COUNT)
                               MOVE DS-ERROR-RATE TO WS-PRIOR-ERROR-RATE(WS-PRIOR-COUNT)
                           END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-SUMMARY-FILE
      *>   (the IP index then holds every day merged per IP).
           MOVE WS-AMEND-DATE TO WS-RUN-DATE
           MOVE 'N' TO WS-AMEND-OLD-FOUND
           MOVE 'N' TO WS-SITE-DS-FOUND
           MOVE SPACES TO WS-AMEND-NEWEST
           OPEN INPUT DAILY-SUMMARY-FILE
           IF WS-DS-FILE-STATUS = '00'
                       NOT AT END
                           MOVE DS-DATE TO WS-AMEND-NEWEST
                           IF DS-DATE = WS-AMEND-DATE
                               IF DS-SITE = SPACES
                                   PERFORM AMEND-ALL-SITES-DS
                               ELSE
                                   PERFORM AMEND-SITE-DS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM AMEND-LOAD-HOURS
           PERFORM AMEND-LOAD-URLS
           PERFORM AMEND-LOAD-IPS
           PERFORM AMEND-LOAD-NETS
           PERFORM AMEND-LOAD-FUNNELS
           IF WS-AMEND-OTHER-DATES = 'Y'
               DISPLAY "FATAL: the extract files hold more than one"
                   " calendar day (backfill set) - amend the day by"
                   TOTAL-REQUESTS - WS-AMEND-STATUS-SUM
           ELSE
               MOVE 0 TO WS-AMEND-PRIOR-GAP
           END-IF
      *>   Without site records for the day (a summary written before
      *>   sites were kept) each site's total is rebuilt from its
      *>   status rows and the uncounted remainder is carried by the
      *>   repair file's site, so the site totals still cross-foot.
           IF WS-SITE-DS-FOUND = 'N'
               MOVE 0 TO WS-SITE-SUM
               PERFORM VARYING WS-SST-INDEX FROM 1 BY 1
                       UNTIL WS-SST-INDEX > WS-SST-COUNT
                   MOVE SST-SITE(WS-SST-INDEX) TO WS-SITE-CODE
                   PERFORM FIND-SITE-SLOT
                   ADD SST-COUNT(WS-SST-INDEX) TO SITE-REQS(WS-SITE-SLOT)
                   ADD SST-COUNT(WS-SST-INDEX) TO WS-SITE-SUM
               END-PERFORM
               IF TOTAL-REQUESTS > WS-SITE-SUM
                   MOVE WS-AMEND-SITE TO WS-SITE-CODE
                   PERFORM FIND-SITE-SLOT
                   COMPUTE SITE-REQS(WS-SITE-SLOT) =
                       SITE-REQS(WS-SITE-SLOT)
                       + TOTAL-REQUESTS - WS-SITE-SUM
               END-IF
           END-IF.

       AMEND-ALL-SITES-DS.
           MOVE DS-TOTAL-REQ TO TOTAL-REQUESTS
           MOVE 'Y' TO WS-AMEND-OLD-FOUND
           IF DS-PEAK-RPM IS NUMERIC
               MOVE DS-PEAK-RPM TO WS-AMEND-PRIOR-PEAK
           END-IF.

       AMEND-SITE-DS.
           MOVE DS-SITE TO WS-SITE-CODE
           PERFORM FIND-SITE-SLOT
           MOVE DS-TOTAL-REQ TO SITE-REQS(WS-SITE-SLOT)
           IF DS-PEAK-RPM IS NUMERIC
               MOVE DS-PEAK-RPM TO SITE-PRIOR-PEAK(WS-SITE-SLOT)
           END-IF
           MOVE 'Y' TO WS-SITE-DS-FOUND.

       AMEND-ROW-SITE.
      *>   Extract rows carry the site as their last column; rows
      *>   written before sites were kept belong to the default site.
           IF WS-SITE-TOKEN = SPACES
               MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
           ELSE
               PERFORM EDIT-SITE-TOKEN
               IF WS-SITE-VALID = 'N'
                   MOVE WS-DEFAULT-SITE TO WS-SITE-CODE
               END-IF
           END-IF
           PERFORM FIND-SITE-SLOT.

       AMEND-LOAD-STATUS.
           OPEN INPUT STATUS-EXTRACT-FILE
           IF WS-STATUS-EXTRACT-STATUS = '00'
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-SITE-TOKEN
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-SITE-TOKEN
           IF WS-CSV-F1 = WS-AMEND-DATE
               IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                   PERFORM VARYING WS-STATUS-INDEX FROM 1 BY 1
                           UNTIL WS-STATUS-INDEX > 100
                               OR STATUS-CODE(WS-STATUS-INDEX)
                                   = SPACES
                               OR STATUS-CODE(WS-STATUS-INDEX)
                                   = WS-CSV-F2(1:3)
                       CONTINUE
                   END-PERFORM
                   IF WS-STATUS-INDEX <= 100
                       MOVE WS-CSV-F2(1:3)
                           TO STATUS-CODE(WS-STATUS-INDEX)
                       ADD FUNCTION NUMVAL(WS-CSV-F3)
                           TO STATUS-COUNT(WS-STATUS-INDEX)
                   END-IF
                   PERFORM AMEND-ROW-SITE
                   MOVE WS-CSV-F2(1:3) TO WS-STATUS
                   MOVE FUNCTION NUMVAL(WS-CSV-F3) TO WS-SITE-ADD-REQS
                   PERFORM ADD-SITE-STATUS
               END-IF
           ELSE
               IF WS-CSV-F1 NOT = 'run_date'
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-SITE-TOKEN
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-SITE-TOKEN
           IF WS-CSV-F1 = WS-AMEND-DATE
               IF FUNCTION TRIM(WS-CSV-F2) IS NUMERIC
                       AND FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-CSV-F2) TO WS-TS-HOUR
                   IF WS-TS-HOUR <= 23
                       COMPUTE WS-HOUR-INDEX = WS-TS-HOUR + 1
                       ADD FUNCTION NUMVAL(WS-CSV-F3)
                           TO HOUR-COUNT(WS-HOUR-INDEX)
                       PERFORM AMEND-ROW-SITE
                       ADD FUNCTION NUMVAL(WS-CSV-F3)
                           TO SITE-HOUR-COUNT(WS-SITE-SLOT,
                                              WS-HOUR-INDEX)
                   END-IF
               END-IF
           ELSE
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           MOVE SPACES TO WS-SITE-TOKEN
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-SITE-TOKEN
           IF WS-CSV-F1 = WS-AMEND-DATE
               IF FUNCTION TRIM(WS-CSV-F4) IS NUMERIC
                   PERFORM AMEND-ROW-SITE
                   MOVE FUNCTION NUMVAL(WS-CSV-F4) TO WS-SITE-ADD-REQS
                   IF WS-CSV-F2 = 'URL'
                       PERFORM VARYING WS-URL-INDEX FROM 1 BY 1
                               UNTIL WS-URL-INDEX > 500
                                   OR URL-ADDRESS(WS-URL-INDEX)
                                       = SPACES
                                   OR URL-ADDRESS(WS-URL-INDEX)
                                       = WS-CSV-F3
                           CONTINUE
                       END-PERFORM
                       IF WS-URL-INDEX <= 500
                           MOVE WS-CSV-F3
                               TO URL-ADDRESS(WS-URL-INDEX)
                           ADD FUNCTION NUMVAL(WS-CSV-F4)
                               TO URL-COUNT(WS-URL-INDEX)
                       END-IF
                       MOVE WS-CSV-F3 TO WS-URL
                       PERFORM ADD-SITE-URL
                   END-IF
                   IF WS-CSV-F2 = 'METHOD'
                       PERFORM VARYING WS-METHOD-INDEX FROM 1 BY 1
                               UNTIL WS-METHOD-INDEX > 20
                                   OR METHOD-NAME(WS-METHOD-INDEX)
                                       = SPACES
                                   OR METHOD-NAME(WS-METHOD-INDEX)
                                       = WS-CSV-F3(1:7)
                           CONTINUE
                       END-PERFORM
                       IF WS-METHOD-INDEX <= 20
                           MOVE WS-CSV-F3(1:7)
                               TO METHOD-NAME(WS-METHOD-INDEX)
                           ADD FUNCTION NUMVAL(WS-CSV-F4)
                               TO METHOD-COUNT(WS-METHOD-INDEX)
                       END-IF
                       MOVE WS-CSV-F3(1:7) TO WS-METHOD
                       PERFORM ADD-SITE-METHOD
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-AMEND-OTHER-DATES
           END-IF.

       AMEND-LOAD-NETS.
      *>   The network rows refill the per-customer tallies so the
      *>   amended report and extract carry the whole day, not just
      *>   the repaired lines.  Rows are matched back by label the
      *>   same way APPLY-CHECKPOINT-NET does after a restart.
           OPEN INPUT NET-EXTRACT-FILE
           IF WS-NET-EXTRACT-STATUS = '00'
               MOVE 'N' TO WS-CKPT-EOF
               PERFORM UNTIL WS-CKPT-EOF = 'Y'
                   READ NET-EXTRACT-FILE INTO WS-CSV-LINE
                       AT END MOVE 'Y' TO WS-CKPT-EOF
                       NOT AT END PERFORM AMEND-NET-ROW
                   END-READ
               END-PERFORM
               CLOSE NET-EXTRACT-FILE
           END-IF.

       AMEND-NET-ROW.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           MOVE SPACES TO WS-CSV-F5
           MOVE SPACES TO WS-SITE-TOKEN
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4 WS-CSV-F5
                    WS-SITE-TOKEN
           IF WS-CSV-F1 = WS-AMEND-DATE
               IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                       AND FUNCTION TRIM(WS-CSV-F4) IS NUMERIC
                       AND FUNCTION TRIM(WS-CSV-F5) IS NUMERIC
                   MOVE 0 TO WS-NET-HIT
                   PERFORM VARYING WS-NET-INDEX FROM 1 BY 1
                           UNTIL WS-NET-INDEX > WS-NET-COUNT
                       MOVE NET-LABEL(WS-NET-INDEX) TO WS-BFN-LABEL
                       INSPECT WS-BFN-LABEL REPLACING ALL ',' BY ';'
                       IF WS-BFN-LABEL = WS-CSV-F2
                           MOVE WS-NET-INDEX TO WS-NET-HIT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-NET-HIT > 0
                       ADD FUNCTION NUMVAL(WS-CSV-F3)
                           TO NET-REQS(WS-NET-HIT)
                       ADD FUNCTION NUMVAL(WS-CSV-F4)
                           TO NET-BYTES(WS-NET-HIT)
                       ADD FUNCTION NUMVAL(WS-CSV-F5)
                           TO NET-ERRORS(WS-NET-HIT)
                       MOVE NET-LABEL(WS-NET-HIT) TO WS-BFN-LABEL
                   ELSE
                       MOVE '(unassigned)' TO WS-BFN-LABEL
                       ADD FUNCTION NUMVAL(WS-CSV-F3)
                           TO WS-NET-OTHER-REQS
                       ADD FUNCTION NUMVAL(WS-CSV-F4)
                           TO WS-NET-OTHER-BYTES
                       ADD FUNCTION NUMVAL(WS-CSV-F5)
                           TO WS-NET-OTHER-ERRORS
                   END-IF
                   PERFORM AMEND-ROW-SITE
                   MOVE FUNCTION NUMVAL(WS-CSV-F3) TO WS-SITE-ADD-REQS
                   MOVE FUNCTION NUMVAL(WS-CSV-F4) TO WS-SITE-ADD-BYTES
                   MOVE FUNCTION NUMVAL(WS-CSV-F5) TO WS-SITE-ADD-ERRS
                   PERFORM ADD-SITE-NET
               END-IF
           ELSE
               IF WS-CSV-F1 NOT = 'run_date'
                       AND WS-CSV-LINE NOT = SPACES
                   MOVE 'Y' TO WS-AMEND-OTHER-DATES
               END-IF
           END-IF.

       AMEND-LOAD-FUNNELS.
      *>   The published funnel rows give back each step's sessions.
      *>   Only the step's median survives in the extract, so its
      *>   sessions are put back in the median's minute bucket and
      *>   the amended median is worked out from those buckets plus
      *>   the repaired lines.
           OPEN INPUT FUNNEL-EXTRACT-FILE
           IF WS-FUNNEL-EXTRACT-STATUS = '00'
               MOVE 'N' TO WS-CKPT-EOF
               PERFORM UNTIL WS-CKPT-EOF = 'Y'
                   READ FUNNEL-EXTRACT-FILE INTO WS-CSV-LINE
                       AT END MOVE 'Y' TO WS-CKPT-EOF
                       NOT AT END PERFORM AMEND-FUNNEL-ROW
                   END-READ
               END-PERFORM
               CLOSE FUNNEL-EXTRACT-FILE
           END-IF.

       AMEND-FUNNEL-ROW.
           MOVE SPACES TO WS-CSV-F1
           MOVE SPACES TO WS-CSV-F2
           MOVE SPACES TO WS-CSV-F3
           MOVE SPACES TO WS-CSV-F4
           MOVE SPACES TO WS-CSV-F5
           MOVE SPACES TO WS-CSV-F6
           MOVE SPACES TO WS-FNL-CSV-MEDIAN
           MOVE SPACES TO WS-FNL-CSV-PCT
           MOVE SPACES TO WS-SITE-TOKEN
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4 WS-CSV-F5
                    WS-CSV-F6 WS-FNL-CSV-MEDIAN WS-FNL-CSV-PCT
                    WS-SITE-TOKEN
           IF WS-CSV-F1 = WS-AMEND-DATE
               IF FUNCTION TRIM(WS-CSV-F3) IS NUMERIC
                       AND FUNCTION TRIM(WS-CSV-F5) IS NUMERIC
                   MOVE 0 TO WS-FNL-HIT
                   PERFORM VARYING WS-FNL-INDEX FROM 1 BY 1
                           UNTIL WS-FNL-INDEX > WS-FNL-COUNT
                       MOVE FNL-NAME(WS-FNL-INDEX) TO WS-FNL-LABEL
                       INSPECT WS-FNL-LABEL REPLACING ALL ',' BY ';'
                       IF WS-FNL-LABEL = WS-CSV-F2
                           MOVE WS-FNL-INDEX TO WS-FNL-HIT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE FUNCTION NUMVAL(WS-CSV-F3) TO WS-FNL-STEP
                   IF WS-FNL-HIT > 0
                       MOVE WS-FNL-HIT TO WS-FNL-INDEX
                       IF WS-FNL-STEP >= 1 AND WS-FNL-STEP
                               <= FNL-STEP-COUNT(WS-FNL-INDEX)
                           PERFORM AMEND-ROW-SITE
                           MOVE WS-SITE-CODE TO WS-FNL-SITE
                           MOVE SPACES TO WS-FNL-DATE
                           PERFORM FIND-FUNNEL-TALLY
                           IF WS-FNT-SLOT > 0
                               PERFORM AMEND-FUNNEL-STEP
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-CSV-F1 NOT = 'run_date'
                       AND WS-CSV-LINE NOT = SPACES
                   MOVE 'Y' TO WS-AMEND-OTHER-DATES
               END-IF
           END-IF.

       AMEND-FUNNEL-STEP.
           MOVE FUNCTION NUMVAL(WS-CSV-F5) TO WS-FNL-ADD
           ADD WS-FNL-ADD TO FNT-REACHED(WS-FNT-SLOT, WS-FNL-STEP)
           IF WS-FNL-STEP > 1
                   AND FUNCTION TRIM(WS-FNL-CSV-MEDIAN) IS NUMERIC
               IF FUNCTION NUMVAL(WS-FNL-CSV-MEDIAN) >= 60
                   MOVE 61 TO WS-FNL-BUCKET
               ELSE
                   COMPUTE WS-FNL-BUCKET =
                       FUNCTION NUMVAL(WS-FNL-CSV-MEDIAN) + 1
               END-IF
               ADD WS-FNL-ADD TO FNT-GAP-COUNT(WS-FNT-SLOT,
                   WS-FNL-STEP, WS-FNL-BUCKET)
           END-IF.

       AMEND-LOAD-IP-BASE.
           MOVE LOW-VALUES TO IP-KEY
           START IP-INDEX-FILE KEY IS >= IP-KEY
               COMPUTE WS-ERROR-RATE ROUNDED =
                   (WS-ERROR-STATUS-COUNT * 100) / TOTAL-REQUESTS
           END-IF
           MOVE WS-TOPN-IP-ADDR(1) TO WS-TOP-IP
           MOVE WS-TOPN-IP-CNT(1) TO WS-TOP-IP-COUNT
           PERFORM WRITE-DAILY-SUMMARY.

               IF WS-DS-FILE-STATUS NOT = '00'
                   OPEN OUTPUT DAILY-SUMMARY-FILE
               END-IF
               PERFORM SET-ALL-SITES-DS-RECORD
               WRITE DAILY-SUMMARY-RECORD FROM WS-DS-AMENDED
               PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
                       UNTIL WS-SITE-INDEX > WS-SITE-COUNT
                   PERFORM SET-SITE-DS-RECORD
                   WRITE DAILY-SUMMARY-RECORD FROM WS-DS-AMENDED
               END-PERFORM
               CLOSE DAILY-SUMMARY-FILE
           END-IF.

       SET-ALL-SITES-DS-RECORD.
           MOVE WS-RUN-DATE TO WS-DSA-DATE
           MOVE TOTAL-REQUESTS TO WS-DSA-TOTAL-REQ
           MOVE WS-TOP-IP TO WS-PRV-ADDR
           PERFORM MASK-ADDRESS-FIELD
           MOVE WS-PRV-ADDR TO WS-DSA-TOP-IP
           MOVE WS-PRV-ADDR TO WS-DSA-TOP-IP-FULL
           MOVE WS-TOP-STATUS TO WS-DSA-TOP-STATUS
           MOVE WS-ERROR-RATE TO WS-DSA-ERROR-RATE
           MOVE TOTAL-BYTES TO WS-DSA-TOTAL-BYTES
      *>   An amend run only sees the repaired lines minute by minute,
      *>   so the day's original peak stands unless they beat it.
           MOVE WS-RPM-PEAK TO WS-DSA-PEAK-RPM
           IF WS-AMEND-PRIOR-PEAK > WS-DSA-PEAK-RPM
               MOVE WS-AMEND-PRIOR-PEAK TO WS-DSA-PEAK-RPM
           END-IF
           MOVE SPACES TO WS-DSA-SITE.

       SET-SITE-DS-RECORD.
           MOVE WS-RUN-DATE TO WS-DSA-DATE
           MOVE SITE-REQS(WS-SITE-INDEX) TO WS-DSA-TOTAL-REQ
           MOVE SITE-TOP-IP(WS-SITE-INDEX) TO WS-PRV-ADDR
           PERFORM MASK-ADDRESS-FIELD
           MOVE WS-PRV-ADDR TO WS-DSA-TOP-IP
           MOVE WS-PRV-ADDR TO WS-DSA-TOP-IP-FULL
           MOVE SITE-TOP-STATUS(WS-SITE-INDEX) TO WS-DSA-TOP-STATUS
           MOVE SITE-ERROR-RATE(WS-SITE-INDEX) TO WS-DSA-ERROR-RATE
           MOVE SITE-BYTES(WS-SITE-INDEX) TO WS-DSA-TOTAL-BYTES
           MOVE SITE-PEAK-RPM(WS-SITE-INDEX) TO WS-DSA-PEAK-RPM
           IF SITE-PRIOR-PEAK(WS-SITE-INDEX) > WS-DSA-PEAK-RPM
               MOVE SITE-PRIOR-PEAK(WS-SITE-INDEX) TO WS-DSA-PEAK-RPM
           END-IF
           MOVE SITE-CODE(WS-SITE-INDEX) TO WS-DSA-SITE.

       WRITE-DS-WORK-SET.
           PERFORM SET-ALL-SITES-DS-RECORD
           WRITE DS-WORK-RECORD FROM WS-DS-AMENDED
           PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
                   UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               PERFORM SET-SITE-DS-RECORD
               WRITE DS-WORK-RECORD FROM WS-DS-AMENDED
           END-PERFORM.

       WRITE-BACKFILL-SUMMARIES.
      *>   One summary record per calendar day found in the input,
      *>   written oldest first so the trend history reads the same
           CLOSE DAILY-SUMMARY-FILE.

       WRITE-BACKFILL-DAY.
      *>   The status rows are held per site, so the day's all-sites
      *>   status counts are summed across sites before the most
      *>   frequent code is picked.
           MOVE 0 TO WS-BF-ERR-COUNT
           MOVE SPACES TO WS-BF-TOP-STATUS
           MOVE 0 TO WS-BF-TOP-STATUS-CNT
           MOVE 0 TO WS-BSC-COUNT
           PERFORM VARYING WS-BFS-INDEX FROM 1 BY 1
                   UNTIL WS-BFS-INDEX > WS-BFS-COUNT
               IF BFS-DATE(WS-BFS-INDEX)
                       = BFD-DATE(WS-BF-NEXT-SLOT)
                   MOVE 0 TO WS-BSC-HIT
                   PERFORM VARYING WS-BSC-INDEX FROM 1 BY 1
                           UNTIL WS-BSC-INDEX > WS-BSC-COUNT
                       IF BSC-CODE(WS-BSC-INDEX)
                               = BFS-CODE(WS-BFS-INDEX)
                           MOVE WS-BSC-INDEX TO WS-BSC-HIT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-BSC-HIT = 0 AND WS-BSC-COUNT < 100
                       ADD 1 TO WS-BSC-COUNT
                       MOVE WS-BSC-COUNT TO WS-BSC-HIT
                       MOVE BFS-CODE(WS-BFS-INDEX)
                           TO BSC-CODE(WS-BSC-HIT)
                       MOVE 0 TO BSC-COUNT(WS-BSC-HIT)
                   END-IF
                   IF WS-BSC-HIT > 0
                       ADD BFS-COUNT(WS-BFS-INDEX)
                           TO BSC-COUNT(WS-BSC-HIT)
                   END-IF
                   IF BFS-CODE(WS-BFS-INDEX)(1:1) = '4'
                           OR BFS-CODE(WS-BFS-INDEX)(1:1) = '5'
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BSC-INDEX FROM 1 BY 1
                   UNTIL WS-BSC-INDEX > WS-BSC-COUNT
               IF BSC-COUNT(WS-BSC-INDEX) > WS-BF-TOP-STATUS-CNT
                   MOVE BSC-CODE(WS-BSC-INDEX) TO WS-BF-TOP-STATUS
                   MOVE BSC-COUNT(WS-BSC-INDEX)
                       TO WS-BF-TOP-STATUS-CNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BF-TOP-IP
           MOVE 0 TO WS-BF-TOP-IP-CNT
           PERFORM VARYING WS-BFI-INDEX FROM 1 BY 1
           END-IF
           MOVE BFD-DATE(WS-BF-NEXT-SLOT) TO DS-DATE
           MOVE BFD-TOTAL(WS-BF-NEXT-SLOT) TO DS-TOTAL-REQ
           MOVE WS-BF-TOP-IP TO WS-PRV-ADDR
           PERFORM MASK-ADDRESS-FIELD
           MOVE WS-PRV-ADDR TO DS-TOP-IP
           MOVE WS-PRV-ADDR TO DS-TOP-IP-FULL
           MOVE WS-BF-TOP-STATUS TO DS-TOP-STATUS
           MOVE WS-BF-RATE TO DS-ERROR-RATE
           MOVE BFD-BYTES(WS-BF-NEXT-SLOT) TO DS-TOTAL-BYTES
           MOVE BFD-PEAK-RPM(WS-BF-NEXT-SLOT) TO DS-PEAK-RPM
           MOVE SPACES TO DS-SITE
           WRITE DAILY-SUMMARY-RECORD
           PERFORM VARYING WS-BSD-INDEX FROM 1 BY 1
                   UNTIL WS-BSD-INDEX > WS-BSD-COUNT
               IF BSD-DATE(WS-BSD-INDEX) = BFD-DATE(WS-BF-NEXT-SLOT)
                   PERFORM WRITE-BACKFILL-SITE-DAY
               END-IF
           END-PERFORM.

       WRITE-BACKFILL-SITE-DAY.
           MOVE 0 TO WS-BF-ERR-COUNT
           MOVE SPACES TO WS-BF-TOP-STATUS
           MOVE 0 TO WS-BF-TOP-STATUS-CNT
           PERFORM VARYING WS-BFS-INDEX FROM 1 BY 1
                   UNTIL WS-BFS-INDEX > WS-BFS-COUNT
               IF BFS-DATE(WS-BFS-INDEX) = BSD-DATE(WS-BSD-INDEX)
                       AND BFS-SITE(WS-BFS-INDEX)
                           = BSD-SITE(WS-BSD-INDEX)
                   IF BFS-COUNT(WS-BFS-INDEX)
                           > WS-BF-TOP-STATUS-CNT
                       MOVE BFS-CODE(WS-BFS-INDEX)
                           TO WS-BF-TOP-STATUS
                       MOVE BFS-COUNT(WS-BFS-INDEX)
                           TO WS-BF-TOP-STATUS-CNT
                   END-IF
                   IF BFS-CODE(WS-BFS-INDEX)(1:1) = '4'
                           OR BFS-CODE(WS-BFS-INDEX)(1:1) = '5'
                       ADD BFS-COUNT(WS-BFS-INDEX)
                           TO WS-BF-ERR-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BF-TOP-IP
           MOVE 0 TO WS-BF-TOP-IP-CNT
           PERFORM VARYING WS-BFI-INDEX FROM 1 BY 1
                   UNTIL WS-BFI-INDEX > WS-BFI-COUNT
               IF BFI-DATE(WS-BFI-INDEX) = BSD-DATE(WS-BSD-INDEX)
                       AND BFI-SITE(WS-BFI-INDEX)
                           = BSD-SITE(WS-BSD-INDEX)
                       AND BFI-COUNT(WS-BFI-INDEX)
                           > WS-BF-TOP-IP-CNT
                   MOVE BFI-ADDR(WS-BFI-INDEX) TO WS-BF-TOP-IP
                   MOVE BFI-COUNT(WS-BFI-INDEX) TO WS-BF-TOP-IP-CNT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BF-RATE
           IF BSD-TOTAL(WS-BSD-INDEX) > 0
               COMPUTE WS-BF-RATE ROUNDED =
                   (WS-BF-ERR-COUNT * 100)
                   / BSD-TOTAL(WS-BSD-INDEX)
           END-IF
           MOVE BSD-DATE(WS-BSD-INDEX) TO DS-DATE
           MOVE BSD-TOTAL(WS-BSD-INDEX) TO DS-TOTAL-REQ
           MOVE WS-BF-TOP-IP TO WS-PRV-ADDR
           PERFORM MASK-ADDRESS-FIELD
           MOVE WS-PRV-ADDR TO DS-TOP-IP
           MOVE WS-PRV-ADDR TO DS-TOP-IP-FULL
           MOVE WS-BF-TOP-STATUS TO DS-TOP-STATUS
           MOVE WS-BF-RATE TO DS-ERROR-RATE
           MOVE BSD-BYTES(WS-BSD-INDEX) TO DS-TOTAL-BYTES
           MOVE BSD-PEAK-RPM(WS-BSD-INDEX) TO DS-PEAK-RPM
           MOVE BSD-SITE(WS-BSD-INDEX) TO DS-SITE
           WRITE DAILY-SUMMARY-RECORD.

       REPLACE-DAILY-SUMMARY.
      *>   The run's figures replace that date's records in place: the
      *>   file is copied through a work file with the date's
      *>   all-sites and site records swapped for the new set (or the
      *>   set appended when the date was never summarized), then
      *>   copied back so older history is untouched.
           MOVE WS-RUN-DATE TO WS-DSA-DATE
           MOVE 'N' TO WS-AMEND-REPLACED
           OPEN OUTPUT DS-WORK-FILE
           IF WS-DS-WORK-STATUS NOT = '00'
                       READ DAILY-SUMMARY-FILE
                           AT END MOVE 'Y' TO WS-FOUND
                           NOT AT END
                               IF DS-DATE = WS-RUN-DATE
                                   IF WS-AMEND-REPLACED = 'N'
                                       PERFORM WRITE-DS-WORK-SET
                                       MOVE 'Y' TO WS-AMEND-REPLACED
                                   END-IF
                               ELSE
                                   WRITE DS-WORK-RECORD
                                       FROM DAILY-SUMMARY-RECORD
                   CLOSE DAILY-SUMMARY-FILE
               END-IF
               IF WS-AMEND-REPLACED = 'N'
                   PERFORM WRITE-DS-WORK-SET
               END-IF
               CLOSE DS-WORK-FILE
               OPEN INPUT DS-WORK-FILE
                   TO WS-PARM-ECHO-TEXT
               PERFORM ADD-PARM-ECHO
           END-IF
           IF WS-AMEND-SITE = SPACES
               MOVE WS-DEFAULT-SITE TO WS-AMEND-SITE
           END-IF
      *>   A pseudonym without a secret key could be rebuilt by anyone
      *>   hashing every address, so without one the addresses are
      *>   truncated instead.
           IF WS-PRIVACY-MODE = 'P' AND WS-PRIVACY-KEY = SPACES
               MOVE "PRIVACY-MODE=PSEUDONYMIZE needs PRIVACY-KEY - addresses truncated instead"
                   TO WS-PARM-ECHO-TEXT
               PERFORM ADD-PARM-ECHO
               MOVE 'T' TO WS-PRIVACY-MODE
           END-IF
           PERFORM ECHO-EFFECTIVE-SETTINGS.

       PARSE-RUN-PARAMETER.
               ELSE
                   PERFORM ECHO-BAD-PARAMETER
               END-IF
           ELSE IF WS-PARM-KEY = 'DEDUP-HOURS'
               IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-DEDUP-HOURS
               ELSE
                   PERFORM ECHO-BAD-PARAMETER
               END-IF
           ELSE IF WS-PARM-KEY = 'RPM-ALERT-CEILING'
               IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
               END-IF
           ELSE IF WS-PARM-KEY = 'FILTER-IP'
               IF WS-PARM-VALUE NOT = SPACES
                   MOVE WS-PARM-VALUE TO WS-IP
                   PERFORM NORMALIZE-LOG-IP
                   IF WS-IPNUM-VALID = 'Y'
                       MOVE WS-IP TO WS-FILTER-IP
                       MOVE 'Y' TO WS-FILTER-ACTIVE
                   ELSE
                       PERFORM ECHO-BAD-PARAMETER
                   END-IF
                   MOVE SPACES TO WS-IP
               ELSE
                   PERFORM ECHO-BAD-PARAMETER
               END-IF
               ELSE
                   PERFORM ECHO-BAD-PARAMETER
               END-IF
           ELSE IF WS-PARM-KEY = 'DEFAULT-SITE'
               MOVE WS-PARM-VALUE TO WS-SITE-TOKEN
               PERFORM EDIT-SITE-TOKEN
               IF WS-SITE-VALID = 'Y'
                   MOVE WS-SITE-CODE TO WS-DEFAULT-SITE
               ELSE
                   PERFORM ECHO-BAD-PARAMETER
               END-IF
           ELSE IF WS-PARM-KEY = 'AMEND-SITE'
               MOVE WS-PARM-VALUE TO WS-SITE-TOKEN
               PERFORM EDIT-SITE-TOKEN
               IF WS-SITE-VALID = 'Y'
                   MOVE WS-SITE-CODE TO WS-AMEND-SITE
               ELSE
                   PERFORM ECHO-BAD-PARAMETER
               END-IF
           ELSE IF WS-PARM-KEY = 'PRIVACY-MODE'
               EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                   WHEN 'NONE'
                       MOVE 'N' TO WS-PRIVACY-MODE
                   WHEN 'PSEUDONYMIZE'
                       MOVE 'P' TO WS-PRIVACY-MODE
                   WHEN 'TRUNCATE'
                       MOVE 'T' TO WS-PRIVACY-MODE
                   WHEN OTHER
                       PERFORM ECHO-BAD-PARAMETER
               END-EVALUATE
           ELSE IF WS-PARM-KEY = 'PRIVACY-KEY'
      *>       The key itself is never echoed.
               IF WS-PARM-VALUE NOT = SPACES
                   MOVE WS-PARM-VALUE TO WS-PRIVACY-KEY
                   COMPUTE WS-PRV-KEY-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-PRIVACY-KEY))
               ELSE
                   PERFORM ECHO-BAD-PARAMETER
               END-IF
           ELSE
               STRING "Unknown parameter ignored: " WS-PARM-KEY
                   DELIMITED BY SIZE INTO WS-PARM-ECHO-TEXT
               PERFORM ADD-PARM-ECHO
           END-IF.

       EDIT-SITE-TOKEN.
      *>   A site code is 1 to 8 letters, digits, '-' or '_', held in
      *>   upper case so 'east' and 'EAST' name the same site.
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

       SET-ALERT-STATUS-LIST.
           MOVE SPACES TO WS-PARM-ITEMS
           MOVE 'Y' TO WS-PARM-LIST-VALID
                   FUNCTION TRIM(WS-AMEND-FILENAME TRAILING)
                   DELIMITED BY SIZE INTO WS-PARM-ECHO-TEXT
               PERFORM ADD-PARM-ECHO
               STRING "  Repair file site: " WS-AMEND-SITE
                   DELIMITED BY SIZE INTO WS-PARM-ECHO-TEXT
               PERFORM ADD-PARM-ECHO
           END-IF
           STRING "  Default site: " WS-DEFAULT-SITE
               DELIMITED BY SIZE INTO WS-PARM-ECHO-TEXT
           PERFORM ADD-PARM-ECHO
           STRING "  IP alert threshold: " WS-IP-ALERT-THRESHOLD
               DELIMITED BY SIZE INTO WS-PARM-ECHO-TEXT
           PERFORM ADD-PARM-ECHO
           STRING "  Output retention days: " WS-RETENTION-DAYS
               DELIMITED BY SIZE INTO WS-PARM-ECHO-TEXT
           PERFORM ADD-PARM-ECHO
           EVALUATE WS-PRIVACY-MODE
               WHEN 'P'
                   MOVE "  Privacy mode: PSEUDONYMIZE"
                       TO WS-PARM-ECHO-TEXT
               WHEN 'T'
                   MOVE "  Privacy mode: TRUNCATE" TO WS-PARM-ECHO-TEXT
               WHEN OTHER
                   MOVE "  Privacy mode: NONE" TO WS-PARM-ECHO-TEXT
           END-EVALUATE
           PERFORM ADD-PARM-ECHO
           IF WS-INCR-MODE = 'Y'
               STRING "  Duplicate check hours: " WS-DEDUP-HOURS
                   DELIMITED BY SIZE INTO WS-PARM-ECHO-TEXT
               PERFORM ADD-PARM-ECHO
           END-IF
           IF WS-FILTER-ACTIVE = 'Y'
               MOVE "*** SELECTION MODE - only matching requests counted ***"
                   TO WS-PARM-ECHO-TEXT
               CLOSE IP-BACKUP-FILE
           END-IF.

       WRITE-CHECKPOINT-SITES.
      *>   Site totals go out in slot order, ahead of the site tables,
      *>   so a restart rebuilds the same slots before refilling them.
           PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
                   UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               MOVE SPACES TO WS-CKPT-REC
               MOVE 'ST' TO WS-CKPT-TYPE
               MOVE SITE-CODE(WS-SITE-INDEX) TO CKPT-ST-CODE
               MOVE SITE-REQS(WS-SITE-INDEX) TO CKPT-ST-REQS
               MOVE SITE-CUR-MIN(WS-SITE-INDEX) TO CKPT-ST-CUR-MIN
               MOVE SITE-CUR-CNT(WS-SITE-INDEX) TO CKPT-ST-CUR-CNT
               MOVE SITE-PEAK-RPM(WS-SITE-INDEX) TO CKPT-ST-PEAK-RPM
               MOVE SITE-PEAK-MIN(WS-SITE-INDEX) TO CKPT-ST-PEAK-MIN
               MOVE SITE-PRIOR-PEAK(WS-SITE-INDEX)
                   TO CKPT-ST-PRIOR-PEAK
               PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
                       UNTIL WS-HOUR-INDEX > 24
                   MOVE SITE-HOUR-COUNT(WS-SITE-INDEX, WS-HOUR-INDEX)
                       TO CKPT-ST-HOUR(WS-HOUR-INDEX)
               END-PERFORM
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
           END-PERFORM
           PERFORM VARYING WS-SST-INDEX FROM 1 BY 1
                   UNTIL WS-SST-INDEX > WS-SST-COUNT
               MOVE SPACES TO WS-CKPT-REC
               MOVE 'SS' TO WS-CKPT-TYPE
               MOVE SST-SITE(WS-SST-INDEX) TO CKPT-SS-SITE
               MOVE SST-CODE(WS-SST-INDEX) TO CKPT-SS-CODE
               MOVE SST-COUNT(WS-SST-INDEX) TO CKPT-SS-COUNT
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
           END-PERFORM
           PERFORM VARYING WS-SUR-INDEX FROM 1 BY 1
                   UNTIL WS-SUR-INDEX > WS-SUR-COUNT
               MOVE SPACES TO WS-CKPT-REC
               MOVE 'SU' TO WS-CKPT-TYPE
               MOVE SUR-SITE(WS-SUR-INDEX) TO CKPT-SU-SITE
               MOVE SUR-ADDR(WS-SUR-INDEX) TO CKPT-SU-ADDR
               MOVE SUR-COUNT(WS-SUR-INDEX) TO CKPT-SU-COUNT
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
           END-PERFORM
           PERFORM VARYING WS-SMT-INDEX FROM 1 BY 1
                   UNTIL WS-SMT-INDEX > WS-SMT-COUNT
               MOVE SPACES TO WS-CKPT-REC
               MOVE 'SM' TO WS-CKPT-TYPE
               MOVE SMT-SITE(WS-SMT-INDEX) TO CKPT-SM-SITE
               MOVE SMT-NAME(WS-SMT-INDEX) TO CKPT-SM-NAME
               MOVE SMT-COUNT(WS-SMT-INDEX) TO CKPT-SM-COUNT
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
           END-PERFORM
           PERFORM VARYING WS-SNT-INDEX FROM 1 BY 1
                   UNTIL WS-SNT-INDEX > WS-SNT-COUNT
               MOVE SPACES TO WS-CKPT-REC
               MOVE 'SN' TO WS-CKPT-TYPE
               MOVE SNT-SITE(WS-SNT-INDEX) TO CKPT-SN-SITE
               MOVE SNT-LABEL(WS-SNT-INDEX) TO CKPT-SN-LABEL
               MOVE SNT-REQS(WS-SNT-INDEX) TO CKPT-SN-REQS
               MOVE SNT-BYTES(WS-SNT-INDEX) TO CKPT-SN-BYTES
               MOVE SNT-ERRORS(WS-SNT-INDEX) TO CKPT-SN-ERRORS
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
           END-PERFORM
           PERFORM VARYING WS-SPR-INDEX FROM 1 BY 1
                   UNTIL WS-SPR-INDEX > WS-SPR-COUNT
               MOVE SPACES TO WS-CKPT-REC
               MOVE 'SP' TO WS-CKPT-TYPE
               MOVE SPR-SITE(WS-SPR-INDEX) TO CKPT-SP-SITE
               MOVE SPR-PREFIX(WS-SPR-INDEX) TO CKPT-SP-PREFIX
               MOVE SPR-DEPTH(WS-SPR-INDEX) TO CKPT-SP-DEPTH
               MOVE SPR-COUNT(WS-SPR-INDEX) TO CKPT-SP-COUNT
               MOVE SPR-ERRS(WS-SPR-INDEX) TO CKPT-SP-ERRS
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
           END-PERFORM.

       RESTORE-CHECKPOINT-SITE.
           IF WS-CKPT-TYPE = 'ST'
               IF WS-SITE-COUNT < 20
                   ADD 1 TO WS-SITE-COUNT
                   INITIALIZE SITE-ENTRY(WS-SITE-COUNT)
                   MOVE CKPT-ST-CODE TO SITE-CODE(WS-SITE-COUNT)
                   MOVE CKPT-ST-REQS TO SITE-REQS(WS-SITE-COUNT)
                   MOVE CKPT-ST-CUR-MIN TO SITE-CUR-MIN(WS-SITE-COUNT)
                   MOVE CKPT-ST-CUR-CNT TO SITE-CUR-CNT(WS-SITE-COUNT)
                   MOVE CKPT-ST-PEAK-RPM
                       TO SITE-PEAK-RPM(WS-SITE-COUNT)
                   MOVE CKPT-ST-PEAK-MIN
                       TO SITE-PEAK-MIN(WS-SITE-COUNT)
                   MOVE CKPT-ST-PRIOR-PEAK
                       TO SITE-PRIOR-PEAK(WS-SITE-COUNT)
                   PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
                           UNTIL WS-HOUR-INDEX > 24
                       MOVE CKPT-ST-HOUR(WS-HOUR-INDEX)
                           TO SITE-HOUR-COUNT(WS-SITE-COUNT,
                                              WS-HOUR-INDEX)
                   END-PERFORM
               END-IF
           ELSE IF WS-CKPT-TYPE = 'SS'
               IF WS-SST-COUNT < 500
                   ADD 1 TO WS-SST-COUNT
                   MOVE CKPT-SS-SITE TO SST-SITE(WS-SST-COUNT)
                   MOVE CKPT-SS-CODE TO SST-CODE(WS-SST-COUNT)
                   MOVE CKPT-SS-COUNT TO SST-COUNT(WS-SST-COUNT)
               END-IF
           ELSE IF WS-CKPT-TYPE = 'SU'
               IF WS-SUR-COUNT < 2000
                   ADD 1 TO WS-SUR-COUNT
                   MOVE CKPT-SU-SITE TO SUR-SITE(WS-SUR-COUNT)
                   MOVE CKPT-SU-ADDR TO SUR-ADDR(WS-SUR-COUNT)
                   MOVE CKPT-SU-COUNT TO SUR-COUNT(WS-SUR-COUNT)
               END-IF
           ELSE IF WS-CKPT-TYPE = 'SM'
               IF WS-SMT-COUNT < 200
                   ADD 1 TO WS-SMT-COUNT
                   MOVE CKPT-SM-SITE TO SMT-SITE(WS-SMT-COUNT)
                   MOVE CKPT-SM-NAME TO SMT-NAME(WS-SMT-COUNT)
                   MOVE CKPT-SM-COUNT TO SMT-COUNT(WS-SMT-COUNT)
               END-IF
           ELSE IF WS-CKPT-TYPE = 'SN'
               IF WS-SNT-COUNT < 500
                   ADD 1 TO WS-SNT-COUNT
                   MOVE CKPT-SN-SITE TO SNT-SITE(WS-SNT-COUNT)
                   MOVE CKPT-SN-LABEL TO SNT-LABEL(WS-SNT-COUNT)
                   MOVE CKPT-SN-REQS TO SNT-REQS(WS-SNT-COUNT)
                   MOVE CKPT-SN-BYTES TO SNT-BYTES(WS-SNT-COUNT)
                   MOVE CKPT-SN-ERRORS TO SNT-ERRORS(WS-SNT-COUNT)
               END-IF
           ELSE IF WS-CKPT-TYPE = 'SP'
               IF WS-SPR-COUNT < 1000
                   ADD 1 TO WS-SPR-COUNT
                   MOVE CKPT-SP-SITE TO SPR-SITE(WS-SPR-COUNT)
                   MOVE CKPT-SP-PREFIX TO SPR-PREFIX(WS-SPR-COUNT)
                   MOVE CKPT-SP-DEPTH TO SPR-DEPTH(WS-SPR-COUNT)
                   MOVE CKPT-SP-COUNT TO SPR-COUNT(WS-SPR-COUNT)
                   MOVE CKPT-SP-ERRS TO SPR-ERRS(WS-SPR-COUNT)
               END-IF
           ELSE IF WS-CKPT-TYPE = 'BT'
               IF WS-BSD-COUNT < 600
                   ADD 1 TO WS-BSD-COUNT
                   MOVE CKPT-BT-DATE TO BSD-DATE(WS-BSD-COUNT)
                   MOVE CKPT-BT-SITE TO BSD-SITE(WS-BSD-COUNT)
                   MOVE CKPT-BT-TOTAL TO BSD-TOTAL(WS-BSD-COUNT)
                   MOVE CKPT-BT-BYTES TO BSD-BYTES(WS-BSD-COUNT)
                   MOVE CKPT-BT-PEAK-RPM TO BSD-PEAK-RPM(WS-BSD-COUNT)
                   MOVE CKPT-BT-CUR-MIN TO BSD-CUR-MIN(WS-BSD-COUNT)
                   MOVE CKPT-BT-CUR-CNT TO BSD-CUR-CNT(WS-BSD-COUNT)
               END-IF
           ELSE IF WS-CKPT-TYPE = 'FN'
               PERFORM RESTORE-CHECKPOINT-FUNNEL
           END-IF.

       RESTORE-CHECKPOINT-FUNNEL.
      *>   Funnel tallies come back under their funnel name; they are
      *>   tied to funnels.ctl by APPLY-CHECKPOINT-FUNNELS once the
      *>   control file has been read.
           MOVE 0 TO WS-FNT-SLOT
           PERFORM VARYING WS-FNT-INDEX FROM 1 BY 1
                   UNTIL WS-FNT-INDEX > WS-FNT-COUNT
               IF FNT-NAME(WS-FNT-INDEX) = CKPT-FN-NAME
                       AND FNT-SITE(WS-FNT-INDEX) = CKPT-FN-SITE
                       AND FNT-DATE(WS-FNT-INDEX) = CKPT-FN-DATE
                   MOVE WS-FNT-INDEX TO WS-FNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FNT-SLOT = 0 AND WS-FNT-COUNT < 200
               ADD 1 TO WS-FNT-COUNT
               MOVE WS-FNT-COUNT TO WS-FNT-SLOT
               INITIALIZE FNT-ENTRY(WS-FNT-SLOT)
               MOVE CKPT-FN-DATE TO FNT-DATE(WS-FNT-SLOT)
               MOVE CKPT-FN-SITE TO FNT-SITE(WS-FNT-SLOT)
               MOVE CKPT-FN-NAME TO FNT-NAME(WS-FNT-SLOT)
           END-IF
           IF WS-FNT-SLOT > 0 AND CKPT-FN-STEP >= 1
               MOVE CKPT-FN-REACHED
                   TO FNT-REACHED(WS-FNT-SLOT, CKPT-FN-STEP)
               PERFORM VARYING WS-FNL-BUCKET FROM 1 BY 1
                       UNTIL WS-FNL-BUCKET > 61
                   MOVE CKPT-FN-GAP-COUNT(WS-FNL-BUCKET)
                       TO FNT-GAP-COUNT(WS-FNT-SLOT, CKPT-FN-STEP,
                                        WS-FNL-BUCKET)
               END-PERFORM
           END-IF.

       RESTORE-CHECKPOINT-RECORD.
           IF WS-CKPT-TYPE = 'CT'
               MOVE 'Y' TO WS-RESTART-MODE
                   MOVE CKPT-CT-RT-TOTAL TO WS-RT-TOTAL
                   MOVE CKPT-CT-RT-MAX TO WS-RT-MAX
               END-IF
               IF CKPT-CT-DUPLICATES IS NUMERIC
                   MOVE CKPT-CT-DUPLICATES TO WS-DUPLICATE-COUNT
               END-IF
           ELSE IF WS-CKPT-TYPE = 'SC'
               PERFORM VARYING WS-STATUS-INDEX FROM 1 BY 1
                       UNTIL WS-STATUS-INDEX > 100
                   MOVE CKPT-BD-DATE TO BFD-DATE(WS-BFD-COUNT)
                   MOVE CKPT-BD-DAY TO BFD-DAY-NUM(WS-BFD-COUNT)
                   MOVE CKPT-BD-TOTAL TO BFD-TOTAL(WS-BFD-COUNT)
                   IF CKPT-BD-BYTES IS NUMERIC
                       MOVE CKPT-BD-BYTES TO BFD-BYTES(WS-BFD-COUNT)
                       MOVE CKPT-BD-PEAK-RPM
                           TO BFD-PEAK-RPM(WS-BFD-COUNT)
                       MOVE CKPT-BD-CUR-MIN TO BFD-CUR-MIN(WS-BFD-COUNT)
                       MOVE CKPT-BD-CUR-CNT TO BFD-CUR-CNT(WS-BFD-COUNT)
                   END-IF
               END-IF
           ELSE IF WS-CKPT-TYPE = 'BS'
               IF WS-BFS-COUNT < 600
                   MOVE CKPT-BS-DATE TO BFS-DATE(WS-BFS-COUNT)
                   MOVE CKPT-BS-CODE TO BFS-CODE(WS-BFS-COUNT)
                   MOVE CKPT-BS-COUNT TO BFS-COUNT(WS-BFS-COUNT)
                   MOVE CKPT-BS-SITE TO BFS-SITE(WS-BFS-COUNT)
                   IF CKPT-BS-SITE = SPACES
                       MOVE WS-DEFAULT-SITE TO BFS-SITE(WS-BFS-COUNT)
                   END-IF
               END-IF
           ELSE IF WS-CKPT-TYPE = 'BI'
               IF WS-BFI-COUNT < 2000
                   IF CKPT-BI-SESS IS NUMERIC
                       MOVE CKPT-BI-SESS TO BFI-SESS(WS-BFI-COUNT)
                   END-IF
                   MOVE CKPT-BI-SITE TO BFI-SITE(WS-BFI-COUNT)
                   IF CKPT-BI-SITE = SPACES
                       MOVE WS-DEFAULT-SITE TO BFI-SITE(WS-BFI-COUNT)
                   END-IF
               END-IF
           ELSE IF WS-CKPT-TYPE = 'BN'
               IF WS-BFN-COUNT < 1000
                   ADD 1 TO WS-BFN-COUNT
                   MOVE CKPT-BN-DATE TO BFN-DATE(WS-BFN-COUNT)
                   MOVE CKPT-BN-LABEL TO BFN-LABEL(WS-BFN-COUNT)
                   MOVE CKPT-BN-REQS TO BFN-REQS(WS-BFN-COUNT)
                   MOVE CKPT-BN-BYTES TO BFN-BYTES(WS-BFN-COUNT)
                   MOVE CKPT-BN-ERRORS TO BFN-ERRORS(WS-BFN-COUNT)
                   MOVE CKPT-BN-SITE TO BFN-SITE(WS-BFN-COUNT)
                   IF CKPT-BN-SITE = SPACES
                       MOVE WS-DEFAULT-SITE TO BFN-SITE(WS-BFN-COUNT)
                   END-IF
               END-IF
           ELSE IF WS-CKPT-TYPE = 'BH'
               IF WS-BFH-COUNT < 1500
                   MOVE CKPT-BH-DATE TO BFH-DATE(WS-BFH-COUNT)
                   MOVE CKPT-BH-HOUR TO BFH-HOUR(WS-BFH-COUNT)
                   MOVE CKPT-BH-COUNT TO BFH-COUNT(WS-BFH-COUNT)
                   MOVE CKPT-BH-SITE TO BFH-SITE(WS-BFH-COUNT)
                   IF CKPT-BH-SITE = SPACES
                       MOVE WS-DEFAULT-SITE TO BFH-SITE(WS-BFH-COUNT)
                   END-IF
               END-IF
           ELSE IF WS-CKPT-TYPE = 'BU'
               IF WS-BFU-COUNT < 3000
                   MOVE CKPT-BU-DATE TO BFU-DATE(WS-BFU-COUNT)
                   MOVE CKPT-BU-URL TO BFU-URL(WS-BFU-COUNT)
                   MOVE CKPT-BU-COUNT TO BFU-COUNT(WS-BFU-COUNT)
                   MOVE CKPT-BU-SITE TO BFU-SITE(WS-BFU-COUNT)
                   IF CKPT-BU-SITE = SPACES
                       MOVE WS-DEFAULT-SITE TO BFU-SITE(WS-BFU-COUNT)
                   END-IF
               END-IF
           ELSE IF WS-CKPT-TYPE = 'BM'
               IF WS-BFM-COUNT < 300
                   MOVE CKPT-BM-DATE TO BFM-DATE(WS-BFM-COUNT)
                   MOVE CKPT-BM-NAME TO BFM-NAME(WS-BFM-COUNT)
                   MOVE CKPT-BM-COUNT TO BFM-COUNT(WS-BFM-COUNT)
                   MOVE CKPT-BM-SITE TO BFM-SITE(WS-BFM-COUNT)
                   IF CKPT-BM-SITE = SPACES
                       MOVE WS-DEFAULT-SITE TO BFM-SITE(WS-BFM-COUNT)
                   END-IF
               END-IF
           ELSE IF WS-CKPT-TYPE = 'MW'
               IF WS-MWC-COUNT < 600
                   MOVE CKPT-WL-4XX TO WLH-4XX(WS-WLH-COUNT)
                   MOVE CKPT-WL-5XX TO WLH-5XX(WS-WLH-COUNT)
                   MOVE CKPT-WL-OTHER TO WLH-OTHER(WS-WLH-COUNT)
                   MOVE CKPT-WL-SPEC TO WLH-SPEC(WS-WLH-COUNT)
               END-IF
           ELSE IF WS-CKPT-TYPE = 'WU'
               IF WS-WLU-COUNT < 500
                       TO FILE-AUDIT-REJECTED(WS-FILE-AUDIT-COUNT)
                   MOVE CKPT-FA-FILTERED
                       TO FILE-AUDIT-FILTERED(WS-FILE-AUDIT-COUNT)
                   MOVE 0 TO FILE-AUDIT-DUPS(WS-FILE-AUDIT-COUNT)
                   MOVE 0 TO FILE-AUDIT-FIRST(WS-FILE-AUDIT-COUNT)
                   MOVE 0 TO FILE-AUDIT-LAST(WS-FILE-AUDIT-COUNT)
                   IF CKPT-FA-DUPS IS NUMERIC
                       MOVE CKPT-FA-DUPS
                           TO FILE-AUDIT-DUPS(WS-FILE-AUDIT-COUNT)
                       MOVE CKPT-FA-FIRST
                           TO FILE-AUDIT-FIRST(WS-FILE-AUDIT-COUNT)
                       MOVE CKPT-FA-LAST
                           TO FILE-AUDIT-LAST(WS-FILE-AUDIT-COUNT)
                   END-IF
               END-IF
           ELSE
               PERFORM RESTORE-CHECKPOINT-SITE
           END-IF.

       APPLY-CHECKPOINT-NET.
               END-IF
           END-PERFORM.

       APPLY-CHECKPOINT-FUNNELS.
      *>   Restored funnel tallies are matched back to funnels.ctl by
      *>   name; a funnel no longer defined keeps funnel number zero
      *>   and is left out of the report and extract.
           PERFORM VARYING WS-FNT-INDEX FROM 1 BY 1
                   UNTIL WS-FNT-INDEX > WS-FNT-COUNT
               MOVE 0 TO FNT-FUNNEL(WS-FNT-INDEX)
               PERFORM VARYING WS-FNL-INDEX FROM 1 BY 1
                       UNTIL WS-FNL-INDEX > WS-FNL-COUNT
                   IF FNL-NAME(WS-FNL-INDEX) = FNT-NAME(WS-FNT-INDEX)
                       MOVE WS-FNL-INDEX TO FNT-FUNNEL(WS-FNT-INDEX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-FILE-DONE.
      *>   In incremental mode a file is never 'done' - it is still
      *>   growing and is re-opened every pass at its tail position.
                   TO FILE-AUDIT-REJECTED(WS-FILE-AUDIT-COUNT)
               MOVE WS-FILE-FILTERED
                   TO FILE-AUDIT-FILTERED(WS-FILE-AUDIT-COUNT)
               MOVE WS-FILE-DUPS
                   TO FILE-AUDIT-DUPS(WS-FILE-AUDIT-COUNT)
               MOVE WS-FILE-FIRST-MIN
                   TO FILE-AUDIT-FIRST(WS-FILE-AUDIT-COUNT)
               MOVE WS-FILE-LAST-MIN
                   TO FILE-AUDIT-LAST(WS-FILE-AUDIT-COUNT)
           END-IF.

       CHECK-FILE-RELISTED.
      *>   A file named twice in logfiles.ctl would be counted twice;
      *>   the second listing is skipped and reported instead.
           MOVE 'N' TO WS-RUN-FILE-RELISTED
           PERFORM VARYING WS-RUN-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-RUN-FILE-INDEX > WS-RUN-FILE-COUNT
               IF RUN-FILE-NAME(WS-RUN-FILE-INDEX) = WS-LOG-FILENAME
                   MOVE 'Y' TO WS-RUN-FILE-RELISTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RUN-FILE-RELISTED = 'N' AND WS-RUN-FILE-COUNT < 200
               ADD 1 TO WS-RUN-FILE-COUNT
               MOVE WS-LOG-FILENAME TO RUN-FILE-NAME(WS-RUN-FILE-COUNT)
           END-IF.

       SKIP-RELISTED-FILE.
      *>   Outside incremental mode the skipped listing is given its
      *>   own audit entry with every line counted as a duplicate, so
      *>   the audit shows exactly what was kept out of the totals.
           MOVE "DUPLICATE LOG FILE - listed again in logfiles.ctl"
               TO WS-EXCEPTION-REASON
           MOVE WS-LOG-FILENAME TO LOG-LINE
           PERFORM WRITE-EXCEPTION-LINE
           IF WS-INCR-MODE = 'N' AND WS-CKPT-SKIP = 'N'
               MOVE 0 TO WS-FILE-LINES
               MOVE 0 TO WS-FILE-VALID
               MOVE 0 TO WS-FILE-REJECTED
               MOVE 0 TO WS-FILE-FILTERED
               MOVE 0 TO WS-FILE-DUPS
               MOVE 0 TO WS-FILE-FIRST-MIN
               MOVE 0 TO WS-FILE-LAST-MIN
               MOVE LOW-VALUES TO LINE-END
               OPEN INPUT LOG-FILE
               IF WS-LOG-FILE-STATUS = '00'
                   PERFORM UNTIL LINE-END = HIGH-VALUE
                       READ LOG-FILE INTO LOG-LINE
                           AT END MOVE HIGH-VALUE TO LINE-END
                           NOT AT END
                               ADD 1 TO WS-FILE-LINES
                               ADD 1 TO WS-FILE-DUPS
                               ADD 1 TO WS-DUPLICATE-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF
               PERFORM RECORD-FILE-AUDIT
               PERFORM WRITE-CHECKPOINT
           END-IF.

       OPEN-LINE-KEYS.
      *>   linekeys.dat is cleared at the start of a fresh run.  A
      *>   restart keeps what it already holds, and an incremental or
      *>   amend run keeps it so lines taken by the earlier passes of
      *>   the day are still recognised.
           MOVE 'N' TO WS-DEDUP-ACTIVE
           IF WS-RESTART-MODE = 'N' AND WS-INCR-MODE = 'N'
                   AND WS-AMEND-MODE = 'N'
               OPEN OUTPUT LINE-KEY-FILE
               IF WS-LK-FILE-STATUS = '00'
                   CLOSE LINE-KEY-FILE
               END-IF
           END-IF
           OPEN I-O LINE-KEY-FILE
           IF WS-LK-FILE-STATUS NOT = '00'
               OPEN OUTPUT LINE-KEY-FILE
               IF WS-LK-FILE-STATUS = '00'
                   CLOSE LINE-KEY-FILE
                   OPEN I-O LINE-KEY-FILE
               END-IF
           END-IF
           IF WS-LK-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DEDUP-ACTIVE
               IF WS-INCR-MODE = 'Y'
                   PERFORM PURGE-LINE-KEYS
               END-IF
           ELSE
               DISPLAY "WARNING: cannot open LINE-KEY-FILE, status="
                   WS-LK-FILE-STATUS " - duplicate lines not checked"
           END-IF.

       PURGE-LINE-KEYS.
      *>   Only the last DEDUP-HOURS of lines, measured back from the
      *>   newest line already taken, are kept for an incremental
      *>   pass.  The time range each file covered inside that window
      *>   is kept for the overlap check.
           MOVE 0 TO WS-LK-NEWEST
           MOVE 0 TO WS-LK-PURGED
           MOVE 0 TO WS-PRG-COUNT
           MOVE LOW-VALUES TO LK-LINE
           START LINE-KEY-FILE KEY IS >= LK-LINE
               INVALID KEY CONTINUE
           END-START
           MOVE 'N' TO WS-LK-EOF
           PERFORM UNTIL WS-LK-EOF = 'Y'
               READ LINE-KEY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LK-EOF
                   NOT AT END
                       IF LK-MINUTE > WS-LK-NEWEST
                           MOVE LK-MINUTE TO WS-LK-NEWEST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEDUP-HOURS * 60 < WS-LK-NEWEST
               COMPUTE WS-LK-CUTOFF =
                   WS-LK-NEWEST - WS-DEDUP-HOURS * 60
           ELSE
               MOVE 0 TO WS-LK-CUTOFF
           END-IF
           IF WS-DEDUP-HOURS = 0
               COMPUTE WS-LK-CUTOFF = WS-LK-NEWEST + 1
           END-IF
           MOVE LOW-VALUES TO LK-LINE
           START LINE-KEY-FILE KEY IS >= LK-LINE
               INVALID KEY CONTINUE
           END-START
           MOVE 'N' TO WS-LK-EOF
           PERFORM UNTIL WS-LK-EOF = 'Y'
               READ LINE-KEY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LK-EOF
                   NOT AT END
                       IF LK-MINUTE < WS-LK-CUTOFF
                           DELETE LINE-KEY-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO WS-LK-PURGED
                       ELSE
                           PERFORM RECORD-PRIOR-RANGE
                       END-IF
               END-READ
           END-PERFORM.

       RECORD-PRIOR-RANGE.
           IF LK-MINUTE > 0
               PERFORM VARYING WS-PRG-INDEX FROM 1 BY 1
                       UNTIL WS-PRG-INDEX > WS-PRG-COUNT
                   IF PRG-NAME(WS-PRG-INDEX) = LK-FILE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PRG-INDEX > WS-PRG-COUNT
                   IF WS-PRG-COUNT < 100
                       ADD 1 TO WS-PRG-COUNT
                       MOVE LK-FILE TO PRG-NAME(WS-PRG-COUNT)
                       MOVE LK-MINUTE TO PRG-FIRST(WS-PRG-COUNT)
                       MOVE LK-MINUTE TO PRG-LAST(WS-PRG-COUNT)
                   END-IF
               ELSE
                   IF LK-MINUTE < PRG-FIRST(WS-PRG-INDEX)
                       MOVE LK-MINUTE TO PRG-FIRST(WS-PRG-INDEX)
                   END-IF
                   IF LK-MINUTE > PRG-LAST(WS-PRG-INDEX)
                       MOVE LK-MINUTE TO PRG-LAST(WS-PRG-INDEX)
                   END-IF
               END-IF
           END-IF.

       CHECK-DUPLICATE-LINE.
      *>   A line already taken from a different file is a duplicate
      *>   and is kept out of every count.  The same line repeated
      *>   within one file is left alone: it is a genuine repeat, and
      *>   a restarted file must not collide with its own earlier
      *>   read.
           MOVE 'N' TO WS-DUP-LINE
           IF WS-DEDUP-ACTIVE = 'Y' AND LOG-LINE NOT = SPACES
               MOVE LOG-LINE TO LK-LINE
               READ LINE-KEY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LK-FILE NOT = WS-LOG-FILENAME
                           MOVE 'Y' TO WS-DUP-LINE
                       END-IF
               END-READ
           END-IF
           IF WS-DUP-LINE = 'Y'
               ADD 1 TO WS-FILE-LINES
               ADD 1 TO WS-FILE-DUPS
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING "DUPLICATE LOG LINE - first read from "
                   FUNCTION TRIM(LK-FILE TRAILING)
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       STORE-LINE-KEY.
           IF WS-VALID-LINE = 'Y' AND WS-TS-VALID = 'Y'
               IF WS-FILE-FIRST-MIN = 0
                       OR WS-TS-MINUTES < WS-FILE-FIRST-MIN
                   MOVE WS-TS-MINUTES TO WS-FILE-FIRST-MIN
               END-IF
               IF WS-TS-MINUTES > WS-FILE-LAST-MIN
                   MOVE WS-TS-MINUTES TO WS-FILE-LAST-MIN
               END-IF
           END-IF
           IF WS-DEDUP-ACTIVE = 'Y' AND LOG-LINE NOT = SPACES
               MOVE LOG-LINE TO LK-LINE
               MOVE WS-LOG-FILENAME TO LK-FILE
               MOVE 0 TO LK-MINUTE
               IF WS-VALID-LINE = 'Y' AND WS-TS-VALID = 'Y'
                   MOVE WS-TS-MINUTES TO LK-MINUTE
               END-IF
               WRITE LINE-KEY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       FIND-TIMESTAMP-OVERLAPS.
      *>   Two different files covering the same stretch of time are
      *>   worth a look even when no line matches exactly.  An
      *>   incremental pass compares only the files it read itself,
      *>   against each other and against the earlier passes still
      *>   inside the duplicate check window.
           MOVE 0 TO WS-OVL-COUNT
           PERFORM VARYING WS-AUDIT-INDEX FROM 1 BY 1
                   UNTIL WS-AUDIT-INDEX > WS-FILE-AUDIT-COUNT
               IF WS-AUDIT-INDEX > WS-FA-PASS-START
                       AND FILE-AUDIT-FIRST(WS-AUDIT-INDEX) > 0
                   MOVE FILE-AUDIT-NAME(WS-AUDIT-INDEX)
                       TO WS-OVL-NAME-A
                   MOVE FILE-AUDIT-FIRST(WS-AUDIT-INDEX)
                       TO WS-OVL-FIRST-A
                   MOVE FILE-AUDIT-LAST(WS-AUDIT-INDEX)
                       TO WS-OVL-LAST-A
                   PERFORM VARYING WS-FA-OTHER FROM 1 BY 1
                           UNTIL WS-FA-OTHER >= WS-AUDIT-INDEX
                       IF WS-FA-OTHER > WS-FA-PASS-START
                               AND FILE-AUDIT-FIRST(WS-FA-OTHER) > 0
                           MOVE FILE-AUDIT-NAME(WS-FA-OTHER)
                               TO WS-OVL-NAME-B
                           MOVE FILE-AUDIT-FIRST(WS-FA-OTHER)
                               TO WS-OVL-FIRST-B
                           MOVE FILE-AUDIT-LAST(WS-FA-OTHER)
                               TO WS-OVL-LAST-B
                           PERFORM CHECK-RANGE-OVERLAP
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-PRG-INDEX FROM 1 BY 1
                           UNTIL WS-PRG-INDEX > WS-PRG-COUNT
                       MOVE PRG-NAME(WS-PRG-INDEX) TO WS-OVL-NAME-B
                       MOVE PRG-FIRST(WS-PRG-INDEX) TO WS-OVL-FIRST-B
                       MOVE PRG-LAST(WS-PRG-INDEX) TO WS-OVL-LAST-B
                       PERFORM CHECK-RANGE-OVERLAP
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-RANGE-OVERLAP.
           IF WS-OVL-NAME-A NOT = WS-OVL-NAME-B
                   AND WS-OVL-FIRST-A <= WS-OVL-LAST-B
                   AND WS-OVL-FIRST-B <= WS-OVL-LAST-A
               IF WS-OVL-COUNT >= 50
                   MOVE "TABLE OVERFLOW - TIMESTAMP-OVERLAP table full"
                       TO WS-EXCEPTION-REASON
                   MOVE WS-OVL-NAME-A TO LOG-LINE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   MOVE WS-OVL-FIRST-A TO WS-WIN-MINUTES
                   PERFORM FORMAT-WINDOW-TIME
                   MOVE WS-WIN-TEXT TO WS-OVL-TEXT-A1
                   MOVE WS-OVL-LAST-A TO WS-WIN-MINUTES
                   PERFORM FORMAT-WINDOW-TIME
                   MOVE WS-WIN-TEXT TO WS-OVL-TEXT-A2
                   MOVE WS-OVL-FIRST-B TO WS-WIN-MINUTES
                   PERFORM FORMAT-WINDOW-TIME
                   MOVE WS-WIN-TEXT TO WS-OVL-TEXT-B1
                   MOVE WS-OVL-LAST-B TO WS-WIN-MINUTES
                   PERFORM FORMAT-WINDOW-TIME
                   MOVE WS-WIN-TEXT TO WS-OVL-TEXT-B2
                   ADD 1 TO WS-OVL-COUNT
                   MOVE SPACES TO OVL-LINE(WS-OVL-COUNT)
                   STRING FUNCTION TRIM(WS-OVL-NAME-A TRAILING)
                       " " FUNCTION TRIM(WS-OVL-TEXT-A1 TRAILING)
                       " to " FUNCTION TRIM(WS-OVL-TEXT-A2 TRAILING)
                       " overlaps "
                       FUNCTION TRIM(WS-OVL-NAME-B TRAILING)
                       " " FUNCTION TRIM(WS-OVL-TEXT-B1 TRAILING)
                       " to " FUNCTION TRIM(WS-OVL-TEXT-B2 TRAILING)
                       DELIMITED BY SIZE INTO OVL-LINE(WS-OVL-COUNT)
               END-IF
           END-IF.

       WRITE-DUPLICATE-EXCEPTIONS.
      *>   Per-file duplicate totals and any timestamp overlaps close
      *>   out the exception file.  An incremental pass appends only
      *>   the files it read itself.
           PERFORM VARYING WS-AUDIT-INDEX FROM 1 BY 1
                   UNTIL WS-AUDIT-INDEX > WS-FILE-AUDIT-COUNT
               IF WS-AUDIT-INDEX > WS-FA-PASS-START
                   MOVE "DUPLICATES SUMMARY" TO WS-EXCEPTION-REASON
                   MOVE SPACES TO LOG-LINE
                   MOVE SPACES TO WS-OVL-TEXT-A1
                   MOVE SPACES TO WS-OVL-TEXT-A2
                   IF FILE-AUDIT-FIRST(WS-AUDIT-INDEX) > 0
                       MOVE FILE-AUDIT-FIRST(WS-AUDIT-INDEX)
                           TO WS-WIN-MINUTES
                       PERFORM FORMAT-WINDOW-TIME
                       MOVE WS-WIN-TEXT TO WS-OVL-TEXT-A1
                       MOVE FILE-AUDIT-LAST(WS-AUDIT-INDEX)
                           TO WS-WIN-MINUTES
                       PERFORM FORMAT-WINDOW-TIME
                       MOVE WS-WIN-TEXT TO WS-OVL-TEXT-A2
                   END-IF
                   STRING FUNCTION TRIM(
                           FILE-AUDIT-NAME(WS-AUDIT-INDEX) TRAILING)
                       " lines=" FILE-AUDIT-LINES(WS-AUDIT-INDEX)
                       " duplicates=" FILE-AUDIT-DUPS(WS-AUDIT-INDEX)
                       " first=" WS-OVL-TEXT-A1
                       " last=" WS-OVL-TEXT-A2
                       DELIMITED BY SIZE INTO LOG-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OVL-INDEX FROM 1 BY 1
                   UNTIL WS-OVL-INDEX > WS-OVL-COUNT
               MOVE "TIMESTAMP OVERLAP" TO WS-EXCEPTION-REASON
               MOVE OVL-LINE(WS-OVL-INDEX) TO LOG-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM.

       RECONCILE-RUN-TOTALS.
           MOVE 'N' TO WS-OUT-OF-BALANCE
           OPEN OUTPUT AUDIT-FILE
                       FILE-AUDIT-VALID(WS-AUDIT-INDEX)
                       + FILE-AUDIT-REJECTED(WS-AUDIT-INDEX)
                       + FILE-AUDIT-FILTERED(WS-AUDIT-INDEX)
                       + FILE-AUDIT-DUPS(WS-AUDIT-INDEX)
                   STRING "CHECK 4 FILE "
                       FUNCTION TRIM(
                           FILE-AUDIT-NAME(WS-AUDIT-INDEX) TRAILING)
                       DELIMITED BY SIZE INTO WS-AUDIT-LINE
                   PERFORM WRITE-AUDIT-CHECK
               END-PERFORM
               MOVE TOTAL-REQUESTS TO WS-AUDIT-EXPECTED
               MOVE 0 TO WS-AUDIT-ACTUAL
               PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
                       UNTIL WS-SITE-INDEX > WS-SITE-COUNT
                   ADD SITE-REQS(WS-SITE-INDEX) TO WS-AUDIT-ACTUAL
               END-PERFORM
               MOVE "CHECK 5 SITE CROSS-FOOT" TO WS-AUDIT-LINE
               PERFORM WRITE-AUDIT-CHECK
               PERFORM WRITE-AUDIT-DUPLICATES
               IF WS-OUT-OF-BALANCE = 'Y'
                   MOVE "OVERALL VERDICT: OUT OF BALANCE"
                       TO WS-AUDIT-LINE
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-LINE.

       WRITE-AUDIT-DUPLICATES.
      *>   Duplicate lines are in each file's line count but in none
      *>   of the totals above; this section accounts for them.
           MOVE "DUPLICATES" TO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE
           PERFORM VARYING WS-AUDIT-INDEX FROM 1 BY 1
                   UNTIL WS-AUDIT-INDEX > WS-FILE-AUDIT-COUNT
               STRING "  FILE "
                   FUNCTION TRIM(
                       FILE-AUDIT-NAME(WS-AUDIT-INDEX) TRAILING)
                   ": lines=" FILE-AUDIT-LINES(WS-AUDIT-INDEX)
                   " duplicates=" FILE-AUDIT-DUPS(WS-AUDIT-INDEX)
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
               PERFORM WRITE-AUDIT-LINE
           END-PERFORM
           STRING "  TOTAL DUPLICATE LINES EXCLUDED: "
               WS-DUPLICATE-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE
           PERFORM VARYING WS-OVL-INDEX FROM 1 BY 1
                   UNTIL WS-OVL-INDEX > WS-OVL-COUNT
               STRING "  TIMESTAMP OVERLAP: "
                   FUNCTION TRIM(OVL-LINE(WS-OVL-INDEX) TRAILING)
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
               PERFORM WRITE-AUDIT-LINE
           END-PERFORM.

       RECORD-FILE-DONE.
      *>   Incremental files are never recorded as done - they are
      *>   still growing and get re-read from their tail position.
               MOVE WS-RT-LINES TO CKPT-CT-RT-LINES
               MOVE WS-RT-TOTAL TO CKPT-CT-RT-TOTAL
               MOVE WS-RT-MAX TO CKPT-CT-RT-MAX
               MOVE WS-RUN-MODE TO CKPT-CT-RUN-MODE
               MOVE WS-DUPLICATE-COUNT TO CKPT-CT-DUPLICATES
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               PERFORM VARYING WS-STATUS-INDEX FROM 1 BY 1
                       UNTIL WS-STATUS-INDEX > 100
                       TO CKPT-FA-REJECTED
                   MOVE FILE-AUDIT-FILTERED(WS-AUDIT-INDEX)
                       TO CKPT-FA-FILTERED
                   MOVE FILE-AUDIT-DUPS(WS-AUDIT-INDEX)
                       TO CKPT-FA-DUPS
                   MOVE FILE-AUDIT-FIRST(WS-AUDIT-INDEX)
                       TO CKPT-FA-FIRST
                   MOVE FILE-AUDIT-LAST(WS-AUDIT-INDEX)
                       TO CKPT-FA-LAST
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BFD-INDEX FROM 1 BY 1
                   MOVE BFD-DATE(WS-BFD-INDEX) TO CKPT-BD-DATE
                   MOVE BFD-DAY-NUM(WS-BFD-INDEX) TO CKPT-BD-DAY
                   MOVE BFD-TOTAL(WS-BFD-INDEX) TO CKPT-BD-TOTAL
                   MOVE BFD-BYTES(WS-BFD-INDEX) TO CKPT-BD-BYTES
                   MOVE BFD-PEAK-RPM(WS-BFD-INDEX) TO CKPT-BD-PEAK-RPM
                   MOVE BFD-CUR-MIN(WS-BFD-INDEX) TO CKPT-BD-CUR-MIN
                   MOVE BFD-CUR-CNT(WS-BFD-INDEX) TO CKPT-BD-CUR-CNT
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BFS-INDEX FROM 1 BY 1
                   MOVE BFS-DATE(WS-BFS-INDEX) TO CKPT-BS-DATE
                   MOVE BFS-CODE(WS-BFS-INDEX) TO CKPT-BS-CODE
                   MOVE BFS-COUNT(WS-BFS-INDEX) TO CKPT-BS-COUNT
                   MOVE BFS-SITE(WS-BFS-INDEX) TO CKPT-BS-SITE
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BFI-INDEX FROM 1 BY 1
                   MOVE BFI-COUNT(WS-BFI-INDEX) TO CKPT-BI-COUNT
                   MOVE BFI-BYTES(WS-BFI-INDEX) TO CKPT-BI-BYTES
                   MOVE BFI-SESS(WS-BFI-INDEX) TO CKPT-BI-SESS
                   MOVE BFI-SITE(WS-BFI-INDEX) TO CKPT-BI-SITE
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BFN-INDEX FROM 1 BY 1
                       UNTIL WS-BFN-INDEX > WS-BFN-COUNT
                   MOVE SPACES TO WS-CKPT-REC
                   MOVE 'BN' TO WS-CKPT-TYPE
                   MOVE BFN-DATE(WS-BFN-INDEX) TO CKPT-BN-DATE
                   MOVE BFN-LABEL(WS-BFN-INDEX) TO CKPT-BN-LABEL
                   MOVE BFN-REQS(WS-BFN-INDEX) TO CKPT-BN-REQS
                   MOVE BFN-BYTES(WS-BFN-INDEX) TO CKPT-BN-BYTES
                   MOVE BFN-ERRORS(WS-BFN-INDEX) TO CKPT-BN-ERRORS
                   MOVE BFN-SITE(WS-BFN-INDEX) TO CKPT-BN-SITE
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BFH-INDEX FROM 1 BY 1
                   MOVE BFH-DATE(WS-BFH-INDEX) TO CKPT-BH-DATE
                   MOVE BFH-HOUR(WS-BFH-INDEX) TO CKPT-BH-HOUR
                   MOVE BFH-COUNT(WS-BFH-INDEX) TO CKPT-BH-COUNT
                   MOVE BFH-SITE(WS-BFH-INDEX) TO CKPT-BH-SITE
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BFU-INDEX FROM 1 BY 1
                   MOVE BFU-DATE(WS-BFU-INDEX) TO CKPT-BU-DATE
                   MOVE BFU-URL(WS-BFU-INDEX) TO CKPT-BU-URL
                   MOVE BFU-COUNT(WS-BFU-INDEX) TO CKPT-BU-COUNT
                   MOVE BFU-SITE(WS-BFU-INDEX) TO CKPT-BU-SITE
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BFM-INDEX FROM 1 BY 1
                   MOVE BFM-DATE(WS-BFM-INDEX) TO CKPT-BM-DATE
                   MOVE BFM-NAME(WS-BFM-INDEX) TO CKPT-BM-NAME
                   MOVE BFM-COUNT(WS-BFM-INDEX) TO CKPT-BM-COUNT
                   MOVE BFM-SITE(WS-BFM-INDEX) TO CKPT-BM-SITE
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-BSD-INDEX FROM 1 BY 1
                       UNTIL WS-BSD-INDEX > WS-BSD-COUNT
                   MOVE SPACES TO WS-CKPT-REC
                   MOVE 'BT' TO WS-CKPT-TYPE
                   MOVE BSD-DATE(WS-BSD-INDEX) TO CKPT-BT-DATE
                   MOVE BSD-SITE(WS-BSD-INDEX) TO CKPT-BT-SITE
                   MOVE BSD-TOTAL(WS-BSD-INDEX) TO CKPT-BT-TOTAL
                   MOVE BSD-BYTES(WS-BSD-INDEX) TO CKPT-BT-BYTES
                   MOVE BSD-PEAK-RPM(WS-BSD-INDEX) TO CKPT-BT-PEAK-RPM
                   MOVE BSD-CUR-MIN(WS-BSD-INDEX) TO CKPT-BT-CUR-MIN
                   MOVE BSD-CUR-CNT(WS-BSD-INDEX) TO CKPT-BT-CUR-CNT
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM WRITE-CHECKPOINT-SITES
               PERFORM VARYING WS-MWC-INDEX FROM 1 BY 1
                       UNTIL WS-MWC-INDEX > WS-MWC-COUNT
                   MOVE SPACES TO WS-CKPT-REC
                   MOVE WLH-4XX(WS-WLH-INDEX) TO CKPT-WL-4XX
                   MOVE WLH-5XX(WS-WLH-INDEX) TO CKPT-WL-5XX
                   MOVE WLH-OTHER(WS-WLH-INDEX) TO CKPT-WL-OTHER
                   MOVE WLH-SPEC(WS-WLH-INDEX) TO CKPT-WL-SPEC
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-WLU-INDEX FROM 1 BY 1
                   MOVE WLU-CNT(WS-WLU-INDEX) TO CKPT-WU-COUNT
                   WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
               END-PERFORM
               PERFORM VARYING WS-FNT-INDEX FROM 1 BY 1
                       UNTIL WS-FNT-INDEX > WS-FNT-COUNT
                   PERFORM VARYING WS-FNL-STEP FROM 1 BY 1
                           UNTIL WS-FNL-STEP > 8
                       IF FNT-REACHED(WS-FNT-INDEX, WS-FNL-STEP) > 0
                           MOVE SPACES TO WS-CKPT-REC
                           MOVE 'FN' TO WS-CKPT-TYPE
                           MOVE FNT-DATE(WS-FNT-INDEX) TO CKPT-FN-DATE
                           MOVE FNT-SITE(WS-FNT-INDEX) TO CKPT-FN-SITE
                           MOVE FNT-NAME(WS-FNT-INDEX) TO CKPT-FN-NAME
                           MOVE WS-FNL-STEP TO CKPT-FN-STEP
                           MOVE FNT-REACHED(WS-FNT-INDEX, WS-FNL-STEP)
                               TO CKPT-FN-REACHED
                           PERFORM VARYING WS-FNL-BUCKET FROM 1 BY 1
                                   UNTIL WS-FNL-BUCKET > 61
                               MOVE FNT-GAP-COUNT(WS-FNT-INDEX,
                                   WS-FNL-STEP, WS-FNL-BUCKET)
                                   TO CKPT-FN-GAP-COUNT(WS-FNL-BUCKET)
                           END-PERFORM
                           WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO WS-CKPT-REC
               MOVE 'EN' TO WS-CKPT-TYPE
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-REC
           MOVE 'hourcounts.csv' TO WS-ARCHIVE-SOURCE
           PERFORM ARCHIVE-ONE-OUTPUT
           MOVE 'urlcounts.csv' TO WS-ARCHIVE-SOURCE
           PERFORM ARCHIVE-ONE-OUTPUT
           MOVE 'netcounts.csv' TO WS-ARCHIVE-SOURCE
           PERFORM ARCHIVE-ONE-OUTPUT
           MOVE 'funnelcounts.csv' TO WS-ARCHIVE-SOURCE
           PERFORM ARCHIVE-ONE-OUTPUT.

       ARCHIVE-ONE-OUTPUT.
                       UNTIL WS-INDEX > WS-PARM-ECHO-COUNT
                   STRING "PARM " WS-PARM-ECHO-LINE(WS-INDEX)
                       DELIMITED BY SIZE INTO WS-RH-LINE
                   IF WS-PRIVACY-MODE NOT = 'N'
                       MOVE WS-RH-LINE TO WS-PRV-LINE
                       MOVE 200 TO WS-PRV-LIMIT
                       PERFORM MASK-LINE-ADDRESSES
                       MOVE WS-PRV-LINE TO WS-RH-LINE
                   END-IF
                   WRITE RUN-HISTORY-RECORD FROM WS-RH-LINE
                   MOVE SPACES TO WS-RH-LINE
               END-PERFORM
           END-IF.

       PARSE-NETWORK-RECORD.
      *>   A reference line is either 'address/nn label...' or
      *>   'start-ip end-ip label...'; the label may contain spaces.
      *>   Addresses may be IPv4 or IPv6.
           IF WS-NET-COUNT >= 100
               MOVE "TABLE OVERFLOW - network range table full"
                   TO WS-EXCEPTION-REASON
           MOVE SPACES TO WS-NET-PREFIX-PART
           UNSTRING WS-NET-TOK1 DELIMITED BY '/'
               INTO WS-NET-ADDR-PART WS-NET-PREFIX-PART
           PERFORM SET-CIDR-HEX-RANGE
           IF WS-IPNUM-VALID = 'Y'
               ADD 1 TO WS-NET-COUNT
               MOVE WS-HEX-LOW TO NET-START(WS-NET-COUNT)
               MOVE WS-HEX-HIGH TO NET-END(WS-NET-COUNT)
               PERFORM STORE-NETWORK-LABEL
           ELSE
               MOVE "BAD NETWORK RANGE - invalid CIDR reference line"

       PARSE-NETWORK-RANGE.
           MOVE WS-NET-TOK1 TO WS-IPNUM-IN
           PERFORM CONVERT-IP-TO-HEX
           IF WS-IPNUM-VALID = 'Y'
               ADD 1 TO WS-NET-COUNT
               MOVE WS-IPNUM-HEX TO NET-START(WS-NET-COUNT)
               MOVE WS-NET-TOK2 TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'Y'
                       AND WS-IPNUM-HEX >= NET-START(WS-NET-COUNT)
                   MOVE WS-IPNUM-HEX TO NET-END(WS-NET-COUNT)
                   PERFORM STORE-NETWORK-LABEL
               ELSE
                   SUBTRACT 1 FROM WS-NET-COUNT
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

       NORMALIZE-LOG-IP.
      *>   An IPv6 client address is rewritten in its canonical form
      *>   so every spelling of one address counts as one client.
      *>   IPv4 text is kept exactly as logged.
           MOVE 'Y' TO WS-IPNUM-VALID
           MOVE 0 TO WS-V6-COLONS
           INSPECT WS-IP TALLYING WS-V6-COLONS FOR ALL ':'
           IF WS-V6-COLONS > 0
               MOVE WS-IP TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'Y'
                   PERFORM FORMAT-IP-TEXT
                   MOVE WS-IPNUM-TEXT TO WS-IP
               END-IF
           END-IF.

       MASK-ADDRESS-FIELD.
      *>   WS-PRV-ADDR holds one address; under a privacy mode it is
      *>   replaced by its pseudonym or truncated form.  Anything that
      *>   is not a valid address is left as it is.
           IF WS-PRIVACY-MODE NOT = 'N' AND WS-PRV-ADDR NOT = SPACES
               PERFORM SAVE-ADDRESS-WORK
               MOVE WS-PRV-ADDR TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'Y'
                   PERFORM MASK-ONE-ADDRESS
                   MOVE WS-PRV-MASKED TO WS-PRV-ADDR
               END-IF
               PERFORM RESTORE-ADDRESS-WORK
           END-IF.

       MASK-LINE-ADDRESSES.
      *>   Every IPv4 or IPv6 address in WS-PRV-LINE, in any spelling
      *>   and with or without a :port, is replaced by its masked
      *>   form.  Tokens are runs of hex digits, dots and colons, so
      *>   10.0.0.1 is never matched inside 110.0.0.12.  The line is
      *>   rebuilt in WS-PRV-WORK since a pseudonym can be longer than
      *>   the address it replaces.
           PERFORM SAVE-ADDRESS-WORK
           MOVE SPACES TO WS-PRV-WORK
           MOVE 'N' TO WS-PRV-OVERFLOW
           MOVE 1 TO WS-PRV-OUT-PTR
           MOVE 1 TO WS-PRV-POS
           MOVE 0 TO WS-PRV-LEN
           IF WS-PRV-LINE NOT = SPACES
               COMPUTE WS-PRV-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PRV-LINE TRAILING))
           END-IF
           PERFORM UNTIL WS-PRV-POS > WS-PRV-LEN
               MOVE WS-PRV-LINE(WS-PRV-POS:1) TO WS-PRV-CHAR
               IF (WS-PRV-CHAR >= '0' AND WS-PRV-CHAR <= '9')
                       OR (WS-PRV-CHAR >= 'a' AND WS-PRV-CHAR <= 'f')
                       OR (WS-PRV-CHAR >= 'A' AND WS-PRV-CHAR <= 'F')
                       OR WS-PRV-CHAR = ':'
                   PERFORM MASK-ADDRESS-TOKEN
               ELSE
                   STRING WS-PRV-CHAR DELIMITED BY SIZE
                       INTO WS-PRV-WORK WITH POINTER WS-PRV-OUT-PTR
                       ON OVERFLOW MOVE 'Y' TO WS-PRV-OVERFLOW
                   END-STRING
                   ADD 1 TO WS-PRV-POS
               END-IF
           END-PERFORM
           IF WS-PRV-OUT-PTR > WS-PRV-LIMIT + 1
               MOVE 'Y' TO WS-PRV-OVERFLOW
           END-IF
           IF WS-PRV-OVERFLOW = 'Y'
               MOVE SPACES TO WS-PRV-WORK(WS-PRV-LIMIT - 11:)
               MOVE WS-PRV-MARK TO WS-PRV-WORK(WS-PRV-LIMIT - 11:12)
               DISPLAY "WARNING: masked line longer than " WS-PRV-LIMIT
                   " characters, written truncated"
           END-IF
           MOVE WS-PRV-WORK TO WS-PRV-LINE
           PERFORM RESTORE-ADDRESS-WORK.

       MASK-ADDRESS-TOKEN.
           MOVE WS-PRV-POS TO WS-PRV-START
           MOVE SPACES TO WS-PRV-TOKEN
           MOVE 0 TO WS-PRV-TOK-LEN
           MOVE 0 TO WS-PRV-DOTS
           MOVE 0 TO WS-PRV-COLONS
           MOVE 0 TO WS-PRV-DIGITS
           PERFORM UNTIL WS-PRV-POS > WS-PRV-LEN
               MOVE WS-PRV-LINE(WS-PRV-POS:1) TO WS-PRV-CHAR
               EVALUATE TRUE
                   WHEN (WS-PRV-CHAR >= '0' AND WS-PRV-CHAR <= '9')
                           OR (WS-PRV-CHAR >= 'a' AND WS-PRV-CHAR <= 'f')
                           OR (WS-PRV-CHAR >= 'A' AND WS-PRV-CHAR <= 'F')
                       ADD 1 TO WS-PRV-DIGITS
                   WHEN WS-PRV-CHAR = '.'
                       ADD 1 TO WS-PRV-DOTS
                   WHEN WS-PRV-CHAR = ':'
                       ADD 1 TO WS-PRV-COLONS
                   WHEN OTHER
                       EXIT PERFORM
               END-EVALUATE
               ADD 1 TO WS-PRV-TOK-LEN
               IF WS-PRV-TOK-LEN <= 45
                   MOVE WS-PRV-CHAR TO WS-PRV-TOKEN(WS-PRV-TOK-LEN:1)
               END-IF
               ADD 1 TO WS-PRV-POS
           END-PERFORM
      *>   A full stop closing a sentence, or a colon after a label,
      *>   is not part of the address ('::' at the end is); an IPv4
      *>   address followed by :port keeps the port as it is.
           MOVE WS-PRV-TOK-LEN TO WS-PRV-ADDR-LEN
           MOVE 'N' TO WS-PRV-CANDIDATE
           IF WS-PRV-TOK-LEN > 1 AND WS-PRV-TOK-LEN <= 45
               EVALUATE TRUE
                   WHEN WS-PRV-TOKEN(WS-PRV-TOK-LEN:1) = '.'
                       SUBTRACT 1 FROM WS-PRV-ADDR-LEN
                       SUBTRACT 1 FROM WS-PRV-DOTS
                   WHEN WS-PRV-TOKEN(WS-PRV-TOK-LEN:1) = ':'
                           AND WS-PRV-TOKEN(WS-PRV-TOK-LEN - 1:1)
                               NOT = ':'
                       SUBTRACT 1 FROM WS-PRV-ADDR-LEN
                       SUBTRACT 1 FROM WS-PRV-COLONS
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-PRV-DOTS = 3 AND WS-PRV-COLONS = 0
                           AND WS-PRV-ADDR-LEN <= 15
                       MOVE 'Y' TO WS-PRV-CANDIDATE
                   WHEN WS-PRV-DOTS = 3 AND WS-PRV-COLONS = 1
                       MOVE 0 TO WS-PRV-PORT-DOTS
                       INSPECT WS-PRV-TOKEN TALLYING WS-PRV-PORT-DOTS
                           FOR ALL '.' BEFORE INITIAL ':'
                       IF WS-PRV-PORT-DOTS = 3
                           MOVE 0 TO WS-PRV-ADDR-LEN
                           INSPECT WS-PRV-TOKEN TALLYING WS-PRV-ADDR-LEN
                               FOR CHARACTERS BEFORE INITIAL ':'
                           IF WS-PRV-ADDR-LEN <= 15
                               MOVE 'Y' TO WS-PRV-CANDIDATE
                           END-IF
                       END-IF
                   WHEN WS-PRV-COLONS >= 2 AND WS-PRV-DIGITS > 0
                       MOVE 'Y' TO WS-PRV-CANDIDATE
               END-EVALUATE
           END-IF
           IF WS-PRV-CANDIDATE = 'Y'
               MOVE SPACES TO WS-IPNUM-IN
               MOVE WS-PRV-TOKEN(1:WS-PRV-ADDR-LEN) TO WS-IPNUM-IN
               PERFORM CONVERT-IP-TO-HEX
               IF WS-IPNUM-VALID = 'N'
                   MOVE 'N' TO WS-PRV-CANDIDATE
               END-IF
           END-IF
           IF WS-PRV-CANDIDATE = 'Y'
               PERFORM MASK-ONE-ADDRESS
               STRING FUNCTION TRIM(WS-PRV-MASKED TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-PRV-WORK WITH POINTER WS-PRV-OUT-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-PRV-OVERFLOW
               END-STRING
               IF WS-PRV-TOK-LEN > WS-PRV-ADDR-LEN
                   STRING WS-PRV-LINE(WS-PRV-START + WS-PRV-ADDR-LEN:
                           WS-PRV-TOK-LEN - WS-PRV-ADDR-LEN)
                       DELIMITED BY SIZE
                       INTO WS-PRV-WORK WITH POINTER WS-PRV-OUT-PTR
                       ON OVERFLOW MOVE 'Y' TO WS-PRV-OVERFLOW
                   END-STRING
               END-IF
           ELSE
               STRING WS-PRV-LINE(WS-PRV-START:WS-PRV-TOK-LEN)
                   DELIMITED BY SIZE
                   INTO WS-PRV-WORK WITH POINTER WS-PRV-OUT-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-PRV-OVERFLOW
               END-STRING
           END-IF.

       MASK-ONE-ADDRESS.
      *>   WS-IPNUM-HEX (a valid address) to WS-PRV-MASKED.
           MOVE SPACES TO WS-PRV-MASKED
           IF WS-PRIVACY-MODE = 'T'
               IF WS-IPNUM-HEX(1:24) = WS-IPNUM-V4-PREFIX
                   MOVE '00' TO WS-IPNUM-HEX(31:2)
               ELSE
                   MOVE ALL '0' TO WS-IPNUM-HEX(13:20)
               END-IF
               PERFORM FORMAT-IP-TEXT
               MOVE WS-IPNUM-TEXT TO WS-PRV-MASKED
           ELSE
               PERFORM HASH-ADDRESS-PSEUDONYM
           END-IF.

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

       SAVE-ADDRESS-WORK.
      *>   Masking runs while a log line may be part way through the
      *>   address routines, so their results are put back after.
           MOVE WS-IPNUM-IN TO WS-PRV-SAVE-IN
           MOVE WS-IPNUM-OUT TO WS-PRV-SAVE-OUT
           MOVE WS-IPNUM-VALID TO WS-PRV-SAVE-VALID
           MOVE WS-IPNUM-FAMILY TO WS-PRV-SAVE-FAMILY
           MOVE WS-IPNUM-HEX TO WS-PRV-SAVE-HEX
           MOVE WS-IPNUM-TEXT TO WS-PRV-SAVE-TEXT.

       RESTORE-ADDRESS-WORK.
           MOVE WS-PRV-SAVE-IN TO WS-IPNUM-IN
           MOVE WS-PRV-SAVE-OUT TO WS-IPNUM-OUT
           MOVE WS-PRV-SAVE-VALID TO WS-IPNUM-VALID
           MOVE WS-PRV-SAVE-FAMILY TO WS-IPNUM-FAMILY
           MOVE WS-PRV-SAVE-HEX TO WS-IPNUM-HEX
           MOVE WS-PRV-SAVE-TEXT TO WS-IPNUM-TEXT.

       LOAD-FUNNEL-TABLE.
      *>   funnels.ctl names each funnel on a FUNNEL= line followed by
      *>   its steps, in order, on STEP= lines, e.g.
      *>       FUNNEL=checkout
      *>       STEP=/landing
      *>       STEP=/product
      *>       STEP=/cart
      *>       STEP=/checkout/confirm
      *>   Step URLs are normalized the same way as the log URLs, so
      *>   any query string on a step is dropped.
           MOVE 0 TO WS-FNL-COUNT
           MOVE 'N' TO WS-FNL-OPEN
           OPEN INPUT FUNNEL-FILE
           IF WS-FUNNEL-FILE-STATUS = '00'
               MOVE 'N' TO WS-FNL-EOF
               PERFORM UNTIL WS-FNL-EOF = 'Y'
                   READ FUNNEL-FILE
                       AT END MOVE 'Y' TO WS-FNL-EOF
                       NOT AT END
                           IF FUNNEL-RECORD NOT = SPACES
                                   AND FUNNEL-RECORD(1:1) NOT = '*'
                               PERFORM PARSE-FUNNEL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNNEL-FILE
               PERFORM CLOSE-FUNNEL-DEFINITION
           END-IF.

       PARSE-FUNNEL-RECORD.
           MOVE SPACES TO WS-FNL-KEY
           MOVE SPACES TO WS-FNL-VALUE
           MOVE 1 TO WS-FNL-PTR
           UNSTRING FUNNEL-RECORD DELIMITED BY '='
               INTO WS-FNL-KEY WITH POINTER WS-FNL-PTR
           IF WS-FNL-PTR <= 120
               MOVE FUNNEL-RECORD(WS-FNL-PTR:) TO WS-FNL-VALUE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FNL-KEY))
               TO WS-FNL-KEY
           MOVE FUNCTION TRIM(WS-FNL-VALUE) TO WS-FNL-VALUE
           IF WS-FNL-KEY = 'FUNNEL'
               PERFORM CLOSE-FUNNEL-DEFINITION
               PERFORM OPEN-FUNNEL-DEFINITION
           ELSE IF WS-FNL-KEY = 'STEP'
               IF WS-FNL-OPEN = 'N'
                   MOVE "BAD FUNNEL DEFINITION - step outside a funnel"
                       TO WS-EXCEPTION-REASON
                   MOVE FUNNEL-RECORD TO LOG-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE IF FNL-STEP-COUNT(WS-FNL-COUNT) >= 8
                   MOVE "BAD FUNNEL DEFINITION - more than 8 steps"
                       TO WS-EXCEPTION-REASON
                   MOVE FUNNEL-RECORD TO LOG-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   MOVE SPACES TO WS-FNL-URL
                   MOVE SPACES TO WS-FNL-QUERY
                   UNSTRING WS-FNL-VALUE DELIMITED BY '?'
                       INTO WS-FNL-URL WS-FNL-QUERY
                   IF WS-FNL-URL = SPACES
                       MOVE '/' TO WS-FNL-URL
                   END-IF
                   ADD 1 TO FNL-STEP-COUNT(WS-FNL-COUNT)
                   MOVE WS-FNL-URL TO FNL-STEP-URL(WS-FNL-COUNT,
                       FNL-STEP-COUNT(WS-FNL-COUNT))
               END-IF
           ELSE
               MOVE "BAD FUNNEL DEFINITION - unknown keyword"
                   TO WS-EXCEPTION-REASON
               MOVE FUNNEL-RECORD TO LOG-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       OPEN-FUNNEL-DEFINITION.
           MOVE 'N' TO WS-FNL-OPEN
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FNL-INDEX FROM 1 BY 1
                   UNTIL WS-FNL-INDEX > WS-FNL-COUNT
               IF FNL-NAME(WS-FNL-INDEX) = WS-FNL-VALUE(1:20)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FNL-VALUE = SPACES OR WS-FOUND = 'Y'
               MOVE "BAD FUNNEL DEFINITION - blank or repeated name"
                   TO WS-EXCEPTION-REASON
               MOVE FUNNEL-RECORD TO LOG-LINE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-FNL-COUNT >= 10
               MOVE "TABLE OVERFLOW - funnel table full"
                   TO WS-EXCEPTION-REASON
               MOVE FUNNEL-RECORD TO LOG-LINE
               ADD 1 TO WS-OVERFLOW-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-FNL-COUNT
               INITIALIZE FNL-ENTRY(WS-FNL-COUNT)
               MOVE WS-FNL-VALUE TO FNL-NAME(WS-FNL-COUNT)
               MOVE 'Y' TO WS-FNL-OPEN
           END-IF.

       CLOSE-FUNNEL-DEFINITION.
      *>   A funnel needs at least two steps to have a conversion
      *>   rate; one with fewer is dropped.
           IF WS-FNL-OPEN = 'Y'
               IF FNL-STEP-COUNT(WS-FNL-COUNT) < 2
                   MOVE "BAD FUNNEL DEFINITION - fewer than 2 steps"
                       TO WS-EXCEPTION-REASON
                   MOVE SPACES TO LOG-LINE
                   STRING "FUNNEL=" FNL-NAME(WS-FNL-COUNT)
                       DELIMITED BY SIZE INTO LOG-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   INITIALIZE FNL-ENTRY(WS-FNL-COUNT)
                   SUBTRACT 1 FROM WS-FNL-COUNT
               END-IF
           END-IF
           MOVE 'N' TO WS-FNL-OPEN.

       LOAD-SLA-TARGETS.
           OPEN INPUT SLA-TARGET-FILE
           IF WS-SLA-FILE-STATUS = '00'
               MOVE 'N' TO WS-SLA-EOF
               PERFORM UNTIL WS-SLA-EOF = 'Y'
                   READ SLA-TARGET-FILE
                       AT END MOVE 'Y' TO WS-SLA-EOF
                       NOT AT END
                           IF SLA-TARGET-RECORD NOT = SPACES
                                   AND SLA-TARGET-RECORD(1:1) NOT = '*'
                               PERFORM PARSE-SLA-TARGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-TARGET-FILE
           END-IF.

       PARSE-SLA-TARGET.
      *>   A target line is '<path-prefix> <max-error-pct>', e.g.
      *>   '/api/ 1.0' or '/checkout/ 0.5'; the prefix is matched
      *>   exactly against the path-rollup prefixes at end of job.
      *>   An optional third token, e.g. '/api/ 1.0 EAST', holds the
      *>   target to that site's traffic only.
           IF WS-SLA-COUNT >= 50
               MOVE "TABLE OVERFLOW - SLA target table full"
                   TO WS-EXCEPTION-REASON
               MOVE SLA-TARGET-RECORD TO LOG-LINE
               ADD 1 TO WS-OVERFLOW-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
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
               IF WS-SLA-TOK1 NOT = SPACES
                       AND FUNCTION TRIM(WS-SLA-CHECK) IS NUMERIC
                       AND WS-SLA-DOTS <= 1
                       AND WS-SITE-VALID = 'Y'
                   ADD 1 TO WS-SLA-COUNT
                   MOVE WS-SLA-TOK1 TO SLA-PREFIX(WS-SLA-COUNT)
                   MOVE WS-SITE-CODE TO SLA-SITE(WS-SLA-COUNT)
                   COMPUTE SLA-LIMIT(WS-SLA-COUNT) =
                       FUNCTION NUMVAL(WS-SLA-TOK2)
               ELSE
                   MOVE "BAD SLA TARGET - invalid target line"
                       TO WS-EXCEPTION-REASON
                   MOVE SLA-TARGET-RECORD TO LOG-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       SET-SLA-LABEL.
           MOVE SPACES TO WS-SLA-LABEL
           IF SLA-SITE(WS-SLA-INDEX) = SPACES
               MOVE SLA-PREFIX(WS-SLA-INDEX) TO WS-SLA-LABEL
           ELSE
               STRING FUNCTION TRIM(SLA-PREFIX(WS-SLA-INDEX) TRAILING)
                   " [" FUNCTION TRIM(SLA-SITE(WS-SLA-INDEX) TRAILING)
                   "]"
                   DELIMITED BY SIZE INTO WS-SLA-LABEL
           END-IF.

       EVALUATE-SLA-TARGETS.
           MOVE 'N' TO WS-SLA-BREACH
           PERFORM VARYING WS-SLA-INDEX FROM 1 BY 1
                   UNTIL WS-SLA-INDEX > WS-SLA-COUNT
               MOVE 0 TO SLA-REQS(WS-SLA-INDEX)
               MOVE 0 TO SLA-ERRS(WS-SLA-INDEX)
               MOVE 0 TO SLA-RATE(WS-SLA-INDEX)
               IF SLA-SITE(WS-SLA-INDEX) = SPACES
                   PERFORM VARYING WS-PATH-INDEX FROM 1 BY 1
                           UNTIL WS-PATH-INDEX > 200
                       IF PATH-ROLLUP-PREFIX(WS-PATH-INDEX)
                               = SLA-PREFIX(WS-SLA-INDEX)
                           ADD PATH-ROLLUP-COUNT(WS-PATH-INDEX)
                               TO SLA-REQS(WS-SLA-INDEX)
                       END-IF
                   END-PERFORM
                   COMPUTE WS-SLA-PFX-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(SLA-PREFIX(WS-SLA-INDEX) TRAILING))
                   PERFORM VARYING WS-ERR-URL-INDEX FROM 1 BY 1
                           UNTIL WS-ERR-URL-INDEX > 300
                               OR ERR-URL-ADDRESS(WS-ERR-URL-INDEX)
                                   = SPACES
                       IF ERR-URL-ADDRESS(WS-ERR-URL-INDEX)
                               (1:WS-SLA-PFX-LEN)
                               = SLA-PREFIX(WS-SLA-INDEX)
                                   (1:WS-SLA-PFX-LEN)
                           ADD ERR-URL-4XX(WS-ERR-URL-INDEX)
                               TO SLA-ERRS(WS-SLA-INDEX)
                           ADD ERR-URL-5XX(WS-ERR-URL-INDEX)
                               TO SLA-ERRS(WS-SLA-INDEX)
                       END-IF
                   END-PERFORM
               ELSE
      *>           A site-scoped target is measured from the site's
      *>           own path rollup, which counts its errors as well.
                   PERFORM VARYING WS-SPR-INDEX FROM 1 BY 1
                           UNTIL WS-SPR-INDEX > WS-SPR-COUNT
                       IF SPR-SITE(WS-SPR-INDEX) = SLA-SITE(WS-SLA-INDEX)
                               AND SPR-PREFIX(WS-SPR-INDEX)
                                   = SLA-PREFIX(WS-SLA-INDEX)
                           ADD SPR-COUNT(WS-SPR-INDEX)
                               TO SLA-REQS(WS-SLA-INDEX)
                           ADD SPR-ERRS(WS-SPR-INDEX)
                               TO SLA-ERRS(WS-SLA-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
               IF SLA-REQS(WS-SLA-INDEX) > 0
                   COMPUTE SLA-RATE(WS-SLA-INDEX) ROUNDED =
                       (SLA-ERRS(WS-SLA-INDEX) * 100)
               IF SLA-RATE(WS-SLA-INDEX) > SLA-LIMIT(WS-SLA-INDEX)
                   MOVE 'FAIL' TO SLA-VERDICT(WS-SLA-INDEX)
                   MOVE 'Y' TO WS-SLA-BREACH
                   MOVE SLA-RATE(WS-SLA-INDEX) TO WS-SLA-RATE-EDIT
                   MOVE SLA-LIMIT(WS-SLA-INDEX) TO WS-SLA-LIMIT-EDIT
                   MOVE SPACES TO WS-IEV-DETAIL
                   STRING "SLA BREACH error rate "
                       FUNCTION TRIM(WS-SLA-RATE-EDIT)
                       "% vs target "
                       FUNCTION TRIM(WS-SLA-LIMIT-EDIT)
                       "% over " SLA-REQS(WS-SLA-INDEX) " requests"
                       DELIMITED BY SIZE INTO WS-IEV-DETAIL
                   MOVE 'PATH' TO WS-IEV-TYPE
                   PERFORM SET-SLA-LABEL
                   MOVE WS-SLA-LABEL TO WS-IEV-SUBJECT
                   MOVE 'SLA_BREACH' TO WS-IEV-ALERT
                   PERFORM RECORD-INCIDENT-EVENT
               ELSE
                   MOVE 'PASS' TO SLA-VERDICT(WS-SLA-INDEX)
               END-IF
           END-PERFORM.

       UPDATE-INCIDENT-FILE.
      *>   incidents.dat carries flagged subjects across days.  Every
      *>   address, watchlisted network or SLA path raised by this run
      *>   either updates the case still open (or acknowledged) for
      *>   it or opens a new case; a closed case is never reopened.
      *>   Occurrences count flagged days, so a rerun or a later
      *>   incremental pass over the same date refreshes the case
      *>   without counting it twice.  Backfill runs are left out:
      *>   their thresholds are applied to several days at once.
           MOVE 0 TO WS-INC-OPENED
           MOVE 0 TO WS-INC-UPDATED
           MOVE 'N' TO WS-TS-VALID
           IF WS-IEV-COUNT > 0 AND WS-BACKFILL-MODE = 'N'
                   AND WS-RUN-DATE NOT = SPACES
               MOVE SPACES TO WS-TIMESTAMP
               STRING FUNCTION TRIM(WS-RUN-DATE TRAILING) ":00:00:00"
                   DELIMITED BY SIZE INTO WS-TIMESTAMP
               PERFORM CONVERT-TIMESTAMP
           END-IF
           IF WS-TS-VALID = 'Y'
               MOVE WS-TS-DAY-NUM TO WS-INC-DAY
               OPEN I-O INCIDENT-FILE
               IF WS-INC-FILE-STATUS NOT = '00'
                   OPEN OUTPUT INCIDENT-FILE
                   IF WS-INC-FILE-STATUS = '00'
                       CLOSE INCIDENT-FILE
                       OPEN I-O INCIDENT-FILE
                   END-IF
               END-IF
               IF WS-INC-FILE-STATUS NOT = '00'
                   DISPLAY "WARNING: cannot open INCIDENT-FILE, "
                       "status=" WS-INC-FILE-STATUS
               ELSE
                   PERFORM LOAD-ACTIVE-INCIDENTS
                   PERFORM VARYING WS-IEV-INDEX FROM 1 BY 1
                           UNTIL WS-IEV-INDEX > WS-IEV-COUNT
                       PERFORM APPLY-INCIDENT-EVENT
                   END-PERFORM
                   CLOSE INCIDENT-FILE
               END-IF
           END-IF.

       LOAD-ACTIVE-INCIDENTS.
      *>   Notes every case not yet closed and the highest incident
      *>   number issued so far; new cases are numbered on from it.
           MOVE 0 TO WS-AIC-COUNT
           MOVE 0 TO WS-INC-NEXT-KEY
           MOVE 'N' TO WS-INC-EOF
           MOVE 0 TO INC-KEY
           START INCIDENT-FILE KEY IS >= INC-KEY
               INVALID KEY MOVE 'Y' TO WS-INC-EOF
           END-START
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ INCIDENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INC-EOF
                   NOT AT END
                       IF INC-KEY > WS-INC-NEXT-KEY
                           MOVE INC-KEY TO WS-INC-NEXT-KEY
                       END-IF
                       IF INC-STATUS NOT = 'C'
                           IF WS-AIC-COUNT >= 1000
                               MOVE
                                   "TABLE OVERFLOW - open incident table full"
                                   TO WS-EXCEPTION-REASON
                               MOVE INC-SUBJECT TO LOG-LINE
                               ADD 1 TO WS-OVERFLOW-COUNT
                               PERFORM WRITE-EXCEPTION-LINE
                           ELSE
                               ADD 1 TO WS-AIC-COUNT
                               MOVE INC-KEY TO AIC-KEY(WS-AIC-COUNT)
                               MOVE INC-TYPE TO AIC-TYPE(WS-AIC-COUNT)
                               MOVE INC-SUBJECT
                                   TO AIC-SUBJECT(WS-AIC-COUNT)
                           END-IF
                       END-IF
               END-READ
               IF WS-INC-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-INC-EOF
               END-IF
           END-PERFORM.

       APPLY-INCIDENT-EVENT.
           MOVE 0 TO WS-AIC-HIT
           PERFORM VARYING WS-AIC-INDEX FROM 1 BY 1
                   UNTIL WS-AIC-INDEX > WS-AIC-COUNT
               IF AIC-TYPE(WS-AIC-INDEX) = IEV-TYPE(WS-IEV-INDEX)
                       AND AIC-SUBJECT(WS-AIC-INDEX)
                           = IEV-SUBJECT(WS-IEV-INDEX)
                   MOVE WS-AIC-INDEX TO WS-AIC-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-INC-ACTION
           IF WS-AIC-HIT > 0
               MOVE AIC-KEY(WS-AIC-HIT) TO INC-KEY
               READ INCIDENT-FILE
                   INVALID KEY MOVE 0 TO WS-AIC-HIT
               END-READ
           END-IF
           IF WS-AIC-HIT > 0
      *>       A case already carried past this date (an amend of an
      *>       earlier day) was counted when that day first ran.
               IF INC-LAST-DAY <= WS-INC-DAY
                   IF INC-LAST-SEEN NOT = WS-RUN-DATE
                       ADD 1 TO INC-OCCURRENCES
                       MOVE WS-RUN-DATE TO INC-LAST-SEEN
                       MOVE WS-INC-DAY TO INC-LAST-DAY
                   END-IF
                   MOVE IEV-ALERT(WS-IEV-INDEX) TO INC-ALERT
                   MOVE IEV-DETAIL(WS-IEV-INDEX) TO INC-DETAIL
                   REWRITE INCIDENT-RECORD
                   ADD 1 TO WS-INC-UPDATED
                   MOVE 'UPDATED' TO WS-INC-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-INC-NEXT-KEY
               MOVE SPACES TO INCIDENT-RECORD
               MOVE WS-INC-NEXT-KEY TO INC-KEY
               MOVE 'O' TO INC-STATUS
               MOVE IEV-TYPE(WS-IEV-INDEX) TO INC-TYPE
               MOVE IEV-SUBJECT(WS-IEV-INDEX) TO INC-SUBJECT
               MOVE IEV-ALERT(WS-IEV-INDEX) TO INC-ALERT
               MOVE IEV-DETAIL(WS-IEV-INDEX) TO INC-DETAIL
               MOVE WS-RUN-DATE TO INC-FIRST-SEEN
               MOVE WS-RUN-DATE TO INC-LAST-SEEN
               MOVE WS-INC-DAY TO INC-FIRST-DAY
               MOVE WS-INC-DAY TO INC-LAST-DAY
               MOVE 1 TO INC-OCCURRENCES
               WRITE INCIDENT-RECORD
               IF WS-INC-FILE-STATUS = '00'
                   ADD 1 TO WS-INC-OPENED
                   MOVE 'OPENED' TO WS-INC-ACTION
               END-IF
           END-IF
      *>   The case number goes into the alert file next to the
      *>   alerts that raised it, so the analyst can cross-refer.
           IF WS-INC-ACTION NOT = SPACES
               STRING "INCIDENT=" INC-KEY
                   " ACTION=" FUNCTION TRIM(WS-INC-ACTION)
                   " TYPE=" FUNCTION TRIM(INC-TYPE)
                   " SUBJECT=" FUNCTION TRIM(INC-SUBJECT TRAILING)
                   " OCCURRENCES=" INC-OCCURRENCES
                   DELIMITED BY SIZE INTO WS-ALERT-LINE
               WRITE SECURITY-ALERT-RECORD FROM WS-ALERT-LINE
               MOVE SPACES TO WS-ALERT-LINE
           END-IF.

       LOAD-WATCHLIST-TABLE.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-FILE-STATUS = '00'
           END-IF.

       PARSE-WATCHLIST-RECORD.
      *>   A watchlist line is 'address label...', 'address/nn
      *>   label...' or 'start-ip end-ip label...'; the label (abuse
      *>   case, incident number) may contain spaces.  Addresses may
      *>   be IPv4 or IPv6.
           IF WS-WL-COUNT >= 200
               MOVE "TABLE OVERFLOW - watchlist table full"
                   TO WS-EXCEPTION-REASON
           MOVE SPACES TO WS-NET-PREFIX-PART
           UNSTRING WS-NET-TOK1 DELIMITED BY '/'
               INTO WS-NET-ADDR-PART WS-NET-PREFIX-PART
           PERFORM SET-CIDR-HEX-RANGE
           IF WS-IPNUM-VALID = 'Y'
               ADD 1 TO WS-WL-COUNT
               MOVE WS-HEX-LOW TO WL-START(WS-WL-COUNT)
               MOVE WS-HEX-HIGH TO WL-END(WS-WL-COUNT)
               MOVE WS-NET-TOK1 TO WL-SPEC(WS-WL-COUNT)
               MOVE WS-NET-PTR TO WS-WL-LABEL-PTR
               PERFORM STORE-WATCHLIST-LABEL
           ELSE
      *>   itself a valid address; otherwise it starts the label and
      *>   the line is a single watchlisted address.
           MOVE WS-NET-TOK1 TO WS-IPNUM-IN
           PERFORM CONVERT-IP-TO-HEX
           IF WS-IPNUM-VALID = 'Y'
               ADD 1 TO WS-WL-COUNT
               MOVE WS-IPNUM-HEX TO WL-START(WS-WL-COUNT)
               MOVE WS-IPNUM-HEX TO WL-END(WS-WL-COUNT)
               MOVE WS-NET-PTR TO WS-WL-LABEL-PTR
               UNSTRING WATCHLIST-RECORD DELIMITED BY SPACE
                   INTO WS-NET-TOK2 WITH POINTER WS-NET-PTR
               IF WS-NET-TOK2 NOT = SPACES
                   MOVE WS-NET-TOK2 TO WS-IPNUM-IN
                   PERFORM CONVERT-IP-TO-HEX
                   IF WS-IPNUM-VALID = 'Y'
                           AND WS-IPNUM-HEX >= WL-START(WS-WL-COUNT)
                       MOVE WS-IPNUM-HEX TO WL-END(WS-WL-COUNT)
                       MOVE WS-NET-PTR TO WS-WL-LABEL-PTR
                       STRING FUNCTION TRIM(WS-NET-TOK1) " - "
                           FUNCTION TRIM(WS-NET-TOK2)
                           DELIMITED BY SIZE INTO WL-SPEC(WS-WL-COUNT)
                   END-IF
               END-IF
               PERFORM STORE-WATCHLIST-LABEL
           END-IF.

       CHECK-WATCHLIST.
      *>   WS-IPNUM-HEX still holds this line's address converted by
      *>   TAG-NETWORK-LABEL inside CHECK-IP-COUNTS just before this
      *>   paragraph runs; no need to convert it a second time.
           IF WS-WL-COUNT > 0
               IF WS-IPNUM-VALID = 'Y'
                   PERFORM VARYING WS-WL-INDEX FROM 1 BY 1
                           UNTIL WS-WL-INDEX > WS-WL-COUNT
                       IF WS-IPNUM-HEX >= WL-START(WS-WL-INDEX)
                               AND WS-IPNUM-HEX <= WL-END(WS-WL-INDEX)
                           MOVE WS-WL-INDEX TO WS-WL-HIT
                           EXIT PERFORM
                       END-IF
                   MOVE WS-WLH-COUNT TO WS-WLH-INDEX
                   MOVE WS-IP TO WLH-ADDR(WS-WLH-INDEX)
                   MOVE WL-LABEL(WS-WL-HIT) TO WLH-LABEL(WS-WLH-INDEX)
                   MOVE WL-SPEC(WS-WL-HIT) TO WLH-SPEC(WS-WLH-INDEX)
               END-IF
           END-IF
           IF WS-WLH-INDEX > 0
                   " LABEL="
                   FUNCTION TRIM(WLH-LABEL(WS-WLH-INDEX) TRAILING)
                   DELIMITED BY SIZE INTO WS-ALERT-LINE
               MOVE WS-ALERT-LINE TO WS-IEV-DETAIL
               PERFORM WRITE-SECURITY-ALERT
      *>       A hit on a watchlisted range or CIDR block is carried as
      *>       one case for the whole network rather than one per
      *>       address inside it.
               IF WLH-SPEC(WS-WLH-INDEX) = SPACES
                   MOVE 'IP' TO WS-IEV-TYPE
                   MOVE WLH-ADDR(WS-WLH-INDEX) TO WS-IEV-SUBJECT
               ELSE
                   MOVE 'NET' TO WS-IEV-TYPE
                   MOVE WLH-SPEC(WS-WLH-INDEX) TO WS-IEV-SUBJECT
               END-IF
               MOVE 'WATCHLIST_ACTIVITY' TO WS-IEV-ALERT
               PERFORM RECORD-INCIDENT-EVENT
           END-PERFORM
           OPEN OUTPUT WATCHLIST-HIT-FILE
           IF WS-WLHIT-FILE-STATUS NOT = '00'

       TAG-NETWORK-LABEL.
           MOVE WS-IP TO WS-IPNUM-IN
           PERFORM CONVERT-IP-TO-HEX
           MOVE 0 TO WS-NET-HIT
           IF WS-IPNUM-VALID = 'Y'
               PERFORM VARYING WS-NET-INDEX FROM 1 BY 1
                       UNTIL WS-NET-INDEX > WS-NET-COUNT
                   IF WS-IPNUM-HEX >= NET-START(WS-NET-INDEX)
                           AND WS-IPNUM-HEX <= NET-END(WS-NET-INDEX)
                       MOVE WS-NET-INDEX TO WS-NET-HIT
                       EXIT PERFORM
                   END-IF
           END-IF.

       CHECK-IP-COUNTS.
           MOVE WS-SITE-CODE TO IP-KEY-SITE
           MOVE WS-IP TO IP-KEY-ADDR
           MOVE 'N' TO WS-SESS-STARTED
           PERFORM TAG-NETWORK-LABEL
           READ IP-INDEX-FILE
                   MOVE 0 TO IP-SESS-START
                   MOVE 0 TO IP-SESS-LAST
                   MOVE 0 TO IP-SESS-MINUTES
                   INITIALIZE IP-FUNNEL-PROGRESS
                   IF WS-TS-VALID = 'Y'
                       MOVE 1 TO IP-REC-SESSIONS
                       MOVE WS-TS-MINUTES TO IP-SESS-START
                       MOVE WS-TS-MINUTES TO IP-SESS-LAST
                       PERFORM COUNT-SESSION-START
                       IF WS-FNL-COUNT > 0
                           PERFORM TRACK-FUNNEL-STEPS
                       END-IF
                   END-IF
                   WRITE IP-INDEX-RECORD
                   ADD 1 TO WS-IP-ENTRY-COUNT
                   ADD WS-SIZE-NUM TO IP-REC-BYTES
                   IF WS-TS-VALID = 'Y'
                       PERFORM TRACK-IP-SESSION
                       IF WS-FNL-COUNT > 0
                           PERFORM TRACK-FUNNEL-STEPS
                       END-IF
                   END-IF
                   REWRITE IP-INDEX-RECORD
           END-READ.
               END-IF
           END-IF.

       TRACK-FUNNEL-STEPS.
      *>   Every funnel starts over with a new session.  A request for
      *>   the next step of a funnel moves the session on one step;
      *>   pages between the steps, or a step visited again, do not
      *>   hold it back or count twice.
           IF WS-SESS-STARTED = 'Y'
               INITIALIZE IP-FUNNEL-PROGRESS
           END-IF
           PERFORM VARYING WS-FNL-INDEX FROM 1 BY 1
                   UNTIL WS-FNL-INDEX > WS-FNL-COUNT
               IF IP-FN-STEP(WS-FNL-INDEX)
                       < FNL-STEP-COUNT(WS-FNL-INDEX)
                   COMPUTE WS-FNL-STEP = IP-FN-STEP(WS-FNL-INDEX) + 1
                   IF WS-URL = FNL-STEP-URL(WS-FNL-INDEX, WS-FNL-STEP)
                       PERFORM ADVANCE-FUNNEL-STEP
                   END-IF
               END-IF
           END-PERFORM.

       ADVANCE-FUNNEL-STEP.
      *>   The session is tallied under the day it entered the funnel,
      *>   so a funnel finished after midnight still converts within
      *>   the day it started on a backfill run.
           MOVE WS-FNL-STEP TO IP-FN-STEP(WS-FNL-INDEX)
           MOVE 0 TO WS-FNL-GAP
           IF WS-FNL-STEP = 1
               MOVE WS-TS-DATE-PART TO IP-FN-DATE(WS-FNL-INDEX)
           ELSE
               IF WS-TS-MINUTES > IP-FN-AT(WS-FNL-INDEX)
                   COMPUTE WS-FNL-GAP =
                       WS-TS-MINUTES - IP-FN-AT(WS-FNL-INDEX)
               END-IF
           END-IF
           MOVE WS-TS-MINUTES TO IP-FN-AT(WS-FNL-INDEX)
           IF WS-BACKFILL-MODE = 'Y'
               MOVE IP-FN-DATE(WS-FNL-INDEX) TO WS-FNL-DATE
           ELSE
               MOVE SPACES TO WS-FNL-DATE
           END-IF
           MOVE WS-SITE-CODE TO WS-FNL-SITE
           PERFORM FIND-FUNNEL-TALLY
           IF WS-FNT-SLOT > 0
               ADD 1 TO FNT-REACHED(WS-FNT-SLOT, WS-FNL-STEP)
               IF WS-FNL-STEP > 1
                   IF WS-FNL-GAP >= 60
                       MOVE 61 TO WS-FNL-BUCKET
                   ELSE
                       COMPUTE WS-FNL-BUCKET = WS-FNL-GAP + 1
                   END-IF
                   ADD 1 TO FNT-GAP-COUNT(WS-FNT-SLOT, WS-FNL-STEP,
                                          WS-FNL-BUCKET)
               END-IF
           END-IF.

       FIND-FUNNEL-TALLY.
      *>   Finds or opens the tally slot for funnel WS-FNL-INDEX at
      *>   site WS-FNL-SITE on WS-FNL-DATE; WS-FNT-SLOT is 0 when the
      *>   table is full.
           MOVE 0 TO WS-FNT-SLOT
           PERFORM VARYING WS-FNT-INDEX FROM 1 BY 1
                   UNTIL WS-FNT-INDEX > WS-FNT-COUNT
               IF FNT-FUNNEL(WS-FNT-INDEX) = WS-FNL-INDEX
                       AND FNT-SITE(WS-FNT-INDEX) = WS-FNL-SITE
                       AND FNT-DATE(WS-FNT-INDEX) = WS-FNL-DATE
                   MOVE WS-FNT-INDEX TO WS-FNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FNT-SLOT = 0
               IF WS-FNT-COUNT >= 200
                   MOVE "TABLE OVERFLOW - funnel tally table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-FNT-COUNT
                   MOVE WS-FNT-COUNT TO WS-FNT-SLOT
                   INITIALIZE FNT-ENTRY(WS-FNT-SLOT)
                   MOVE WS-FNL-DATE TO FNT-DATE(WS-FNT-SLOT)
                   MOVE WS-FNL-SITE TO FNT-SITE(WS-FNT-SLOT)
                   MOVE FNL-NAME(WS-FNL-INDEX) TO FNT-NAME(WS-FNT-SLOT)
                   MOVE WS-FNL-INDEX TO FNT-FUNNEL(WS-FNT-SLOT)
               END-IF
           END-IF.

       ADD-FUNNEL-WORK.
      *>   Adds tally slot WS-FNT-INDEX into FUNNEL-STEP-WORK.
           PERFORM VARYING WS-FNL-STEP FROM 1 BY 1
                   UNTIL WS-FNL-STEP > 8
               ADD FNT-REACHED(WS-FNT-INDEX, WS-FNL-STEP)
                   TO FSW-REACHED(WS-FNL-STEP)
               PERFORM VARYING WS-FNL-BUCKET FROM 1 BY 1
                       UNTIL WS-FNL-BUCKET > 61
                   ADD FNT-GAP-COUNT(WS-FNT-INDEX, WS-FNL-STEP,
                                     WS-FNL-BUCKET)
                       TO FSW-GAP-COUNT(WS-FNL-STEP, WS-FNL-BUCKET)
               END-PERFORM
           END-PERFORM.

       FIND-FUNNEL-MEDIAN.
      *>   Median minutes taken to reach step WS-FNL-STEP, read off
      *>   the bucket counts in FUNNEL-STEP-WORK; with an even count
      *>   the lower of the two middle values is used.
           MOVE 'N' TO WS-FNL-MEDIAN-SET
           MOVE 0 TO WS-FNL-MEDIAN
           MOVE 0 TO WS-FNL-MEDIAN-EDIT
           MOVE SPACES TO WS-FNL-MEDIAN-TEXT
           MOVE 0 TO WS-FNL-CUM
           PERFORM VARYING WS-FNL-BUCKET FROM 1 BY 1
                   UNTIL WS-FNL-BUCKET > 61
               ADD FSW-GAP-COUNT(WS-FNL-STEP, WS-FNL-BUCKET)
                   TO WS-FNL-CUM
           END-PERFORM
           IF WS-FNL-CUM > 0
               COMPUTE WS-FNL-HALF = (WS-FNL-CUM + 1) / 2
               MOVE 0 TO WS-FNL-CUM
               PERFORM VARYING WS-FNL-BUCKET FROM 1 BY 1
                       UNTIL WS-FNL-BUCKET > 61
                   ADD FSW-GAP-COUNT(WS-FNL-STEP, WS-FNL-BUCKET)
                       TO WS-FNL-CUM
                   IF WS-FNL-CUM >= WS-FNL-HALF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-FNL-MEDIAN-SET
               COMPUTE WS-FNL-MEDIAN = WS-FNL-BUCKET - 1
               MOVE WS-FNL-MEDIAN TO WS-FNL-MEDIAN-EDIT
               IF WS-FNL-BUCKET = 61
                   MOVE '60+' TO WS-FNL-MEDIAN-TEXT
               ELSE
                   MOVE FUNCTION TRIM(WS-FNL-MEDIAN-EDIT)
                       TO WS-FNL-MEDIAN-TEXT
               END-IF
           END-IF.

       CHECK-STATUS-COUNTS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-STATUS-INDEX FROM 1 BY 1
                       TO PATH-ROLLUP-DEPTH(WS-PATH-INDEX)
                   ADD 1 TO PATH-ROLLUP-COUNT(WS-PATH-INDEX)
               END-IF
           END-IF
           PERFORM ADD-SITE-PATH-ROLLUP.

       ADD-SITE-PATH-ROLLUP.
      *>   The site copy also counts errors under each prefix, which
      *>   is what a site-scoped SLA target is measured against.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SPR-INDEX FROM 1 BY 1
                   UNTIL WS-SPR-INDEX > WS-SPR-COUNT
               IF SPR-SITE(WS-SPR-INDEX) = WS-SITE-CODE
                       AND SPR-PREFIX(WS-SPR-INDEX) = WS-PATH-PREFIX
                       AND SPR-DEPTH(WS-SPR-INDEX) = WS-PATH-DEPTH
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-SPR-COUNT >= 1000
                   MOVE "TABLE OVERFLOW - SITE-PATH table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-SPR-COUNT
                   MOVE WS-SPR-COUNT TO WS-SPR-INDEX
                   MOVE WS-SITE-CODE TO SPR-SITE(WS-SPR-INDEX)
                   MOVE WS-PATH-PREFIX TO SPR-PREFIX(WS-SPR-INDEX)
                   MOVE WS-PATH-DEPTH TO SPR-DEPTH(WS-SPR-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD 1 TO SPR-COUNT(WS-SPR-INDEX)
               IF WS-STATUS(1:1) = '4' OR WS-STATUS(1:1) = '5'
                   ADD 1 TO SPR-ERRS(WS-SPR-INDEX)
               END-IF
           END-IF.

       CHECK-URL-COUNTS.
           END-IF
           ADD 1 TO HOUR-COUNT(WS-HOUR-INDEX).

       CHECK-SITE-COUNTS.
      *>   The site's own copy of the hour, status, URL, method and
      *>   network counts for a selected line. WS-HOUR-INDEX was set
      *>   by CHECK-HOUR-COUNTS and WS-NET-HIT by TAG-NETWORK-LABEL.
           ADD 1 TO SITE-HOUR-COUNT(WS-SITE-SLOT, WS-HOUR-INDEX)
           MOVE 1 TO WS-SITE-ADD-REQS
           MOVE WS-SIZE-NUM TO WS-SITE-ADD-BYTES
           MOVE 0 TO WS-SITE-ADD-ERRS
           IF WS-STATUS(1:1) = '4' OR WS-STATUS(1:1) = '5'
               MOVE 1 TO WS-SITE-ADD-ERRS
           END-IF
           PERFORM ADD-SITE-STATUS
           PERFORM ADD-SITE-URL
           PERFORM ADD-SITE-METHOD
           IF WS-NET-HIT > 0
               MOVE NET-LABEL(WS-NET-HIT) TO WS-BFN-LABEL
           ELSE
               MOVE '(unassigned)' TO WS-BFN-LABEL
           END-IF
           PERFORM ADD-SITE-NET
      *>   Like the backfill day peak, the site's busiest minute is
      *>   counted as the lines go by, so it relies on each site's
      *>   lines arriving in time order.
           IF WS-BACKFILL-MODE = 'N' AND WS-TS-VALID = 'Y'
               IF WS-TS-MINUTES = SITE-CUR-MIN(WS-SITE-SLOT)
                   ADD 1 TO SITE-CUR-CNT(WS-SITE-SLOT)
               ELSE
                   MOVE WS-TS-MINUTES TO SITE-CUR-MIN(WS-SITE-SLOT)
                   MOVE 1 TO SITE-CUR-CNT(WS-SITE-SLOT)
               END-IF
               IF SITE-CUR-CNT(WS-SITE-SLOT)
                       > SITE-PEAK-RPM(WS-SITE-SLOT)
                   MOVE SITE-CUR-CNT(WS-SITE-SLOT)
                       TO SITE-PEAK-RPM(WS-SITE-SLOT)
                   MOVE WS-TS-MINUTES TO SITE-PEAK-MIN(WS-SITE-SLOT)
               END-IF
           END-IF.

      *>   The ADD-SITE-xxx paragraphs add WS-SITE-ADD-REQS (and for
      *>   networks the bytes and errors) to the entry for WS-SITE-CODE;
      *>   the amend baseline load uses them with the extract counts.
       ADD-SITE-STATUS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SST-INDEX FROM 1 BY 1
                   UNTIL WS-SST-INDEX > WS-SST-COUNT
               IF SST-SITE(WS-SST-INDEX) = WS-SITE-CODE
                       AND SST-CODE(WS-SST-INDEX) = WS-STATUS
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-SST-COUNT >= 500
                   MOVE "TABLE OVERFLOW - SITE-STATUS table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-SST-COUNT
                   MOVE WS-SST-COUNT TO WS-SST-INDEX
                   MOVE WS-SITE-CODE TO SST-SITE(WS-SST-INDEX)
                   MOVE WS-STATUS TO SST-CODE(WS-SST-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD WS-SITE-ADD-REQS TO SST-COUNT(WS-SST-INDEX)
           END-IF.

       ADD-SITE-URL.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUR-INDEX FROM 1 BY 1
                   UNTIL WS-SUR-INDEX > WS-SUR-COUNT
               IF SUR-SITE(WS-SUR-INDEX) = WS-SITE-CODE
                       AND SUR-ADDR(WS-SUR-INDEX) = WS-URL
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-SUR-COUNT >= 2000
                   MOVE "TABLE OVERFLOW - SITE-URL table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-SUR-COUNT
                   MOVE WS-SUR-COUNT TO WS-SUR-INDEX
                   MOVE WS-SITE-CODE TO SUR-SITE(WS-SUR-INDEX)
                   MOVE WS-URL TO SUR-ADDR(WS-SUR-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD WS-SITE-ADD-REQS TO SUR-COUNT(WS-SUR-INDEX)
           END-IF.

       ADD-SITE-METHOD.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SMT-INDEX FROM 1 BY 1
                   UNTIL WS-SMT-INDEX > WS-SMT-COUNT
               IF SMT-SITE(WS-SMT-INDEX) = WS-SITE-CODE
                       AND SMT-NAME(WS-SMT-INDEX) = WS-METHOD
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-SMT-COUNT >= 200
                   MOVE "TABLE OVERFLOW - SITE-METHOD table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-SMT-COUNT
                   MOVE WS-SMT-COUNT TO WS-SMT-INDEX
                   MOVE WS-SITE-CODE TO SMT-SITE(WS-SMT-INDEX)
                   MOVE WS-METHOD TO SMT-NAME(WS-SMT-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD WS-SITE-ADD-REQS TO SMT-COUNT(WS-SMT-INDEX)
           END-IF.

       ADD-SITE-NET.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SNT-INDEX FROM 1 BY 1
                   UNTIL WS-SNT-INDEX > WS-SNT-COUNT
               IF SNT-SITE(WS-SNT-INDEX) = WS-SITE-CODE
                       AND SNT-LABEL(WS-SNT-INDEX) = WS-BFN-LABEL
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-SNT-COUNT >= 500
                   MOVE "TABLE OVERFLOW - SITE-NET table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-SNT-COUNT
                   MOVE WS-SNT-COUNT TO WS-SNT-INDEX
                   MOVE WS-SITE-CODE TO SNT-SITE(WS-SNT-INDEX)
                   MOVE WS-BFN-LABEL TO SNT-LABEL(WS-SNT-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD WS-SITE-ADD-REQS TO SNT-REQS(WS-SNT-INDEX)
               ADD WS-SITE-ADD-BYTES TO SNT-BYTES(WS-SNT-INDEX)
               ADD WS-SITE-ADD-ERRS TO SNT-ERRORS(WS-SNT-INDEX)
           END-IF.

       CHECK-MINUTE-COUNTS.
      *>   WS-TS-MINUTES is the absolute minute number computed by
      *>   CONVERT-TIMESTAMP; five-minute windows and per-minute rates

       TALLY-BACKFILL-TABLES.
           ADD 1 TO BFD-TOTAL(WS-BFD-SLOT)
           ADD WS-SIZE-NUM TO BFD-BYTES(WS-BFD-SLOT)
      *>   The day's peak minute is counted as the lines go by, which
      *>   relies on each day's lines arriving in time order.
           IF WS-TS-MINUTES = BFD-CUR-MIN(WS-BFD-SLOT)
               ADD 1 TO BFD-CUR-CNT(WS-BFD-SLOT)
           ELSE
               MOVE WS-TS-MINUTES TO BFD-CUR-MIN(WS-BFD-SLOT)
               MOVE 1 TO BFD-CUR-CNT(WS-BFD-SLOT)
           END-IF
           IF BFD-CUR-CNT(WS-BFD-SLOT) > BFD-PEAK-RPM(WS-BFD-SLOT)
               MOVE BFD-CUR-CNT(WS-BFD-SLOT)
                   TO BFD-PEAK-RPM(WS-BFD-SLOT)
           END-IF
           PERFORM TALLY-BACKFILL-SITE-DAY
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BFS-INDEX FROM 1 BY 1
                   UNTIL WS-BFS-INDEX > WS-BFS-COUNT
               IF BFS-DATE(WS-BFS-INDEX) = WS-TS-DATE-PART
                       AND BFS-SITE(WS-BFS-INDEX) = WS-SITE-CODE
                       AND BFS-CODE(WS-BFS-INDEX) = WS-STATUS
                   ADD 1 TO BFS-COUNT(WS-BFS-INDEX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-BFS-COUNT
                   MOVE WS-TS-DATE-PART TO BFS-DATE(WS-BFS-COUNT)
                   MOVE WS-SITE-CODE TO BFS-SITE(WS-BFS-COUNT)
                   MOVE WS-STATUS TO BFS-CODE(WS-BFS-COUNT)
                   ADD 1 TO BFS-COUNT(WS-BFS-COUNT)
               END-IF
           PERFORM VARYING WS-BFI-INDEX FROM 1 BY 1
                   UNTIL WS-BFI-INDEX > WS-BFI-COUNT
               IF BFI-DATE(WS-BFI-INDEX) = WS-TS-DATE-PART
                       AND BFI-SITE(WS-BFI-INDEX) = WS-SITE-CODE
                       AND BFI-ADDR(WS-BFI-INDEX) = WS-IP
                   ADD 1 TO BFI-COUNT(WS-BFI-INDEX)
                   ADD WS-SIZE-NUM TO BFI-BYTES(WS-BFI-INDEX)
               ELSE
                   ADD 1 TO WS-BFI-COUNT
                   MOVE WS-TS-DATE-PART TO BFI-DATE(WS-BFI-COUNT)
                   MOVE WS-SITE-CODE TO BFI-SITE(WS-BFI-COUNT)
                   MOVE WS-IP TO BFI-ADDR(WS-BFI-COUNT)
                   ADD 1 TO BFI-COUNT(WS-BFI-COUNT)
                   ADD WS-SIZE-NUM TO BFI-BYTES(WS-BFI-COUNT)
                   END-IF
               END-IF
           END-IF
      *>   WS-NET-HIT was set for this line by TAG-NETWORK-LABEL in
      *>   CHECK-IP-COUNTS; the day's network rows are keyed by label
      *>   so a restart after a networks.ctl edit still lines up.
           IF WS-NET-HIT > 0
               MOVE NET-LABEL(WS-NET-HIT) TO WS-BFN-LABEL
           ELSE
               MOVE '(unassigned)' TO WS-BFN-LABEL
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BFN-INDEX FROM 1 BY 1
                   UNTIL WS-BFN-INDEX > WS-BFN-COUNT
               IF BFN-DATE(WS-BFN-INDEX) = WS-TS-DATE-PART
                       AND BFN-SITE(WS-BFN-INDEX) = WS-SITE-CODE
                       AND BFN-LABEL(WS-BFN-INDEX) = WS-BFN-LABEL
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-BFN-COUNT >= 1000
                   MOVE "TABLE OVERFLOW - BACKFILL-NET table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-BFN-COUNT
                   MOVE WS-BFN-COUNT TO WS-BFN-INDEX
                   MOVE WS-TS-DATE-PART TO BFN-DATE(WS-BFN-INDEX)
                   MOVE WS-SITE-CODE TO BFN-SITE(WS-BFN-INDEX)
                   MOVE WS-BFN-LABEL TO BFN-LABEL(WS-BFN-INDEX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD 1 TO BFN-REQS(WS-BFN-INDEX)
               ADD WS-SIZE-NUM TO BFN-BYTES(WS-BFN-INDEX)
               IF WS-STATUS(1:1) = '4' OR WS-STATUS(1:1) = '5'
                   ADD 1 TO BFN-ERRORS(WS-BFN-INDEX)
               END-IF
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BFH-INDEX FROM 1 BY 1
                   UNTIL WS-BFH-INDEX > WS-BFH-COUNT
               IF BFH-DATE(WS-BFH-INDEX) = WS-TS-DATE-PART
                       AND BFH-SITE(WS-BFH-INDEX) = WS-SITE-CODE
                       AND BFH-HOUR(WS-BFH-INDEX) = WS-TS-HOUR-NUM
                   ADD 1 TO BFH-COUNT(WS-BFH-INDEX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-BFH-COUNT
                   MOVE WS-TS-DATE-PART TO BFH-DATE(WS-BFH-COUNT)
                   MOVE WS-SITE-CODE TO BFH-SITE(WS-BFH-COUNT)
                   MOVE WS-TS-HOUR-NUM TO BFH-HOUR(WS-BFH-COUNT)
                   ADD 1 TO BFH-COUNT(WS-BFH-COUNT)
               END-IF
           PERFORM VARYING WS-BFU-INDEX FROM 1 BY 1
                   UNTIL WS-BFU-INDEX > WS-BFU-COUNT
               IF BFU-DATE(WS-BFU-INDEX) = WS-TS-DATE-PART
                       AND BFU-SITE(WS-BFU-INDEX) = WS-SITE-CODE
                       AND BFU-URL(WS-BFU-INDEX) = WS-URL
                   ADD 1 TO BFU-COUNT(WS-BFU-INDEX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-BFU-COUNT
                   MOVE WS-TS-DATE-PART TO BFU-DATE(WS-BFU-COUNT)
                   MOVE WS-SITE-CODE TO BFU-SITE(WS-BFU-COUNT)
                   MOVE WS-URL TO BFU-URL(WS-BFU-COUNT)
                   ADD 1 TO BFU-COUNT(WS-BFU-COUNT)
               END-IF
           PERFORM VARYING WS-BFM-INDEX FROM 1 BY 1
                   UNTIL WS-BFM-INDEX > WS-BFM-COUNT
               IF BFM-DATE(WS-BFM-INDEX) = WS-TS-DATE-PART
                       AND BFM-SITE(WS-BFM-INDEX) = WS-SITE-CODE
                       AND BFM-NAME(WS-BFM-INDEX) = WS-METHOD
                   ADD 1 TO BFM-COUNT(WS-BFM-INDEX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-BFM-COUNT
                   MOVE WS-TS-DATE-PART TO BFM-DATE(WS-BFM-COUNT)
                   MOVE WS-SITE-CODE TO BFM-SITE(WS-BFM-COUNT)
                   MOVE WS-METHOD TO BFM-NAME(WS-BFM-COUNT)
                   ADD 1 TO BFM-COUNT(WS-BFM-COUNT)
               END-IF
           END-IF.

       TALLY-BACKFILL-SITE-DAY.
           MOVE 0 TO WS-BSD-SLOT
           PERFORM VARYING WS-BSD-INDEX FROM 1 BY 1
                   UNTIL WS-BSD-INDEX > WS-BSD-COUNT
               IF BSD-DATE(WS-BSD-INDEX) = WS-TS-DATE-PART
                       AND BSD-SITE(WS-BSD-INDEX) = WS-SITE-CODE
                   MOVE WS-BSD-INDEX TO WS-BSD-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BSD-SLOT = 0
               IF WS-BSD-COUNT >= 600
                   MOVE "TABLE OVERFLOW - BACKFILL-SITE-DAYS table full"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-BSD-COUNT
                   MOVE WS-BSD-COUNT TO WS-BSD-SLOT
                   MOVE WS-TS-DATE-PART TO BSD-DATE(WS-BSD-SLOT)
                   MOVE WS-SITE-CODE TO BSD-SITE(WS-BSD-SLOT)
               END-IF
           END-IF
           IF WS-BSD-SLOT > 0
               ADD 1 TO BSD-TOTAL(WS-BSD-SLOT)
               ADD WS-SIZE-NUM TO BSD-BYTES(WS-BSD-SLOT)
               IF WS-TS-MINUTES = BSD-CUR-MIN(WS-BSD-SLOT)
                   ADD 1 TO BSD-CUR-CNT(WS-BSD-SLOT)
               ELSE
                   MOVE WS-TS-MINUTES TO BSD-CUR-MIN(WS-BSD-SLOT)
                   MOVE 1 TO BSD-CUR-CNT(WS-BSD-SLOT)
               END-IF
               IF BSD-CUR-CNT(WS-BSD-SLOT) > BSD-PEAK-RPM(WS-BSD-SLOT)
                   MOVE BSD-CUR-CNT(WS-BSD-SLOT)
                       TO BSD-PEAK-RPM(WS-BSD-SLOT)
               END-IF
           END-IF.

       FORMAT-WINDOW-TIME.
      *>   Turns the absolute minute number in WS-WIN-MINUTES back
      *>   into DD/Mon/YYYY:HH:MM for the report and alert lines.
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-PRIVACY-MODE NOT = 'N'
               MOVE WS-REPORT-LINE TO WS-PRV-LINE
               MOVE 200 TO WS-PRV-LIMIT
               PERFORM MASK-LINE-ADDRESSES
               MOVE WS-PRV-LINE TO WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
               DISPLAY "WARNING: cannot open IP-EXTRACT-FILE, status="
                   WS-IP-EXTRACT-STATUS
           ELSE
               MOVE "run_date,ip_address,requests,bytes,site"
                   TO WS-CSV-LINE
               WRITE IP-EXTRACT-RECORD FROM WS-CSV-LINE
               MOVE SPACES TO WS-CSV-LINE
               IF WS-BACKFILL-MODE = 'Y'
                   PERFORM VARYING WS-BFI-INDEX FROM 1 BY 1
                           UNTIL WS-BFI-INDEX > WS-BFI-COUNT
                       MOVE BFI-ADDR(WS-BFI-INDEX) TO WS-PRV-ADDR
                       PERFORM MASK-ADDRESS-FIELD
                       STRING BFI-DATE(WS-BFI-INDEX)
                           "," FUNCTION TRIM(WS-PRV-ADDR TRAILING)
                           "," BFI-COUNT(WS-BFI-INDEX)
                           "," BFI-BYTES(WS-BFI-INDEX)
                           "," FUNCTION TRIM(
                               BFI-SITE(WS-BFI-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE IP-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                       READ IP-INDEX-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-FOUND
                           NOT AT END
                               MOVE IP-KEY-ADDR TO WS-PRV-ADDR
                               PERFORM MASK-ADDRESS-FIELD
                               STRING FUNCTION TRIM(
                                   WS-RUN-DATE TRAILING)
                                   "," FUNCTION TRIM(
                                       WS-PRV-ADDR TRAILING)
                                   "," IP-REC-COUNT
                                   "," IP-REC-BYTES
                                   "," FUNCTION TRIM(
                                       IP-KEY-SITE TRAILING)
                                   DELIMITED BY SIZE INTO WS-CSV-LINE
                               WRITE IP-EXTRACT-RECORD
                                   FROM WS-CSV-LINE
               DISPLAY "WARNING: cannot open STATUS-EXTRACT-FILE, status="
                   WS-STATUS-EXTRACT-STATUS
           ELSE
               MOVE "run_date,status_code,requests,site"
                   TO WS-CSV-LINE
               WRITE STATUS-EXTRACT-RECORD FROM WS-CSV-LINE
               MOVE SPACES TO WS-CSV-LINE
               IF WS-BACKFILL-MODE = 'Y'
                       STRING BFS-DATE(WS-BFS-INDEX)
                           "," BFS-CODE(WS-BFS-INDEX)
                           "," BFS-COUNT(WS-BFS-INDEX)
                           "," FUNCTION TRIM(
                               BFS-SITE(WS-BFS-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE STATUS-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-SST-INDEX FROM 1 BY 1
                           UNTIL WS-SST-INDEX > WS-SST-COUNT
                       STRING FUNCTION TRIM(WS-RUN-DATE TRAILING)
                           "," SST-CODE(WS-SST-INDEX)
                           "," SST-COUNT(WS-SST-INDEX)
                           "," FUNCTION TRIM(
                               SST-SITE(WS-SST-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE STATUS-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
               DISPLAY "WARNING: cannot open HOUR-EXTRACT-FILE, status="
                   WS-HOUR-EXTRACT-STATUS
           ELSE
               MOVE "run_date,hour,requests,site" TO WS-CSV-LINE
               WRITE HOUR-EXTRACT-RECORD FROM WS-CSV-LINE
               MOVE SPACES TO WS-CSV-LINE
               IF WS-BACKFILL-MODE = 'Y'
                       STRING BFH-DATE(WS-BFH-INDEX)
                           "," BFH-HOUR(WS-BFH-INDEX)
                           "," BFH-COUNT(WS-BFH-INDEX)
                           "," FUNCTION TRIM(
                               BFH-SITE(WS-BFH-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE HOUR-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
                           UNTIL WS-SITE-INDEX > WS-SITE-COUNT
                       PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
                               UNTIL WS-HOUR-INDEX > 24
                           COMPUTE WS-HOUR-DISPLAY = WS-HOUR-INDEX - 1
                           STRING FUNCTION TRIM(WS-RUN-DATE TRAILING)
                               "," WS-HOUR-DISPLAY
                               "," SITE-HOUR-COUNT(WS-SITE-INDEX,
                                                   WS-HOUR-INDEX)
                               "," FUNCTION TRIM(
                                   SITE-CODE(WS-SITE-INDEX) TRAILING)
                               DELIMITED BY SIZE INTO WS-CSV-LINE
                           WRITE HOUR-EXTRACT-RECORD FROM WS-CSV-LINE
                           MOVE SPACES TO WS-CSV-LINE
                       END-PERFORM
                   END-PERFORM
               END-IF
               CLOSE HOUR-EXTRACT-FILE
               DISPLAY "WARNING: cannot open URL-EXTRACT-FILE, status="
                   WS-URL-EXTRACT-STATUS
           ELSE
               MOVE "run_date,record_type,name,requests,site"
                   TO WS-CSV-LINE
               WRITE URL-EXTRACT-RECORD FROM WS-CSV-LINE
               MOVE SPACES TO WS-CSV-LINE
                           FUNCTION TRIM(
                               BFU-URL(WS-BFU-INDEX) TRAILING)
                           "," BFU-COUNT(WS-BFU-INDEX)
                           "," FUNCTION TRIM(
                               BFU-SITE(WS-BFU-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE URL-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                           FUNCTION TRIM(
                               BFM-NAME(WS-BFM-INDEX) TRAILING)
                           "," BFM-COUNT(WS-BFM-INDEX)
                           "," FUNCTION TRIM(
                               BFM-SITE(WS-BFM-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE URL-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-SUR-INDEX FROM 1 BY 1
                           UNTIL WS-SUR-INDEX > WS-SUR-COUNT
                       STRING FUNCTION TRIM(WS-RUN-DATE TRAILING)
                           ",URL,"
                           FUNCTION TRIM(
                               SUR-ADDR(WS-SUR-INDEX) TRAILING)
                           "," SUR-COUNT(WS-SUR-INDEX)
                           "," FUNCTION TRIM(
                               SUR-SITE(WS-SUR-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE URL-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                   END-PERFORM
                   PERFORM VARYING WS-SMT-INDEX FROM 1 BY 1
                           UNTIL WS-SMT-INDEX > WS-SMT-COUNT
                       STRING FUNCTION TRIM(WS-RUN-DATE TRAILING)
                           ",METHOD,"
                           FUNCTION TRIM(
                               SMT-NAME(WS-SMT-INDEX) TRAILING)
                           "," SMT-COUNT(WS-SMT-INDEX)
                           "," FUNCTION TRIM(
                               SMT-SITE(WS-SMT-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE URL-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                   END-PERFORM
               END-IF
               CLOSE URL-EXTRACT-FILE
           END-IF
      *>   One row per network label, site and day, plus an
      *>   (unassigned) row per site, is what month-end chargeback
      *>   billing prices from.
      *>   Commas in a label would split the row, so they are
      *>   written as semicolons.
           OPEN OUTPUT NET-EXTRACT-FILE
           IF WS-NET-EXTRACT-STATUS NOT = '00'
               DISPLAY "WARNING: cannot open NET-EXTRACT-FILE, status="
                   WS-NET-EXTRACT-STATUS
           ELSE
               MOVE "run_date,network,requests,bytes,errors,site"
                   TO WS-CSV-LINE
               WRITE NET-EXTRACT-RECORD FROM WS-CSV-LINE
               MOVE SPACES TO WS-CSV-LINE
               IF WS-BACKFILL-MODE = 'Y'
                   PERFORM VARYING WS-BFN-INDEX FROM 1 BY 1
                           UNTIL WS-BFN-INDEX > WS-BFN-COUNT
                       MOVE BFN-LABEL(WS-BFN-INDEX) TO WS-BFN-LABEL
                       INSPECT WS-BFN-LABEL REPLACING ALL ',' BY ';'
                       STRING BFN-DATE(WS-BFN-INDEX)
                           "," FUNCTION TRIM(WS-BFN-LABEL TRAILING)
                           "," BFN-REQS(WS-BFN-INDEX)
                           "," BFN-BYTES(WS-BFN-INDEX)
                           "," BFN-ERRORS(WS-BFN-INDEX)
                           "," FUNCTION TRIM(
                               BFN-SITE(WS-BFN-INDEX) TRAILING)
                           DELIMITED BY SIZE INTO WS-CSV-LINE
                       WRITE NET-EXTRACT-RECORD FROM WS-CSV-LINE
                       MOVE SPACES TO WS-CSV-LINE
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-SNT-INDEX FROM 1 BY 1
                           UNTIL WS-SNT-INDEX > WS-SNT-COUNT
                       IF SNT-REQS(WS-SNT-INDEX) > 0
                           MOVE SNT-LABEL(WS-SNT-INDEX) TO WS-BFN-LABEL
                           INSPECT WS-BFN-LABEL
                               REPLACING ALL ',' BY ';'
                           STRING FUNCTION TRIM(WS-RUN-DATE TRAILING)
                               "," FUNCTION TRIM(WS-BFN-LABEL TRAILING)
                               "," SNT-REQS(WS-SNT-INDEX)
                               "," SNT-BYTES(WS-SNT-INDEX)
                               "," SNT-ERRORS(WS-SNT-INDEX)
                               "," FUNCTION TRIM(
                                   SNT-SITE(WS-SNT-INDEX) TRAILING)
                               DELIMITED BY SIZE INTO WS-CSV-LINE
                           WRITE NET-EXTRACT-RECORD FROM WS-CSV-LINE
                           MOVE SPACES TO WS-CSV-LINE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE NET-EXTRACT-FILE
           END-IF
      *>   One row per funnel step, site and day.  median_minutes is
      *>   0 where no session reached the step (and on step 1); a
      *>   median of an hour or more is written as 60.  Commas in a
      *>   funnel name or step URL are written as semicolons.
           OPEN OUTPUT FUNNEL-EXTRACT-FILE
           IF WS-FUNNEL-EXTRACT-STATUS NOT = '00'
               DISPLAY "WARNING: cannot open FUNNEL-EXTRACT-FILE, "
                   "status=" WS-FUNNEL-EXTRACT-STATUS
           ELSE
               MOVE "run_date,funnel,step,url,sessions,dropoff,median_minutes,conversion_pct,site"
                   TO WS-CSV-LINE
               WRITE FUNNEL-EXTRACT-RECORD FROM WS-CSV-LINE
               MOVE SPACES TO WS-CSV-LINE
               PERFORM VARYING WS-FNT-INDEX FROM 1 BY 1
                       UNTIL WS-FNT-INDEX > WS-FNT-COUNT
                   IF FNT-FUNNEL(WS-FNT-INDEX) > 0
                       PERFORM WRITE-FUNNEL-ROWS
                   END-IF
               END-PERFORM
               CLOSE FUNNEL-EXTRACT-FILE
           END-IF.

       WRITE-FUNNEL-ROWS.
           INITIALIZE FUNNEL-STEP-WORK
           PERFORM ADD-FUNNEL-WORK
           MOVE FNT-FUNNEL(WS-FNT-INDEX) TO WS-FNL-INDEX
           MOVE FNL-NAME(WS-FNL-INDEX) TO WS-FNL-LABEL
           INSPECT WS-FNL-LABEL REPLACING ALL ',' BY ';'
           IF WS-BACKFILL-MODE = 'Y'
               MOVE FNT-DATE(WS-FNT-INDEX) TO WS-FNL-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FNL-DATE
           END-IF
           PERFORM VARYING WS-FNL-STEP FROM 1 BY 1
                   UNTIL WS-FNL-STEP > FNL-STEP-COUNT(WS-FNL-INDEX)
               PERFORM SET-FUNNEL-STEP-FIGURES
               MOVE FNL-STEP-URL(WS-FNL-INDEX, WS-FNL-STEP)
                   TO WS-FNL-URL
               INSPECT WS-FNL-URL REPLACING ALL ',' BY ';'
               STRING FUNCTION TRIM(WS-FNL-DATE TRAILING)
                   "," FUNCTION TRIM(WS-FNL-LABEL TRAILING)
                   "," WS-FNL-STEP-NO
                   "," FUNCTION TRIM(WS-FNL-URL TRAILING)
                   "," FSW-REACHED(WS-FNL-STEP)
                   "," WS-FNL-DROP
                   "," FUNCTION TRIM(WS-FNL-MEDIAN-EDIT)
                   "," FUNCTION TRIM(WS-FNL-PCT-EDIT)
                   "," FUNCTION TRIM(FNT-SITE(WS-FNT-INDEX) TRAILING)
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               WRITE FUNNEL-EXTRACT-RECORD FROM WS-CSV-LINE
               MOVE SPACES TO WS-CSV-LINE
           END-PERFORM.

       PRINT-TREND-DELTAS.
      *>   When the newest summary on file is this run's own date (an
      *>   amend rerun or an earlier incremental pass today), compare
               MOVE WS-PARM-ECHO-LINE(WS-INDEX) TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           STRING "Sites in this run: " WS-SITE-COUNT
               " (each has its own section after the combined total)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "=== All sites combined ===" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-TREND-DELTAS
           STRING "Log files processed: " WS-FILES-PROCESSED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           STRING "Security alerts raised: " WS-ALERT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-IEV-COUNT > 0
               STRING "Security incidents: " WS-INC-OPENED " opened, "
                   WS-INC-UPDATED " updated (see incidents.dat)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-WL-COUNT > 0
               STRING "Watchlisted IPs seen: " WS-WLH-COUNT
                   " (see "
           PERFORM VARYING WS-IP-INDEX FROM 1 BY 1
                   UNTIL WS-IP-INDEX > WS-TOP-DEPTH
               IF WS-TOPN-IP-KEY(WS-IP-INDEX) NOT = SPACES
                   STRING WS-TOPN-IP-ADDR(WS-IP-INDEX) " ("
                       FUNCTION TRIM(
                           WS-TOPN-IP-SITE(WS-IP-INDEX) TRAILING)
                       "): " WS-TOPN-IP-CNT(WS-IP-INDEX)
                       " requests" DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           PERFORM VARYING WS-IP-INDEX FROM 1 BY 1
                   UNTIL WS-IP-INDEX > WS-TOP-DEPTH
               IF WS-TOPN-BW-KEY(WS-IP-INDEX) NOT = SPACES
                   STRING WS-TOPN-BW-ADDR(WS-IP-INDEX) " ("
                       FUNCTION TRIM(
                           WS-TOPN-BW-SITE(WS-IP-INDEX) TRAILING)
                       "): " WS-TOPN-BW-BYTES(WS-IP-INDEX)
                       " bytes" DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
                       UNTIL WS-SLA-INDEX > WS-SLA-COUNT
                   MOVE SLA-RATE(WS-SLA-INDEX) TO WS-SLA-RATE-EDIT
                   MOVE SLA-LIMIT(WS-SLA-INDEX) TO WS-SLA-LIMIT-EDIT
                   PERFORM SET-SLA-LABEL
                   STRING FUNCTION TRIM(WS-SLA-LABEL TRAILING)
                       ": error rate "
                       FUNCTION TRIM(WS-SLA-RATE-EDIT)
                       "% vs target "
           PERFORM VARYING WS-IP-INDEX FROM 1 BY 1
                   UNTIL WS-IP-INDEX > WS-TOP-DEPTH
               IF WS-TOPN-SESS-KEY(WS-IP-INDEX) NOT = SPACES
                   STRING WS-TOPN-SESS-ADDR(WS-IP-INDEX) " ("
                       FUNCTION TRIM(
                           WS-TOPN-SESS-SITE(WS-IP-INDEX) TRAILING)
                       "): " WS-TOPN-SESS-CNT(WS-IP-INDEX)
                       " sessions" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-FNL-FILTER
           PERFORM PRINT-FUNNEL-SECTION
           PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
                   UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               PERFORM PRINT-SITE-SECTION
           END-PERFORM
           CLOSE REPORT-FILE.

       PRINT-SITE-SECTION.
      *>   One site's share of the day. Referrers, agents, response
      *>   times, minute windows and the error top lists are kept
      *>   for all sites together only and appear in the combined
      *>   section above.
           MOVE SITE-CODE(WS-SITE-INDEX) TO WS-SITE-CODE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "=== Site " FUNCTION TRIM(WS-SITE-CODE TRAILING)
               " ==="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Total requests: " SITE-REQS(WS-SITE-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Distinct IP addresses: " SITE-IPS(WS-SITE-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Total bytes transferred: " SITE-BYTES(WS-SITE-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Error rate: " SITE-ERROR-RATE(WS-SITE-INDEX)
               "% (" SITE-ERRORS(WS-SITE-INDEX) " 4xx/5xx responses)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SITE-PEAK-RPM(WS-SITE-INDEX) > 0
               MOVE SITE-PEAK-MIN(WS-SITE-INDEX) TO WS-WIN-MINUTES
               PERFORM FORMAT-WINDOW-TIME
               STRING "Peak requests per minute: "
                   SITE-PEAK-RPM(WS-SITE-INDEX)
                   " at " FUNCTION TRIM(WS-WIN-TEXT TRAILING)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
      *>   The combined top lists have been printed, so their tables
      *>   are reused for the site: its slice of the IP index is read
      *>   from the first key carrying the site code.
           INITIALIZE WS-TOPN-IP-LIST
           INITIALIZE WS-TOPN-BW-LIST
           INITIALIZE WS-TOPN-SESS-LIST
           INITIALIZE WS-TOPN-URL-LIST
           MOVE WS-SITE-CODE TO IP-KEY-SITE
           MOVE LOW-VALUES TO IP-KEY-ADDR
           START IP-INDEX-FILE KEY IS >= IP-KEY
               INVALID KEY MOVE 'Y' TO WS-FOUND
               NOT INVALID KEY MOVE 'N' TO WS-FOUND
           END-START
           PERFORM UNTIL WS-FOUND = 'Y'
               READ IP-INDEX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FOUND
                   NOT AT END
                       IF IP-KEY-SITE NOT = WS-SITE-CODE
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           PERFORM INSERT-TOP-IP
                           PERFORM INSERT-TOP-BW
                           PERFORM INSERT-TOP-SESS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SUR-INDEX FROM 1 BY 1
                   UNTIL WS-SUR-INDEX > WS-SUR-COUNT
               IF SUR-SITE(WS-SUR-INDEX) = WS-SITE-CODE
                   PERFORM INSERT-TOP-SITE-URL
               END-IF
           END-PERFORM
           STRING "Top " WS-TOP-DEPTH " IP addresses:"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IP-INDEX FROM 1 BY 1
                   UNTIL WS-IP-INDEX > WS-TOP-DEPTH
               IF WS-TOPN-IP-KEY(WS-IP-INDEX) NOT = SPACES
                   STRING WS-TOPN-IP-ADDR(WS-IP-INDEX) ": "
                       WS-TOPN-IP-CNT(WS-IP-INDEX)
                       " requests" DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "Top bandwidth consumers:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IP-INDEX FROM 1 BY 1
                   UNTIL WS-IP-INDEX > WS-TOP-DEPTH
               IF WS-TOPN-BW-KEY(WS-IP-INDEX) NOT = SPACES
                   STRING WS-TOPN-BW-ADDR(WS-IP-INDEX) ": "
                       WS-TOPN-BW-BYTES(WS-IP-INDEX)
                       " bytes" DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "Status code summary:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SST-INDEX FROM 1 BY 1
                   UNTIL WS-SST-INDEX > WS-SST-COUNT
               IF SST-SITE(WS-SST-INDEX) = WS-SITE-CODE
                   STRING "HTTP " SST-CODE(WS-SST-INDEX) ": "
                       SST-COUNT(WS-SST-INDEX) " requests"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "Traffic by hour:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
                   UNTIL WS-HOUR-INDEX > 24
               COMPUTE WS-HOUR-DISPLAY = WS-HOUR-INDEX - 1
               STRING "Hour " WS-HOUR-DISPLAY ": "
                   SITE-HOUR-COUNT(WS-SITE-INDEX, WS-HOUR-INDEX)
                   " requests" DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           STRING "Top " WS-TOP-DEPTH " URLs:"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-URL-INDEX FROM 1 BY 1
                   UNTIL WS-URL-INDEX > WS-TOP-DEPTH
               IF WS-TOPN-URL-ADDR(WS-URL-INDEX) NOT = SPACES
                   STRING WS-TOPN-URL-ADDR(WS-URL-INDEX) ": "
                       WS-TOPN-URL-CNT(WS-URL-INDEX)
                       " requests" DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "Requests by method:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SMT-INDEX FROM 1 BY 1
                   UNTIL WS-SMT-INDEX > WS-SMT-COUNT
               IF SMT-SITE(WS-SMT-INDEX) = WS-SITE-CODE
                   STRING SMT-NAME(WS-SMT-INDEX) ": "
                       SMT-COUNT(WS-SMT-INDEX) " requests"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "Traffic by customer/network:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SNT-INDEX FROM 1 BY 1
                   UNTIL WS-SNT-INDEX > WS-SNT-COUNT
               IF SNT-SITE(WS-SNT-INDEX) = WS-SITE-CODE
                   MOVE 0 TO WS-NET-RATE
                   IF SNT-REQS(WS-SNT-INDEX) > 0
                       COMPUTE WS-NET-RATE ROUNDED =
                           (SNT-ERRORS(WS-SNT-INDEX) * 100)
                           / SNT-REQS(WS-SNT-INDEX)
                   END-IF
                   STRING SNT-LABEL(WS-SNT-INDEX) ": "
                       SNT-REQS(WS-SNT-INDEX) " requests, "
                       SNT-BYTES(WS-SNT-INDEX) " bytes, error rate "
                       WS-NET-RATE "%"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-SLA-COUNT > 0
               MOVE "SLA compliance (targets held to this site):"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-SLA-INDEX FROM 1 BY 1
                       UNTIL WS-SLA-INDEX > WS-SLA-COUNT
                   IF SLA-SITE(WS-SLA-INDEX) = WS-SITE-CODE
                       MOVE SLA-RATE(WS-SLA-INDEX) TO WS-SLA-RATE-EDIT
                       MOVE SLA-LIMIT(WS-SLA-INDEX)
                           TO WS-SLA-LIMIT-EDIT
                       STRING FUNCTION TRIM(
                           SLA-PREFIX(WS-SLA-INDEX) TRAILING)
                           ": error rate "
                           FUNCTION TRIM(WS-SLA-RATE-EDIT)
                           "% vs target "
                           FUNCTION TRIM(WS-SLA-LIMIT-EDIT)
                           "% over " SLA-REQS(WS-SLA-INDEX)
                           " requests ("
                           SLA-ERRS(WS-SLA-INDEX) " errors) - "
                           SLA-VERDICT(WS-SLA-INDEX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE "Visitor sessions:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Total sessions: " SITE-SESSIONS(WS-SITE-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-AVG-EDIT
           IF SITE-SESSIONS(WS-SITE-INDEX) > 0
               COMPUTE WS-AVG-EDIT ROUNDED =
                   SITE-SESS-MINUTES(WS-SITE-INDEX)
                   / SITE-SESSIONS(WS-SITE-INDEX)
           END-IF
           STRING "Average session length: " WS-AVG-EDIT " minutes"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-AVG-EDIT
           IF SITE-SESSIONS(WS-SITE-INDEX) > 0
               COMPUTE WS-AVG-EDIT ROUNDED =
                   SITE-SESS-REQS(WS-SITE-INDEX)
                   / SITE-SESSIONS(WS-SITE-INDEX)
           END-IF
           STRING "Average requests per session: " WS-AVG-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Top " WS-TOP-DEPTH " IPs by session count:"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IP-INDEX FROM 1 BY 1
                   UNTIL WS-IP-INDEX > WS-TOP-DEPTH
               IF WS-TOPN-SESS-KEY(WS-IP-INDEX) NOT = SPACES
                   STRING WS-TOPN-SESS-ADDR(WS-IP-INDEX) ": "
                       WS-TOPN-SESS-CNT(WS-IP-INDEX)
                       " sessions" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "Visitor retention:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-VM-AVAILABLE = 'Y'
               STRING "New visitors: " SITE-VM-NEW(WS-SITE-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "Returning visitors: "
                   SITE-VM-RETURN(WS-SITE-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "Returned within 7 days: "
                   SITE-VM-BACK-7(WS-SITE-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "Returned within 30 days: "
                   SITE-VM-BACK-30(WS-SITE-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "Visitor master not available for this run"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SITE-CODE(WS-SITE-INDEX) TO WS-FNL-FILTER
           PERFORM PRINT-FUNNEL-SECTION.

       PRINT-FUNNEL-SECTION.
      *>   Sessions reaching each step of every funnel, the drop-off
      *>   from the step before, the median minutes taken to reach
      *>   the step and the funnel's conversion rate.  WS-FNL-FILTER
      *>   holds the site being reported, or spaces for all sites.
           MOVE "Conversion funnels:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FNL-COUNT = 0
               MOVE "No funnels defined in funnels.ctl"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-FNL-INDEX FROM 1 BY 1
                   UNTIL WS-FNL-INDEX > WS-FNL-COUNT
               INITIALIZE FUNNEL-STEP-WORK
               PERFORM VARYING WS-FNT-INDEX FROM 1 BY 1
                       UNTIL WS-FNT-INDEX > WS-FNT-COUNT
                   IF FNT-FUNNEL(WS-FNT-INDEX) = WS-FNL-INDEX
                           AND (WS-FNL-FILTER = SPACES
                               OR FNT-SITE(WS-FNT-INDEX)
                                   = WS-FNL-FILTER)
                       PERFORM ADD-FUNNEL-WORK
                   END-IF
               END-PERFORM
               PERFORM PRINT-FUNNEL-STEPS
           END-PERFORM.

       PRINT-FUNNEL-STEPS.
           STRING "Funnel "
               FUNCTION TRIM(FNL-NAME(WS-FNL-INDEX) TRAILING)
               " (" FNL-STEP-COUNT(WS-FNL-INDEX) " steps):"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-FNL-STEP FROM 1 BY 1
                   UNTIL WS-FNL-STEP > FNL-STEP-COUNT(WS-FNL-INDEX)
               PERFORM SET-FUNNEL-STEP-FIGURES
               IF WS-FNL-STEP = 1
                   STRING "Step 1 "
                       FUNCTION TRIM(
                           FNL-STEP-URL(WS-FNL-INDEX, 1) TRAILING)
                       ": " FSW-REACHED(1) " sessions"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE 0 TO WS-FNL-DROP-PCT
                   IF FSW-REACHED(WS-FNL-STEP - 1) > 0
                       COMPUTE WS-FNL-DROP-PCT ROUNDED =
                           (WS-FNL-DROP * 100)
                           / FSW-REACHED(WS-FNL-STEP - 1)
                   END-IF
                   MOVE WS-FNL-DROP-PCT TO WS-FNL-DROP-EDIT
                   IF WS-FNL-MEDIAN-SET = 'N'
                       MOVE '-' TO WS-FNL-MEDIAN-TEXT
                   END-IF
                   STRING "Step " WS-FNL-STEP-NO " "
                       FUNCTION TRIM(FNL-STEP-URL(WS-FNL-INDEX,
                           WS-FNL-STEP) TRAILING)
                       ": " FSW-REACHED(WS-FNL-STEP) " sessions,"
                       " drop-off " WS-FNL-DROP
                       " (" FUNCTION TRIM(WS-FNL-DROP-EDIT) "%),"
                       " median "
                       FUNCTION TRIM(WS-FNL-MEDIAN-TEXT TRAILING)
                       " minutes"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           STRING "Conversion rate: " FUNCTION TRIM(WS-FNL-PCT-EDIT)
               "% (" FSW-REACHED(FNL-STEP-COUNT(WS-FNL-INDEX))
               " of " FSW-REACHED(1) " sessions)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       SET-FUNNEL-STEP-FIGURES.
      *>   Drop-off from the step before, the median minutes taken to
      *>   reach step WS-FNL-STEP and the share of the sessions
      *>   entering the funnel that got this far, all read from
      *>   FUNNEL-STEP-WORK.
           MOVE WS-FNL-STEP TO WS-FNL-STEP-NO
           MOVE 0 TO WS-FNL-DROP
           IF WS-FNL-STEP > 1
               IF FSW-REACHED(WS-FNL-STEP - 1)
                       > FSW-REACHED(WS-FNL-STEP)
                   COMPUTE WS-FNL-DROP =
                       FSW-REACHED(WS-FNL-STEP - 1)
                       - FSW-REACHED(WS-FNL-STEP)
               END-IF
           END-IF
           PERFORM FIND-FUNNEL-MEDIAN
           MOVE 0 TO WS-FNL-PCT
           IF FSW-REACHED(1) > 0
               COMPUTE WS-FNL-PCT ROUNDED =
                   (FSW-REACHED(WS-FNL-STEP) * 100) / FSW-REACHED(1)
           END-IF
           MOVE WS-FNL-PCT TO WS-FNL-PCT-EDIT.

       INSERT-TOP-SITE-URL.
           IF SUR-COUNT(WS-SUR-INDEX) > WS-TOPN-URL-CNT(WS-TOP-DEPTH)
               MOVE WS-TOP-DEPTH TO WS-TOPN-INDEX
               PERFORM UNTIL WS-TOPN-INDEX = 1
                       OR SUR-COUNT(WS-SUR-INDEX)
                           <= WS-TOPN-URL-CNT(WS-TOPN-INDEX - 1)
                   MOVE WS-TOPN-URL-ADDR(WS-TOPN-INDEX - 1)
                       TO WS-TOPN-URL-ADDR(WS-TOPN-INDEX)
                   MOVE WS-TOPN-URL-CNT(WS-TOPN-INDEX - 1)
                       TO WS-TOPN-URL-CNT(WS-TOPN-INDEX)
                   SUBTRACT 1 FROM WS-TOPN-INDEX
               END-PERFORM
               MOVE SUR-ADDR(WS-SUR-INDEX)
                   TO WS-TOPN-URL-ADDR(WS-TOPN-INDEX)
               MOVE SUR-COUNT(WS-SUR-INDEX)
                   TO WS-TOPN-URL-CNT(WS-TOPN-INDEX)
           END-IF.
