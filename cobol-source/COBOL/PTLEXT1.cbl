       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTLEXT1.
      *    NIGHTLY CUSTOMER SELF-SERVICE PORTAL FEED - ONE RECORD PER
      *    IN-FORCE POLICY WITH THE CURRENT TERM, THE RENEWAL QUOTE
      *    AND PREMIUM DUE (RATEAUDT), THE NEXT INSTALLMENT AND THE
      *    BALANCE (REMITFLE SCHEDULE PRICED AGAINST TPAYMENT), THE
      *    LATEST NOTICE AND ITS CHANNEL (TTRAKING) AND THE RESPONSE
      *    AND RENEWAL STATUS. SYSIN CARD COLUMNS 1-5:
      *        FULL   EVERY POLICY ('F') - THE FIRST LOAD, OR A RELOAD
      *        DELTA  (OR BLANK) ONLY WHAT CHANGED SINCE THE LAST
      *               FEED: 'A' NEW, 'C' CHANGED, 'X' NO LONGER IN
      *               FORCE. WITH NO PTLPRIOR THERE IS NOTHING TO
      *               COMPARE WITH, SO THE RUN SENDS A FULL LOAD.
      *    EITHER WAY THE COMPLETE DETAIL GOES TO PTLSNAP, WHICH THE
      *    NEXT NIGHT'S RUN READS AS PTLPRIOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-AUDIT-FILE ASSIGN TO 'RATEAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO 'REMITFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT QUOTE-SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT SCHEDULE-SORT-FILE ASSIGN TO 'SORTWK2'.
           SELECT SORTED-QUOTE-FILE ASSIGN TO 'PTLQSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORTED-SCHEDULE-FILE ASSIGN TO 'PTLSSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO 'PTLPRIOR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT NEW-SNAPSHOT-FILE ASSIGN TO 'PTLSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT PORTAL-FEED-FILE ASSIGN TO 'PTLFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT PORTAL-CONTROL-REPORT ASSIGN TO 'PTLFEDRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE CUMULATIVE RATING-AUDIT FILE - EVERY RENEWAL QUOTE THE
      *    NOTIFICATION RUN HAS MADE.
       FD  RATING-AUDIT-FILE.
       01  RATING-AUDIT-RECORD.
           COPY RATEAUDT.

      *    THE REMITTANCE-STUB EXTRACT (POLICY|INSTALLMENT|AMOUNT|DUE
      *    DATE) - THE INSTALLMENT SCHEDULE THE NOTIFICATION RUN
      *    QUOTED (MAINPGM 3074), SAME DECODE ACCTSTM1 APPLIES.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD             PIC X(80).

      *    THE QUOTES IN POLICY AND QUOTE-DATE ORDER, SO THE LAST ONE
      *    READ FOR A POLICY IS ITS LATEST.
       SD  QUOTE-SORT-FILE.
       01  QUOTE-SORT-REC.
           05  QSR-POLICY-NUMBER         PIC X(10).
           05  QSR-QUOTE-YMD             PIC X(8).
           05  QSR-SEQ                   PIC 9(9).
           05  FILLER                    PIC X(23).

      *    THE STUBS IN POLICY ORDER, KEEPING THE ORDER THEY WERE
      *    WRITTEN IN WITHIN A POLICY, SO A POLICY'S LAST SCHEDULE
      *    COMES LAST.
       SD  SCHEDULE-SORT-FILE.
       01  SCHEDULE-SORT-REC.
           05  SSR-POLICY-NUMBER         PIC X(10).
           05  SSR-SEQ                   PIC 9(9).
           05  FILLER                    PIC X(31).

       FD  SORTED-QUOTE-FILE.
       01  SORTED-QUOTE-REC              PIC X(50).

       FD  SORTED-SCHEDULE-FILE.
       01  SORTED-SCHEDULE-REC           PIC X(50).

      *    LAST NIGHT'S PTLSNAP AND TONIGHT'S - THE PTLFEED DETAIL
      *    LAYOUT WITH THE ACTION BYTE BLANK, IN POLICY ORDER.
       FD  PRIOR-SNAPSHOT-FILE.
       01  PRIOR-SNAPSHOT-REC            PIC X(300).

       FD  NEW-SNAPSHOT-FILE.
       01  NEW-SNAPSHOT-REC              PIC X(300).

      *    PORTAL FEED, 300 BYTES: AN 'H' HEADER, THE 'D' DETAIL
      *    RECORDS (PTLFEED) AND A 'T' TRAILER CARRYING THE COUNT OF
      *    EACH ACTION AND OF THE POLICIES IN FORCE, SO THE PORTAL
      *    CAN PROVE IT LOADED THE WHOLE FEED. DATES ARE CCYYMMDD.
       FD  PORTAL-FEED-FILE.
       01  PORTAL-DETAIL-REC.
           COPY PTLFEED.
       01  PORTAL-HEADER-REC.
           05  PFH-REC-TYPE              PIC X(1).
           05  PFH-CARRIER               PIC X(10).
           05  PFH-CREATE-DATE           PIC X(8).
           05  PFH-CREATE-TIME           PIC X(6).
           05  PFH-FEED-MODE             PIC X(5).
           05  FILLER                    PIC X(270).
       01  PORTAL-TRAILER-REC.
           05  PFT-REC-TYPE              PIC X(1).
           05  PFT-DETAIL-CNT            PIC 9(9).
           05  PFT-FULL-CNT              PIC 9(9).
           05  PFT-ADDED-CNT             PIC 9(9).
           05  PFT-CHANGED-CNT           PIC 9(9).
           05  PFT-REMOVED-CNT           PIC 9(9).
           05  PFT-IN-FORCE-CNT          PIC 9(9).
           05  FILLER                    PIC X(245).

       FD  PORTAL-CONTROL-REPORT.
       01  PORTAL-CONTROL-REPORT-REC     PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-AUDIT-STATUS               PIC XX.
       01  WS-REMIT-STATUS               PIC XX.
       01  WS-PRIOR-STATUS               PIC XX.
       01  WS-SNAP-STATUS                PIC XX.
       01  WS-FEED-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-POLICIES           VALUE 'YES'.
       01  WS-AUDIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-AUDIT              VALUE 'YES'.
       01  WS-REMIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-REMIT              VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-PARM-CARD.
           05  WS-PARM-MODE              PIC X(5).
           05  FILLER                    PIC X(75).

       01  WS-FEED-MODE                  PIC X(5).
           88  FULL-MODE                 VALUE 'FULL '.
           88  DELTA-MODE                VALUE 'DELTA'.

       01  WS-CCYYMMDD                   PIC X(8).
       01  WS-DATE-WORK                  PIC X(10).
       01  WS-TERM-START-YMD             PIC X(8).
       01  WS-LAST-POLICY                PIC X(10) VALUE SPACES.
       01  WS-RELEASE-SEQ                PIC 9(9) VALUE 0.

      *    SORTED QUOTE AND STUB RECORDS AS READ BACK. AT END OF FILE
      *    THE POLICY IS HIGH-VALUES SO IT NEVER MATCHES A POLICY.
       01  WS-QUOTE-REC.
           05  WS-QTE-POLICY-NUMBER      PIC X(10).
           05  WS-QTE-QUOTE-YMD          PIC X(8).
           05  WS-QTE-SEQ                PIC 9(9).
           05  WS-QTE-QUOTED-PREMIUM     PIC 9(5)V99.
           05  FILLER                    PIC X(16).

       01  WS-STUB-REC.
           05  WS-STB-POLICY-NUMBER      PIC X(10).
           05  WS-STB-SEQ                PIC 9(9).
           05  WS-STB-INSTALL-NO         PIC 9(2).
           05  WS-STB-AMOUNT             PIC 9(5)V99.
           05  WS-STB-DUE-DATE           PIC X(10).
           05  FILLER                    PIC X(12).

      *    LAST NIGHT'S DETAIL FOR THE DELTA COMPARISON.
       01  WS-PRIOR-REC.
           05  FILLER                    PIC X(2).
           05  WS-PRIOR-POLICY-NUMBER    PIC X(10).
           05  FILLER                    PIC X(288).

      *    UNSTRING WORK FIELDS FOR THE PIPE-DELIMITED STUB RECORDS -
      *    SAME DECODE ACCTSTM1 APPLIES.
       01  WS-REMIT-FIELDS.
           05  WS-RMT-POLICY             PIC X(10).
           05  WS-RMT-INSTALL-X          PIC X(2).
           05  WS-RMT-AMOUNT-X           PIC X(9).
           05  WS-RMT-DUE-DATE           PIC X(10).
           05  WS-RMT-AMOUNT-NUM         PIC 9(5)V99.
           05  WS-RMT-AMT-WHOLE          PIC X(5).
           05  WS-RMT-AMT-DEC            PIC X(2).
           05  WS-RMT-AMT-B-WHOLE        PIC 9(5).
           05  WS-RMT-AMT-B-DEC          PIC 9(2).

      *    THE POLICY'S LATEST QUOTE THIS TERM AND LATEST SCHEDULE.
       01  WS-POLICY-QUOTE.
           05  WS-PQ-FOUND-SW            PIC X(1).
               88  QUOTE-FOUND           VALUE 'Y'.
           05  WS-PQ-QUOTE-YMD           PIC X(8).
           05  WS-PQ-QUOTED-PREMIUM      PIC 9(5)V99.

       01  WS-STUB-GROUP.
           05  WS-GRP-CNT                PIC 9(2) VALUE 0.
           05  WS-GRP-ENTRY              OCCURS 24 TIMES.
               10  WS-GRP-INSTALL-NO     PIC 9(2).
               10  WS-GRP-AMOUNT         PIC 9(5)V99.
               10  WS-GRP-DUE-DATE       PIC X(10).
       01  WS-GRP-IDX                    PIC 9(2) VALUE 0.
       01  WS-GRP-NEXT-IDX               PIC 9(2) VALUE 0.
       01  WS-GRP-PAID                   PIC S9(7)V99 VALUE 0.
       01  WS-SCHED-BALANCE              PIC S9(7)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-POLICY-CNT             PIC 9(9) VALUE 0.
           05  WS-DETAIL-CNT             PIC 9(9) VALUE 0.
           05  WS-FULL-CNT               PIC 9(9) VALUE 0.
           05  WS-ADDED-CNT              PIC 9(9) VALUE 0.
           05  WS-CHANGED-CNT            PIC 9(9) VALUE 0.
           05  WS-REMOVED-CNT            PIC 9(9) VALUE 0.
           05  WS-UNCHANGED-CNT          PIC 9(9) VALUE 0.
           05  WS-QUOTED-CNT             PIC 9(9) VALUE 0.
           05  WS-SCHEDULED-CNT          PIC 9(9) VALUE 0.
           05  WS-DUPLICATE-CNT          PIC 9(9) VALUE 0.
           05  WS-QUOTES-READ-CNT        PIC 9(9) VALUE 0.
           05  WS-STUBS-READ-CNT         PIC 9(9) VALUE 0.

       01  PTLDRVR1-AREA.
           10  WS-PT-OPERATION-TYPE        PIC X(10).
           10  WS-PT-SQLCODE               PIC S9(9) COMP.
           10  WS-PT-POLICY-NUMBER         PIC X(10).
           10  WS-PT-HOLDER-LNAME          PIC X(35).
           10  WS-PT-HOLDER-FNAME          PIC X(35).
           10  WS-PT-POLICY-TYPE           PIC X(50).
           10  WS-PT-START-DATE            PIC X(10).
           10  WS-PT-EXPIRY-DATE           PIC X(10).
           10  WS-PT-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-PT-RESPONSE              PIC X(1).
           10  WS-PT-RESPONSE-DATE         PIC X(10).
           10  WS-PT-DNR-FLAG              PIC X(1).
           10  WS-PT-NOTIFY-TIER           PIC X(3).
           10  WS-PT-CHANNEL               PIC X(10).
           10  WS-PT-NOTIFY-DATE           PIC X(10).
           10  WS-PT-TR-STATUS             PIC X(1).

       01  PAYDRVR1-AREA.
           10  WS-PY-OPERATION-TYPE        PIC X(10).
           10  WS-PY-POLICY-NUMBER         PIC X(10).
           10  WS-PY-INSTALL-NO            PIC S9(9) COMP.
           10  WS-PY-AMOUNT                PIC S9(5)V9(2) COMP-3.
           10  WS-PY-DUE-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-PY-DUE-DATE              PIC X(10).
           10  WS-PY-RECEIPT-DATE          PIC X(10).
           10  WS-PY-PAY-STATUS            PIC X(1).
           10  WS-PY-PAY-SOURCE            PIC X(8).
           10  WS-PY-SQLCODE               PIC S9(9) COMP.
           10  WS-PY-POL-HOLDER-FNAME      PIC X(35).
           10  WS-PY-POL-HOLDER-LNAME      PIC X(35).
           10  WS-PY-POL-HOLDER-STATE      PIC X(2).
           10  WS-PY-POL-TYPE              PIC X(50).
           10  WS-PY-POL-EXPIRY-DATE       PIC X(10).
           10  WS-PY-POL-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-PY-POL-PAYMENT-FREQ      PIC X(10).
           10  WS-PY-POL-CONTACT-PREF      PIC X(1).
           10  WS-PY-POL-PREF-LANGUAGE     PIC X(2).
           10  WS-PY-PAID-AMOUNT           PIC S9(7)V9(2) COMP-3.
           10  WS-PY-PAID-STATUS           PIC X(1).
           10  WS-PY-POL-HOLDER-ADDR-1     PIC X(100).
           10  WS-PY-POL-HOLDER-ADDR-2     PIC X(100).
           10  WS-PY-POL-HOLDER-CITY       PIC X(30).
           10  WS-PY-POL-HOLDER-ZIP-CD     PIC X(10).
           10  WS-PY-FEE-COUNT             PIC S9(9) COMP.
           10  WS-PY-WAIVE-REASON          PIC X(4).
           10  WS-PY-WAIVE-USER            PIC X(8).
           10  WS-PY-POL-HOLDER-MNAME      PIC X(1).
           10  WS-PY-POL-HOLDER-EMAIL      PIC X(30).
           10  WS-PY-POL-AGENT-CODE        PIC X(10).
           10  WS-PY-PAID-RECEIPT-DATE     PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(30)
               VALUE 'CUSTOMER PORTAL FEED FOR     '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(8)  VALUE '  MODE: '.
           05  RPT-HDR-MODE              PIC X(5).
           05  FILLER                    PIC X(79) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05  RPT-NOTE-TEXT             PIC X(80).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA

           SORT QUOTE-SORT-FILE
               ON ASCENDING KEY QSR-POLICY-NUMBER
                                QSR-QUOTE-YMD
                                QSR-SEQ
               INPUT PROCEDURE IS 1500-FEED-QUOTE-SORT
               GIVING SORTED-QUOTE-FILE
           SORT SCHEDULE-SORT-FILE
               ON ASCENDING KEY SSR-POLICY-NUMBER
                                SSR-SEQ
               INPUT PROCEDURE IS 1600-FEED-SCHEDULE-SORT
               GIVING SORTED-SCHEDULE-FILE

           OPEN INPUT SORTED-QUOTE-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PTLQSRT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN INPUT SORTED-SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PTLSSRT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 2060-READ-QUOTE-PARA
           PERFORM 2070-READ-STUB-PARA
           IF DELTA-MODE
               PERFORM 2080-READ-PRIOR-PARA
           END-IF

           MOVE 'OPEN'  TO WS-PT-OPERATION-TYPE
           CALL 'PTLDRVR1' USING PTLDRVR1-AREA
           IF WS-PT-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING PORTAL-CURSOR: ' WS-PT-SQLCODE
               CALL 'ABEND'
           END-IF
           PERFORM 2050-FETCH-POLICY-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-POLICIES
           MOVE 'CLOSE' TO WS-PT-OPERATION-TYPE
           CALL 'PTLDRVR1' USING PTLDRVR1-AREA

      *    WHATEVER IS LEFT OF LAST NIGHT'S SNAPSHOT IS NO LONGER IN
      *    FORCE.
           IF DELTA-MODE
               PERFORM 2600-SEND-REMOVED
                   UNTIL WS-PRIOR-POLICY-NUMBER = HIGH-VALUES
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF
           CLOSE SORTED-QUOTE-FILE
           CLOSE SORTED-SCHEDULE-FILE

           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-MODE = 'FULL'
               MOVE 'FULL'  TO WS-FEED-MODE
           ELSE
               MOVE 'DELTA' TO WS-FEED-MODE
           END-IF

           OPEN OUTPUT PORTAL-CONTROL-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PTLFEDRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           IF DELTA-MODE
               OPEN INPUT PRIOR-SNAPSHOT-FILE
               IF WS-PRIOR-STATUS NOT = '00'
                   MOVE 'FULL' TO WS-FEED-MODE
                   DISPLAY 'PTLEXT1: PTLPRIOR NOT AVAILABLE ('
                           WS-PRIOR-STATUS ') - FULL LOAD SENT'
                   MOVE 'NO PRIOR SNAPSHOT (PTLPRIOR) - FULL LOAD SENT'
                                         TO RPT-NOTE-TEXT
                   WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-NOTE-LINE
               END-IF
           END-IF

           OPEN OUTPUT PORTAL-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PTLFEED: ' WS-FEED-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PTLSNAP: ' WS-SNAP-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE  TO RPT-HDR-DATE
           MOVE WS-FEED-MODE     TO RPT-HDR-MODE
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-HEADER-LINE

           MOVE SPACES           TO PORTAL-HEADER-REC
           MOVE 'H'              TO PFH-REC-TYPE
           MOVE 'INSURNCE'       TO PFH-CARRIER
           MOVE WS-CURRENT-DATE  TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-CCYYMMDD
           MOVE WS-CCYYMMDD      TO PFH-CREATE-DATE
           MOVE WS-START-TIME (1:6) TO PFH-CREATE-TIME
           MOVE WS-FEED-MODE     TO PFH-FEED-MODE
           WRITE PORTAL-HEADER-REC.

      *    FEEDS THE QUOTE SORT FROM RATEAUDT. NO RATEAUDT MEANS NO
      *    QUOTES YET - THE FEED GOES OUT WITHOUT THEM.
       1500-FEED-QUOTE-SORT SECTION.
       1500-FEED-QUOTE-SORT-PARA.
           OPEN INPUT RATING-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 1510-READ-AUDIT-PARA UNTIL END-OF-AUDIT
               CLOSE RATING-AUDIT-FILE
           ELSE
               DISPLAY 'PTLEXT1: RATEAUDT NOT AVAILABLE - NO QUOTES '
                       'SENT'
           END-IF.

       1510-QUOTE-WORK SECTION.
       1510-READ-AUDIT-PARA.
           READ RATING-AUDIT-FILE
               AT END
                   MOVE 'YES' TO WS-AUDIT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-QUOTES-READ-CNT
                   ADD 1 TO WS-RELEASE-SEQ
                   MOVE SPACES                 TO WS-QUOTE-REC
                   MOVE WS-RATE-POLICY-NUMBER  TO WS-QTE-POLICY-NUMBER
                   MOVE WS-RATE-PROCESS-DATE   TO WS-DATE-WORK
                   PERFORM 2900-DATE-TO-CCYYMMDD
                   MOVE WS-CCYYMMDD            TO WS-QTE-QUOTE-YMD
                   MOVE WS-RELEASE-SEQ         TO WS-QTE-SEQ
                   MOVE WS-RATE-QUOTED-PREMIUM TO WS-QTE-QUOTED-PREMIUM
                   MOVE WS-QUOTE-REC           TO QUOTE-SORT-REC
                   RELEASE QUOTE-SORT-REC
           END-READ.

      *    FEEDS THE SCHEDULE SORT FROM REMITFLE. NO REMITFLE MEANS NO
      *    SCHEDULES - NO NEXT INSTALLMENT OR BALANCE IS SENT.
       1600-FEED-SCHEDULE-SORT SECTION.
       1600-FEED-SCHEDULE-SORT-PARA.
           MOVE 0 TO WS-RELEASE-SEQ
           OPEN INPUT REMITTANCE-FILE
           IF WS-REMIT-STATUS = '00'
               PERFORM 1610-READ-REMIT-PARA UNTIL END-OF-REMIT
               CLOSE REMITTANCE-FILE
           ELSE
               DISPLAY 'PTLEXT1: REMITFLE NOT AVAILABLE - NO '
                       'SCHEDULES SENT'
           END-IF.

       1610-SCHEDULE-WORK SECTION.
       1610-READ-REMIT-PARA.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'YES' TO WS-REMIT-EOF-SW
               NOT AT END
                   PERFORM 1620-DECODE-STUB
                   IF WS-RMT-POLICY NOT = SPACES
                           AND WS-RMT-INSTALL-X NUMERIC
                       ADD 1 TO WS-STUBS-READ-CNT
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE SPACES            TO WS-STUB-REC
                       MOVE WS-RMT-POLICY     TO WS-STB-POLICY-NUMBER
                       MOVE WS-RELEASE-SEQ    TO WS-STB-SEQ
                       MOVE WS-RMT-INSTALL-X  TO WS-STB-INSTALL-NO
                       MOVE WS-RMT-AMOUNT-NUM TO WS-STB-AMOUNT
                       MOVE WS-RMT-DUE-DATE   TO WS-STB-DUE-DATE
                       MOVE WS-STUB-REC       TO SCHEDULE-SORT-REC
                       RELEASE SCHEDULE-SORT-REC
                   END-IF
           END-READ.

       1620-DECODE-STUB.
           MOVE SPACES TO WS-RMT-POLICY WS-RMT-INSTALL-X
                          WS-RMT-AMOUNT-X WS-RMT-DUE-DATE
           UNSTRING REMITTANCE-RECORD DELIMITED BY '|'
               INTO WS-RMT-POLICY
                    WS-RMT-INSTALL-X
                    WS-RMT-AMOUNT-X
                    WS-RMT-DUE-DATE
           END-UNSTRING
           MOVE 0 TO WS-RMT-AMOUNT-NUM
           MOVE SPACES TO WS-RMT-AMT-WHOLE WS-RMT-AMT-DEC
           UNSTRING WS-RMT-AMOUNT-X DELIMITED BY '.'
               INTO WS-RMT-AMT-WHOLE
                    WS-RMT-AMT-DEC
           END-UNSTRING
           IF WS-RMT-AMT-WHOLE NUMERIC AND WS-RMT-AMT-DEC NUMERIC
               MOVE WS-RMT-AMT-WHOLE TO WS-RMT-AMT-B-WHOLE
               MOVE WS-RMT-AMT-DEC   TO WS-RMT-AMT-B-DEC
               COMPUTE WS-RMT-AMOUNT-NUM =
                       WS-RMT-AMT-B-WHOLE
                       + WS-RMT-AMT-B-DEC / 100
           END-IF.

       2000-MAIN-BODY SECTION.
      *    A POLICY WITH TWO CUSTOMER NOTICES ADDED IN THE SAME
      *    INSTANT COMES BACK TWICE FROM THE CURSOR - ONLY THE FIRST
      *    IS SENT.
       2000-PROCESS-PARA.
           IF WS-PT-POLICY-NUMBER = WS-LAST-POLICY
               ADD 1 TO WS-DUPLICATE-CNT
           ELSE
               MOVE WS-PT-POLICY-NUMBER TO WS-LAST-POLICY
               ADD 1 TO WS-POLICY-CNT
               PERFORM 2100-BUILD-DETAIL
               WRITE NEW-SNAPSHOT-REC FROM PORTAL-DETAIL-REC
               IF WS-SNAP-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING TO PTLSNAP: ' WS-SNAP-STATUS
                   CALL 'ABEND'
               END-IF
               IF DELTA-MODE
                   PERFORM 2500-COMPARE-PRIOR
               ELSE
                   SET PTL-FULL-LOAD TO TRUE
                   ADD 1 TO WS-FULL-CNT
                   PERFORM 2700-WRITE-DETAIL
               END-IF
           END-IF
           PERFORM 2050-FETCH-POLICY-PARA.

       2050-FETCH-POLICY-PARA.
           MOVE 'FETCH' TO WS-PT-OPERATION-TYPE
           CALL 'PTLDRVR1' USING PTLDRVR1-AREA
           IF WS-PT-SQLCODE = 100
               MOVE 'YES' TO WS-EOF-SW
           ELSE
           IF WS-PT-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING PORTAL-CURSOR: '
                                                   WS-PT-SQLCODE
               CALL 'ABEND'
           END-IF.

       2060-READ-QUOTE-PARA.
           READ SORTED-QUOTE-FILE INTO WS-QUOTE-REC
               AT END
                   MOVE HIGH-VALUES TO WS-QTE-POLICY-NUMBER
           END-READ.

       2070-READ-STUB-PARA.
           READ SORTED-SCHEDULE-FILE INTO WS-STUB-REC
               AT END
                   MOVE HIGH-VALUES TO WS-STB-POLICY-NUMBER
           END-READ.

       2080-READ-PRIOR-PARA.
           READ PRIOR-SNAPSHOT-FILE INTO WS-PRIOR-REC
               AT END
                   MOVE HIGH-VALUES TO WS-PRIOR-POLICY-NUMBER
           END-READ.

      *    THE DETAIL IS BUILT WITH THE ACTION BYTE BLANK - THAT IS
      *    THE FORM KEPT ON THE SNAPSHOT AND COMPARED NEXT NIGHT.
       2100-BUILD-DETAIL.
           MOVE SPACES               TO PORTAL-DETAIL-REC
           MOVE 'D'                  TO PTL-REC-TYPE
           MOVE WS-PT-POLICY-NUMBER  TO PTL-POLICY-NUMBER
           MOVE WS-PT-HOLDER-LNAME   TO PTL-HOLDER-LNAME
           MOVE WS-PT-HOLDER-FNAME   TO PTL-HOLDER-FNAME
           MOVE WS-PT-POLICY-TYPE    TO PTL-POLICY-TYPE
           MOVE WS-PT-START-DATE     TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-CCYYMMDD
           MOVE WS-CCYYMMDD          TO PTL-TERM-START-DATE
                                        WS-TERM-START-YMD
           MOVE WS-PT-EXPIRY-DATE    TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-CCYYMMDD
           MOVE WS-CCYYMMDD          TO PTL-TERM-EXPIRY-DATE
           MOVE WS-PT-PREMIUM-AMOUNT TO PTL-TERM-PREMIUM

           PERFORM 2200-MATCH-QUOTE
           PERFORM 2300-MATCH-SCHEDULE

           MOVE WS-PT-NOTIFY-DATE    TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-CCYYMMDD
           MOVE WS-CCYYMMDD          TO PTL-NOTICE-DATE
           MOVE WS-PT-NOTIFY-TIER    TO PTL-NOTICE-TIER
           MOVE WS-PT-CHANNEL        TO PTL-NOTICE-CHANNEL
           MOVE WS-PT-TR-STATUS      TO PTL-NOTICE-STATUS

           PERFORM 2400-SET-RENEWAL-STATUS.

      *    THE LATEST QUOTE DATED ON OR AFTER THE TERM STARTED - AN
      *    EARLIER ONE WAS FOR THE RENEWAL THAT BEGAN THIS TERM.
       2200-MATCH-QUOTE.
           MOVE 'N'    TO WS-PQ-FOUND-SW
           MOVE SPACES TO WS-PQ-QUOTE-YMD
           MOVE 0      TO WS-PQ-QUOTED-PREMIUM
           PERFORM 2060-READ-QUOTE-PARA
               UNTIL WS-QTE-POLICY-NUMBER >= WS-PT-POLICY-NUMBER
           PERFORM 2210-TAKE-QUOTE
               UNTIL WS-QTE-POLICY-NUMBER NOT = WS-PT-POLICY-NUMBER
           IF QUOTE-FOUND
               ADD 1 TO WS-QUOTED-CNT
               MOVE WS-PQ-QUOTE-YMD      TO PTL-QUOTE-DATE
               MOVE WS-PQ-QUOTED-PREMIUM TO PTL-RENEWAL-QUOTE
           ELSE
               MOVE 0                    TO PTL-RENEWAL-QUOTE
           END-IF.

       2210-TAKE-QUOTE.
           IF WS-QTE-QUOTE-YMD >= WS-TERM-START-YMD
               MOVE 'Y'                   TO WS-PQ-FOUND-SW
               MOVE WS-QTE-QUOTE-YMD      TO WS-PQ-QUOTE-YMD
               MOVE WS-QTE-QUOTED-PREMIUM TO WS-PQ-QUOTED-PREMIUM
           END-IF
           PERFORM 2060-READ-QUOTE-PARA.

      *    THE POLICY'S LAST SCHEDULE - A NEW ONE STARTS AT
      *    INSTALLMENT 1 - PRICED STUB BY STUB AGAINST TPAYMENT.
       2300-MATCH-SCHEDULE.
           MOVE 0 TO WS-GRP-CNT
           PERFORM 2070-READ-STUB-PARA
               UNTIL WS-STB-POLICY-NUMBER >= WS-PT-POLICY-NUMBER
           PERFORM 2310-TAKE-STUB
               UNTIL WS-STB-POLICY-NUMBER NOT = WS-PT-POLICY-NUMBER
           MOVE 0      TO PTL-NEXT-INSTALL-NO
                          PTL-NEXT-AMOUNT
                          PTL-BALANCE
           MOVE '+'    TO PTL-BALANCE-SIGN
           IF WS-GRP-CNT > 0
               ADD 1 TO WS-SCHEDULED-CNT
               PERFORM 2320-PRICE-SCHEDULE
           END-IF.

       2310-TAKE-STUB.
           IF WS-STB-INSTALL-NO = 1
               MOVE 0 TO WS-GRP-CNT
           END-IF
           IF WS-GRP-CNT >= 24
               DISPLAY 'PTLEXT1: MORE THAN 24 STUBS FOR POLICY '
                       WS-STB-POLICY-NUMBER ' - EXTRA STUBS IGNORED'
           ELSE
               ADD 1 TO WS-GRP-CNT
               MOVE WS-STB-INSTALL-NO TO WS-GRP-INSTALL-NO (WS-GRP-CNT)
               MOVE WS-STB-AMOUNT     TO WS-GRP-AMOUNT (WS-GRP-CNT)
               MOVE WS-STB-DUE-DATE   TO WS-GRP-DUE-DATE (WS-GRP-CNT)
           END-IF
           PERFORM 2070-READ-STUB-PARA.

       2320-PRICE-SCHEDULE.
           MOVE 0 TO WS-SCHED-BALANCE
           MOVE 0 TO WS-GRP-NEXT-IDX
           PERFORM 2330-PRICE-STUB
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-CNT
           IF WS-SCHED-BALANCE < 0
               MOVE '-' TO PTL-BALANCE-SIGN
           END-IF
           MOVE WS-SCHED-BALANCE TO PTL-BALANCE
           IF WS-GRP-NEXT-IDX > 0
               MOVE WS-GRP-INSTALL-NO (WS-GRP-NEXT-IDX)
                                     TO PTL-NEXT-INSTALL-NO
               MOVE WS-GRP-AMOUNT (WS-GRP-NEXT-IDX)
                                     TO PTL-NEXT-AMOUNT
               MOVE WS-GRP-DUE-DATE (WS-GRP-NEXT-IDX)
                                     TO WS-DATE-WORK
               PERFORM 2900-DATE-TO-CCYYMMDD
               MOVE WS-CCYYMMDD      TO PTL-NEXT-DUE-DATE
           END-IF.

       2330-PRICE-STUB.
           MOVE 0               TO WS-GRP-PAID
           MOVE 'GETPAY'        TO WS-PY-OPERATION-TYPE
           MOVE WS-PT-POLICY-NUMBER TO WS-PY-POLICY-NUMBER
           MOVE WS-GRP-INSTALL-NO (WS-GRP-IDX) TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0
               MOVE WS-PY-PAID-AMOUNT TO WS-GRP-PAID
           END-IF
           COMPUTE WS-SCHED-BALANCE = WS-SCHED-BALANCE
                   + WS-GRP-AMOUNT (WS-GRP-IDX) - WS-GRP-PAID
           IF WS-GRP-NEXT-IDX = 0
                   AND WS-GRP-PAID < WS-GRP-AMOUNT (WS-GRP-IDX)
               MOVE WS-GRP-IDX TO WS-GRP-NEXT-IDX
           END-IF.

      *    A RESPONSE GIVEN BEFORE THIS TERM STARTED ANSWERED AN
      *    EARLIER RENEWAL AND IS NOT SHOWN. UNDERWRITING'S DO-NOT-
      *    RENEW OUTRANKS ANYTHING THE CUSTOMER SAID; PREMIUM IS DUE
      *    ONLY ON A QUOTE THE CUSTOMER CAN STILL TAKE UP.
       2400-SET-RENEWAL-STATUS.
           MOVE WS-PT-RESPONSE-DATE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-CCYYMMDD
           IF WS-PT-RESPONSE NOT = SPACES
                   AND WS-CCYYMMDD >= WS-TERM-START-YMD
               MOVE WS-PT-RESPONSE  TO PTL-RESPONSE
               MOVE WS-CCYYMMDD     TO PTL-RESPONSE-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-PT-DNR-FLAG = 'Y'
                   SET PTL-RNW-NON-RENEWAL TO TRUE
               WHEN PTL-RESPONSE = 'D'
                   SET PTL-RNW-DECLINED    TO TRUE
               WHEN PTL-RESPONSE = 'R'
                   SET PTL-RNW-RENEWING    TO TRUE
               WHEN QUOTE-FOUND
                   SET PTL-RNW-QUOTED      TO TRUE
               WHEN OTHER
                   SET PTL-RNW-NOT-QUOTED  TO TRUE
           END-EVALUATE
           IF QUOTE-FOUND
                   AND (PTL-RNW-QUOTED OR PTL-RNW-RENEWING)
               MOVE WS-PQ-QUOTED-PREMIUM TO PTL-PREMIUM-DUE
           ELSE
               MOVE 0                    TO PTL-PREMIUM-DUE
           END-IF.

      *    DELTA: LAST NIGHT'S POLICIES BEFORE THIS ONE HAVE LEFT THE
      *    BOOK; THIS ONE IS SENT ONLY IF IT IS NEW OR ANY FIELD THE
      *    PORTAL SHOWS HAS CHANGED.
       2500-COMPARE-PRIOR.
           PERFORM 2600-SEND-REMOVED
               UNTIL WS-PRIOR-POLICY-NUMBER >= PTL-POLICY-NUMBER
           IF WS-PRIOR-POLICY-NUMBER = PTL-POLICY-NUMBER
               IF WS-PRIOR-REC = PORTAL-DETAIL-REC
                   ADD 1 TO WS-UNCHANGED-CNT
               ELSE
                   SET PTL-CHANGED TO TRUE
                   ADD 1 TO WS-CHANGED-CNT
                   PERFORM 2700-WRITE-DETAIL
               END-IF
               PERFORM 2080-READ-PRIOR-PARA
           ELSE
               SET PTL-ADDED TO TRUE
               ADD 1 TO WS-ADDED-CNT
               PERFORM 2700-WRITE-DETAIL
           END-IF.

       2600-SEND-REMOVED.
           MOVE WS-PRIOR-REC TO PORTAL-DETAIL-REC
           SET PTL-REMOVED TO TRUE
           ADD 1 TO WS-REMOVED-CNT
           PERFORM 2700-WRITE-DETAIL
           PERFORM 2080-READ-PRIOR-PARA.

       2700-WRITE-DETAIL.
           WRITE PORTAL-DETAIL-REC
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO PTLFEED: ' WS-FEED-STATUS
               CALL 'ABEND'
           END-IF
           ADD 1 TO WS-DETAIL-CNT.

      *    MM/DD/YYYY IN WS-DATE-WORK TO CCYYMMDD IN WS-CCYYMMDD
      *    (SPACES WHEN THERE IS NO DATE).
       2900-DATE-TO-CCYYMMDD.
           MOVE SPACES TO WS-CCYYMMDD
           IF WS-DATE-WORK NOT = SPACES
               STRING WS-DATE-WORK (7:4) WS-DATE-WORK (1:2)
                      WS-DATE-WORK (4:2) DELIMITED BY SIZE
                 INTO WS-CCYYMMDD
               END-STRING
           END-IF.

       9000-FINALIZE-PARA.
           MOVE SPACES            TO PORTAL-TRAILER-REC
           MOVE 'T'               TO PFT-REC-TYPE
           MOVE WS-DETAIL-CNT     TO PFT-DETAIL-CNT
           MOVE WS-FULL-CNT       TO PFT-FULL-CNT
           MOVE WS-ADDED-CNT      TO PFT-ADDED-CNT
           MOVE WS-CHANGED-CNT    TO PFT-CHANGED-CNT
           MOVE WS-REMOVED-CNT    TO PFT-REMOVED-CNT
           MOVE WS-POLICY-CNT     TO PFT-IN-FORCE-CNT
           WRITE PORTAL-TRAILER-REC
           CLOSE PORTAL-FEED-FILE
           CLOSE NEW-SNAPSHOT-FILE

           MOVE 'POLICIES IN FORCE'                TO RPT-TOT-LABEL
           MOVE WS-POLICY-CNT                      TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  WITH A RENEWAL QUOTE THIS TERM'  TO RPT-TOT-LABEL
           MOVE WS-QUOTED-CNT                      TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  WITH AN INSTALLMENT SCHEDULE'   TO RPT-TOT-LABEL
           MOVE WS-SCHEDULED-CNT                   TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DETAIL RECORDS SENT'              TO RPT-TOT-LABEL
           MOVE WS-DETAIL-CNT                      TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  FULL LOAD'                      TO RPT-TOT-LABEL
           MOVE WS-FULL-CNT                        TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  ADDED'                          TO RPT-TOT-LABEL
           MOVE WS-ADDED-CNT                       TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CHANGED'                        TO RPT-TOT-LABEL
           MOVE WS-CHANGED-CNT                     TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NO LONGER IN FORCE'             TO RPT-TOT-LABEL
           MOVE WS-REMOVED-CNT                     TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'UNCHANGED - NOT SENT'             TO RPT-TOT-LABEL
           MOVE WS-UNCHANGED-CNT                   TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RATEAUDT QUOTES READ'             TO RPT-TOT-LABEL
           MOVE WS-QUOTES-READ-CNT                 TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REMITFLE STUBS READ'              TO RPT-TOT-LABEL
           MOVE WS-STUBS-READ-CNT                  TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DUPLICATE CURSOR ROWS SKIPPED'    TO RPT-TOT-LABEL
           MOVE WS-DUPLICATE-CNT                   TO RPT-TOT-CNT
           WRITE PORTAL-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           CLOSE PORTAL-CONTROL-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'PTLEXT1'       TO OPS-JOB-NAME
               MOVE WS-CURRENT-DATE TO OPS-RUN-DATE
               STRING WS-START-TIME (1:2) ':'
                      WS-START-TIME (3:2) ':'
                      WS-START-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-START-TIME
               END-STRING
               STRING WS-END-TIME (1:2) ':'
                      WS-END-TIME (3:2) ':'
                      WS-END-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-END-TIME
               END-STRING
               MOVE WS-DETAIL-CNT    TO OPS-RECORD-CNT
               MOVE 0                TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'PTLEXT1: ' WS-FEED-MODE
                   '  IN FORCE: ' WS-POLICY-CNT
                   '  SENT: ' WS-DETAIL-CNT
                   '  ADDED: ' WS-ADDED-CNT
                   '  CHANGED: ' WS-CHANGED-CNT
                   '  REMOVED: ' WS-REMOVED-CNT.

       END PROGRAM PTLEXT1.
