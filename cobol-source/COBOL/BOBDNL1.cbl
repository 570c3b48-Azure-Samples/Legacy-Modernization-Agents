       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOBDNL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-AUDIT-FILE ASSIGN TO 'RATEAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT SORTED-ACTIVITY-FILE ASSIGN TO 'BOBSRTD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BOB-DOWNLOAD-FILE ASSIGN TO 'AGTBOBDL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BOB-CONTROL-REPORT ASSIGN TO 'AGTBOBRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE CUMULATIVE RATING-AUDIT FILE - ONLY THE QUOTES THE
      *    NOTIFICATION RUN MADE ON THE ACTIVITY DATE ARE DOWNLOADED.
       FD  RATING-AUDIT-FILE.
       01  RATING-AUDIT-RECORD.
           COPY RATEAUDT.

      *    ONE RECORD PER POLICY EVENT, FROM THE QUOTES ABOVE AND THE
      *    BOBDRVR1 ACTIVITY CURSOR, SORTED INTO AGENT MAILBOX ORDER.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-AGENT-CODE            PIC X(10).
           05  SRT-POLICY-NUMBER         PIC X(10).
           05  SRT-EVENT                 PIC X(8).
           05  FILLER                    PIC X(172).

       FD  SORTED-ACTIVITY-FILE.
       01  SORTED-ACTIVITY-REC           PIC X(200).

      *    AGENCY-DOWNLOAD LAYOUT, 200 BYTES. EACH AGENT MAILBOX GETS
      *    A HEADER, ITS DETAIL RECORDS AND A TRAILER CARRYING THE
      *    COUNT OF EACH KIND OF DETAIL AND THE TOTAL, SO THE AGENCY
      *    SYSTEM CAN PROVE IT LOADED THE WHOLE MAILBOX. DATES ARE
      *    CCYYMMDD; THE AMOUNT IS UNSIGNED WITH A SEPARATE SIGN BYTE.
       FD  BOB-DOWNLOAD-FILE.
       01  BOB-DETAIL-REC.
           05  BDL-REC-TYPE              PIC X(1).
           05  BDL-MAILBOX               PIC X(10).
           05  BDL-EVENT                 PIC X(8).
           05  BDL-POLICY-NUMBER         PIC X(10).
           05  BDL-HOLDER-LNAME          PIC X(35).
           05  BDL-HOLDER-FNAME          PIC X(35).
           05  BDL-POLICY-TYPE           PIC X(20).
           05  BDL-EVENT-DATE            PIC X(8).
           05  BDL-EXPIRY-DATE           PIC X(8).
           05  BDL-AMOUNT                PIC 9(7)V99.
           05  BDL-AMOUNT-SIGN           PIC X(1).
           05  BDL-DETAIL                PIC X(10).
           05  FILLER                    PIC X(45).
       01  BOB-HEADER-REC.
           05  BDL-HDR-REC-TYPE          PIC X(1).
           05  BDL-HDR-MAILBOX           PIC X(10).
           05  BDL-HDR-CARRIER           PIC X(10).
           05  BDL-HDR-CREATE-DATE       PIC X(8).
           05  BDL-HDR-ACTIVITY-DATE     PIC X(8).
           05  BDL-HDR-AGENT-NAME        PIC X(45).
           05  FILLER                    PIC X(118).
       01  BOB-TRAILER-REC.
           05  BDL-TRL-REC-TYPE          PIC X(1).
           05  BDL-TRL-MAILBOX           PIC X(10).
           05  BDL-TRL-QUOTE-CNT         PIC 9(5).
           05  BDL-TRL-BOUND-CNT         PIC 9(5).
           05  BDL-TRL-CANCEL-CNT        PIC 9(5).
           05  BDL-TRL-LAPSE-CNT         PIC 9(5).
           05  BDL-TRL-PAYMENT-CNT       PIC 9(5).
           05  BDL-TRL-DETAIL-CNT        PIC 9(7).
           05  FILLER                    PIC X(157).

       FD  BOB-CONTROL-REPORT.
       01  BOB-CONTROL-REPORT-REC        PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-AUDIT-STATUS               PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-SORTED             VALUE 'YES'.
       01  WS-AUDIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-AUDIT              VALUE 'YES'.
       01  WS-BOB-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-ACTIVITY           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    ACTIVITY DATE (MM/DD/YYYY) TO DOWNLOAD - BLANK FOR TODAY.
      *    SET ONLY TO RE-CREATE A MISSED NIGHT'S DOWNLOAD.
       01  WS-PARM-CARD.
           05  WS-PARM-ACTIVITY-DATE     PIC X(10).
           05  FILLER                    PIC X(70).

       01  WS-ACTIVITY-DATE              PIC X(10).
       01  WS-CCYYMMDD                   PIC X(8).
       01  WS-DATE-WORK                  PIC X(10).

      *    SORT RECORD AS BUILT AND AS READ BACK.
       01  WS-ACTIVITY-REC.
           05  WS-ACT-AGENT-CODE         PIC X(10).
           05  WS-ACT-POLICY-NUMBER      PIC X(10).
           05  WS-ACT-EVENT              PIC X(8).
               88  ACT-RENEWAL-QUOTE     VALUE 'RNWQUOTE'.
               88  ACT-RENEWAL-BOUND     VALUE 'RNWBOUND'.
               88  ACT-CANCELLATION      VALUE 'CANCEL  '.
               88  ACT-LAPSE             VALUE 'LAPSE   '.
               88  ACT-PAYMENT           VALUE 'PAYMENT ' 'CHGBACK '.
           05  WS-ACT-HOLDER-LNAME       PIC X(35).
           05  WS-ACT-HOLDER-FNAME       PIC X(35).
           05  WS-ACT-POLICY-TYPE        PIC X(20).
           05  WS-ACT-EVENT-DATE         PIC X(10).
           05  WS-ACT-EXPIRY-DATE        PIC X(10).
           05  WS-ACT-AMOUNT             PIC S9(7)V99.
           05  WS-ACT-DETAIL             PIC X(10).
           05  FILLER                    PIC X(43).

      *    ONE AGENT MAILBOX AT A TIME. AN AGENT WHO IS INACTIVE OR
      *    PAST THE END DATE (THE SAME TEST MAINPGM USES TO HOLD AN
      *    AGENT'S NOTIFICATIONS), OR IS NOT ON THE AGENT FILE AT ALL,
      *    GETS NO MAILBOX - THE EVENTS ARE COUNTED AS EXCLUDED.
       01  WS-MAILBOX-FIELDS.
           05  WS-MBX-AGENT-CODE         PIC X(10).
           05  WS-MBX-OPEN-SW            PIC X(1) VALUE 'N'.
               88  MAILBOX-OPEN          VALUE 'Y'.
           05  WS-MBX-ELIGIBLE-SW        PIC X(1).
               88  MAILBOX-ELIGIBLE      VALUE 'Y'.
           05  WS-MBX-EXCLUDE-REASON     PIC X(30).
           05  WS-MBX-QUOTE-CNT          PIC 9(5).
           05  WS-MBX-BOUND-CNT          PIC 9(5).
           05  WS-MBX-CANCEL-CNT         PIC 9(5).
           05  WS-MBX-LAPSE-CNT          PIC 9(5).
           05  WS-MBX-PAYMENT-CNT        PIC 9(5).
           05  WS-MBX-DETAIL-CNT         PIC 9(7).
       01  WS-CMP-END-YMD.
           05  WS-CMP-END-YYYY           PIC 9(4).
           05  WS-CMP-END-MM             PIC 9(2).
           05  WS-CMP-END-DD             PIC 9(2).
       01  WS-CMP-CURRENT-YMD.
           05  WS-CMP-CUR-YYYY           PIC 9(4).
           05  WS-CMP-CUR-MM             PIC 9(2).
           05  WS-CMP-CUR-DD             PIC 9(2).

       01  WS-COUNTERS.
           05  WS-EVENT-CNT              PIC 9(7) VALUE 0.
           05  WS-MAILBOX-CNT            PIC 9(7) VALUE 0.
           05  WS-DOWNLOADED-CNT         PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-AGENT-CNT     PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-EVENT-CNT     PIC 9(7) VALUE 0.
           05  WS-QUOTE-NOPOL-CNT        PIC 9(7) VALUE 0.
           05  WS-ERROR-CNT              PIC 9(7) VALUE 0.

       01  BOBDRVR1-AREA.
           10  WS-BB-OPERATION-TYPE        PIC X(10).
           10  WS-BB-ACTIVITY-DATE         PIC X(10).
           10  WS-BB-SQLCODE               PIC S9(9) COMP.
           10  WS-BB-AGENT-CODE            PIC X(10).
           10  WS-BB-EVENT                 PIC X(8).
           10  WS-BB-POLICY-NUMBER         PIC X(10).
           10  WS-BB-HOLDER-LNAME          PIC X(35).
           10  WS-BB-HOLDER-FNAME          PIC X(35).
           10  WS-BB-EVENT-DATE            PIC X(10).
           10  WS-BB-AMOUNT                PIC S9(5)V9(2) COMP-3.
           10  WS-BB-DETAIL                PIC X(10).
           10  WS-BB-POLICY-TYPE           PIC X(50).
           10  WS-BB-EXPIRY-DATE           PIC X(10).

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

       01  FLEDIVR1-AREA.
           10  WS-FLEDIVR1-OPERATION-TYPE  PIC X(8).
           10  WS-FLEDIVR1-AGENT-CODE      PIC X(10).
           10  WS-FLEDIVR1-MAINT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-STATUS-CODE     PIC X(2).
           10  WS-FLEDIVR1-AGENT-RECORD.
               15  WS-FLEDIVR1-AGENT-NAME        PIC X(45).
               15  FILLER                        PIC X(132).
               15  WS-FLEDIVR1-AGENT-STATUS      PIC X(1).
               15  WS-FLEDIVR1-AGENT-TYPE        PIC X(10).
               15  FILLER                        PIC X(50).
               15  WS-FLEDIVR1-AGENT-END-DATE    PIC X(10).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(38)
               VALUE 'AGENT BOOK-OF-BUSINESS DOWNLOAD FOR  '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(12) VALUE 'MAILBOX'.
           05  FILLER                    PIC X(32) VALUE 'AGENT NAME'.
           05  FILLER                    PIC X(7)  VALUE 'QUOTES'.
           05  FILLER                    PIC X(7)  VALUE ' BOUND'.
           05  FILLER                    PIC X(7)  VALUE 'CANCEL'.
           05  FILLER                    PIC X(7)  VALUE ' LAPSE'.
           05  FILLER                    PIC X(7)  VALUE ' PAYMT'.
           05  FILLER                    PIC X(8)  VALUE '  TOTAL'.
           05  FILLER                    PIC X(45) VALUE 'DISPOSITION'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-NAME              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-QUOTE-CNT         PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-BOUND-CNT         PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-CANCEL-CNT        PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-LAPSE-CNT         PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-PAYMENT-CNT       PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-TOTAL-CNT         PIC ZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-DISPOSITION       PIC X(30).
           05  FILLER                    PIC X(15) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-AGENT-CODE
                                SRT-POLICY-NUMBER
                                SRT-EVENT
               INPUT PROCEDURE IS 1500-FEED-SORT
               GIVING SORTED-ACTIVITY-FILE

           OPEN INPUT SORTED-ACTIVITY-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOBSRTD: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 2050-READ-SORTED-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-SORTED
           IF MAILBOX-OPEN
               PERFORM 2300-CLOSE-MAILBOX
           END-IF
           CLOSE SORTED-ACTIVITY-FILE

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
           IF WS-PARM-ACTIVITY-DATE (1:2) NUMERIC
                   AND WS-PARM-ACTIVITY-DATE (4:2) NUMERIC
                   AND WS-PARM-ACTIVITY-DATE (7:4) NUMERIC
               MOVE WS-PARM-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE WS-CURRENT-DATE       TO WS-ACTIVITY-DATE
           END-IF

           OPEN OUTPUT BOB-DOWNLOAD-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGTBOBDL: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT BOB-CONTROL-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGTBOBRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'BOBDNL1'  TO WS-FLEDIVR1-CALLER-JOB
           MOVE 'BOBDNL1'  TO WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN'     TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           MOVE WS-ACTIVITY-DATE TO RPT-HDR-DATE
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-HEADER-LINE
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-COLUMN-LINE.

      *    FEEDS THE SORT: THE DAY'S RENEWAL QUOTES FROM RATEAUDT,
      *    THEN EVERY ROW OF THE BOBDRVR1 ACTIVITY CURSOR.
       1500-FEED-SORT SECTION.
       1500-FEED-SORT-PARA.
           PERFORM 1600-RELEASE-QUOTES
           PERFORM 1700-RELEASE-ACTIVITY.

       1600-FEED-WORK SECTION.
      *    NO RATEAUDT MEANS THE NOTIFICATION RUN QUOTED NOTHING YET -
      *    THE DOWNLOAD GOES OUT WITHOUT QUOTES.
       1600-RELEASE-QUOTES.
           OPEN INPUT RATING-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 1610-READ-AUDIT-PARA UNTIL END-OF-AUDIT
               CLOSE RATING-AUDIT-FILE
           ELSE
               DISPLAY 'BOBDNL1: RATEAUDT NOT AVAILABLE - NO QUOTES '
                       'DOWNLOADED'
           END-IF.

       1610-READ-AUDIT-PARA.
           READ RATING-AUDIT-FILE
               AT END
                   MOVE 'YES' TO WS-AUDIT-EOF-SW
               NOT AT END
                   IF WS-RATE-PROCESS-DATE = WS-ACTIVITY-DATE
                       PERFORM 1620-RELEASE-ONE-QUOTE
                   END-IF
           END-READ.

       1620-RELEASE-ONE-QUOTE.
           MOVE 'GETPOL'              TO WS-PY-OPERATION-TYPE
           MOVE WS-RATE-POLICY-NUMBER TO WS-PY-POLICY-NUMBER
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE NOT = 0
               ADD 1 TO WS-QUOTE-NOPOL-CNT
           ELSE
               MOVE 'GETCONT'         TO WS-PY-OPERATION-TYPE
               CALL 'PAYDRVR1' USING PAYDRVR1-AREA
               MOVE SPACES                 TO WS-ACTIVITY-REC
               MOVE WS-PY-POL-AGENT-CODE   TO WS-ACT-AGENT-CODE
               MOVE WS-RATE-POLICY-NUMBER  TO WS-ACT-POLICY-NUMBER
               SET ACT-RENEWAL-QUOTE       TO TRUE
               MOVE WS-PY-POL-HOLDER-LNAME TO WS-ACT-HOLDER-LNAME
               MOVE WS-PY-POL-HOLDER-FNAME TO WS-ACT-HOLDER-FNAME
               MOVE WS-PY-POL-TYPE         TO WS-ACT-POLICY-TYPE
               MOVE WS-RATE-PROCESS-DATE   TO WS-ACT-EVENT-DATE
               MOVE WS-PY-POL-EXPIRY-DATE  TO WS-ACT-EXPIRY-DATE
               MOVE WS-RATE-QUOTED-PREMIUM TO WS-ACT-AMOUNT
               MOVE WS-RATE-VERSION-ID     TO WS-ACT-DETAIL
               PERFORM 1800-RELEASE-EVENT
           END-IF.

       1700-RELEASE-ACTIVITY.
           MOVE 'OPEN'            TO WS-BB-OPERATION-TYPE
           MOVE WS-ACTIVITY-DATE  TO WS-BB-ACTIVITY-DATE
           CALL 'BOBDRVR1' USING BOBDRVR1-AREA
           IF WS-BB-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING BOB-ACTIVITY-CURSOR: '
                                                   WS-BB-SQLCODE
               CALL 'ABEND'
           END-IF
           PERFORM 1710-FETCH-ACTIVITY
           PERFORM 1720-RELEASE-ONE-ACTIVITY UNTIL END-OF-ACTIVITY
           MOVE 'CLOSE'           TO WS-BB-OPERATION-TYPE
           CALL 'BOBDRVR1' USING BOBDRVR1-AREA.

       1710-FETCH-ACTIVITY.
           MOVE 'FETCH' TO WS-BB-OPERATION-TYPE
           CALL 'BOBDRVR1' USING BOBDRVR1-AREA
           IF WS-BB-SQLCODE = 100
               MOVE 'YES' TO WS-BOB-EOF-SW
           ELSE
           IF WS-BB-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING BOB-ACTIVITY-CURSOR: '
                                                   WS-BB-SQLCODE
               CALL 'ABEND'
           END-IF.

       1720-RELEASE-ONE-ACTIVITY.
           MOVE SPACES               TO WS-ACTIVITY-REC
           MOVE WS-BB-AGENT-CODE     TO WS-ACT-AGENT-CODE
           MOVE WS-BB-POLICY-NUMBER  TO WS-ACT-POLICY-NUMBER
           MOVE WS-BB-EVENT          TO WS-ACT-EVENT
           MOVE WS-BB-HOLDER-LNAME   TO WS-ACT-HOLDER-LNAME
           MOVE WS-BB-HOLDER-FNAME   TO WS-ACT-HOLDER-FNAME
           MOVE WS-BB-POLICY-TYPE    TO WS-ACT-POLICY-TYPE
           MOVE WS-BB-EVENT-DATE     TO WS-ACT-EVENT-DATE
           MOVE WS-BB-EXPIRY-DATE    TO WS-ACT-EXPIRY-DATE
           MOVE WS-BB-AMOUNT         TO WS-ACT-AMOUNT
           MOVE WS-BB-DETAIL         TO WS-ACT-DETAIL
           PERFORM 1800-RELEASE-EVENT
           PERFORM 1710-FETCH-ACTIVITY.

       1800-RELEASE-EVENT.
           ADD 1 TO WS-EVENT-CNT
           MOVE WS-ACTIVITY-REC TO SORT-REC
           RELEASE SORT-REC.

       2000-MAIN-BODY SECTION.
       2000-PROCESS-PARA.
           IF NOT MAILBOX-OPEN
                   OR WS-ACT-AGENT-CODE NOT = WS-MBX-AGENT-CODE
               IF MAILBOX-OPEN
                   PERFORM 2300-CLOSE-MAILBOX
               END-IF
               PERFORM 2100-OPEN-MAILBOX
           END-IF
           IF MAILBOX-ELIGIBLE
               PERFORM 2200-WRITE-DETAIL
           ELSE
               ADD 1 TO WS-EXCLUDED-EVENT-CNT
           END-IF
           PERFORM 2050-READ-SORTED-PARA.

       2050-READ-SORTED-PARA.
           READ SORTED-ACTIVITY-FILE INTO WS-ACTIVITY-REC
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-OPEN-MAILBOX.
           MOVE 'Y'               TO WS-MBX-OPEN-SW
           MOVE WS-ACT-AGENT-CODE TO WS-MBX-AGENT-CODE
           MOVE 0 TO WS-MBX-QUOTE-CNT  WS-MBX-BOUND-CNT
                     WS-MBX-CANCEL-CNT WS-MBX-LAPSE-CNT
                     WS-MBX-PAYMENT-CNT WS-MBX-DETAIL-CNT
           MOVE SPACES TO RPT-DET-NAME
           PERFORM 2110-CHECK-AGENT-ELIGIBLE
           IF MAILBOX-ELIGIBLE
               ADD 1 TO WS-MAILBOX-CNT
               MOVE SPACES            TO BOB-HEADER-REC
               MOVE 'H'               TO BDL-HDR-REC-TYPE
               MOVE WS-MBX-AGENT-CODE TO BDL-HDR-MAILBOX
               MOVE 'INSURNCE'        TO BDL-HDR-CARRIER
               MOVE WS-CURRENT-DATE   TO WS-DATE-WORK
               PERFORM 2900-DATE-TO-CCYYMMDD
               MOVE WS-CCYYMMDD       TO BDL-HDR-CREATE-DATE
               MOVE WS-ACTIVITY-DATE  TO WS-DATE-WORK
               PERFORM 2900-DATE-TO-CCYYMMDD
               MOVE WS-CCYYMMDD       TO BDL-HDR-ACTIVITY-DATE
               MOVE WS-FLEDIVR1-AGENT-NAME TO BDL-HDR-AGENT-NAME
               WRITE BOB-HEADER-REC
           ELSE
               ADD 1 TO WS-EXCLUDED-AGENT-CNT
           END-IF.

       2110-CHECK-AGENT-ELIGIBLE.
           MOVE 'Y'    TO WS-MBX-ELIGIBLE-SW
           MOVE SPACES TO WS-MBX-EXCLUDE-REASON
           IF WS-MBX-AGENT-CODE = SPACES
               MOVE 'N' TO WS-MBX-ELIGIBLE-SW
               MOVE 'EXCLUDED - NO AGENT ON POLICY'
                                      TO WS-MBX-EXCLUDE-REASON
           ELSE
               MOVE 'SEARCH'          TO WS-FLEDIVR1-OPERATION-TYPE
               MOVE WS-MBX-AGENT-CODE TO WS-FLEDIVR1-AGENT-CODE
               CALL 'FLDRIVR1' USING FLEDIVR1-AREA
               IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
                   ADD 1 TO WS-ERROR-CNT
                   MOVE 'N' TO WS-MBX-ELIGIBLE-SW
                   MOVE 'EXCLUDED - NOT ON AGENT FILE'
                                      TO WS-MBX-EXCLUDE-REASON
               ELSE
                   MOVE WS-FLEDIVR1-AGENT-NAME TO RPT-DET-NAME
                   PERFORM 2120-CHECK-AGENT-HOLD
               END-IF
           END-IF.

       2120-CHECK-AGENT-HOLD.
           IF WS-FLEDIVR1-AGENT-STATUS NOT = 'A'
               MOVE 'N' TO WS-MBX-ELIGIBLE-SW
               MOVE 'EXCLUDED - AGENT INACTIVE'
                                      TO WS-MBX-EXCLUDE-REASON
           END-IF
           IF MAILBOX-ELIGIBLE
                   AND WS-FLEDIVR1-AGENT-END-DATE NOT = SPACES
               MOVE WS-FLEDIVR1-AGENT-END-DATE (7:4) TO WS-CMP-END-YYYY
               MOVE WS-FLEDIVR1-AGENT-END-DATE (1:2) TO WS-CMP-END-MM
               MOVE WS-FLEDIVR1-AGENT-END-DATE (4:2) TO WS-CMP-END-DD
               MOVE WS-YEAR              TO WS-CMP-CUR-YYYY
               MOVE WS-MONTH             TO WS-CMP-CUR-MM
               MOVE WS-DAY               TO WS-CMP-CUR-DD
               IF WS-CMP-END-YMD < WS-CMP-CURRENT-YMD
                   MOVE 'N' TO WS-MBX-ELIGIBLE-SW
                   MOVE 'EXCLUDED - END DATE PASSED'
                                      TO WS-MBX-EXCLUDE-REASON
               END-IF
           END-IF.

       2200-WRITE-DETAIL.
           MOVE SPACES               TO BOB-DETAIL-REC
           MOVE 'D'                  TO BDL-REC-TYPE
           MOVE WS-MBX-AGENT-CODE    TO BDL-MAILBOX
           MOVE WS-ACT-EVENT         TO BDL-EVENT
           MOVE WS-ACT-POLICY-NUMBER TO BDL-POLICY-NUMBER
           MOVE WS-ACT-HOLDER-LNAME  TO BDL-HOLDER-LNAME
           MOVE WS-ACT-HOLDER-FNAME  TO BDL-HOLDER-FNAME
           MOVE WS-ACT-POLICY-TYPE   TO BDL-POLICY-TYPE
           MOVE WS-ACT-EVENT-DATE    TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-CCYYMMDD
           MOVE WS-CCYYMMDD          TO BDL-EVENT-DATE
           MOVE WS-ACT-EXPIRY-DATE   TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-CCYYMMDD
           MOVE WS-CCYYMMDD          TO BDL-EXPIRY-DATE
           MOVE WS-ACT-AMOUNT        TO BDL-AMOUNT
           IF WS-ACT-AMOUNT < 0
               MOVE '-'              TO BDL-AMOUNT-SIGN
           ELSE
               MOVE '+'              TO BDL-AMOUNT-SIGN
           END-IF
           MOVE WS-ACT-DETAIL        TO BDL-DETAIL
           WRITE BOB-DETAIL-REC
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO AGTBOBDL: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           ADD 1 TO WS-MBX-DETAIL-CNT
           ADD 1 TO WS-DOWNLOADED-CNT
           EVALUATE TRUE
               WHEN ACT-RENEWAL-QUOTE
                   ADD 1 TO WS-MBX-QUOTE-CNT
               WHEN ACT-RENEWAL-BOUND
                   ADD 1 TO WS-MBX-BOUND-CNT
               WHEN ACT-CANCELLATION
                   ADD 1 TO WS-MBX-CANCEL-CNT
               WHEN ACT-LAPSE
                   ADD 1 TO WS-MBX-LAPSE-CNT
               WHEN OTHER
                   ADD 1 TO WS-MBX-PAYMENT-CNT
           END-EVALUATE.

       2300-CLOSE-MAILBOX.
           MOVE WS-MBX-AGENT-CODE   TO RPT-DET-AGENT
           IF MAILBOX-ELIGIBLE
               MOVE SPACES              TO BOB-TRAILER-REC
               MOVE 'T'                 TO BDL-TRL-REC-TYPE
               MOVE WS-MBX-AGENT-CODE   TO BDL-TRL-MAILBOX
               MOVE WS-MBX-QUOTE-CNT    TO BDL-TRL-QUOTE-CNT
               MOVE WS-MBX-BOUND-CNT    TO BDL-TRL-BOUND-CNT
               MOVE WS-MBX-CANCEL-CNT   TO BDL-TRL-CANCEL-CNT
               MOVE WS-MBX-LAPSE-CNT    TO BDL-TRL-LAPSE-CNT
               MOVE WS-MBX-PAYMENT-CNT  TO BDL-TRL-PAYMENT-CNT
               MOVE WS-MBX-DETAIL-CNT   TO BDL-TRL-DETAIL-CNT
               WRITE BOB-TRAILER-REC
               MOVE 'DOWNLOADED'        TO RPT-DET-DISPOSITION
           ELSE
               MOVE WS-MBX-EXCLUDE-REASON TO RPT-DET-DISPOSITION
           END-IF
           MOVE WS-MBX-QUOTE-CNT    TO RPT-DET-QUOTE-CNT
           MOVE WS-MBX-BOUND-CNT    TO RPT-DET-BOUND-CNT
           MOVE WS-MBX-CANCEL-CNT   TO RPT-DET-CANCEL-CNT
           MOVE WS-MBX-LAPSE-CNT    TO RPT-DET-LAPSE-CNT
           MOVE WS-MBX-PAYMENT-CNT  TO RPT-DET-PAYMENT-CNT
           MOVE WS-MBX-DETAIL-CNT   TO RPT-DET-TOTAL-CNT
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-DETAIL-LINE
           MOVE 'N' TO WS-MBX-OPEN-SW.

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
           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           CLOSE BOB-DOWNLOAD-FILE

           MOVE 'POLICY EVENTS FOR THE DAY'        TO RPT-TOT-LABEL
           MOVE WS-EVENT-CNT                       TO RPT-TOT-CNT
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'AGENT MAILBOXES WRITTEN'          TO RPT-TOT-LABEL
           MOVE WS-MAILBOX-CNT                     TO RPT-TOT-CNT
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'EVENTS DOWNLOADED'                TO RPT-TOT-LABEL
           MOVE WS-DOWNLOADED-CNT                  TO RPT-TOT-CNT
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'AGENTS EXCLUDED'                  TO RPT-TOT-LABEL
           MOVE WS-EXCLUDED-AGENT-CNT              TO RPT-TOT-CNT
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'EVENTS EXCLUDED'                  TO RPT-TOT-LABEL
           MOVE WS-EXCLUDED-EVENT-CNT              TO RPT-TOT-CNT
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'QUOTES FOR POLICIES NOT ON FILE'  TO RPT-TOT-LABEL
           MOVE WS-QUOTE-NOPOL-CNT                 TO RPT-TOT-CNT
           WRITE BOB-CONTROL-REPORT-REC FROM RPT-TOTAL-LINE
           CLOSE BOB-CONTROL-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'BOBDNL1'       TO OPS-JOB-NAME
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
               MOVE WS-EVENT-CNT TO OPS-RECORD-CNT
               MOVE WS-ERROR-CNT TO OPS-ERROR-CNT
               IF WS-ERROR-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'BOBDNL1: EVENTS: ' WS-EVENT-CNT
                   '  MAILBOXES: ' WS-MAILBOX-CNT
                   '  AGENTS EXCLUDED: ' WS-EXCLUDED-AGENT-CNT.

       END PROGRAM BOBDNL1.
