           SELECT DUNNING-AGING-REPORT ASSIGN TO 'DUNAGERP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LATE-FEE-SCHEDULE ASSIGN TO 'LATEFEES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHED-STATUS.
           SELECT REMIT-ADJUST-FILE ASSIGN TO 'REMITADJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUNNING-AGING-REPORT.
       01  DUNNING-AGING-REPORT-REC      PIC X(132).

      *    LATE-FEE SCHEDULE, MAINTAINED BY BILLING FROM THE STATE
      *    FILINGS - ONE RECORD PER STATE AND POLICY TYPE (A BLANK
      *    TYPE COVERS EVERY TYPE IN THE STATE THAT HAS NO ROW OF ITS
      *    OWN). THE FEE IS THE FLAT AMOUNT PLUS THE PERCENTAGE (A
      *    DECIMAL FRACTION, 0.0500 IS 5 PERCENT) OF THE PAST-DUE
      *    BALANCE, CAPPED AT THE MAXIMUM WHEN ONE IS GIVEN, AND IS
      *    CHARGED ONCE WHEN THE INSTALLMENT IS THE THRESHOLD NUMBER
      *    OF DAYS PAST DUE. A STATE WITH NO ROW CHARGES NO FEE.
       FD  LATE-FEE-SCHEDULE.
       01  LATE-FEE-SCHEDULE-REC.
           05  LFS-STATE                 PIC X(2).
           05  LFS-POLICY-TYPE           PIC X(10).
           05  LFS-THRESHOLD-DAYS        PIC 9(3).
           05  LFS-FLAT-FEE              PIC 9(3)V99.
           05  LFS-FEE-PCT               PIC 9V9(4).
           05  LFS-MAX-FEE               PIC 9(3)V99.
           05  FILLER                    PIC X(50).

      *    RE-ISSUED REMITTANCE STUBS CARRYING A NEWLY ASSESSED LATE
      *    FEE - SAME PIPE-DELIMITED LAYOUT AS REMITFLE, SENT TO THE
      *    LOCKBOX VENDOR AND THE PRINT SHOP ALONGSIDE IT. THE FEE
      *    RIDES ON THE POLICY'S NEXT INSTALLMENT STUB, OR ON A
      *    RE-ISSUE OF THE PAST-DUE STUB WHEN IT WAS THE LAST ONE.
       FD  REMIT-ADJUST-FILE.
       01  REMIT-ADJUST-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-REMIT-STATUS               PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-FEE-SCHED-STATUS           PIC XX.
       01  WS-FEE-SCHED-EOF-SW           PIC X(3) VALUE 'NO'.
           88  END-OF-FEE-SCHEDULE       VALUE 'YES'.
       01  WS-REMIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-SCHEDULE           VALUE 'YES'.

       01  WS-SUPPRESSED-CNT             PIC 9(7) VALUE 0.
       01  WS-ALREADY-SENT-CNT           PIC 9(7) VALUE 0.
       01  WS-NO-POLICY-CNT              PIC 9(7) VALUE 0.
       01  WS-FEE-ASSESSED-CNT           PIC 9(7) VALUE 0.
       01  WS-FEE-ASSESSED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-FEE-STUB-CNT               PIC 9(7) VALUE 0.
       01  WS-CARD-PAID-CNT              PIC 9(7) VALUE 0.
       01  WS-CHGBK-REOPEN-CNT           PIC 9(7) VALUE 0.
       01  WS-CHGBK-REOPEN-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-ARR-KEPT-CNT               PIC 9(7) VALUE 0.
       01  WS-ARR-BROKEN-CNT             PIC 9(7) VALUE 0.
       01  WS-ARR-HELD-CNT               PIC 9(7) VALUE 0.
       01  WS-ARR-HELD-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-MOR-HELD-CNT               PIC 9(7) VALUE 0.
       01  WS-MOR-RELEASED-CNT           PIC 9(7) VALUE 0.
       01  WS-MOR-ERROR-CNT              PIC 9(7) VALUE 0.
       01  WS-ESIGN-MAILED-CNT           PIC 9(7) VALUE 0.
       01  WS-MOR-HOLD-SW                PIC X(1)  VALUE 'N'.
           88  MOR-NOTICE-HELD           VALUE 'Y'.

      *    HARDSHIP ARRANGEMENTS (TARRANGE). A PROMISE IS BROKEN ONLY
      *    ONCE ITS DATE IS THIS MANY DAYS BEHIND, SO A PAYMENT MAILED
      *    ON TIME HAS CLEARED THE LOCKBOX FIRST. THE ACTIVE
      *    ARRANGEMENT OF THE LAST POLICY LOOKED UP IS KEPT - A
      *    POLICY'S STUBS COME TOGETHER ON THE SCHEDULE.
       01  WS-ARR-GRACE-DAYS             PIC S9(4) COMP VALUE 5.
       01  WS-ARR-LAST-POLICY            PIC X(10) VALUE SPACES.
       01  WS-ARR-ACTIVE-SW              PIC X(1)  VALUE 'N'.
           88  ARR-ACTIVE                VALUE 'Y'.
       01  WS-ARR-FROM-INSTALL           PIC S9(9) COMP VALUE 0.
       01  WS-ARR-TO-INSTALL             PIC S9(9) COMP VALUE 0.
       01  WS-ARR-HOLD-SW                PIC X(1)  VALUE 'N'.
           88  ARR-STUB-HELD             VALUE 'Y'.

      *    PAST-DUE AGE OF THE STUB IN HAND AND THE DUNNING LEVEL IT
      *    FALLS IN: 15+, 30+ OR 45+ DAYS PAST THE SCHEDULED DUE DATE
           05  WS-RMT-AMT-DEC            PIC X(2).
           05  WS-RMT-AMT-B-WHOLE        PIC 9(5).
           05  WS-RMT-AMT-B-DEC          PIC 9(2).
           05  WS-RMT-INSTALL-NUM        PIC 9(2).

      *    THE LATEFEES SCHEDULE LOADED AT STARTUP. THE LOWEST
      *    THRESHOLD ON FILE DECIDES HOW YOUNG A PAST-DUE STUB IS
      *    STILL WORTH A PAYMENT CHECK (999 = NO SCHEDULE, DUNNING
      *    LEVELS ONLY).
       01  WS-FEE-SCHED-TABLE.
           05 WS-FSC-ENTRY               OCCURS 300 TIMES.
              10 WS-FSC-STATE            PIC X(2).
              10 WS-FSC-POLICY-TYPE      PIC X(10).
              10 WS-FSC-DAYS             PIC 9(3).
              10 WS-FSC-FLAT             PIC 9(3)V99.
              10 WS-FSC-PCT              PIC 9V9(4).
              10 WS-FSC-MAX              PIC 9(3)V99.
       01  WS-FSC-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-FSC-IDX                    PIC 9(3) VALUE 0.
       01  WS-FSC-FOUND-IDX              PIC 9(3) VALUE 0.
       01  WS-FSC-MIN-DAYS               PIC 9(3) VALUE 999.

      *    LATE FEE ON THE STUB IN HAND. THE FEE LINE IS INSTALLMENT
      *    100 PLUS THE PAST-DUE INSTALLMENT ON TPAYMENT (SEE
      *    DPAYMENT); OUTSTANDING IS WHAT IS STILL OPEN ON IT AND
      *    GOES ON THE NOTICE WITH THE BALANCE.
       01  WS-FEE-FIELDS.
           05  WS-FEE-INSTALL-NO         PIC S9(9) COMP.
           05  WS-FEE-AMOUNT             PIC S9(5)V99 VALUE 0.
           05  WS-FEE-OUTSTANDING        PIC S9(5)V99 VALUE 0.
           05  WS-NOTICE-AMOUNT          PIC S9(5)V99 VALUE 0.
           05  WS-FEE-EDIT               PIC ZZ9.99.
           05  WS-FEE-MSG-WORK           PIC X(100).
           05  WS-FEE-MSG-LEN            PIC 9(3) VALUE 0.

      *    A FEE ASSESSED ON THIS RUN WAITS HERE FOR THE NEXT STUB
      *    READ - IF THAT IS THE SAME POLICY'S NEXT INSTALLMENT THE
      *    FEE RIDES ON IT, OTHERWISE THE PAST-DUE STUB IS RE-ISSUED
      *    WITH THE FEE ADDED. REMITFLE CARRIES A POLICY'S STUBS
      *    TOGETHER, IN INSTALLMENT ORDER (MAINPGM 3074).
       01  WS-FEE-PENDING.
           05  WS-FPD-SW                 PIC X(1) VALUE 'N'.
               88  FEE-PENDING           VALUE 'Y'.
           05  WS-FPD-POLICY             PIC X(10).
           05  WS-FPD-INSTALL-NO         PIC 9(2).
           05  WS-FPD-BALANCE            PIC 9(5)V99.
           05  WS-FPD-DUE-DATE           PIC X(10).
           05  WS-FPD-FEE                PIC 9(5)V99.

       01  WS-ADJ-STUB-FIELDS.
           05  WS-ADJ-INSTALL-NO-EDIT    PIC 9(2).
           05  WS-ADJ-AMT-EDIT           PIC 9(5).99.
           05  WS-ADJ-AMOUNT             PIC 9(5)V99.
           05  WS-ADJ-DUE-DATE           PIC X(10).

      *    AGING TOTALS BY STATE (FOR COLLECTIONS) AND BY POLICY TYPE,
      *    ONE BUCKET PER DUNNING LEVEL. STATES COLLECT LINEARLY THE
           10  WS-SU-OUT-EFF-DATE          PIC X(10).
           10  WS-SU-OUT-AUTH-USER         PIC X(8).

       01  ESGDRVR1-AREA.
           10  WS-ES-OPERATION-TYPE        PIC X(10).
           10  WS-ES-PROCESS-DATE          PIC X(10).
           10  WS-ES-POLICY-NUMBER         PIC X(10).
           10  WS-ES-CONSENT-DATE          PIC X(10).
           10  WS-ES-SOURCE                PIC X(1).
           10  WS-ES-DISCLOSURE-VER        PIC X(8).
           10  WS-ES-AUTH-USER             PIC X(8).
           10  WS-ES-SQLCODE               PIC S9(9) COMP.
           10  WS-ES-GRANT-RESULT          PIC X(1).
           10  WS-ES-OUT-CONSENT-DATE      PIC X(10).
           10  WS-ES-OUT-SOURCE            PIC X(1).
           10  WS-ES-OUT-DISCLOSURE-VER    PIC X(8).
           10  WS-ES-OUT-CONTACT-PREF      PIC X(1).
           10  WS-ES-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-ES-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-ES-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-ES-OUT-HOLDER-EMAIL      PIC X(30).
           10  WS-ES-OUT-AGENT-CODE        PIC X(10).
           10  WS-ES-OUT-EXPIRY-DATE       PIC X(10).
           10  WS-ES-OUT-MISSING-REASON    PIC X(1).
           10  WS-ES-OUT-WITHDRAW-DATE     PIC X(10).

       01  PAYDRVR1-AREA.
           10  WS-PY-OPERATION-TYPE        PIC X(10).
           10  WS-PY-POLICY-NUMBER         PIC X(10).
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
           10  WS-PY-PAID-SOURCE           PIC X(8).

       01  ARRDRVR1-AREA.
           10  WS-AR-OPERATION-TYPE        PIC X(10).
           10  WS-AR-PROCESS-DATE          PIC X(10).
           10  WS-AR-POLICY-NUMBER         PIC X(10).
           10  WS-AR-FROM-INSTALL          PIC S9(9) COMP.
           10  WS-AR-TO-INSTALL            PIC S9(9) COMP.
           10  WS-AR-PROMISE-DATE          PIC X(10).
           10  WS-AR-PROMISE-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-AR-AGREED-BY             PIC X(10).
           10  WS-AR-GRACE-DAYS            PIC S9(4) COMP.
           10  WS-AR-PERIOD-FROM           PIC X(10).
           10  WS-AR-PERIOD-TO             PIC X(10).
           10  WS-AR-UPDATE-USER           PIC X(8).
           10  WS-AR-SQLCODE               PIC S9(9) COMP.
           10  WS-AR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-AR-OUT-ENTER-DATE        PIC X(10).
           10  WS-AR-OUT-FROM-INSTALL      PIC S9(9) COMP.
           10  WS-AR-OUT-TO-INSTALL        PIC S9(9) COMP.
           10  WS-AR-OUT-PROMISE-DATE      PIC X(10).
           10  WS-AR-OUT-PROMISE-AMOUNT    PIC S9(5)V9(2) COMP-3.
           10  WS-AR-OUT-AGREED-BY         PIC X(10).
           10  WS-AR-OUT-STATUS            PIC X(1).
           10  WS-AR-OUT-STATUS-DATE       PIC X(10).
           10  WS-AR-OUT-PAID-AMOUNT       PIC S9(5)V9(2) COMP-3.
           10  WS-AR-OUT-UPDATE-USER       PIC X(8).
           10  WS-AR-ROWS-UPDATED          PIC S9(9) COMP.
           10  WS-AR-OUT-ACTIVE-CNT        PIC S9(9) COMP.
           10  WS-AR-OUT-ACTIVE-TOTAL      PIC S9(9)V9(2) COMP-3.

      *    DISASTER MORATORIUM (TMORATOR, SEE MORDRVR1). THE 45-DAY
      *    FINAL NOTICE IS THE CANCEL-FOR-NON-PAYMENT ESCALATION, SO
      *    IT IS HELD WHILE A MORATORIUM FREEZING NON-PAYMENT ACTION
      *    IS IN FORCE FOR THE POLICYHOLDER'S AREA - THE 15/30-DAY
      *    REMINDERS STILL GO. THE HOLD IS LOGGED ON TMORHOLD AND THE
      *    NOTICE GOES OUT ON THE FIRST RUN AFTER THE MORATORIUM ENDS.
       01  MORDRVR1-AREA.
           10  WS-MR-OPERATION-TYPE        PIC X(10).
           10  WS-MR-PROCESS-DATE          PIC X(10).
           10  WS-MR-POLICY-NUMBER         PIC X(10).
           10  WS-MR-ACTION                PIC X(8) VALUE 'NONPAY'.
           10  WS-MR-SOURCE-PGM            PIC X(8) VALUE 'DUNCYCL1'.
           10  WS-MR-MORATORIUM-ID         PIC X(10).
           10  WS-MR-REF-DATE              PIC X(10).
           10  WS-MR-REF-TEXT              PIC X(10).
           10  WS-MR-GRACE-DAYS            PIC S9(4) COMP VALUE 0.
           10  WS-MR-SQLCODE               PIC S9(9) COMP.
           10  WS-MR-ROW-CNT               PIC S9(9) COMP.
           10  WS-MR-OUT-MORATORIUM-ID     PIC X(10).
           10  WS-MR-OUT-STATE             PIC X(2).
           10  WS-MR-OUT-EVENT-DESC        PIC X(40).
           10  WS-MR-OUT-START-DATE        PIC X(10).
           10  WS-MR-OUT-END-DATE          PIC X(10).
           10  WS-MR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-MR-OUT-ACTION            PIC X(8).
           10  WS-MR-OUT-SOURCE-PGM        PIC X(8).
           10  WS-MR-OUT-FIRST-HELD-DATE   PIC X(10).
           10  WS-MR-OUT-LAST-HELD-DATE    PIC X(10).
           10  WS-MR-OUT-HOLD-COUNT        PIC S9(4) COMP.
           10  WS-MR-OUT-REF-DATE          PIC X(10).
           10  WS-MR-OUT-REF-TEXT          PIC X(10).
           10  WS-MR-OUT-STATUS            PIC X(1).
           10  WS-MR-OUT-RELEASE-DATE      PIC X(10).

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'DUNCYCL1'.
           10  WS-GL-DEBIT-ACCOUNT         PIC X(10).
           10  WS-GL-CREDIT-ACCOUNT        PIC X(10).
           10  WS-GL-AMOUNT                PIC S9(9)V99 COMP-3.
           10  WS-GL-REF-TYPE              PIC X(1).
           10  WS-GL-REFERENCE             PIC X(10).
           10  WS-GL-DESCRIPTION           PIC X(20).
           10  WS-GL-STATUS-CODE           PIC X(2).

       01  WS-GL-ACCOUNTS.
           COPY GLACCTS.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
           05  RPT-TOT-SUPP              PIC ZZZZZZ9.
           05  FILLER                    PIC X(33) VALUE SPACES.

       01  RPT-FEE-LINE.
           05  FILLER                    PIC X(20)
               VALUE 'LATE FEES ASSESSED: '.
           05  RPT-FEE-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-FEE-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(19)
               VALUE 'FEE STUBS ISSUED:  '.
           05  RPT-FEE-STUBS             PIC ZZZZZZ9.
           05  FILLER                    PIC X(51) VALUE SPACES.

      *    CARD PAYMENTS (CRDPOST1) CLEAR STUBS LIKE ANY OTHER CASH;
      *    A STUB WHOSE CARD PAYMENT WAS CHARGED BACK IS UNPAID AGAIN
      *    AND IS LISTED AS IT IS DUNNED.
       01  RPT-CHGBK-LINE.
           05  FILLER                    PIC X(26)
               VALUE 'CARD CHARGEBACK - POLICY: '.
           05  RPT-CB-POLICY             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'INSTALL: '.
           05  RPT-CB-INSTALL            PIC 9(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE 'CHARGED BACK: '.
           05  RPT-CB-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE 'REOPENED FOR DUNNING'.
           05  FILLER                    PIC X(36) VALUE SPACES.

       01  RPT-CARD-LINE.
           05  FILLER                    PIC X(17)
               VALUE 'CARD-PAID STUBS: '.
           05  RPT-CRD-PAID              PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(22)
               VALUE 'CHARGEBACKS REOPENED: '.
           05  RPT-CRD-REOPEN            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-CRD-REOPEN-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(51) VALUE SPACES.

      *    HARDSHIP PROMISES SETTLED BY THIS RUN'S SWEEP, AND THE
      *    PAST-DUE STUBS HELD OUT OF AGING BY THOSE STILL ACTIVE.
       01  RPT-ARR-LINE.
           05  FILLER                    PIC X(22)
               VALUE 'HARDSHIP PROMISES KEPT'.
           05  FILLER                    PIC X(2)  VALUE ': '.
           05  RPT-ARR-KEPT              PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'BROKEN: '.
           05  RPT-ARR-BROKEN            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'STUBS HELD: '.
           05  RPT-ARR-HELD              PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-ARR-HELD-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(36) VALUE SPACES.

       01  RPT-MOR-HOLD-LINE.
           05  FILLER                    PIC X(26)
               VALUE 'MORATORIUM HOLD - POLICY: '.
           05  RPT-MH-POLICY             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'INSTALL: '.
           05  RPT-MH-INSTALL            PIC 9(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'MORATORIUM: '.
           05  RPT-MH-MORATORIUM         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'UNTIL: '.
           05  RPT-MH-END-DATE           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(24)
               VALUE 'FINAL NOTICE NOT SENT   '.
           05  FILLER                    PIC X(14) VALUE SPACES.

       01  RPT-MOR-TOTAL-LINE.
           05  FILLER                    PIC X(26)
               VALUE 'MORATORIUM FINAL NOTICES '.
           05  FILLER                    PIC X(6)  VALUE 'HELD: '.
           05  RPT-MT-HELD               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(21)
               VALUE 'RELEASED AND SENT:   '.
           05  RPT-MT-RELEASED           PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(22)
               VALUE 'NOT CHECKED - ERROR: '.
           05  RPT-MT-ERROR              PIC ZZZZZZ9.
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  RPT-ESIGN-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'EMAIL-ONLY NOTICES MAILED - NO E-SIGN: '.
           05  RPT-ES-MAILED             PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
               END-IF
           END-IF

           OPEN OUTPUT REMIT-ADJUST-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITADJ: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE DUNNING-AGING-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           PERFORM 0200-LOAD-FEE-SCHEDULE
           PERFORM 0300-SETTLE-ARRANGEMENTS

           PERFORM 2050-READ-SCHEDULE-PARA.

       0200-LOAD-FEE-SCHEDULE.
           OPEN INPUT LATE-FEE-SCHEDULE
           IF WS-FEE-SCHED-STATUS NOT = '00'
               DISPLAY 'LATEFEES NOT PRESENT - NO LATE FEES ASSESSED'
           ELSE
               PERFORM 0210-READ-FEE-SCHEDULE
                   UNTIL END-OF-FEE-SCHEDULE
               CLOSE LATE-FEE-SCHEDULE
           END-IF
           DISPLAY 'DUNCYCL1: LATE-FEE SCHEDULE ROWS LOADED: '
                   WS-FSC-TBL-CNT.

       0210-READ-FEE-SCHEDULE.
           READ LATE-FEE-SCHEDULE
               AT END
                   MOVE 'YES' TO WS-FEE-SCHED-EOF-SW
               NOT AT END
                   IF LFS-STATE NOT = SPACES
                           AND LFS-THRESHOLD-DAYS NUMERIC
                           AND LFS-FLAT-FEE NUMERIC
                           AND LFS-FEE-PCT NUMERIC
                           AND LFS-MAX-FEE NUMERIC
                       IF WS-FSC-TBL-CNT >= 300
                           DISPLAY '*** DUNCYCL1: LATE-FEE SCHEDULE '
                                   'FULL (300) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-FSC-TBL-CNT
                       MOVE LFS-STATE
                           TO WS-FSC-STATE (WS-FSC-TBL-CNT)
                       MOVE LFS-POLICY-TYPE
                           TO WS-FSC-POLICY-TYPE (WS-FSC-TBL-CNT)
                       MOVE LFS-THRESHOLD-DAYS
                           TO WS-FSC-DAYS (WS-FSC-TBL-CNT)
                       MOVE LFS-FLAT-FEE
                           TO WS-FSC-FLAT (WS-FSC-TBL-CNT)
                       MOVE LFS-FEE-PCT
                           TO WS-FSC-PCT (WS-FSC-TBL-CNT)
                       MOVE LFS-MAX-FEE
                           TO WS-FSC-MAX (WS-FSC-TBL-CNT)
                       IF LFS-THRESHOLD-DAYS < WS-FSC-MIN-DAYS
                           MOVE LFS-THRESHOLD-DAYS TO WS-FSC-MIN-DAYS
                       END-IF
                   END-IF
           END-READ.

      *    HARDSHIP PROMISES ARE SETTLED BEFORE ANY STUB IS AGED: ONE
      *    PAID UP IS KEPT, ONE PAST ITS DATE AND GRACE IS BROKEN. A
      *    BROKEN PROMISE HOLDS NOTHING FROM HERE ON - ITS STUBS AGE
      *    FROM THEIR OWN DUE DATES, SO THEY COME BACK AT THE LEVEL
      *    THEY WOULD HAVE REACHED, AND A TIER NOT YET SENT GOES OUT.
       0300-SETTLE-ARRANGEMENTS.
           MOVE WS-CURRENT-DATE    TO WS-AR-PROCESS-DATE
           MOVE WS-ARR-GRACE-DAYS  TO WS-AR-GRACE-DAYS
           MOVE 'DUNCYCL1'         TO WS-AR-UPDATE-USER
           MOVE 'KEEP'             TO WS-AR-OPERATION-TYPE
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA
           IF WS-AR-SQLCODE = 0
               MOVE WS-AR-ROWS-UPDATED TO WS-ARR-KEPT-CNT
           END-IF
           MOVE 'BREAK'            TO WS-AR-OPERATION-TYPE
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA
           IF WS-AR-SQLCODE = 0
               MOVE WS-AR-ROWS-UPDATED TO WS-ARR-BROKEN-CNT
           END-IF.

       2000-PROCESS-PARA.
           PERFORM 2100-DECODE-STUB
           IF WS-RMT-POLICY NOT = SPACES
                   AND WS-RMT-INSTALL-X NUMERIC
               ADD 1 TO WS-STUBS-READ-CNT
               MOVE WS-RMT-INSTALL-X TO WS-RMT-INSTALL-NUM
               IF FEE-PENDING
                   PERFORM 2800-BILL-PENDING-FEE
               END-IF
               PERFORM 2200-AGE-STUB
               IF WS-DUN-LEVEL > 0
                       OR WS-PAST-DUE-DAYS >= WS-FSC-MIN-DAYS
                   PERFORM 2250-CHECK-ARRANGEMENT
                   IF ARR-STUB-HELD
                       ADD 1                 TO WS-ARR-HELD-CNT
                       ADD WS-RMT-AMOUNT-NUM TO WS-ARR-HELD-TOTAL
                   ELSE
                       PERFORM 2300-CHECK-PAYMENT
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-READ-SCHEDULE-PARA.

       2200-AGE-STUB.
           MOVE 0 TO WS-DUN-LEVEL
                     WS-PAST-DUE-DAYS
           IF WS-RMT-DUE-DATE (1:2) NUMERIC
                   AND WS-RMT-DUE-DATE (4:2) NUMERIC
                   AND WS-RMT-DUE-DATE (7:4) NUMERIC
               END-EVALUATE
           END-IF.

      *    A STUB COVERED BY AN ACTIVE HARDSHIP ARRANGEMENT IS NOT
      *    AGED, CHARGED A LATE FEE OR DUNNED WHILE THE PROMISE
      *    STANDS.
       2250-CHECK-ARRANGEMENT.
           MOVE 'N' TO WS-ARR-HOLD-SW
           IF WS-RMT-POLICY NOT = WS-ARR-LAST-POLICY
               MOVE WS-RMT-POLICY    TO WS-ARR-LAST-POLICY
               MOVE 'N'              TO WS-ARR-ACTIVE-SW
               MOVE 'GETACT'         TO WS-AR-OPERATION-TYPE
               MOVE WS-CURRENT-DATE  TO WS-AR-PROCESS-DATE
               MOVE WS-RMT-POLICY    TO WS-AR-POLICY-NUMBER
               CALL 'ARRDRVR1' USING ARRDRVR1-AREA
               IF WS-AR-SQLCODE = 0
                   MOVE 'Y'                    TO WS-ARR-ACTIVE-SW
                   MOVE WS-AR-OUT-FROM-INSTALL TO WS-ARR-FROM-INSTALL
                   MOVE WS-AR-OUT-TO-INSTALL   TO WS-ARR-TO-INSTALL
               END-IF
           END-IF
           IF ARR-ACTIVE
                   AND WS-RMT-INSTALL-NUM >= WS-ARR-FROM-INSTALL
                   AND WS-RMT-INSTALL-NUM <= WS-ARR-TO-INSTALL
               MOVE 'Y' TO WS-ARR-HOLD-SW
           END-IF.

      *    A STUB WITH A FULL PAYMENT POSTED IS DONE. A SHORT-PAID
      *    STUB IS DUNNED FOR ITS BALANCE; NO PAYMENT ROW AT ALL IS
      *    DUNNED FOR THE FULL SCHEDULED AMOUNT.
       2300-CHECK-PAYMENT.
           MOVE 'CHKSRC'         TO WS-PY-OPERATION-TYPE
           MOVE WS-RMT-POLICY    TO WS-PY-POLICY-NUMBER
           MOVE WS-RMT-INSTALL-X TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0 AND WS-PY-PAID-SOURCE = 'CARD'
               ADD 1 TO WS-CARD-PAID-CNT
           END-IF
           EVALUATE TRUE
               WHEN WS-PY-SQLCODE = 100
                   PERFORM 2310-CHECK-CHARGEBACK
                   MOVE WS-RMT-AMOUNT-NUM TO WS-BALANCE-DUE
                   PERFORM 2400-PROCESS-UNPAID
               WHEN WS-PY-SQLCODE = 0 AND WS-PY-PAID-STATUS = 'S'
                   CONTINUE
           END-EVALUATE.

      *    THE REVERSED CARD PAYMENT OF A CHARGEBACK IS KEPT AT
      *    INSTALLMENT 200 PLUS THE STUB'S (SEE DPAYMENT).
       2310-CHECK-CHARGEBACK.
           MOVE 'CHKSRC'         TO WS-PY-OPERATION-TYPE
           MOVE WS-RMT-POLICY    TO WS-PY-POLICY-NUMBER
           COMPUTE WS-PY-INSTALL-NO = WS-RMT-INSTALL-NUM + 200
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0 AND WS-PY-PAID-STATUS = 'R'
               ADD 1                 TO WS-CHGBK-REOPEN-CNT
               ADD WS-PY-PAID-AMOUNT TO WS-CHGBK-REOPEN-TOTAL
               MOVE WS-RMT-POLICY      TO RPT-CB-POLICY
               MOVE WS-RMT-INSTALL-NUM TO RPT-CB-INSTALL
               MOVE WS-PY-PAID-AMOUNT  TO RPT-CB-AMOUNT
               WRITE DUNNING-AGING-REPORT-REC FROM RPT-CHGBK-LINE
           END-IF.

      *    A STUB YOUNGER THAN THE FIRST DUNNING LEVEL GETS THIS FAR
      *    ONLY WHEN THE FEE SCHEDULE HAS AN EARLIER THRESHOLD - IT
      *    IS CHECKED FOR A FEE BUT NOT AGED OR DUNNED.
       2400-PROCESS-UNPAID.
           IF WS-DUN-LEVEL > 0
               ADD 1 TO WS-UNPAID-CNT
           END-IF
           MOVE 'GETPOL'         TO WS-PY-OPERATION-TYPE
           MOVE WS-RMT-POLICY    TO WS-PY-POLICY-NUMBER
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 100
               IF WS-DUN-LEVEL > 0
                   ADD 1 TO WS-NO-POLICY-CNT
               END-IF
           ELSE
               PERFORM 2450-ASSESS-LATE-FEE
               IF WS-DUN-LEVEL > 0
                   PERFORM 2500-COUNT-AGING
                   PERFORM 2600-SEND-DUNNING-NOTICE
               END-IF
           END-IF.

      *    THE FEE IS CHARGED ONCE PER INSTALLMENT: THE FEE LINE'S KEY
      *    IS THE GUARD (-803 = ASSESSED ON AN EARLIER RUN), THE SAME
      *    WAY THE DUNNING TIERS ARE GUARDED BY THEIR TRACKING ROWS.
       2450-ASSESS-LATE-FEE.
           MOVE 0 TO WS-FEE-OUTSTANDING
           COMPUTE WS-FEE-INSTALL-NO = WS-RMT-INSTALL-NUM + 100
           PERFORM 2460-FIND-FEE-SCHEDULE
           IF WS-FSC-FOUND-IDX > 0
               IF WS-PAST-DUE-DAYS >= WS-FSC-DAYS (WS-FSC-FOUND-IDX)
                   PERFORM 2470-RECORD-LATE-FEE
               END-IF
           END-IF
           IF WS-DUN-LEVEL > 0
               MOVE 'GETFEE'          TO WS-PY-OPERATION-TYPE
               MOVE WS-RMT-POLICY     TO WS-PY-POLICY-NUMBER
               MOVE WS-FEE-INSTALL-NO TO WS-PY-INSTALL-NO
               CALL 'PAYDRVR1' USING PAYDRVR1-AREA
               IF WS-PY-SQLCODE = 0 AND WS-PY-PAID-STATUS = 'F'
                   MOVE WS-PY-PAID-AMOUNT TO WS-FEE-OUTSTANDING
               END-IF
           END-IF.

      *    THE POLICY'S OWN STATE/TYPE ROW WINS; A BLANK-TYPE ROW FOR
      *    THE STATE IS THE FALLBACK.
       2460-FIND-FEE-SCHEDULE.
           MOVE 0 TO WS-FSC-FOUND-IDX
           PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
                     UNTIL WS-FSC-IDX > WS-FSC-TBL-CNT
               IF WS-FSC-STATE (WS-FSC-IDX) = WS-PY-POL-HOLDER-STATE
                   IF WS-FSC-POLICY-TYPE (WS-FSC-IDX)
                           = WS-PY-POL-TYPE (1:10)
                       MOVE WS-FSC-IDX TO WS-FSC-FOUND-IDX
                       MOVE WS-FSC-TBL-CNT TO WS-FSC-IDX
                   ELSE
                   IF WS-FSC-POLICY-TYPE (WS-FSC-IDX) = SPACES
                       MOVE WS-FSC-IDX TO WS-FSC-FOUND-IDX
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2470-RECORD-LATE-FEE.
           COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-FSC-FLAT (WS-FSC-FOUND-IDX)
                 + WS-BALANCE-DUE * WS-FSC-PCT (WS-FSC-FOUND-IDX)
           IF WS-FSC-MAX (WS-FSC-FOUND-IDX) > 0
                   AND WS-FEE-AMOUNT > WS-FSC-MAX (WS-FSC-FOUND-IDX)
               MOVE WS-FSC-MAX (WS-FSC-FOUND-IDX) TO WS-FEE-AMOUNT
           END-IF
           IF WS-FEE-AMOUNT > 0
               MOVE 'RECORD'          TO WS-PY-OPERATION-TYPE
               MOVE WS-RMT-POLICY     TO WS-PY-POLICY-NUMBER
               MOVE WS-FEE-INSTALL-NO TO WS-PY-INSTALL-NO
               MOVE 0                 TO WS-PY-AMOUNT
               MOVE WS-FEE-AMOUNT     TO WS-PY-DUE-AMOUNT
               MOVE WS-RMT-DUE-DATE   TO WS-PY-DUE-DATE
               MOVE WS-CURRENT-DATE   TO WS-PY-RECEIPT-DATE
               MOVE 'F'               TO WS-PY-PAY-STATUS
               MOVE 'LATEFEE'         TO WS-PY-PAY-SOURCE
               CALL 'PAYDRVR1' USING PAYDRVR1-AREA
               IF WS-PY-SQLCODE = 0
                   ADD 1             TO WS-FEE-ASSESSED-CNT
                   ADD WS-FEE-AMOUNT TO WS-FEE-ASSESSED-TOTAL
                   MOVE 'POST'                  TO WS-GL-OPERATION-TYPE
                   MOVE GL-ACCT-LATE-FEE-RECV   TO WS-GL-DEBIT-ACCOUNT
                   MOVE GL-ACCT-LATE-FEE-INCOME TO WS-GL-CREDIT-ACCOUNT
                   MOVE WS-FEE-AMOUNT           TO WS-GL-AMOUNT
                   MOVE 'P'                     TO WS-GL-REF-TYPE
                   MOVE WS-RMT-POLICY           TO WS-GL-REFERENCE
                   MOVE 'LATE FEE ASSESSED'     TO WS-GL-DESCRIPTION
                   CALL 'GLJDRVR1' USING GLJDRVR1-AREA
                   MOVE 'Y'                TO WS-FPD-SW
                   MOVE WS-RMT-POLICY      TO WS-FPD-POLICY
                   MOVE WS-RMT-INSTALL-NUM TO WS-FPD-INSTALL-NO
                   MOVE WS-BALANCE-DUE     TO WS-FPD-BALANCE
                   MOVE WS-RMT-DUE-DATE    TO WS-FPD-DUE-DATE
                   MOVE WS-FEE-AMOUNT      TO WS-FPD-FEE
               END-IF
           END-IF.

       2500-COUNT-AGING.
           IF ALREADY-TRACKED
               ADD 1 TO WS-ALREADY-SENT-CNT
           ELSE
               MOVE 'N' TO WS-MOR-HOLD-SW
               IF WS-DUN-LEVEL = 3
                   PERFORM 2650-CHECK-MORATORIUM
               END-IF
               IF NOT MOR-NOTICE-HELD
                   MOVE 'CHECK'            TO WS-SU-OPERATION-TYPE
                   MOVE WS-CURRENT-DATE    TO WS-SU-PROCESS-DATE
                   MOVE WS-RMT-POLICY      TO WS-SU-POLICY-NUMBER
                   CALL 'SUPDRVR1' USING SUPDRVR1-AREA
                   IF WS-SU-SQLCODE = 0
                       ADD 1 TO WS-SUPPRESSED-CNT
                   ELSE
                       PERFORM 2700-WRITE-NOTICE-RECORD
                   END-IF
               END-IF
           END-IF.

      *    SQLCODE 0 = HELD: LOGGED (THE STUB'S DUE DATE AND TIER
      *    ARE THE REFERENCE) AND LISTED. 100 = THE NOTICE MAY GO, AND
      *    A HOLD LOGGED ON AN EARLIER RUN IS MARKED RELEASED. ANY
      *    OTHER CODE MEANS THE MORATORIUM STATUS IS UNKNOWN - THE
      *    FINAL NOTICE IS NOT SENT ON THIS RUN (NO TRACKING ROW IS
      *    WRITTEN, SO THE NEXT RUN CHECKS THE STUB AGAIN) AND IS
      *    COUNTED ON THE REPORT.
       2650-CHECK-MORATORIUM.
           MOVE 'CHECK'            TO WS-MR-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-MR-PROCESS-DATE
           MOVE WS-RMT-POLICY      TO WS-MR-POLICY-NUMBER
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           EVALUATE TRUE
               WHEN WS-MR-SQLCODE = 0
                   ADD 1 TO WS-MOR-HELD-CNT
                   MOVE 'HOLD'                  TO WS-MR-OPERATION-TYPE
                   MOVE WS-MR-OUT-MORATORIUM-ID TO WS-MR-MORATORIUM-ID
                   MOVE WS-RMT-DUE-DATE         TO WS-MR-REF-DATE
                   MOVE WS-DUN-TIER             TO WS-MR-REF-TEXT
                   CALL 'MORDRVR1' USING MORDRVR1-AREA
                   MOVE 'Y'                     TO WS-MOR-HOLD-SW
                   MOVE WS-RMT-POLICY           TO RPT-MH-POLICY
                   MOVE WS-RMT-INSTALL-NUM      TO RPT-MH-INSTALL
                   MOVE WS-MR-OUT-MORATORIUM-ID TO RPT-MH-MORATORIUM
                   MOVE WS-MR-OUT-END-DATE      TO RPT-MH-END-DATE
                   WRITE DUNNING-AGING-REPORT-REC
                                         FROM RPT-MOR-HOLD-LINE
               WHEN WS-MR-SQLCODE = 100
                   MOVE 'RELEASE'               TO WS-MR-OPERATION-TYPE
                   CALL 'MORDRVR1' USING MORDRVR1-AREA
                   IF WS-MR-SQLCODE = 0
                       ADD 1 TO WS-MOR-RELEASED-CNT
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR CHECKING MORATORIUM FOR POLICY: '
                           WS-RMT-POLICY ' SQLCODE: ' WS-MR-SQLCODE
                   ADD 1                        TO WS-MOR-ERROR-CNT
                   MOVE 'Y'                     TO WS-MOR-HOLD-SW
           END-EVALUATE.

       2700-WRITE-NOTICE-RECORD.
           MOVE SPACES TO CUSTOMER-NOTIFY-RECORD
           MOVE WS-RMT-POLICY           TO WS-CUST-POLICY-NUMBER
           MOVE WS-PY-POL-EXPIRY-DATE   TO WS-CUST-EXPIRY-DATE
           MOVE WS-CURRENT-DATE         TO WS-CUST-NOTIFY-DATE
           MOVE WS-PY-POL-CONTACT-PREF  TO WS-CUST-CONTACT-PREF
           PERFORM 2705-CHECK-ESIGN-CONSENT
           COMPUTE WS-NOTICE-AMOUNT = WS-BALANCE-DUE
                                    + WS-FEE-OUTSTANDING
           MOVE WS-NOTICE-AMOUNT        TO WS-CUST-RENEWAL-PREMIUM
                                           WS-CUST-INSTALL-AMOUNT
           MOVE WS-PY-POL-PAYMENT-FREQ  TO WS-CUST-PAYMENT-FREQ
           MOVE 1                       TO WS-CUST-INSTALL-CNT
               MOVE WS-RUN-LANGUAGE     TO WS-POLICY-LANGUAGE
           END-IF
           PERFORM 2710-LOOKUP-DUNNING-WORDING
           IF WS-FEE-OUTSTANDING > 0
               PERFORM 2730-ADD-FEE-WORDING
           END-IF
           PERFORM 2720-LOOKUP-STATUTORY-WORDING
           MOVE WS-CURRENT-DATE         TO WS-CUST-RUN-ID (1:10)
      *    THE RUN ID SUFFIX GIVES LTRCOMP1'S ARCHIVE INDEX THE
      *    DOCUMENT TYPE: 'DN' IS A DUNNING.
           MOVE 'DN'                    TO WS-CUST-RUN-ID (11:2)
           WRITE CUSTOMER-NOTIFY-RECORD
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-NOTICE-CNT
               DISPLAY 'ERROR WRITING TO CUSTFLE: ' WS-CUST-STATUS
           END-IF.

      *    AN EMAIL-ONLY CUSTOMER WITH NO VALID E-SIGN CONSENT ON
      *    FILE (TESIGN) CANNOT BE SENT THIS LEGALLY REQUIRED NOTICE BY
      *    EMAIL ALONE - THE NOTICE GOES OUT MARKED MAIL-AND-EMAIL SO
      *    THE FULFILLMENT VENDOR PRINTS AND MAILS IT, SAME RULE AS
      *    MAINPGM.
       2705-CHECK-ESIGN-CONSENT.
           IF WS-CUST-PREF-EMAIL-ONLY
               MOVE 'CHECK'         TO WS-ES-OPERATION-TYPE
               MOVE WS-CURRENT-DATE TO WS-ES-PROCESS-DATE
               MOVE WS-RMT-POLICY   TO WS-ES-POLICY-NUMBER
               CALL 'ESGDRVR1' USING ESGDRVR1-AREA
               IF WS-ES-SQLCODE NOT = 0
                   MOVE 'B' TO WS-CUST-CONTACT-PREF
                   ADD 1 TO WS-ESIGN-MAILED-CNT
               END-IF
           END-IF.

      *    EACH LEVEL HAS ITS OWN CATALOG VARIANT (CUSTDUN1/2/3) SO
      *    THE 15-DAY REMINDER AND THE 45-DAY FINAL DEMAND CAN CARRY
      *    DIFFERENT WORDING, MAINTAINED THROUGH REFMNT1 LIKE THE
                                       TO  WS-CUST-STATUTORY-MSG
           END-IF.

      *    THE AMOUNT ON THE NOTICE ALREADY INCLUDES THE FEE; THE
      *    WORDING NAMES IT WHEN THE CATALOG TEXT LEAVES ROOM.
       2730-ADD-FEE-WORDING.
           MOVE WS-CUST-NOTIFY-MSG TO WS-FEE-MSG-WORK
           MOVE 0 TO WS-FEE-MSG-LEN
           PERFORM VARYING WS-FEE-MSG-LEN FROM 100 BY -1
                     UNTIL WS-FEE-MSG-LEN = 0
                        OR WS-FEE-MSG-WORK (WS-FEE-MSG-LEN:1)
                           NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-FEE-MSG-LEN <= 74
               MOVE WS-FEE-OUTSTANDING TO WS-FEE-EDIT
               MOVE SPACES TO WS-CUST-NOTIFY-MSG
               STRING WS-FEE-MSG-WORK (1:WS-FEE-MSG-LEN)
                                          DELIMITED BY SIZE
                      ' LATE FEE INCLUDED: ' DELIMITED BY SIZE
                      WS-FEE-EDIT         DELIMITED BY SIZE
                 INTO WS-CUST-NOTIFY-MSG
               END-STRING
           END-IF.

      *    BILLS THE FEE ASSESSED ON THE PREVIOUS STUB: ON THIS STUB
      *    WHEN IT IS THE SAME POLICY'S NEXT INSTALLMENT, OTHERWISE ON
      *    A RE-ISSUE OF THE PAST-DUE STUB.
       2800-BILL-PENDING-FEE.
           IF WS-RMT-POLICY = WS-FPD-POLICY
                   AND WS-RMT-INSTALL-NUM = WS-FPD-INSTALL-NO + 1
               PERFORM 2810-BILL-ON-NEXT-STUB
           ELSE
               PERFORM 2820-BILL-ON-OWN-STUB
           END-IF
           MOVE 'N' TO WS-FPD-SW.

      *    THE FEE LINE MOVES TO THE NEXT STUB'S DUE DATE - THAT IS
      *    HOW PMTPOST1 KNOWS TO EXPECT IT WITH THAT INSTALLMENT.
       2810-BILL-ON-NEXT-STUB.
           COMPUTE WS-ADJ-AMOUNT = WS-RMT-AMOUNT-NUM + WS-FPD-FEE
           MOVE WS-RMT-INSTALL-NUM TO WS-ADJ-INSTALL-NO-EDIT
           MOVE WS-RMT-DUE-DATE    TO WS-ADJ-DUE-DATE
           PERFORM 2830-WRITE-ADJUSTED-STUB
           MOVE 'FEEBILL'          TO WS-PY-OPERATION-TYPE
           MOVE WS-FPD-POLICY      TO WS-PY-POLICY-NUMBER
           COMPUTE WS-PY-INSTALL-NO = WS-FPD-INSTALL-NO + 100
           MOVE WS-RMT-DUE-DATE    TO WS-PY-DUE-DATE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA.

      *    NO LATER STUB TO CARRY THE FEE - THE PAST-DUE STUB GOES OUT
      *    AGAIN FOR ITS BALANCE PLUS THE FEE. THE FEE LINE ALREADY
      *    CARRIES THAT STUB'S DUE DATE.
       2820-BILL-ON-OWN-STUB.
           COMPUTE WS-ADJ-AMOUNT = WS-FPD-BALANCE + WS-FPD-FEE
           MOVE WS-FPD-INSTALL-NO  TO WS-ADJ-INSTALL-NO-EDIT
           MOVE WS-FPD-DUE-DATE    TO WS-ADJ-DUE-DATE
           PERFORM 2830-WRITE-ADJUSTED-STUB.

       2830-WRITE-ADJUSTED-STUB.
           MOVE WS-ADJ-AMOUNT TO WS-ADJ-AMT-EDIT
           MOVE SPACES TO REMIT-ADJUST-RECORD
           STRING WS-FPD-POLICY          DELIMITED BY SIZE '|'
                  WS-ADJ-INSTALL-NO-EDIT DELIMITED BY SIZE '|'
                  WS-ADJ-AMT-EDIT        DELIMITED BY SIZE '|'
                  WS-ADJ-DUE-DATE        DELIMITED BY SIZE
             INTO REMIT-ADJUST-RECORD
           END-STRING
           WRITE REMIT-ADJUST-RECORD
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-FEE-STUB-CNT
           ELSE
               DISPLAY 'ERROR WRITING TO REMITADJ: ' WS-FILE-STATUS
           END-IF.

       2050-READ-SCHEDULE-PARA.
           READ REMITTANCE-FILE
               AT END
           END-READ.

       9000-FINALIZE-PARA.
           IF FEE-PENDING
               PERFORM 2820-BILL-ON-OWN-STUB
               MOVE 'N' TO WS-FPD-SW
           END-IF

           PERFORM VARYING WS-SAG-IDX FROM 1 BY 1
                     UNTIL WS-SAG-IDX > WS-SAG-TBL-CNT
               MOVE WS-SAG-STATE (WS-SAG-IDX)  TO RPT-ST-STATE
           MOVE WS-ALREADY-SENT-CNT TO RPT-TOT-ALREADY
           MOVE WS-SUPPRESSED-CNT   TO RPT-TOT-SUPP
           WRITE DUNNING-AGING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE WS-FEE-ASSESSED-CNT   TO RPT-FEE-CNT
           MOVE WS-FEE-ASSESSED-TOTAL TO RPT-FEE-AMOUNT
           MOVE WS-FEE-STUB-CNT       TO RPT-FEE-STUBS
           WRITE DUNNING-AGING-REPORT-REC FROM RPT-FEE-LINE
           MOVE WS-CARD-PAID-CNT      TO RPT-CRD-PAID
           MOVE WS-CHGBK-REOPEN-CNT   TO RPT-CRD-REOPEN
           MOVE WS-CHGBK-REOPEN-TOTAL TO RPT-CRD-REOPEN-AMT
           WRITE DUNNING-AGING-REPORT-REC FROM RPT-CARD-LINE
           MOVE WS-ARR-KEPT-CNT       TO RPT-ARR-KEPT
           MOVE WS-ARR-BROKEN-CNT     TO RPT-ARR-BROKEN
           MOVE WS-ARR-HELD-CNT       TO RPT-ARR-HELD
           MOVE WS-ARR-HELD-TOTAL     TO RPT-ARR-HELD-AMT
           WRITE DUNNING-AGING-REPORT-REC FROM RPT-ARR-LINE
           MOVE WS-MOR-HELD-CNT       TO RPT-MT-HELD
           MOVE WS-MOR-RELEASED-CNT   TO RPT-MT-RELEASED
           MOVE WS-MOR-ERROR-CNT      TO RPT-MT-ERROR
           WRITE DUNNING-AGING-REPORT-REC FROM RPT-MOR-TOTAL-LINE
           MOVE WS-ESIGN-MAILED-CNT   TO RPT-ES-MAILED
           WRITE DUNNING-AGING-REPORT-REC FROM RPT-ESIGN-LINE

           MOVE 'CONTROL'             TO WS-GL-OPERATION-TYPE
           MOVE WS-FEE-ASSESSED-TOTAL TO WS-GL-AMOUNT
           MOVE 'LATE FEES ASSESSED'  TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE'               TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE REMIT-ADJUST-FILE
           CLOSE REMITTANCE-FILE
           CLOSE CUSTOMER-NOTIFY-FILE
           CLOSE DUNNING-AGING-REPORT.
