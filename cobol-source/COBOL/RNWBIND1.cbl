       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNWBIND1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO 'REMITFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT RENEWAL-BINDING-REPORT ASSIGN TO 'RNWBINDR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE REMITTANCE-STUB EXTRACT (POLICY|INSTALLMENT|AMOUNT|DUE
      *    DATE) THE NOTIFICATION RUN SENT OUT WITH THE RENEWAL QUOTE.
      *    A POLICY'S STUBS COME TOGETHER IN INSTALLMENT ORDER
      *    (MAINPGM 3074); INSTALLMENT 1 IS DUE ON THE EXPIRY DATE
      *    (ROLLED TO A BUSINESS DAY) AND THE STUBS ADD UP TO THE
      *    RENEWAL PREMIUM.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD             PIC X(80).

       FD  RENEWAL-BINDING-REPORT.
       01  RENEWAL-BINDING-REPORT-REC    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-REMIT-STATUS               PIC XX.
       01  WS-REMIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-SCHEDULE           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-POLICIES-CNT               PIC 9(7) VALUE 0.
       01  WS-BOUND-CNT                  PIC 9(7) VALUE 0.
       01  WS-BOUND-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-ALREADY-CNT                PIC 9(7) VALUE 0.
       01  WS-UNPAID-CNT                 PIC 9(7) VALUE 0.
       01  WS-OUT-OF-TERM-CNT            PIC 9(7) VALUE 0.
       01  WS-NO-POLICY-CNT              PIC 9(7) VALUE 0.

      *    THE RENEWAL TERM IS BOUND BY CASH WHEN INSTALLMENT 1 OF THE
      *    RENEWAL STUBS IS PAID IN FULL. TPAYMENT IS KEYED ON POLICY
      *    AND INSTALLMENT ONLY, SO A PAYMENT RECEIVED MORE THAN THIS
      *    MANY DAYS AHEAD OF THE DUE DATE IS LAST TERM'S INSTALLMENT
      *    1, NOT THIS ONE (THE FIRST RENEWAL NOTICE GOES OUT 60 DAYS
      *    BEFORE EXPIRY). THE STUB IS DUE ON THE EXPIRY DATE OR THE
      *    BUSINESS DAY AFTER IT - A DUE DATE FURTHER FROM THE POLICY'S
      *    CURRENT EXPIRY IS A SCHEDULE FOR SOME OTHER TERM.
       01  WS-BIND-LEAD-DAYS             PIC S9(4) COMP VALUE 90.
       01  WS-BIND-ROLL-DAYS             PIC S9(4) COMP VALUE 7.

      *    THE POLICY WHOSE STUBS ARE BEING COLLECTED - ITS RENEWAL
      *    PREMIUM (THE STUB TOTAL) AND THE INSTALLMENT 1 DUE DATE.
       01  WS-BIND-PENDING.
           05  WS-BND-SW                 PIC X(1) VALUE 'N'.
               88  BIND-PENDING          VALUE 'Y'.
           05  WS-BND-POLICY             PIC X(10).
           05  WS-BND-DUE-DATE           PIC X(10).
           05  WS-BND-PREMIUM            PIC 9(5)V99.

       01  WS-DATE-FIELDS.
           05  WS-IOD-DATE-NUM           PIC 9(8).
           05  WS-IOD-DUE                PIC S9(9) COMP.
           05  WS-IOD-EXPIRY             PIC S9(9) COMP.
           05  WS-IOD-RECEIPT            PIC S9(9) COMP.
           05  WS-DATE-WORK              PIC X(10).
           05  WS-DATE-INT               PIC S9(9) COMP.
           05  WS-DATE-VALID-SW          PIC X(1).
               88  DATE-VALID            VALUE 'Y'.

      *    UNSTRING WORK FIELDS FOR THE PIPE-DELIMITED STUB RECORDS -
      *    SAME DECODE PMTPOST1 APPLIES.
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
           05  WS-RMT-INSTALL-NUM        PIC 9(2).

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
           10  WS-PY-PAID-SOURCE           PIC X(8).

       01  DBDRIVR7-AREA.
           10  WS-D7-OPERATION-TYPE        PIC X(10).
           10  WS-D7-POLICY-NUMBER         PIC X(10).
           10  WS-D7-NEW-EXPIRY-DATE       PIC X(10).
           10  WS-D7-RENEWAL-DATE          PIC X(10).
           10  WS-D7-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-D7-CHANNEL               PIC X(10).
           10  WS-D7-SQLCODE               PIC S9(9) COMP.
           10  WS-D7-OLD-EXPIRY-DATE       PIC X(10).
           10  WS-D7-EVENT-RESULT          PIC X(1).
           10  WS-D7-BOUND-NEW-EXPIRY      PIC X(10).
           10  WS-D7-BOUND-RENEWAL-DATE    PIC X(10).
           10  WS-D7-BOUND-PREMIUM         PIC S9(5)V9(2) COMP-3.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(36)
               VALUE 'RENEWAL BINDING ON FIRST INSTALLMENT'.
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  RPT-BOUND-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-BND-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'OLD EXPIRY: '.
           05  RPT-BND-OLD-EXPIRY        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'NEW EXPIRY: '.
           05  RPT-BND-NEW-EXPIRY        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PREMIUM: '.
           05  RPT-BND-PREMIUM           PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'PAID ON: '.
           05  RPT-BND-RECEIPT-DATE      PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-BND-RESULT            PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(18)
               VALUE 'POLICIES CHECKED: '.
           05  RPT-TOT-POLICIES          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'BOUND: '.
           05  RPT-TOT-BOUND             PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-TOT-BOUND-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE 'ALREADY RENEWED: '.
           05  RPT-TOT-ALREADY           PIC ZZZZZZ9.
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  RPT-SKIP-LINE.
           05  FILLER                    PIC X(25)
               VALUE 'FIRST INSTALLMENT OPEN: '.
           05  RPT-SKP-UNPAID            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE 'NOT CURRENT TERM: '.
           05  RPT-SKP-OUT-OF-TERM       PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE 'NOT ON TPOLICY:   '.
           05  RPT-SKP-NO-POLICY         PIC ZZZZZZ9.
           05  FILLER                    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-SCHEDULE
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           OPEN INPUT REMITTANCE-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITTANCE-FILE: '
                                        WS-REMIT-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT RENEWAL-BINDING-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RENEWAL-BINDING-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE RENEWAL-BINDING-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-SCHEDULE-PARA.

      *    STUBS ARE COLLECTED POLICY BY POLICY; THE BINDING CHECK
      *    RUNS ONCE A POLICY'S LAST STUB HAS BEEN SEEN. AN
      *    INSTALLMENT 1 STARTS THE SCHEDULE AFRESH.
       2000-PROCESS-PARA.
           PERFORM 2100-DECODE-STUB
           IF WS-RMT-POLICY NOT = SPACES
                   AND WS-RMT-INSTALL-X NUMERIC
               MOVE WS-RMT-INSTALL-X TO WS-RMT-INSTALL-NUM
               IF BIND-PENDING
                       AND WS-RMT-POLICY NOT = WS-BND-POLICY
                   PERFORM 2500-BIND-RENEWAL
               END-IF
               IF WS-RMT-INSTALL-NUM = 1
                   MOVE 'Y'              TO WS-BND-SW
                   MOVE WS-RMT-POLICY    TO WS-BND-POLICY
                   MOVE WS-RMT-DUE-DATE  TO WS-BND-DUE-DATE
                   MOVE 0                TO WS-BND-PREMIUM
               END-IF
               IF BIND-PENDING
                       AND WS-RMT-POLICY = WS-BND-POLICY
                   ADD WS-RMT-AMOUNT-NUM TO WS-BND-PREMIUM
               END-IF
           END-IF

           PERFORM 2050-READ-SCHEDULE-PARA.

       2050-READ-SCHEDULE-PARA.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'YES' TO WS-REMIT-EOF-SW
           END-READ.

       2100-DECODE-STUB.
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

      *    INSTALLMENT 1 OF THE RENEWAL STUBS PAID IN FULL (OR OVER)
      *    BINDS THE RENEWAL: THE EVENT IS RECORDED ON TRENEWAL UNDER
      *    CHANNEL 'CASHBIND' WITH THE STUB TOTAL AS THE PREMIUM, SO
      *    THE 7-DAY AND LAPSE NOTICES STOP WITHOUT WAITING FOR THE
      *    POLICY ADMINISTRATION FEED (RNWLCAP1), WHICH LATER CONFIRMS
      *    OR CORRECTS THE BINDING. A SHORT PAYMENT BINDS NOTHING.
       2500-BIND-RENEWAL.
           MOVE 'N' TO WS-BND-SW
           ADD 1    TO WS-POLICIES-CNT
           MOVE 'GETPAY'         TO WS-PY-OPERATION-TYPE
           MOVE WS-BND-POLICY    TO WS-PY-POLICY-NUMBER
           MOVE 1                TO WS-PY-INSTALL-NO
           MOVE SPACES           TO WS-PY-PAID-STATUS
                                    WS-PY-PAID-RECEIPT-DATE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE NOT = 0
                   OR (WS-PY-PAID-STATUS NOT = 'M'
                       AND WS-PY-PAID-STATUS NOT = 'O')
               ADD 1 TO WS-UNPAID-CNT
           ELSE
               PERFORM 2510-CHECK-TERM
           END-IF.

      *    THE PAYMENT MUST BELONG TO THIS SCHEDULE AND THE SCHEDULE
      *    TO THE POLICY'S CURRENT TERM.
       2510-CHECK-TERM.
           MOVE WS-BND-DUE-DATE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-INTEGER
           MOVE WS-DATE-INT     TO WS-IOD-DUE
           IF NOT DATE-VALID
               ADD 1 TO WS-OUT-OF-TERM-CNT
           ELSE
               MOVE WS-PY-PAID-RECEIPT-DATE TO WS-DATE-WORK
               PERFORM 2900-DATE-TO-INTEGER
               MOVE WS-DATE-INT             TO WS-IOD-RECEIPT
               IF NOT DATE-VALID
                       OR WS-IOD-RECEIPT < WS-IOD-DUE
                                         - WS-BIND-LEAD-DAYS
                   ADD 1 TO WS-UNPAID-CNT
               ELSE
                   MOVE 'GETPOL'         TO WS-PY-OPERATION-TYPE
                   MOVE WS-BND-POLICY    TO WS-PY-POLICY-NUMBER
                   CALL 'PAYDRVR1' USING PAYDRVR1-AREA
                   IF WS-PY-SQLCODE = 100
                       ADD 1 TO WS-NO-POLICY-CNT
                   ELSE
                       MOVE WS-PY-POL-EXPIRY-DATE TO WS-DATE-WORK
                       PERFORM 2900-DATE-TO-INTEGER
                       MOVE WS-DATE-INT           TO WS-IOD-EXPIRY
                       IF NOT DATE-VALID
                               OR WS-IOD-DUE < WS-IOD-EXPIRY
                               OR WS-IOD-DUE > WS-IOD-EXPIRY
                                             + WS-BIND-ROLL-DAYS
                           ADD 1 TO WS-OUT-OF-TERM-CNT
                       ELSE
                           PERFORM 2600-RECORD-BINDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2600-RECORD-BINDING.
           MOVE 'BIND'           TO WS-D7-OPERATION-TYPE
           MOVE WS-BND-POLICY    TO WS-D7-POLICY-NUMBER
           MOVE SPACES           TO WS-D7-NEW-EXPIRY-DATE
                                    WS-D7-CHANNEL
           MOVE WS-CURRENT-DATE  TO WS-D7-RENEWAL-DATE
           MOVE WS-BND-PREMIUM   TO WS-D7-PREMIUM-AMOUNT
           CALL 'DBDRIVR7' USING DBDRIVR7-AREA
           EVALUATE TRUE
               WHEN WS-D7-SQLCODE = 100
                   ADD 1 TO WS-NO-POLICY-CNT
               WHEN WS-D7-EVENT-RESULT = 'D'
                   ADD 1 TO WS-ALREADY-CNT
               WHEN OTHER
                   ADD 1              TO WS-BOUND-CNT
                   ADD WS-BND-PREMIUM TO WS-BOUND-TOTAL
                   MOVE WS-BND-POLICY           TO RPT-BND-POLICY
                   MOVE WS-D7-OLD-EXPIRY-DATE   TO RPT-BND-OLD-EXPIRY
                   MOVE WS-D7-BOUND-NEW-EXPIRY  TO RPT-BND-NEW-EXPIRY
                   MOVE WS-BND-PREMIUM          TO RPT-BND-PREMIUM
                   MOVE WS-PY-PAID-RECEIPT-DATE TO RPT-BND-RECEIPT-DATE
                   MOVE 'BOUND BY CASH'         TO RPT-BND-RESULT
                   WRITE RENEWAL-BINDING-REPORT-REC
                                             FROM RPT-BOUND-LINE
           END-EVALUATE.

      *    MM/DD/YYYY IN WS-DATE-WORK TO A DAY NUMBER IN WS-DATE-INT.
       2900-DATE-TO-INTEGER.
           MOVE 'N' TO WS-DATE-VALID-SW
           MOVE 0   TO WS-DATE-INT
           IF WS-DATE-WORK (1:2) NUMERIC
                   AND WS-DATE-WORK (4:2) NUMERIC
                   AND WS-DATE-WORK (7:4) NUMERIC
               MOVE WS-DATE-WORK (7:4) TO WS-IOD-DATE-NUM (1:4)
               MOVE WS-DATE-WORK (1:2) TO WS-IOD-DATE-NUM (5:2)
               MOVE WS-DATE-WORK (4:2) TO WS-IOD-DATE-NUM (7:2)
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-IOD-DATE-NUM)
               MOVE 'Y' TO WS-DATE-VALID-SW
           END-IF.

       9000-FINALIZE-PARA.
           IF BIND-PENDING
               PERFORM 2500-BIND-RENEWAL
           END-IF

           MOVE WS-POLICIES-CNT    TO RPT-TOT-POLICIES
           MOVE WS-BOUND-CNT       TO RPT-TOT-BOUND
           MOVE WS-BOUND-TOTAL     TO RPT-TOT-BOUND-AMT
           MOVE WS-ALREADY-CNT     TO RPT-TOT-ALREADY
           WRITE RENEWAL-BINDING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE WS-UNPAID-CNT      TO RPT-SKP-UNPAID
           MOVE WS-OUT-OF-TERM-CNT TO RPT-SKP-OUT-OF-TERM
           MOVE WS-NO-POLICY-CNT   TO RPT-SKP-NO-POLICY
           WRITE RENEWAL-BINDING-REPORT-REC FROM RPT-SKIP-LINE

           CLOSE REMITTANCE-FILE
           CLOSE RENEWAL-BINDING-REPORT.

       END PROGRAM RNWBIND1.
