       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUS-MAINT-REQUEST ASSIGN TO 'SUSMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUS-MAINT-REPORT  ASSIGN TO 'SUSMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO 'REMITFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CASH-DESK ACTION AGAINST A SUSPENSE ITEM:
      *      APPLY    - POST THE MONEY TO TARGET POLICY/INSTALLMENT
      *      TRANSFER - MOVE THE ITEM TO THE RIGHT POLICY, STILL OPEN
      *      REFUND   - MARK THE ITEM FOR RETURN TO THE REMITTER
       FD  SUS-MAINT-REQUEST.
       01  SUS-MAINT-REQUEST-REC.
           05  SMR-TRANS-TYPE            PIC X(8).
           05  SMR-ITEM-ID               PIC X(14).
           05  SMR-TARGET-POLICY         PIC X(10).
           05  SMR-TARGET-INSTALL        PIC 9(2).
           05  SMR-AUTH-USER             PIC X(8).
           05  FILLER                    PIC X(38).

       FD  SUS-MAINT-REPORT.
       01  SUS-MAINT-REPORT-REC          PIC X(132).

      *    THE REMITTANCE-STUB EXTRACT (POLICY|INSTALLMENT NO|AMOUNT|
      *    DUE DATE, SEE MAINPGM 3074-WRITE-REMIT-STUB) - THE SAME
      *    SCHEDULE PMTPOST1 PRICES LOCKBOX RECEIPTS AGAINST. AN
      *    APPLIED ITEM TAKES ITS INSTALLMENT'S DUE DATE AND AMOUNT
      *    FROM HERE, NOT FROM THE SUSPENSE ITEM.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-REMIT-STATUS               PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.
       01  WS-REMIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-SCHEDULE           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-APPLIED-TOTAL              PIC 9(9)V99 VALUE 0.
       01  WS-REFUNDED-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-TRANSFERRED-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-WORKED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-ROLLED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ROLLED-TOTAL               PIC 9(9)V99 VALUE 0.

      *    THE DATE THE APPLIED ITEM IS BOOKED UNDER - ITS ORIGINAL
      *    RECEIPT DATE, OR THE FIRST OPEN DATE WHEN THAT DATE FALLS
      *    IN AN ACCOUNTING PERIOD CLOSED SINCE (TACCTPER), THE SAME
      *    RULE PMTPOST1 APPLIES TO LOCKBOX RECEIPTS.
       01  WS-POST-DATE                  PIC X(10).
       01  WS-PERIOD-ROLLED-SW           PIC X(1) VALUE 'N'.
           88  PERIOD-ROLLED             VALUE 'Y'.

      *    THE REMITFLE SCHEDULE LOADED AT STARTUP, ONE ENTRY PER
      *    INSTALLMENT STUB - SIZED AND POLICED LIKE PMTPOST1'S.
       01  WS-SCHED-TABLE.
           05 WS-SCH-ENTRY               OCCURS 20000 TIMES.
              10 WS-SCH-POLICY-NUMBER    PIC X(10).
              10 WS-SCH-INSTALL-NO       PIC 9(2).
              10 WS-SCH-AMOUNT           PIC 9(5)V99.
              10 WS-SCH-DUE-DATE         PIC X(10).
       01  WS-SCH-TBL-CNT                PIC 9(5) VALUE 0.
       01  WS-SCH-IDX                    PIC 9(5) VALUE 0.
       01  WS-SCH-FOUND-IDX              PIC 9(5) VALUE 0.

      *    UNSTRING WORK FIELDS FOR THE PIPE-DELIMITED STUB RECORDS.
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

       01  AUTDRVR1-AREA.
           10  WS-AU-OPERATION-TYPE        PIC X(10).
           10  WS-AU-USER-ID               PIC X(8).
           10  WS-AU-PROGRAM               PIC X(8).
           10  WS-AU-OPERATION             PIC X(10).
           10  WS-AU-ALLOWED               PIC X(1).
           10  WS-AU-SQLCODE               PIC S9(9) COMP.
           10  WS-AU-AUTHORIZED            PIC X(1).
           10  WS-AU-OUT-USER-ID           PIC X(8).
           10  WS-AU-OUT-PROGRAM           PIC X(8).
           10  WS-AU-OUT-OPERATION         PIC X(10).
           10  WS-AU-OUT-ALLOWED           PIC X(1).

       01  SUSDRVR1-AREA.
           10  WS-SS-OPERATION-TYPE        PIC X(10).
           10  WS-SS-ITEM-ID               PIC X(14).
           10  WS-SS-RECEIPT-DATE          PIC X(10).
           10  WS-SS-POLICY-NUMBER         PIC X(10).
           10  WS-SS-INSTALL-NO            PIC S9(9) COMP.
           10  WS-SS-AMOUNT                PIC S9(5)V9(2) COMP-3.
           10  WS-SS-REASON                PIC X(10).
           10  WS-SS-ACTION-USER           PIC X(8).
           10  WS-SS-SQLCODE               PIC S9(9) COMP.
           10  WS-SS-OUT-ITEM-ID           PIC X(14).
           10  WS-SS-OUT-RECEIPT-DATE      PIC X(10).
           10  WS-SS-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SS-OUT-INSTALL-NO        PIC S9(9) COMP.
           10  WS-SS-OUT-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-SS-OUT-REASON            PIC X(10).
           10  WS-SS-OUT-STATUS            PIC X(1).
           10  WS-SS-OUT-AGE-DAYS          PIC S9(9) COMP.
           10  WS-SS-OUT-OPEN-CNT          PIC S9(9) COMP.
           10  WS-SS-OUT-OPEN-TOTAL        PIC S9(9)V9(2) COMP-3.

       01  PERDRVR1-AREA.
           10  WS-PR-OPERATION-TYPE        PIC X(10).
           10  WS-PR-PER-DATE              PIC X(10).
           10  WS-PR-PER-START-DATE        PIC X(10).
           10  WS-PR-PER-END-DATE          PIC X(10).
           10  WS-PR-CLOSED-BY             PIC X(8).
           10  WS-PR-SQLCODE               PIC S9(9) COMP.
           10  WS-PR-PER-STATUS            PIC X(1).
           10  WS-PR-OPEN-DATE             PIC X(10).

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

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'SUSMNT1'.
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
           05  FILLER                    PIC X(38)
               VALUE 'UNAPPLIED-CASH SUSPENSE MAINTENANCE - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'ITEM:'.
           05  RPT-RES-ITEM-ID           PIC X(14).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'TARGET:'.
           05  RPT-RES-TARGET-POLICY     PIC X(10).
           05  FILLER                    PIC X(1)  VALUE '/'.
           05  RPT-RES-TARGET-INSTALL    PIC Z9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'AMOUNT:'.
           05  RPT-RES-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(7)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(10) VALUE 'ACCEPTED: '.
           05  RPT-TOT-ACCEPTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL             PIC X(30).
           05  RPT-AMT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(88) VALUE SPACES.

       01  RPT-BALANCE-LINE.
           05  FILLER                    PIC X(30)
               VALUE 'OPEN SUSPENSE BALANCE:        '.
           05  RPT-BAL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'ITEMS: '.
           05  RPT-BAL-COUNT             PIC ZZZZZZ9.
           05  FILLER                    PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REQUESTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           OPEN INPUT  SUS-MAINT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUS-MAINT-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT SUS-MAINT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUS-MAINT-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE SUS-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 0100-LOAD-SCHEDULE

           PERFORM 2050-READ-REQUEST-PARA.

       0100-LOAD-SCHEDULE.
           OPEN INPUT REMITTANCE-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITTANCE-FILE: '
                                        WS-REMIT-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 0110-READ-SCHEDULE-PARA UNTIL END-OF-SCHEDULE
           CLOSE REMITTANCE-FILE
           DISPLAY 'SUSMNT1: SCHEDULE STUBS LOADED: ' WS-SCH-TBL-CNT.

       0110-READ-SCHEDULE-PARA.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'YES' TO WS-REMIT-EOF-SW
               NOT AT END
                   PERFORM 0120-STORE-SCHEDULE-ENTRY
           END-READ.

       0120-STORE-SCHEDULE-ENTRY.
           MOVE SPACES TO WS-RMT-POLICY WS-RMT-INSTALL-X
                          WS-RMT-AMOUNT-X WS-RMT-DUE-DATE
           UNSTRING REMITTANCE-RECORD DELIMITED BY '|'
               INTO WS-RMT-POLICY
                    WS-RMT-INSTALL-X
                    WS-RMT-AMOUNT-X
                    WS-RMT-DUE-DATE
           END-UNSTRING
           IF WS-RMT-POLICY NOT = SPACES
                   AND WS-RMT-INSTALL-X NUMERIC
               IF WS-SCH-TBL-CNT >= 20000
                   DISPLAY '*** SUSMNT1: SCHEDULE TABLE FULL '
                           '(20000) - RUN STOPPED, SIZE THE TABLE '
                           'UP DELIBERATELY ***'
                   CALL 'ABEND'
               END-IF
               PERFORM 0130-DECODE-STUB-AMOUNT
               ADD 1 TO WS-SCH-TBL-CNT
               MOVE WS-RMT-POLICY    TO
                   WS-SCH-POLICY-NUMBER (WS-SCH-TBL-CNT)
               MOVE WS-RMT-INSTALL-X TO
                   WS-SCH-INSTALL-NO (WS-SCH-TBL-CNT)
               MOVE WS-RMT-AMOUNT-NUM TO
                   WS-SCH-AMOUNT (WS-SCH-TBL-CNT)
               MOVE WS-RMT-DUE-DATE  TO
                   WS-SCH-DUE-DATE (WS-SCH-TBL-CNT)
           END-IF.

      *    THE STUB AMOUNT IS EDITED 99999.99 ON REMITFLE - SPLIT ON
      *    THE DECIMAL POINT AND REASSEMBLE AS A PLAIN NUMERIC.
       0130-DECODE-STUB-AMOUNT.
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

       2000-PROCESS-PARA.
           MOVE SMR-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE SMR-ITEM-ID        TO RPT-RES-ITEM-ID
           MOVE SMR-TARGET-POLICY  TO RPT-RES-TARGET-POLICY
           MOVE SMR-TARGET-INSTALL TO RPT-RES-TARGET-INSTALL
           MOVE 0                  TO RPT-RES-AMOUNT

           PERFORM 2150-CHECK-AUTHORITY
           IF SMR-ITEM-ID = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - ITEM ID MISSING'
                                       TO RPT-RES-RESULT
           ELSE
           IF WS-AU-AUTHORIZED NOT = 'Y'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           ELSE
           PERFORM 2160-GET-ITEM
           IF WS-SS-SQLCODE = 100
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - ITEM NOT IN SUSPENSE'
                                       TO RPT-RES-RESULT
           ELSE
           IF WS-SS-OUT-STATUS NOT = 'O'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - ITEM ALREADY WORKED'
                                       TO RPT-RES-RESULT
           ELSE
           EVALUATE SMR-TRANS-TYPE
               WHEN 'APPLY'
                   PERFORM 2100-APPLY-ITEM
               WHEN 'TRANSFER'
                   PERFORM 2200-TRANSFER-ITEM
               WHEN 'REFUND'
                   PERFORM 2300-REFUND-ITEM
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - INVALID TRANSACTION TYPE'
                                       TO RPT-RES-RESULT
           END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           WRITE SUS-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

      *    DENY-BY-DEFAULT: MONEY LEAVES SUSPENSE ONLY ON THE WORD OF
      *    A USER HOLDING A TOPERAUT GRANT FOR THIS PROGRAM AND THE
      *    ACTION REQUESTED.
       2150-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AU-AUTHORIZED
           IF SMR-AUTH-USER NOT = SPACES
               MOVE 'CHECK'        TO WS-AU-OPERATION-TYPE
               MOVE SMR-AUTH-USER  TO WS-AU-USER-ID
               MOVE 'SUSMNT1'      TO WS-AU-PROGRAM
               MOVE SMR-TRANS-TYPE TO WS-AU-OPERATION
               CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           END-IF.

       2160-GET-ITEM.
           MOVE 'GET'              TO WS-SS-OPERATION-TYPE
           MOVE SMR-ITEM-ID        TO WS-SS-ITEM-ID
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-SQLCODE = 0
               MOVE WS-SS-OUT-AMOUNT TO RPT-RES-AMOUNT
           END-IF.

      *    THE RECEIPT IS POSTED TO TPAYMENT AS IF IT HAD COME IN
      *    WITH A GOOD STUB - ON ITS ORIGINAL RECEIPT DATE, SOURCE
      *    'SUSPENSE', PRICED AGAINST THE TARGET INSTALLMENT'S STUB ON
      *    THE SCHEDULE - AND ONLY THEN IS THE ITEM CLOSED. A RECEIPT
      *    DATE IN A PERIOD CLOSED SINCE IT WAS SUSPENDED IS ROLLED
      *    TO THE FIRST OPEN DATE. THE GL ENTRY MOVES THE CASH OUT OF
      *    UNAPPLIED AND AGAINST THE RECEIVABLE, AS PMTPOST1 WOULD
      *    HAVE BOOKED IT.
       2100-APPLY-ITEM.
           IF SMR-TARGET-POLICY = SPACES
                   OR SMR-TARGET-INSTALL NOT NUMERIC
                   OR SMR-TARGET-INSTALL = 0
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - TARGET INSTALLMENT MISSING'
                                       TO RPT-RES-RESULT
           ELSE
               PERFORM 2170-CHECK-TARGET-POLICY
               IF WS-PY-SQLCODE = 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - TARGET POLICY NOT ON FILE'
                                       TO RPT-RES-RESULT
               ELSE
                   PERFORM 2175-FIND-TARGET-INSTALLMENT
                   IF WS-SCH-FOUND-IDX = 0
                       ADD 1 TO WS-REJECTED-CNT
                       MOVE 'REJECTED - INSTALLMENT NOT ON SCHEDULE'
                                       TO RPT-RES-RESULT
                   ELSE
                       PERFORM 2105-CHECK-POSTING-PERIOD
                       PERFORM 2120-POST-APPLIED-ITEM
                   END-IF
               END-IF
           END-IF.

      *    SAME TEST AS PMTPOST1 2010-CHECK-POSTING-PERIOD.
       2105-CHECK-POSTING-PERIOD.
           MOVE 'N'                    TO WS-PERIOD-ROLLED-SW
           MOVE WS-SS-OUT-RECEIPT-DATE TO WS-POST-DATE
           MOVE 'CHECK'                TO WS-PR-OPERATION-TYPE
           MOVE WS-SS-OUT-RECEIPT-DATE TO WS-PR-PER-DATE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-SQLCODE = 0 AND WS-PR-PER-STATUS = 'C'
               MOVE WS-PR-OPEN-DATE    TO WS-POST-DATE
               MOVE 'Y'                TO WS-PERIOD-ROLLED-SW
           END-IF.

       2120-POST-APPLIED-ITEM.
           MOVE 'RECORD'               TO WS-PY-OPERATION-TYPE
           MOVE SMR-TARGET-POLICY      TO WS-PY-POLICY-NUMBER
           MOVE SMR-TARGET-INSTALL     TO WS-PY-INSTALL-NO
           MOVE WS-SS-OUT-AMOUNT       TO WS-PY-AMOUNT
           MOVE WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                                       TO WS-PY-DUE-AMOUNT
           MOVE WS-SCH-DUE-DATE (WS-SCH-FOUND-IDX)
                                       TO WS-PY-DUE-DATE
           MOVE WS-POST-DATE           TO WS-PY-RECEIPT-DATE
           EVALUATE TRUE
               WHEN WS-SS-OUT-AMOUNT < WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                   MOVE 'S'            TO WS-PY-PAY-STATUS
               WHEN WS-SS-OUT-AMOUNT > WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                   MOVE 'O'            TO WS-PY-PAY-STATUS
               WHEN OTHER
                   MOVE 'M'            TO WS-PY-PAY-STATUS
           END-EVALUATE
           MOVE 'SUSPENSE'             TO WS-PY-PAY-SOURCE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           EVALUATE WS-PY-SQLCODE
               WHEN 0
                   PERFORM 2110-CLOSE-APPLIED-ITEM
               WHEN -803
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - INSTALLMENT ALREADY POSTED'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - SQL ERROR'
                                       TO RPT-RES-RESULT
           END-EVALUATE.

       2110-CLOSE-APPLIED-ITEM.
           MOVE 'APPLY'            TO WS-SS-OPERATION-TYPE
           MOVE SMR-ITEM-ID        TO WS-SS-ITEM-ID
           MOVE SMR-TARGET-POLICY  TO WS-SS-POLICY-NUMBER
           MOVE SMR-TARGET-INSTALL TO WS-SS-INSTALL-NO
           MOVE SMR-AUTH-USER      TO WS-SS-ACTION-USER
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           ADD 1 TO WS-ACCEPTED-CNT
           ADD WS-SS-OUT-AMOUNT TO WS-APPLIED-TOTAL
           IF PERIOD-ROLLED
               ADD 1                TO WS-ROLLED-CNT
               ADD WS-SS-OUT-AMOUNT TO WS-ROLLED-TOTAL
               STRING 'COMPLETED - APPLIED ROLLED TO ' WS-POST-DATE
                   DELIMITED BY SIZE INTO RPT-RES-RESULT
               END-STRING
           ELSE
               MOVE 'COMPLETED - APPLIED' TO RPT-RES-RESULT
           END-IF
           MOVE GL-ACCT-UNAPPLIED-CASH TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-PREMIUM-RECV   TO WS-GL-CREDIT-ACCOUNT
           MOVE SMR-TARGET-POLICY      TO WS-GL-REFERENCE
           MOVE 'SUSPENSE APPLIED'     TO WS-GL-DESCRIPTION
           PERFORM 2400-JOURNAL-ITEM.

      *    A TRANSFER ONLY CORRECTS WHICH POLICY THE MONEY IS HELD
      *    AGAINST - IT STAYS IN UNAPPLIED CASH, SO THERE IS NO GL
      *    ENTRY.
       2200-TRANSFER-ITEM.
           IF SMR-TARGET-POLICY = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - TARGET POLICY MISSING'
                                       TO RPT-RES-RESULT
           ELSE
               PERFORM 2170-CHECK-TARGET-POLICY
               IF WS-PY-SQLCODE = 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - TARGET POLICY NOT ON FILE'
                                       TO RPT-RES-RESULT
               ELSE
                   MOVE 'TRANSFER'         TO WS-SS-OPERATION-TYPE
                   MOVE SMR-ITEM-ID        TO WS-SS-ITEM-ID
                   MOVE SMR-TARGET-POLICY  TO WS-SS-POLICY-NUMBER
                   IF SMR-TARGET-INSTALL NUMERIC
                       MOVE SMR-TARGET-INSTALL TO WS-SS-INSTALL-NO
                   ELSE
                       MOVE 0                  TO WS-SS-INSTALL-NO
                   END-IF
                   MOVE SMR-AUTH-USER      TO WS-SS-ACTION-USER
                   CALL 'SUSDRVR1' USING SUSDRVR1-AREA
                   IF WS-SS-SQLCODE = 0
                       ADD 1 TO WS-ACCEPTED-CNT
                       ADD WS-SS-OUT-AMOUNT TO WS-TRANSFERRED-TOTAL
                       MOVE 'COMPLETED - TRANSFERRED' TO RPT-RES-RESULT
                   ELSE
                       ADD 1 TO WS-REJECTED-CNT
                       MOVE 'REJECTED - ITEM ALREADY WORKED'
                                       TO RPT-RES-RESULT
                   END-IF
               END-IF
           END-IF.

       2170-CHECK-TARGET-POLICY.
           MOVE 'GETPOL'           TO WS-PY-OPERATION-TYPE
           MOVE SMR-TARGET-POLICY  TO WS-PY-POLICY-NUMBER
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA.

       2175-FIND-TARGET-INSTALLMENT.
           MOVE 0 TO WS-SCH-FOUND-IDX
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                     UNTIL WS-SCH-IDX > WS-SCH-TBL-CNT
               IF WS-SCH-POLICY-NUMBER (WS-SCH-IDX)
                           = SMR-TARGET-POLICY
                       AND WS-SCH-INSTALL-NO (WS-SCH-IDX)
                           = SMR-TARGET-INSTALL
                   MOVE WS-SCH-IDX TO WS-SCH-FOUND-IDX
                   MOVE WS-SCH-TBL-CNT TO WS-SCH-IDX
               END-IF
           END-PERFORM.

      *    THE MONEY IS OWED BACK TO THE REMITTER - OUT OF UNAPPLIED
      *    CASH AND INTO REFUNDS PAYABLE, WHERE THE DISBURSEMENT SIDE
      *    PICKS IT UP.
       2300-REFUND-ITEM.
           MOVE 'REFUND'           TO WS-SS-OPERATION-TYPE
           MOVE SMR-ITEM-ID        TO WS-SS-ITEM-ID
           MOVE SMR-AUTH-USER      TO WS-SS-ACTION-USER
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-SQLCODE = 0
               ADD 1 TO WS-ACCEPTED-CNT
               ADD WS-SS-OUT-AMOUNT TO WS-REFUNDED-TOTAL
               MOVE 'COMPLETED - MARKED FOR REFUND' TO RPT-RES-RESULT
               MOVE GL-ACCT-UNAPPLIED-CASH  TO WS-GL-DEBIT-ACCOUNT
               MOVE GL-ACCT-REFUNDS-PAYABLE TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-SS-OUT-POLICY-NUMBER TO WS-GL-REFERENCE
               MOVE 'SUSPENSE REFUND'       TO WS-GL-DESCRIPTION
               PERFORM 2400-JOURNAL-ITEM
           ELSE
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - ITEM ALREADY WORKED'
                                       TO RPT-RES-RESULT
           END-IF.

       2400-JOURNAL-ITEM.
           MOVE 'POST'             TO WS-GL-OPERATION-TYPE
           MOVE WS-SS-OUT-AMOUNT   TO WS-GL-AMOUNT
           MOVE 'P'                TO WS-GL-REF-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

       2050-READ-REQUEST-PARA.
           READ SUS-MAINT-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           WRITE SUS-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'TOTAL APPLIED:'       TO RPT-AMT-LABEL
           MOVE WS-APPLIED-TOTAL       TO RPT-AMT-AMOUNT
           WRITE SUS-MAINT-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'APPLIED - ROLLED FROM CLOSED:'
                                       TO RPT-AMT-LABEL
           MOVE WS-ROLLED-TOTAL        TO RPT-AMT-AMOUNT
           WRITE SUS-MAINT-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'TOTAL MARKED FOR REFUND:'
                                       TO RPT-AMT-LABEL
           MOVE WS-REFUNDED-TOTAL      TO RPT-AMT-AMOUNT
           WRITE SUS-MAINT-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'TOTAL TRANSFERRED (NO GL):'
                                       TO RPT-AMT-LABEL
           MOVE WS-TRANSFERRED-TOTAL   TO RPT-AMT-AMOUNT
           WRITE SUS-MAINT-REPORT-REC FROM RPT-AMOUNT-LINE

           MOVE 'BALANCE' TO WS-SS-OPERATION-TYPE
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           MOVE WS-SS-OUT-OPEN-TOTAL TO RPT-BAL-AMOUNT
           MOVE WS-SS-OUT-OPEN-CNT   TO RPT-BAL-COUNT
           WRITE SUS-MAINT-REPORT-REC FROM RPT-BALANCE-LINE

           COMPUTE WS-WORKED-TOTAL = WS-APPLIED-TOTAL
                                   + WS-REFUNDED-TOTAL
           MOVE 'CONTROL'              TO WS-GL-OPERATION-TYPE
           MOVE WS-WORKED-TOTAL        TO WS-GL-AMOUNT
           MOVE 'APPLIED PLUS REFUND'  TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE SUS-MAINT-REQUEST
           CLOSE SUS-MAINT-REPORT.

       END PROGRAM SUSMNT1.
