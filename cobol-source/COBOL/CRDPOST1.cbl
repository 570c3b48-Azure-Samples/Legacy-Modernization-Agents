       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDPOST1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-SETTLEMENT-FILE ASSIGN TO 'CARDSTLF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO 'REMITFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT CARD-POST-REPORT ASSIGN TO 'CRDPOSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    DAILY SETTLEMENT FILE FROM THE CARD PROCESSOR - ONE RECORD
      *    PER CARD PAYMENT TAKEN ON THE CUSTOMER WEB PORTAL OR THE
      *    IVR, AND ONE PER CHARGEBACK THE PROCESSOR TOOK BACK. THE
      *    POLICY AND INSTALLMENT ARE THE ONES THE CUSTOMER PAID
      *    AGAINST (KEYED FROM THE STUB), THE SETTLEMENT DATE IS THE
      *    DAY THE PROCESSOR FUNDED THE BATCH TO THE BANK.
       FD  CARD-SETTLEMENT-FILE.
       01  CARD-SETTLEMENT-REC.
           05  CST-POLICY-NUMBER         PIC X(10).
           05  CST-INSTALL-NO            PIC 9(2).
           05  CST-AMOUNT                PIC 9(5)V9(2).
           05  CST-SETTLE-DATE           PIC X(10).
           05  CST-TRAN-TYPE             PIC X(1).
               88  CST-SALE              VALUE 'S'.
               88  CST-CHARGEBACK        VALUE 'C'.
           05  CST-CHANNEL               PIC X(3).
               88  CST-CHANNEL-WEB       VALUE 'WEB'.
               88  CST-CHANNEL-IVR       VALUE 'IVR'.
           05  CST-PROCESSOR-REF         PIC X(16).
           05  CST-CHARGEBACK-REASON     PIC X(4).
           05  FILLER                    PIC X(27).

      *    THE REMITTANCE-STUB EXTRACT THE NOTIFICATION RUN SENT OUT
      *    (POLICY|INSTALLMENT NO|AMOUNT|DUE DATE, SEE MAINPGM
      *    3074-WRITE-REMIT-STUB) - THE SAME SCHEDULE PMTPOST1 MATCHES
      *    THE LOCKBOX RECEIPTS AGAINST.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD             PIC X(80).

       FD  CARD-POST-REPORT.
       01  CARD-POST-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-REMIT-STATUS               PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-SETTLEMENTS        VALUE 'YES'.
       01  WS-REMIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-SCHEDULE           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-POSTED-CNT                 PIC 9(7) VALUE 0.
       01  WS-SHORT-CNT                  PIC 9(7) VALUE 0.
       01  WS-OVER-CNT                   PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-CNT              PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-CNT              PIC 9(7) VALUE 0.
       01  WS-SALE-CNT                   PIC 9(7) VALUE 0.
       01  WS-CHARGEBACK-CNT             PIC 9(7) VALUE 0.
       01  WS-REVERSED-CNT               PIC 9(7) VALUE 0.
       01  WS-CB-SUSPENSE-CNT            PIC 9(7) VALUE 0.
       01  WS-WEB-CNT                    PIC 9(7) VALUE 0.
       01  WS-IVR-CNT                    PIC 9(7) VALUE 0.
       01  WS-POSTED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-SALE-TOTAL                 PIC 9(9)V99 VALUE 0.
       01  WS-CHARGEBACK-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-REVERSED-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-SUSPENSE-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-CB-SUSPENSE-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-RESUSPENDED-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-NET-SETTLED-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-BOOKED-TOTAL               PIC S9(9)V99 VALUE 0.
       01  WS-SUSPENSE-CNT               PIC 9(7) VALUE 0.
       01  WS-FEE-COLLECTED-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-ROLLED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ROLLED-TOTAL               PIC 9(9)V99 VALUE 0.

      *    THE DATE THE SETTLEMENT IS BOOKED UNDER - THE PROCESSOR'S
      *    SETTLEMENT DATE, OR THE FIRST OPEN DATE WHEN IT FALLS IN AN
      *    ACCOUNTING PERIOD THAT HAS ALREADY CLOSED (TACCTPER).
       01  WS-POST-DATE                  PIC X(10).

      *    LATE FEES BILLED ON THE STUB BEING PAID - SAME RULE AS THE
      *    LOCKBOX: THE INSTALLMENT FIRST, THE FEE ONLY WHEN THE
      *    PAYMENT COVERS BOTH.
       01  WS-FEE-DUE                    PIC 9(5)V99 VALUE 0.
       01  WS-FEE-PAID                   PIC 9(5)V99 VALUE 0.
       01  WS-PREMIUM-PAID               PIC 9(5)V99 VALUE 0.
       01  WS-STUB-DUE                   PIC 9(5)V99 VALUE 0.

      *    A CHARGEBACK TAKES BACK THE PREMIUM THE PAYMENT POSTED; ANY
      *    EXCESS WAS THE LATE FEE COLLECTED WITH IT.
       01  WS-CB-PREMIUM                 PIC 9(5)V99 VALUE 0.
       01  WS-CB-FEE                     PIC 9(5)V99 VALUE 0.

      *    SUSPENSE ITEM ID - RUN DATE, 'C', AND THE ITEM'S SEQUENCE ON
      *    THE SETTLEMENT FILE (SEE DSUSPENS). A CHARGEBACK IS HELD AS
      *    A NEGATIVE ITEM.
       01  WS-SETTLE-SEQ                 PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-ITEM-ID.
           05  WS-SID-YEAR               PIC 9(4).
           05  WS-SID-MONTH              PIC 9(2).
           05  WS-SID-DAY                PIC 9(2).
           05  WS-SID-CARD               PIC X(1) VALUE 'C'.
           05  WS-SID-SEQ                PIC 9(5).
       01  WS-SUSPENSE-REASON            PIC X(10).
       01  WS-SUSPENSE-AMOUNT            PIC S9(5)V99 VALUE 0.

      *    THE REMITFLE SCHEDULE LOADED AT STARTUP, ONE ENTRY PER
      *    INSTALLMENT STUB - SIZED AND POLICED AS IN PMTPOST1.
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

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'CRDPOST1'.
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
           05  FILLER                    PIC X(34)
               VALUE 'CARD SETTLEMENT POSTING RUN - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(88) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-INSTALL-NO        PIC 9(2).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-CHANNEL           PIC X(3).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-TYPE              PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-REF               PIC X(16).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'AMT: '.
           05  RPT-RES-PAID              PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'DUE: '.
           05  RPT-RES-DUE               PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-RESULT            PIC X(44).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-SUSPENSE          PIC X(9).

      *    PRINTED AHEAD OF THE RESULT LINE FOR EVERY SETTLEMENT MOVED
      *    OUT OF A CLOSED PERIOD.
       01  RPT-ROLL-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-ROL-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'SETTLED:  '.
           05  RPT-ROL-OLD-DATE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(39)
               VALUE 'PERIOD CLOSED - ROLLED FORWARD TO:     '.
           05  RPT-ROL-NEW-DATE          PIC X(10).
           05  FILLER                    PIC X(41) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POSTED: '.
           05  RPT-TOT-POSTED            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'SHORT-PAID:'.
           05  RPT-TOT-SHORT             PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'OVER-PAID:'.
           05  RPT-TOT-OVER              PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'UNMATCHED: '.
           05  RPT-TOT-UNMATCHED         PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'DUPLICATE: '.
           05  RPT-TOT-DUPLICATE         PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REVERSED: '.
           05  RPT-TOT-REVERSED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(14) VALUE SPACES.

       01  RPT-CHANNEL-LINE.
           05  FILLER                    PIC X(13)
               VALUE 'WEB PORTAL:  '.
           05  RPT-CHN-WEB               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'IVR: '.
           05  RPT-CHN-IVR               PIC ZZZZZZ9.
           05  FILLER                    PIC X(97) VALUE SPACES.

      *    THE SETTLEMENT PROOF: THE PROCESSOR'S NET (SALES LESS
      *    CHARGEBACKS) WAS EITHER POSTED, REVERSED OR SUSPENDED (OR
      *    WAS ALREADY IN SUSPENSE FROM AN EARLIER RUN OF THE SAME
      *    FILE), AND THE BOOKED NET IS WHAT THE JOURNAL CARRIES.
       01  RPT-RECON-LINE.
           05  RPT-RCN-LABEL             PIC X(34).
           05  RPT-RCN-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RCN-COUNT-LABEL       PIC X(8).
           05  RPT-RCN-COUNT             PIC ZZZZZZ9.
           05  FILLER                    PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-SETTLEMENTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           OPEN INPUT  CARD-SETTLEMENT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARD-SETTLEMENT-FILE: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT CARD-POST-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARD-POST-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE CARD-POST-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           PERFORM 0100-LOAD-SCHEDULE

           PERFORM 2050-READ-SETTLEMENT-PARA.

       0100-LOAD-SCHEDULE.
           OPEN INPUT REMITTANCE-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITTANCE-FILE: '
                                        WS-REMIT-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 0110-READ-SCHEDULE-PARA UNTIL END-OF-SCHEDULE
           CLOSE REMITTANCE-FILE
           DISPLAY 'CRDPOST1: SCHEDULE STUBS LOADED: ' WS-SCH-TBL-CNT.

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
                   DISPLAY '*** CRDPOST1: SCHEDULE TABLE FULL '
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
           ADD 1                  TO WS-SETTLE-SEQ
           MOVE SPACES            TO RPT-RES-SUSPENSE
           MOVE CST-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE CST-INSTALL-NO    TO RPT-RES-INSTALL-NO
           MOVE CST-CHANNEL       TO RPT-RES-CHANNEL
           MOVE CST-PROCESSOR-REF TO RPT-RES-REF
           MOVE CST-AMOUNT        TO RPT-RES-PAID
           MOVE 0                 TO RPT-RES-DUE
           EVALUATE TRUE
               WHEN CST-CHANNEL-WEB
                   ADD 1 TO WS-WEB-CNT
               WHEN CST-CHANNEL-IVR
                   ADD 1 TO WS-IVR-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2010-CHECK-POSTING-PERIOD
           IF CST-CHARGEBACK
               MOVE 'CHBK'        TO RPT-RES-TYPE
               PERFORM 2600-PROCESS-CHARGEBACK
           ELSE
               MOVE 'SALE'        TO RPT-RES-TYPE
               PERFORM 2020-PROCESS-SALE
           END-IF
           WRITE CARD-POST-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-SETTLEMENT-PARA.

      *    CASH IS NEVER TURNED AWAY: A SETTLEMENT DATED IN A CLOSED
      *    PERIOD IS BOOKED ON THE FIRST OPEN DATE INSTEAD, SO THE
      *    CLOSED MONTH'S CASH AND RECEIVABLE FIGURES STAY AS
      *    REPORTED. EACH ONE MOVED IS LISTED ON THE REPORT.
       2010-CHECK-POSTING-PERIOD.
           MOVE CST-SETTLE-DATE   TO WS-POST-DATE
           MOVE 'CHECK'           TO WS-PR-OPERATION-TYPE
           MOVE CST-SETTLE-DATE   TO WS-PR-PER-DATE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-SQLCODE = 0 AND WS-PR-PER-STATUS = 'C'
               MOVE WS-PR-OPEN-DATE   TO WS-POST-DATE
               ADD 1                  TO WS-ROLLED-CNT
               ADD CST-AMOUNT         TO WS-ROLLED-TOTAL
               MOVE CST-POLICY-NUMBER TO RPT-ROL-POLICY-NUMBER
               MOVE CST-SETTLE-DATE   TO RPT-ROL-OLD-DATE
               MOVE WS-POST-DATE      TO RPT-ROL-NEW-DATE
               WRITE CARD-POST-REPORT-REC FROM RPT-ROLL-LINE
           END-IF.

      *    A CARD SALE IS MATCHED, PRICED AND POSTED EXACTLY AS A
      *    LOCKBOX RECEIPT IS - ONLY THE CASH SOURCE DIFFERS.
       2020-PROCESS-SALE.
           ADD 1          TO WS-SALE-CNT
           ADD CST-AMOUNT TO WS-SALE-TOTAL
           MOVE CST-AMOUNT TO WS-SUSPENSE-AMOUNT
           PERFORM 2100-FIND-SCHEDULE-ENTRY
           IF WS-SCH-FOUND-IDX = 0
               PERFORM 2200-REPORT-UNMATCHED
           ELSE
               PERFORM 2250-PRICE-STUB
               MOVE WS-STUB-DUE       TO RPT-RES-DUE
               PERFORM 2300-POST-PAYMENT
           END-IF.

       2100-FIND-SCHEDULE-ENTRY.
           MOVE 0 TO WS-SCH-FOUND-IDX
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                     UNTIL WS-SCH-IDX > WS-SCH-TBL-CNT
               IF WS-SCH-POLICY-NUMBER (WS-SCH-IDX)
                           = CST-POLICY-NUMBER
                       AND WS-SCH-INSTALL-NO (WS-SCH-IDX)
                           = CST-INSTALL-NO
                   MOVE WS-SCH-IDX TO WS-SCH-FOUND-IDX
                   MOVE WS-SCH-TBL-CNT TO WS-SCH-IDX
               END-IF
           END-PERFORM.

      *    A PAYMENT WITH NO STUB ON THE SCHEDULE IS A CASH-DESK ITEM,
      *    THE SAME AS AN UNMATCHED LOCKBOX RECEIPT.
       2200-REPORT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-CNT
           MOVE 'GETPOL'           TO WS-PY-OPERATION-TYPE
           MOVE CST-POLICY-NUMBER  TO WS-PY-POLICY-NUMBER
           MOVE CST-INSTALL-NO     TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 100
               MOVE 'UNMATCHED - POLICY NOT ON FILE (CASH DESK)'
                                       TO RPT-RES-RESULT
               MOVE 'NOPOLICY'         TO WS-SUSPENSE-REASON
           ELSE
               MOVE 'UNMATCHED - NO STUB ON SCHEDULE (CASH DESK)'
                                       TO RPT-RES-RESULT
               MOVE 'NOSTUB'           TO WS-SUSPENSE-REASON
           END-IF
           PERFORM 2500-SUSPEND-ITEM.

      *    WHAT THE STUB ASKED FOR: THE SCHEDULED INSTALLMENT PLUS
      *    ANY OPEN LATE FEE BILLED ON IT (SEE PMTPOST1 2250).
       2250-PRICE-STUB.
           MOVE 0 TO WS-FEE-DUE WS-FEE-PAID
           MOVE 'FEEDUE'            TO WS-PY-OPERATION-TYPE
           MOVE CST-POLICY-NUMBER   TO WS-PY-POLICY-NUMBER
           MOVE WS-SCH-DUE-DATE (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-DATE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0
               MOVE WS-PY-PAID-AMOUNT TO WS-FEE-DUE
           END-IF
           COMPUTE WS-STUB-DUE = WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                               + WS-FEE-DUE
           IF WS-FEE-DUE > 0 AND CST-AMOUNT >= WS-STUB-DUE
               MOVE WS-FEE-DUE TO WS-FEE-PAID
           END-IF
           COMPUTE WS-PREMIUM-PAID = CST-AMOUNT - WS-FEE-PAID.

      *    THE INSTALLMENT KEY ON TPAYMENT IS THE DUPLICATE GUARD: A
      *    STUB ALREADY PAID BY CHECK, ACH OR AN EARLIER CARD PAYMENT
      *    COMES BACK -803 AND THE CARD MONEY GOES TO SUSPENSE.
       2300-POST-PAYMENT.
           MOVE 'RECORD'            TO WS-PY-OPERATION-TYPE
           MOVE CST-POLICY-NUMBER   TO WS-PY-POLICY-NUMBER
           MOVE CST-INSTALL-NO      TO WS-PY-INSTALL-NO
           MOVE WS-PREMIUM-PAID     TO WS-PY-AMOUNT
           MOVE WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-AMOUNT
           MOVE WS-SCH-DUE-DATE (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-DATE
           MOVE WS-POST-DATE        TO WS-PY-RECEIPT-DATE
           MOVE 'CARD'              TO WS-PY-PAY-SOURCE
           EVALUATE TRUE
               WHEN WS-PREMIUM-PAID < WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                   MOVE 'S' TO WS-PY-PAY-STATUS
               WHEN WS-PREMIUM-PAID > WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                   MOVE 'O' TO WS-PY-PAY-STATUS
               WHEN OTHER
                   MOVE 'M' TO WS-PY-PAY-STATUS
           END-EVALUATE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           EVALUATE WS-PY-SQLCODE
               WHEN 0
                   ADD CST-AMOUNT TO WS-POSTED-TOTAL
                   PERFORM 2400-JOURNAL-PAYMENT
                   IF WS-FEE-PAID > 0
                       PERFORM 2450-COLLECT-LATE-FEE
                   END-IF
                   EVALUATE WS-PY-PAY-STATUS
                       WHEN 'S'
                           ADD 1 TO WS-SHORT-CNT
                           MOVE 'POSTED - SHORT-PAID (CASH DESK)'
                                       TO RPT-RES-RESULT
                       WHEN 'O'
                           ADD 1 TO WS-OVER-CNT
                           MOVE 'POSTED - OVER-PAID (CASH DESK)'
                                       TO RPT-RES-RESULT
                       WHEN OTHER
                           ADD 1 TO WS-POSTED-CNT
                           MOVE 'POSTED' TO RPT-RES-RESULT
                   END-EVALUATE
               WHEN -803
                   ADD 1 TO WS-DUPLICATE-CNT
                   MOVE 'REJECTED - INSTALLMENT ALREADY POSTED'
                                       TO RPT-RES-RESULT
                   MOVE 'DUPLICATE'    TO WS-SUSPENSE-REASON
                   PERFORM 2500-SUSPEND-ITEM
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-CNT
                   MOVE 'REJECTED - SQL ERROR'
                                       TO RPT-RES-RESULT
                   MOVE 'REJECTED'     TO WS-SUSPENSE-REASON
                   PERFORM 2500-SUSPEND-ITEM
           END-EVALUATE.

      *    CASH IN THE CARD CLEARING ACCOUNT AGAINST THE PREMIUM
      *    RECEIVABLE. THE PROCESSOR'S DEPOSIT CLEARS IT AT THE BANK.
       2400-JOURNAL-PAYMENT.
           MOVE 'POST'               TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-CASH-CARD    TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-PREMIUM-RECV TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-PREMIUM-PAID      TO WS-GL-AMOUNT
           MOVE 'P'                  TO WS-GL-REF-TYPE
           MOVE CST-POLICY-NUMBER    TO WS-GL-REFERENCE
           MOVE 'CARD PAYMENT'       TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

       2450-COLLECT-LATE-FEE.
           MOVE 'FEECOLL'           TO WS-PY-OPERATION-TYPE
           MOVE CST-POLICY-NUMBER   TO WS-PY-POLICY-NUMBER
           MOVE WS-SCH-DUE-DATE (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-DATE
           MOVE WS-POST-DATE        TO WS-PY-RECEIPT-DATE
           MOVE 'CARD'              TO WS-PY-PAY-SOURCE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           ADD WS-FEE-PAID TO WS-FEE-COLLECTED-TOTAL
           MOVE 'POST'                TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-CASH-CARD     TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-LATE-FEE-RECV TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-FEE-PAID           TO WS-GL-AMOUNT
           MOVE 'P'                   TO WS-GL-REF-TYPE
           MOVE CST-POLICY-NUMBER     TO WS-GL-REFERENCE
           MOVE 'LATE FEE COLLECTED'  TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

      *    EVERY SETTLEMENT ITEM THAT DID NOT POST (OR, FOR A
      *    CHARGEBACK, DID NOT REVERSE A PAYMENT) GOES TO THE SUSPENSE
      *    LEDGER FOR THE CASH DESK (SUSMNT1) AGAINST UNAPPLIED CASH -
      *    A CHARGEBACK AS A NEGATIVE ITEM AND A NEGATIVE ENTRY. AN
      *    ITEM ALREADY SUSPENDED BY AN EARLIER RUN OF THE SAME FILE
      *    IS NOT BOOKED AGAIN.
       2500-SUSPEND-ITEM.
           MOVE WS-YEAR             TO WS-SID-YEAR
           MOVE WS-MONTH            TO WS-SID-MONTH
           MOVE WS-DAY              TO WS-SID-DAY
           MOVE WS-SETTLE-SEQ       TO WS-SID-SEQ
           MOVE 'INSERT'            TO WS-SS-OPERATION-TYPE
           MOVE WS-SUSPENSE-ITEM-ID TO WS-SS-ITEM-ID
           MOVE WS-POST-DATE        TO WS-SS-RECEIPT-DATE
           MOVE CST-POLICY-NUMBER   TO WS-SS-POLICY-NUMBER
           MOVE CST-INSTALL-NO      TO WS-SS-INSTALL-NO
           MOVE WS-SUSPENSE-AMOUNT  TO WS-SS-AMOUNT
           MOVE WS-SUSPENSE-REASON  TO WS-SS-REASON
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-SQLCODE = 0
               IF CST-CHARGEBACK
                   ADD 1 TO WS-CB-SUSPENSE-CNT
                   ADD CST-AMOUNT TO WS-CB-SUSPENSE-TOTAL
               ELSE
                   ADD 1 TO WS-SUSPENSE-CNT
                   ADD CST-AMOUNT TO WS-SUSPENSE-TOTAL
               END-IF
               MOVE 'SUSPENDED'  TO RPT-RES-SUSPENSE
               MOVE 'POST'                 TO WS-GL-OPERATION-TYPE
               MOVE GL-ACCT-CASH-CARD      TO WS-GL-DEBIT-ACCOUNT
               MOVE GL-ACCT-UNAPPLIED-CASH TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-SUSPENSE-AMOUNT     TO WS-GL-AMOUNT
               MOVE 'P'                    TO WS-GL-REF-TYPE
               MOVE CST-POLICY-NUMBER      TO WS-GL-REFERENCE
               MOVE 'UNAPPLIED CASH'       TO WS-GL-DESCRIPTION
               CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           ELSE
               ADD WS-SUSPENSE-AMOUNT TO WS-RESUSPENDED-TOTAL
               MOVE 'IN SUSP'    TO RPT-RES-SUSPENSE
           END-IF.

      *    THE PROCESSOR HAS TAKEN A CARD PAYMENT BACK. THE PAYMENT IS
      *    REVERSED OFF ITS INSTALLMENT (PAYDRVR1 'REVERSE'), WHICH IS
      *    THEN UNPAID AGAIN AND PICKED UP BY THE DUNNING CYCLE, AND
      *    THE JOURNAL ENTRIES OF THE PAYMENT ARE REVERSED. A
      *    CHARGEBACK WITH NO CARD PAYMENT TO REVERSE (THE PAYMENT WAS
      *    SUSPENDED, OR THE PROCESSOR TOOK BACK LESS THAN THE PREMIUM
      *    POSTED, OR THE INSTALLMENT WAS CHARGED BACK BEFORE) IS LEFT
      *    TO THE CASH DESK.
       2600-PROCESS-CHARGEBACK.
           ADD 1          TO WS-CHARGEBACK-CNT
           ADD CST-AMOUNT TO WS-CHARGEBACK-TOTAL
           MOVE 'REVERSE'           TO WS-PY-OPERATION-TYPE
           MOVE CST-POLICY-NUMBER   TO WS-PY-POLICY-NUMBER
           MOVE CST-INSTALL-NO      TO WS-PY-INSTALL-NO
           MOVE CST-AMOUNT          TO WS-PY-AMOUNT
           MOVE WS-POST-DATE        TO WS-PY-RECEIPT-DATE
           MOVE 'CARD'              TO WS-PY-PAY-SOURCE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0
               ADD 1 TO WS-REVERSED-CNT
               ADD CST-AMOUNT TO WS-REVERSED-TOTAL
               MOVE WS-PY-PAID-AMOUNT TO WS-CB-PREMIUM
                                         RPT-RES-DUE
               COMPUTE WS-CB-FEE = CST-AMOUNT - WS-CB-PREMIUM
               PERFORM 2650-JOURNAL-CHARGEBACK
               MOVE 'CHARGED BACK - INSTALLMENT REOPENED'
                                       TO RPT-RES-RESULT
           ELSE
               MOVE 'CHARGEBACK - NO CARD PAYMENT (CASH DESK)'
                                       TO RPT-RES-RESULT
               MOVE 'CHGBACK'          TO WS-SUSPENSE-REASON
               COMPUTE WS-SUSPENSE-AMOUNT = 0 - CST-AMOUNT
               PERFORM 2500-SUSPEND-ITEM
           END-IF.

      *    THE PAYMENT'S ENTRIES WITH THE AMOUNTS NEGATED: THE PREMIUM
      *    IS DUE AGAIN, AND SO IS ANY LATE FEE THE PAYMENT CARRIED.
       2650-JOURNAL-CHARGEBACK.
           MOVE 'POST'               TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-CASH-CARD    TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-PREMIUM-RECV TO WS-GL-CREDIT-ACCOUNT
           COMPUTE WS-GL-AMOUNT = 0 - WS-CB-PREMIUM
           MOVE 'P'                  TO WS-GL-REF-TYPE
           MOVE CST-POLICY-NUMBER    TO WS-GL-REFERENCE
           MOVE 'CARD CHARGEBACK'    TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           IF WS-CB-FEE > 0
               MOVE 'POST'                TO WS-GL-OPERATION-TYPE
               MOVE GL-ACCT-CASH-CARD     TO WS-GL-DEBIT-ACCOUNT
               MOVE GL-ACCT-LATE-FEE-RECV TO WS-GL-CREDIT-ACCOUNT
               COMPUTE WS-GL-AMOUNT = 0 - WS-CB-FEE
               MOVE 'P'                   TO WS-GL-REF-TYPE
               MOVE CST-POLICY-NUMBER     TO WS-GL-REFERENCE
               MOVE 'CHARGEBACK LATE FEE' TO WS-GL-DESCRIPTION
               CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           END-IF.

       2050-READ-SETTLEMENT-PARA.
           READ CARD-SETTLEMENT-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       9000-FINALIZE-PARA.
           MOVE WS-POSTED-CNT    TO RPT-TOT-POSTED
           MOVE WS-SHORT-CNT     TO RPT-TOT-SHORT
           MOVE WS-OVER-CNT      TO RPT-TOT-OVER
           MOVE WS-UNMATCHED-CNT TO RPT-TOT-UNMATCHED
           MOVE WS-DUPLICATE-CNT TO RPT-TOT-DUPLICATE
           MOVE WS-REVERSED-CNT  TO RPT-TOT-REVERSED
           WRITE CARD-POST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE WS-WEB-CNT       TO RPT-CHN-WEB
           MOVE WS-IVR-CNT       TO RPT-CHN-IVR
           WRITE CARD-POST-REPORT-REC FROM RPT-CHANNEL-LINE
           PERFORM 9100-WRITE-SETTLEMENT-PROOF

           MOVE 'CONTROL'             TO WS-GL-OPERATION-TYPE
           MOVE WS-BOOKED-TOTAL       TO WS-GL-AMOUNT
           MOVE 'NET CARD BOOKED'     TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE'               TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE CARD-SETTLEMENT-FILE
           CLOSE CARD-POST-REPORT.

       9100-WRITE-SETTLEMENT-PROOF.
           COMPUTE WS-NET-SETTLED-TOTAL = WS-SALE-TOTAL
                                        - WS-CHARGEBACK-TOTAL
           COMPUTE WS-BOOKED-TOTAL = WS-POSTED-TOTAL
                                   + WS-SUSPENSE-TOTAL
                                   - WS-REVERSED-TOTAL
                                   - WS-CB-SUSPENSE-TOTAL
           MOVE 'TOTAL CARD SALES SETTLED:         ' TO RPT-RCN-LABEL
           MOVE WS-SALE-TOTAL       TO RPT-RCN-AMOUNT
           MOVE 'ITEMS: '           TO RPT-RCN-COUNT-LABEL
           MOVE WS-SALE-CNT         TO RPT-RCN-COUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'TOTAL CHARGEBACKS:                ' TO RPT-RCN-LABEL
           MOVE WS-CHARGEBACK-TOTAL TO RPT-RCN-AMOUNT
           MOVE WS-CHARGEBACK-CNT   TO RPT-RCN-COUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'NET SETTLEMENT:                   ' TO RPT-RCN-LABEL
           MOVE WS-NET-SETTLED-TOTAL TO RPT-RCN-AMOUNT
           MOVE SPACES TO RPT-RCN-COUNT-LABEL
           MOVE 0      TO RPT-RCN-COUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'CHARGEBACKS REVERSED:             ' TO RPT-RCN-LABEL
           MOVE WS-REVERSED-TOTAL   TO RPT-RCN-AMOUNT
           MOVE 'ITEMS: '           TO RPT-RCN-COUNT-LABEL
           MOVE WS-REVERSED-CNT     TO RPT-RCN-COUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'SALES TO SUSPENSE:                ' TO RPT-RCN-LABEL
           MOVE WS-SUSPENSE-TOTAL   TO RPT-RCN-AMOUNT
           MOVE WS-SUSPENSE-CNT     TO RPT-RCN-COUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'CHARGEBACKS TO SUSPENSE:          ' TO RPT-RCN-LABEL
           MOVE WS-CB-SUSPENSE-TOTAL TO RPT-RCN-AMOUNT
           MOVE WS-CB-SUSPENSE-CNT  TO RPT-RCN-COUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE SPACES TO RPT-RCN-COUNT-LABEL
           MOVE 0      TO RPT-RCN-COUNT
           MOVE 'ALREADY IN SUSPENSE (NOT REBOOKED):' TO RPT-RCN-LABEL
           MOVE WS-RESUSPENDED-TOTAL TO RPT-RCN-AMOUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'TOTAL BOOKED (NET):               ' TO RPT-RCN-LABEL
           MOVE WS-BOOKED-TOTAL     TO RPT-RCN-AMOUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'OF WHICH LATE FEES COLLECTED:     ' TO RPT-RCN-LABEL
           MOVE WS-FEE-COLLECTED-TOTAL TO RPT-RCN-AMOUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'ROLLED FORWARD FROM CLOSED PERIOD:' TO RPT-RCN-LABEL
           MOVE WS-ROLLED-TOTAL     TO RPT-RCN-AMOUNT
           MOVE 'ITEMS: '           TO RPT-RCN-COUNT-LABEL
           MOVE WS-ROLLED-CNT       TO RPT-RCN-COUNT
           WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE SPACES TO RPT-RCN-COUNT-LABEL
           MOVE 0      TO RPT-RCN-COUNT
           IF WS-NET-SETTLED-TOTAL NOT =
                   WS-BOOKED-TOTAL + WS-RESUSPENDED-TOTAL
               DISPLAY '*** CRDPOST1: CARD SETTLEMENT DOES NOT PROVE '
                       'TO POSTED, REVERSED PLUS SUSPENSE ***'
           END-IF
           MOVE 'BALANCE' TO WS-SS-OPERATION-TYPE
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-SQLCODE = 0
               MOVE 'OPEN SUSPENSE BALANCE (ALL DAYS): '
                                         TO RPT-RCN-LABEL
               MOVE WS-SS-OUT-OPEN-TOTAL TO RPT-RCN-AMOUNT
               MOVE 'ITEMS: '            TO RPT-RCN-COUNT-LABEL
               MOVE WS-SS-OUT-OPEN-CNT   TO RPT-RCN-COUNT
               WRITE CARD-POST-REPORT-REC FROM RPT-RECON-LINE
           END-IF.

       END PROGRAM CRDPOST1.
