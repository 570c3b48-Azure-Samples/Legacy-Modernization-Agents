       01  WS-UNMATCHED-CNT              PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-CNT              PIC 9(7) VALUE 0.
       01  WS-POSTED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-RECEIVED-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-SUSPENSE-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-RESUSPENDED-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-BOOKED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-SUSPENSE-CNT               PIC 9(7) VALUE 0.
       01  WS-FEE-COLLECTED-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-ROLLED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ROLLED-TOTAL               PIC 9(9)V99 VALUE 0.

      *    THE DATE THE RECEIPT IS BOOKED UNDER - THE LOCKBOX RECEIPT
      *    DATE, OR THE FIRST OPEN DATE WHEN THE RECEIPT IS DATED IN
      *    AN ACCOUNTING PERIOD THAT HAS ALREADY CLOSED (TACCTPER).
       01  WS-POST-DATE                  PIC X(10).

      *    LATE FEES BILLED ON THE STUB BEING PAID (DUNCYCL1 MOVES AN
      *    OPEN FEE ONTO THE POLICY'S NEXT STUB). THE RECEIPT PAYS THE
      *    INSTALLMENT FIRST; THE FEE IS COLLECTED ONLY WHEN THE
      *    RECEIPT COVERS BOTH.
       01  WS-FEE-DUE                    PIC 9(5)V99 VALUE 0.
       01  WS-FEE-PAID                   PIC 9(5)V99 VALUE 0.
       01  WS-PREMIUM-PAID               PIC 9(5)V99 VALUE 0.
       01  WS-STUB-DUE                   PIC 9(5)V99 VALUE 0.

      *    SUSPENSE ITEM ID - RUN DATE PLUS THE RECEIPT'S SEQUENCE ON
      *    THE LOCKBOX FILE (SEE DSUSPENS).
       01  WS-RECEIPT-SEQ                PIC 9(6) VALUE 0.
       01  WS-SUSPENSE-ITEM-ID.
           05  WS-SID-YEAR               PIC 9(4).
           05  WS-SID-MONTH              PIC 9(2).
           05  WS-SID-DAY                PIC 9(2).
           05  WS-SID-SEQ                PIC 9(6).
       01  WS-SUSPENSE-REASON            PIC X(10).
      *    THE PART OF THE RECEIPT GOING TO SUSPENSE - THE WHOLE
      *    RECEIPT, OR ONLY A FEE PART THAT FOUND NO FEE LINE.
       01  WS-SUSPEND-AMOUNT             PIC 9(5)V99 VALUE 0.

      *    THE REMITFLE SCHEDULE LOADED AT STARTUP, ONE ENTRY PER
      *    INSTALLMENT STUB. SIZED FOR A FULL NIGHTLY RUN (UP TO 12
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
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'PMTPOST1'.
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
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(44).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-SUSPENSE          PIC X(10).

      *    PRINTED AHEAD OF THE RESULT LINE FOR EVERY RECEIPT MOVED
      *    OUT OF A CLOSED PERIOD.
       01  RPT-ROLL-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-ROL-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'RECEIVED: '.
           05  RPT-ROL-OLD-DATE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(39)
               VALUE 'PERIOD CLOSED - ROLLED FORWARD TO:     '.
           05  RPT-ROL-NEW-DATE          PIC X(10).
           05  FILLER                    PIC X(41) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POSTED: '.
           05  RPT-TOT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(97) VALUE SPACES.

      *    THE LOCKBOX PROOF: EVERYTHING RECEIVED WAS EITHER POSTED OR
      *    SUSPENDED (OR WAS ALREADY IN SUSPENSE FROM AN EARLIER RUN OF
      *    THE SAME FILE), AND THE BOOKED TOTAL IS WHAT THE JOURNAL
      *    CARRIES.
       01  RPT-RECON-LINE.
           05  RPT-RCN-LABEL             PIC X(34).
           05  RPT-RCN-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RCN-COUNT-LABEL       PIC X(8).
           05  RPT-RCN-COUNT             PIC ZZZZZZ9.
           05  FILLER                    PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           PERFORM 0100-LOAD-SCHEDULE

           PERFORM 2050-READ-RECEIPT-PARA.
           END-IF.

       2000-PROCESS-PARA.
           ADD 1                  TO WS-RECEIPT-SEQ
           ADD LBX-AMOUNT         TO WS-RECEIVED-TOTAL
           MOVE SPACES            TO RPT-RES-SUSPENSE
           MOVE LBX-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE LBX-INSTALL-NO    TO RPT-RES-INSTALL-NO
           MOVE LBX-AMOUNT        TO RPT-RES-PAID
           MOVE 0                 TO RPT-RES-DUE

           PERFORM 2010-CHECK-POSTING-PERIOD
           PERFORM 2100-FIND-SCHEDULE-ENTRY
           IF WS-SCH-FOUND-IDX = 0
               PERFORM 2200-REPORT-UNMATCHED
           ELSE
               PERFORM 2250-PRICE-STUB
               MOVE WS-STUB-DUE       TO RPT-RES-DUE
               PERFORM 2300-POST-PAYMENT
           END-IF
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-RECEIPT-PARA.

      *    CASH IS NEVER TURNED AWAY: A RECEIPT DATED IN A CLOSED
      *    PERIOD IS BOOKED ON THE FIRST OPEN DATE INSTEAD, SO THE
      *    CLOSED MONTH'S CASH AND RECEIVABLE FIGURES STAY AS
      *    REPORTED. EACH ONE MOVED IS LISTED ON THE REPORT.
       2010-CHECK-POSTING-PERIOD.
           MOVE LBX-RECEIPT-DATE  TO WS-POST-DATE
           MOVE 'CHECK'           TO WS-PR-OPERATION-TYPE
           MOVE LBX-RECEIPT-DATE  TO WS-PR-PER-DATE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-SQLCODE = 0 AND WS-PR-PER-STATUS = 'C'
               MOVE WS-PR-OPEN-DATE   TO WS-POST-DATE
               ADD 1                  TO WS-ROLLED-CNT
               ADD LBX-AMOUNT         TO WS-ROLLED-TOTAL
               MOVE LBX-POLICY-NUMBER TO RPT-ROL-POLICY-NUMBER
               MOVE LBX-RECEIPT-DATE  TO RPT-ROL-OLD-DATE
               MOVE WS-POST-DATE      TO RPT-ROL-NEW-DATE
               WRITE PAYMENT-POST-REPORT-REC FROM RPT-ROLL-LINE
           END-IF.

       2100-FIND-SCHEDULE-ENTRY.
           MOVE 0 TO WS-SCH-FOUND-IDX
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
           IF WS-PY-SQLCODE = 100
               MOVE 'UNMATCHED - POLICY NOT ON FILE (CASH DESK)'
                                       TO RPT-RES-RESULT
               MOVE 'NOPOLICY'         TO WS-SUSPENSE-REASON
           ELSE
               MOVE 'UNMATCHED - NO STUB ON SCHEDULE (CASH DESK)'
                                       TO RPT-RES-RESULT
               MOVE 'NOSTUB'           TO WS-SUSPENSE-REASON
           END-IF
           MOVE LBX-AMOUNT             TO WS-SUSPEND-AMOUNT
           PERFORM 2500-SUSPEND-RECEIPT.

      *    WHAT THE STUB ASKED FOR: THE SCHEDULED INSTALLMENT PLUS
      *    ANY OPEN LATE FEE BILLED ON IT. WHEN THE RECEIPT COVERS
      *    BOTH, THE FEE PART IS SPLIT OFF TO THE FEE LINE AND ONLY
      *    THE REST IS POSTED AGAINST THE INSTALLMENT.
       2250-PRICE-STUB.
           MOVE 0 TO WS-FEE-DUE WS-FEE-PAID
           MOVE 'FEEDUE'            TO WS-PY-OPERATION-TYPE
           MOVE LBX-POLICY-NUMBER   TO WS-PY-POLICY-NUMBER
           MOVE WS-SCH-DUE-DATE (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-DATE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0
               MOVE WS-PY-PAID-AMOUNT TO WS-FEE-DUE
           END-IF
           COMPUTE WS-STUB-DUE = WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                               + WS-FEE-DUE
           IF WS-FEE-DUE > 0 AND LBX-AMOUNT >= WS-STUB-DUE
               MOVE WS-FEE-DUE TO WS-FEE-PAID
           END-IF
           COMPUTE WS-PREMIUM-PAID = LBX-AMOUNT - WS-FEE-PAID.

       2300-POST-PAYMENT.
           MOVE 'RECORD'            TO WS-PY-OPERATION-TYPE
           MOVE LBX-POLICY-NUMBER   TO WS-PY-POLICY-NUMBER
           MOVE LBX-INSTALL-NO      TO WS-PY-INSTALL-NO
           MOVE WS-PREMIUM-PAID     TO WS-PY-AMOUNT
           MOVE WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-AMOUNT
           MOVE WS-SCH-DUE-DATE (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-DATE
           MOVE WS-POST-DATE        TO WS-PY-RECEIPT-DATE
           MOVE 'LOCKBOX'           TO WS-PY-PAY-SOURCE
           EVALUATE TRUE
               WHEN WS-PREMIUM-PAID < WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                   MOVE 'S' TO WS-PY-PAY-STATUS
               WHEN WS-PREMIUM-PAID > WS-SCH-AMOUNT (WS-SCH-FOUND-IDX)
                   MOVE 'O' TO WS-PY-PAY-STATUS
               WHEN OTHER
                   MOVE 'M' TO WS-PY-PAY-STATUS
           EVALUATE WS-PY-SQLCODE
               WHEN 0
                   ADD LBX-AMOUNT TO WS-POSTED-TOTAL
                   PERFORM 2400-JOURNAL-RECEIPT
                   IF WS-FEE-PAID > 0
                       PERFORM 2450-COLLECT-LATE-FEE
                   END-IF
                   EVALUATE WS-PY-PAY-STATUS
                       WHEN 'S'
                           ADD 1 TO WS-SHORT-CNT
                   ADD 1 TO WS-DUPLICATE-CNT
                   MOVE 'REJECTED - INSTALLMENT ALREADY POSTED'
                                       TO RPT-RES-RESULT
                   MOVE 'DUPLICATE'    TO WS-SUSPENSE-REASON
                   MOVE LBX-AMOUNT     TO WS-SUSPEND-AMOUNT
                   PERFORM 2500-SUSPEND-RECEIPT
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-CNT
                   MOVE 'REJECTED - SQL ERROR'
                                       TO RPT-RES-RESULT
                   MOVE 'REJECTED'     TO WS-SUSPENSE-REASON
                   MOVE LBX-AMOUNT     TO WS-SUSPEND-AMOUNT
                   PERFORM 2500-SUSPEND-RECEIPT
           END-EVALUATE.

      *    CASH IN THE LOCKBOX ACCOUNT AGAINST THE PREMIUM RECEIVABLE.
      *    ONLY POSTED RECEIPTS ARE JOURNALLED; UNMATCHED ITEMS STAY
      *    WITH THE CASH DESK UNTIL THEY ARE APPLIED.
       2400-JOURNAL-RECEIPT.
           MOVE 'POST'               TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-CASH-LOCKBOX TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-PREMIUM-RECV TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-PREMIUM-PAID      TO WS-GL-AMOUNT
           MOVE 'P'                  TO WS-GL-REF-TYPE
           MOVE LBX-POLICY-NUMBER    TO WS-GL-REFERENCE
           MOVE 'LOCKBOX RECEIPT'    TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

      *    THE FEE LINES BILLED ON THIS STUB TAKE THE RECEIPT'S DATE
      *    AND SOURCE, AND THE FEE CASH CLEARS THE LATE-FEE
      *    RECEIVABLE DUNCYCL1 BOOKED WHEN IT ASSESSED THEM. WHEN NO
      *    OPEN FEE LINE IS LEFT TO COLLECT (100), THE FEE PART IS
      *    UNMATCHED CASH - IT COMES OUT OF THE POSTED TOTAL AND GOES
      *    TO SUSPENSE LIKE ANY OTHER, SO THE JOURNAL NEVER SHOWS FEE
      *    INCOME TPAYMENT DOES NOT HAVE.
       2450-COLLECT-LATE-FEE.
           MOVE 'FEECOLL'           TO WS-PY-OPERATION-TYPE
           MOVE LBX-POLICY-NUMBER   TO WS-PY-POLICY-NUMBER
           MOVE WS-SCH-DUE-DATE (WS-SCH-FOUND-IDX)
                                    TO WS-PY-DUE-DATE
           MOVE WS-POST-DATE        TO WS-PY-RECEIPT-DATE
           MOVE 'LOCKBOX'           TO WS-PY-PAY-SOURCE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0
               ADD WS-FEE-PAID TO WS-FEE-COLLECTED-TOTAL
               MOVE 'POST'                TO WS-GL-OPERATION-TYPE
               MOVE GL-ACCT-CASH-LOCKBOX  TO WS-GL-DEBIT-ACCOUNT
               MOVE GL-ACCT-LATE-FEE-RECV TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-FEE-PAID           TO WS-GL-AMOUNT
               MOVE 'P'                   TO WS-GL-REF-TYPE
               MOVE LBX-POLICY-NUMBER     TO WS-GL-REFERENCE
               MOVE 'LATE FEE COLLECTED'  TO WS-GL-DESCRIPTION
               CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           ELSE
               SUBTRACT WS-FEE-PAID       FROM WS-POSTED-TOTAL
               MOVE 'NOFEELINE'           TO WS-SUSPENSE-REASON
               MOVE WS-FEE-PAID           TO WS-SUSPEND-AMOUNT
               PERFORM 2500-SUSPEND-RECEIPT
           END-IF.

      *    EVERY RECEIPT THAT DID NOT POST GOES TO THE SUSPENSE LEDGER
      *    SO THE MONEY IS ACCOUNTED FOR UNTIL THE CASH DESK WORKS IT
      *    (SUSMNT1). THE CASH IS JOURNALLED INTO UNAPPLIED CASH RATHER
      *    THAN AGAINST THE RECEIVABLE. A RECEIPT ALREADY SUSPENDED BY
      *    AN EARLIER RUN OF THE SAME FILE IS NOT BOOKED AGAIN.
       2500-SUSPEND-RECEIPT.
           MOVE WS-YEAR             TO WS-SID-YEAR
           MOVE WS-MONTH            TO WS-SID-MONTH
           MOVE WS-DAY              TO WS-SID-DAY
           MOVE WS-RECEIPT-SEQ      TO WS-SID-SEQ
           MOVE 'INSERT'            TO WS-SS-OPERATION-TYPE
           MOVE WS-SUSPENSE-ITEM-ID TO WS-SS-ITEM-ID
           MOVE WS-POST-DATE        TO WS-SS-RECEIPT-DATE
           MOVE LBX-POLICY-NUMBER   TO WS-SS-POLICY-NUMBER
           MOVE LBX-INSTALL-NO      TO WS-SS-INSTALL-NO
           MOVE WS-SUSPEND-AMOUNT   TO WS-SS-AMOUNT
           MOVE WS-SUSPENSE-REASON  TO WS-SS-REASON
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-SQLCODE = 0
               ADD 1 TO WS-SUSPENSE-CNT
               ADD WS-SUSPEND-AMOUNT TO WS-SUSPENSE-TOTAL
               MOVE 'SUSPENDED'  TO RPT-RES-SUSPENSE
               MOVE 'POST'                 TO WS-GL-OPERATION-TYPE
               MOVE GL-ACCT-CASH-LOCKBOX   TO WS-GL-DEBIT-ACCOUNT
               MOVE GL-ACCT-UNAPPLIED-CASH TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-SUSPEND-AMOUNT      TO WS-GL-AMOUNT
               MOVE 'P'                    TO WS-GL-REF-TYPE
               MOVE LBX-POLICY-NUMBER      TO WS-GL-REFERENCE
               MOVE 'UNAPPLIED CASH'       TO WS-GL-DESCRIPTION
               CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           ELSE
               ADD WS-SUSPEND-AMOUNT TO WS-RESUSPENDED-TOTAL
               MOVE 'IN SUSP'    TO RPT-RES-SUSPENSE
           END-IF.

       2050-READ-RECEIPT-PARA.
           READ LOCKBOX-RECEIPTS-FILE
               AT END
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE WS-POSTED-TOTAL  TO RPT-TOT-AMOUNT
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-AMOUNT-LINE
           PERFORM 9100-WRITE-LOCKBOX-PROOF

           MOVE 'CONTROL'             TO WS-GL-OPERATION-TYPE
           MOVE WS-BOOKED-TOTAL       TO WS-GL-AMOUNT
           MOVE 'TOTAL BOOKED'        TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE'               TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE LOCKBOX-RECEIPTS-FILE
           CLOSE PAYMENT-POST-REPORT.

       9100-WRITE-LOCKBOX-PROOF.
           COMPUTE WS-BOOKED-TOTAL = WS-POSTED-TOTAL + WS-SUSPENSE-TOTAL
           MOVE SPACES TO RPT-RCN-COUNT-LABEL
           MOVE 0      TO RPT-RCN-COUNT
           MOVE 'TOTAL AMOUNT RECEIVED (LOCKBOX): ' TO RPT-RCN-LABEL
           MOVE WS-RECEIVED-TOTAL   TO RPT-RCN-AMOUNT
           MOVE 'ITEMS: '           TO RPT-RCN-COUNT-LABEL
           MOVE WS-RECEIPT-SEQ      TO RPT-RCN-COUNT
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'TOTAL AMOUNT TO SUSPENSE:         ' TO RPT-RCN-LABEL
           MOVE WS-SUSPENSE-TOTAL   TO RPT-RCN-AMOUNT
           MOVE WS-SUSPENSE-CNT     TO RPT-RCN-COUNT
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'ALREADY IN SUSPENSE (NOT REBOOKED):' TO RPT-RCN-LABEL
           MOVE WS-RESUSPENDED-TOTAL TO RPT-RCN-AMOUNT
           MOVE SPACES TO RPT-RCN-COUNT-LABEL
           MOVE 0      TO RPT-RCN-COUNT
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'TOTAL BOOKED (POSTED + SUSPENSE): ' TO RPT-RCN-LABEL
           MOVE WS-BOOKED-TOTAL     TO RPT-RCN-AMOUNT
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'OF WHICH LATE FEES COLLECTED:     ' TO RPT-RCN-LABEL
           MOVE WS-FEE-COLLECTED-TOTAL TO RPT-RCN-AMOUNT
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE 'ROLLED FORWARD FROM CLOSED PERIOD:' TO RPT-RCN-LABEL
           MOVE WS-ROLLED-TOTAL     TO RPT-RCN-AMOUNT
           MOVE 'ITEMS: '           TO RPT-RCN-COUNT-LABEL
           MOVE WS-ROLLED-CNT       TO RPT-RCN-COUNT
           WRITE PAYMENT-POST-REPORT-REC FROM RPT-RECON-LINE
           MOVE SPACES TO RPT-RCN-COUNT-LABEL
           MOVE 0      TO RPT-RCN-COUNT
           IF WS-RECEIVED-TOTAL NOT =
                   WS-BOOKED-TOTAL + WS-RESUSPENDED-TOTAL
               DISPLAY '*** PMTPOST1: LOCKBOX RECEIPTS DO NOT PROVE '
                       'TO POSTED PLUS SUSPENSE ***'
           END-IF
           MOVE 'BALANCE' TO WS-SS-OPERATION-TYPE
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-SQLCODE = 0
               MOVE 'OPEN SUSPENSE BALANCE (ALL DAYS): '
                                         TO RPT-RCN-LABEL
               MOVE WS-SS-OUT-OPEN-TOTAL TO RPT-RCN-AMOUNT
               MOVE 'ITEMS: '            TO RPT-RCN-COUNT-LABEL
               MOVE WS-SS-OUT-OPEN-CNT   TO RPT-RCN-COUNT
               WRITE PAYMENT-POST-REPORT-REC FROM RPT-RECON-LINE
           END-IF.

       END PROGRAM PMTPOST1.
