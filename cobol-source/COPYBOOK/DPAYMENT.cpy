      * WHICH INSTALLMENTS ARE STILL UNPAID. PAY_STATUS: 'M' = PAID IN        *
      * FULL, 'S' = SHORT-PAID AGAINST THE SCHEDULED AMOUNT, 'O' = PAID       *
      * OVER THE SCHEDULED AMOUNT.                                            *
      * LATE FEES (DUNCYCL1) ARE DUE LINES OF THEIR OWN: PAY_INSTALL_NO IS    *
      * 100 PLUS THE PAST-DUE INSTALLMENT, PAY_DUE_AMOUNT THE FEE AND         *
      * PAY_DUE_DATE THE DUE DATE OF THE STUB THE FEE IS BILLED ON.           *
      * PAY_STATUS: 'F' = FEE DUE (PAY_SOURCE 'LATEFEE', PAY_AMOUNT ZERO),    *
      * 'W' = WAIVED BY THE DESK (FEEMNT1, SEE TFEEWAIV), 'C' = COLLECTED     *
      * (PAY_AMOUNT = THE FEE, PAY_SOURCE/PAY_RECEIPT_DATE OF THE CASH).      *
      * CARD PAYMENTS (CRDPOST1, PAY_SOURCE 'CARD') CHARGED BACK BY THE       *
      * PROCESSOR LEAVE THE INSTALLMENT: THE PAYMENT LINE MOVES TO            *
      * PAY_INSTALL_NO 200 PLUS THE INSTALLMENT WITH PAY_STATUS 'R' =         *
      * REVERSED (AMOUNT AND RECEIPT DATE AS ORIGINALLY SETTLED), AND A       *
      * CHARGEBACK LINE IS ADDED AT 300 PLUS THE INSTALLMENT WITH             *
      * PAY_STATUS 'B', PAY_AMOUNT THE NEGATIVE CHARGEBACK AND                *
      * PAY_RECEIPT_DATE THE DAY THE PROCESSOR TOOK IT BACK. THE              *
      * INSTALLMENT ITSELF IS THEN UNPAID AGAIN.                              *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TPAYMENT TABLE (
               PAY_POLICY_NUMBER    CHAR(10)       NOT NULL,
