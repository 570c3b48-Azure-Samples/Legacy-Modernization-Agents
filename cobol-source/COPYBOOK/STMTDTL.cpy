      *************************************************************************
      * ACCOUNT STATEMENT DETAIL RECORD FIELDS - NESTED UNDER A CALLER-       *
      * SUPPLIED 01/05 LEVEL GROUP. WRITTEN BY ACCTSTM1 (STMTDTL), READ BY    *
      * LTRCOMP1 TO PRINT THE INSTALLMENT TABLE ON A STATEMENT LETTER. ONE    *
      * 'I' LINE PER SCHEDULED INSTALLMENT, THEN ONE 'T' TOTAL LINE, IN THE   *
      * SAME ORDER AS THE STATEMENT RECORDS ON CUSTFLE AND KEYED TO THEM BY   *
      * POLICY NUMBER AND RUN ID.                                             *
      *************************************************************************
           15 STM-POLICY-NUMBER      PIC X(10).
           15 STM-RUN-ID             PIC X(12).
           15 STM-LINE-TYPE          PIC X(1).
               88  STM-INSTALL-LINE      VALUE 'I'.
               88  STM-TOTAL-LINE        VALUE 'T'.
           15 STM-INSTALL-NO         PIC 9(2).
           15 STM-DUE-DATE           PIC X(10).
      *    ON THE 'T' LINE: BILLED IS THE PREMIUM BILLED TO DATE, PAID
      *    THE PAYMENTS RECEIVED NET OF ACH RETURNS, RETURN-AMT THE
      *    RETURNED TOTAL, BALANCE THE OUTSTANDING PREMIUM (NEGATIVE =
      *    CREDIT) AND UNBILLED THE INSTALLMENTS NOT YET DUE.
           15 STM-BILLED-AMT         PIC 9(7)V99.
           15 STM-PAID-AMT           PIC 9(7)V99.
           15 STM-RECEIPT-DATE       PIC X(10).
           15 STM-RETURN-CODE        PIC X(3).
           15 STM-RETURN-DATE        PIC X(10).
           15 STM-RETURN-AMT         PIC 9(7)V99.
           15 STM-BALANCE            PIC S9(7)V99.
           15 STM-STATUS             PIC X(10).
           15 STM-UNBILLED-AMT       PIC 9(7)V99.
           15 FILLER                 PIC X(7).
