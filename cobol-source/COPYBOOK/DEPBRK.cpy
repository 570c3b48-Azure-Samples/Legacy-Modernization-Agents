      *************************************************************************
      * BANK DEPOSIT RECONCILIATION BREAK - NESTED UNDER A CALLER-SUPPLIED    *
      * 01 LEVEL GROUP. ONE RECORD PER DEPOSIT DATE AND CASH SOURCE WHOSE     *
      * BANK-REPORTED AMOUNT (BAI2 PRIOR-DAY FILE) DID NOT EQUAL THE BOOK     *
      * SIDE (TPAYMENT POSTINGS FOR THE SOURCE, PLUS LOCKBOX CASH HELD IN     *
      * SUSPENSE, LESS ACH RETURNS). DEPRECN1 READS YESTERDAY'S BREAK FILE,   *
      * RE-PRICES EACH BREAK AGAINST THE BOOKS AND CARRIES IT FORWARD UNTIL   *
      * IT CLEARS. THE RETURNS AMOUNT IS KEPT ON THE BREAK BECAUSE THE DAY'S  *
      * ACH RETURN FILE IS NOT AVAILABLE TO LATER RUNS.                       *
      *************************************************************************
           05 DBK-DEPOSIT-DATE       PIC X(10).
           05 DBK-SOURCE             PIC X(8).
           05 DBK-BANK-AMOUNT        PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 DBK-BOOK-AMOUNT        PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 DBK-RETURNS-AMOUNT     PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 DBK-FIRST-SEEN         PIC X(10).
           05 DBK-AGE-RUNS           PIC 9(3).
           05 FILLER                 PIC X(13).
