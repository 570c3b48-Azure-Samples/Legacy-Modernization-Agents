           05 AGENT-CONTACT-NO         PIC X(10).
           05 AGENT-START-DATE         PIC X(10).
           05 AGENT-END-DATE           PIC X(10).
      *    TAX IDENTITY FROM THE AGENT'S W-9, REPORTED ON THE YEAR-END
      *    1099-NEC (NECYEND1). MAINTAINED ONLY BY AGTMNT1 'TAXID'
      *    TRANSACTIONS (FLDRIVR1 'TAXUPD'); SPACES UNTIL A W-9 IS ON
      *    FILE. AT THE END OF THE RECORD SO THE FIELDS ABOVE KEEP
      *    THEIR OFFSETS.
           05 AGENT-TAX-IDENTITY.
              10 AGENT-TAX-ID          PIC X(9).
              10 AGENT-TIN-TYPE        PIC X(1).
                 88 AGENT-TIN-IS-SSN             VALUE 'S'.
                 88 AGENT-TIN-IS-EIN             VALUE 'E'.
              10 AGENT-LEGAL-NAME      PIC X(40).
              10 AGENT-W9-DATE         PIC X(10).
      *    DIRECT-DEPOSIT BANK DETAILS FOR COMMISSION PAYMENTS
      *    (CMSPAY1). MAINTAINED BY AGTMNT1 'BANKACCT'/'BANKSTOP'
      *    (FLDRIVR1 'BANKUPD'/'BANKSTS'); SPACES WHILE THE AGENT IS
      *    PAID BY CHECK. THE FULL ACCOUNT NUMBER IS KEPT BECAUSE THE
      *    CREDIT IS ORIGINATED FROM HERE - IT NEVER GOES TO THE AUDIT
      *    TRAIL OR A REPORT UNMASKED.
           05 AGENT-BANK-DETAILS.
              10 AGENT-BANK-ROUTING-NO PIC X(9).
              10 AGENT-BANK-ACCOUNT-NO PIC X(17).
              10 AGENT-BANK-ACCT-TYPE  PIC X(1).
                 88 AGENT-ACCT-CHECKING          VALUE 'C'.
                 88 AGENT-ACCT-SAVINGS           VALUE 'S'.
              10 AGENT-DEPOSIT-STATUS  PIC X(1).
                 88 AGENT-DEPOSIT-PRENOTE        VALUE 'P'.
                 88 AGENT-DEPOSIT-ACTIVE         VALUE 'A'.
                 88 AGENT-DEPOSIT-STOPPED        VALUE 'S'.
              10 AGENT-PRENOTE-DATE    PIC X(10).
              10 AGENT-PRENOTE-CLEAR-DATE PIC X(10).
