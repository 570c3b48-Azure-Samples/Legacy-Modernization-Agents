      *    THE VERIFIED OPERATOR BEHIND THE CHANGE (BLANK ON RECORDS
      *    WRITTEN BEFORE OPERATOR AUTHORIZATION WAS INTRODUCED).
           05  AUD-USER-ID               PIC X(8).
      *    TAX IDENTITY BEFORE AND AFTER THE CHANGE (SPACES ON RECORDS
      *    WRITTEN BEFORE THE AGENT MASTER CARRIED IT). A 'TAXUPD'
      *    RECORD CHANGES ONLY THESE; THE IMAGES ABOVE MATCH.
           05  AUD-BEFORE-TAX-IMAGE.
               10  AUD-BEF-TAX-ID            PIC X(9).
               10  AUD-BEF-TIN-TYPE          PIC X(1).
               10  AUD-BEF-LEGAL-NAME        PIC X(40).
               10  AUD-BEF-W9-DATE           PIC X(10).
           05  AUD-AFTER-TAX-IMAGE.
               10  AUD-AFT-TAX-ID            PIC X(9).
               10  AUD-AFT-TIN-TYPE          PIC X(1).
               10  AUD-AFT-LEGAL-NAME        PIC X(40).
               10  AUD-AFT-W9-DATE           PIC X(10).
      *    DIRECT-DEPOSIT DETAILS BEFORE AND AFTER, WITH THE ACCOUNT
      *    NUMBER MASKED TO ITS LAST FOUR CHARACTERS (SPACES ON RECORDS
      *    WRITTEN BEFORE THE AGENT MASTER CARRIED THEM).
           05  AUD-BEFORE-BANK-IMAGE.
               10  AUD-BEF-ROUTING-NO        PIC X(9).
               10  AUD-BEF-ACCOUNT-MASK      PIC X(17).
               10  AUD-BEF-ACCT-TYPE         PIC X(1).
               10  AUD-BEF-DEPOSIT-STATUS    PIC X(1).
               10  AUD-BEF-PRENOTE-DATE      PIC X(10).
               10  AUD-BEF-PRENOTE-CLEAR     PIC X(10).
           05  AUD-AFTER-BANK-IMAGE.
               10  AUD-AFT-ROUTING-NO        PIC X(9).
               10  AUD-AFT-ACCOUNT-MASK      PIC X(17).
               10  AUD-AFT-ACCT-TYPE         PIC X(1).
               10  AUD-AFT-DEPOSIT-STATUS    PIC X(1).
               10  AUD-AFT-PRENOTE-DATE      PIC X(10).
               10  AUD-AFT-PRENOTE-CLEAR     PIC X(10).
      *    THE SECOND OPERATOR WHO APPROVED A 'TAXUPD' OR 'BANKUPD'
      *    APPLIED UNDER DUAL CONTROL - AUD-USER-ID IS THE ONE WHO
      *    KEYED IT (SPACES ON OTHER OPERATIONS AND ON RECORDS WRITTEN
      *    BEFORE DUAL CONTROL WAS INTRODUCED).
           05  AUD-APPROVER-USER         PIC X(8).
