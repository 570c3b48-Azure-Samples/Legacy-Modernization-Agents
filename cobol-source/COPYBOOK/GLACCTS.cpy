      *************************************************************************
      * GENERAL-LEDGER ACCOUNT CODES USED BY THE JOURNAL ENTRIES THE SUITE    *
      * POSTS THROUGH GLJDRVR1 - NESTED UNDER A CALLER-SUPPLIED 01 LEVEL      *
      * GROUP (E.G. WS-GL-ACCOUNTS). ONE COPY OF THE CHART MAPPING SO A       *
      * RE-NUMBERED LEDGER ACCOUNT IS A ONE-LINE CHANGE AND A RECOMPILE.      *
      *************************************************************************
           05 GL-ACCT-CASH-LOCKBOX       PIC X(10) VALUE '1010-00   '.
           05 GL-ACCT-CASH-CARD          PIC X(10) VALUE '1020-00   '.
           05 GL-ACCT-PREMIUM-RECV       PIC X(10) VALUE '1200-00   '.
           05 GL-ACCT-LATE-FEE-RECV      PIC X(10) VALUE '1210-00   '.
           05 GL-ACCT-AGENT-DEBIT-RECV   PIC X(10) VALUE '1220-00   '.
           05 GL-ACCT-REFUNDS-PAYABLE    PIC X(10) VALUE '2100-00   '.
           05 GL-ACCT-COMMISSION-PAYABLE PIC X(10) VALUE '2200-00   '.
           05 GL-ACCT-PREM-TAX-PAYABLE   PIC X(10) VALUE '2300-00   '.
           05 GL-ACCT-UNAPPLIED-CASH     PIC X(10) VALUE '2400-00   '.
           05 GL-ACCT-RETURN-PREMIUM     PIC X(10) VALUE '4100-00   '.
           05 GL-ACCT-LATE-FEE-INCOME    PIC X(10) VALUE '4200-00   '.
           05 GL-ACCT-COMMISSION-EXPENSE PIC X(10) VALUE '5100-00   '.
           05 GL-ACCT-PREM-TAX-EXPENSE   PIC X(10) VALUE '5200-00   '.
