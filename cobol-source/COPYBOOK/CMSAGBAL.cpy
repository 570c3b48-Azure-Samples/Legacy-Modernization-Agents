      *************************************************************************
      * AGENT COMMISSION BALANCE LEDGER - NESTED UNDER A CALLER-SUPPLIED 01   *
      * LEVEL GROUP. ONE RECORD PER AGENT CARRYING A DEBIT BALANCE: A PERIOD  *
      * WHOSE CLAWBACKS AND DEBIT ADJUSTMENTS OUTWEIGH THE AGENT'S NEW        *
      * COMMISSION LEAVES THE SHORTFALL HERE INSTEAD OF SENDING A NEGATIVE    *
      * AMOUNT TO ACCOUNTS PAYABLE, AND CMSCALC1 RECOVERS IT FROM LATER       *
      * COMMISSION UNTIL IT IS CLEARED. DEBIT-SINCE IS THE END OF THE PERIOD  *
      * THE BALANCE FIRST WENT INTO DEBIT (THE AGING DATE FOR CMSDBAG1).      *
      * BRANCH AND AGENCY OVERRIDE PAYEES CARRY THEIR OWN DEBIT BALANCES      *
      * HERE TOO, TOLD APART BY THE PAYEE LEVEL (BLANK = WRITING AGENT).      *
      * CMSCALC1 REWRITES THE FILE ONLY AFTER THE PERIOD IS LOCKED.           *
      *************************************************************************
           05 ABL-AGENT-CODE         PIC X(10).
           05 ABL-PAYEE-LEVEL        PIC X(1).
              88 ABL-WRITING-AGENT             VALUE SPACE.
              88 ABL-BRANCH-PAYEE              VALUE 'B'.
              88 ABL-AGENCY-PAYEE              VALUE 'G'.
           05 ABL-DEBIT-BALANCE      PIC 9(9)V99.
           05 ABL-DEBIT-SINCE        PIC X(10).
           05 ABL-LAST-PERIOD-END    PIC X(10).
           05 ABL-LAST-RECOVERY      PIC 9(9)V99.
           05 FILLER                 PIC X(27).
