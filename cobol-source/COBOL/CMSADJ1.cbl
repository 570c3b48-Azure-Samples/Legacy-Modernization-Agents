      *    CMSLOCK PERIOD THE DISPUTE REFERS TO; THE ADJUSTMENT ITSELF
      *    FLOWS INTO THE NEXT CMSCALC1 PERIOD, SO THE ISSUED
      *    STATEMENT IS NEVER REOPENED. ADJ-SIGN: 'C' = CREDIT TO THE
      *    AGENT, 'D' = DEBIT (CHARGEBACK). ADJ-POLICY-TYPE PICKS THE
      *    BRANCH AND AGENCY OVERRIDE RATE THE ADJUSTMENT CARRIES
      *    THROUGH TO (BLANK = THE LEVEL'S DEFAULT RATE).
       FD  ADJ-ENTRY-REQUEST.
       01  ADJ-ENTRY-REQUEST-REC.
           05  ADJ-AGENT-CODE            PIC X(10).
           05  ADJ-SIGN                  PIC X(1).
           05  ADJ-AMOUNT                PIC 9(7)V9(2).
           05  ADJ-APPROVED-BY           PIC X(8).
           05  ADJ-POLICY-TYPE           PIC X(10).
           05  FILLER                    PIC X(2).

      *    APPROVED ADJUSTMENTS QUEUED FOR THE NEXT STATEMENT PERIOD -
      *    APPENDED HERE, CONSUMED (AND CLEARED) BY CMSCALC1. SAME
