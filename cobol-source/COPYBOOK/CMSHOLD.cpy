      *************************************************************************
      * HELD RENEWAL COMMISSION - NESTED UNDER A CALLER-SUPPLIED 01 LEVEL     *
      * GROUP. ONE RECORD PER RENEWAL WHOSE COMMISSION CMSCALC1 HAS NOT YET   *
      * PAID BECAUSE THE RENEWAL PREMIUM HAS NOT BEEN COLLECTED - THE FIRST   *
      * RENEWAL INSTALLMENT, OR THE WHOLE TERM PREMIUM WHERE THE STATE OR     *
      * POLICY TYPE REQUIRES FULL-TERM COLLECTION (CMSHLDRL). THE COMMISSION  *
      * IS RATED WHEN THE RENEWAL FIRST APPEARS AND CARRIED UNCHANGED UNTIL   *
      * IT IS RELEASED INTO A STATEMENT OR FORFEITED (TERM CANCELLED OR       *
      * ENDED UNCOLLECTED). CMSCALC1 REWRITES THE FILE ONLY AFTER THE PERIOD  *
      * IS LOCKED; CMSCLAW1 READS IT SO A HELD COMMISSION IS NEVER CLAWED.    *
      *************************************************************************
           05 HLD-AGENT-CODE         PIC X(10).
           05 HLD-POLICY-NUMBER      PIC X(10).
           05 HLD-POLICY-TYPE        PIC X(10).
           05 HLD-HOLDER-STATE       PIC X(2).
           05 HLD-RENEWAL-DATE       PIC X(10).
           05 HLD-TERM-START         PIC X(10).
           05 HLD-TERM-END           PIC X(10).
           05 HLD-PREMIUM            PIC 9(5)V99.
           05 HLD-RATE               PIC 9(2)V99.
           05 HLD-COMMISSION         PIC 9(7)V99.
           05 HLD-COLLECT-RULE       PIC X(1).
              88 HLD-FULL-TERM                 VALUE 'F'.
              88 HLD-FIRST-INSTALLMENT         VALUE 'I'.
           05 HLD-HELD-PERIOD-START  PIC X(10).
           05 HLD-HELD-PERIOD-END    PIC X(10).
           05 FILLER                 PIC X(17).
