      *************************************************************************
      * CUSTOMER PORTAL FEED DETAIL RECORD FIELDS - NESTED UNDER A CALLER-    *
      * SUPPLIED 01/05 LEVEL GROUP. WRITTEN BY PTLEXT1, 300 BYTES, ONE PER    *
      * IN-FORCE POLICY, BETWEEN AN 'H' HEADER AND A 'T' TRAILER ON PTLFEED.  *
      * THE SAME DETAIL, WITH PTL-ACTION BLANK, IS KEPT NIGHTLY ON PTLSNAP -  *
      * THE SNAPSHOT THE NEXT DELTA RUN COMPARES AGAINST. DATES ARE CCYYMMDD  *
      * (SPACES WHEN THERE IS NONE); AMOUNTS ARE UNSIGNED, THE BALANCE WITH   *
      * A SEPARATE SIGN BYTE ('-' = IN CREDIT).                               *
      *************************************************************************
           15 PTL-REC-TYPE           PIC X(1).
      *    'F' FULL LOAD, OR ON A DELTA: 'A' NEW TO THE PORTAL, 'C'
      *    CHANGED SINCE THE LAST FEED, 'X' NO LONGER IN FORCE - THE
      *    PORTAL DROPS THE POLICY (THE DETAIL IS AS LAST SENT).
           15 PTL-ACTION             PIC X(1).
               88  PTL-FULL-LOAD         VALUE 'F'.
               88  PTL-ADDED             VALUE 'A'.
               88  PTL-CHANGED           VALUE 'C'.
               88  PTL-REMOVED           VALUE 'X'.
           15 PTL-POLICY-NUMBER      PIC X(10).
           15 PTL-HOLDER-LNAME       PIC X(35).
           15 PTL-HOLDER-FNAME       PIC X(35).
           15 PTL-POLICY-TYPE        PIC X(50).
      *    THE CURRENT TERM AND ITS PREMIUM (TPOLICY).
           15 PTL-TERM-START-DATE    PIC X(8).
           15 PTL-TERM-EXPIRY-DATE   PIC X(8).
           15 PTL-TERM-PREMIUM       PIC 9(7)V99.
      *    THE LATEST RENEWAL QUOTE ON RATEAUDT DATED WITHIN THE
      *    CURRENT TERM. PREMIUM-DUE IS THE QUOTED PREMIUM THE
      *    CUSTOMER OWES TO RENEW - ZERO WHEN THERE IS NO QUOTE, THE
      *    CUSTOMER HAS DECLINED OR THE POLICY IS NOT BEING RENEWED.
           15 PTL-QUOTE-DATE         PIC X(8).
           15 PTL-RENEWAL-QUOTE      PIC 9(7)V99.
           15 PTL-PREMIUM-DUE        PIC 9(7)V99.
      *    THE FIRST INSTALLMENT ON THE POLICY'S REMITFLE SCHEDULE NOT
      *    YET PAID IN FULL ON TPAYMENT (ZERO/SPACES WHEN ALL ARE
      *    PAID OR THERE IS NO SCHEDULE), AND THE BALANCE LEFT ON THE
      *    SCHEDULE - SCHEDULED LESS PAID.
           15 PTL-NEXT-INSTALL-NO    PIC 9(2).
           15 PTL-NEXT-DUE-DATE      PIC X(8).
           15 PTL-NEXT-AMOUNT        PIC 9(7)V99.
           15 PTL-BALANCE            PIC 9(7)V99.
           15 PTL-BALANCE-SIGN       PIC X(1).
      *    THE LATEST NOTICE SENT TO THE CUSTOMER (TTRAKING).
           15 PTL-NOTICE-DATE        PIC X(8).
           15 PTL-NOTICE-TIER        PIC X(3).
           15 PTL-NOTICE-CHANNEL     PIC X(10).
           15 PTL-NOTICE-STATUS      PIC X(1).
      *    THE CUSTOMER'S RESPONSE THIS TERM (TRESPONSE 'R' RENEWING,
      *    'D' DECLINED) AND THE RENEWAL STATUS SHOWN ON THE PORTAL.
           15 PTL-RESPONSE           PIC X(1).
           15 PTL-RESPONSE-DATE      PIC X(8).
           15 PTL-RENEWAL-STATUS     PIC X(1).
               88  PTL-RNW-NOT-QUOTED    VALUE ' '.
               88  PTL-RNW-QUOTED        VALUE 'Q'.
               88  PTL-RNW-RENEWING      VALUE 'R'.
               88  PTL-RNW-DECLINED      VALUE 'D'.
               88  PTL-RNW-NON-RENEWAL   VALUE 'N'.
           15 FILLER                 PIC X(56).
