      *************************************************************************
      * GENERAL-LEDGER JOURNAL WORK RECORD FIELDS - NESTED UNDER A CALLER-    *
      * SUPPLIED 01/05 LEVEL GROUP (E.G. GL-JOURNAL-REC IN GLJDRVR1).         *
      * EVERY PROGRAM THAT MOVES MONEY APPENDS ITS ENTRIES TO THE DAY'S        *
      * JOURNAL WORK FILE (GLJRNLW) THROUGH GLJDRVR1 - TWO 'D' LEGS PER       *
      * ENTRY, ONE DEBIT AND ONE CREDIT FOR THE SAME AMOUNT - AND CLOSES WITH  *
      * ONE 'C' CONTROL RECORD CARRYING THE MONEY TOTAL PRINTED ON ITS OWN    *
      * REPORT. GLFEED1 PROVES DEBITS = CREDITS AND THAT THE SUM OF EACH       *
      * SOURCE'S TIE AMOUNTS EQUALS ITS CONTROL TOTAL BEFORE ANYTHING IS      *
      * RELEASED TO THE LEDGER. THE TIE AMOUNT RIDES ON THE DEBIT LEG ONLY    *
      * (ZERO ON THE CREDIT LEG) AND IS SIGNED: A REVERSING ENTRY, E.G. AN    *
      * AGENT WHOSE ADJUSTMENTS NET NEGATIVE, TIES AS A NEGATIVE.             *
      *************************************************************************
           15 GLJ-RECORD-TYPE        PIC X(1).
               88  GLJ-DETAIL             VALUE 'D'.
               88  GLJ-CONTROL            VALUE 'C'.
           15 GLJ-SOURCE-PGM         PIC X(8).
           15 GLJ-POST-DATE          PIC X(8).
           15 GLJ-ENTRY-NO           PIC 9(7).
           15 GLJ-ACCOUNT            PIC X(10).
           15 GLJ-DR-CR              PIC X(1).
               88  GLJ-DEBIT              VALUE 'D'.
               88  GLJ-CREDIT             VALUE 'C'.
           15 GLJ-AMOUNT             PIC 9(9)V99.
           15 GLJ-TIE-AMOUNT         PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           15 GLJ-REF-TYPE           PIC X(1).
               88  GLJ-REF-POLICY         VALUE 'P'.
               88  GLJ-REF-AGENT          VALUE 'A'.
               88  GLJ-REF-STATE          VALUE 'S'.
               88  GLJ-REF-BRANCH         VALUE 'B'.
               88  GLJ-REF-AGENCY         VALUE 'G'.
           15 GLJ-REFERENCE          PIC X(10).
           15 GLJ-DESCRIPTION        PIC X(20).
           15 FILLER                 PIC X(11).
