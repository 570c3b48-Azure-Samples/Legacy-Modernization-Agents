      *************************************************************************
      * CROSS-TABLE INTEGRITY AUDIT RULE COUNT - NESTED UNDER A CALLER-       *
      * SUPPLIED 01 LEVEL GROUP. ONE RECORD PER RULE IN INTAUD1'S CATALOG,    *
      * WRITTEN EVERY RUN TO INTAUDOT AND READ BACK NEXT WEEK AS INTAUDIN SO  *
      * EACH RULE'S VIOLATION COUNT CAN BE SHOWN AGAINST THE WEEK BEFORE.     *
      * ICT-ROW-CNT IS THE NUMBER OF OFFENDING ROWS, ICT-KEY-CNT THE NUMBER   *
      * OF DISTINCT KEYS (POLICIES OR AGENT CODES) THEY BELONG TO.            *
      *************************************************************************
           05 ICT-RULE-ID            PIC X(4).
           05 ICT-RUN-DATE           PIC X(10).
           05 ICT-ROW-CNT            PIC 9(9).
           05 ICT-KEY-CNT            PIC 9(9).
           05 FILLER                 PIC X(48).
