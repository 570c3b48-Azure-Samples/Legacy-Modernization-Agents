      * 01/05 LEVEL GROUP. ONE RECORD PER AGENT ON THE AGENCY STRUCTURE       *
      * FILE (AGENCYF, KEPT IN AGENT-CODE ORDER), MAPPING THE AGENT TO ITS    *
      * BRANCH AND AGENCY. MAINTAINED BY AGYMNT1; READ BY THE AGENCY/BRANCH   *
      * ROLLUP REPORTING (AGYRPT1), THE AGENCY ROSTER (AGYRSTR1) AND THE      *
      * BRANCH/AGENCY OVERRIDE COMMISSION IN CMSCALC1.                        *
      *************************************************************************
           05  WS-AGY-AGENT-CODE     PIC X(10).
           05  WS-AGY-BRANCH-CODE    PIC X(10).
