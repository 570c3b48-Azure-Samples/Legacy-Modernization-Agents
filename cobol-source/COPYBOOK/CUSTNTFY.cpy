      *    RUN IDENTIFICATION (RUN DATE + ATTEMPT NUMBER) STAMPED ON
      *    EVERY OUTPUT RECORD SO A RERUN-PREPARATION STEP (RUNPREP1)
      *    CAN STRIP AN ABENDED ATTEMPT'S PARTIAL RECORDS BEFORE THE
      *    RERUN APPENDS. THE OTHER NOTICE PRODUCERS END THE RUN ID
      *    WITH A LETTER CODE INSTEAD OF AN ATTEMPT NUMBER ('ST'
      *    STATEMENT, 'DN' DUNNING, 'RI' REINSTATEMENT, 'CF'
      *    CONFIRMATION) - THE DOCUMENT TYPE ON LTRCOMP1'S ARCHIVE
      *    INDEX.
           15 WS-CUST-RUN-ID         PIC X(12).
      *    PER-COVERAGE DETAIL SECTION FROM TCOVERAG (SEE MAINPGM
      *    3078 AND COVDRVR1) - UP TO FOUR ACTIVE COVERAGES WITH
