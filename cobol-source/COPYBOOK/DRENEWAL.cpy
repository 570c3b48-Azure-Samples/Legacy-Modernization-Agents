      * REPLACES THE FORMER PRACTICE OF INFERRING A RENEWAL FROM              *
      * POLICY_UPDATE_TIMESTAMP, WHICH COUNTED ANY MAINTENANCE TOUCH ON       *
      * TPOLICY AS A RENEWAL (SEE DBDRIVR4).                                  *
      * RN_CHANNEL 'CASHBIND' = BOUND BY RNWBIND1 WHEN THE FIRST RENEWAL      *
      * INSTALLMENT POSTED IN FULL, AHEAD OF THE FEED; THE FEED'S RECORD OF   *
      * THE SAME TERM CONFIRMS OR CORRECTS THAT ROW RATHER THAN ADDING ONE.   *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TRENEWAL TABLE (
               RN_POLICY_NUMBER     CHAR(10)       NOT NULL,
