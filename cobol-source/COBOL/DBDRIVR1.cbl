      *    THE FORMER PER-TIER TTRAKING SUPPRESSION SUBQUERY IS GONE -
      *    IT CANNOT BE EXPRESSED FOR A PER-ROW TIER, AND DBDRIVR2'S
      *    CHECK IN MAINPGM ALREADY GUARANTEES NO DUPLICATE SENDS;
      *    THE QUARANTINE EXCLUSION REMAINS. A TERM WITH A RENEWAL
      *    EVENT ALREADY ON TRENEWAL (FEED OR CASH BINDING) IS ALSO
      *    SKIPPED - THE POLICY HAS RENEWED AND ONLY AWAITS THE EXPIRY
      *    ROLL-FORWARD, SO NO EXPIRY NOTICE IS DUE. A LAPSE NOTICE
      *    HELD UNDER A DISASTER MORATORIUM (TMORHOLD) KEEPS ITS
      *    POLICY IN THE LAP TIER PAST THE WINDOW, SO THE NOTICE GOES
      *    OUT WHEN THE MORATORIUM ENDS HOWEVER LONG IT RAN.
       EXEC SQL
           DECLARE POLICY-CURSOR CURSOR FOR
               SELECT POLICY_NUMBER,
                     OR POLICY_EXPIRY_DATE - :WS-PROCESS-DATE
                                 BETWEEN :WS-LAP-LOW-DAYS
                                     AND :WS-LAP-HIGH-DAYS
                     OR (:WS-LAP-LOW-DAYS <= :WS-LAP-HIGH-DAYS
                         AND EXISTS (
                            SELECT 1
                            FROM INSURNCE.TMORHOLD
                            WHERE MH_POLICY_NUMBER = POLICY_NUMBER
                              AND MH_ACTION        = 'LAPSE'
                              AND MH_STATUS        = 'H'
                              AND MH_REF_DATE =
                                          POLICY_EXPIRY_DATE))
                       )
                   AND POLICY_TYPE IN ('HEALTH', 'AUTO', 'LIFE')
                   AND POLICY_NUMBER = COVERAGE_POL_NUM
                            SELECT QR_POLICY_NUMBER
                            FROM INSURNCE.TQUARANT
                            WHERE QR_STATUS = 'A')
                   AND NOT EXISTS (
                            SELECT 1
                            FROM INSURNCE.TRENEWAL
                            WHERE RN_POLICY_NUMBER = POLICY_NUMBER
                              AND RN_OLD_EXPIRY_DATE =
                                          POLICY_EXPIRY_DATE)
                   AND (POLICY_HOLDER_STATE >= :WS-STATE-LOW
                        OR :WS-STATE-LOW = '  ')
                   AND (POLICY_HOLDER_STATE <= :WS-STATE-HIGH
