       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRTDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DTREATY
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PERIOD-START                PIC X(10).
       01  WS-PERIOD-END                  PIC X(10).
       01  WS-CD-POLICY-NUMBER            PIC X(10).
       01  WS-CD-TXN-DATE                 PIC X(10).
       01  WS-CD-KEY-DATE                 PIC X(10).
       01  WS-CD-GROSS-AMOUNT             PIC S9(5)V9(2) COMP-3.

       EXEC SQL
           DECLARE TRT-LIST-CURSOR CURSOR FOR
               SELECT TR_TREATY_ID, TR_POLICY_TYPE, TR_UNDERWRITER,
                      TR_REINSURER, TR_CESSION_PCT, TR_CEDE_COMM_PCT,
                      CHAR(TR_EFF_DATE, USA), CHAR(TR_EXP_DATE, USA)
                 FROM INSURNCE.TTREATY
                 ORDER BY TR_TREATY_ID, TR_POLICY_TYPE, TR_UNDERWRITER
       END-EXEC.

      *    EVERY RENEWAL WRITTEN IN THE PERIOD - THE SAME TRENEWAL X
      *    TPOLICY POPULATION TAXDRVR1 SUMS FOR THE PREMIUM TAX BASIS -
      *    AGAINST THE TREATIES IN FORCE ON THE RENEWAL DATE. A ROW
      *    NAMING THE POLICY'S UNDERWRITER WINS OVER THE BLANK
      *    (ALL-UNDERWRITER) ROW; A PANEL RETURNS ONE ROW PER TREATY.
      *    A RENEWAL NO TREATY COVERS STILL COMES BACK, WITH A BLANK
      *    TREATY, SO THE GROSS PREMIUM TIES.
       EXEC SQL
           DECLARE TRT-RENEWAL-CURSOR CURSOR FOR
               SELECT R.RN_POLICY_NUMBER,
                      CHAR(R.RN_RENEWAL_DATE, USA),
                      CHAR(R.RN_OLD_EXPIRY_DATE, USA),
                      P.POLICY_TYPE, P.POLICY_UNDERWRITER,
                      R.RN_PREMIUM_AMOUNT,
                      COALESCE(T.TR_TREATY_ID, ' '),
                      COALESCE(T.TR_REINSURER, ' '),
                      COALESCE(T.TR_CESSION_PCT, 0),
                      COALESCE(T.TR_CEDE_COMM_PCT, 0)
                 FROM INSURNCE.TRENEWAL R
                      INNER JOIN INSURNCE.TPOLICY P
                          ON R.RN_POLICY_NUMBER = P.POLICY_NUMBER
                      LEFT OUTER JOIN INSURNCE.TTREATY T
                          ON T.TR_POLICY_TYPE = P.POLICY_TYPE
                         AND R.RN_RENEWAL_DATE
                             BETWEEN T.TR_EFF_DATE AND T.TR_EXP_DATE
                         AND (T.TR_UNDERWRITER = P.POLICY_UNDERWRITER
                              OR (T.TR_UNDERWRITER = ' '
                                  AND NOT EXISTS
                                  (SELECT 1
                                     FROM INSURNCE.TTREATY U
                                    WHERE U.TR_POLICY_TYPE
                                              = P.POLICY_TYPE
                                      AND U.TR_UNDERWRITER
                                              = P.POLICY_UNDERWRITER
                                      AND R.RN_RENEWAL_DATE
                                          BETWEEN U.TR_EFF_DATE
                                              AND U.TR_EXP_DATE)))
                 WHERE R.RN_RENEWAL_DATE
                           BETWEEN DATE(:WS-PERIOD-START)
                               AND DATE(:WS-PERIOD-END)
                 ORDER BY R.RN_POLICY_NUMBER, R.RN_RENEWAL_DATE,
                          R.RN_OLD_EXPIRY_DATE, 7
       END-EXEC.

      *    EVERY CANCELLATION IN THE PERIOD THAT RETURNED PREMIUM. THE
      *    RETURN GOES BACK THROUGH THE TREATIES THAT WERE IN FORCE
      *    WHEN THE CANCELLED TERM STARTED - THE ONES THAT TOOK THE
      *    ORIGINAL CESSION - WITH THE SAME PRECEDENCE AS RENEWALS.
       EXEC SQL
           DECLARE TRT-CANCEL-CURSOR CURSOR FOR
               SELECT C.CN_POLICY_NUMBER,
                      CHAR(C.CN_CANCEL_DATE, USA),
                      CHAR(C.CN_TERM_START_DATE, USA),
                      P.POLICY_TYPE, P.POLICY_UNDERWRITER,
                      C.CN_REFUND_AMOUNT,
                      COALESCE(T.TR_TREATY_ID, ' '),
                      COALESCE(T.TR_REINSURER, ' '),
                      COALESCE(T.TR_CESSION_PCT, 0),
                      COALESCE(T.TR_CEDE_COMM_PCT, 0)
                 FROM INSURNCE.TCANCEL C
                      INNER JOIN INSURNCE.TPOLICY P
                          ON C.CN_POLICY_NUMBER = P.POLICY_NUMBER
                      LEFT OUTER JOIN INSURNCE.TTREATY T
                          ON T.TR_POLICY_TYPE = P.POLICY_TYPE
                         AND C.CN_TERM_START_DATE
                             BETWEEN T.TR_EFF_DATE AND T.TR_EXP_DATE
                         AND (T.TR_UNDERWRITER = P.POLICY_UNDERWRITER
                              OR (T.TR_UNDERWRITER = ' '
                                  AND NOT EXISTS
                                  (SELECT 1
                                     FROM INSURNCE.TTREATY U
                                    WHERE U.TR_POLICY_TYPE
                                              = P.POLICY_TYPE
                                      AND U.TR_UNDERWRITER
                                              = P.POLICY_UNDERWRITER
                                      AND C.CN_TERM_START_DATE
                                          BETWEEN U.TR_EFF_DATE
                                              AND U.TR_EXP_DATE)))
                 WHERE C.CN_CANCEL_DATE
                           BETWEEN DATE(:WS-PERIOD-START)
                               AND DATE(:WS-PERIOD-END)
                   AND C.CN_REFUND_AMOUNT > 0
                 ORDER BY C.CN_POLICY_NUMBER, C.CN_CANCEL_DATE,
                          C.CN_TERM_START_DATE, 7
       END-EXEC.

      *    QUOTA-SHARE TREATY TABLE (TTREATY). 'ADD', 'UPDATE' AND
      *    'DELETE' ARE REFMNT1'S 'TRT' TRANSACTIONS; 'OPEN'/'FETCH'/
      *    'CLOSE' LIST THE TABLE FOR THE CATALOG. 'RN-' AND 'CN-'
      *    CURSORS FEED THE MONTHLY BORDEREAU (CEDBORD1) ONE
      *    TRANSACTION-BY-TREATY ROW AT A TIME: THE POLICY, THE
      *    TRANSACTION DATE, A SECOND DATE THAT TELLS TWO TRANSACTIONS
      *    ON THE SAME POLICY AND DAY APART, THE GROSS AMOUNT AND THE
      *    TREATY TERMS. DATES IN AND OUT ARE MM/DD/YYYY.
       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PERIOD-START             PIC X(10).
               10  LNK-PERIOD-END               PIC X(10).
               10  LNK-TREATY-ID                PIC X(8).
               10  LNK-POLICY-TYPE              PIC X(50).
               10  LNK-UNDERWRITER              PIC X(50).
               10  LNK-REINSURER                PIC X(30).
               10  LNK-CESSION-PCT              PIC S9(2)V9(2) COMP-3.
               10  LNK-CEDE-COMM-PCT            PIC S9(2)V9(2) COMP-3.
               10  LNK-EFF-DATE                 PIC X(10).
               10  LNK-EXP-DATE                 PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-TREATY-ID            PIC X(8).
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-UNDERWRITER          PIC X(50).
               10  LNK-OUT-REINSURER            PIC X(30).
               10  LNK-OUT-CESSION-PCT          PIC S9(2)V9(2) COMP-3.
               10  LNK-OUT-CEDE-COMM-PCT        PIC S9(2)V9(2) COMP-3.
               10  LNK-OUT-EFF-DATE             PIC X(10).
               10  LNK-OUT-EXP-DATE             PIC X(10).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-TXN-DATE             PIC X(10).
               10  LNK-OUT-KEY-DATE             PIC X(10).
               10  LNK-OUT-GROSS-AMOUNT         PIC S9(5)V9(2) COMP-3.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PERIOD-START   TO WS-PERIOD-START
           MOVE LNK-PERIOD-END     TO WS-PERIOD-END
           MOVE LNK-TREATY-ID      TO TR-TREATY-ID
           MOVE LNK-POLICY-TYPE    TO TR-POLICY-TYPE
           MOVE LNK-UNDERWRITER    TO TR-UNDERWRITER
           MOVE LNK-REINSURER      TO TR-REINSURER
           MOVE LNK-CESSION-PCT    TO TR-CESSION-PCT
           MOVE LNK-CEDE-COMM-PCT  TO TR-CEDE-COMM-PCT
           MOVE LNK-EFF-DATE       TO TR-EFF-DATE
           MOVE LNK-EXP-DATE       TO TR-EXP-DATE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'ADD'
                   PERFORM 3000-ADD-TREATY
               WHEN 'UPDATE'
                   PERFORM 3100-UPDATE-TREATY
               WHEN 'DELETE'
                   PERFORM 3200-DELETE-TREATY
               WHEN 'OPEN'
                   EXEC SQL OPEN TRT-LIST-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 4000-FETCH-TREATY
               WHEN 'CLOSE'
                   EXEC SQL CLOSE TRT-LIST-CURSOR END-EXEC
               WHEN 'RN-OPEN'
                   EXEC SQL OPEN TRT-RENEWAL-CURSOR END-EXEC
               WHEN 'RN-FETCH'
                   PERFORM 5000-FETCH-RENEWAL
               WHEN 'RN-CLOSE'
                   EXEC SQL CLOSE TRT-RENEWAL-CURSOR END-EXEC
               WHEN 'CN-OPEN'
                   EXEC SQL OPEN TRT-CANCEL-CURSOR END-EXEC
               WHEN 'CN-FETCH'
                   PERFORM 5100-FETCH-CANCEL
               WHEN 'CN-CLOSE'
                   EXEC SQL CLOSE TRT-CANCEL-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'TRTDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       3000-ADD-TREATY.
           EXEC SQL
               INSERT INTO INSURNCE.TTREATY (
                    TR_TREATY_ID, TR_POLICY_TYPE, TR_UNDERWRITER,
                    TR_REINSURER, TR_CESSION_PCT, TR_CEDE_COMM_PCT,
                    TR_EFF_DATE, TR_EXP_DATE, TR_UPDATE_TIMESTAMP
                    ) VALUES (
                    :TR-TREATY-ID, :TR-POLICY-TYPE, :TR-UNDERWRITER,
                    :TR-REINSURER, :TR-CESSION-PCT, :TR-CEDE-COMM-PCT,
                    DATE(:TR-EFF-DATE), DATE(:TR-EXP-DATE),
                    CURRENT TIMESTAMP )
           END-EXEC.

       3100-UPDATE-TREATY.
           EXEC SQL
               UPDATE INSURNCE.TTREATY
                  SET TR_REINSURER        = :TR-REINSURER,
                      TR_CESSION_PCT      = :TR-CESSION-PCT,
                      TR_CEDE_COMM_PCT    = :TR-CEDE-COMM-PCT,
                      TR_EFF_DATE         = DATE(:TR-EFF-DATE),
                      TR_EXP_DATE         = DATE(:TR-EXP-DATE),
                      TR_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE TR_TREATY_ID   = :TR-TREATY-ID
                  AND TR_POLICY_TYPE = :TR-POLICY-TYPE
                  AND TR_UNDERWRITER = :TR-UNDERWRITER
           END-EXEC.

       3200-DELETE-TREATY.
           EXEC SQL
               DELETE FROM INSURNCE.TTREATY
                WHERE TR_TREATY_ID   = :TR-TREATY-ID
                  AND TR_POLICY_TYPE = :TR-POLICY-TYPE
                  AND TR_UNDERWRITER = :TR-UNDERWRITER
           END-EXEC.

       4000-FETCH-TREATY.
           EXEC SQL
               FETCH TRT-LIST-CURSOR
                   INTO :TR-TREATY-ID, :TR-POLICY-TYPE,
                        :TR-UNDERWRITER, :TR-REINSURER,
                        :TR-CESSION-PCT, :TR-CEDE-COMM-PCT,
                        :TR-EFF-DATE, :TR-EXP-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 6000-MOVE-TREATY-OUT
           END-IF.

       5000-FETCH-RENEWAL.
           EXEC SQL
               FETCH TRT-RENEWAL-CURSOR
                   INTO :WS-CD-POLICY-NUMBER, :WS-CD-TXN-DATE,
                        :WS-CD-KEY-DATE, :TR-POLICY-TYPE,
                        :TR-UNDERWRITER, :WS-CD-GROSS-AMOUNT,
                        :TR-TREATY-ID, :TR-REINSURER,
                        :TR-CESSION-PCT, :TR-CEDE-COMM-PCT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 6100-MOVE-CESSION-OUT
           END-IF.

       5100-FETCH-CANCEL.
           EXEC SQL
               FETCH TRT-CANCEL-CURSOR
                   INTO :WS-CD-POLICY-NUMBER, :WS-CD-TXN-DATE,
                        :WS-CD-KEY-DATE, :TR-POLICY-TYPE,
                        :TR-UNDERWRITER, :WS-CD-GROSS-AMOUNT,
                        :TR-TREATY-ID, :TR-REINSURER,
                        :TR-CESSION-PCT, :TR-CEDE-COMM-PCT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 6100-MOVE-CESSION-OUT
           END-IF.

       6000-MOVE-TREATY-OUT.
           MOVE TR-TREATY-ID     TO LNK-OUT-TREATY-ID
           MOVE TR-POLICY-TYPE   TO LNK-OUT-POLICY-TYPE
           MOVE TR-UNDERWRITER   TO LNK-OUT-UNDERWRITER
           MOVE TR-REINSURER     TO LNK-OUT-REINSURER
           MOVE TR-CESSION-PCT   TO LNK-OUT-CESSION-PCT
           MOVE TR-CEDE-COMM-PCT TO LNK-OUT-CEDE-COMM-PCT
           MOVE TR-EFF-DATE      TO LNK-OUT-EFF-DATE
           MOVE TR-EXP-DATE      TO LNK-OUT-EXP-DATE.

       6100-MOVE-CESSION-OUT.
           MOVE SPACES TO TR-EFF-DATE TR-EXP-DATE
           PERFORM 6000-MOVE-TREATY-OUT
           MOVE WS-CD-POLICY-NUMBER TO LNK-OUT-POLICY-NUMBER
           MOVE WS-CD-TXN-DATE      TO LNK-OUT-TXN-DATE
           MOVE WS-CD-KEY-DATE      TO LNK-OUT-KEY-DATE
           MOVE WS-CD-GROSS-AMOUNT  TO LNK-OUT-GROSS-AMOUNT.

       END PROGRAM TRTDRVR1.
