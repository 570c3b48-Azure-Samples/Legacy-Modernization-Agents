       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DPOLICY
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-CARD-EFF-DATE               PIC X(10).
       01  WS-CARD-EXP-DATE               PIC X(10).
       01  WS-CARD-EVENT                  PIC X(8).

      *    ACTIVE AUTO POLICIES THAT NEED NEW ID CARDS FOR THE RUN
      *    DATE: A RENEWAL RECORDED ON TRENEWAL (FEED OR CASH BINDING),
      *    A REINSTATEMENT RECORDED ON TREINST, OR A CHANGE TO THE
      *    VEHICLE SCHEDULE - EACH TAKEN FROM THE DAY THE ROW WAS
      *    WRITTEN, SO A RENEWAL DATED INTO AN EARLIER PERIOD STILL
      *    GETS ITS CARDS THE NIGHT IT IS CAPTURED. THE CARD RUNS FROM
      *    THE START OF THE TERM NOW IN FORCE (TPOLTERM, OR THE
      *    POLICY START WHEN NO TERM ROW EXISTS) TO THE POLICY EXPIRY.
      *    WHEN SEVERAL EVENTS LAND THE SAME DAY THE POLICY IS
      *    RETURNED ONCE, UNDER THE REINSTATEMENT, THEN THE RENEWAL.
       EXEC SQL
           DECLARE IDCARD-CURSOR CURSOR FOR
               SELECT P.POLICY_NUMBER, P.POLICY_HOLDER_FNAME,
                      P.POLICY_HOLDER_MNAME, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_ADDR_1, P.POLICY_HOLDER_ADDR_2,
                      P.POLICY_HOLDER_CITY, P.POLICY_HOLDER_STATE,
                      P.POLICY_HOLDER_ZIP_CD, P.POLICY_HOLDER_EMAIL,
                      P.POLICY_CONTACT_PREF, P.POLICY_PREF_LANGUAGE,
                      P.POLICY_UNDERWRITER, P.POLICY_AGENT_CODE,
                      CHAR(COALESCE(
                        (SELECT MAX(T.PT_TERM_START_DATE)
                           FROM INSURNCE.TPOLTERM T
                          WHERE T.PT_POLICY_NUMBER = P.POLICY_NUMBER
                            AND T.PT_TERM_EXPIRY_DATE
                                  = P.POLICY_EXPIRY_DATE),
                        P.POLICY_START_DATE), USA),
                      CHAR(P.POLICY_EXPIRY_DATE, USA),
                      CASE
                        WHEN EXISTS
                          (SELECT 1 FROM INSURNCE.TREINST R
                            WHERE R.RI_POLICY_NUMBER = P.POLICY_NUMBER
                              AND DATE(R.RI_ADD_TIMESTAMP)
                                    = DATE(:WS-PROCESS-DATE))
                          THEN 'REINST'
                        WHEN EXISTS
                          (SELECT 1 FROM INSURNCE.TRENEWAL N
                            WHERE N.RN_POLICY_NUMBER = P.POLICY_NUMBER
                              AND DATE(N.RN_ADD_TIMESTAMP)
                                    = DATE(:WS-PROCESS-DATE))
                          THEN 'RENEWAL'
                        ELSE 'VEHCHG'
                      END
                 FROM INSURNCE.TPOLICY P
                 WHERE P.POLICY_TYPE = 'AUTO'
                   AND P.POLICY_STATUS = 'A'
                   AND (EXISTS
                          (SELECT 1 FROM INSURNCE.TREINST R
                            WHERE R.RI_POLICY_NUMBER = P.POLICY_NUMBER
                              AND DATE(R.RI_ADD_TIMESTAMP)
                                    = DATE(:WS-PROCESS-DATE))
                     OR EXISTS
                          (SELECT 1 FROM INSURNCE.TRENEWAL N
                            WHERE N.RN_POLICY_NUMBER = P.POLICY_NUMBER
                              AND DATE(N.RN_ADD_TIMESTAMP)
                                    = DATE(:WS-PROCESS-DATE))
                     OR EXISTS
                          (SELECT 1 FROM INSURNCE.TVEHICLE V
                            WHERE V.VEH_POLICY_NUMBER = P.POLICY_NUMBER
                              AND DATE(V.VEH_UPDATE_TIMESTAMP)
                                    = DATE(:WS-PROCESS-DATE)))
                 ORDER BY P.POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-HOLDER-MNAME         PIC X(1).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-HOLDER-ADDR-1        PIC X(100).
               10  LNK-OUT-HOLDER-ADDR-2        PIC X(100).
               10  LNK-OUT-HOLDER-CITY          PIC X(30).
               10  LNK-OUT-HOLDER-STATE         PIC X(2).
               10  LNK-OUT-HOLDER-ZIP-CD        PIC X(10).
               10  LNK-OUT-HOLDER-EMAIL         PIC X(30).
               10  LNK-OUT-CONTACT-PREF         PIC X(1).
               10  LNK-OUT-PREF-LANGUAGE        PIC X(2).
               10  LNK-OUT-UNDERWRITER          PIC X(50).
               10  LNK-OUT-AGENT-CODE           PIC X(10).
               10  LNK-OUT-CARD-EFF-DATE        PIC X(10).
               10  LNK-OUT-CARD-EXP-DATE        PIC X(10).
               10  LNK-OUT-CARD-EVENT           PIC X(8).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'OPEN'
                   EXEC SQL OPEN IDCARD-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'FETCH'
                   PERFORM 2000-FETCH-CANDIDATE
               WHEN 'CLOSE'
                   EXEC SQL CLOSE IDCARD-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'IDCDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-CANDIDATE.
           EXEC SQL
               FETCH IDCARD-CURSOR
                   INTO :POLICY-NUMBER, :POLICY-HOLDER-FNAME,
                        :POLICY-HOLDER-MNAME, :POLICY-HOLDER-LNAME,
                        :POLICY-HOLDER-ADDR-1, :POLICY-HOLDER-ADDR-2,
                        :POLICY-HOLDER-CITY, :POLICY-HOLDER-STATE,
                        :POLICY-HOLDER-ZIP-CD, :POLICY-HOLDER-EMAIL,
                        :POLICY-CONTACT-PREF, :POLICY-PREF-LANGUAGE,
                        :POLICY-UNDERWRITER, :POLICY-AGENT-CODE,
                        :WS-CARD-EFF-DATE, :WS-CARD-EXP-DATE,
                        :WS-CARD-EVENT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE POLICY-NUMBER         TO LNK-OUT-POLICY-NUMBER
               MOVE POLICY-HOLDER-FNAME   TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-MNAME   TO LNK-OUT-HOLDER-MNAME
               MOVE POLICY-HOLDER-LNAME   TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-ADDR-1  TO LNK-OUT-HOLDER-ADDR-1
               MOVE POLICY-HOLDER-ADDR-2  TO LNK-OUT-HOLDER-ADDR-2
               MOVE POLICY-HOLDER-CITY    TO LNK-OUT-HOLDER-CITY
               MOVE POLICY-HOLDER-STATE   TO LNK-OUT-HOLDER-STATE
               MOVE POLICY-HOLDER-ZIP-CD  TO LNK-OUT-HOLDER-ZIP-CD
               MOVE POLICY-HOLDER-EMAIL   TO LNK-OUT-HOLDER-EMAIL
               MOVE POLICY-CONTACT-PREF   TO LNK-OUT-CONTACT-PREF
               MOVE POLICY-PREF-LANGUAGE  TO LNK-OUT-PREF-LANGUAGE
               MOVE POLICY-UNDERWRITER    TO LNK-OUT-UNDERWRITER
               MOVE POLICY-AGENT-CODE     TO LNK-OUT-AGENT-CODE
               MOVE WS-CARD-EFF-DATE      TO LNK-OUT-CARD-EFF-DATE
               MOVE WS-CARD-EXP-DATE      TO LNK-OUT-CARD-EXP-DATE
               MOVE WS-CARD-EVENT         TO LNK-OUT-CARD-EVENT
           END-IF.

       END PROGRAM IDCDRVR1.
