       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTLDRVR1.
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

       EXEC SQL
           INCLUDE DRESPONS
       END-EXEC.

       EXEC SQL
           INCLUDE DTRAKING
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-DNR-FLAG                    PIC X(1).

      *    EVERY IN-FORCE POLICY IN POLICY NUMBER ORDER FOR THE
      *    CUSTOMER PORTAL FEED (PTLEXT1), WITH THE CUSTOMER'S
      *    DECLARED RENEWAL INTENT (TRESPONSE), WHETHER UNDERWRITING
      *    HAS IT ON THE DO-NOT-RENEW LIST, AND THE LATEST NOTICE
      *    SENT TO THE CUSTOMER - THE MOST RECENTLY ADDED CUSTOMER
      *    TTRAKING ROW, CYCLE HISTORY ('H') INCLUDED. A POLICY NEVER
      *    NOTIFIED OR NEVER ANSWERED COMES BACK WITH THOSE BLANK.
       EXEC SQL
           DECLARE PORTAL-CURSOR CURSOR FOR
               SELECT P.POLICY_NUMBER, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_FNAME, P.POLICY_TYPE,
                      CHAR(P.POLICY_START_DATE, USA),
                      CHAR(P.POLICY_EXPIRY_DATE, USA),
                      P.POLICY_PREMIUM_AMOUNT,
                      COALESCE(R.RS_RESPONSE, ' '),
                      COALESCE(CHAR(R.RS_RESPONSE_DATE, USA), ' '),
                      CASE WHEN EXISTS
                                (SELECT 1 FROM INSURNCE.TDNRLIST D
                                  WHERE D.DNR_POLICY_NUMBER =
                                                    P.POLICY_NUMBER)
                           THEN 'Y'
                           ELSE 'N' END,
                      COALESCE(T.TR_NOTIFY_TIER, ' '),
                      COALESCE(T.TR_CHANNEL, ' '),
                      COALESCE(CHAR(T.TR_NOTIFY_DATE, USA), ' '),
                      COALESCE(T.TR_STATUS, ' ')
                 FROM INSURNCE.TPOLICY P
                      LEFT OUTER JOIN INSURNCE.TRESPONSE R
                          ON R.RS_POLICY_NUMBER = P.POLICY_NUMBER
                      LEFT OUTER JOIN INSURNCE.TTRAKING T
                          ON T.TR_POLICY_NUMBER  = P.POLICY_NUMBER
                         AND T.TR_RECIPIENT_TYPE = 'CUSTOMER'
                         AND T.TR_ADD_TIMESTAMP  =
                             (SELECT MAX(T2.TR_ADD_TIMESTAMP)
                                FROM INSURNCE.TTRAKING T2
                               WHERE T2.TR_POLICY_NUMBER =
                                                    P.POLICY_NUMBER
                                 AND T2.TR_RECIPIENT_TYPE =
                                                    'CUSTOMER')
                WHERE P.POLICY_STATUS = 'A'
                ORDER BY P.POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-START-DATE           PIC X(10).
               10  LNK-OUT-EXPIRY-DATE          PIC X(10).
               10  LNK-OUT-PREMIUM-AMOUNT       PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-RESPONSE             PIC X(1).
               10  LNK-OUT-RESPONSE-DATE        PIC X(10).
               10  LNK-OUT-DNR-FLAG             PIC X(1).
               10  LNK-OUT-NOTIFY-TIER          PIC X(3).
               10  LNK-OUT-CHANNEL              PIC X(10).
               10  LNK-OUT-NOTIFY-DATE          PIC X(10).
               10  LNK-OUT-TR-STATUS            PIC X(1).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'OPEN'
                   EXEC SQL OPEN PORTAL-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 2000-FETCH-POLICY
               WHEN 'CLOSE'
                   EXEC SQL CLOSE PORTAL-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'PTLDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-POLICY.
           EXEC SQL
               FETCH PORTAL-CURSOR
                   INTO :POLICY-NUMBER, :POLICY-HOLDER-LNAME,
                        :POLICY-HOLDER-FNAME, :POLICY-TYPE,
                        :POLICY-START-DATE, :POLICY-EXPIRY-DATE,
                        :POLICY-PREMIUM-AMOUNT,
                        :RS-RESPONSE, :RS-RESPONSE-DATE,
                        :WS-DNR-FLAG,
                        :TR-NOTIFY-TIER, :TR-CHANNEL,
                        :TR-NOTIFY-DATE, :TR-STATUS
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE POLICY-NUMBER         TO LNK-OUT-POLICY-NUMBER
               MOVE POLICY-HOLDER-LNAME   TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-FNAME   TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-TYPE           TO LNK-OUT-POLICY-TYPE
               MOVE POLICY-START-DATE     TO LNK-OUT-START-DATE
               MOVE POLICY-EXPIRY-DATE    TO LNK-OUT-EXPIRY-DATE
               MOVE POLICY-PREMIUM-AMOUNT TO LNK-OUT-PREMIUM-AMOUNT
               MOVE RS-RESPONSE           TO LNK-OUT-RESPONSE
               MOVE RS-RESPONSE-DATE      TO LNK-OUT-RESPONSE-DATE
               MOVE WS-DNR-FLAG           TO LNK-OUT-DNR-FLAG
               MOVE TR-NOTIFY-TIER        TO LNK-OUT-NOTIFY-TIER
               MOVE TR-CHANNEL            TO LNK-OUT-CHANNEL
               MOVE TR-NOTIFY-DATE        TO LNK-OUT-NOTIFY-DATE
               MOVE TR-STATUS             TO LNK-OUT-TR-STATUS
           END-IF.

       END PROGRAM PTLDRVR1.
