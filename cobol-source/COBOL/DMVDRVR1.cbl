       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMVDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DDMVRPT
       END-EXEC.

       EXEC SQL
           INCLUDE DDMVRULE
       END-EXEC.

       EXEC SQL
           INCLUDE DPOLICY
       END-EXEC.

       EXEC SQL
           INCLUDE DVEHICLE
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-SEND-SOURCE                 PIC X(1).
       01  WS-EXPIRY-DATE                 PIC X(10).
       01  WS-PRIOR-STATUS                PIC X(1).

      *    RECORDS TO SEND TO THE STATES ON THE RUN DATE, IN STATE
      *    ORDER SO EACH STATE'S FILE SECTION IS CONTIGUOUS.
      *    SOURCE 'N' - A REPORTABLE EVENT NOT YET REPORTED: AN AUTO
      *    POLICY INCEPTION (THE TERM NBINTK1 OPENED), RENEWAL,
      *    CANCELLATION OR REINSTATEMENT, ONE ROW PER VEHICLE ACTIVE
      *    ON THE SCHEDULE, FOR A HOLDER STATE WITH AN ACTIVE RULE AND
      *    AN EVENT ON OR AFTER THE STATE'S START DATE.
      *    THE EVENT DATE IS THE TRANSACTION DATE THE STATE'S DEADLINE
      *    RUNS FROM; THE EFFECTIVE DATE IS THE COVERAGE DATE REPORTED
      *    (THE NEW TERM'S START FOR A RENEWAL).
      *    SOURCE 'R' - A RECORD THE STATE REJECTED WHOSE POLICY OR
      *    VEHICLE ROW HAS BEEN CHANGED SINCE THE REJECTION CAME
      *    BACK, SENT AGAIN UNDER ITS ORIGINAL EVENT.
       EXEC SQL
           DECLARE DMV-SEND-CURSOR CURSOR FOR
               SELECT 'N', R.DR_STATE, R.DR_LAYOUT, R.DR_INSURER_CODE,
                      CHAR(E.EVENT_DATE + R.DR_DEADLINE_DAYS DAYS, USA),
                      P.POLICY_NUMBER, V.VEH_VIN, V.VEH_YEAR,
                      V.VEH_MAKE, V.VEH_MODEL, E.EVENT_TYPE,
                      CHAR(E.EVENT_DATE, USA), CHAR(E.EFF_DATE, USA),
                      CHAR(P.POLICY_EXPIRY_DATE, USA),
                      P.POLICY_HOLDER_LNAME, P.POLICY_HOLDER_FNAME,
                      P.POLICY_HOLDER_ZIP_CD, ' ', 0
                 FROM (SELECT PT_POLICY_NUMBER, 'NEW',
                              DATE(PT_ADD_TIMESTAMP),
                              PT_TERM_START_DATE
                         FROM INSURNCE.TPOLTERM
                        WHERE PT_SOURCE = 'NBINTK1'
                       UNION ALL
                       SELECT RN_POLICY_NUMBER, 'RNW',
                              RN_RENEWAL_DATE, RN_OLD_EXPIRY_DATE
                         FROM INSURNCE.TRENEWAL
                       UNION ALL
                       SELECT CN_POLICY_NUMBER, 'CAN',
                              CN_CANCEL_DATE, CN_CANCEL_DATE
                         FROM INSURNCE.TCANCEL
                       UNION ALL
                       SELECT RI_POLICY_NUMBER, 'REI',
                              RI_REINSTATE_DATE, RI_REINSTATE_DATE
                         FROM INSURNCE.TREINST)
                      AS E (POLICY_NUMBER, EVENT_TYPE, EVENT_DATE,
                            EFF_DATE)
                 JOIN INSURNCE.TPOLICY P
                   ON P.POLICY_NUMBER = E.POLICY_NUMBER
                 JOIN INSURNCE.TDMVRULE R
                   ON R.DR_STATE = P.POLICY_HOLDER_STATE
                 JOIN INSURNCE.TVEHICLE V
                   ON V.VEH_POLICY_NUMBER = P.POLICY_NUMBER
                WHERE P.POLICY_TYPE = 'AUTO'
                  AND R.DR_STATUS = 'A'
                  AND V.VEH_STATUS = 'A'
                  AND E.EVENT_DATE >= R.DR_START_DATE
                  AND E.EVENT_DATE <= DATE(:WS-PROCESS-DATE)
                  AND NOT EXISTS
                        (SELECT 1 FROM INSURNCE.TDMVRPT D
                          WHERE D.DV_POLICY_NUMBER = P.POLICY_NUMBER
                            AND D.DV_VIN = V.VEH_VIN
                            AND D.DV_EVENT_TYPE = E.EVENT_TYPE
                            AND D.DV_EVENT_DATE = E.EVENT_DATE)
               UNION ALL
               SELECT 'R', R.DR_STATE, R.DR_LAYOUT, R.DR_INSURER_CODE,
                      CHAR(D.DV_DUE_DATE, USA),
                      D.DV_POLICY_NUMBER, D.DV_VIN, V.VEH_YEAR,
                      V.VEH_MAKE, V.VEH_MODEL, D.DV_EVENT_TYPE,
                      CHAR(D.DV_EVENT_DATE, USA),
                      CHAR(D.DV_EFF_DATE, USA),
                      CHAR(P.POLICY_EXPIRY_DATE, USA),
                      P.POLICY_HOLDER_LNAME, P.POLICY_HOLDER_FNAME,
                      P.POLICY_HOLDER_ZIP_CD, D.DV_BATCH_ID,
                      D.DV_BATCH_SEQ
                 FROM INSURNCE.TDMVRPT D
                 JOIN INSURNCE.TPOLICY P
                   ON P.POLICY_NUMBER = D.DV_POLICY_NUMBER
                 JOIN INSURNCE.TDMVRULE R
                   ON R.DR_STATE = D.DV_STATE
                 JOIN INSURNCE.TVEHICLE V
                   ON V.VEH_POLICY_NUMBER = D.DV_POLICY_NUMBER
                  AND V.VEH_VIN = D.DV_VIN
                WHERE D.DV_STATUS = 'R'
                  AND R.DR_STATUS = 'A'
                  AND V.VEH_STATUS = 'A'
                  AND (V.VEH_UPDATE_TIMESTAMP > D.DV_UPDATE_TIMESTAMP
                    OR P.POLICY_UPDATE_TIMESTAMP
                         > D.DV_UPDATE_TIMESTAMP)
                ORDER BY 2, 6, 7, 11
       END-EXEC.

      *    REJECTED RECORDS STILL AWAITING CORRECTION, MOST URGENT
      *    DEADLINE FIRST - THE WORKLIST.
       EXEC SQL
           DECLARE DMV-REJ-CURSOR CURSOR FOR
               SELECT D.DV_POLICY_NUMBER, D.DV_VIN, D.DV_EVENT_TYPE,
                      CHAR(D.DV_EVENT_DATE, USA), D.DV_STATE,
                      CHAR(D.DV_DUE_DATE, USA), D.DV_BATCH_ID,
                      D.DV_BATCH_SEQ, CHAR(D.DV_SENT_DATE, USA),
                      D.DV_ERROR_CODE, D.DV_ERROR_TEXT,
                      P.POLICY_HOLDER_LNAME, P.POLICY_HOLDER_FNAME
                 FROM INSURNCE.TDMVRPT D
                 JOIN INSURNCE.TPOLICY P
                   ON P.POLICY_NUMBER = D.DV_POLICY_NUMBER
                WHERE D.DV_STATUS = 'R'
                ORDER BY D.DV_DUE_DATE, D.DV_POLICY_NUMBER, D.DV_VIN
       END-EXEC.

      *    EVENTS NOT VALIDLY REPORTED BY THE STATE'S DEADLINE AS OF
      *    THE RUN DATE: A REPORTABLE EVENT WITH NO TRACK ROW AT ALL
      *    (ONCE THE SEND PASS HAS RUN, THAT MEANS NO VEHICLE ON THE
      *    SCHEDULE TO REPORT - STATUS 'U'), AND A REJECTED RECORD
      *    STILL UNCORRECTED PAST ITS DUE DATE (STATUS 'R').
       EXEC SQL
           DECLARE DMV-OVERDUE-CURSOR CURSOR FOR
               SELECT P.POLICY_NUMBER, ' ', E.EVENT_TYPE,
                      CHAR(E.EVENT_DATE, USA), R.DR_STATE,
                      CHAR(E.EVENT_DATE + R.DR_DEADLINE_DAYS DAYS, USA),
                      'U'
                 FROM (SELECT PT_POLICY_NUMBER, 'NEW',
                              DATE(PT_ADD_TIMESTAMP)
                         FROM INSURNCE.TPOLTERM
                        WHERE PT_SOURCE = 'NBINTK1'
                       UNION ALL
                       SELECT RN_POLICY_NUMBER, 'RNW', RN_RENEWAL_DATE
                         FROM INSURNCE.TRENEWAL
                       UNION ALL
                       SELECT CN_POLICY_NUMBER, 'CAN', CN_CANCEL_DATE
                         FROM INSURNCE.TCANCEL
                       UNION ALL
                       SELECT RI_POLICY_NUMBER, 'REI', RI_REINSTATE_DATE
                         FROM INSURNCE.TREINST)
                      AS E (POLICY_NUMBER, EVENT_TYPE, EVENT_DATE)
                 JOIN INSURNCE.TPOLICY P
                   ON P.POLICY_NUMBER = E.POLICY_NUMBER
                 JOIN INSURNCE.TDMVRULE R
                   ON R.DR_STATE = P.POLICY_HOLDER_STATE
                WHERE P.POLICY_TYPE = 'AUTO'
                  AND R.DR_STATUS = 'A'
                  AND E.EVENT_DATE >= R.DR_START_DATE
                  AND E.EVENT_DATE + R.DR_DEADLINE_DAYS DAYS
                        < DATE(:WS-PROCESS-DATE)
                  AND NOT EXISTS
                        (SELECT 1 FROM INSURNCE.TDMVRPT D
                          WHERE D.DV_POLICY_NUMBER = P.POLICY_NUMBER
                            AND D.DV_EVENT_TYPE = E.EVENT_TYPE
                            AND D.DV_EVENT_DATE = E.EVENT_DATE)
               UNION ALL
               SELECT D.DV_POLICY_NUMBER, D.DV_VIN, D.DV_EVENT_TYPE,
                      CHAR(D.DV_EVENT_DATE, USA), D.DV_STATE,
                      CHAR(D.DV_DUE_DATE, USA), D.DV_STATUS
                 FROM INSURNCE.TDMVRPT D
                WHERE D.DV_STATUS = 'R'
                  AND D.DV_DUE_DATE < DATE(:WS-PROCESS-DATE)
                ORDER BY 5, 1, 2
       END-EXEC.

      *    'NEXTSEQ' RETURNS THE HIGHEST SEQUENCE ALREADY USED UNDER A
      *    BATCH ID (ZERO FOR A NEW ONE) SO A SAME-DAY RERUN NUMBERS ON
      *    FROM IT. 'RECORD' TRACKS A FIRST SEND, 'RESENT' MOVES A
      *    REJECTED ROW TO ITS NEW REFERENCE. 'ACK' APPLIES ONE
      *    ACKNOWLEDGEMENT BY REFERENCE AND RETURNS THE ROW WITH ITS
      *    STATUS BEFORE THE UPDATE - ONLY A ROW STILL 'S' IS CHANGED,
      *    SO A REPEATED ACKNOWLEDGEMENT FILE IS HARMLESS.
       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-VIN                      PIC X(17).
               10  LNK-EVENT-TYPE               PIC X(3).
               10  LNK-EVENT-DATE               PIC X(10).
               10  LNK-EFF-DATE                 PIC X(10).
               10  LNK-STATE                    PIC X(2).
               10  LNK-DUE-DATE                 PIC X(10).
               10  LNK-BATCH-ID                 PIC X(10).
               10  LNK-BATCH-SEQ                PIC S9(9) COMP.
               10  LNK-STATUS                   PIC X(1).
               10  LNK-ERROR-CODE               PIC X(8).
               10  LNK-ERROR-TEXT               PIC X(60).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-SOURCE               PIC X(1).
               10  LNK-OUT-STATE                PIC X(2).
               10  LNK-OUT-LAYOUT               PIC X(4).
               10  LNK-OUT-INSURER-CODE         PIC X(10).
               10  LNK-OUT-DUE-DATE             PIC X(10).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-VIN                  PIC X(17).
               10  LNK-OUT-YEAR                 PIC X(4).
               10  LNK-OUT-MAKE                 PIC X(20).
               10  LNK-OUT-MODEL                PIC X(20).
               10  LNK-OUT-EVENT-TYPE           PIC X(3).
               10  LNK-OUT-EVENT-DATE           PIC X(10).
               10  LNK-OUT-EFF-DATE             PIC X(10).
               10  LNK-OUT-EXPIRY-DATE          PIC X(10).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-HOLDER-ZIP-CD        PIC X(10).
               10  LNK-OUT-BATCH-ID             PIC X(10).
               10  LNK-OUT-BATCH-SEQ            PIC S9(9) COMP.
               10  LNK-OUT-SENT-DATE            PIC X(10).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-ERROR-CODE           PIC X(8).
               10  LNK-OUT-ERROR-TEXT           PIC X(60).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-POLICY-NUMBER  TO DV-POLICY-NUMBER
           MOVE LNK-VIN            TO DV-VIN
           MOVE LNK-EVENT-TYPE     TO DV-EVENT-TYPE
           MOVE LNK-EVENT-DATE     TO DV-EVENT-DATE
           MOVE LNK-EFF-DATE       TO DV-EFF-DATE
           MOVE LNK-STATE          TO DV-STATE
           MOVE LNK-DUE-DATE       TO DV-DUE-DATE
           MOVE LNK-BATCH-ID       TO DV-BATCH-ID
           MOVE LNK-BATCH-SEQ      TO DV-BATCH-SEQ
           MOVE LNK-STATUS         TO DV-STATUS
           MOVE LNK-ERROR-CODE     TO DV-ERROR-CODE
           MOVE LNK-ERROR-TEXT     TO DV-ERROR-TEXT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'NEXTSEQ'
                   PERFORM 2000-NEXT-SEQUENCE
               WHEN 'OPEN'
                   EXEC SQL OPEN DMV-SEND-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'FETCH'
                   PERFORM 3000-FETCH-SEND
               WHEN 'CLOSE'
                   EXEC SQL CLOSE DMV-SEND-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'RECORD'
                   PERFORM 4000-RECORD-SEND
               WHEN 'RESENT'
                   PERFORM 4100-RECORD-RESEND
               WHEN 'ACK'
                   PERFORM 5000-APPLY-ACK
               WHEN 'REJOPEN'
                   EXEC SQL OPEN DMV-REJ-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'REJFETCH'
                   PERFORM 6000-FETCH-REJECTED
               WHEN 'REJCLOSE'
                   EXEC SQL CLOSE DMV-REJ-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'ODOPEN'
                   EXEC SQL OPEN DMV-OVERDUE-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'ODFETCH'
                   PERFORM 7000-FETCH-OVERDUE
               WHEN 'ODCLOSE'
                   EXEC SQL CLOSE DMV-OVERDUE-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'DMVDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-NEXT-SEQUENCE.
           EXEC SQL
               SELECT COALESCE(MAX(DV_BATCH_SEQ), 0)
                 INTO :DV-BATCH-SEQ
                 FROM INSURNCE.TDMVRPT
                 WHERE DV_BATCH_ID = :DV-BATCH-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE DV-BATCH-SEQ TO LNK-OUT-BATCH-SEQ
           END-IF.

       3000-FETCH-SEND.
           EXEC SQL
               FETCH DMV-SEND-CURSOR
                   INTO :WS-SEND-SOURCE, :DR-STATE, :DR-LAYOUT,
                        :DR-INSURER-CODE, :DV-DUE-DATE,
                        :DV-POLICY-NUMBER, :DV-VIN, :VEH-YEAR,
                        :VEH-MAKE, :VEH-MODEL, :DV-EVENT-TYPE,
                        :DV-EVENT-DATE, :DV-EFF-DATE, :WS-EXPIRY-DATE,
                        :POLICY-HOLDER-LNAME, :POLICY-HOLDER-FNAME,
                        :POLICY-HOLDER-ZIP-CD, :DV-BATCH-ID,
                        :DV-BATCH-SEQ
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE WS-SEND-SOURCE        TO LNK-OUT-SOURCE
               MOVE DR-STATE              TO LNK-OUT-STATE
               MOVE DR-LAYOUT             TO LNK-OUT-LAYOUT
               MOVE DR-INSURER-CODE       TO LNK-OUT-INSURER-CODE
               MOVE DV-DUE-DATE           TO LNK-OUT-DUE-DATE
               MOVE DV-POLICY-NUMBER      TO LNK-OUT-POLICY-NUMBER
               MOVE DV-VIN                TO LNK-OUT-VIN
               MOVE VEH-YEAR              TO LNK-OUT-YEAR
               MOVE VEH-MAKE              TO LNK-OUT-MAKE
               MOVE VEH-MODEL             TO LNK-OUT-MODEL
               MOVE DV-EVENT-TYPE         TO LNK-OUT-EVENT-TYPE
               MOVE DV-EVENT-DATE         TO LNK-OUT-EVENT-DATE
               MOVE DV-EFF-DATE           TO LNK-OUT-EFF-DATE
               MOVE WS-EXPIRY-DATE        TO LNK-OUT-EXPIRY-DATE
               MOVE POLICY-HOLDER-LNAME   TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-FNAME   TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-ZIP-CD  TO LNK-OUT-HOLDER-ZIP-CD
               MOVE DV-BATCH-ID           TO LNK-OUT-BATCH-ID
               MOVE DV-BATCH-SEQ          TO LNK-OUT-BATCH-SEQ
           END-IF.

       4000-RECORD-SEND.
           EXEC SQL
               INSERT INTO INSURNCE.TDMVRPT (
                    DV_POLICY_NUMBER, DV_VIN, DV_EVENT_TYPE,
                    DV_EVENT_DATE, DV_EFF_DATE, DV_STATE,
                    DV_DUE_DATE, DV_BATCH_ID, DV_BATCH_SEQ,
                    DV_SENT_DATE, DV_STATUS, DV_ERROR_CODE,
                    DV_ERROR_TEXT, DV_ADD_TIMESTAMP,
                    DV_UPDATE_TIMESTAMP
                    ) VALUES (
                    :DV-POLICY-NUMBER, :DV-VIN, :DV-EVENT-TYPE,
                    DATE(:DV-EVENT-DATE), DATE(:DV-EFF-DATE),
                    :DV-STATE, DATE(:DV-DUE-DATE), :DV-BATCH-ID,
                    :DV-BATCH-SEQ, DATE(:WS-PROCESS-DATE), 'S',
                    ' ', ' ', CURRENT TIMESTAMP, CURRENT TIMESTAMP )
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       4100-RECORD-RESEND.
           EXEC SQL
               UPDATE INSURNCE.TDMVRPT
               SET   DV_BATCH_ID = :DV-BATCH-ID,
                     DV_BATCH_SEQ = :DV-BATCH-SEQ,
                     DV_SENT_DATE = DATE(:WS-PROCESS-DATE),
                     DV_STATUS = 'S',
                     DV_ERROR_CODE = ' ',
                     DV_ERROR_TEXT = ' ',
                     DV_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE DV_POLICY_NUMBER = :DV-POLICY-NUMBER
                  AND DV_VIN = :DV-VIN
                  AND DV_EVENT_TYPE = :DV-EVENT-TYPE
                  AND DV_EVENT_DATE = DATE(:DV-EVENT-DATE)
                  AND DV_STATUS = 'R'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       5000-APPLY-ACK.
           EXEC SQL
               SELECT DV_POLICY_NUMBER, DV_VIN, DV_EVENT_TYPE,
                      CHAR(DV_EVENT_DATE, USA), DV_STATE,
                      CHAR(DV_DUE_DATE, USA), DV_STATUS
                 INTO :DV-POLICY-NUMBER, :DV-VIN, :DV-EVENT-TYPE,
                      :DV-EVENT-DATE, :DV-STATE, :DV-DUE-DATE,
                      :WS-PRIOR-STATUS
                 FROM INSURNCE.TDMVRPT
                 WHERE DV_BATCH_ID = :DV-BATCH-ID
                   AND DV_BATCH_SEQ = :DV-BATCH-SEQ
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE DV-POLICY-NUMBER  TO LNK-OUT-POLICY-NUMBER
               MOVE DV-VIN            TO LNK-OUT-VIN
               MOVE DV-EVENT-TYPE     TO LNK-OUT-EVENT-TYPE
               MOVE DV-EVENT-DATE     TO LNK-OUT-EVENT-DATE
               MOVE DV-STATE          TO LNK-OUT-STATE
               MOVE DV-DUE-DATE       TO LNK-OUT-DUE-DATE
               MOVE WS-PRIOR-STATUS   TO LNK-OUT-STATUS
               IF WS-PRIOR-STATUS = 'S'
                   EXEC SQL
                       UPDATE INSURNCE.TDMVRPT
                       SET   DV_STATUS = :DV-STATUS,
                             DV_ACK_DATE = DATE(:WS-PROCESS-DATE),
                             DV_ERROR_CODE = :DV-ERROR-CODE,
                             DV_ERROR_TEXT = :DV-ERROR-TEXT,
                             DV_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                        WHERE DV_BATCH_ID = :DV-BATCH-ID
                          AND DV_BATCH_SEQ = :DV-BATCH-SEQ
                          AND DV_STATUS = 'S'
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               END-IF
           END-IF.

       6000-FETCH-REJECTED.
           EXEC SQL
               FETCH DMV-REJ-CURSOR
                   INTO :DV-POLICY-NUMBER, :DV-VIN, :DV-EVENT-TYPE,
                        :DV-EVENT-DATE, :DV-STATE, :DV-DUE-DATE,
                        :DV-BATCH-ID, :DV-BATCH-SEQ, :DV-SENT-DATE,
                        :DV-ERROR-CODE, :DV-ERROR-TEXT,
                        :POLICY-HOLDER-LNAME, :POLICY-HOLDER-FNAME
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE DV-POLICY-NUMBER     TO LNK-OUT-POLICY-NUMBER
               MOVE DV-VIN               TO LNK-OUT-VIN
               MOVE DV-EVENT-TYPE        TO LNK-OUT-EVENT-TYPE
               MOVE DV-EVENT-DATE        TO LNK-OUT-EVENT-DATE
               MOVE DV-STATE             TO LNK-OUT-STATE
               MOVE DV-DUE-DATE          TO LNK-OUT-DUE-DATE
               MOVE DV-BATCH-ID          TO LNK-OUT-BATCH-ID
               MOVE DV-BATCH-SEQ         TO LNK-OUT-BATCH-SEQ
               MOVE DV-SENT-DATE         TO LNK-OUT-SENT-DATE
               MOVE DV-ERROR-CODE        TO LNK-OUT-ERROR-CODE
               MOVE DV-ERROR-TEXT        TO LNK-OUT-ERROR-TEXT
               MOVE POLICY-HOLDER-LNAME  TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-FNAME  TO LNK-OUT-HOLDER-FNAME
           END-IF.

       7000-FETCH-OVERDUE.
           EXEC SQL
               FETCH DMV-OVERDUE-CURSOR
                   INTO :DV-POLICY-NUMBER, :DV-VIN, :DV-EVENT-TYPE,
                        :DV-EVENT-DATE, :DV-STATE, :DV-DUE-DATE,
                        :DV-STATUS
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE DV-POLICY-NUMBER     TO LNK-OUT-POLICY-NUMBER
               MOVE DV-VIN               TO LNK-OUT-VIN
               MOVE DV-EVENT-TYPE        TO LNK-OUT-EVENT-TYPE
               MOVE DV-EVENT-DATE        TO LNK-OUT-EVENT-DATE
               MOVE DV-STATE             TO LNK-OUT-STATE
               MOVE DV-DUE-DATE          TO LNK-OUT-DUE-DATE
               MOVE DV-STATUS            TO LNK-OUT-STATUS
           END-IF.

       END PROGRAM DMVDRVR1.
