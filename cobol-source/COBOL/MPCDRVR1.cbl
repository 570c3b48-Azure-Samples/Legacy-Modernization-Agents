       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPCDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DMAILPC
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-MAILER-ID                PIC X(9).
               10  LNK-SERIAL                   PIC X(9).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-RUN-ID                   PIC X(12).
               10  LNK-MAIL-DATE                PIC X(10).
               10  LNK-ROUTING-ZIP              PIC X(11).
               10  LNK-PRESORT-LEVEL            PIC X(2).
               10  LNK-TRAY-NO                  PIC S9(9) COMP.
               10  LNK-RETURN-TYPE              PIC X(10).
               10  LNK-RETURN-DATE              PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-SERIAL               PIC X(9).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-RUN-ID               PIC X(12).
               10  LNK-OUT-MAIL-DATE            PIC X(10).
               10  LNK-OUT-ROUTING-ZIP          PIC X(11).
               10  LNK-OUT-PRESORT-LEVEL        PIC X(2).
               10  LNK-OUT-TRAY-NO              PIC S9(9) COMP.
               10  LNK-OUT-RETURN-TYPE          PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-MAILER-ID      TO MP-MAILER-ID
           MOVE LNK-SERIAL         TO MP-SERIAL
           EVALUATE WS-OPERATION-TYPE
               WHEN 'ADD'
                   PERFORM 2000-ADD-PIECE
               WHEN 'LASTSER'
                   PERFORM 3000-GET-LAST-SERIAL
               WHEN 'GETSER'
                   PERFORM 3100-GET-PIECE
               WHEN 'RETURN'
                   PERFORM 4000-RECORD-RETURN
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'MPCDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-ADD-PIECE.
           MOVE LNK-POLICY-NUMBER  TO MP-POLICY-NUMBER
           MOVE LNK-RUN-ID         TO MP-RUN-ID
           MOVE LNK-MAIL-DATE      TO MP-MAIL-DATE
           MOVE LNK-ROUTING-ZIP    TO MP-ROUTING-ZIP
           MOVE LNK-PRESORT-LEVEL  TO MP-PRESORT-LEVEL
           MOVE LNK-TRAY-NO        TO MP-TRAY-NO
           EXEC SQL
               INSERT INTO INSURNCE.TMAILPC (
                    MP_MAILER_ID, MP_SERIAL, MP_POLICY_NUMBER,
                    MP_RUN_ID, MP_MAIL_DATE, MP_ROUTING_ZIP,
                    MP_PRESORT_LEVEL, MP_TRAY_NO, MP_RETURN_TYPE,
                    MP_RETURN_DATE, MP_ADD_TIMESTAMP
                    ) VALUES (
                    :MP-MAILER-ID, :MP-SERIAL, :MP-POLICY-NUMBER,
                    :MP-RUN-ID, :MP-MAIL-DATE, :MP-ROUTING-ZIP,
                    :MP-PRESORT-LEVEL, :MP-TRAY-NO, ' ',
                    NULL, CURRENT TIMESTAMP )
           END-EXEC.

      *    THE SERIAL OF THE MAILER'S MOST RECENTLY RECORDED PIECE -
      *    THE NEXT RUN NUMBERS ON FROM IT. 100 = NO PIECES YET.
       3000-GET-LAST-SERIAL.
           EXEC SQL
               SELECT MP_SERIAL
                 INTO :MP-SERIAL
                 FROM INSURNCE.TMAILPC
                WHERE MP_MAILER_ID = :MP-MAILER-ID
                ORDER BY MP_ADD_TIMESTAMP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE MP-SERIAL TO LNK-OUT-SERIAL
           END-IF.

      *    THE PIECE NOW CARRYING THIS SERIAL - THE LATEST ROW, AS THE
      *    SERIALS ARE REUSED ONCE THE RANGE WRAPS.
       3100-GET-PIECE.
           EXEC SQL
               SELECT MP_POLICY_NUMBER, MP_RUN_ID,
                      CHAR(MP_MAIL_DATE, USA), MP_ROUTING_ZIP,
                      MP_PRESORT_LEVEL, MP_TRAY_NO, MP_RETURN_TYPE
                 INTO :MP-POLICY-NUMBER, :MP-RUN-ID,
                      :MP-MAIL-DATE, :MP-ROUTING-ZIP,
                      :MP-PRESORT-LEVEL, :MP-TRAY-NO, :MP-RETURN-TYPE
                 FROM INSURNCE.TMAILPC
                WHERE MP_MAILER_ID = :MP-MAILER-ID
                  AND MP_SERIAL    = :MP-SERIAL
                ORDER BY MP_ADD_TIMESTAMP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE MP-SERIAL        TO LNK-OUT-SERIAL
               MOVE MP-POLICY-NUMBER TO LNK-OUT-POLICY-NUMBER
               MOVE MP-RUN-ID        TO LNK-OUT-RUN-ID
               MOVE MP-MAIL-DATE     TO LNK-OUT-MAIL-DATE
               MOVE MP-ROUTING-ZIP   TO LNK-OUT-ROUTING-ZIP
               MOVE MP-PRESORT-LEVEL TO LNK-OUT-PRESORT-LEVEL
               MOVE MP-TRAY-NO       TO LNK-OUT-TRAY-NO
               MOVE MP-RETURN-TYPE   TO LNK-OUT-RETURN-TYPE
           END-IF.

      *    STAMPS THE RETURN ON THE PIECE GETSER FOUND (IDENTIFIED BY
      *    ITS POLICY AND RUN AS WELL AS THE SERIAL).
       4000-RECORD-RETURN.
           MOVE LNK-POLICY-NUMBER  TO MP-POLICY-NUMBER
           MOVE LNK-RUN-ID         TO MP-RUN-ID
           MOVE LNK-RETURN-TYPE    TO MP-RETURN-TYPE
           MOVE LNK-RETURN-DATE    TO MP-RETURN-DATE
           EXEC SQL
               UPDATE INSURNCE.TMAILPC
                  SET MP_RETURN_TYPE = :MP-RETURN-TYPE,
                      MP_RETURN_DATE = :MP-RETURN-DATE
                WHERE MP_MAILER_ID     = :MP-MAILER-ID
                  AND MP_SERIAL        = :MP-SERIAL
                  AND MP_POLICY_NUMBER = :MP-POLICY-NUMBER
                  AND MP_RUN_ID        = :MP-RUN-ID
           END-EXEC.

       END PROGRAM MPCDRVR1.
