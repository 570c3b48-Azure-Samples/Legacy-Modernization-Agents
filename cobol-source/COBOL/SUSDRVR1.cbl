       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DSUSPENS
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-AGE-DAYS                    PIC S9(9) COMP.
       01  WS-OPEN-CNT                    PIC S9(9) COMP.
       01  WS-OPEN-TOTAL                  PIC S9(9)V9(2) COMP-3.

      *    SUSPENSE ITEMS STILL HELD - OPEN AND MARKED-FOR-REFUND -
      *    OLDEST FIRST, WITH THEIR AGE IN DAYS FROM THE RECEIPT DATE.
       EXEC SQL
           DECLARE SUSPENSE-AGING-CURSOR CURSOR FOR
               SELECT SUS_ITEM_ID, SUS_RECEIPT_DATE,
                      SUS_POLICY_NUMBER, SUS_INSTALL_NO,
                      SUS_AMOUNT, SUS_REASON, SUS_STATUS,
                      DAYS(CURRENT DATE) - DAYS(SUS_RECEIPT_DATE)
                 FROM INSURNCE.TSUSPENS
                 WHERE SUS_STATUS IN ('O', 'R')
                 ORDER BY SUS_RECEIPT_DATE, SUS_ITEM_ID
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-ITEM-ID                  PIC X(14).
               10  LNK-RECEIPT-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-INSTALL-NO               PIC S9(9) COMP.
               10  LNK-AMOUNT                   PIC S9(5)V9(2) COMP-3.
               10  LNK-REASON                   PIC X(10).
               10  LNK-ACTION-USER              PIC X(8).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-ITEM-ID              PIC X(14).
               10  LNK-OUT-RECEIPT-DATE         PIC X(10).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-INSTALL-NO           PIC S9(9) COMP.
               10  LNK-OUT-AMOUNT               PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-REASON               PIC X(10).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-AGE-DAYS             PIC S9(9) COMP.
               10  LNK-OUT-OPEN-CNT             PIC S9(9) COMP.
               10  LNK-OUT-OPEN-TOTAL           PIC S9(9)V9(2) COMP-3.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-ITEM-ID        TO SUS-ITEM-ID
           EVALUATE WS-OPERATION-TYPE
               WHEN 'INSERT'
                   PERFORM 2000-INSERT-ITEM
               WHEN 'GET'
                   PERFORM 2100-GET-ITEM
               WHEN 'APPLY'
                   PERFORM 3000-APPLY-ITEM
               WHEN 'TRANSFER'
                   PERFORM 3100-TRANSFER-ITEM
               WHEN 'REFUND'
                   PERFORM 3200-REFUND-ITEM
               WHEN 'BALANCE'
                   PERFORM 4000-OPEN-BALANCE
               WHEN 'SUMDATE'
                   PERFORM 4100-RECEIPT-DATE-TOTAL
               WHEN 'SUMCARD'
                   PERFORM 4200-CARD-DATE-TOTAL
               WHEN 'OPEN'
                   EXEC SQL OPEN SUSPENSE-AGING-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 5000-FETCH-ITEM
               WHEN 'CLOSE'
                   EXEC SQL CLOSE SUSPENSE-AGING-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'SUSDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    -803 MEANS THE RECEIPT IS ALREADY IN SUSPENSE FROM AN
      *    EARLIER RUN OF THE SAME DAY'S FILE - A CALLER OUTCOME.
       2000-INSERT-ITEM.
           MOVE LNK-RECEIPT-DATE   TO SUS-RECEIPT-DATE
           MOVE LNK-POLICY-NUMBER  TO SUS-POLICY-NUMBER
           MOVE LNK-INSTALL-NO     TO SUS-INSTALL-NO
           MOVE LNK-AMOUNT         TO SUS-AMOUNT
           MOVE LNK-REASON         TO SUS-REASON
           SET SUS-STATUS-OPEN     TO TRUE
           EXEC SQL
               INSERT INTO INSURNCE.TSUSPENS (
                    SUS_ITEM_ID, SUS_RECEIPT_DATE,
                    SUS_POLICY_NUMBER, SUS_INSTALL_NO,
                    SUS_AMOUNT, SUS_REASON, SUS_STATUS,
                    SUS_ADD_TIMESTAMP
                    ) VALUES (
                    :SUS-ITEM-ID, :SUS-RECEIPT-DATE,
                    :SUS-POLICY-NUMBER, :SUS-INSTALL-NO,
                    :SUS-AMOUNT, :SUS-REASON, :SUS-STATUS,
                    CURRENT TIMESTAMP )
           END-EXEC.

       2100-GET-ITEM.
           EXEC SQL
               SELECT SUS_RECEIPT_DATE, SUS_POLICY_NUMBER,
                      SUS_INSTALL_NO, SUS_AMOUNT, SUS_REASON,
                      SUS_STATUS
               INTO :SUS-RECEIPT-DATE, :SUS-POLICY-NUMBER,
                    :SUS-INSTALL-NO, :SUS-AMOUNT, :SUS-REASON,
                    :SUS-STATUS
               FROM INSURNCE.TSUSPENS
               WHERE SUS_ITEM_ID = :SUS-ITEM-ID
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 2200-RETURN-ITEM
           END-IF.

       2200-RETURN-ITEM.
           MOVE SUS-ITEM-ID         TO LNK-OUT-ITEM-ID
           MOVE SUS-RECEIPT-DATE    TO LNK-OUT-RECEIPT-DATE
           MOVE SUS-POLICY-NUMBER   TO LNK-OUT-POLICY-NUMBER
           MOVE SUS-INSTALL-NO      TO LNK-OUT-INSTALL-NO
           MOVE SUS-AMOUNT          TO LNK-OUT-AMOUNT
           MOVE SUS-REASON          TO LNK-OUT-REASON
           MOVE SUS-STATUS          TO LNK-OUT-STATUS.

      *    EVERY WORKING ACTION IS GUARDED BY SUS_STATUS = 'O', SO AN
      *    ITEM ALREADY APPLIED OR MARKED FOR REFUND COMES BACK AS
      *    SQLCODE 100 AND CANNOT BE SPENT TWICE.
       3000-APPLY-ITEM.
           MOVE LNK-POLICY-NUMBER  TO SUS-APPLIED-POLICY
           MOVE LNK-INSTALL-NO     TO SUS-APPLIED-INSTALL
           MOVE LNK-ACTION-USER    TO SUS-ACTION-USER
           EXEC SQL
               UPDATE INSURNCE.TSUSPENS
               SET   SUS_STATUS          = 'A',
                     SUS_APPLIED_POLICY  = :SUS-APPLIED-POLICY,
                     SUS_APPLIED_INSTALL = :SUS-APPLIED-INSTALL,
                     SUS_ACTION_DATE     = CURRENT DATE,
                     SUS_ACTION_USER     = :SUS-ACTION-USER
                WHERE SUS_ITEM_ID = :SUS-ITEM-ID
                  AND SUS_STATUS  = 'O'
           END-EXEC.

       3100-TRANSFER-ITEM.
           MOVE LNK-POLICY-NUMBER  TO SUS-POLICY-NUMBER
           MOVE LNK-INSTALL-NO     TO SUS-INSTALL-NO
           MOVE LNK-ACTION-USER    TO SUS-ACTION-USER
           EXEC SQL
               UPDATE INSURNCE.TSUSPENS
               SET   SUS_POLICY_NUMBER   = :SUS-POLICY-NUMBER,
                     SUS_INSTALL_NO      = :SUS-INSTALL-NO,
                     SUS_ACTION_DATE     = CURRENT DATE,
                     SUS_ACTION_USER     = :SUS-ACTION-USER
                WHERE SUS_ITEM_ID = :SUS-ITEM-ID
                  AND SUS_STATUS  = 'O'
           END-EXEC.

       3200-REFUND-ITEM.
           MOVE LNK-ACTION-USER    TO SUS-ACTION-USER
           EXEC SQL
               UPDATE INSURNCE.TSUSPENS
               SET   SUS_STATUS          = 'R',
                     SUS_ACTION_DATE     = CURRENT DATE,
                     SUS_ACTION_USER     = :SUS-ACTION-USER
                WHERE SUS_ITEM_ID = :SUS-ITEM-ID
                  AND SUS_STATUS  = 'O'
           END-EXEC.

      *    THE OPEN SUSPENSE BALANCE - THE FIGURE THE CASH DESK TIES
      *    BACK TO THE LOCKBOX DEPOSITS LESS WHAT HAS BEEN WORKED.
       4000-OPEN-BALANCE.
           MOVE 0 TO WS-OPEN-CNT WS-OPEN-TOTAL
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SUS_AMOUNT), 0)
               INTO :WS-OPEN-CNT, :WS-OPEN-TOTAL
               FROM INSURNCE.TSUSPENS
               WHERE SUS_STATUS = 'O'
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-OPEN-CNT   TO LNK-OUT-OPEN-CNT
               MOVE WS-OPEN-TOTAL TO LNK-OUT-OPEN-TOTAL
           END-IF.

      *    EVERYTHING SUSPENDED FROM ONE RECEIPT DATE, WHATEVER ITS
      *    STATUS SINCE - THE CASH WAS IN THAT DAY'S LOCKBOX DEPOSIT.
      *    CARD SETTLEMENT ITEMS ('C' AFTER THE DATE IN THE ITEM ID)
      *    WERE IN THE PROCESSOR'S DEPOSIT INSTEAD AND ARE LEFT TO
      *    'SUMCARD'. COUNT AND TOTAL COME BACK IN THE BALANCE FIELDS.
       4100-RECEIPT-DATE-TOTAL.
           MOVE LNK-RECEIPT-DATE TO SUS-RECEIPT-DATE
           MOVE 0 TO WS-OPEN-CNT WS-OPEN-TOTAL
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SUS_AMOUNT), 0)
               INTO :WS-OPEN-CNT, :WS-OPEN-TOTAL
               FROM INSURNCE.TSUSPENS
               WHERE SUS_RECEIPT_DATE = :SUS-RECEIPT-DATE
                 AND SUBSTR(SUS_ITEM_ID, 9, 1) <> 'C'
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-OPEN-CNT   TO LNK-OUT-OPEN-CNT
               MOVE WS-OPEN-TOTAL TO LNK-OUT-OPEN-TOTAL
           END-IF.

      *    'SUMDATE' FOR THE CARD SETTLEMENT ITEMS ONLY - NEGATIVE
      *    CHARGEBACK ITEMS NET AGAINST THE SALES.
       4200-CARD-DATE-TOTAL.
           MOVE LNK-RECEIPT-DATE TO SUS-RECEIPT-DATE
           MOVE 0 TO WS-OPEN-CNT WS-OPEN-TOTAL
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SUS_AMOUNT), 0)
               INTO :WS-OPEN-CNT, :WS-OPEN-TOTAL
               FROM INSURNCE.TSUSPENS
               WHERE SUS_RECEIPT_DATE = :SUS-RECEIPT-DATE
                 AND SUBSTR(SUS_ITEM_ID, 9, 1) = 'C'
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-OPEN-CNT   TO LNK-OUT-OPEN-CNT
               MOVE WS-OPEN-TOTAL TO LNK-OUT-OPEN-TOTAL
           END-IF.

       5000-FETCH-ITEM.
           EXEC SQL
               FETCH SUSPENSE-AGING-CURSOR
                   INTO :SUS-ITEM-ID, :SUS-RECEIPT-DATE,
                        :SUS-POLICY-NUMBER, :SUS-INSTALL-NO,
                        :SUS-AMOUNT, :SUS-REASON, :SUS-STATUS,
                        :WS-AGE-DAYS
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 2200-RETURN-ITEM
               MOVE WS-AGE-DAYS TO LNK-OUT-AGE-DAYS
           END-IF.

       END PROGRAM SUSDRVR1.
