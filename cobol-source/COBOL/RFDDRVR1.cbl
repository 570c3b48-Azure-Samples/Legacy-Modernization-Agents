       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFDDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DCANCEL
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-RFD-PAYMENT-METHOD          PIC X(8).
       01  WS-RFD-FNAME                   PIC X(35).
       01  WS-RFD-LNAME                   PIC X(35).
       01  WS-RFD-ADDR-1                  PIC X(100).
       01  WS-RFD-ADDR-2                  PIC X(100).
       01  WS-RFD-CITY                    PIC X(30).
       01  WS-RFD-STATE                   PIC X(2).
       01  WS-RFD-ZIP                     PIC X(10).

      *    EVERY CANCELLATION WITH A REFUND STILL OWED TO THE POLICY
      *    HOLDER, WITH THE PAYMENT METHOD THAT DECIDES CHECK OR ACH
      *    AND THE MAILING NAME AND ADDRESS FOR THE CHECK. A ZERO
      *    REFUND (CANCELLED AT OR PAST EXPIRY) IS NEVER PICKED UP.
       EXEC SQL
           DECLARE REFUND-CURSOR CURSOR FOR
               SELECT C.CN_POLICY_NUMBER,
                      C.CN_CANCEL_DATE,
                      C.CN_REFUND_AMOUNT,
                      P.POLICY_PAYMENT_METHOD,
                      P.POLICY_HOLDER_FNAME,
                      P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_ADDR_1,
                      P.POLICY_HOLDER_ADDR_2,
                      P.POLICY_HOLDER_CITY,
                      P.POLICY_HOLDER_STATE,
                      P.POLICY_HOLDER_ZIP_CD
                 FROM INSURNCE.TCANCEL C
                      INNER JOIN INSURNCE.TPOLICY P
                          ON  C.CN_POLICY_NUMBER = P.POLICY_NUMBER
                 WHERE C.CN_REFUND_AMOUNT > 0
                   AND C.CN_REFUND_PAID_FLAG <> 'Y'
                 ORDER BY C.CN_POLICY_NUMBER, C.CN_CANCEL_DATE
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-CANCEL-DATE              PIC X(10).
               10  LNK-REFUND-METHOD            PIC X(8).
               10  LNK-REFUND-REF-NO            PIC X(15).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-RFD-POLICY-NUMBER        PIC X(10).
               10  LNK-RFD-CANCEL-DATE          PIC X(10).
               10  LNK-RFD-REFUND-AMOUNT        PIC S9(5)V9(2) COMP-3.
               10  LNK-RFD-PAYMENT-METHOD       PIC X(8).
               10  LNK-RFD-FNAME                PIC X(35).
               10  LNK-RFD-LNAME                PIC X(35).
               10  LNK-RFD-ADDR-1               PIC X(100).
               10  LNK-RFD-ADDR-2               PIC X(100).
               10  LNK-RFD-CITY                 PIC X(30).
               10  LNK-RFD-STATE                PIC X(2).
               10  LNK-RFD-ZIP                  PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-POLICY-NUMBER  TO CN-POLICY-NUMBER
           MOVE LNK-CANCEL-DATE    TO CN-CANCEL-DATE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'OPEN'
                   EXEC SQL OPEN REFUND-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 2000-FETCH-REFUND
               WHEN 'CLOSE'
                   EXEC SQL CLOSE REFUND-CURSOR END-EXEC
               WHEN 'PAID'
                   PERFORM 3000-MARK-PAID
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'RFDDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-REFUND.
           EXEC SQL
               FETCH REFUND-CURSOR
                   INTO :CN-POLICY-NUMBER, :CN-CANCEL-DATE,
                        :CN-REFUND-AMOUNT, :WS-RFD-PAYMENT-METHOD,
                        :WS-RFD-FNAME, :WS-RFD-LNAME,
                        :WS-RFD-ADDR-1, :WS-RFD-ADDR-2,
                        :WS-RFD-CITY, :WS-RFD-STATE, :WS-RFD-ZIP
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE CN-POLICY-NUMBER      TO LNK-RFD-POLICY-NUMBER
               MOVE CN-CANCEL-DATE        TO LNK-RFD-CANCEL-DATE
               MOVE CN-REFUND-AMOUNT      TO LNK-RFD-REFUND-AMOUNT
               MOVE WS-RFD-PAYMENT-METHOD TO LNK-RFD-PAYMENT-METHOD
               MOVE WS-RFD-FNAME          TO LNK-RFD-FNAME
               MOVE WS-RFD-LNAME          TO LNK-RFD-LNAME
               MOVE WS-RFD-ADDR-1         TO LNK-RFD-ADDR-1
               MOVE WS-RFD-ADDR-2         TO LNK-RFD-ADDR-2
               MOVE WS-RFD-CITY           TO LNK-RFD-CITY
               MOVE WS-RFD-STATE          TO LNK-RFD-STATE
               MOVE WS-RFD-ZIP            TO LNK-RFD-ZIP
           END-IF.

      *    MARKS ONE REFUND ISSUED. THE PAID-FLAG PREDICATE MAKES THE
      *    UPDATE A NO-OP (SQLCODE 100) IF ANOTHER RUN GOT THERE
      *    FIRST, SO THE CALLER CAN VOID ITS CHECK INSTEAD OF PAYING
      *    THE SAME REFUND TWICE.
       3000-MARK-PAID.
           MOVE LNK-REFUND-METHOD TO CN-REFUND-METHOD
           MOVE LNK-REFUND-REF-NO TO CN-REFUND-REF-NO
           EXEC SQL
               UPDATE INSURNCE.TCANCEL
               SET   CN_REFUND_PAID_FLAG = 'Y',
                     CN_REFUND_METHOD    = :CN-REFUND-METHOD,
                     CN_REFUND_REF_NO    = :CN-REFUND-REF-NO,
                     CN_REFUND_PAID_DATE = CURRENT DATE
                WHERE CN_POLICY_NUMBER    = :CN-POLICY-NUMBER
                  AND CN_CANCEL_DATE      = :CN-CANCEL-DATE
                  AND CN_REFUND_PAID_FLAG <> 'Y'
           END-EXEC.

       END PROGRAM RFDDRVR1.
