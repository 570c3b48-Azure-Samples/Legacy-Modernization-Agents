       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARR-MAINT-REQUEST ASSIGN TO 'ARRMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARR-MAINT-REPORT  ASSIGN TO 'ARRMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    HARDSHIP PAYMENT ARRANGEMENTS AGREED BY THE SERVICE DESK OR
      *    THE AGENT WITH A CUSTOMER WHO CANNOT PAY ON SCHEDULE:
      *      ARRANGE - A PROMISE TO PAY THE AMOUNT BY THE DATE GIVEN
      *                AGAINST THE RANGE OF INSTALLMENTS GIVEN; THE
      *                DUNNING CYCLE HOLDS THOSE STUBS WHILE IT STANDS
      *      CANCEL  - WITHDRAWS THE POLICY'S ACTIVE ARRANGEMENT; ITS
      *                STUBS GO BACK INTO DUNNING ON THE NEXT CYCLE
      *    AGREED-BY IS THE AGENT CODE OR DESK OPERATOR WHO TOOK THE
      *    CALL (THE REQUESTING USER WHEN LEFT BLANK).
       FD  ARR-MAINT-REQUEST.
       01  ARR-MAINT-REQUEST-REC.
           05  AMT-TRANS-TYPE            PIC X(8).
           05  AMT-POLICY-NUMBER         PIC X(10).
           05  AMT-FROM-INSTALL          PIC 9(2).
           05  AMT-TO-INSTALL            PIC 9(2).
           05  AMT-PROMISE-DATE          PIC X(10).
           05  AMT-PROMISE-AMOUNT        PIC 9(5)V99.
           05  AMT-AGREED-BY             PIC X(10).
           05  AMT-AUTH-USER             PIC X(8).
           05  FILLER                    PIC X(23).

       FD  ARR-MAINT-REPORT.
       01  ARR-MAINT-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.

      *    A HARDSHIP PROMISE IS A SHORT REPRIEVE - ANYTHING FURTHER
      *    OUT THAN THIS MANY BUSINESS DAYS NEEDS A REVISED PAYMENT
      *    PLAN, NOT AN ARRANGEMENT.
       01  WS-MAX-PROMISE-DAYS           PIC S9(4) COMP VALUE 45.
       01  WS-MAX-INSTALL-NO             PIC 9(2) VALUE 12.

       01  WS-REJECT-REASON              PIC X(50).
       01  WS-AGREED-BY                  PIC X(10).

       01  AUTDRVR1-AREA.
           10  WS-AU-OPERATION-TYPE        PIC X(10).
           10  WS-AU-USER-ID               PIC X(8).
           10  WS-AU-PROGRAM               PIC X(8).
           10  WS-AU-OPERATION             PIC X(10).
           10  WS-AU-ALLOWED               PIC X(1).
           10  WS-AU-SQLCODE               PIC S9(9) COMP.
           10  WS-AU-AUTHORIZED            PIC X(1).
           10  WS-AU-OUT-USER-ID           PIC X(8).
           10  WS-AU-OUT-PROGRAM           PIC X(8).
           10  WS-AU-OUT-OPERATION         PIC X(10).
           10  WS-AU-OUT-ALLOWED           PIC X(1).

       01  ARRDRVR1-AREA.
           10  WS-AR-OPERATION-TYPE        PIC X(10).
           10  WS-AR-PROCESS-DATE          PIC X(10).
           10  WS-AR-POLICY-NUMBER         PIC X(10).
           10  WS-AR-FROM-INSTALL          PIC S9(9) COMP.
           10  WS-AR-TO-INSTALL            PIC S9(9) COMP.
           10  WS-AR-PROMISE-DATE          PIC X(10).
           10  WS-AR-PROMISE-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-AR-AGREED-BY             PIC X(10).
           10  WS-AR-GRACE-DAYS            PIC S9(4) COMP.
           10  WS-AR-PERIOD-FROM           PIC X(10).
           10  WS-AR-PERIOD-TO             PIC X(10).
           10  WS-AR-UPDATE-USER           PIC X(8).
           10  WS-AR-SQLCODE               PIC S9(9) COMP.
           10  WS-AR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-AR-OUT-ENTER-DATE        PIC X(10).
           10  WS-AR-OUT-FROM-INSTALL      PIC S9(9) COMP.
           10  WS-AR-OUT-TO-INSTALL        PIC S9(9) COMP.
           10  WS-AR-OUT-PROMISE-DATE      PIC X(10).
           10  WS-AR-OUT-PROMISE-AMOUNT    PIC S9(5)V9(2) COMP-3.
           10  WS-AR-OUT-AGREED-BY         PIC X(10).
           10  WS-AR-OUT-STATUS            PIC X(1).
           10  WS-AR-OUT-STATUS-DATE       PIC X(10).
           10  WS-AR-OUT-PAID-AMOUNT       PIC S9(5)V9(2) COMP-3.
           10  WS-AR-OUT-UPDATE-USER       PIC X(8).
           10  WS-AR-ROWS-UPDATED          PIC S9(9) COMP.
           10  WS-AR-OUT-ACTIVE-CNT        PIC S9(9) COMP.
           10  WS-AR-OUT-ACTIVE-TOTAL      PIC S9(9)V9(2) COMP-3.

       01  PAYDRVR1-AREA.
           10  WS-PY-OPERATION-TYPE        PIC X(10).
           10  WS-PY-POLICY-NUMBER         PIC X(10).
           10  WS-PY-INSTALL-NO            PIC S9(9) COMP.
           10  WS-PY-AMOUNT                PIC S9(5)V9(2) COMP-3.
           10  WS-PY-DUE-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-PY-DUE-DATE              PIC X(10).
           10  WS-PY-RECEIPT-DATE          PIC X(10).
           10  WS-PY-PAY-STATUS            PIC X(1).
           10  WS-PY-PAY-SOURCE            PIC X(8).
           10  WS-PY-SQLCODE               PIC S9(9) COMP.
           10  WS-PY-POL-HOLDER-FNAME      PIC X(35).
           10  WS-PY-POL-HOLDER-LNAME      PIC X(35).
           10  WS-PY-POL-HOLDER-STATE      PIC X(2).
           10  WS-PY-POL-TYPE              PIC X(50).
           10  WS-PY-POL-EXPIRY-DATE       PIC X(10).
           10  WS-PY-POL-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-PY-POL-PAYMENT-FREQ      PIC X(10).
           10  WS-PY-POL-CONTACT-PREF      PIC X(1).
           10  WS-PY-POL-PREF-LANGUAGE     PIC X(2).
           10  WS-PY-PAID-AMOUNT           PIC S9(7)V9(2) COMP-3.
           10  WS-PY-PAID-STATUS           PIC X(1).
           10  WS-PY-POL-HOLDER-ADDR-1     PIC X(100).
           10  WS-PY-POL-HOLDER-ADDR-2     PIC X(100).
           10  WS-PY-POL-HOLDER-CITY       PIC X(30).
           10  WS-PY-POL-HOLDER-ZIP-CD     PIC X(10).

       01  DATESRV1-AREA.
           10  WS-DT-OPERATION-TYPE        PIC X(10).
           10  WS-DT-STATE                 PIC X(2).
           10  WS-DT-DATE                  PIC X(10).
           10  WS-DT-DATE-2                PIC X(10).
           10  WS-DT-DAYS-IN               PIC S9(4) COMP.
           10  WS-DT-RETURN-CODE           PIC X(2).
           10  WS-DT-BUSDAY-FLAG           PIC X(1).
           10  WS-DT-RESULT-DATE           PIC X(10).
           10  WS-DT-DAYS-OUT              PIC S9(9) COMP.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(44)
               VALUE 'HARDSHIP PAYMENT ARRANGEMENT MAINTENANCE - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(78) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'POLICY:'.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'INST: '.
           05  RPT-RES-FROM-INSTALL      PIC Z9.
           05  FILLER                    PIC X(1)  VALUE '-'.
           05  RPT-RES-TO-INSTALL        PIC Z9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'BY: '.
           05  RPT-RES-PROMISE-DATE      PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RPT-RES-PROMISE-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(50).

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(10) VALUE 'ACCEPTED: '.
           05  RPT-TOT-ACCEPTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REQUESTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           OPEN INPUT  ARR-MAINT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARR-MAINT-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT ARR-MAINT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARR-MAINT-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE ARR-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           MOVE SPACES             TO WS-REJECT-REASON
           MOVE AMT-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE AMT-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER
           MOVE 0                  TO RPT-RES-FROM-INSTALL
                                      RPT-RES-TO-INSTALL
                                      RPT-RES-PROMISE-AMOUNT
           MOVE SPACES             TO RPT-RES-PROMISE-DATE
           IF AMT-FROM-INSTALL NUMERIC AND AMT-TO-INSTALL NUMERIC
               MOVE AMT-FROM-INSTALL   TO RPT-RES-FROM-INSTALL
               MOVE AMT-TO-INSTALL     TO RPT-RES-TO-INSTALL
           END-IF

           PERFORM 2150-CHECK-AUTHORITY
           IF AMT-POLICY-NUMBER = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - POLICY NUMBER MISSING'
                                       TO RPT-RES-RESULT
           ELSE
           IF WS-AU-AUTHORIZED NOT = 'Y'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           ELSE
           EVALUATE AMT-TRANS-TYPE
               WHEN 'ARRANGE'
                   PERFORM 2100-APPLY-ARRANGE
               WHEN 'CANCEL'
                   PERFORM 2200-APPLY-CANCEL
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - INVALID TRANSACTION TYPE'
                                       TO RPT-RES-RESULT
           END-EVALUATE
           END-IF
           END-IF
           WRITE ARR-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

      *    HOLDING A CUSTOMER OUT OF DUNNING IS A COLLECTIONS DECISION
      *    - THE USER MUST HOLD A TOPERAUT GRANT FOR THIS PROGRAM AND
      *    TRANSACTION TYPE, DENY-BY-DEFAULT AS IN THE OTHER
      *    MAINTENANCE RUNS.
       2150-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AU-AUTHORIZED
           IF AMT-AUTH-USER NOT = SPACES
               MOVE 'CHECK'        TO WS-AU-OPERATION-TYPE
               MOVE AMT-AUTH-USER  TO WS-AU-USER-ID
               MOVE 'ARRMNT1'      TO WS-AU-PROGRAM
               MOVE AMT-TRANS-TYPE TO WS-AU-OPERATION
               CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           END-IF.

      *    ONE ACTIVE ARRANGEMENT PER POLICY - A REVISED PROMISE
      *    CANCELS THE OLD ONE FIRST, SO THE KEPT/BROKEN RECORD OF
      *    EACH PROMISE STAYS HONEST.
       2100-APPLY-ARRANGE.
           PERFORM 2500-VALIDATE-PROMISE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2510-GET-POLICY
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2520-GET-ACTIVE-ARRANGEMENT
               IF WS-AR-SQLCODE = 0
                   MOVE 'REJECTED - ARRANGEMENT ACTIVE - CANCEL FIRST'
                                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE WS-REJECT-REASON   TO RPT-RES-RESULT
           ELSE
               IF AMT-AGREED-BY = SPACES
                   MOVE AMT-AUTH-USER  TO WS-AGREED-BY
               ELSE
                   MOVE AMT-AGREED-BY  TO WS-AGREED-BY
               END-IF
               MOVE 'ADD'              TO WS-AR-OPERATION-TYPE
               MOVE WS-CURRENT-DATE    TO WS-AR-PROCESS-DATE
               MOVE AMT-POLICY-NUMBER  TO WS-AR-POLICY-NUMBER
               MOVE AMT-FROM-INSTALL   TO WS-AR-FROM-INSTALL
               MOVE AMT-TO-INSTALL     TO WS-AR-TO-INSTALL
               MOVE AMT-PROMISE-DATE   TO WS-AR-PROMISE-DATE
               MOVE AMT-PROMISE-AMOUNT TO WS-AR-PROMISE-AMOUNT
               MOVE WS-AGREED-BY       TO WS-AR-AGREED-BY
               MOVE AMT-AUTH-USER      TO WS-AR-UPDATE-USER
               CALL 'ARRDRVR1' USING ARRDRVR1-AREA
               IF WS-AR-SQLCODE = 0
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE 'ARRANGED - STUBS HELD FROM DUNNING'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - ALREADY ARRANGED TODAY'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2200-APPLY-CANCEL.
           PERFORM 2520-GET-ACTIVE-ARRANGEMENT
           IF WS-AR-SQLCODE = 0
               MOVE WS-AR-OUT-FROM-INSTALL TO RPT-RES-FROM-INSTALL
               MOVE WS-AR-OUT-TO-INSTALL   TO RPT-RES-TO-INSTALL
               MOVE WS-AR-OUT-PROMISE-DATE TO RPT-RES-PROMISE-DATE
               MOVE WS-AR-OUT-PROMISE-AMOUNT
                                           TO RPT-RES-PROMISE-AMOUNT
           END-IF
           MOVE 'CANCEL'           TO WS-AR-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-AR-PROCESS-DATE
           MOVE AMT-POLICY-NUMBER  TO WS-AR-POLICY-NUMBER
           MOVE AMT-AUTH-USER      TO WS-AR-UPDATE-USER
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA
           IF WS-AR-SQLCODE = 100
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - NO ACTIVE ARRANGEMENT'
                                       TO RPT-RES-RESULT
           ELSE
               ADD 1 TO WS-ACCEPTED-CNT
               MOVE 'CANCELLED - STUBS RETURN TO DUNNING'
                                       TO RPT-RES-RESULT
           END-IF.

      *    THE PROMISE MUST COVER REAL INSTALLMENTS IN ORDER, BE FOR
      *    MONEY, AND FALL ON A VALID DATE AFTER TODAY WITHIN THE
      *    BUSINESS-DAY LIMIT.
       2500-VALIDATE-PROMISE.
           MOVE SPACES TO WS-REJECT-REASON
           IF AMT-FROM-INSTALL NOT NUMERIC
                   OR AMT-TO-INSTALL NOT NUMERIC
               MOVE 'REJECTED - INSTALLMENT RANGE NOT NUMERIC'
                                       TO WS-REJECT-REASON
           ELSE
           IF AMT-FROM-INSTALL = 0
                   OR AMT-TO-INSTALL < AMT-FROM-INSTALL
                   OR AMT-TO-INSTALL > WS-MAX-INSTALL-NO
               MOVE 'REJECTED - INSTALLMENT RANGE INVALID'
                                       TO WS-REJECT-REASON
           ELSE
           IF AMT-PROMISE-AMOUNT NOT NUMERIC
                   OR AMT-PROMISE-AMOUNT = 0
               MOVE 'REJECTED - PROMISED AMOUNT MISSING'
                                       TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE AMT-PROMISE-DATE   TO RPT-RES-PROMISE-DATE
               MOVE AMT-PROMISE-AMOUNT TO RPT-RES-PROMISE-AMOUNT
               MOVE 'BUSDAYS'          TO WS-DT-OPERATION-TYPE
               MOVE SPACES             TO WS-DT-STATE
               MOVE WS-CURRENT-DATE    TO WS-DT-DATE
               MOVE AMT-PROMISE-DATE   TO WS-DT-DATE-2
               MOVE 0                  TO WS-DT-DAYS-OUT
               CALL 'DATESRV1' USING DATESRV1-AREA
               IF WS-DT-RETURN-CODE = '04'
                   MOVE 'REJECTED - PROMISE DATE INVALID'
                                       TO WS-REJECT-REASON
               ELSE
               IF WS-DT-DAYS-OUT = 0
                   MOVE 'REJECTED - PROMISE DATE NOT AFTER TODAY'
                                       TO WS-REJECT-REASON
               ELSE
               IF WS-DT-DAYS-OUT > WS-MAX-PROMISE-DAYS
                   MOVE 'REJECTED - PROMISE DATE TOO FAR OUT'
                                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF.

       2510-GET-POLICY.
           MOVE 'GETPOL'           TO WS-PY-OPERATION-TYPE
           MOVE AMT-POLICY-NUMBER  TO WS-PY-POLICY-NUMBER
           MOVE 0                  TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 100
               MOVE 'REJECTED - POLICY NOT ON FILE'
                                       TO WS-REJECT-REASON
           END-IF.

       2520-GET-ACTIVE-ARRANGEMENT.
           MOVE 'GETACT'           TO WS-AR-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-AR-PROCESS-DATE
           MOVE AMT-POLICY-NUMBER  TO WS-AR-POLICY-NUMBER
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA.

       2050-READ-REQUEST-PARA.
           READ ARR-MAINT-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT  TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT  TO RPT-TOT-REJECTED
           WRITE ARR-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE ARR-MAINT-REQUEST
           CLOSE ARR-MAINT-REPORT.

       END PROGRAM ARRMNT1.
