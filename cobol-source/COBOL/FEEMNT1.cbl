       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-MAINT-REQUEST ASSIGN TO 'FEEMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEE-MAINT-REPORT  ASSIGN TO 'FEEMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE DESK ACTION AGAINST A LATE FEE DUNCYCL1 ASSESSED:
      *      WAIVE - RELEASE THE OPEN FEE ON POLICY/INSTALLMENT (THE
      *              PAST-DUE INSTALLMENT THE FEE WAS CHARGED FOR)
      *    THE REASON CODE IS ONE OF THOSE LISTED IN DFEEWAIV.
       FD  FEE-MAINT-REQUEST.
       01  FEE-MAINT-REQUEST-REC.
           05  FMR-TRANS-TYPE            PIC X(8).
           05  FMR-POLICY-NUMBER         PIC X(10).
           05  FMR-INSTALL-NO            PIC 9(2).
           05  FMR-REASON-CODE           PIC X(4).
               88  FMR-REASON-VALID      VALUE 'FRST' 'HARD' 'BANK'
                                               'SERV' 'DSTR'.
           05  FMR-AUTH-USER             PIC X(8).
           05  FILLER                    PIC X(48).

       FD  FEE-MAINT-REPORT.
       01  FEE-MAINT-REPORT-REC          PIC X(132).

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
       01  WS-WAIVED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-FEE-AMOUNT                 PIC 9(5)V99 VALUE 0.

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
           10  WS-PY-FEE-COUNT             PIC S9(9) COMP.
           10  WS-PY-WAIVE-REASON          PIC X(4).
           10  WS-PY-WAIVE-USER            PIC X(8).

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'FEEMNT1'.
           10  WS-GL-DEBIT-ACCOUNT         PIC X(10).
           10  WS-GL-CREDIT-ACCOUNT        PIC X(10).
           10  WS-GL-AMOUNT                PIC S9(9)V99 COMP-3.
           10  WS-GL-REF-TYPE              PIC X(1).
           10  WS-GL-REFERENCE             PIC X(10).
           10  WS-GL-DESCRIPTION           PIC X(20).
           10  WS-GL-STATUS-CODE           PIC X(2).

       01  WS-GL-ACCOUNTS.
           COPY GLACCTS.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(26)
               VALUE 'LATE-FEE MAINTENANCE RUN -'.
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'POLICY:'.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(1)  VALUE '/'.
           05  RPT-RES-INSTALL-NO        PIC Z9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'REASON:'.
           05  RPT-RES-REASON            PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'USER:'.
           05  RPT-RES-USER              PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'FEE:'.
           05  RPT-RES-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(3)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(10) VALUE 'ACCEPTED: '.
           05  RPT-TOT-ACCEPTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL             PIC X(30).
           05  RPT-AMT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(88) VALUE SPACES.

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

           OPEN INPUT  FEE-MAINT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEE-MAINT-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT FEE-MAINT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEE-MAINT-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE FEE-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           MOVE FMR-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE FMR-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER
           MOVE FMR-INSTALL-NO     TO RPT-RES-INSTALL-NO
           MOVE FMR-REASON-CODE    TO RPT-RES-REASON
           MOVE FMR-AUTH-USER      TO RPT-RES-USER
           MOVE 0                  TO RPT-RES-AMOUNT

           PERFORM 2150-CHECK-AUTHORITY
           IF FMR-POLICY-NUMBER = SPACES
                   OR FMR-INSTALL-NO NOT NUMERIC
                   OR FMR-INSTALL-NO = 0
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - POLICY/INSTALLMENT MISSING'
                                       TO RPT-RES-RESULT
           ELSE
           IF WS-AU-AUTHORIZED NOT = 'Y'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           ELSE
           EVALUATE FMR-TRANS-TYPE
               WHEN 'WAIVE'
                   PERFORM 2100-WAIVE-FEE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - INVALID TRANSACTION TYPE'
                                       TO RPT-RES-RESULT
           END-EVALUATE
           END-IF
           END-IF
           WRITE FEE-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

      *    DENY-BY-DEFAULT: A FEE IS WAIVED ONLY ON THE WORD OF A USER
      *    HOLDING A TOPERAUT GRANT FOR THIS PROGRAM AND THE ACTION
      *    REQUESTED.
       2150-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AU-AUTHORIZED
           IF FMR-AUTH-USER NOT = SPACES
               MOVE 'CHECK'        TO WS-AU-OPERATION-TYPE
               MOVE FMR-AUTH-USER  TO WS-AU-USER-ID
               MOVE 'FEEMNT1'      TO WS-AU-PROGRAM
               MOVE FMR-TRANS-TYPE TO WS-AU-OPERATION
               CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           END-IF.

      *    ONLY AN OPEN FEE CAN BE WAIVED - ONE ALREADY COLLECTED WITH
      *    THE NEXT INSTALLMENT IS A REFUND FOR THE CASH DESK. THE
      *    WAIVER REVERSES THE INCOME DUNCYCL1 BOOKED AT ASSESSMENT.
       2100-WAIVE-FEE.
           IF NOT FMR-REASON-VALID
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - INVALID REASON CODE'
                                       TO RPT-RES-RESULT
           ELSE
           MOVE 'GETFEE'           TO WS-PY-OPERATION-TYPE
           MOVE FMR-POLICY-NUMBER  TO WS-PY-POLICY-NUMBER
           COMPUTE WS-PY-INSTALL-NO = FMR-INSTALL-NO + 100
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 100
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - NO FEE ON INSTALLMENT'
                                       TO RPT-RES-RESULT
           ELSE
           MOVE WS-PY-PAID-AMOUNT  TO WS-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT      TO RPT-RES-AMOUNT
           IF WS-PY-PAID-STATUS NOT = 'F'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - FEE ALREADY WAIVED/COLLECTED'
                                       TO RPT-RES-RESULT
           ELSE
               MOVE 'FEEWAIVE'         TO WS-PY-OPERATION-TYPE
               MOVE WS-FEE-AMOUNT      TO WS-PY-DUE-AMOUNT
               MOVE WS-CURRENT-DATE    TO WS-PY-RECEIPT-DATE
               MOVE FMR-REASON-CODE    TO WS-PY-WAIVE-REASON
               MOVE FMR-AUTH-USER      TO WS-PY-WAIVE-USER
               CALL 'PAYDRVR1' USING PAYDRVR1-AREA
               IF WS-PY-SQLCODE = 0
                   ADD 1 TO WS-ACCEPTED-CNT
                   ADD WS-FEE-AMOUNT TO WS-WAIVED-TOTAL
                   MOVE 'COMPLETED - WAIVED' TO RPT-RES-RESULT
                   PERFORM 2400-JOURNAL-WAIVER
               ELSE
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - FEE ALREADY WAIVED/COLLECTED'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF
           END-IF
           END-IF.

       2400-JOURNAL-WAIVER.
           MOVE 'POST'                  TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-LATE-FEE-INCOME TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-LATE-FEE-RECV   TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-FEE-AMOUNT           TO WS-GL-AMOUNT
           MOVE 'P'                     TO WS-GL-REF-TYPE
           MOVE FMR-POLICY-NUMBER       TO WS-GL-REFERENCE
           MOVE 'LATE FEE WAIVED'       TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

       2050-READ-REQUEST-PARA.
           READ FEE-MAINT-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           WRITE FEE-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'TOTAL LATE FEES WAIVED:'  TO RPT-AMT-LABEL
           MOVE WS-WAIVED-TOTAL            TO RPT-AMT-AMOUNT
           WRITE FEE-MAINT-REPORT-REC FROM RPT-AMOUNT-LINE

           MOVE 'CONTROL'              TO WS-GL-OPERATION-TYPE
           MOVE WS-WAIVED-TOTAL        TO WS-GL-AMOUNT
           MOVE 'LATE FEES WAIVED'     TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE FEE-MAINT-REQUEST
           CLOSE FEE-MAINT-REPORT.

       END PROGRAM FEEMNT1.
