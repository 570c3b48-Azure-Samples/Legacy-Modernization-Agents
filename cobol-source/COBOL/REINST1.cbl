       01  WS-OUT-OF-GRACE-CNT           PIC 9(7) VALUE 0.
       01  WS-NOT-FOUND-CNT              PIC 9(7) VALUE 0.
       01  WS-LETTER-CNT                 PIC 9(7) VALUE 0.
       01  WS-CLOSED-PERIOD-CNT          PIC 9(7) VALUE 0.

       01  DBDRIVR2-AREA.
           10  WS-DBDRIVR2-OPERATION-TYPE  PIC X(10).
           10  WS-DBDRIVR6-SQLCODE         PIC S9(9) COMP.
           10  WS-DBDRIVR6-MSG-TEXT        PIC X(100).

       01  PERDRVR1-AREA.
           10  WS-PR-OPERATION-TYPE        PIC X(10).
           10  WS-PR-PER-DATE              PIC X(10).
           10  WS-PR-PER-START-DATE        PIC X(10).
           10  WS-PR-PER-END-DATE          PIC X(10).
           10  WS-PR-CLOSED-BY             PIC X(8).
           10  WS-PR-SQLCODE               PIC S9(9) COMP.
           10  WS-PR-PER-STATUS            PIC X(1).
           10  WS-PR-OPEN-DATE             PIC X(10).

       01  RINDRVR1-AREA.
           10  WS-RI-OPERATION-TYPE        PIC X(10).
           10  WS-RI-POLICY-NUMBER         PIC X(10).
           10  WS-RI-OUT-POLICY-TYPE       PIC X(50).
           10  WS-RI-OUT-AGENT-CODE        PIC X(10).

       01  TRMDRVR1-AREA.
           10  WS-PT-OPERATION-TYPE        PIC X(10).
           10  WS-PT-POLICY-NUMBER         PIC X(10).
           10  WS-PT-TERM-START-DATE       PIC X(10).
           10  WS-PT-TERM-EXPIRY-DATE      PIC X(10).
           10  WS-PT-NEW-EXPIRY-DATE       PIC X(10).
           10  WS-PT-OUTCOME-DATE          PIC X(10).
           10  WS-PT-OUTCOME-REASON        PIC X(10).
           10  WS-PT-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-PT-PRIOR-PREMIUM         PIC S9(5)V9(2) COMP-3.
           10  WS-PT-SOURCE                PIC X(8).
           10  WS-PT-GRACE-DAYS            PIC S9(4) COMP.
           10  WS-PT-PROCESS-DATE          PIC X(10).
           10  WS-PT-SQLCODE               PIC S9(9) COMP.
           10  WS-PT-ROW-CNT               PIC S9(9) COMP.
           10  WS-PT-TERM-OPENED           PIC X(1).
           10  WS-PT-NEXT-TERM             PIC X(1).
           10  WS-PT-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-PT-OUT-DATE-1            PIC X(10).
           10  WS-PT-OUT-DATE-2            PIC X(10).
           10  WS-PT-OUT-DATE-3            PIC X(10).
           10  WS-PT-OUT-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-PT-OUT-REASON            PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(32)
               VALUE 'POLICY REINSTATEMENT RUN -      '.
           05  RPT-TOT-LETTERS           PIC ZZZZZZ9.
           05  FILLER                    PIC X(55) VALUE SPACES.

       01  RPT-CLOSED-LINE.
           05  FILLER                    PIC X(39)
               VALUE 'REJECTED - DATED IN A CLOSED PERIOD:  '.
           05  RPT-CLS-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(21)
               VALUE 'FIRST OPEN DATE NOW: '.
           05  RPT-CLS-OPEN-DATE         PIC X(10).
           05  FILLER                    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           MOVE RIN-PAID-DATE     TO RPT-RES-PAID-DATE
           MOVE SPACES            TO RPT-RES-NEW-EXPIRY

      *    A PAYMENT DATED IN A CLOSED ACCOUNTING PERIOD IS NOT ROLLED
      *    FORWARD - THE PAID DATE DECIDES THE GRACE WINDOW, SO
      *    MOVING IT COULD TURN A GOOD REINSTATEMENT INTO A LAPSE. IT
      *    IS REJECTED FOR THE CASH DESK TO RE-ENTER UNDER AN OPEN
      *    DATE, AND THE POLICY IS LEFT AS IT IS.
           MOVE 'CHECK'             TO WS-PR-OPERATION-TYPE
           MOVE RIN-PAID-DATE       TO WS-PR-PER-DATE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-SQLCODE = 0 AND WS-PR-PER-STATUS = 'C'
               ADD 1 TO WS-CLOSED-PERIOD-CNT
               MOVE WS-PR-OPEN-DATE TO RPT-CLS-OPEN-DATE
               MOVE 'REJECTED - ACCOUNTING PERIOD CLOSED'
                                       TO RPT-RES-RESULT
           ELSE
               PERFORM 2100-REINSTATE-POLICY
           END-IF
           WRITE REINSTATE-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-FEED-PARA.

       2100-REINSTATE-POLICY.
           MOVE 'RECORD'            TO WS-RI-OPERATION-TYPE
           MOVE RIN-POLICY-NUMBER   TO WS-RI-POLICY-NUMBER
           MOVE RIN-PAID-DATE       TO WS-RI-PAID-DATE
                   ADD 1 TO WS-REINSTATED-CNT
                   MOVE WS-RI-NEW-EXPIRY-DATE TO RPT-RES-NEW-EXPIRY
                   MOVE 'REINSTATED' TO RPT-RES-RESULT
                   PERFORM 2110-REOPEN-POLICY-TERM
                   PERFORM 3000-SEND-CONFIRMATION
           END-EVALUATE.

      *    THE LAPSED TERM IS MARKED RENEWED BY REINSTATEMENT ON
      *    TPOLTERM AND THE TERM RINDRVR1 ROLLED TO IS OPENED.
       2110-REOPEN-POLICY-TERM.
           MOVE 'REINST'              TO WS-PT-OPERATION-TYPE
           MOVE RIN-POLICY-NUMBER     TO WS-PT-POLICY-NUMBER
           MOVE SPACES                TO WS-PT-TERM-START-DATE
           MOVE WS-RI-OLD-EXPIRY-DATE TO WS-PT-TERM-EXPIRY-DATE
           MOVE WS-RI-NEW-EXPIRY-DATE TO WS-PT-NEW-EXPIRY-DATE
           MOVE RIN-PAID-DATE         TO WS-PT-OUTCOME-DATE
           MOVE SPACES                TO WS-PT-OUTCOME-REASON
           MOVE 0                     TO WS-PT-PREMIUM-AMOUNT
                                         WS-PT-PRIOR-PREMIUM
           MOVE 'REINST1'             TO WS-PT-SOURCE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

       3000-SEND-CONFIRMATION.
           MOVE 'CHECK'                 TO WS-DBDRIVR2-OPERATION-TYPE
           END-IF
           PERFORM 3200-LOOKUP-CONFIRM-WORDING
           MOVE WS-CURRENT-DATE         TO WS-CUST-RUN-ID (1:10)
      *    THE RUN ID SUFFIX GIVES LTRCOMP1'S ARCHIVE INDEX THE
      *    DOCUMENT TYPE: 'RI' IS A REINSTATEMENT.
           MOVE 'RI'                    TO WS-CUST-RUN-ID (11:2)
           WRITE CUSTOMER-NOTIFY-RECORD
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-LETTER-CNT
           MOVE WS-NOT-FOUND-CNT    TO RPT-TOT-NOT-FOUND
           MOVE WS-LETTER-CNT       TO RPT-TOT-LETTERS
           WRITE REINSTATE-REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-CLOSED-PERIOD-CNT > 0
               MOVE WS-CLOSED-PERIOD-CNT TO RPT-CLS-CNT
               WRITE REINSTATE-REPORT-REC FROM RPT-CLOSED-LINE
           END-IF

           CLOSE REINSTATE-FEED-FILE
           CLOSE CUSTOMER-NOTIFY-FILE
