           SELECT RENEWAL-CAPTURE-REPORT ASSIGN TO 'RNWLCAPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BINDING-EXCEPTION-REPORT ASSIGN TO 'RNWLEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENEWAL-CAPTURE-REPORT.
       01  RENEWAL-CAPTURE-REPORT-REC    PIC X(132).

      *    RENEWALS BOUND BY CASH (RNWBIND1) THAT THE FEED DISAGREES
      *    WITH - THE BINDING HAS BEEN CORRECTED TO THE FEED'S TERM
      *    AND PREMIUM AND NEEDS REVIEW BY POLICY SERVICES.
       FD  BINDING-EXCEPTION-REPORT.
       01  BINDING-EXCEPTION-REPORT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.

       01  WS-RECORDED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-ROLLED-CNT                 PIC 9(7) VALUE 0.
       01  WS-CONFIRMED-CNT              PIC 9(7) VALUE 0.
       01  WS-CONTRADICTED-CNT           PIC 9(7) VALUE 0.

      *    THE RENEWAL DATE THE EVENT IS RECORDED UNDER - THE FEED'S,
      *    OR THE FIRST OPEN DATE WHEN THE FEED'S FALLS IN AN
      *    ACCOUNTING PERIOD THAT HAS ALREADY CLOSED (TACCTPER).
       01  WS-RENEWAL-DATE               PIC X(10).

       01  DBDRIVR7-AREA.
           10  WS-D7-OPERATION-TYPE        PIC X(10).
           10  WS-D7-CHANNEL               PIC X(10).
           10  WS-D7-SQLCODE               PIC S9(9) COMP.
           10  WS-D7-OLD-EXPIRY-DATE       PIC X(10).
           10  WS-D7-EVENT-RESULT          PIC X(1).
           10  WS-D7-BOUND-NEW-EXPIRY      PIC X(10).
           10  WS-D7-BOUND-RENEWAL-DATE    PIC X(10).
           10  WS-D7-BOUND-PREMIUM         PIC S9(5)V9(2) COMP-3.

       01  PERDRVR1-AREA.
           10  WS-PR-OPERATION-TYPE        PIC X(10).
           10  WS-PR-PER-DATE              PIC X(10).
           10  WS-PR-PER-START-DATE        PIC X(10).
           10  WS-PR-PER-END-DATE          PIC X(10).
           10  WS-PR-CLOSED-BY             PIC X(8).
           10  WS-PR-SQLCODE               PIC S9(9) COMP.
           10  WS-PR-PER-STATUS            PIC X(1).
           10  WS-PR-OPEN-DATE             PIC X(10).

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
           05  FILLER                    PIC X(30)
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(16)
               VALUE 'ROLLED FORWARD: '.
           05  RPT-TOT-ROLLED            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(16)
               VALUE 'CASH CONFIRMED: '.
           05  RPT-TOT-CONFIRMED         PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE 'CONTRADICTED: '.
           05  RPT-TOT-CONTRADICTED      PIC ZZZZZZ9.
           05  FILLER                    PIC X(11) VALUE SPACES.

      *    PRINTED AHEAD OF THE RESULT LINE FOR EVERY RENEWAL MOVED
      *    OUT OF A CLOSED PERIOD.
       01  RPT-ROLL-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-ROL-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'RENEWED: '.
           05  RPT-ROL-OLD-DATE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(39)
               VALUE 'PERIOD CLOSED - ROLLED FORWARD TO:     '.
           05  RPT-ROL-NEW-DATE          PIC X(10).
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  EXC-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'CASH BINDINGS CONTRADICTED BY FEED - '.
           05  EXC-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  EXC-DETAIL-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  EXC-POLICY-NUMBER         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'OLD EXPIRY: '.
           05  EXC-OLD-EXPIRY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'BOUND: '.
           05  EXC-BOUND-EXPIRY          PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  EXC-BOUND-PREMIUM         PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'FEED: '.
           05  EXC-FEED-EXPIRY           PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  EXC-FEED-PREMIUM          PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'BOUND ON: '.
           05  EXC-BOUND-DATE            PIC X(10).
           05  FILLER                    PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT BINDING-EXCEPTION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BINDING-EXCEPTION-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
                                   EXC-HDR-DATE
           WRITE RENEWAL-CAPTURE-REPORT-REC FROM RPT-HEADER-LINE
           WRITE BINDING-EXCEPTION-REPORT-REC FROM EXC-HEADER-LINE

           PERFORM 2050-READ-FEED-PARA.

       2000-PROCESS-PARA.
           PERFORM 2010-CHECK-POSTING-PERIOD
           MOVE 'RECORD'              TO WS-D7-OPERATION-TYPE
           MOVE RNW-POLICY-NUMBER     TO WS-D7-POLICY-NUMBER
           MOVE RNW-NEW-EXPIRY-DATE   TO WS-D7-NEW-EXPIRY-DATE
           MOVE WS-RENEWAL-DATE       TO WS-D7-RENEWAL-DATE
           MOVE RNW-PREMIUM-AMOUNT    TO WS-D7-PREMIUM-AMOUNT
           MOVE RNW-CHANNEL           TO WS-D7-CHANNEL
           CALL 'DBDRIVR7' USING DBDRIVR7-AREA
           MOVE RNW-POLICY-NUMBER     TO RPT-RES-POLICY-NUMBER
           MOVE WS-D7-OLD-EXPIRY-DATE TO RPT-RES-OLD-EXPIRY
           MOVE RNW-NEW-EXPIRY-DATE   TO RPT-RES-NEW-EXPIRY
      *    A TERM ALREADY BOUND BY CASH IS NOT RECORDED AGAIN - THE
      *    FEED EITHER CONFIRMS THE BINDING OR CORRECTS IT.
           EVALUATE TRUE
               WHEN WS-D7-SQLCODE = 0 AND WS-D7-EVENT-RESULT = 'C'
                   ADD 1 TO WS-CONFIRMED-CNT
                   MOVE 'CASH BINDING CONFIRMED - NOT DUPLICATED'
                                     TO RPT-RES-RESULT
               WHEN WS-D7-SQLCODE = 0 AND WS-D7-EVENT-RESULT = 'X'
                   ADD 1 TO WS-CONTRADICTED-CNT
                   MOVE 'CASH BINDING CORRECTED - SEE EXCEPTIONS'
                                     TO RPT-RES-RESULT
                   PERFORM 2020-WRITE-BINDING-EXCEPTION
               WHEN WS-D7-SQLCODE = 0
                   ADD 1 TO WS-RECORDED-CNT
                   MOVE 'RECORDED' TO RPT-RES-RESULT
               WHEN WS-D7-SQLCODE = 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - POLICY NOT ON TPOLICY'
                                     TO RPT-RES-RESULT
                                     TO RPT-RES-RESULT
           END-EVALUATE
           WRITE RENEWAL-CAPTURE-REPORT-REC FROM RPT-RESULT-LINE
           IF WS-D7-SQLCODE = 0
               PERFORM 2030-RECORD-TERM-HISTORY
           END-IF

           PERFORM 2050-READ-FEED-PARA.

      *    A RENEWAL DATED IN A CLOSED PERIOD IS RECORDED ON THE FIRST
      *    OPEN DATE INSTEAD, SO THE CLOSED MONTH'S COMMISSION AND TAX
      *    FIGURES (BOTH SELECTED BY RENEWAL DATE) STAY AS REPORTED.
      *    THE NEW EXPIRY DATE IS THE POLICY'S OWN AND IS NOT MOVED.
       2010-CHECK-POSTING-PERIOD.
           MOVE RNW-RENEWAL-DATE      TO WS-RENEWAL-DATE
           MOVE 'CHECK'               TO WS-PR-OPERATION-TYPE
           MOVE RNW-RENEWAL-DATE      TO WS-PR-PER-DATE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-SQLCODE = 0 AND WS-PR-PER-STATUS = 'C'
               MOVE WS-PR-OPEN-DATE   TO WS-RENEWAL-DATE
               ADD 1                  TO WS-ROLLED-CNT
               MOVE RNW-POLICY-NUMBER TO RPT-ROL-POLICY-NUMBER
               MOVE RNW-RENEWAL-DATE  TO RPT-ROL-OLD-DATE
               MOVE WS-RENEWAL-DATE   TO RPT-ROL-NEW-DATE
               WRITE RENEWAL-CAPTURE-REPORT-REC FROM RPT-ROLL-LINE
           END-IF.

       2020-WRITE-BINDING-EXCEPTION.
           MOVE RNW-POLICY-NUMBER        TO EXC-POLICY-NUMBER
           MOVE WS-D7-OLD-EXPIRY-DATE    TO EXC-OLD-EXPIRY
           MOVE WS-D7-BOUND-NEW-EXPIRY   TO EXC-BOUND-EXPIRY
           MOVE WS-D7-BOUND-PREMIUM      TO EXC-BOUND-PREMIUM
           MOVE RNW-NEW-EXPIRY-DATE      TO EXC-FEED-EXPIRY
           MOVE RNW-PREMIUM-AMOUNT       TO EXC-FEED-PREMIUM
           MOVE WS-D7-BOUND-RENEWAL-DATE TO EXC-BOUND-DATE
           WRITE BINDING-EXCEPTION-REPORT-REC FROM EXC-DETAIL-LINE.

      *    CLOSES THE EXPIRING TERM AS RENEWED AND OPENS THE NEW ONE
      *    ON TPOLTERM. A CONFIRMED OR CORRECTED CASH BINDING GOES
      *    THROUGH THE SAME WAY - THE TERM ROWS ARE BROUGHT INTO LINE
      *    WITH THE FEED, NOT ADDED TWICE.
       2030-RECORD-TERM-HISTORY.
           MOVE 'RENEW'               TO WS-PT-OPERATION-TYPE
           MOVE RNW-POLICY-NUMBER     TO WS-PT-POLICY-NUMBER
           MOVE SPACES                TO WS-PT-TERM-START-DATE
           MOVE WS-D7-OLD-EXPIRY-DATE TO WS-PT-TERM-EXPIRY-DATE
           MOVE RNW-NEW-EXPIRY-DATE   TO WS-PT-NEW-EXPIRY-DATE
           MOVE WS-RENEWAL-DATE       TO WS-PT-OUTCOME-DATE
           MOVE RNW-CHANNEL           TO WS-PT-OUTCOME-REASON
           MOVE RNW-PREMIUM-AMOUNT    TO WS-PT-PREMIUM-AMOUNT
           MOVE 0                     TO WS-PT-PRIOR-PREMIUM
           MOVE 'RNWLCAP1'            TO WS-PT-SOURCE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

       2050-READ-FEED-PARA.
           READ RENEWAL-FEED-FILE
               AT END
       9000-FINALIZE-PARA.
           MOVE WS-RECORDED-CNT TO RPT-TOT-RECORDED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           MOVE WS-ROLLED-CNT   TO RPT-TOT-ROLLED
           MOVE WS-CONFIRMED-CNT    TO RPT-TOT-CONFIRMED
           MOVE WS-CONTRADICTED-CNT TO RPT-TOT-CONTRADICTED
           WRITE RENEWAL-CAPTURE-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE RENEWAL-FEED-FILE
           CLOSE RENEWAL-CAPTURE-REPORT
           CLOSE BINDING-EXCEPTION-REPORT.

       END PROGRAM RNWLCAP1.
