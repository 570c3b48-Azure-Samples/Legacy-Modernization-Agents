           05  CNF-POLICY-NUMBER         PIC X(10).
           05  CNF-CANCEL-DATE           PIC X(10).
           05  CNF-REASON                PIC X(10).
               88  CNF-REASON-NONPAY     VALUE 'NONPAY'.
               88  CNF-REASON-INSURED    VALUE 'INSURED' 'REQUEST'.
           05  FILLER                    PIC X(50).

       FD  CANCEL-CAPTURE-REPORT.
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-DAY                    PIC 9(2).

      *    THE RUN DATE IN DB2 FORM, FOR THE MORATORIUM CHECK AND AS
      *    THE CANCEL DATE OF A HELD CANCELLATION RELEASED THIS RUN.
       01  WS-PROCESS-DATE.
           05  WS-PRC-YEAR               PIC 9(4).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-PRC-MONTH              PIC 9(2).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-PRC-DAY                PIC 9(2).

       01  WS-RECORDED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REFUND-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-CLOSED-PERIOD-CNT          PIC 9(7) VALUE 0.
       01  WS-MOR-HELD-CNT               PIC 9(7) VALUE 0.
       01  WS-MOR-RELEASED-CNT           PIC 9(7) VALUE 0.

      *    DISASTER MORATORIUM (TMORATOR, SEE MORDRVR1). AN INSURER-
      *    INITIATED CANCELLATION FOR A POLICYHOLDER IN AN AREA UNDER
      *    A MORATORIUM FREEZING IT - NON-PAYMENT UNDER THE NON-PAYMENT
      *    FLAG, ANY OTHER INSURER REASON UNDER THE CANCELLATION FLAG -
      *    IS NOT CAPTURED. IT IS HELD ON TMORHOLD (REASON AND FEED
      *    DATE KEPT) AND RE-DRIVEN BY THE RELEASE PASS AT THE START OF
      *    THE FIRST RUN AFTER THE MORATORIUM ENDS, DATED THAT RUN -
      *    THE POLICY STAYED IN FORCE THROUGH THE MORATORIUM. A
      *    CANCELLATION THE INSURED ASKED FOR IS NEVER HELD.
       01  MORDRVR1-AREA.
           10  WS-MR-OPERATION-TYPE        PIC X(10).
           10  WS-MR-PROCESS-DATE          PIC X(10).
           10  WS-MR-POLICY-NUMBER         PIC X(10).
           10  WS-MR-ACTION                PIC X(8).
           10  WS-MR-SOURCE-PGM            PIC X(8) VALUE 'CANCAP1'.
           10  WS-MR-MORATORIUM-ID         PIC X(10).
           10  WS-MR-REF-DATE              PIC X(10).
           10  WS-MR-REF-TEXT              PIC X(10).
           10  WS-MR-GRACE-DAYS            PIC S9(4) COMP VALUE 0.
           10  WS-MR-SQLCODE               PIC S9(9) COMP.
           10  WS-MR-ROW-CNT               PIC S9(9) COMP.
           10  WS-MR-OUT-MORATORIUM-ID     PIC X(10).
           10  WS-MR-OUT-STATE             PIC X(2).
           10  WS-MR-OUT-EVENT-DESC        PIC X(40).
           10  WS-MR-OUT-START-DATE        PIC X(10).
           10  WS-MR-OUT-END-DATE          PIC X(10).
           10  WS-MR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-MR-OUT-ACTION            PIC X(8).
           10  WS-MR-OUT-SOURCE-PGM        PIC X(8).
           10  WS-MR-OUT-FIRST-HELD-DATE   PIC X(10).
           10  WS-MR-OUT-LAST-HELD-DATE    PIC X(10).
           10  WS-MR-OUT-HOLD-COUNT        PIC S9(4) COMP.
           10  WS-MR-OUT-REF-DATE          PIC X(10).
           10  WS-MR-OUT-REF-TEXT          PIC X(10).
           10  WS-MR-OUT-STATUS            PIC X(1).
           10  WS-MR-OUT-RELEASE-DATE      PIC X(10).
       01  WS-MOR-HOLD-SW                PIC X(1) VALUE 'N'.
           88  CANCEL-HELD               VALUE 'Y'.
       01  WS-REL-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-RELEASES           VALUE 'YES'.
       01  WS-REDRIVE-SW                 PIC X(1) VALUE 'N'.
           88  REDRIVING-HELD-CANCEL     VALUE 'Y'.
      *    THE HOLD BEING RE-DRIVEN - THE CURSOR ROW IS KEPT HERE AS
      *    THE CHECK AND HOLD CALLS REUSE THE DRIVER AREA.
       01  WS-REL-HOLD.
           05  WS-REL-MORATORIUM-ID      PIC X(10).
           05  WS-REL-POLICY-NUMBER      PIC X(10).
           05  WS-REL-ACTION             PIC X(8).
           05  WS-REL-FIRST-HELD-DATE    PIC X(10).
           05  WS-REL-REF-DATE           PIC X(10).
           05  WS-REL-REF-TEXT           PIC X(10).

       01  CANDRVR1-AREA.
           10  WS-CN-OPERATION-TYPE        PIC X(10).
           10  WS-CN-CLW-POLICY-TYPE       PIC X(50).
           10  WS-CN-REFUND-AMOUNT         PIC S9(5)V9(2) COMP-3.

       01  PERDRVR1-AREA.
           10  WS-PR-OPERATION-TYPE        PIC X(10).
           10  WS-PR-PER-DATE              PIC X(10).
           10  WS-PR-PER-START-DATE        PIC X(10).
           10  WS-PR-PER-END-DATE          PIC X(10).
           10  WS-PR-CLOSED-BY             PIC X(8).
           10  WS-PR-SQLCODE               PIC S9(9) COMP.
           10  WS-PR-PER-STATUS            PIC X(1).
           10  WS-PR-OPEN-DATE             PIC X(10).

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'CANCAP1'.
           10  WS-GL-DEBIT-ACCOUNT         PIC X(10).
           10  WS-GL-CREDIT-ACCOUNT        PIC X(10).
           10  WS-GL-AMOUNT                PIC S9(9)V99 COMP-3.
           10  WS-GL-REF-TYPE              PIC X(1).
           10  WS-GL-REFERENCE             PIC X(10).
           10  WS-GL-DESCRIPTION           PIC X(20).
           10  WS-GL-STATUS-CODE           PIC X(2).

       01  WS-GL-ACCOUNTS.
           COPY GLACCTS.

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
           05  FILLER                    PIC X(34)
               VALUE 'CANCELLATION EVENT CAPTURE RUN - '.
           05  RPT-RES-RESULT            PIC X(38).
           05  FILLER                    PIC X(4)  VALUE SPACES.

       01  RPT-RELEASE-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'MORATORIUM ENDED - RELEASED HOLD: '.
           05  RPT-REL-MORATORIUM        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-REL-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'HELD SINCE: '.
           05  RPT-REL-HELD-DATE         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE 'FEED DATED:    '.
           05  RPT-REL-FEED-DATE         PIC X(10).
           05  FILLER                    PIC X(17) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(18)
               VALUE 'EVENTS RECORDED: '.
           05  RPT-TOT-REFUNDS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  RPT-CLOSED-LINE.
           05  FILLER                    PIC X(39)
               VALUE 'REJECTED - DATED IN A CLOSED PERIOD:  '.
           05  RPT-CLS-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(21)
               VALUE 'FIRST OPEN DATE NOW: '.
           05  RPT-CLS-OPEN-DATE         PIC X(10).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  RPT-MORATORIUM-LINE.
           05  FILLER                    PIC X(31)
               VALUE 'HELD UNDER DISASTER MORATORIUM:'.
           05  RPT-MOR-HELD              PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(24)
               VALUE 'RELEASED AND RE-DRIVEN: '.
           05  RPT-MOR-RELEASED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           MOVE WS-YEAR                     TO WS-PRC-YEAR
           MOVE WS-MONTH                    TO WS-PRC-MONTH
           MOVE WS-DAY                      TO WS-PRC-DAY

           OPEN INPUT  CANCEL-FEED-FILE
           IF WS-FILE-STATUS NOT = '00'
               CALL 'ABEND'
           END-IF

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 1500-RELEASE-HELD-CANCELS

           PERFORM 2050-READ-FEED-PARA.

      *    HELD CANCELLATIONS WHOSE MORATORIUM HAS ENDED ARE PUT
      *    THROUGH THE SAME CAPTURE AS A FEED RECORD, DATED THIS RUN,
      *    BEFORE THE DAY'S FEED IS READ. ONE STILL FROZEN BY ANOTHER
      *    MORATORIUM COVERING THE AREA MOVES ITS HOLD THERE.
       1500-RELEASE-HELD-CANCELS.
           MOVE 'RELOPEN'             TO WS-MR-OPERATION-TYPE
           MOVE WS-PROCESS-DATE       TO WS-MR-PROCESS-DATE
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           MOVE 'NO'                  TO WS-REL-EOF-SW
           PERFORM 1510-FETCH-HELD-CANCEL
           PERFORM 1520-REDRIVE-HELD-CANCEL UNTIL END-OF-RELEASES
           MOVE 'RELCLOSE'            TO WS-MR-OPERATION-TYPE
           CALL 'MORDRVR1' USING MORDRVR1-AREA.

       1510-FETCH-HELD-CANCEL.
           MOVE 'RELFETCH'            TO WS-MR-OPERATION-TYPE
           MOVE WS-PROCESS-DATE       TO WS-MR-PROCESS-DATE
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           IF WS-MR-SQLCODE = 0
               MOVE WS-MR-OUT-MORATORIUM-ID   TO WS-REL-MORATORIUM-ID
               MOVE WS-MR-OUT-POLICY-NUMBER   TO WS-REL-POLICY-NUMBER
               MOVE WS-MR-OUT-ACTION          TO WS-REL-ACTION
               MOVE WS-MR-OUT-FIRST-HELD-DATE TO WS-REL-FIRST-HELD-DATE
               MOVE WS-MR-OUT-REF-DATE        TO WS-REL-REF-DATE
               MOVE WS-MR-OUT-REF-TEXT        TO WS-REL-REF-TEXT
           ELSE
               MOVE 'YES' TO WS-REL-EOF-SW
           END-IF.

       1520-REDRIVE-HELD-CANCEL.
           MOVE SPACES                TO CANCEL-FEED-REC
           MOVE WS-REL-POLICY-NUMBER  TO CNF-POLICY-NUMBER
           MOVE WS-PROCESS-DATE       TO CNF-CANCEL-DATE
           MOVE WS-REL-REF-TEXT       TO CNF-REASON
           MOVE WS-REL-MORATORIUM-ID  TO RPT-REL-MORATORIUM
           MOVE WS-REL-POLICY-NUMBER  TO RPT-REL-POLICY-NUMBER
           MOVE WS-REL-FIRST-HELD-DATE TO RPT-REL-HELD-DATE
           MOVE WS-REL-REF-DATE       TO RPT-REL-FEED-DATE
           WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-RELEASE-LINE
           MOVE 'Y'                   TO WS-REDRIVE-SW
           PERFORM 2005-CAPTURE-EVENT
           MOVE 'N'                   TO WS-REDRIVE-SW
           MOVE WS-PROCESS-DATE       TO WS-MR-PROCESS-DATE
           MOVE WS-REL-MORATORIUM-ID  TO WS-MR-MORATORIUM-ID
           MOVE WS-REL-POLICY-NUMBER  TO WS-MR-POLICY-NUMBER
           MOVE WS-REL-ACTION         TO WS-MR-ACTION
           IF CANCEL-HELD
               MOVE 'CLOSEONE'        TO WS-MR-OPERATION-TYPE
           ELSE
               ADD 1 TO WS-MOR-RELEASED-CNT
               MOVE 'RELONE'          TO WS-MR-OPERATION-TYPE
           END-IF
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           PERFORM 1510-FETCH-HELD-CANCEL.

       2000-PROCESS-PARA.
           PERFORM 2005-CAPTURE-EVENT
           PERFORM 2050-READ-FEED-PARA.

       2005-CAPTURE-EVENT.
      *    A CANCELLATION DATED IN A CLOSED ACCOUNTING PERIOD IS NOT
      *    ROLLED FORWARD - THE CANCEL DATE PRICES THE REFUND, SO
      *    MOVING IT WOULD SHORT THE POLICY HOLDER. IT IS REJECTED
      *    FOR THE POLICY ADMINISTRATION DESK TO RE-ISSUE WITH AN
      *    OPEN-PERIOD DATE, AND NOTHING IS BOOKED.
           MOVE 'N' TO WS-MOR-HOLD-SW
           MOVE 'CHECK'               TO WS-PR-OPERATION-TYPE
           MOVE CNF-CANCEL-DATE       TO WS-PR-PER-DATE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-SQLCODE = 0 AND WS-PR-PER-STATUS = 'C'
               PERFORM 2200-REJECT-CLOSED-PERIOD
           ELSE
               IF NOT CNF-REASON-INSURED
                   PERFORM 2020-CHECK-MORATORIUM
               END-IF
               IF CANCEL-HELD
                   PERFORM 2030-HOLD-CANCELLATION
               ELSE
                   PERFORM 2010-RECORD-CANCELLATION
               END-IF
           END-IF.

       2010-RECORD-CANCELLATION.
           MOVE 'RECORD'              TO WS-CN-OPERATION-TYPE
           MOVE CNF-POLICY-NUMBER     TO WS-CN-POLICY-NUMBER
           MOVE CNF-CANCEL-DATE       TO WS-CN-CANCEL-DATE
               WHEN 0
                   ADD 1 TO WS-RECORDED-CNT
                   ADD WS-CN-REFUND-AMOUNT TO WS-REFUND-TOTAL
                   PERFORM 2100-JOURNAL-REFUND
                   PERFORM 2110-CLOSE-POLICY-TERM
                   MOVE 'RECORDED' TO RPT-RES-RESULT
               WHEN 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - SQL ERROR'
                                     TO RPT-RES-RESULT
           END-EVALUATE
           WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-RESULT-LINE.

       2020-CHECK-MORATORIUM.
           IF CNF-REASON-NONPAY
               MOVE 'NONPAY'          TO WS-MR-ACTION
           ELSE
               MOVE 'CANCEL'          TO WS-MR-ACTION
           END-IF
           MOVE 'CHECK'               TO WS-MR-OPERATION-TYPE
           MOVE WS-PROCESS-DATE       TO WS-MR-PROCESS-DATE
           MOVE CNF-POLICY-NUMBER     TO WS-MR-POLICY-NUMBER
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           IF WS-MR-SQLCODE = 0
               MOVE 'Y' TO WS-MOR-HOLD-SW
           END-IF.

      *    THE FEED DATE AND REASON ARE KEPT ON THE HOLD - A HOLD
      *    MOVED FROM AN ENDED MORATORIUM KEEPS ITS ORIGINAL FEED DATE.
       2030-HOLD-CANCELLATION.
           ADD 1 TO WS-MOR-HELD-CNT
           MOVE 'HOLD'                  TO WS-MR-OPERATION-TYPE
           MOVE WS-MR-OUT-MORATORIUM-ID TO WS-MR-MORATORIUM-ID
           IF REDRIVING-HELD-CANCEL
               MOVE WS-REL-REF-DATE     TO WS-MR-REF-DATE
           ELSE
               MOVE CNF-CANCEL-DATE     TO WS-MR-REF-DATE
           END-IF
           MOVE CNF-REASON              TO WS-MR-REF-TEXT
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           MOVE CNF-POLICY-NUMBER     TO RPT-RES-POLICY-NUMBER
           MOVE CNF-CANCEL-DATE       TO RPT-RES-CANCEL-DATE
           MOVE CNF-REASON            TO RPT-RES-REASON
           MOVE 0                     TO RPT-RES-REFUND
           MOVE SPACES                TO RPT-RES-RESULT
           STRING 'HELD - MORATORIUM ' DELIMITED BY SIZE
                  WS-MR-OUT-MORATORIUM-ID DELIMITED BY SPACE
                  INTO RPT-RES-RESULT
           END-STRING
           WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-RESULT-LINE.

       2200-REJECT-CLOSED-PERIOD.
           ADD 1 TO WS-REJECTED-CNT
                    WS-CLOSED-PERIOD-CNT
           MOVE WS-PR-OPEN-DATE       TO RPT-CLS-OPEN-DATE
           MOVE CNF-POLICY-NUMBER     TO RPT-RES-POLICY-NUMBER
           MOVE CNF-CANCEL-DATE       TO RPT-RES-CANCEL-DATE
           MOVE CNF-REASON            TO RPT-RES-REASON
           MOVE 0                     TO RPT-RES-REFUND
           MOVE 'REJECTED - ACCOUNTING PERIOD CLOSED'
                                     TO RPT-RES-RESULT
           WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-RESULT-LINE.

      *    THE UNEARNED PREMIUM GIVEN BACK IS A RETURN PREMIUM OWED TO
      *    THE POLICY HOLDER UNTIL RFDDISB1 PAYS IT.
       2100-JOURNAL-REFUND.
           MOVE 'POST'                  TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-RETURN-PREMIUM  TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-REFUNDS-PAYABLE TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-CN-REFUND-AMOUNT     TO WS-GL-AMOUNT
           MOVE 'P'                     TO WS-GL-REF-TYPE
           MOVE CNF-POLICY-NUMBER       TO WS-GL-REFERENCE
           MOVE 'CANCELLATION REFUND'   TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

      *    THE TERM IN FORCE ON TPOLICY IS CLOSED AS CANCELLED ON
      *    TPOLTERM.
       2110-CLOSE-POLICY-TERM.
           MOVE 'CANCEL'              TO WS-PT-OPERATION-TYPE
           MOVE CNF-POLICY-NUMBER     TO WS-PT-POLICY-NUMBER
           MOVE SPACES                TO WS-PT-TERM-START-DATE
                                         WS-PT-TERM-EXPIRY-DATE
                                         WS-PT-NEW-EXPIRY-DATE
           MOVE CNF-CANCEL-DATE       TO WS-PT-OUTCOME-DATE
           MOVE CNF-REASON            TO WS-PT-OUTCOME-REASON
           MOVE 0                     TO WS-PT-PREMIUM-AMOUNT
                                         WS-PT-PRIOR-PREMIUM
           MOVE 'CANCAP1'             TO WS-PT-SOURCE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

       2050-READ-FEED-PARA.
           READ CANCEL-FEED-FILE
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           MOVE WS-REFUND-TOTAL TO RPT-TOT-REFUNDS
           WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-CLOSED-PERIOD-CNT > 0
               MOVE WS-CLOSED-PERIOD-CNT TO RPT-CLS-CNT
               WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-CLOSED-LINE
           END-IF
           MOVE WS-MOR-HELD-CNT      TO RPT-MOR-HELD
           MOVE WS-MOR-RELEASED-CNT  TO RPT-MOR-RELEASED
           WRITE CANCEL-CAPTURE-REPORT-REC FROM RPT-MORATORIUM-LINE

           MOVE 'CONTROL'         TO WS-GL-OPERATION-TYPE
           MOVE WS-REFUND-TOTAL   TO WS-GL-AMOUNT
           MOVE 'TOTAL REFUNDS'   TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE'           TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE CANCEL-FEED-FILE
           CLOSE CANCEL-CAPTURE-REPORT.
