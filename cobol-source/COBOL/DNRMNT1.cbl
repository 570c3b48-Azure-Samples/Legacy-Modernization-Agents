           10  WS-DN-OUT-EFF-DATE          PIC X(10).
           10  WS-DN-OUT-AUTH-USER         PIC X(8).

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
           05  FILLER                    PIC X(41)
               VALUE 'UNDERWRITING DO-NOT-RENEW MAINTENANCE -  '.
                   WHEN 0
                       ADD 1 TO WS-ACCEPTED-CNT
                       MOVE 'COMPLETED' TO RPT-RES-RESULT
                       MOVE 'NONRNW'         TO WS-PT-OPERATION-TYPE
                       MOVE WS-DN-EFF-DATE   TO WS-PT-OUTCOME-DATE
                       MOVE DMT-REASON-CODE  TO WS-PT-OUTCOME-REASON
                       PERFORM 2300-MARK-POLICY-TERM
                   WHEN -803
                       ADD 1 TO WS-REJECTED-CNT
                       MOVE 'REJECTED - ALREADY ON DNR LIST'
               WHEN 0
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE 'COMPLETED' TO RPT-RES-RESULT
                   MOVE 'RESTORE'          TO WS-PT-OPERATION-TYPE
                   MOVE SPACES             TO WS-PT-OUTCOME-DATE
                                              WS-PT-OUTCOME-REASON
                   PERFORM 2300-MARK-POLICY-TERM
               WHEN 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - POLICY NOT ON LIST'
                                       TO RPT-RES-RESULT
           END-EVALUATE.

      *    THE TERM TPOLICY SHOWS IS MARKED NOT TO BE RENEWED ON
      *    TPOLTERM, OR PUT BACK IN FORCE WHEN THE DECISION IS TAKEN
      *    OFF AGAIN.
       2300-MARK-POLICY-TERM.
           MOVE DMT-POLICY-NUMBER  TO WS-PT-POLICY-NUMBER
           MOVE SPACES             TO WS-PT-TERM-START-DATE
                                      WS-PT-TERM-EXPIRY-DATE
                                      WS-PT-NEW-EXPIRY-DATE
           MOVE 0                  TO WS-PT-PREMIUM-AMOUNT
                                      WS-PT-PRIOR-PREMIUM
           MOVE 'DNRMNT1'          TO WS-PT-SOURCE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

       2050-READ-REQUEST-PARA.
           READ DNR-MAINT-REQUEST
               AT END
