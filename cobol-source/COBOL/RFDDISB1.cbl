       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFDDISB1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER ASSIGN TO 'RFDCHKRG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'RFDPOSPY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACH-REFUND-FILE ASSIGN TO 'RFDACHFL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-REC            PIC X(132).

      *    POSITIVE-PAY ISSUE FILE FOR THE DISBURSEMENT BANK - ONE
      *    'D' RECORD PER CHECK WRITTEN AND ONE 'T' TRAILER CARRYING
      *    THE COUNT AND TOTAL SO THE BANK CAN PROVE THE FILE. THE
      *    BANK PAYS NOTHING AGAINST THE ACCOUNT THAT IS NOT ON IT.
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-REC.
           05  PP-RECORD-TYPE            PIC X(1).
           05  PP-ACCOUNT-NO             PIC X(15).
           05  PP-CHECK-NO               PIC 9(10).
           05  PP-ISSUE-DATE             PIC X(8).
           05  PP-AMOUNT                 PIC 9(8)V99.
           05  PP-ISSUE-CODE             PIC X(1).
           05  PP-PAYEE-NAME             PIC X(35).
       01  POSITIVE-PAY-TRAILER.
           05  PPT-RECORD-TYPE           PIC X(1).
           05  PPT-ACCOUNT-NO            PIC X(15).
           05  PPT-CHECK-CNT             PIC 9(10).
           05  PPT-ISSUE-DATE            PIC X(8).
           05  PPT-TOTAL-AMOUNT          PIC 9(8)V99.
           05  FILLER                    PIC X(36).

      *    ACH REFUND CREDITS FOR AUTO-PAY POLICIES, RETURNED TO THE
      *    ACCOUNT THE PREMIUM WAS DRAFTED FROM. THE POLICY NUMBER IS
      *    THE INDIVIDUAL ID THE DRAFT WAS ORIGINATED UNDER, WHICH IS
      *    HOW THE ORIGINATING BANK FINDS THE ACCOUNT ON FILE.
       FD  ACH-REFUND-FILE.
       01  ACH-REFUND-REC.
           05  ACR-RECORD-TYPE           PIC X(1).
           05  ACR-POLICY-NUMBER         PIC X(10).
           05  ACR-TRACE-NO              PIC X(15).
           05  ACR-EFFECTIVE-DATE        PIC X(8).
           05  ACR-AMOUNT                PIC 9(8)V99.
           05  ACR-PAYEE-NAME            PIC X(35).
           05  FILLER                    PIC X(1).
       01  ACH-REFUND-TRAILER.
           05  ACT-RECORD-TYPE           PIC X(1).
           05  ACT-ENTRY-CNT             PIC 9(10).
           05  ACT-EFFECTIVE-DATE        PIC X(8).
           05  ACT-TOTAL-AMOUNT          PIC 9(8)V99.
           05  FILLER                    PIC X(51).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REFUNDS            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).
       01  WS-ISSUE-DATE                 PIC X(8).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    NEXT-CHECK: FIRST CHECK NUMBER ON THE STOCK LOADED FOR THIS
      *    RUN. ODFI: THE 8-DIGIT ROUTING PREFIX OF EVERY ACH TRACE
      *    NUMBER. ACCOUNT: THE DISBURSEMENT ACCOUNT THE CHECKS ARE
      *    DRAWN ON, AS THE BANK KNOWS IT FOR POSITIVE PAY. NONE OF
      *    THE THREE CAN BE DEFAULTED - A WRONG CHECK NUMBER OR
      *    ACCOUNT GETS EVERY CHECK IN THE RUN REJECTED BY THE BANK.
       01  WS-PARM-CARD.
           05  WS-PARM-NEXT-CHECK-NO     PIC 9(10).
           05  FILLER                    PIC X(1).
           05  WS-PARM-ODFI-ROUTING      PIC 9(8).
           05  FILLER                    PIC X(1).
           05  WS-PARM-BANK-ACCOUNT      PIC X(15).
           05  FILLER                    PIC X(45).

       01  WS-NEXT-CHECK-NO              PIC 9(10).
       01  WS-ACH-SEQ                    PIC 9(7) VALUE 0.
       01  WS-TRACE-NO.
           05  WS-TRACE-ROUTING          PIC 9(8).
           05  WS-TRACE-SEQ              PIC 9(7).
       01  WS-PAYEE-NAME                 PIC X(35).

       01  WS-CHECK-CNT                  PIC 9(7) VALUE 0.
       01  WS-CHECK-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-ACH-CNT                    PIC 9(7) VALUE 0.
       01  WS-ACH-TOTAL                  PIC 9(9)V99 VALUE 0.
       01  WS-SKIPPED-CNT                PIC 9(7) VALUE 0.
       01  WS-OFAC-HELD-CNT              PIC 9(7) VALUE 0.
       01  WS-OFAC-HELD-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-FRAUD-HELD-CNT             PIC 9(7) VALUE 0.
       01  WS-FRAUD-HELD-TOTAL           PIC 9(9)V99 VALUE 0.

       01  RFDDRVR1-AREA.
           10  WS-RD-OPERATION-TYPE        PIC X(10).
           10  WS-RD-POLICY-NUMBER         PIC X(10).
           10  WS-RD-CANCEL-DATE           PIC X(10).
           10  WS-RD-REFUND-METHOD         PIC X(8).
           10  WS-RD-REFUND-REF-NO         PIC X(15).
           10  WS-RD-SQLCODE               PIC S9(9) COMP.
           10  WS-RD-RFD-POLICY-NUMBER     PIC X(10).
           10  WS-RD-RFD-CANCEL-DATE       PIC X(10).
           10  WS-RD-RFD-REFUND-AMOUNT     PIC S9(5)V9(2) COMP-3.
           10  WS-RD-RFD-PAYMENT-METHOD    PIC X(8).
               88  WS-RD-RFD-PAY-AUTO      VALUE 'AUTOPAY'.
           10  WS-RD-RFD-FNAME             PIC X(35).
           10  WS-RD-RFD-LNAME             PIC X(35).
           10  WS-RD-RFD-ADDR-1            PIC X(100).
           10  WS-RD-RFD-ADDR-2            PIC X(100).
           10  WS-RD-RFD-CITY              PIC X(30).
           10  WS-RD-RFD-STATE             PIC X(2).
           10  WS-RD-RFD-ZIP               PIC X(10).

       01  FRDDRVR1-AREA.
           10  WS-FR-OPERATION-TYPE        PIC X(10).
           10  WS-FR-PROCESS-DATE          PIC X(10).
           10  WS-FR-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-FR-POLICY-NUMBER         PIC X(10).
           10  WS-FR-EVENT-TYPE            PIC X(8).
           10  WS-FR-PROGRAM               PIC X(8).
           10  WS-FR-USER-ID               PIC X(8).
           10  WS-FR-SCORE                 PIC S9(4) COMP.
           10  WS-FR-PATTERN               PIC X(40).
           10  WS-FR-LAST-EVENT-DATE       PIC X(10).
           10  WS-FR-DECISION              PIC X(1).
           10  WS-FR-DECISION-NOTE         PIC X(60).
           10  WS-FR-SQLCODE               PIC S9(9) COMP.
           10  WS-FR-ALERT-RESULT          PIC X(1).
           10  WS-FR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-FR-OUT-EVENT-DATE        PIC X(10).
           10  WS-FR-OUT-EVENT-TYPE        PIC X(8).
           10  WS-FR-OUT-PROGRAM           PIC X(8).
           10  WS-FR-OUT-USER-ID           PIC X(8).
           10  WS-FR-OUT-EVENT-AMOUNT      PIC S9(5)V9(2) COMP-3.
           10  WS-FR-OUT-SCORE             PIC S9(4) COMP.
           10  WS-FR-OUT-PATTERN           PIC X(40).
           10  WS-FR-OUT-STATUS            PIC X(1).
           10  WS-FR-OUT-FIRST-ALERT-DATE  PIC X(10).
           10  WS-FR-OUT-LAST-ALERT-DATE   PIC X(10).
           10  WS-FR-OUT-LAST-EVENT-DATE   PIC X(10).
           10  WS-FR-OUT-DECISION-USER     PIC X(8).
           10  WS-FR-OUT-DECISION-DATE     PIC X(10).
           10  WS-FR-OUT-DECISION-NOTE     PIC X(60).
           10  WS-FR-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-FR-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-FR-OUT-AGENT-CODE        PIC X(10).
           10  WS-FR-OUT-REFUND-PENDING    PIC S9(7)V9(2) COMP-3.

       01  OFCDRVR1-AREA.
           10  WS-OF-OPERATION-TYPE        PIC X(10).
           10  WS-OF-RUN-ID                PIC X(12).
           10  WS-OF-TOKEN-TABLE.
               15  WS-OF-TOKEN             PIC X(20) OCCURS 6 TIMES.
           10  WS-OF-SDN-ENT-NUM           PIC S9(9) COMP.
           10  WS-OF-SDN-NAME-SEQ          PIC S9(4) COMP.
           10  WS-OF-SDN-NAME              PIC X(80).
           10  WS-OF-SDN-TYPE              PIC X(12).
           10  WS-OF-SDN-PROGRAM           PIC X(20).
           10  WS-OF-SDN-CITY              PIC X(30).
           10  WS-OF-SDN-COUNTRY           PIC X(30).
           10  WS-OF-SDN-TOKEN-CNT         PIC S9(4) COMP.
           10  WS-OF-PARTY-TYPE            PIC X(1).
           10  WS-OF-PARTY-KEY             PIC X(20).
           10  WS-OF-POLICY-NUMBER         PIC X(10).
           10  WS-OF-AGENT-CODE            PIC X(10).
           10  WS-OF-PARTY-NAME            PIC X(80).
           10  WS-OF-SCORE                 PIC S9(4) COMP.
           10  WS-OF-BLOCK-TYPE            PIC X(1).
           10  WS-OF-DECISION              PIC X(1).
           10  WS-OF-USER-ID               PIC X(8).
           10  WS-OF-DECISION-NOTE         PIC X(60).
           10  WS-OF-SDN-PUB-DATE          PIC X(10).
           10  WS-OF-SDN-CNT               PIC S9(9) COMP.
           10  WS-OF-PARTY-CNT             PIC S9(9) COMP.
           10  WS-OF-HIT-CNT               PIC S9(9) COMP.
           10  WS-OF-NEW-HIT-CNT           PIC S9(9) COMP.
           10  WS-OF-REOPEN-CNT            PIC S9(9) COMP.
           10  WS-OF-THRESHOLD             PIC S9(4) COMP.
           10  WS-OF-START-TIME            PIC X(8).
           10  WS-OF-END-TIME              PIC X(8).
           10  WS-OF-SQLCODE               PIC S9(9) COMP.
           10  WS-OF-HIT-RESULT            PIC X(1).
           10  WS-OF-BLOCK-CNT             PIC S9(9) COMP.
           10  WS-OF-BLOCK-STATUS          PIC X(1).
           10  WS-OF-OUT-PARTY-TYPE        PIC X(1).
           10  WS-OF-OUT-PARTY-KEY         PIC X(20).
           10  WS-OF-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-OF-OUT-AGENT-CODE        PIC X(10).
           10  WS-OF-OUT-PARTY-NAME        PIC X(80).
           10  WS-OF-OUT-PARTY-CITY        PIC X(30).
           10  WS-OF-OUT-SDN-ENT-NUM       PIC S9(9) COMP.
           10  WS-OF-OUT-SDN-NAME-SEQ      PIC S9(4) COMP.
           10  WS-OF-OUT-SDN-NAME          PIC X(80).
           10  WS-OF-OUT-SDN-TYPE          PIC X(12).
           10  WS-OF-OUT-SDN-PROGRAM       PIC X(20).
           10  WS-OF-OUT-SDN-CITY          PIC X(30).
           10  WS-OF-OUT-SDN-COUNTRY       PIC X(30).
           10  WS-OF-OUT-SDN-TOKEN-CNT     PIC S9(4) COMP.
           10  WS-OF-OUT-SCORE             PIC S9(4) COMP.
           10  WS-OF-OUT-STATUS            PIC X(1).
           10  WS-OF-OUT-FIRST-HIT-DATE    PIC X(10).
           10  WS-OF-OUT-LAST-HIT-DATE     PIC X(10).
           10  WS-OF-OUT-DECISION-USER     PIC X(8).
           10  WS-OF-OUT-DECISION-DATE     PIC X(10).
           10  WS-OF-OUT-DECISION-NOTE     PIC X(60).
           10  WS-OF-OUT-AGE-DAYS          PIC S9(9) COMP.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'REFUND DISBURSEMENT REGISTER -    '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'ACCOUNT: '.
           05  RPT-HDR-ACCOUNT           PIC X(15).
           05  FILLER                    PIC X(60) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CANCEL-DATE       PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-METHOD            PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REF-NO            PIC X(15).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-PAYEE             PIC X(35).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-RESULT            PIC X(30).
           05  FILLER                    PIC X(5)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(20).
           05  FILLER                    PIC X(7)  VALUE 'COUNT: '.
           05  RPT-TOT-COUNT             PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-TOT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REFUNDS
           MOVE 'CLOSE' TO WS-RD-OPERATION-TYPE
           CALL 'RFDDRVR1' USING RFDDRVR1-AREA
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ISSUE-DATE
           ACCEPT WS-START-TIME FROM TIME

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-NEXT-CHECK-NO NOT NUMERIC
                   OR WS-PARM-NEXT-CHECK-NO = 0
               DISPLAY 'RFDDISB1: NEXT CHECK NUMBER MISSING ON SYSIN'
               CALL 'ABEND'
           END-IF
           IF WS-PARM-ODFI-ROUTING NOT NUMERIC
                   OR WS-PARM-ODFI-ROUTING = 0
               DISPLAY 'RFDDISB1: ODFI ROUTING MISSING ON SYSIN'
               CALL 'ABEND'
           END-IF
           IF WS-PARM-BANK-ACCOUNT = SPACES
               DISPLAY 'RFDDISB1: BANK ACCOUNT MISSING ON SYSIN'
               CALL 'ABEND'
           END-IF
           MOVE WS-PARM-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           MOVE WS-PARM-ODFI-ROUTING  TO WS-TRACE-ROUTING

           OPEN OUTPUT CHECK-REGISTER
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RFDCHKRG: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RFDPOSPY: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT ACH-REFUND-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RFDACHFL: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE      TO RPT-HDR-DATE
           MOVE WS-PARM-BANK-ACCOUNT TO RPT-HDR-ACCOUNT
           WRITE CHECK-REGISTER-REC FROM RPT-HEADER-LINE

           MOVE 'OPEN' TO WS-RD-OPERATION-TYPE
           CALL 'RFDDRVR1' USING RFDDRVR1-AREA
           IF WS-RD-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING REFUND-CURSOR: ' WS-RD-SQLCODE
               CALL 'ABEND'
           END-IF.

       2000-PROCESS-PARA.
           MOVE 'FETCH' TO WS-RD-OPERATION-TYPE
           CALL 'RFDDRVR1' USING RFDDRVR1-AREA
           IF WS-RD-SQLCODE = 0
               MOVE SPACES TO WS-PAYEE-NAME
               STRING WS-RD-RFD-FNAME DELIMITED BY '  '
                      ' '             DELIMITED BY SIZE
                      WS-RD-RFD-LNAME DELIMITED BY '  '
                 INTO WS-PAYEE-NAME
               END-STRING
               PERFORM 2050-CHECK-OFAC-PARA
               IF WS-OF-BLOCK-CNT > 0
                   PERFORM 2400-HOLD-REFUND-PARA
               ELSE
                   PERFORM 2060-CHECK-FRAUD-PARA
                   IF WS-FR-SQLCODE = 0
                       PERFORM 2450-FRAUD-HOLD-PARA
                   ELSE
                       PERFORM 2100-ISSUE-REFUND-PARA
                   END-IF
               END-IF
           ELSE
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

      *    NOTHING IS PAID TO A POLICY WHOSE HOLDER OR REFUND PAYEE IS
      *    ON THE OFAC REVIEW QUEUE, PENDING OR CONFIRMED. THE REFUND
      *    IS LEFT UNPAID, SO IT COMES BACK ON THE FIRST RUN AFTER
      *    COMPLIANCE CLEARS THE HIT.
       2050-CHECK-OFAC-PARA.
           MOVE 'BLOCKCHK'              TO WS-OF-OPERATION-TYPE
           MOVE 'R'                     TO WS-OF-BLOCK-TYPE
           MOVE WS-RD-RFD-POLICY-NUMBER TO WS-OF-POLICY-NUMBER
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           IF WS-OF-SQLCODE NOT = 0
               MOVE 0 TO WS-OF-BLOCK-CNT
           END-IF.

      *    NOR IS ANYTHING PAID ON A POLICY WITH AN OPEN OR CONFIRMED
      *    FRAUD ALERT FROM FRDSCAN1 - THE REFUND WAITS, UNPAID, UNTIL
      *    THE SPECIAL INVESTIGATIONS UNIT CLEARS IT THROUGH FRDMNT1.
       2060-CHECK-FRAUD-PARA.
           MOVE 'HOLDCHK'               TO WS-FR-OPERATION-TYPE
           MOVE WS-RD-RFD-POLICY-NUMBER TO WS-FR-POLICY-NUMBER
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA.

      *    THE ROW IS MARKED PAID BEFORE ANYTHING IS ISSUED, AND THE
      *    CHECK NUMBER OR TRACE NUMBER IS ONLY CONSUMED WHEN THE MARK
      *    TAKES. A ROW SOMEBODY ELSE ALREADY PAID COMES BACK 100 AND
      *    IS SKIPPED WITHOUT A GAP IN THE CHECK SEQUENCE.
       2100-ISSUE-REFUND-PARA.
           MOVE WS-RD-RFD-POLICY-NUMBER TO WS-RD-POLICY-NUMBER
           MOVE WS-RD-RFD-CANCEL-DATE   TO WS-RD-CANCEL-DATE
           IF WS-RD-RFD-PAY-AUTO
               ADD 1 TO WS-ACH-SEQ
               MOVE WS-ACH-SEQ TO WS-TRACE-SEQ
               MOVE 'ACH'      TO WS-RD-REFUND-METHOD
               MOVE WS-TRACE-NO TO WS-RD-REFUND-REF-NO
           ELSE
               MOVE 'CHECK'    TO WS-RD-REFUND-METHOD
               MOVE WS-NEXT-CHECK-NO TO WS-RD-REFUND-REF-NO
           END-IF
           MOVE 'PAID' TO WS-RD-OPERATION-TYPE
           CALL 'RFDDRVR1' USING RFDDRVR1-AREA

           MOVE WS-RD-RFD-POLICY-NUMBER TO RPT-DTL-POLICY
           MOVE WS-RD-RFD-CANCEL-DATE   TO RPT-DTL-CANCEL-DATE
           MOVE WS-RD-REFUND-METHOD     TO RPT-DTL-METHOD
           MOVE WS-PAYEE-NAME           TO RPT-DTL-PAYEE
           MOVE WS-RD-RFD-REFUND-AMOUNT TO RPT-DTL-AMOUNT
           IF WS-RD-SQLCODE = 0
               MOVE WS-RD-REFUND-REF-NO TO RPT-DTL-REF-NO
               IF WS-RD-RFD-PAY-AUTO
                   PERFORM 2200-WRITE-ACH-PARA
               ELSE
                   PERFORM 2300-WRITE-CHECK-PARA
               END-IF
               MOVE 'ISSUED'            TO RPT-DTL-RESULT
           ELSE
               IF WS-RD-RFD-PAY-AUTO
                   SUBTRACT 1 FROM WS-ACH-SEQ
               END-IF
               ADD 1 TO WS-SKIPPED-CNT
               MOVE SPACES              TO RPT-DTL-REF-NO
               MOVE 'SKIPPED - ALREADY PAID' TO RPT-DTL-RESULT
           END-IF
           WRITE CHECK-REGISTER-REC FROM RPT-DETAIL-LINE.

       2200-WRITE-ACH-PARA.
           MOVE SPACES                  TO ACH-REFUND-REC
           MOVE 'D'                     TO ACR-RECORD-TYPE
           MOVE WS-RD-RFD-POLICY-NUMBER TO ACR-POLICY-NUMBER
           MOVE WS-TRACE-NO             TO ACR-TRACE-NO
           MOVE WS-ISSUE-DATE           TO ACR-EFFECTIVE-DATE
           MOVE WS-RD-RFD-REFUND-AMOUNT TO ACR-AMOUNT
           MOVE WS-PAYEE-NAME           TO ACR-PAYEE-NAME
           WRITE ACH-REFUND-REC
           ADD 1 TO WS-ACH-CNT
           ADD WS-RD-RFD-REFUND-AMOUNT TO WS-ACH-TOTAL.

       2300-WRITE-CHECK-PARA.
           MOVE SPACES                  TO POSITIVE-PAY-REC
           MOVE 'D'                     TO PP-RECORD-TYPE
           MOVE WS-PARM-BANK-ACCOUNT    TO PP-ACCOUNT-NO
           MOVE WS-NEXT-CHECK-NO        TO PP-CHECK-NO
           MOVE WS-ISSUE-DATE           TO PP-ISSUE-DATE
           MOVE WS-RD-RFD-REFUND-AMOUNT TO PP-AMOUNT
           MOVE 'I'                     TO PP-ISSUE-CODE
           MOVE WS-PAYEE-NAME           TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-REC
           ADD 1 TO WS-NEXT-CHECK-NO
           ADD 1 TO WS-CHECK-CNT
           ADD WS-RD-RFD-REFUND-AMOUNT TO WS-CHECK-TOTAL.

       2400-HOLD-REFUND-PARA.
           ADD 1 TO WS-OFAC-HELD-CNT
           ADD WS-RD-RFD-REFUND-AMOUNT  TO WS-OFAC-HELD-TOTAL
           MOVE WS-RD-RFD-POLICY-NUMBER TO RPT-DTL-POLICY
           MOVE WS-RD-RFD-CANCEL-DATE   TO RPT-DTL-CANCEL-DATE
           IF WS-RD-RFD-PAY-AUTO
               MOVE 'ACH'               TO RPT-DTL-METHOD
           ELSE
               MOVE 'CHECK'             TO RPT-DTL-METHOD
           END-IF
           MOVE SPACES                  TO RPT-DTL-REF-NO
           MOVE WS-PAYEE-NAME           TO RPT-DTL-PAYEE
           MOVE WS-RD-RFD-REFUND-AMOUNT TO RPT-DTL-AMOUNT
           IF WS-OF-BLOCK-STATUS = 'C'
               MOVE 'HELD - OFAC MATCH CONFIRMED' TO RPT-DTL-RESULT
           ELSE
               MOVE 'HELD - OFAC REVIEW PENDING'  TO RPT-DTL-RESULT
           END-IF
           WRITE CHECK-REGISTER-REC FROM RPT-DETAIL-LINE.

       2450-FRAUD-HOLD-PARA.
           ADD 1 TO WS-FRAUD-HELD-CNT
           ADD WS-RD-RFD-REFUND-AMOUNT  TO WS-FRAUD-HELD-TOTAL
           MOVE WS-RD-RFD-POLICY-NUMBER TO RPT-DTL-POLICY
           MOVE WS-RD-RFD-CANCEL-DATE   TO RPT-DTL-CANCEL-DATE
           IF WS-RD-RFD-PAY-AUTO
               MOVE 'ACH'               TO RPT-DTL-METHOD
           ELSE
               MOVE 'CHECK'             TO RPT-DTL-METHOD
           END-IF
           MOVE SPACES                  TO RPT-DTL-REF-NO
           MOVE WS-PAYEE-NAME           TO RPT-DTL-PAYEE
           MOVE WS-RD-RFD-REFUND-AMOUNT TO RPT-DTL-AMOUNT
           IF WS-FR-OUT-STATUS = 'F'
               MOVE 'HELD - FRAUD CONFIRMED'      TO RPT-DTL-RESULT
           ELSE
               MOVE 'HELD - FRAUD ALERT OPEN'     TO RPT-DTL-RESULT
           END-IF
           WRITE CHECK-REGISTER-REC FROM RPT-DETAIL-LINE.

       9000-FINALIZE-PARA.
           MOVE SPACES               TO POSITIVE-PAY-TRAILER
           MOVE 'T'                  TO PPT-RECORD-TYPE
           MOVE WS-PARM-BANK-ACCOUNT TO PPT-ACCOUNT-NO
           MOVE WS-CHECK-CNT         TO PPT-CHECK-CNT
           MOVE WS-ISSUE-DATE        TO PPT-ISSUE-DATE
           MOVE WS-CHECK-TOTAL       TO PPT-TOTAL-AMOUNT
           WRITE POSITIVE-PAY-TRAILER

           MOVE SPACES               TO ACH-REFUND-TRAILER
           MOVE 'T'                  TO ACT-RECORD-TYPE
           MOVE WS-ACH-CNT           TO ACT-ENTRY-CNT
           MOVE WS-ISSUE-DATE        TO ACT-EFFECTIVE-DATE
           MOVE WS-ACH-TOTAL         TO ACT-TOTAL-AMOUNT
           WRITE ACH-REFUND-TRAILER

           MOVE 'CHECKS ISSUED'      TO RPT-TOT-LABEL
           MOVE WS-CHECK-CNT         TO RPT-TOT-COUNT
           MOVE WS-CHECK-TOTAL       TO RPT-TOT-AMOUNT
           WRITE CHECK-REGISTER-REC FROM RPT-TOTAL-LINE
           MOVE 'ACH CREDITS ISSUED' TO RPT-TOT-LABEL
           MOVE WS-ACH-CNT           TO RPT-TOT-COUNT
           MOVE WS-ACH-TOTAL         TO RPT-TOT-AMOUNT
           WRITE CHECK-REGISTER-REC FROM RPT-TOTAL-LINE
           MOVE 'SKIPPED'            TO RPT-TOT-LABEL
           MOVE WS-SKIPPED-CNT       TO RPT-TOT-COUNT
           MOVE 0                    TO RPT-TOT-AMOUNT
           WRITE CHECK-REGISTER-REC FROM RPT-TOTAL-LINE
           MOVE 'HELD - OFAC REVIEW' TO RPT-TOT-LABEL
           MOVE WS-OFAC-HELD-CNT     TO RPT-TOT-COUNT
           MOVE WS-OFAC-HELD-TOTAL   TO RPT-TOT-AMOUNT
           WRITE CHECK-REGISTER-REC FROM RPT-TOTAL-LINE
           MOVE 'HELD - FRAUD ALERT' TO RPT-TOT-LABEL
           MOVE WS-FRAUD-HELD-CNT    TO RPT-TOT-COUNT
           MOVE WS-FRAUD-HELD-TOTAL  TO RPT-TOT-AMOUNT
           WRITE CHECK-REGISTER-REC FROM RPT-TOTAL-LINE

           CLOSE CHECK-REGISTER
           CLOSE POSITIVE-PAY-FILE
           CLOSE ACH-REFUND-FILE

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'RFDDISB1'      TO OPS-JOB-NAME
               MOVE WS-CURRENT-DATE TO OPS-RUN-DATE
               STRING WS-START-TIME (1:2) ':'
                      WS-START-TIME (3:2) ':'
                      WS-START-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-START-TIME
               END-STRING
               STRING WS-END-TIME (1:2) ':'
                      WS-END-TIME (3:2) ':'
                      WS-END-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-END-TIME
               END-STRING
               COMPUTE OPS-RECORD-CNT = WS-CHECK-CNT + WS-ACH-CNT
               COMPUTE OPS-ERROR-CNT = WS-SKIPPED-CNT
                                     + WS-OFAC-HELD-CNT
                                     + WS-FRAUD-HELD-CNT
               IF WS-SKIPPED-CNT > 0 OR WS-OFAC-HELD-CNT > 0
                       OR WS-FRAUD-HELD-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF.

       END PROGRAM RFDDISB1.
