       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO 'REMITFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT STATEMENT-REQUEST-FILE ASSIGN TO 'STMTREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO 'ACHRETRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT CUSTOMER-NOTIFY-FILE ASSIGN TO 'CUSTFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUSTOMER-EMAIL-FILE ASSIGN TO 'CUSTEMAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.
           SELECT STATEMENT-DETAIL-FILE ASSIGN TO 'STMTDTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT STATEMENT-RUN-REPORT ASSIGN TO 'ACCTSTMR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE REMITTANCE-STUB EXTRACT (POLICY|INSTALLMENT|AMOUNT|DUE
      *    DATE) - THE INSTALLMENT SCHEDULE THE NOTIFICATION RUN
      *    QUOTED, A POLICY'S STUBS TOGETHER AND IN INSTALLMENT ORDER
      *    (MAINPGM 3074). EACH STUB IS ONE LINE OF THE STATEMENT.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD             PIC X(80).

      *    ON-DEMAND STATEMENT REQUESTS FROM THE SERVICE DESK - ONE
      *    POLICY PER RECORD. READ ONLY IN DEMAND MODE.
       FD  STATEMENT-REQUEST-FILE.
       01  STATEMENT-REQUEST-REC.
           05  SRQ-POLICY-NUMBER         PIC X(10).
           05  SRQ-REQUESTED-BY          PIC X(8).
           05  FILLER                    PIC X(62).

      *    THE ACH RETURN FILES FOR THE STATEMENT PERIOD, CONCATENATED
      *    (SAME LAYOUT ACHRETN1 PROCESSES). EACH RETURN IS SHOWN
      *    AGAINST THE INSTALLMENT WHOSE BILLING WINDOW IT FELL IN.
      *    OPTIONAL - NO FILE MEANS NO RETURNS TO SHOW.
       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-REC.
           05  RTN-POLICY-NUMBER         PIC X(10).
           05  RTN-RETURN-CODE           PIC X(3).
           05  RTN-AMOUNT                PIC 9(5)V9(2).
           05  RTN-RETURN-DATE           PIC X(10).
           05  FILLER                    PIC X(50).

      *    STATEMENTS RIDE THE LIVE CUSTFLE/LTRCOMP1 PRINT PIPELINE
      *    AND THE CUSTEMAL EMAIL GATEWAY EXTRACT, HONORING
      *    POLICY_CONTACT_PREF AND POLICY_PREF_LANGUAGE THE SAME WAY
      *    THE EXPIRY NOTICES DO. THE RUN ID ENDS 'ST' SO LTRCOMP1
      *    KNOWS THE RECORD FOR A STATEMENT AND RUNPREP1 CAN VOID A
      *    STATEMENT RUN ON ITS OWN.
       FD  CUSTOMER-NOTIFY-FILE.
       01  CUSTOMER-NOTIFY-RECORD.
           COPY CUSTNTFY.

       FD  CUSTOMER-EMAIL-FILE.
       01  CUSTOMER-EMAIL-RECORD         PIC X(450).

      *    THE INSTALLMENT LINES BEHIND EACH PRINTED STATEMENT, IN
      *    THE ORDER THE STATEMENTS WENT TO CUSTFLE - LTRCOMP1 PRINTS
      *    THEM IN PLACE OF THE PREMIUM BLOCK. REPLACED EVERY RUN.
       FD  STATEMENT-DETAIL-FILE.
       01  STATEMENT-DETAIL-RECORD.
           COPY STMTDTL.

       FD  STATEMENT-RUN-REPORT.
       01  STATEMENT-RUN-REPORT-REC      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-REMIT-STATUS               PIC XX.
       01  WS-REQ-STATUS                 PIC XX.
       01  WS-RTN-STATUS                 PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-EMAIL-STATUS               PIC XX.
       01  WS-DTL-STATUS                 PIC XX.
       01  WS-REMIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-SCHEDULE           VALUE 'YES'.
       01  WS-REQ-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.
       01  WS-RTN-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-RETURNS            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

      *    MODE 'CYCLE' (OR BLANK) STATEMENTS EVERY INSTALLMENT PAYER
      *    ON THE SCHEDULE; 'DEMAND' ONLY THE POLICIES ON STMTREQ.
      *    THE STATEMENT DATE DEFAULTS TO TODAY, OVERRIDABLE SO A
      *    MISSED CYCLE CAN BE PICKED UP AS OF ITS OWN DATE.
       01  WS-PARM-CARD.
           05  WS-PARM-MODE              PIC X(6).
               88  DEMAND-MODE           VALUE 'DEMAND'.
           05  WS-PARM-PROCESS-DATE      PIC X(10).
           05  FILLER                    PIC X(64).
       01  WS-PROCESS-DATE               PIC X(10).
       01  WS-RUN-ID                     PIC X(12).

       01  WS-RUN-LANGUAGE               PIC X(2) VALUE 'EN'.
       01  WS-POLICY-LANGUAGE            PIC X(2) VALUE 'EN'.

       01  WS-STUBS-READ-CNT             PIC 9(7) VALUE 0.
       01  WS-CANDIDATE-CNT              PIC 9(7) VALUE 0.
       01  WS-LETTER-CNT                 PIC 9(7) VALUE 0.
       01  WS-EMAIL-CNT                  PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-CNT             PIC 9(7) VALUE 0.
       01  WS-NO-POLICY-CNT              PIC 9(7) VALUE 0.
       01  WS-NO-CHANNEL-CNT             PIC 9(7) VALUE 0.
       01  WS-NOT-FOUND-CNT              PIC 9(7) VALUE 0.
       01  WS-DETAIL-CNT                 PIC 9(7) VALUE 0.

       01  WS-CSV-BALANCE-EDIT           PIC 9(5).99.

       01  WS-CONTACT-PREF-CHECK         PIC X(1).
           88  PREF-MAIL-ONLY            VALUE 'M'.
           88  PREF-EMAIL-ONLY           VALUE 'E'.

      *    UNSTRING WORK FIELDS FOR THE PIPE-DELIMITED STUB RECORDS -
      *    SAME DECODE DUNCYCL1 APPLIES.
       01  WS-REMIT-FIELDS.
           05  WS-RMT-POLICY             PIC X(10).
           05  WS-RMT-INSTALL-X          PIC X(2).
           05  WS-RMT-AMOUNT-X           PIC X(9).
           05  WS-RMT-DUE-DATE           PIC X(10).
           05  WS-RMT-AMOUNT-NUM         PIC 9(5)V99.
           05  WS-RMT-AMT-WHOLE          PIC X(5).
           05  WS-RMT-AMT-DEC            PIC X(2).
           05  WS-RMT-AMT-B-WHOLE        PIC 9(5).
           05  WS-RMT-AMT-B-DEC          PIC 9(2).
           05  WS-RMT-INSTALL-NUM        PIC 9(2).

      *    MM/DD/YYYY DATES TURNED INTO YYYYMMDD SO THEY COMPARE IN
      *    ORDER. A DATE THAT IS NOT A DATE COMES BACK ZERO.
       01  WS-CMP-FIELDS.
           05  WS-CMP-DATE-IN            PIC X(10).
           05  WS-CMP-DATE-NUM           PIC 9(8).
           05  WS-PROCESS-CMP            PIC 9(8).
           05  WS-WINDOW-END-CMP         PIC 9(8).

      *    THE POLICY'S STUBS AS READ FROM REMITFLE, PRICED AGAINST
      *    TPAYMENT AND THE ACH RETURNS WHEN THE GROUP IS COMPLETE. A
      *    NEW GROUP STARTS ON A NEW POLICY OR ON INSTALLMENT 1 (A
      *    LATER SCHEDULE FOR THE SAME POLICY).
       01  WS-STUB-GROUP.
           05  WS-GRP-POLICY             PIC X(10) VALUE SPACES.
           05  WS-GRP-CNT                PIC 9(2) VALUE 0.
           05  WS-GRP-ENTRY              OCCURS 24 TIMES.
               10  WS-GRP-INSTALL-NO     PIC 9(2).
               10  WS-GRP-AMOUNT         PIC 9(5)V99.
               10  WS-GRP-DUE-DATE       PIC X(10).
               10  WS-GRP-DUE-CMP        PIC 9(8).
               10  WS-GRP-PAID           PIC 9(7)V99.
               10  WS-GRP-RECEIPT-DATE   PIC X(10).
               10  WS-GRP-RTN-CODE       PIC X(3).
               10  WS-GRP-RTN-DATE       PIC X(10).
               10  WS-GRP-RTN-AMOUNT     PIC 9(7)V99.
               10  WS-GRP-BALANCE        PIC S9(7)V99.
               10  WS-GRP-STATUS         PIC X(10).
       01  WS-GRP-IDX                    PIC 9(2) VALUE 0.
       01  WS-GRP-NEXT-IDX               PIC 9(2) VALUE 0.

       01  WS-STATEMENT-TOTALS.
           05  WS-STM-BILLED             PIC S9(7)V99 VALUE 0.
           05  WS-STM-PAID               PIC S9(7)V99 VALUE 0.
           05  WS-STM-RETURNED           PIC S9(7)V99 VALUE 0.
           05  WS-STM-OUTSTANDING        PIC S9(7)V99 VALUE 0.
           05  WS-STM-UNBILLED           PIC S9(7)V99 VALUE 0.
           05  WS-NET-PAID               PIC S9(7)V99 VALUE 0.
           05  WS-NOTICE-AMOUNT          PIC 9(5)V99 VALUE 0.

      *    DEMAND-MODE REQUESTS, LOADED AT STARTUP. A REQUEST WITH NO
      *    STUBS ON THE SCHEDULE IS LISTED ON THE RUN REPORT.
       01  WS-REQUEST-TABLE.
           05 WS-REQ-ENTRY               OCCURS 500 TIMES.
              10 WS-REQ-POLICY           PIC X(10).
              10 WS-REQ-REQUESTED-BY     PIC X(8).
              10 WS-REQ-FOUND-SW         PIC X(1).
       01  WS-REQ-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-REQ-IDX                    PIC 9(3) VALUE 0.
       01  WS-REQ-FOUND-IDX              PIC 9(3) VALUE 0.

       01  WS-ACH-RETURN-TABLE.
           05 WS-ACH-ENTRY               OCCURS 2000 TIMES.
              10 WS-ACH-POLICY           PIC X(10).
              10 WS-ACH-CODE             PIC X(3).
              10 WS-ACH-AMOUNT           PIC 9(5)V99.
              10 WS-ACH-DATE             PIC X(10).
              10 WS-ACH-DATE-CMP         PIC 9(8).
              10 WS-ACH-USED-SW          PIC X(1).
       01  WS-ACH-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-ACH-IDX                    PIC 9(4) VALUE 0.

       01  DBDRIVR3-AREA.
           10  WS-DBDRIVR3-OPERATION-TYPE  PIC X(10).
           10  WS-DBDRIVR3-POLICY-TYPE     PIC X(50).
           10  WS-DBDRIVR3-LANGUAGE        PIC X(2).
           10  WS-DBDRIVR3-RECIPIENT       PIC X(10).
           10  WS-DBDRIVR3-SQLCODE         PIC S9(9) COMP.
           10  WS-DBDRIVR3-MSG-TEXT        PIC X(100).

       01  DBDRIVR6-AREA.
           10  WS-DBDRIVR6-OPERATION-TYPE  PIC X(10).
           10  WS-DBDRIVR6-STATE           PIC X(2).
           10  WS-DBDRIVR6-LAPSED-FLAG     PIC X(1).
           10  WS-DBDRIVR6-LANGUAGE        PIC X(2).
           10  WS-DBDRIVR6-SQLCODE         PIC S9(9) COMP.
           10  WS-DBDRIVR6-MSG-TEXT        PIC X(100).

       01  SUPDRVR1-AREA.
           10  WS-SU-OPERATION-TYPE        PIC X(10).
           10  WS-SU-PROCESS-DATE          PIC X(10).
           10  WS-SU-POLICY-NUMBER         PIC X(10).
           10  WS-SU-REASON-CODE           PIC X(10).
           10  WS-SU-EFF-DATE              PIC X(10).
           10  WS-SU-AUTH-USER             PIC X(8).
           10  WS-SU-SQLCODE               PIC S9(9) COMP.
           10  WS-SU-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SU-OUT-REASON-CODE       PIC X(10).
           10  WS-SU-OUT-EFF-DATE          PIC X(10).
           10  WS-SU-OUT-AUTH-USER         PIC X(8).

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
           10  WS-PY-POL-HOLDER-MNAME      PIC X(1).
           10  WS-PY-POL-HOLDER-EMAIL      PIC X(30).
           10  WS-PY-POL-AGENT-CODE        PIC X(10).
           10  WS-PY-PAID-RECEIPT-DATE     PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(24)
               VALUE 'ACCOUNT STATEMENT RUN - '.
           05  RPT-HDR-MODE              PIC X(6).
           05  FILLER                    PIC X(7)  VALUE ' AS OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(12) VALUE 'POLICY'.
           05  FILLER                    PIC X(5)  VALUE 'INST'.
           05  FILLER                    PIC X(14) VALUE '   BILLED'.
           05  FILLER                    PIC X(14) VALUE '     PAID'.
           05  FILLER                    PIC X(15)
               VALUE '  OUTSTANDING'.
           05  FILLER                    PIC X(14) VALUE '  RETURNED'.
           05  FILLER                    PIC X(58) VALUE 'DISPOSITION'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-INST-CNT          PIC Z9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-DET-BILLED            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-PAID              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-OUTSTANDING       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-RETURNED          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-DISPOSITION       PIC X(30).
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  RPT-MISSING-LINE.
           05  RPT-MIS-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'REQUESTED - NO INSTALLMENT SCHEDULE ON '.
           05  FILLER                    PIC X(14)
               VALUE 'REMITFLE  BY: '.
           05  RPT-MIS-REQUESTED-BY      PIC X(8).
           05  FILLER                    PIC X(58) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(12) VALUE 'STATEMENTS: '.
           05  RPT-TOT-CANDIDATES        PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'LETTERS: '.
           05  RPT-TOT-LETTERS           PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'EMAILS: '.
           05  RPT-TOT-EMAILS            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'SUPPRESSED: '.
           05  RPT-TOT-SUPP              PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'NOT ON FILE: '.
           05  RPT-TOT-NO-POLICY         PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'NO CHANNEL: '.
           05  RPT-TOT-NO-CHANNEL        PIC ZZZZZZ9.
           05  FILLER                    PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-SCHEDULE
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF NOT DEMAND-MODE
               MOVE 'CYCLE' TO WS-PARM-MODE
           END-IF
           IF WS-PARM-PROCESS-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-PROCESS-DATE
           ELSE
               MOVE WS-PARM-PROCESS-DATE TO WS-PROCESS-DATE
           END-IF
           MOVE WS-PROCESS-DATE TO WS-CMP-DATE-IN
           PERFORM 2900-DATE-TO-CMP
           MOVE WS-CMP-DATE-NUM TO WS-PROCESS-CMP
           IF WS-PROCESS-CMP = 0
               DISPLAY 'ACCTSTM1: INVALID STATEMENT DATE ON SYSIN: '
                       WS-PROCESS-DATE
               CALL 'ABEND'
           END-IF
           MOVE WS-PROCESS-DATE TO WS-RUN-ID (1:10)
           MOVE 'ST'            TO WS-RUN-ID (11:2)

           OPEN INPUT REMITTANCE-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITFLE: ' WS-REMIT-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT STATEMENT-RUN-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTSTMR: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT STATEMENT-DETAIL-FILE
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STMTDTL: ' WS-DTL-STATUS
               CALL 'ABEND'
           END-IF
           OPEN EXTEND CUSTOMER-NOTIFY-FILE
           IF WS-CUST-STATUS NOT = '00'
               OPEN OUTPUT CUSTOMER-NOTIFY-FILE
               IF WS-CUST-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CUSTFLE: ' WS-CUST-STATUS
                   CALL 'ABEND'
               END-IF
           END-IF
           OPEN EXTEND CUSTOMER-EMAIL-FILE
           IF WS-EMAIL-STATUS NOT = '00'
               OPEN OUTPUT CUSTOMER-EMAIL-FILE
               IF WS-EMAIL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CUSTEMAL: ' WS-EMAIL-STATUS
                   CALL 'ABEND'
               END-IF
           END-IF

           MOVE WS-PARM-MODE    TO RPT-HDR-MODE
           MOVE WS-PROCESS-DATE TO RPT-HDR-DATE
           WRITE STATEMENT-RUN-REPORT-REC FROM RPT-HEADER-LINE
           WRITE STATEMENT-RUN-REPORT-REC FROM RPT-COLUMN-LINE

           IF DEMAND-MODE
               PERFORM 0200-LOAD-REQUESTS
           END-IF
           PERFORM 0300-LOAD-ACH-RETURNS

           PERFORM 2050-READ-SCHEDULE-PARA.

       0200-LOAD-REQUESTS.
           OPEN INPUT STATEMENT-REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STMTREQ: ' WS-REQ-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 0210-READ-REQUEST UNTIL END-OF-REQUESTS
           CLOSE STATEMENT-REQUEST-FILE
           DISPLAY 'ACCTSTM1: STATEMENT REQUESTS LOADED: '
                   WS-REQ-TBL-CNT.

       0210-READ-REQUEST.
           READ STATEMENT-REQUEST-FILE
               AT END
                   MOVE 'YES' TO WS-REQ-EOF-SW
               NOT AT END
                   IF SRQ-POLICY-NUMBER NOT = SPACES
                       IF WS-REQ-TBL-CNT >= 500
                           DISPLAY '*** ACCTSTM1: STATEMENT REQUEST '
                                   'TABLE FULL (500) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-REQ-TBL-CNT
                       MOVE SRQ-POLICY-NUMBER
                           TO WS-REQ-POLICY (WS-REQ-TBL-CNT)
                       MOVE SRQ-REQUESTED-BY
                           TO WS-REQ-REQUESTED-BY (WS-REQ-TBL-CNT)
                       MOVE 'N' TO WS-REQ-FOUND-SW (WS-REQ-TBL-CNT)
                   END-IF
           END-READ.

       0300-LOAD-ACH-RETURNS.
           OPEN INPUT ACH-RETURN-FILE
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'ACHRETRN NOT PRESENT - NO ACH RETURNS ASSUMED'
           ELSE
               PERFORM 0310-READ-ACH-RETURN UNTIL END-OF-RETURNS
               CLOSE ACH-RETURN-FILE
           END-IF
           DISPLAY 'ACCTSTM1: ACH RETURNS LOADED: ' WS-ACH-TBL-CNT.

       0310-READ-ACH-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   MOVE 'YES' TO WS-RTN-EOF-SW
               NOT AT END
      *            A ZERO AMOUNT IS A RETURNED PRENOTE, NOT A PAYMENT.
                   IF RTN-POLICY-NUMBER NOT = SPACES
                           AND RTN-AMOUNT NUMERIC
                           AND RTN-AMOUNT > 0
                       IF WS-ACH-TBL-CNT >= 2000
                           DISPLAY '*** ACCTSTM1: ACH RETURN TABLE '
                                   'FULL (2000) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-ACH-TBL-CNT
                       MOVE RTN-POLICY-NUMBER
                           TO WS-ACH-POLICY (WS-ACH-TBL-CNT)
                       MOVE RTN-RETURN-CODE
                           TO WS-ACH-CODE (WS-ACH-TBL-CNT)
                       MOVE RTN-AMOUNT
                           TO WS-ACH-AMOUNT (WS-ACH-TBL-CNT)
                       MOVE RTN-RETURN-DATE
                           TO WS-ACH-DATE (WS-ACH-TBL-CNT)
                       MOVE RTN-RETURN-DATE TO WS-CMP-DATE-IN
                       PERFORM 2900-DATE-TO-CMP
                       MOVE WS-CMP-DATE-NUM
                           TO WS-ACH-DATE-CMP (WS-ACH-TBL-CNT)
                       MOVE 'N' TO WS-ACH-USED-SW (WS-ACH-TBL-CNT)
                   END-IF
           END-READ.

      *    STUBS COLLECT INTO THE GROUP UNTIL THE POLICY CHANGES (OR
      *    A NEW SCHEDULE STARTS); THE COMPLETE GROUP IS STATEMENTED.
       2000-PROCESS-PARA.
           PERFORM 2100-DECODE-STUB
           IF WS-RMT-POLICY NOT = SPACES
                   AND WS-RMT-INSTALL-X NUMERIC
               ADD 1 TO WS-STUBS-READ-CNT
               MOVE WS-RMT-INSTALL-X TO WS-RMT-INSTALL-NUM
               IF WS-GRP-CNT > 0
                   IF WS-RMT-POLICY NOT = WS-GRP-POLICY
                           OR WS-RMT-INSTALL-NUM = 1
                       PERFORM 2500-CLOSE-GROUP
                   END-IF
               END-IF
               PERFORM 2200-ADD-STUB-TO-GROUP
           END-IF
           PERFORM 2050-READ-SCHEDULE-PARA.

       2100-DECODE-STUB.
           MOVE SPACES TO WS-RMT-POLICY WS-RMT-INSTALL-X
                          WS-RMT-AMOUNT-X WS-RMT-DUE-DATE
           UNSTRING REMITTANCE-RECORD DELIMITED BY '|'
               INTO WS-RMT-POLICY
                    WS-RMT-INSTALL-X
                    WS-RMT-AMOUNT-X
                    WS-RMT-DUE-DATE
           END-UNSTRING
           MOVE 0 TO WS-RMT-AMOUNT-NUM
           MOVE SPACES TO WS-RMT-AMT-WHOLE WS-RMT-AMT-DEC
           UNSTRING WS-RMT-AMOUNT-X DELIMITED BY '.'
               INTO WS-RMT-AMT-WHOLE
                    WS-RMT-AMT-DEC
           END-UNSTRING
           IF WS-RMT-AMT-WHOLE NUMERIC AND WS-RMT-AMT-DEC NUMERIC
               MOVE WS-RMT-AMT-WHOLE TO WS-RMT-AMT-B-WHOLE
               MOVE WS-RMT-AMT-DEC   TO WS-RMT-AMT-B-DEC
               COMPUTE WS-RMT-AMOUNT-NUM =
                       WS-RMT-AMT-B-WHOLE
                       + WS-RMT-AMT-B-DEC / 100
           END-IF.

       2200-ADD-STUB-TO-GROUP.
           IF WS-GRP-CNT >= 24
               DISPLAY 'ACCTSTM1: MORE THAN 24 STUBS FOR POLICY '
                       WS-RMT-POLICY ' - EXTRA STUBS NOT STATEMENTED'
           ELSE
               MOVE WS-RMT-POLICY TO WS-GRP-POLICY
               ADD 1 TO WS-GRP-CNT
               MOVE WS-RMT-INSTALL-NUM
                   TO WS-GRP-INSTALL-NO (WS-GRP-CNT)
               MOVE WS-RMT-AMOUNT-NUM TO WS-GRP-AMOUNT (WS-GRP-CNT)
               MOVE WS-RMT-DUE-DATE   TO WS-GRP-DUE-DATE (WS-GRP-CNT)
               MOVE WS-RMT-DUE-DATE   TO WS-CMP-DATE-IN
               PERFORM 2900-DATE-TO-CMP
               MOVE WS-CMP-DATE-NUM   TO WS-GRP-DUE-CMP (WS-GRP-CNT)
           END-IF.

      *    CYCLE MODE STATEMENTS EVERY INSTALLMENT PAYER - A SINGLE
      *    ANNUAL STUB HAS NOTHING TO STATE THAT THE RENEWAL NOTICE
      *    DID NOT. DEMAND MODE STATEMENTS WHAT WAS ASKED FOR, ANNUAL
      *    OR NOT.
       2500-CLOSE-GROUP.
           IF DEMAND-MODE
               PERFORM 2510-FIND-REQUEST
               IF WS-REQ-FOUND-IDX > 0
                   MOVE 'Y' TO WS-REQ-FOUND-SW (WS-REQ-FOUND-IDX)
                   PERFORM 3000-PRODUCE-STATEMENT
               END-IF
           ELSE
               IF WS-GRP-CNT > 1
                   PERFORM 3000-PRODUCE-STATEMENT
               END-IF
           END-IF
           MOVE 0      TO WS-GRP-CNT
           MOVE SPACES TO WS-GRP-POLICY.

       2510-FIND-REQUEST.
           MOVE 0 TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                     UNTIL WS-REQ-IDX > WS-REQ-TBL-CNT
               IF WS-REQ-POLICY (WS-REQ-IDX) = WS-GRP-POLICY
                   MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                   MOVE WS-REQ-TBL-CNT TO WS-REQ-IDX
               END-IF
           END-PERFORM.

       3000-PRODUCE-STATEMENT.
           ADD 1 TO WS-CANDIDATE-CNT
           MOVE SPACES          TO RPT-DET-DISPOSITION
           MOVE WS-GRP-POLICY   TO RPT-DET-POLICY
           MOVE WS-GRP-CNT      TO RPT-DET-INST-CNT
           MOVE 0 TO RPT-DET-BILLED RPT-DET-PAID
                     RPT-DET-OUTSTANDING RPT-DET-RETURNED
           MOVE 'GETPOL'        TO WS-PY-OPERATION-TYPE
           MOVE WS-GRP-POLICY   TO WS-PY-POLICY-NUMBER
           MOVE 0               TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 100
               ADD 1 TO WS-NO-POLICY-CNT
               MOVE 'POLICY NOT ON FILE' TO RPT-DET-DISPOSITION
           ELSE
               MOVE 'CHECK'          TO WS-SU-OPERATION-TYPE
               MOVE WS-PROCESS-DATE  TO WS-SU-PROCESS-DATE
               MOVE WS-GRP-POLICY    TO WS-SU-POLICY-NUMBER
               CALL 'SUPDRVR1' USING SUPDRVR1-AREA
               IF WS-SU-SQLCODE = 0
                   ADD 1 TO WS-SUPPRESSED-CNT
                   MOVE 'SUPPRESSED - DO NOT CONTACT'
                                           TO RPT-DET-DISPOSITION
               ELSE
                   PERFORM 3050-COMPOSE-STATEMENT
               END-IF
           END-IF
           WRITE STATEMENT-RUN-REPORT-REC FROM RPT-DETAIL-LINE.

       3050-COMPOSE-STATEMENT.
           MOVE 'GETCONT'       TO WS-PY-OPERATION-TYPE
           MOVE WS-GRP-POLICY   TO WS-PY-POLICY-NUMBER
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           PERFORM 3100-PRICE-STATEMENT
           MOVE WS-STM-BILLED      TO RPT-DET-BILLED
           MOVE WS-STM-PAID        TO RPT-DET-PAID
           MOVE WS-STM-OUTSTANDING TO RPT-DET-OUTSTANDING
           MOVE WS-STM-RETURNED    TO RPT-DET-RETURNED
           MOVE WS-PY-POL-PREF-LANGUAGE TO WS-POLICY-LANGUAGE
           IF WS-POLICY-LANGUAGE = SPACES
               MOVE WS-RUN-LANGUAGE TO WS-POLICY-LANGUAGE
           END-IF
           PERFORM 3200-LOOKUP-STATEMENT-WORDING
           PERFORM 3210-LOOKUP-STATUTORY-WORDING
           MOVE WS-PY-POL-CONTACT-PREF TO WS-CONTACT-PREF-CHECK
           IF NOT PREF-EMAIL-ONLY
               PERFORM 3300-WRITE-LETTER-RECORD
               MOVE 'MAILED' TO RPT-DET-DISPOSITION
           END-IF
           IF WS-PY-POL-HOLDER-EMAIL NOT = SPACES
                   AND NOT PREF-MAIL-ONLY
               PERFORM 3400-WRITE-EMAIL-RECORD
               IF RPT-DET-DISPOSITION = SPACES
                   MOVE 'EMAILED' TO RPT-DET-DISPOSITION
               ELSE
                   MOVE 'MAILED AND EMAILED' TO RPT-DET-DISPOSITION
               END-IF
           END-IF
           IF RPT-DET-DISPOSITION = SPACES
      *        AN EMAIL-ONLY CUSTOMER WITH NO EMAIL ADDRESS ON FILE
      *        GETS NOTHING - COUNTED SO THE DESK CAN FOLLOW UP.
               ADD 1 TO WS-NO-CHANNEL-CNT
               MOVE 'EMAIL-ONLY, NO ADDRESS' TO RPT-DET-DISPOSITION
           END-IF.

      *    EACH STUB IS PRICED AGAINST ITS TPAYMENT ROW AND ANY ACH
      *    RETURN IN ITS BILLING WINDOW. WHAT IS DUE BY THE STATEMENT
      *    DATE IS BILLED; LATER STUBS ARE SHOWN AS SCHEDULED. THE
      *    OUTSTANDING BALANCE IS BILLED LESS EVERYTHING RECEIVED NET
      *    OF RETURNS - A PAYMENT MADE AHEAD SHOWS AS A CREDIT.
       3100-PRICE-STATEMENT.
           MOVE 0 TO WS-STM-BILLED WS-STM-PAID WS-STM-RETURNED
                     WS-STM-OUTSTANDING WS-STM-UNBILLED
           PERFORM 3110-PRICE-INSTALLMENT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-CNT
           COMPUTE WS-STM-OUTSTANDING = WS-STM-BILLED - WS-STM-PAID.

       3110-PRICE-INSTALLMENT.
           MOVE 0      TO WS-GRP-PAID (WS-GRP-IDX)
                          WS-GRP-RTN-AMOUNT (WS-GRP-IDX)
           MOVE SPACES TO WS-GRP-RECEIPT-DATE (WS-GRP-IDX)
                          WS-GRP-RTN-CODE (WS-GRP-IDX)
                          WS-GRP-RTN-DATE (WS-GRP-IDX)
           MOVE 'GETPAY'        TO WS-PY-OPERATION-TYPE
           MOVE WS-GRP-POLICY   TO WS-PY-POLICY-NUMBER
           MOVE WS-GRP-INSTALL-NO (WS-GRP-IDX) TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 0
               MOVE WS-PY-PAID-AMOUNT TO WS-GRP-PAID (WS-GRP-IDX)
               MOVE WS-PY-PAID-RECEIPT-DATE
                                   TO WS-GRP-RECEIPT-DATE (WS-GRP-IDX)
           END-IF
           PERFORM 3120-MATCH-ACH-RETURN
           COMPUTE WS-NET-PAID = WS-GRP-PAID (WS-GRP-IDX)
                               - WS-GRP-RTN-AMOUNT (WS-GRP-IDX)
           IF WS-NET-PAID < 0
               MOVE 0 TO WS-NET-PAID
           END-IF
           ADD WS-NET-PAID TO WS-STM-PAID
           ADD WS-GRP-RTN-AMOUNT (WS-GRP-IDX) TO WS-STM-RETURNED
           COMPUTE WS-GRP-BALANCE (WS-GRP-IDX) =
                   WS-GRP-AMOUNT (WS-GRP-IDX) - WS-NET-PAID
           IF WS-GRP-DUE-CMP (WS-GRP-IDX) > WS-PROCESS-CMP
               ADD WS-GRP-AMOUNT (WS-GRP-IDX) TO WS-STM-UNBILLED
           ELSE
               ADD WS-GRP-AMOUNT (WS-GRP-IDX) TO WS-STM-BILLED
           END-IF
           EVALUATE TRUE
               WHEN WS-GRP-RTN-CODE (WS-GRP-IDX) NOT = SPACES
                   MOVE 'RETURNED'  TO WS-GRP-STATUS (WS-GRP-IDX)
               WHEN WS-NET-PAID = 0
                       AND WS-GRP-DUE-CMP (WS-GRP-IDX) > WS-PROCESS-CMP
                   MOVE 'SCHEDULED' TO WS-GRP-STATUS (WS-GRP-IDX)
               WHEN WS-NET-PAID = 0
                       AND WS-GRP-DUE-CMP (WS-GRP-IDX) = WS-PROCESS-CMP
                   MOVE 'DUE'       TO WS-GRP-STATUS (WS-GRP-IDX)
               WHEN WS-NET-PAID = 0
                   MOVE 'PAST DUE'  TO WS-GRP-STATUS (WS-GRP-IDX)
               WHEN WS-NET-PAID < WS-GRP-AMOUNT (WS-GRP-IDX)
                   MOVE 'SHORT PAID' TO WS-GRP-STATUS (WS-GRP-IDX)
               WHEN WS-NET-PAID > WS-GRP-AMOUNT (WS-GRP-IDX)
                   MOVE 'OVERPAID'  TO WS-GRP-STATUS (WS-GRP-IDX)
               WHEN OTHER
                   MOVE 'PAID'      TO WS-GRP-STATUS (WS-GRP-IDX)
           END-EVALUATE.

      *    A RETURN BELONGS TO THE INSTALLMENT WHOSE WINDOW - ITS DUE
      *    DATE UP TO THE NEXT STUB'S DUE DATE - THE RETURN DATE FALLS
      *    IN; THE FIRST UNCLAIMED ONE IS TAKEN SO A RETURN IS NEVER
      *    SHOWN TWICE.
       3120-MATCH-ACH-RETURN.
           COMPUTE WS-GRP-NEXT-IDX = WS-GRP-IDX + 1
           IF WS-GRP-NEXT-IDX > WS-GRP-CNT
               MOVE 99999999 TO WS-WINDOW-END-CMP
           ELSE
               MOVE WS-GRP-DUE-CMP (WS-GRP-NEXT-IDX)
                                       TO WS-WINDOW-END-CMP
           END-IF
           PERFORM VARYING WS-ACH-IDX FROM 1 BY 1
                     UNTIL WS-ACH-IDX > WS-ACH-TBL-CNT
               IF WS-ACH-POLICY (WS-ACH-IDX) = WS-GRP-POLICY
                       AND WS-ACH-USED-SW (WS-ACH-IDX) = 'N'
                       AND WS-ACH-DATE-CMP (WS-ACH-IDX)
                           >= WS-GRP-DUE-CMP (WS-GRP-IDX)
                       AND WS-ACH-DATE-CMP (WS-ACH-IDX)
                           < WS-WINDOW-END-CMP
                   MOVE 'Y' TO WS-ACH-USED-SW (WS-ACH-IDX)
                   MOVE WS-ACH-CODE (WS-ACH-IDX)
                                   TO WS-GRP-RTN-CODE (WS-GRP-IDX)
                   MOVE WS-ACH-DATE (WS-ACH-IDX)
                                   TO WS-GRP-RTN-DATE (WS-GRP-IDX)
                   MOVE WS-ACH-AMOUNT (WS-ACH-IDX)
                                   TO WS-GRP-RTN-AMOUNT (WS-GRP-IDX)
                   MOVE WS-ACH-TBL-CNT TO WS-ACH-IDX
               END-IF
           END-PERFORM.

       3200-LOOKUP-STATEMENT-WORDING.
           MOVE WS-PY-POL-TYPE         TO  WS-DBDRIVR3-POLICY-TYPE
           MOVE WS-POLICY-LANGUAGE     TO  WS-DBDRIVR3-LANGUAGE
           MOVE 'CUSTSTMT'             TO  WS-DBDRIVR3-RECIPIENT
           MOVE 'LOOKUP'               TO  WS-DBDRIVR3-OPERATION-TYPE
           CALL 'DBDRIVR3' USING DBDRIVR3-AREA
           IF (WS-DBDRIVR3-SQLCODE NOT EQUAL 0
                       OR WS-DBDRIVR3-MSG-TEXT EQUAL SPACES)
                   AND WS-POLICY-LANGUAGE NOT = WS-RUN-LANGUAGE
               MOVE WS-RUN-LANGUAGE    TO  WS-DBDRIVR3-LANGUAGE
               CALL 'DBDRIVR3' USING DBDRIVR3-AREA
           END-IF
           IF WS-DBDRIVR3-SQLCODE NOT EQUAL 0
                   OR WS-DBDRIVR3-MSG-TEXT EQUAL SPACES
               MOVE 'HERE IS THE STATEMENT OF YOUR PREMIUM ACCOUNT'
                                       TO  WS-DBDRIVR3-MSG-TEXT
           END-IF.

       3210-LOOKUP-STATUTORY-WORDING.
           MOVE WS-PY-POL-HOLDER-STATE TO  WS-DBDRIVR6-STATE
           MOVE WS-POLICY-LANGUAGE     TO  WS-DBDRIVR6-LANGUAGE
           MOVE 'N'                    TO  WS-DBDRIVR6-LAPSED-FLAG
           MOVE 'LOOKUP'               TO  WS-DBDRIVR6-OPERATION-TYPE
           CALL 'DBDRIVR6' USING DBDRIVR6-AREA
           IF (WS-DBDRIVR6-SQLCODE NOT EQUAL 0
                       OR WS-DBDRIVR6-MSG-TEXT EQUAL SPACES)
                   AND WS-POLICY-LANGUAGE NOT = WS-RUN-LANGUAGE
               MOVE WS-RUN-LANGUAGE    TO  WS-DBDRIVR6-LANGUAGE
               CALL 'DBDRIVR6' USING DBDRIVR6-AREA
           END-IF
           IF WS-DBDRIVR6-SQLCODE NOT EQUAL 0
                   OR WS-DBDRIVR6-MSG-TEXT EQUAL SPACES
               MOVE 'PLEASE KEEP THIS STATEMENT WITH YOUR POLICY'
                                       TO  WS-DBDRIVR6-MSG-TEXT
           END-IF.

      *    THE AMOUNT SLOTS CARRY THE OUTSTANDING BALANCE (ZERO WHEN
      *    THE ACCOUNT IS PAID UP OR IN CREDIT) THE WAY THE DUNNING
      *    NOTICES CARRY THEIRS; THE INSTALLMENT TABLE ITSELF GOES TO
      *    STMTDTL.
       3300-WRITE-LETTER-RECORD.
           IF WS-STM-OUTSTANDING > 0
               MOVE WS-STM-OUTSTANDING TO WS-NOTICE-AMOUNT
           ELSE
               MOVE 0 TO WS-NOTICE-AMOUNT
           END-IF
           MOVE SPACES TO CUSTOMER-NOTIFY-RECORD
           MOVE WS-GRP-POLICY           TO WS-CUST-POLICY-NUMBER
           MOVE WS-PY-POL-HOLDER-FNAME  TO WS-CUST-FIRST-NAME
           MOVE WS-PY-POL-HOLDER-MNAME  TO WS-CUST-MIDDLE-NAME
           MOVE WS-PY-POL-HOLDER-LNAME  TO WS-CUST-LAST-NAME
           MOVE WS-PY-POL-HOLDER-ADDR-1 TO WS-CUST-ADDR-1
           MOVE WS-PY-POL-HOLDER-ADDR-2 TO WS-CUST-ADDR-2
           MOVE WS-PY-POL-HOLDER-CITY   TO WS-CUST-CITY
           MOVE WS-PY-POL-HOLDER-STATE  TO WS-CUST-STATE
           MOVE WS-PY-POL-HOLDER-ZIP-CD TO WS-CUST-ZIP-CD
           MOVE WS-PY-POL-EXPIRY-DATE   TO WS-CUST-EXPIRY-DATE
           MOVE WS-PROCESS-DATE         TO WS-CUST-NOTIFY-DATE
           MOVE WS-PY-POL-CONTACT-PREF  TO WS-CUST-CONTACT-PREF
           MOVE WS-PY-POL-AGENT-CODE    TO WS-CUST-AGENT-CODE
           MOVE WS-PY-POL-HOLDER-EMAIL  TO WS-CUST-EMAIL
           MOVE WS-NOTICE-AMOUNT        TO WS-CUST-RENEWAL-PREMIUM
           MOVE WS-PY-POL-PAYMENT-FREQ  TO WS-CUST-PAYMENT-FREQ
           MOVE WS-GRP-CNT              TO WS-CUST-INSTALL-CNT
           MOVE WS-GRP-AMOUNT (1)       TO WS-CUST-INSTALL-AMOUNT
           MOVE 0                       TO WS-CUST-COV-CNT
           MOVE WS-DBDRIVR3-MSG-TEXT    TO WS-CUST-NOTIFY-MSG
           MOVE WS-DBDRIVR6-MSG-TEXT    TO WS-CUST-STATUTORY-MSG
           MOVE WS-RUN-ID               TO WS-CUST-RUN-ID
           WRITE CUSTOMER-NOTIFY-RECORD
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-LETTER-CNT
               PERFORM 3310-WRITE-INSTALLMENT-LINE
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-CNT
               PERFORM 3320-WRITE-TOTAL-LINE
           ELSE
               DISPLAY 'ERROR WRITING TO CUSTFLE: ' WS-CUST-STATUS
           END-IF.

       3310-WRITE-INSTALLMENT-LINE.
           MOVE SPACES TO STATEMENT-DETAIL-RECORD
           MOVE WS-GRP-POLICY           TO STM-POLICY-NUMBER
           MOVE WS-RUN-ID               TO STM-RUN-ID
           SET STM-INSTALL-LINE         TO TRUE
           MOVE WS-GRP-INSTALL-NO (WS-GRP-IDX)   TO STM-INSTALL-NO
           MOVE WS-GRP-DUE-DATE (WS-GRP-IDX)     TO STM-DUE-DATE
           MOVE WS-GRP-AMOUNT (WS-GRP-IDX)       TO STM-BILLED-AMT
           MOVE WS-GRP-PAID (WS-GRP-IDX)         TO STM-PAID-AMT
           MOVE WS-GRP-RECEIPT-DATE (WS-GRP-IDX) TO STM-RECEIPT-DATE
           MOVE WS-GRP-RTN-CODE (WS-GRP-IDX)     TO STM-RETURN-CODE
           MOVE WS-GRP-RTN-DATE (WS-GRP-IDX)     TO STM-RETURN-DATE
           MOVE WS-GRP-RTN-AMOUNT (WS-GRP-IDX)   TO STM-RETURN-AMT
           MOVE WS-GRP-BALANCE (WS-GRP-IDX)      TO STM-BALANCE
           MOVE WS-GRP-STATUS (WS-GRP-IDX)       TO STM-STATUS
           MOVE 0                                TO STM-UNBILLED-AMT
           PERFORM 3330-WRITE-DETAIL-RECORD.

       3320-WRITE-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-DETAIL-RECORD
           MOVE WS-GRP-POLICY           TO STM-POLICY-NUMBER
           MOVE WS-RUN-ID               TO STM-RUN-ID
           SET STM-TOTAL-LINE           TO TRUE
           MOVE 0                       TO STM-INSTALL-NO
           MOVE WS-STM-BILLED           TO STM-BILLED-AMT
           MOVE WS-STM-PAID             TO STM-PAID-AMT
           MOVE WS-STM-RETURNED         TO STM-RETURN-AMT
           MOVE WS-STM-OUTSTANDING      TO STM-BALANCE
           MOVE WS-STM-UNBILLED         TO STM-UNBILLED-AMT
           PERFORM 3330-WRITE-DETAIL-RECORD.

       3330-WRITE-DETAIL-RECORD.
           WRITE STATEMENT-DETAIL-RECORD
           IF WS-DTL-STATUS = '00'
               ADD 1 TO WS-DETAIL-CNT
           ELSE
               DISPLAY 'ERROR WRITING TO STMTDTL: ' WS-DTL-STATUS
           END-IF.

      *    SAME PIPE LAYOUT AS MAINPGM'S CUSTOMER EMAIL EXTRACT, SO
      *    THE GATEWAY AND ITS RESULT FILES HANDLE STATEMENTS LIKE
      *    ANY OTHER SEND - THE AMOUNT FIELD IS THE OUTSTANDING
      *    BALANCE.
       3400-WRITE-EMAIL-RECORD.
           IF WS-STM-OUTSTANDING > 0
               MOVE WS-STM-OUTSTANDING TO WS-NOTICE-AMOUNT
           ELSE
               MOVE 0 TO WS-NOTICE-AMOUNT
           END-IF
           MOVE WS-NOTICE-AMOUNT TO WS-CSV-BALANCE-EDIT
           MOVE SPACES TO CUSTOMER-EMAIL-RECORD
           STRING WS-PY-POL-HOLDER-EMAIL  DELIMITED BY SIZE '|'
                  WS-GRP-POLICY           DELIMITED BY SIZE '|'
                  WS-PY-POL-HOLDER-FNAME  DELIMITED BY SIZE '|'
                  WS-PY-POL-HOLDER-LNAME  DELIMITED BY SIZE '|'
                  WS-PY-POL-EXPIRY-DATE   DELIMITED BY SIZE '|'
                  WS-CSV-BALANCE-EDIT     DELIMITED BY SIZE '|'
                  WS-DBDRIVR3-MSG-TEXT    DELIMITED BY SIZE '|'
                  WS-DBDRIVR6-MSG-TEXT    DELIMITED BY SIZE '|'
                  SPACE                   DELIMITED BY SIZE '|'
                  SPACE                   DELIMITED BY SIZE '|'
                  WS-RUN-ID               DELIMITED BY SIZE
             INTO CUSTOMER-EMAIL-RECORD
           END-STRING
           WRITE CUSTOMER-EMAIL-RECORD
           IF WS-EMAIL-STATUS = '00'
               ADD 1 TO WS-EMAIL-CNT
           ELSE
               DISPLAY 'ERROR WRITING TO CUSTEMAL: ' WS-EMAIL-STATUS
           END-IF.

       2050-READ-SCHEDULE-PARA.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'YES' TO WS-REMIT-EOF-SW
           END-READ.

       2900-DATE-TO-CMP.
           MOVE 0 TO WS-CMP-DATE-NUM
           IF WS-CMP-DATE-IN (1:2) NUMERIC
                   AND WS-CMP-DATE-IN (4:2) NUMERIC
                   AND WS-CMP-DATE-IN (7:4) NUMERIC
               MOVE WS-CMP-DATE-IN (7:4) TO WS-CMP-DATE-NUM (1:4)
               MOVE WS-CMP-DATE-IN (1:2) TO WS-CMP-DATE-NUM (5:2)
               MOVE WS-CMP-DATE-IN (4:2) TO WS-CMP-DATE-NUM (7:2)
           END-IF.

       9000-FINALIZE-PARA.
           IF WS-GRP-CNT > 0
               PERFORM 2500-CLOSE-GROUP
           END-IF

           IF DEMAND-MODE
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                         UNTIL WS-REQ-IDX > WS-REQ-TBL-CNT
                   IF WS-REQ-FOUND-SW (WS-REQ-IDX) = 'N'
                       ADD 1 TO WS-NOT-FOUND-CNT
                       MOVE WS-REQ-POLICY (WS-REQ-IDX)
                                           TO RPT-MIS-POLICY
                       MOVE WS-REQ-REQUESTED-BY (WS-REQ-IDX)
                                           TO RPT-MIS-REQUESTED-BY
                       WRITE STATEMENT-RUN-REPORT-REC
                           FROM RPT-MISSING-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-CANDIDATE-CNT    TO RPT-TOT-CANDIDATES
           MOVE WS-LETTER-CNT       TO RPT-TOT-LETTERS
           MOVE WS-EMAIL-CNT        TO RPT-TOT-EMAILS
           MOVE WS-SUPPRESSED-CNT   TO RPT-TOT-SUPP
           MOVE WS-NO-POLICY-CNT    TO RPT-TOT-NO-POLICY
           MOVE WS-NO-CHANNEL-CNT   TO RPT-TOT-NO-CHANNEL
           WRITE STATEMENT-RUN-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE REMITTANCE-FILE
           CLOSE CUSTOMER-NOTIFY-FILE
           CLOSE CUSTOMER-EMAIL-FILE
           CLOSE STATEMENT-DETAIL-FILE
           CLOSE STATEMENT-RUN-REPORT
           DISPLAY 'ACCTSTM1: STUBS READ: ' WS-STUBS-READ-CNT
                   '  STATEMENTS: ' WS-CANDIDATE-CNT
                   '  DETAIL LINES: ' WS-DETAIL-CNT
                   '  REQUESTS NOT ON SCHEDULE: ' WS-NOT-FOUND-CNT.

       END PROGRAM ACCTSTM1.
