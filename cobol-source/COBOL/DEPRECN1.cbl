       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI-PRIOR-DAY-FILE ASSIGN TO 'BAIPRDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO 'ACHRETRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT PRIOR-BREAK-FILE ASSIGN TO 'DEPBRKIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRKIN-STATUS.
           SELECT NEW-BREAK-FILE ASSIGN TO 'DEPBRKOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DEPOSIT-RECON-REPORT ASSIGN TO 'DEPRECRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE BANK'S BAI2 PRIOR-DAY REPORTING FILE - COMMA-DELIMITED
      *    RECORDS ENDED BY '/': 01 FILE HEADER, 02 GROUP HEADER (AS-OF
      *    DATE YYMMDD IN FIELD 5), 03 ACCOUNT, 16 TRANSACTION DETAIL
      *    (TYPE CODE IN FIELD 2, AMOUNT IN CENTS IN FIELD 3), 49/98
      *    TRAILERS, 88 CONTINUATION AND 99 FILE TRAILER.
       FD  BAI-PRIOR-DAY-FILE.
       01  BAI-RECORD                    PIC X(80).

      *    THE SAME DAY'S ACH RETURN FILE ACHRETN1 PROCESSED - EVERY
      *    RETURN WAS TAKEN BACK BY THE BANK ON ITS RETURN DATE.
       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-REC.
           05  RTN-POLICY-NUMBER         PIC X(10).
           05  RTN-RETURN-CODE           PIC X(3).
           05  RTN-AMOUNT                PIC 9(5)V9(2).
           05  RTN-RETURN-DATE           PIC X(10).
           05  FILLER                    PIC X(50).

       FD  PRIOR-BREAK-FILE.
       01  PRIOR-BREAK-REC               PIC X(80).

       FD  NEW-BREAK-FILE.
       01  NEW-BREAK-REC                 PIC X(80).

       FD  DEPOSIT-RECON-REPORT.
       01  DEPOSIT-RECON-REPORT-REC      PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-RTN-STATUS                 PIC XX.
       01  WS-BRKIN-STATUS               PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-BAI                VALUE 'YES'.
       01  WS-RTN-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-RETURNS            VALUE 'YES'.
       01  WS-BRK-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-PRIOR-BREAKS       VALUE 'YES'.
       01  WS-TRAILER-SW                 PIC X(1) VALUE 'N'.
           88  FILE-TRAILER-SEEN         VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-BREAK-REC.
           COPY DEPBRK.

      *    ONE BAI2 RECORD BROKEN INTO ITS LEADING FIELDS.
       01  WS-BAI-FIELDS.
           05  WS-BAI-REC-CODE           PIC X(2).
           05  WS-BAI-FIELD-2            PIC X(20).
           05  WS-BAI-FIELD-3            PIC X(20).
           05  WS-BAI-FIELD-4            PIC X(20).
           05  WS-BAI-FIELD-5            PIC X(20).
       01  WS-BAI-FIELD-3-LEN            PIC 9(4) COMP VALUE 0.
       01  WS-BAI-CENTS                  PIC 9(13) VALUE 0.
       01  WS-BAI-AMOUNT                 PIC 9(11)V99 VALUE 0.
       01  WS-BAI-AS-OF-YYMMDD.
           05  WS-BAI-AS-OF-YY           PIC X(2).
           05  WS-BAI-AS-OF-MM           PIC X(2).
           05  WS-BAI-AS-OF-DD           PIC X(2).
       01  WS-AS-OF-DATE.
           05  WS-AS-OF-MM               PIC X(2).
           05  FILLER                    PIC X(1) VALUE '/'.
           05  WS-AS-OF-DD               PIC X(2).
           05  FILLER                    PIC X(3) VALUE '/20'.
           05  WS-AS-OF-YY               PIC X(2).
       01  WS-GROUP-CNT                  PIC 9(5) VALUE 0.

      *    THE BANK'S DEPOSITS FOR THE DAY BY DATE AND CASH SOURCE.
      *    A LOCKBOX DEPOSIT (BAI TYPE 115) IS BOOKED BY PMTPOST1 AS
      *    PAY_SOURCE 'LOCKBOX'; ACH CREDITS (165/166/169) AS 'ACH',
      *    NET OF DEPOSITED ITEMS RETURNED (555). THE CARD PROCESSOR'S
      *    SETTLEMENT CREDITS COME UNDER THE BANK-ASSIGNED TYPE 901 AND
      *    ANY CHARGEBACK IT DEBITS SEPARATELY UNDER 951, BOOKED BY
      *    CRDPOST1 AS 'CARD'.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 50 TIMES.
               10  WS-DEP-DATE           PIC X(10).
               10  WS-DEP-SOURCE         PIC X(8).
               10  WS-DEP-BANK-AMOUNT    PIC S9(9)V99 COMP-3.
       01  WS-DEP-CNT                    PIC 9(4) COMP VALUE 0.
       01  WS-DEP-IDX                    PIC 9(4) COMP VALUE 0.
       01  WS-DEP-FOUND-IDX              PIC 9(4) COMP VALUE 0.
       01  WS-LOOKUP-DATE                PIC X(10).
       01  WS-LOOKUP-SOURCE              PIC X(8).

      *    ACH RETURNS BY RETURN DATE, FROM THE DAY'S RETURN FILE.
       01  WS-RTN-TABLE.
           05  WS-RTN-ENTRY OCCURS 31 TIMES.
               10  WS-RTN-DATE           PIC X(10).
               10  WS-RTN-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-RTN-CNT                    PIC 9(4) COMP VALUE 0.
       01  WS-RTN-IDX                    PIC 9(4) COMP VALUE 0.
       01  WS-RTN-FOUND-IDX              PIC 9(4) COMP VALUE 0.

      *    YESTERDAY'S OPEN BREAKS. A BREAK NOT RE-PRICED BY TODAY'S
      *    DEPOSITS IS RE-PRICED ON ITS OWN IN 4000; NONE IS DROPPED
      *    UNTIL THE BOOKS AGREE WITH THE BANK.
       01  WS-BRK-TABLE.
           05  WS-BRK-ENTRY OCCURS 500 TIMES.
               10  WS-BRK-DATE           PIC X(10).
               10  WS-BRK-SOURCE         PIC X(8).
               10  WS-BRK-BANK-AMOUNT    PIC S9(9)V99 COMP-3.
               10  WS-BRK-RETURNS        PIC S9(9)V99 COMP-3.
               10  WS-BRK-FIRST-SEEN     PIC X(10).
               10  WS-BRK-AGE            PIC 9(3).
               10  WS-BRK-SEEN           PIC X(1).
       01  WS-BRK-CNT                    PIC 9(4) COMP VALUE 0.
       01  WS-BRK-IDX                    PIC 9(4) COMP VALUE 0.
       01  WS-BRK-FOUND-IDX              PIC 9(4) COMP VALUE 0.

      *    THE KEY BEING PRICED AND ITS BOOK SIDE.
       01  WS-PRICE-DATE                 PIC X(10).
       01  WS-PRICE-SOURCE               PIC X(8).
       01  WS-PRICE-BANK                 PIC S9(9)V99 VALUE 0.
       01  WS-PRICE-POSTED               PIC S9(9)V99 VALUE 0.
       01  WS-PRICE-SUSPENSE             PIC S9(9)V99 VALUE 0.
       01  WS-PRICE-RETURNS              PIC S9(9)V99 VALUE 0.
       01  WS-PRICE-BOOK                 PIC S9(9)V99 VALUE 0.
       01  WS-PRICE-DIFF                 PIC S9(9)V99 VALUE 0.
       01  WS-PRICE-FIRST-SEEN           PIC X(10).
       01  WS-PRICE-AGE                  PIC 9(3) VALUE 0.
       01  WS-PRICE-STATUS               PIC X(10).

       01  WS-MATCHED-CNT                PIC 9(7) VALUE 0.
       01  WS-NEW-BREAK-CNT              PIC 9(7) VALUE 0.
       01  WS-CARRIED-CNT                PIC 9(7) VALUE 0.
       01  WS-CLEARED-CNT                PIC 9(7) VALUE 0.
       01  WS-PRICED-CNT                 PIC 9(7) VALUE 0.
       01  WS-BANK-TOTAL                 PIC S9(9)V99 VALUE 0.
       01  WS-BOOK-TOTAL                 PIC S9(9)V99 VALUE 0.
       01  WS-OPEN-DIFF-TOTAL            PIC S9(9)V99 VALUE 0.

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

       01  SUSDRVR1-AREA.
           10  WS-SS-OPERATION-TYPE        PIC X(10).
           10  WS-SS-ITEM-ID               PIC X(14).
           10  WS-SS-RECEIPT-DATE          PIC X(10).
           10  WS-SS-POLICY-NUMBER         PIC X(10).
           10  WS-SS-INSTALL-NO            PIC S9(9) COMP.
           10  WS-SS-AMOUNT                PIC S9(5)V9(2) COMP-3.
           10  WS-SS-REASON                PIC X(10).
           10  WS-SS-ACTION-USER           PIC X(8).
           10  WS-SS-SQLCODE               PIC S9(9) COMP.
           10  WS-SS-OUT-ITEM-ID           PIC X(14).
           10  WS-SS-OUT-RECEIPT-DATE      PIC X(10).
           10  WS-SS-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SS-OUT-INSTALL-NO        PIC S9(9) COMP.
           10  WS-SS-OUT-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-SS-OUT-REASON            PIC X(10).
           10  WS-SS-OUT-STATUS            PIC X(1).
           10  WS-SS-OUT-AGE-DAYS          PIC S9(9) COMP.
           10  WS-SS-OUT-OPEN-CNT          PIC S9(9) COMP.
           10  WS-SS-OUT-OPEN-TOTAL        PIC S9(9)V9(2) COMP-3.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(39)
               VALUE 'BANK DEPOSIT RECONCILIATION - RUN OF  '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(12) VALUE 'DEPOSIT DATE'.
           05  FILLER                    PIC X(10) VALUE 'SOURCE'.
           05  FILLER                    PIC X(16)
               VALUE '    BANK AMOUNT'.
           05  FILLER                    PIC X(16)
               VALUE '         POSTED'.
           05  FILLER                    PIC X(16)
               VALUE '       SUSPENSE'.
           05  FILLER                    PIC X(16)
               VALUE '    ACH RETURNS'.
           05  FILLER                    PIC X(17)
               VALUE '     DIFFERENCE'.
           05  FILLER                    PIC X(12) VALUE 'STATUS'.
           05  FILLER                    PIC X(17)
               VALUE 'AGE FIRST SEEN'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-DATE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-SOURCE            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-BANK              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-POSTED            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-SUSPENSE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-RETURNS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-DIFF              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-STATUS            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-AGE               PIC ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-FIRST-SEEN        PIC X(10).
           05  FILLER                    PIC X(3)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(9)  VALUE 'MATCHED: '.
           05  RPT-TOT-MATCHED           PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'NEW BREAKS: '.
           05  RPT-TOT-NEW               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'CARRIED: '.
           05  RPT-TOT-CARRIED           PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'CLEARED: '.
           05  RPT-TOT-CLEARED           PIC ZZZZZZ9.
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL             PIC X(34).
           05  RPT-AMT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-BAI
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT  BAI-PRIOR-DAY-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BAIPRDAY: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT NEW-BREAK-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPBRKOT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DEPOSIT-RECON-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPRECRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           PERFORM 0200-LOAD-PRIOR-BREAKS
           PERFORM 0300-LOAD-ACH-RETURNS

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE DEPOSIT-RECON-REPORT-REC FROM RPT-HEADER-LINE
           WRITE DEPOSIT-RECON-REPORT-REC FROM RPT-COLUMN-LINE

           PERFORM 2050-READ-BAI-PARA.

      *    THE FIRST RUN HAS NO BREAK FILE - A MISSING DEPBRKIN IS
      *    SIMPLY NO OPEN BREAKS. THE TABLE RUNNING FULL STOPS THE RUN
      *    RATHER THAN RECONCILE ON AN INCOMPLETE CARRY-FORWARD.
       0200-LOAD-PRIOR-BREAKS.
           OPEN INPUT PRIOR-BREAK-FILE
           IF WS-BRKIN-STATUS NOT = '00'
               DISPLAY 'DEPBRKIN NOT PRESENT - NO OPEN BREAKS ASSUMED'
           ELSE
               PERFORM 0210-READ-PRIOR-BREAK
                   UNTIL END-OF-PRIOR-BREAKS
               CLOSE PRIOR-BREAK-FILE
           END-IF.

       0210-READ-PRIOR-BREAK.
           READ PRIOR-BREAK-FILE INTO WS-BREAK-REC
               AT END
                   MOVE 'YES' TO WS-BRK-EOF-SW
               NOT AT END
                   IF WS-BRK-CNT >= 500
                       DISPLAY 'DEPRECN1 BREAK TABLE FULL (500)'
                       CALL 'ABEND'
                   END-IF
                   ADD 1 TO WS-BRK-CNT
                   MOVE DBK-DEPOSIT-DATE   TO WS-BRK-DATE (WS-BRK-CNT)
                   MOVE DBK-SOURCE         TO WS-BRK-SOURCE (WS-BRK-CNT)
                   MOVE DBK-BANK-AMOUNT
                                   TO WS-BRK-BANK-AMOUNT (WS-BRK-CNT)
                   MOVE DBK-RETURNS-AMOUNT
                                   TO WS-BRK-RETURNS (WS-BRK-CNT)
                   MOVE DBK-FIRST-SEEN
                                   TO WS-BRK-FIRST-SEEN (WS-BRK-CNT)
                   MOVE DBK-AGE-RUNS       TO WS-BRK-AGE (WS-BRK-CNT)
                   MOVE 'N'                TO WS-BRK-SEEN (WS-BRK-CNT)
           END-READ.

      *    NO RETURN FILE ON A DAY THE BANK SENT NONE - NO RETURNS.
       0300-LOAD-ACH-RETURNS.
           OPEN INPUT ACH-RETURN-FILE
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'ACHRETRN NOT PRESENT - NO ACH RETURNS ASSUMED'
           ELSE
               PERFORM 0310-READ-ACH-RETURN
                   UNTIL END-OF-RETURNS
               CLOSE ACH-RETURN-FILE
           END-IF.

       0310-READ-ACH-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   MOVE 'YES' TO WS-RTN-EOF-SW
               NOT AT END
                   MOVE 0 TO WS-RTN-FOUND-IDX
                   PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                             UNTIL WS-RTN-IDX > WS-RTN-CNT
                       IF WS-RTN-DATE (WS-RTN-IDX) = RTN-RETURN-DATE
                           MOVE WS-RTN-IDX TO WS-RTN-FOUND-IDX
                           MOVE WS-RTN-CNT TO WS-RTN-IDX
                       END-IF
                   END-PERFORM
                   IF WS-RTN-FOUND-IDX = 0
                       IF WS-RTN-CNT >= 31
                           DISPLAY 'DEPRECN1 RETURN DATE TABLE FULL'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-RTN-CNT
                       MOVE WS-RTN-CNT TO WS-RTN-FOUND-IDX
                       MOVE RTN-RETURN-DATE
                                   TO WS-RTN-DATE (WS-RTN-FOUND-IDX)
                       MOVE 0      TO WS-RTN-AMOUNT (WS-RTN-FOUND-IDX)
                   END-IF
                   ADD RTN-AMOUNT TO WS-RTN-AMOUNT (WS-RTN-FOUND-IDX)
           END-READ.

       2000-PROCESS-PARA.
           MOVE SPACES TO WS-BAI-FIELDS
           MOVE 0      TO WS-BAI-FIELD-3-LEN
           UNSTRING BAI-RECORD DELIMITED BY ',' OR '/'
               INTO WS-BAI-REC-CODE
                    WS-BAI-FIELD-2
                    WS-BAI-FIELD-3 COUNT IN WS-BAI-FIELD-3-LEN
                    WS-BAI-FIELD-4
                    WS-BAI-FIELD-5
           END-UNSTRING
           EVALUATE WS-BAI-REC-CODE
               WHEN '02'
                   PERFORM 2100-START-GROUP
               WHEN '16'
                   PERFORM 2200-CLASSIFY-DETAIL
               WHEN '99'
                   MOVE 'Y' TO WS-TRAILER-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2050-READ-BAI-PARA.

      *    EACH GROUP'S AS-OF DATE IS A DEPOSIT DATE. ALL SOURCES ARE
      *    SEEDED AT ZERO SO A DAY THE BOOKS CARRY CASH THE BANK NEVER
      *    REPORTED STILL COMES OUT AS A BREAK.
       2100-START-GROUP.
           ADD 1 TO WS-GROUP-CNT
           MOVE WS-BAI-FIELD-5 (1:6) TO WS-BAI-AS-OF-YYMMDD
           MOVE WS-BAI-AS-OF-MM      TO WS-AS-OF-MM
           MOVE WS-BAI-AS-OF-DD      TO WS-AS-OF-DD
           MOVE WS-BAI-AS-OF-YY      TO WS-AS-OF-YY
           MOVE WS-AS-OF-DATE        TO WS-LOOKUP-DATE
           MOVE 'LOCKBOX'            TO WS-LOOKUP-SOURCE
           PERFORM 2300-FIND-DEPOSIT-ENTRY
           MOVE 'ACH'                TO WS-LOOKUP-SOURCE
           PERFORM 2300-FIND-DEPOSIT-ENTRY
           MOVE 'CARD'               TO WS-LOOKUP-SOURCE
           PERFORM 2300-FIND-DEPOSIT-ENTRY.

       2200-CLASSIFY-DETAIL.
           MOVE 0 TO WS-BAI-CENTS
           IF WS-BAI-FIELD-3-LEN > 0 AND WS-BAI-FIELD-3-LEN < 14
               MOVE WS-BAI-FIELD-3 (1:WS-BAI-FIELD-3-LEN)
                                     TO WS-BAI-CENTS
           END-IF
           COMPUTE WS-BAI-AMOUNT = WS-BAI-CENTS / 100
           MOVE WS-AS-OF-DATE        TO WS-LOOKUP-DATE
           EVALUATE WS-BAI-FIELD-2 (1:3)
               WHEN '115'
                   MOVE 'LOCKBOX' TO WS-LOOKUP-SOURCE
                   PERFORM 2300-FIND-DEPOSIT-ENTRY
                   ADD WS-BAI-AMOUNT
                       TO WS-DEP-BANK-AMOUNT (WS-DEP-FOUND-IDX)
               WHEN '165'
               WHEN '166'
               WHEN '169'
                   MOVE 'ACH'     TO WS-LOOKUP-SOURCE
                   PERFORM 2300-FIND-DEPOSIT-ENTRY
                   ADD WS-BAI-AMOUNT
                       TO WS-DEP-BANK-AMOUNT (WS-DEP-FOUND-IDX)
               WHEN '555'
                   MOVE 'ACH'     TO WS-LOOKUP-SOURCE
                   PERFORM 2300-FIND-DEPOSIT-ENTRY
                   SUBTRACT WS-BAI-AMOUNT
                       FROM WS-DEP-BANK-AMOUNT (WS-DEP-FOUND-IDX)
               WHEN '901'
                   MOVE 'CARD'    TO WS-LOOKUP-SOURCE
                   PERFORM 2300-FIND-DEPOSIT-ENTRY
                   ADD WS-BAI-AMOUNT
                       TO WS-DEP-BANK-AMOUNT (WS-DEP-FOUND-IDX)
               WHEN '951'
                   MOVE 'CARD'    TO WS-LOOKUP-SOURCE
                   PERFORM 2300-FIND-DEPOSIT-ENTRY
                   SUBTRACT WS-BAI-AMOUNT
                       FROM WS-DEP-BANK-AMOUNT (WS-DEP-FOUND-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-FIND-DEPOSIT-ENTRY.
           MOVE 0 TO WS-DEP-FOUND-IDX
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-CNT
               IF WS-DEP-DATE (WS-DEP-IDX) = WS-LOOKUP-DATE
                       AND WS-DEP-SOURCE (WS-DEP-IDX) = WS-LOOKUP-SOURCE
                   MOVE WS-DEP-IDX TO WS-DEP-FOUND-IDX
                   MOVE WS-DEP-CNT TO WS-DEP-IDX
               END-IF
           END-PERFORM
           IF WS-DEP-FOUND-IDX = 0
               IF WS-DEP-CNT >= 50
                   DISPLAY 'DEPRECN1 DEPOSIT TABLE FULL (50)'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-DEP-CNT
               MOVE WS-DEP-CNT       TO WS-DEP-FOUND-IDX
               MOVE WS-LOOKUP-DATE   TO WS-DEP-DATE (WS-DEP-FOUND-IDX)
               MOVE WS-LOOKUP-SOURCE TO WS-DEP-SOURCE (WS-DEP-FOUND-IDX)
               MOVE 0          TO WS-DEP-BANK-AMOUNT (WS-DEP-FOUND-IDX)
           END-IF.

       2050-READ-BAI-PARA.
           READ BAI-PRIOR-DAY-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

      *    TODAY'S DEPOSITS. A KEY ALREADY ON THE BREAK FILE (THE BANK
      *    RE-SENT THE DAY) KEEPS ITS FIRST-SEEN DATE AND AGE.
       3000-RECONCILE-DEPOSITS.
           PERFORM 3100-RECONCILE-DEPOSIT
               VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-CNT.

       3100-RECONCILE-DEPOSIT.
           MOVE WS-DEP-DATE (WS-DEP-IDX)        TO WS-PRICE-DATE
           MOVE WS-DEP-SOURCE (WS-DEP-IDX)      TO WS-PRICE-SOURCE
           MOVE WS-DEP-BANK-AMOUNT (WS-DEP-IDX) TO WS-PRICE-BANK
           MOVE 0 TO WS-PRICE-RETURNS
           IF WS-PRICE-SOURCE = 'ACH'
               PERFORM 3300-FIND-RETURNS
           END-IF
           PERFORM 3400-FIND-PRIOR-BREAK
           IF WS-BRK-FOUND-IDX > 0
               MOVE 'Y' TO WS-BRK-SEEN (WS-BRK-FOUND-IDX)
               MOVE WS-BRK-FIRST-SEEN (WS-BRK-FOUND-IDX)
                                          TO WS-PRICE-FIRST-SEEN
               COMPUTE WS-PRICE-AGE = WS-BRK-AGE (WS-BRK-FOUND-IDX) + 1
           ELSE
               MOVE WS-CURRENT-DATE TO WS-PRICE-FIRST-SEEN
               MOVE 1               TO WS-PRICE-AGE
           END-IF
           PERFORM 3200-PRICE-BOOK-SIDE
           IF WS-PRICE-DIFF = 0
               IF WS-BRK-FOUND-IDX > 0
                   ADD 1 TO WS-CLEARED-CNT
                   MOVE 'CLEARED'  TO WS-PRICE-STATUS
               ELSE
                   ADD 1 TO WS-MATCHED-CNT
                   MOVE 'MATCHED'  TO WS-PRICE-STATUS
               END-IF
           ELSE
               IF WS-BRK-FOUND-IDX > 0
                   ADD 1 TO WS-CARRIED-CNT
                   MOVE 'CARRIED'  TO WS-PRICE-STATUS
               ELSE
                   ADD 1 TO WS-NEW-BREAK-CNT
                   MOVE 'BREAK'    TO WS-PRICE-STATUS
               END-IF
               PERFORM 3500-WRITE-BREAK
           END-IF
           PERFORM 3600-WRITE-DETAIL.

      *    BOOK SIDE: WHAT WAS POSTED TO TPAYMENT FROM THE SOURCE FOR
      *    THE RECEIPT DATE, PLUS (LOCKBOX ONLY) THE RECEIPTS PMTPOST1
      *    HELD IN SUSPENSE THAT DAY, LESS (ACH ONLY) THE RETURNS. FOR
      *    'CARD' THE POSTED FIGURE IS ALREADY NET OF THE DAY'S
      *    CHARGEBACKS (NEGATIVE LINES, SEE DPAYMENT) AND THE SUSPENSE
      *    IS WHAT CRDPOST1 HELD, SALES LESS CHARGEBACKS.
      *    ITEMS LATER APPLIED OUT OF SUSPENSE POST AS 'SUSPENSE', NOT
      *    'LOCKBOX', SO THE SAME CASH IS NEVER COUNTED TWICE.
       3200-PRICE-BOOK-SIDE.
           ADD 1 TO WS-PRICED-CNT
           MOVE 'SUMSRC'          TO WS-PY-OPERATION-TYPE
           MOVE WS-PRICE-SOURCE   TO WS-PY-PAY-SOURCE
           MOVE WS-PRICE-DATE     TO WS-PY-RECEIPT-DATE
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           MOVE WS-PY-PAID-AMOUNT TO WS-PRICE-POSTED
           MOVE 0                 TO WS-PRICE-SUSPENSE
           IF WS-PRICE-SOURCE = 'LOCKBOX'
               MOVE 'SUMDATE'     TO WS-SS-OPERATION-TYPE
               MOVE WS-PRICE-DATE TO WS-SS-RECEIPT-DATE
               CALL 'SUSDRVR1' USING SUSDRVR1-AREA
               MOVE WS-SS-OUT-OPEN-TOTAL TO WS-PRICE-SUSPENSE
           END-IF
           IF WS-PRICE-SOURCE = 'CARD'
               MOVE 'SUMCARD'     TO WS-SS-OPERATION-TYPE
               MOVE WS-PRICE-DATE TO WS-SS-RECEIPT-DATE
               CALL 'SUSDRVR1' USING SUSDRVR1-AREA
               MOVE WS-SS-OUT-OPEN-TOTAL TO WS-PRICE-SUSPENSE
           END-IF
           COMPUTE WS-PRICE-BOOK = WS-PRICE-POSTED
                                 + WS-PRICE-SUSPENSE
                                 - WS-PRICE-RETURNS
           COMPUTE WS-PRICE-DIFF = WS-PRICE-BANK - WS-PRICE-BOOK
           ADD WS-PRICE-BANK TO WS-BANK-TOTAL
           ADD WS-PRICE-BOOK TO WS-BOOK-TOTAL.

       3300-FIND-RETURNS.
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                     UNTIL WS-RTN-IDX > WS-RTN-CNT
               IF WS-RTN-DATE (WS-RTN-IDX) = WS-PRICE-DATE
                   MOVE WS-RTN-AMOUNT (WS-RTN-IDX) TO WS-PRICE-RETURNS
                   MOVE WS-RTN-CNT TO WS-RTN-IDX
               END-IF
           END-PERFORM.

       3400-FIND-PRIOR-BREAK.
           MOVE 0 TO WS-BRK-FOUND-IDX
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                     UNTIL WS-BRK-IDX > WS-BRK-CNT
               IF WS-BRK-DATE (WS-BRK-IDX) = WS-PRICE-DATE
                       AND WS-BRK-SOURCE (WS-BRK-IDX) = WS-PRICE-SOURCE
                   MOVE WS-BRK-IDX TO WS-BRK-FOUND-IDX
                   MOVE WS-BRK-CNT TO WS-BRK-IDX
               END-IF
           END-PERFORM.

       3500-WRITE-BREAK.
           MOVE SPACES              TO WS-BREAK-REC
           MOVE WS-PRICE-DATE       TO DBK-DEPOSIT-DATE
           MOVE WS-PRICE-SOURCE     TO DBK-SOURCE
           MOVE WS-PRICE-BANK       TO DBK-BANK-AMOUNT
           MOVE WS-PRICE-BOOK       TO DBK-BOOK-AMOUNT
           MOVE WS-PRICE-RETURNS    TO DBK-RETURNS-AMOUNT
           MOVE WS-PRICE-FIRST-SEEN TO DBK-FIRST-SEEN
           MOVE WS-PRICE-AGE        TO DBK-AGE-RUNS
           WRITE NEW-BREAK-REC FROM WS-BREAK-REC
           ADD WS-PRICE-DIFF TO WS-OPEN-DIFF-TOTAL.

       3600-WRITE-DETAIL.
           MOVE WS-PRICE-DATE       TO RPT-DET-DATE
           MOVE WS-PRICE-SOURCE     TO RPT-DET-SOURCE
           MOVE WS-PRICE-BANK       TO RPT-DET-BANK
           MOVE WS-PRICE-POSTED     TO RPT-DET-POSTED
           MOVE WS-PRICE-SUSPENSE   TO RPT-DET-SUSPENSE
           MOVE WS-PRICE-RETURNS    TO RPT-DET-RETURNS
           MOVE WS-PRICE-DIFF       TO RPT-DET-DIFF
           MOVE WS-PRICE-STATUS     TO RPT-DET-STATUS
           MOVE WS-PRICE-AGE        TO RPT-DET-AGE
           MOVE WS-PRICE-FIRST-SEEN TO RPT-DET-FIRST-SEEN
           WRITE DEPOSIT-RECON-REPORT-REC FROM RPT-DETAIL-LINE.

      *    OLDER BREAKS THE BANK DID NOT REPORT AGAIN: THE BANK SIDE
      *    STANDS AS FIRST REPORTED, THE BOOK SIDE IS RE-PRICED - A
      *    LATE POSTING OR A SUSPENSE ITEM WORKED SINCE CLEARS IT.
       4000-CARRY-PRIOR-BREAKS.
           PERFORM 4100-CARRY-PRIOR-BREAK
               VARYING WS-BRK-IDX FROM 1 BY 1
                 UNTIL WS-BRK-IDX > WS-BRK-CNT.

       4100-CARRY-PRIOR-BREAK.
           IF WS-BRK-SEEN (WS-BRK-IDX) = 'N'
               MOVE WS-BRK-DATE (WS-BRK-IDX)   TO WS-PRICE-DATE
               MOVE WS-BRK-SOURCE (WS-BRK-IDX) TO WS-PRICE-SOURCE
               MOVE WS-BRK-BANK-AMOUNT (WS-BRK-IDX) TO WS-PRICE-BANK
               MOVE WS-BRK-RETURNS (WS-BRK-IDX)     TO WS-PRICE-RETURNS
               MOVE WS-BRK-FIRST-SEEN (WS-BRK-IDX)
                                                TO WS-PRICE-FIRST-SEEN
               COMPUTE WS-PRICE-AGE = WS-BRK-AGE (WS-BRK-IDX) + 1
               PERFORM 3200-PRICE-BOOK-SIDE
               IF WS-PRICE-DIFF = 0
                   ADD 1 TO WS-CLEARED-CNT
                   MOVE 'CLEARED'  TO WS-PRICE-STATUS
               ELSE
                   ADD 1 TO WS-CARRIED-CNT
                   MOVE 'CARRIED'  TO WS-PRICE-STATUS
                   PERFORM 3500-WRITE-BREAK
               END-IF
               PERFORM 3600-WRITE-DETAIL
           END-IF.

       9000-FINALIZE-PARA.
           IF NOT FILE-TRAILER-SEEN OR WS-GROUP-CNT = 0
               DISPLAY 'DEPRECN1: BAI2 FILE INCOMPLETE - NO GROUP '
                       'HEADER OR NO 99 FILE TRAILER'
               CALL 'ABEND'
           END-IF

           PERFORM 3000-RECONCILE-DEPOSITS
           PERFORM 4000-CARRY-PRIOR-BREAKS

           MOVE WS-MATCHED-CNT   TO RPT-TOT-MATCHED
           MOVE WS-NEW-BREAK-CNT TO RPT-TOT-NEW
           MOVE WS-CARRIED-CNT   TO RPT-TOT-CARRIED
           MOVE WS-CLEARED-CNT   TO RPT-TOT-CLEARED
           WRITE DEPOSIT-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TOTAL BANK DEPOSITS PRICED:'      TO RPT-AMT-LABEL
           MOVE WS-BANK-TOTAL                      TO RPT-AMT-AMOUNT
           WRITE DEPOSIT-RECON-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'TOTAL BOOK CASH PRICED:'          TO RPT-AMT-LABEL
           MOVE WS-BOOK-TOTAL                      TO RPT-AMT-AMOUNT
           WRITE DEPOSIT-RECON-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'OPEN BREAKS CARRIED FORWARD (NET):' TO RPT-AMT-LABEL
           MOVE WS-OPEN-DIFF-TOTAL                 TO RPT-AMT-AMOUNT
           WRITE DEPOSIT-RECON-REPORT-REC FROM RPT-AMOUNT-LINE

           CLOSE BAI-PRIOR-DAY-FILE
           CLOSE NEW-BREAK-FILE
           CLOSE DEPOSIT-RECON-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'DEPRECN1'      TO OPS-JOB-NAME
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
               MOVE WS-PRICED-CNT TO OPS-RECORD-CNT
               COMPUTE OPS-ERROR-CNT = WS-NEW-BREAK-CNT
                                     + WS-CARRIED-CNT
               IF WS-NEW-BREAK-CNT + WS-CARRIED-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'DEPRECN1: PRICED: ' WS-PRICED-CNT
                   '  MATCHED: ' WS-MATCHED-CNT
                   '  NEW BREAKS: ' WS-NEW-BREAK-CNT
                   '  CARRIED: ' WS-CARRIED-CNT
                   '  CLEARED: ' WS-CLEARED-CNT.

       END PROGRAM DEPRECN1.
