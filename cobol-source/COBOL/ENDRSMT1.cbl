       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDRSMT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDORSEMENT-REQUEST ASSIGN TO 'ENDRSMTI'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RIDER-LOAD-FILE ASSIGN TO 'ENDRIDER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RIDER-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO 'REMITFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT REMIT-ENDORSE-FILE ASSIGN TO 'REMITEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-NOTIFY-FILE ASSIGN TO 'CUSTFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT COVERAGE-REGISTER-FILE ASSIGN TO 'COVREGST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ENDORSEMENT-REPORT ASSIGN TO 'ENDRSMRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ENDORSEMENT-REJECT ASSIGN TO 'ENDRSMRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MID-TERM CHANGES THAT CARRY A PREMIUM EFFECT, KEYED BY THE
      *    SERVICE DESK WITH THE DATE THE CHANGE TAKES EFFECT:
      *      COVAMT - NEW POLICY COVERAGE AMOUNT IN ENT-NEW-COV-AMOUNT
      *      ADDCOV - ADD A TCOVERAG ROW OF ENT-COV-TYPE FROM THE
      *               EFFECTIVE DATE TO THE POLICY EXPIRY
      *      REMCOV - END THE TCOVERAG ROW OF ENT-COV-TYPE ON THE
      *               EFFECTIVE DATE
      *    COVMNT1 STAYS THE PATH FOR PLAIN CORRECTIONS OF TCOVERAG
      *    THAT DO NOT CHANGE WHAT THE CUSTOMER IS COVERED FOR.
       FD  ENDORSEMENT-REQUEST.
       01  ENDORSEMENT-REQUEST-REC.
           05  ENT-TRANS-TYPE            PIC X(8).
           05  ENT-POLICY-NUMBER         PIC X(10).
           05  ENT-EFF-DATE              PIC X(10).
           05  ENT-NEW-COV-AMOUNT        PIC 9(8)V99.
           05  ENT-COV-TYPE              PIC X(10).
           05  ENT-USER-ID               PIC X(8).
           05  FILLER                    PIC X(24).

      *    ANNUAL RIDER LOAD PER COVERAGE TYPE, MAINTAINED BY
      *    UNDERWRITING FROM THE FILED RIDER SCHEDULE - THE AMOUNT A
      *    FULL TERM'S BASE PREMIUM GOES UP WHEN THE COVERAGE IS ADDED
      *    (AND DOWN WHEN IT IS REMOVED). A TYPE WITH NO ROW CANNOT BE
      *    ENDORSED ON OR OFF.
       FD  RIDER-LOAD-FILE.
       01  RIDER-LOAD-REC.
           05  ERD-COV-TYPE              PIC X(10).
           05  ERD-ANNUAL-LOAD           PIC 9(5)V99.
           05  FILLER                    PIC X(63).

      *    THE REMITTANCE-STUB EXTRACT (POLICY|INSTALLMENT|AMOUNT|DUE
      *    DATE) THE NOTIFICATION RUN SENT TO THE LOCKBOX VENDOR - A
      *    POLICY'S STUBS TOGETHER, IN INSTALLMENT ORDER (MAINPGM
      *    3074).
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD             PIC X(80).

      *    RE-ISSUED REMITTANCE STUBS CARRYING AN ENDORSEMENT'S
      *    PRO-RATA SHARE - SAME PIPE-DELIMITED LAYOUT AS REMITFLE,
      *    SENT TO THE LOCKBOX VENDOR AND THE PRINT SHOP ALONGSIDE IT
      *    THE WAY DUNCYCL1'S REMITADJ IS.
       FD  REMIT-ENDORSE-FILE.
       01  REMIT-ENDORSE-RECORD          PIC X(80).

      *    ENDORSEMENT NOTICES RIDE THE CUSTFLE/LTRCOMP1 PRINT-IMAGE
      *    PIPELINE LIKE THE OTHER NOTICE RUNS.
       FD  CUSTOMER-NOTIFY-FILE.
       01  CUSTOMER-NOTIFY-RECORD.
           COPY CUSTNTFY.

      *    COVERAGE ROWS ADDED OR ENDED HERE GO ON COVMNT1'S REGISTER
      *    OF APPLIED CHANGES, SAME LAYOUT.
       FD  COVERAGE-REGISTER-FILE.
       01  COVERAGE-REGISTER-REC         PIC X(120).

       FD  ENDORSEMENT-REPORT.
       01  ENDORSEMENT-REPORT-REC        PIC X(132).

      *    REJECTED TRANSACTIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  ENDORSEMENT-REJECT.
       01  ENDORSEMENT-REJECT-REC        PIC X(80).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-RIDER-STATUS               PIC XX.
       01  WS-REMIT-STATUS               PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-REG-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.
       01  WS-RIDER-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-RIDER-LOADS        VALUE 'YES'.
       01  WS-REMIT-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-SCHEDULE           VALUE 'YES'.
       01  WS-COV-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  COVERAGE-FETCH-DONE       VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-READ-CNT                   PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.
       01  WS-ADDITIONAL-CNT             PIC 9(7) VALUE 0.
       01  WS-RETURN-CNT                 PIC 9(7) VALUE 0.
       01  WS-STUBS-READ-CNT             PIC 9(7) VALUE 0.
       01  WS-STUBS-REISSUED-CNT         PIC 9(7) VALUE 0.
       01  WS-NOTICE-CNT                 PIC 9(7) VALUE 0.
       01  WS-ADDITIONAL-TOTAL           PIC S9(9)V99 VALUE 0.
       01  WS-RETURN-TOTAL               PIC S9(9)V99 VALUE 0.
       01  WS-UNBILLED-TOTAL             PIC S9(9)V99 VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  WS-VAL-DATE                   PIC X(10).
       01  WS-VAL-DATE-OK-SW             PIC X(3) VALUE 'YES'.
           88  VAL-DATE-OK               VALUE 'YES'.
       01  WS-VAL-MM                     PIC 9(2).
       01  WS-VAL-DD                     PIC 9(2).
       01  WS-VAL-YYYY                   PIC 9(4).
       01  WS-VAL-MAX-DD                 PIC 9(2).
       01  WS-VAL-LEAP-QUOT              PIC 9(4).
       01  WS-VAL-LEAP-REM               PIC 9(4).

      *    YYYYMMDD COMPARE FIELDS FOR THE TERM AND THE STUB DUE
      *    DATES.
       01  WS-CMP-EFF-YMD.
           05  WS-CMP-EFF-YYYY           PIC 9(4).
           05  WS-CMP-EFF-MM             PIC 9(2).
           05  WS-CMP-EFF-DD             PIC 9(2).
       01  WS-CMP-START-YMD.
           05  WS-CMP-START-YYYY         PIC 9(4).
           05  WS-CMP-START-MM           PIC 9(2).
           05  WS-CMP-START-DD           PIC 9(2).
       01  WS-CMP-EXPIRY-YMD.
           05  WS-CMP-EXP-YYYY           PIC 9(4).
           05  WS-CMP-EXP-MM             PIC 9(2).
           05  WS-CMP-EXP-DD             PIC 9(2).
       01  WS-CMP-DUE-YMD.
           05  WS-CMP-DUE-YYYY           PIC 9(4).
           05  WS-CMP-DUE-MM             PIC 9(2).
           05  WS-CMP-DUE-DD             PIC 9(2).
       01  WS-CMP-ROW-START-YMD.
           05  WS-CMP-ROW-START-YYYY     PIC 9(4).
           05  WS-CMP-ROW-START-MM       PIC 9(2).
           05  WS-CMP-ROW-START-DD       PIC 9(2).
       01  WS-CMP-ROW-END-YMD.
           05  WS-CMP-ROW-END-YYYY       PIC 9(4).
           05  WS-CMP-ROW-END-MM         PIC 9(2).
           05  WS-CMP-ROW-END-DD         PIC 9(2).
       01  WS-ROW-FOUND-SW               PIC X(1) VALUE 'N'.

      *    RATING WORK FOR THE TRANSACTION IN HAND. THE PREMIUM ON
      *    FILE IS THE FULL-TERM FIGURE THE CUSTOMER IS BILLED ON; THE
      *    CHANGE IS RATED AS THE DIFFERENCE BETWEEN RATECALC'S QUOTE
      *    ON THE OLD AND ON THE NEW BASE, SO THE FILED FACTORS IN
      *    FORCE TODAY LOAD ONLY WHAT THE ENDORSEMENT ADDS OR TAKES
      *    AWAY AND THE REST OF THE PREMIUM STANDS AS WRITTEN.
       01  WS-RATE-FIELDS.
           05  WS-END-OLD-BASE           PIC S9(5)V99 COMP-3.
           05  WS-END-NEW-BASE-WORK      PIC S9(9)V99 COMP-3.
           05  WS-END-NEW-BASE           PIC S9(5)V99 COMP-3.
           05  WS-END-OLD-RATED          PIC S9(5)V99 COMP-3.
           05  WS-END-NEW-RATED          PIC S9(5)V99 COMP-3.
           05  WS-END-NEW-PREM-WORK      PIC S9(9)V99 COMP-3.
           05  WS-END-NEW-PREMIUM        PIC S9(5)V99 COMP-3.
           05  WS-END-PREMIUM-DIFF       PIC S9(5)V99 COMP-3.
           05  WS-END-PRORATA            PIC S9(5)V99 COMP-3.
           05  WS-END-NEW-COVERAGE       PIC S9(8)V99 COMP-3.
           05  WS-END-RIDER-LOAD         PIC S9(5)V99 COMP-3.

      *    RIDER LOADS FROM ENDRIDER, LOADED AT STARTUP.
       01  WS-RIDER-TABLE.
           05 WS-RDR-ENTRY               OCCURS 100 TIMES.
              10 WS-RDR-COV-TYPE         PIC X(10).
              10 WS-RDR-LOAD             PIC 9(5)V99.
       01  WS-RDR-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-RDR-IDX                    PIC 9(3) VALUE 0.
       01  WS-RDR-FOUND-IDX              PIC 9(3) VALUE 0.

      *    EVERY ENDORSEMENT APPLIED THIS RUN, IN INPUT ORDER. THE
      *    UNPAID INSTALLMENTS ARE RE-SPREAD IN ONE PASS OVER REMITFLE
      *    AFTER ALL THE TRANSACTIONS ARE IN, AND THE NOTICES GO OUT
      *    LAST SO THEY CAN SAY HOW THE AMOUNT WAS BILLED.
       01  WS-ENDORSEMENT-TABLE.
           05 WS-ETB-ENTRY               OCCURS 500 TIMES.
              10 WS-ETB-POLICY           PIC X(10).
              10 WS-ETB-SEQ-NO           PIC S9(9) COMP.
              10 WS-ETB-TYPE             PIC X(8).
              10 WS-ETB-EFF-DATE         PIC X(10).
              10 WS-ETB-EFF-YMD          PIC 9(8).
              10 WS-ETB-EXPIRY-YMD       PIC 9(8).
              10 WS-ETB-NEW-PREMIUM      PIC S9(5)V99 COMP-3.
              10 WS-ETB-PRORATA          PIC S9(5)V99 COMP-3.
              10 WS-ETB-STUB-CNT         PIC S9(4) COMP.
              10 WS-ETB-UNBILLED         PIC S9(5)V99 COMP-3.
              10 WS-ETB-SPREAD-SW        PIC X(1).
       01  WS-ETB-CNT                    PIC 9(3) VALUE 0.
       01  WS-ETB-IDX                    PIC 9(3) VALUE 0.

      *    ONE POLICY'S STUBS FROM REMITFLE, HELD UNTIL THE POLICY
      *    CHANGES. A STUB IS RE-ISSUED ONLY WHEN AN ENDORSEMENT
      *    CHANGED ITS AMOUNT; WHETHER IT IS PAID IS ASKED OF TPAYMENT
      *    ONCE, THE FIRST TIME AN ENDORSEMENT REACHES IT.
       01  WS-STUB-BUFFER.
           05 WS-STB-POLICY              PIC X(10) VALUE SPACES.
           05 WS-STB-ENTRY               OCCURS 24 TIMES.
              10 WS-STB-INSTALL-X        PIC X(2).
              10 WS-STB-AMOUNT           PIC S9(5)V99 COMP-3.
              10 WS-STB-DUE-DATE         PIC X(10).
              10 WS-STB-DUE-YMD          PIC 9(8).
              10 WS-STB-PAID-SW          PIC X(1).
              10 WS-STB-CHANGED-SW       PIC X(1).
       01  WS-STB-CNT                    PIC 9(2) VALUE 0.
       01  WS-STB-IDX                    PIC 9(2) VALUE 0.

      *    THE SPREAD OF ONE ENDORSEMENT: AN EQUAL SHARE ON EACH
      *    UNPAID STUB DUE FROM THE EFFECTIVE DATE TO THE END OF THE
      *    TERM, THE LAST ONE ABSORBING THE ROUNDING (AS MAINPGM 3072
      *    DOES). A RETURN PREMIUM NEVER TAKES A STUB BELOW ZERO -
      *    WHAT IS LEFT OVER, OR THE WHOLE AMOUNT WHEN NO UNPAID STUB
      *    IS LEFT, IS UNBILLED AND WORKED BY THE DESK.
       01  WS-SPREAD-FIELDS.
           05  WS-SPR-ELIGIBLE-CNT       PIC S9(4) COMP.
           05  WS-SPR-DONE-CNT           PIC S9(4) COMP.
           05  WS-SPR-SHARE              PIC S9(5)V99 COMP-3.
           05  WS-SPR-LAST-SHARE         PIC S9(5)V99 COMP-3.
           05  WS-SPR-CNT-LESS1          PIC S9(4) COMP.
           05  WS-SPR-UNBILLED           PIC S9(5)V99 COMP-3.
           05  WS-SPR-NEW-AMOUNT         PIC S9(5)V99 COMP-3.

      *    UNSTRING WORK FIELDS FOR THE PIPE-DELIMITED STUB RECORDS -
      *    SAME DECODE PMTPOST1 AND DUNCYCL1 APPLY.
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

       01  WS-ADJ-STUB-FIELDS.
           05  WS-ADJ-AMT-EDIT           PIC 9(5).99.
           05  WS-ADJ-AMOUNT             PIC 9(5)V99.

       01  WS-NOTICE-FIELDS.
           05  WS-NTC-AMT-EDIT           PIC ZZ,ZZ9.99.
           05  WS-NTC-CNT-EDIT           PIC Z9.
           05  WS-NTC-UNB-EDIT           PIC ZZ,ZZ9.99.
           05  WS-NTC-ABS-AMOUNT         PIC S9(5)V99 COMP-3.
           05  WS-NTC-ABS-UNBILLED       PIC S9(5)V99 COMP-3.

       01  ENDDRVR1-AREA.
           10  WS-ED-OPERATION-TYPE        PIC X(10).
           10  WS-ED-POLICY-NUMBER         PIC X(10).
           10  WS-ED-EFFECTIVE-DATE        PIC X(10).
           10  WS-ED-END-TYPE              PIC X(8).
           10  WS-ED-COVERAGE-TYPE         PIC X(10).
           10  WS-ED-OLD-COVERAGE-AMT      PIC S9(8)V9(2) COMP-3.
           10  WS-ED-NEW-COVERAGE-AMT      PIC S9(8)V9(2) COMP-3.
           10  WS-ED-OLD-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-ED-NEW-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-ED-PRORATA-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-ED-TERM-START-DATE       PIC X(10).
           10  WS-ED-TERM-EXPIRY-DATE      PIC X(10).
           10  WS-ED-TERM-DAYS             PIC S9(9) COMP.
           10  WS-ED-REMAIN-DAYS           PIC S9(9) COMP.
           10  WS-ED-RATE-VERSION          PIC X(8).
           10  WS-ED-USER-ID               PIC X(8).
           10  WS-ED-SEQ-NO                PIC S9(9) COMP.
           10  WS-ED-STUBS-RESPREAD        PIC S9(9) COMP.
           10  WS-ED-UNBILLED-AMOUNT       PIC S9(5)V9(2) COMP-3.
           10  WS-ED-SQLCODE               PIC S9(9) COMP.
           10  WS-ED-OUT-SEQ-NO            PIC S9(9) COMP.
           10  WS-ED-POL-STATUS            PIC X(1).
           10  WS-ED-POL-START             PIC X(10).
           10  WS-ED-POL-EXPIRY            PIC X(10).
           10  WS-ED-POL-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-ED-POL-COVERAGE          PIC S9(8)V9(2) COMP-3.
           10  WS-ED-POL-DOB               PIC X(10).
           10  WS-ED-POL-STATE             PIC X(2).
           10  WS-ED-POL-TYPE              PIC X(50).
           10  WS-ED-POL-CLAIMED           PIC X(1).
           10  WS-ED-POL-PAYMENT-FREQ      PIC X(10).
           10  WS-ED-POL-TERM-DAYS         PIC S9(9) COMP.
           10  WS-ED-POL-REMAIN-DAYS       PIC S9(9) COMP.
           10  WS-ED-POL-FNAME             PIC X(35).
           10  WS-ED-POL-MNAME             PIC X(1).
           10  WS-ED-POL-LNAME             PIC X(35).
           10  WS-ED-POL-ADDR-1            PIC X(100).
           10  WS-ED-POL-ADDR-2            PIC X(100).
           10  WS-ED-POL-CITY              PIC X(30).
           10  WS-ED-POL-ZIP-CD            PIC X(10).
           10  WS-ED-POL-CONTACT-PREF      PIC X(1).
           10  WS-ED-POL-AGENT-CODE        PIC X(10).
           10  WS-ED-POL-PREF-LANGUAGE     PIC X(2).

       01  COVDRVR1-AREA.
           10  WS-CV-OPERATION-TYPE        PIC X(10).
           10  WS-CV-POLICY-NUMBER         PIC X(10).
           10  WS-CV-SQLCODE               PIC S9(9) COMP.
           10  WS-CV-COV-TYPE              PIC X(10).
           10  WS-CV-COV-STATUS            PIC X(10).
           10  WS-CV-COV-START-DT          PIC X(10).
           10  WS-CV-COV-END-DT            PIC X(10).
           10  WS-CV-IN-TYPE               PIC X(10).
           10  WS-CV-IN-STATUS             PIC X(10).
           10  WS-CV-IN-START              PIC X(10).
           10  WS-CV-IN-END                PIC X(10).
           10  WS-CV-POL-STATUS            PIC X(1).
           10  WS-CV-POL-START             PIC X(10).
           10  WS-CV-POL-EXPIRY            PIC X(10).

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
           10  WS-PY-POL-HOLDER-MNAME      PIC X(1).
           10  WS-PY-POL-HOLDER-EMAIL      PIC X(30).
           10  WS-PY-POL-AGENT-CODE        PIC X(10).
           10  WS-PY-PAID-RECEIPT-DATE     PIC X(10).
           10  WS-PY-PAID-SOURCE           PIC X(8).

      *    ENDORSEMENTS ARE RATED WITHOUT THE RENEWAL PREMIUM-INCREASE
      *    CAPS - THE CAP TABLE IS LEFT EMPTY - AND WITHOUT A DISCOUNT,
      *    WHICH STAYS WITH THE PREMIUM ALREADY ON FILE.
       01  RATECALC-AREA.
           10  WS-RC-PROCESS-DATE          PIC X(10).
           10  WS-RC-HOLDER-DOB            PIC X(10).
           10  WS-RC-POLICY-TYPE           PIC X(50).
           10  WS-RC-HOLDER-STATE          PIC X(2).
           10  WS-RC-CLAIMED               PIC X(1).
           10  WS-RC-DISCOUNT-PCT          PIC 9(2)V99.
           10  WS-RC-BASE-PREMIUM          PIC S9(5)V9(2) COMP-3.
           10  WS-RC-RETURN-CODE           PIC X(2).
           10  WS-RC-QUOTED-PREMIUM        PIC S9(5)V9(2) COMP-3.
           10  WS-RC-HOLDER-AGE            PIC 9(3).
           10  WS-RC-AGE-FACTOR            PIC 9V999.
           10  WS-RC-TYPE-FACTOR           PIC 9V999.
           10  WS-RC-CLAIMS-FACTOR         PIC 9V999.
           10  WS-RC-STATE-FACTOR          PIC 9V999.
           10  WS-RC-RF-LOADED-SW          PIC X(1) VALUE 'N'.
           10  WS-RC-RF-VERSION-ID         PIC X(8).
           10  WS-RC-RF-AGE-CNT            PIC 9(2) VALUE 0.
           10  WS-RC-RF-AGE-ENTRY OCCURS 10 TIMES.
               15  WS-RC-RF-AGE-LOW        PIC 9(3).
               15  WS-RC-RF-AGE-HIGH       PIC 9(3).
               15  WS-RC-RF-AGE-FACTOR     PIC 9V999.
           10  WS-RC-RF-TYPE-CNT           PIC 9(2) VALUE 0.
           10  WS-RC-RF-TYPE-ENTRY OCCURS 10 TIMES.
               15  WS-RC-RF-TYPE-NAME      PIC X(10).
               15  WS-RC-RF-TYPE-FACTOR    PIC 9V999.
           10  WS-RC-RF-STATE-CNT          PIC 9(2) VALUE 0.
           10  WS-RC-RF-STATE-ENTRY OCCURS 54 TIMES.
               15  WS-RC-RF-STATE-CD       PIC X(2).
               15  WS-RC-RF-STATE-FACTOR   PIC 9V999.
           10  WS-RC-RF-CLAIMS-FACTOR      PIC 9V999 VALUE 0.
           10  WS-RC-CAP-CNT               PIC 9(2) VALUE 0.
           10  WS-RC-CAP-ENTRY OCCURS 54 TIMES.
               15  WS-RC-CAP-STATE-CD      PIC X(2).
               15  WS-RC-CAP-PCT           PIC 9V999.
           10  WS-RC-CAP-PCT-APPLIED       PIC 9V999.
           10  WS-RC-UNCAPPED-PREMIUM      PIC S9(5)V9(2) COMP-3.

       01  RATDRVR1-AREA.
           10  WS-RF-OPERATION-TYPE        PIC X(10).
           10  WS-RF-PROCESS-DATE          PIC X(10).
           10  WS-RF-VERSION-ID            PIC X(8).
           10  WS-RF-EFF-DATE              PIC X(10).
           10  WS-RF-FACTOR-TYPE           PIC X(4).
           10  WS-RF-KEY-LOW               PIC X(10).
           10  WS-RF-KEY-HIGH              PIC X(10).
           10  WS-RF-FACTOR                PIC 9(1)V9(3).
           10  WS-RF-SQLCODE               PIC S9(9) COMP.
           10  WS-RF-OUT-VERSION-ID        PIC X(8).
           10  WS-RF-OUT-EFF-DATE          PIC X(10).
           10  WS-RF-OUT-FACTOR-TYPE       PIC X(4).
           10  WS-RF-OUT-KEY-LOW           PIC X(10).
           10  WS-RF-OUT-KEY-HIGH          PIC X(10).
           10  WS-RF-OUT-FACTOR            PIC 9(1)V9(3).
       01  WS-RF-EOF-SW                    PIC X(3) VALUE 'NO'.
           88  RATE-FACTOR-LOAD-DONE       VALUE 'YES'.
       01  WS-RATE-BASIS-VERSION           PIC X(8)
                                           VALUE 'COMPILED'.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'MID-TERM ENDORSEMENT RUN -                '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(16)
               VALUE '  RATING BASIS: '.
           05  RPT-HDR-VERSION           PIC X(8).
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  RPT-FIELD-ERR-LINE.
           05  FILLER                    PIC X(8)  VALUE '  FIELD:'.
           05  RPT-FLD-NAME              PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-REASON            PIC X(40).
           05  FILLER                    PIC X(70) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'EFF: '.
           05  RPT-RES-EFF-DATE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(45).
           05  FILLER                    PIC X(26) VALUE SPACES.

       01  RPT-PREMIUM-LINE.
           05  FILLER                    PIC X(15)
               VALUE '  PREMIUM OLD: '.
           05  RPT-PRM-OLD               PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(7)  VALUE '  NEW: '.
           05  RPT-PRM-NEW               PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(12)
               VALUE '  PRO-RATA: '.
           05  RPT-PRM-PRORATA           PIC -ZZ,ZZ9.99.
           05  FILLER                    PIC X(8)  VALUE '  DAYS: '.
           05  RPT-PRM-REMAIN-DAYS       PIC ZZ9.
           05  FILLER                    PIC X(1)  VALUE '/'.
           05  RPT-PRM-TERM-DAYS         PIC ZZ9.
           05  FILLER                    PIC X(55) VALUE SPACES.

       01  RPT-SPREAD-LINE.
           05  FILLER                    PIC X(20)
               VALUE 'RE-SPREAD - POLICY: '.
           05  RPT-SPR-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'SEQ: '.
           05  RPT-SPR-SEQ               PIC ZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'PRO-RATA: '.
           05  RPT-SPR-PRORATA           PIC -ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'STUBS: '.
           05  RPT-SPR-STUBS             PIC Z9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'UNBILLED: '.
           05  RPT-SPR-UNBILLED          PIC -ZZ,ZZ9.99.
           05  FILLER                    PIC X(36) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL             PIC X(40).
           05  RPT-AMT-VALUE             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REQUESTS
           PERFORM 3000-RESPREAD-SCHEDULE
           PERFORM 4000-SEND-NOTICES
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT  ENDORSEMENT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ENDORSEMENT-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN INPUT  REMITTANCE-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITTANCE-FILE: '
                                        WS-REMIT-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT REMIT-ENDORSE-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITEND: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT ENDORSEMENT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ENDORSEMENT-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT ENDORSEMENT-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ENDORSEMENT-REJECT: '
                                        WS-FILE-STATUS
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
           OPEN EXTEND COVERAGE-REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT COVERAGE-REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COVREGST: ' WS-REG-STATUS
               CALL 'ABEND'
           END-IF

           PERFORM 0080-LOAD-RATE-FACTORS
           PERFORM 0200-LOAD-RIDER-LOADS

           MOVE WS-CURRENT-DATE       TO RPT-HDR-DATE
           MOVE WS-RATE-BASIS-VERSION TO RPT-HDR-VERSION
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

      *    THE TRATEFCT FILING VERSION IN FORCE TODAY, LOADED THE WAY
      *    MAINPGM 0080 LOADS IT FOR THE RENEWAL QUOTES. NO VERSION ON
      *    FILE LEAVES RATECALC ON ITS COMPILED TABLES.
       0080-LOAD-RATE-FACTORS.
           MOVE 'GETVER'         TO WS-RF-OPERATION-TYPE
           MOVE WS-CURRENT-DATE  TO WS-RF-PROCESS-DATE
           CALL 'RATDRVR1' USING RATDRVR1-AREA
           IF WS-RF-SQLCODE = 0
               MOVE WS-RF-OUT-VERSION-ID TO WS-RF-VERSION-ID
                                            WS-RC-RF-VERSION-ID
                                            WS-RATE-BASIS-VERSION
               MOVE 'OPEN' TO WS-RF-OPERATION-TYPE
               CALL 'RATDRVR1' USING RATDRVR1-AREA
               MOVE 'NO' TO WS-RF-EOF-SW
               PERFORM 0081-LOAD-ONE-FACTOR
                   UNTIL RATE-FACTOR-LOAD-DONE
               MOVE 'CLOSE' TO WS-RF-OPERATION-TYPE
               CALL 'RATDRVR1' USING RATDRVR1-AREA
               IF WS-RC-RF-AGE-CNT > 0 OR WS-RC-RF-TYPE-CNT > 0
                       OR WS-RC-RF-STATE-CNT > 0
                   MOVE 'Y' TO WS-RC-RF-LOADED-SW
                   DISPLAY 'RATING BASIS VERSION '
                           WS-RATE-BASIS-VERSION ' IN FORCE'
               END-IF
           END-IF.

      *    CAP ROWS OF THE VERSION ARE NOT TAKEN - SEE RATECALC-AREA.
       0081-LOAD-ONE-FACTOR.
           MOVE 'FETCH' TO WS-RF-OPERATION-TYPE
           CALL 'RATDRVR1' USING RATDRVR1-AREA
           IF WS-RF-SQLCODE NOT = 0
               SET RATE-FACTOR-LOAD-DONE TO TRUE
           ELSE
           EVALUATE WS-RF-OUT-FACTOR-TYPE
               WHEN 'AGE'
                   IF WS-RC-RF-AGE-CNT < 10
                       ADD 1 TO WS-RC-RF-AGE-CNT
                       MOVE WS-RF-OUT-KEY-LOW (1:3)
                           TO WS-RC-RF-AGE-LOW (WS-RC-RF-AGE-CNT)
                       MOVE WS-RF-OUT-KEY-HIGH (1:3)
                           TO WS-RC-RF-AGE-HIGH (WS-RC-RF-AGE-CNT)
                       MOVE WS-RF-OUT-FACTOR
                           TO WS-RC-RF-AGE-FACTOR (WS-RC-RF-AGE-CNT)
                   END-IF
               WHEN 'TYPE'
                   IF WS-RC-RF-TYPE-CNT < 10
                       ADD 1 TO WS-RC-RF-TYPE-CNT
                       MOVE WS-RF-OUT-KEY-LOW
                           TO WS-RC-RF-TYPE-NAME (WS-RC-RF-TYPE-CNT)
                       MOVE WS-RF-OUT-FACTOR
                           TO WS-RC-RF-TYPE-FACTOR
                                             (WS-RC-RF-TYPE-CNT)
                   END-IF
               WHEN 'STAT'
                   IF WS-RC-RF-STATE-CNT < 54
                       ADD 1 TO WS-RC-RF-STATE-CNT
                       MOVE WS-RF-OUT-KEY-LOW (1:2)
                           TO WS-RC-RF-STATE-CD (WS-RC-RF-STATE-CNT)
                       MOVE WS-RF-OUT-FACTOR
                           TO WS-RC-RF-STATE-FACTOR
                                             (WS-RC-RF-STATE-CNT)
                   END-IF
               WHEN 'CLM'
                   MOVE WS-RF-OUT-FACTOR TO WS-RC-RF-CLAIMS-FACTOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF.

       0200-LOAD-RIDER-LOADS.
           OPEN INPUT RIDER-LOAD-FILE
           IF WS-RIDER-STATUS NOT = '00'
               DISPLAY 'ENDRIDER NOT PRESENT - COVERAGE ADDS AND '
                       'REMOVALS WILL BE REJECTED'
           ELSE
               PERFORM 0210-READ-RIDER-LOAD
                   UNTIL END-OF-RIDER-LOADS
               CLOSE RIDER-LOAD-FILE
           END-IF
           DISPLAY 'ENDRSMT1: RIDER LOADS LOADED: ' WS-RDR-TBL-CNT.

       0210-READ-RIDER-LOAD.
           READ RIDER-LOAD-FILE
               AT END
                   MOVE 'YES' TO WS-RIDER-EOF-SW
               NOT AT END
                   IF ERD-COV-TYPE NOT = SPACES
                           AND ERD-ANNUAL-LOAD NUMERIC
                       IF WS-RDR-TBL-CNT >= 100
                           DISPLAY '*** ENDRSMT1: RIDER LOAD TABLE '
                                   'FULL (100) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-RDR-TBL-CNT
                       MOVE ERD-COV-TYPE
                           TO WS-RDR-COV-TYPE (WS-RDR-TBL-CNT)
                       MOVE ERD-ANNUAL-LOAD
                           TO WS-RDR-LOAD (WS-RDR-TBL-CNT)
                   END-IF
           END-READ.

       2000-PROCESS-PARA.
           ADD 1 TO WS-READ-CNT
           MOVE ENT-TRANS-TYPE    TO RPT-RES-TRANS-TYPE
           MOVE ENT-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE ENT-EFF-DATE      TO RPT-RES-EFF-DATE
           MOVE SPACES            TO RPT-RES-RESULT
           MOVE 'YES'             TO WS-TRANS-VALID-SW

           PERFORM 2100-VALIDATE-TRANSACTION
           IF WS-FIELD-ERR-CNT > 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - FIELD VALIDATION (SEE ABOVE)'
                                     TO RPT-RES-RESULT
           END-IF
           IF TRANS-VALID
               PERFORM 2200-CHECK-POLICY-TERM
           END-IF
           IF TRANS-VALID
                   AND ENT-TRANS-TYPE NOT = 'COVAMT'
               PERFORM 2250-SCAN-COVERAGE-ROWS
           END-IF
           IF TRANS-VALID
               PERFORM 2300-CHECK-AUTHORITY
           END-IF
           IF TRANS-VALID
               PERFORM 2400-RATE-ENDORSEMENT
           END-IF
           IF TRANS-VALID
               PERFORM 2500-APPLY-ENDORSEMENT
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANSACTION
           END-IF
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-RESULT-LINE
           IF TRANS-VALID
               WRITE ENDORSEMENT-REPORT-REC FROM RPT-PREMIUM-LINE
           END-IF

           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ ENDORSEMENT-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANSACTION.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF ENT-TRANS-TYPE NOT = 'COVAMT' AND 'ADDCOV' AND 'REMCOV'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT COVAMT/ADDCOV/REMCOV' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF ENT-POLICY-NUMBER = SPACES
               MOVE 'POLICY-NO'   TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF ENT-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           MOVE ENT-EFF-DATE TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           IF NOT VAL-DATE-OK
               MOVE 'EFF-DATE'    TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE ENT-EFF-DATE (7:4) TO WS-CMP-EFF-YYYY
               MOVE ENT-EFF-DATE (1:2) TO WS-CMP-EFF-MM
               MOVE ENT-EFF-DATE (4:2) TO WS-CMP-EFF-DD
           END-IF
           IF ENT-TRANS-TYPE = 'COVAMT'
               IF ENT-NEW-COV-AMOUNT NOT NUMERIC
                   MOVE 'NEW-COV-AMT' TO RPT-FLD-NAME
                   MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               ELSE
                   IF ENT-NEW-COV-AMOUNT = 0
                       MOVE 'NEW-COV-AMT' TO RPT-FLD-NAME
                       MOVE 'ZERO'        TO RPT-FLD-REASON
                       PERFORM 2190-WRITE-FIELD-ERROR
                   END-IF
               END-IF
           END-IF
           IF (ENT-TRANS-TYPE = 'ADDCOV' OR 'REMCOV')
                   AND ENT-COV-TYPE = SPACES
               MOVE 'COV-TYPE'    TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

      *    FULL CALENDAR CHECK OF AN MM/DD/YYYY DATE (AS AGTMNT1).
       2150-VALIDATE-DATE.
           MOVE 'YES' TO WS-VAL-DATE-OK-SW
           IF WS-VAL-DATE (1:2) NOT NUMERIC
                   OR WS-VAL-DATE (4:2) NOT NUMERIC
                   OR WS-VAL-DATE (7:4) NOT NUMERIC
                   OR WS-VAL-DATE (3:1) NOT = '/'
                   OR WS-VAL-DATE (6:1) NOT = '/'
               MOVE 'NO' TO WS-VAL-DATE-OK-SW
           ELSE
               MOVE WS-VAL-DATE (1:2) TO WS-VAL-MM
               MOVE WS-VAL-DATE (4:2) TO WS-VAL-DD
               MOVE WS-VAL-DATE (7:4) TO WS-VAL-YYYY
               EVALUATE WS-VAL-MM
                   WHEN 01 WHEN 03 WHEN 05 WHEN 07
                   WHEN 08 WHEN 10 WHEN 12
                       MOVE 31 TO WS-VAL-MAX-DD
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO WS-VAL-MAX-DD
                   WHEN 02
                       MOVE 28 TO WS-VAL-MAX-DD
                       DIVIDE WS-VAL-YYYY BY 4
                           GIVING WS-VAL-LEAP-QUOT
                           REMAINDER WS-VAL-LEAP-REM
                       IF WS-VAL-LEAP-REM = 0
                           DIVIDE WS-VAL-YYYY BY 100
                               GIVING WS-VAL-LEAP-QUOT
                               REMAINDER WS-VAL-LEAP-REM
                           IF WS-VAL-LEAP-REM NOT = 0
                               MOVE 29 TO WS-VAL-MAX-DD
                           ELSE
                               DIVIDE WS-VAL-YYYY BY 400
                                   GIVING WS-VAL-LEAP-QUOT
                                   REMAINDER WS-VAL-LEAP-REM
                               IF WS-VAL-LEAP-REM = 0
                                   MOVE 29 TO WS-VAL-MAX-DD
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-VAL-MAX-DD
               END-EVALUATE
               IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
                       OR WS-VAL-DD < 1
                       OR WS-VAL-DD > WS-VAL-MAX-DD
                       OR WS-VAL-YYYY < 1900
                   MOVE 'NO' TO WS-VAL-DATE-OK-SW
               END-IF
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-FIELD-ERR-LINE.

      *    AN ENDORSEMENT CHANGES THE TERM IN FORCE: THE POLICY MUST BE
      *    ACTIVE AND THE EFFECTIVE DATE MUST FALL ON OR AFTER THE
      *    TERM START AND BEFORE THE EXPIRY - A CHANGE FROM THE EXPIRY
      *    ON IS A RENEWAL MATTER.
       2200-CHECK-POLICY-TERM.
           MOVE 'GETPOL'            TO WS-ED-OPERATION-TYPE
           MOVE ENT-POLICY-NUMBER   TO WS-ED-POLICY-NUMBER
           MOVE ENT-EFF-DATE        TO WS-ED-EFFECTIVE-DATE
           CALL 'ENDDRVR1' USING ENDDRVR1-AREA
           IF WS-ED-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - POLICY NOT ON FILE' TO RPT-RES-RESULT
           ELSE
               MOVE WS-ED-POL-START (7:4)  TO WS-CMP-START-YYYY
               MOVE WS-ED-POL-START (1:2)  TO WS-CMP-START-MM
               MOVE WS-ED-POL-START (4:2)  TO WS-CMP-START-DD
               MOVE WS-ED-POL-EXPIRY (7:4) TO WS-CMP-EXP-YYYY
               MOVE WS-ED-POL-EXPIRY (1:2) TO WS-CMP-EXP-MM
               MOVE WS-ED-POL-EXPIRY (4:2) TO WS-CMP-EXP-DD
               EVALUATE TRUE
                   WHEN WS-ED-POL-STATUS NOT = 'A'
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - POLICY NOT ACTIVE'
                                           TO RPT-RES-RESULT
                   WHEN WS-CMP-EFF-YMD < WS-CMP-START-YMD
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - EFFECTIVE BEFORE TERM START'
                                           TO RPT-RES-RESULT
                   WHEN WS-CMP-EFF-YMD NOT < WS-CMP-EXPIRY-YMD
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - EFFECTIVE ON/AFTER TERM EXPIRY'
                                           TO RPT-RES-RESULT
                   WHEN WS-ED-POL-TERM-DAYS NOT > 0
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - POLICY TERM HAS NO DAYS'
                                           TO RPT-RES-RESULT
                   WHEN ENT-TRANS-TYPE = 'COVAMT'
                           AND WS-ED-POL-COVERAGE NOT > 0
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - NO COVERAGE AMOUNT ON FILE'
                                           TO RPT-RES-RESULT
                   WHEN ENT-TRANS-TYPE = 'COVAMT'
                           AND WS-ED-POL-COVERAGE = ENT-NEW-COV-AMOUNT
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - COVERAGE AMOUNT UNCHANGED'
                                           TO RPT-RES-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    ONE PASS OVER THE POLICY'S COVERAGE ROWS: AN ADD MUST NOT
      *    MEET A ROW OF THE SAME TYPE STILL RUNNING ON THE EFFECTIVE
      *    DATE, A REMOVAL MUST FIND ONE.
       2250-SCAN-COVERAGE-ROWS.
           MOVE 'N' TO WS-ROW-FOUND-SW
           MOVE 'OPEN'            TO WS-CV-OPERATION-TYPE
           MOVE ENT-POLICY-NUMBER TO WS-CV-POLICY-NUMBER
           CALL 'COVDRVR1' USING COVDRVR1-AREA
           MOVE 'NO' TO WS-COV-EOF-SW
           PERFORM 2255-SCAN-ONE-ROW UNTIL COVERAGE-FETCH-DONE
           MOVE 'CLOSE' TO WS-CV-OPERATION-TYPE
           CALL 'COVDRVR1' USING COVDRVR1-AREA
           EVALUATE TRUE
               WHEN ENT-TRANS-TYPE = 'ADDCOV'
                       AND WS-ROW-FOUND-SW = 'Y'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - COVERAGE ALREADY IN FORCE'
                                       TO RPT-RES-RESULT
               WHEN ENT-TRANS-TYPE = 'REMCOV'
                       AND WS-ROW-FOUND-SW = 'N'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - COVERAGE NOT IN FORCE'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2255-SCAN-ONE-ROW.
           MOVE 'FETCH' TO WS-CV-OPERATION-TYPE
           CALL 'COVDRVR1' USING COVDRVR1-AREA
           IF WS-CV-SQLCODE NOT = 0
               MOVE 'YES' TO WS-COV-EOF-SW
           ELSE
               IF WS-CV-COV-TYPE = ENT-COV-TYPE
                   MOVE WS-CV-COV-START-DT (7:4)
                                       TO WS-CMP-ROW-START-YYYY
                   MOVE WS-CV-COV-START-DT (1:2)
                                       TO WS-CMP-ROW-START-MM
                   MOVE WS-CV-COV-START-DT (4:2)
                                       TO WS-CMP-ROW-START-DD
                   MOVE WS-CV-COV-END-DT (7:4) TO WS-CMP-ROW-END-YYYY
                   MOVE WS-CV-COV-END-DT (1:2) TO WS-CMP-ROW-END-MM
                   MOVE WS-CV-COV-END-DT (4:2) TO WS-CMP-ROW-END-DD
                   IF WS-CMP-ROW-START-YMD <= WS-CMP-EFF-YMD
                           AND WS-CMP-ROW-END-YMD > WS-CMP-EFF-YMD
                       MOVE 'Y' TO WS-ROW-FOUND-SW
                   END-IF
               END-IF
           END-IF.

       2300-CHECK-AUTHORITY.
           MOVE 'N'            TO WS-AU-AUTHORIZED
           MOVE 'CHECK'        TO WS-AU-OPERATION-TYPE
           MOVE ENT-USER-ID    TO WS-AU-USER-ID
           MOVE 'ENDRSMT1'     TO WS-AU-PROGRAM
           MOVE ENT-TRANS-TYPE TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

      *    THE NEW BASE: A COVERAGE-AMOUNT CHANGE SCALES THE PREMIUM
      *    ON FILE BY NEW / OLD COVERAGE; A COVERAGE ADDED OR REMOVED
      *    MOVES IT BY THAT TYPE'S RIDER LOAD. BOTH BASES ARE RATED
      *    AT THE EFFECTIVE DATE AND THE NEW TERM PREMIUM IS THE
      *    PREMIUM ON FILE PLUS THE DIFFERENCE. THE PRO-RATA SHARE IS
      *    THAT DIFFERENCE FOR THE DAYS LEFT IN THE TERM.
       2400-RATE-ENDORSEMENT.
           MOVE WS-ED-POL-PREMIUM  TO WS-END-OLD-BASE
           MOVE WS-ED-POL-COVERAGE TO WS-END-NEW-COVERAGE
           MOVE 0                  TO WS-END-RIDER-LOAD
           EVALUATE ENT-TRANS-TYPE
               WHEN 'COVAMT'
                   MOVE ENT-NEW-COV-AMOUNT TO WS-END-NEW-COVERAGE
                   COMPUTE WS-END-NEW-BASE-WORK ROUNDED =
                           WS-END-OLD-BASE * ENT-NEW-COV-AMOUNT
                           / WS-ED-POL-COVERAGE
               WHEN OTHER
                   PERFORM 2410-FIND-RIDER-LOAD
                   IF ENT-TRANS-TYPE = 'ADDCOV'
                       COMPUTE WS-END-NEW-BASE-WORK =
                               WS-END-OLD-BASE + WS-END-RIDER-LOAD
                   ELSE
                       COMPUTE WS-END-NEW-BASE-WORK =
                               WS-END-OLD-BASE - WS-END-RIDER-LOAD
                       IF WS-END-NEW-BASE-WORK < 0
                           MOVE 0 TO WS-END-NEW-BASE-WORK
                       END-IF
                   END-IF
           END-EVALUATE
           IF TRANS-VALID
               IF WS-END-NEW-BASE-WORK > 99999.99
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - NEW BASE OVER 99,999.99'
                                       TO RPT-RES-RESULT
               ELSE
                   MOVE WS-END-NEW-BASE-WORK TO WS-END-NEW-BASE
               END-IF
           END-IF
           IF TRANS-VALID
               MOVE WS-END-OLD-BASE TO WS-RC-BASE-PREMIUM
               PERFORM 2420-CALL-RATECALC
               MOVE WS-RC-QUOTED-PREMIUM TO WS-END-OLD-RATED
               MOVE WS-END-NEW-BASE TO WS-RC-BASE-PREMIUM
               PERFORM 2420-CALL-RATECALC
               MOVE WS-RC-QUOTED-PREMIUM TO WS-END-NEW-RATED
               COMPUTE WS-END-NEW-PREM-WORK =
                       WS-END-OLD-BASE + WS-END-NEW-RATED
                       - WS-END-OLD-RATED
               IF WS-END-NEW-PREM-WORK < 0
                   MOVE 0 TO WS-END-NEW-PREM-WORK
               END-IF
               IF WS-END-NEW-PREM-WORK > 99999.99
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - NEW PREMIUM OVER 99,999.99'
                                       TO RPT-RES-RESULT
               ELSE
                   MOVE WS-END-NEW-PREM-WORK TO WS-END-NEW-PREMIUM
                   COMPUTE WS-END-PREMIUM-DIFF =
                           WS-END-NEW-PREMIUM - WS-END-OLD-BASE
                   COMPUTE WS-END-PRORATA ROUNDED =
                           WS-END-PREMIUM-DIFF * WS-ED-POL-REMAIN-DAYS
                           / WS-ED-POL-TERM-DAYS
               END-IF
           END-IF.

       2410-FIND-RIDER-LOAD.
           MOVE 0 TO WS-RDR-FOUND-IDX
           PERFORM VARYING WS-RDR-IDX FROM 1 BY 1
                   UNTIL WS-RDR-IDX > WS-RDR-TBL-CNT
               IF WS-RDR-COV-TYPE (WS-RDR-IDX) = ENT-COV-TYPE
                   MOVE WS-RDR-IDX     TO WS-RDR-FOUND-IDX
                   MOVE WS-RDR-TBL-CNT TO WS-RDR-IDX
               END-IF
           END-PERFORM
           IF WS-RDR-FOUND-IDX = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - NO RIDER LOAD FOR COVERAGE TYPE'
                                   TO RPT-RES-RESULT
           ELSE
               MOVE WS-RDR-LOAD (WS-RDR-FOUND-IDX)
                                   TO WS-END-RIDER-LOAD
           END-IF.

       2420-CALL-RATECALC.
           MOVE ENT-EFF-DATE         TO WS-RC-PROCESS-DATE
           MOVE WS-ED-POL-DOB        TO WS-RC-HOLDER-DOB
           MOVE WS-ED-POL-TYPE       TO WS-RC-POLICY-TYPE
           MOVE WS-ED-POL-STATE      TO WS-RC-HOLDER-STATE
           MOVE WS-ED-POL-CLAIMED    TO WS-RC-CLAIMED
           MOVE 0                    TO WS-RC-DISCOUNT-PCT
           CALL 'RATECALC' USING RATECALC-AREA.

      *    THE POLICY AND ITS HISTORY ROW FIRST, THEN THE COVERAGE
      *    ROW. A COVERAGE CHANGE THAT FAILS AFTER THE PREMIUM HAS
      *    MOVED STOPS THE RUN SO THE UNIT OF WORK BACKS BOTH OUT.
       2500-APPLY-ENDORSEMENT.
           MOVE 'APPLY'               TO WS-ED-OPERATION-TYPE
           MOVE ENT-POLICY-NUMBER     TO WS-ED-POLICY-NUMBER
           MOVE ENT-EFF-DATE          TO WS-ED-EFFECTIVE-DATE
           MOVE ENT-TRANS-TYPE        TO WS-ED-END-TYPE
           MOVE ENT-COV-TYPE          TO WS-ED-COVERAGE-TYPE
           MOVE WS-ED-POL-COVERAGE    TO WS-ED-OLD-COVERAGE-AMT
           MOVE WS-END-NEW-COVERAGE   TO WS-ED-NEW-COVERAGE-AMT
           MOVE WS-END-OLD-BASE       TO WS-ED-OLD-PREMIUM
           MOVE WS-END-NEW-PREMIUM    TO WS-ED-NEW-PREMIUM
           MOVE WS-END-PRORATA        TO WS-ED-PRORATA-AMOUNT
           MOVE WS-ED-POL-START       TO WS-ED-TERM-START-DATE
           MOVE WS-ED-POL-EXPIRY      TO WS-ED-TERM-EXPIRY-DATE
           MOVE WS-ED-POL-TERM-DAYS   TO WS-ED-TERM-DAYS
           MOVE WS-ED-POL-REMAIN-DAYS TO WS-ED-REMAIN-DAYS
           MOVE WS-RATE-BASIS-VERSION TO WS-ED-RATE-VERSION
           MOVE ENT-USER-ID           TO WS-ED-USER-ID
           CALL 'ENDDRVR1' USING ENDDRVR1-AREA
           IF WS-ED-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - POLICY CHANGED SINCE IT WAS RATED'
                                   TO RPT-RES-RESULT
           ELSE
               IF ENT-TRANS-TYPE NOT = 'COVAMT'
                   PERFORM 2550-APPLY-COVERAGE-CHANGE
               END-IF
               PERFORM 2600-RECORD-ENDORSEMENT
           END-IF.

       2550-APPLY-COVERAGE-CHANGE.
           MOVE ENT-POLICY-NUMBER TO WS-CV-POLICY-NUMBER
           MOVE ENT-COV-TYPE      TO WS-CV-IN-TYPE
           MOVE 'ACTIVE'          TO WS-CV-IN-STATUS
           IF ENT-TRANS-TYPE = 'ADDCOV'
               MOVE 'ADD'            TO WS-CV-OPERATION-TYPE
               MOVE ENT-EFF-DATE     TO WS-CV-IN-START
               MOVE WS-ED-POL-EXPIRY TO WS-CV-IN-END
           ELSE
               MOVE 'ENDDATE'        TO WS-CV-OPERATION-TYPE
               MOVE SPACES           TO WS-CV-IN-START
               MOVE ENT-EFF-DATE     TO WS-CV-IN-END
           END-IF
           CALL 'COVDRVR1' USING COVDRVR1-AREA
           IF WS-CV-SQLCODE NOT = 0
               DISPLAY '*** ENDRSMT1: COVERAGE ' WS-CV-OPERATION-TYPE
                       ' FAILED FOR POLICY ' ENT-POLICY-NUMBER
                       ' SQLCODE: ' WS-CV-SQLCODE ' - RUN STOPPED ***'
               CALL 'ABEND'
           END-IF
           MOVE SPACES TO COVERAGE-REGISTER-REC
           STRING ENT-POLICY-NUMBER    DELIMITED BY SIZE '|'
                  ENT-COV-TYPE         DELIMITED BY SIZE '|'
                  WS-CV-OPERATION-TYPE DELIMITED BY SIZE '|'
                  WS-CV-IN-START       DELIMITED BY SIZE '|'
                  WS-CV-IN-END         DELIMITED BY SIZE '|'
                  ENT-USER-ID          DELIMITED BY SIZE '|'
                  WS-CURRENT-DATE      DELIMITED BY SIZE
             INTO COVERAGE-REGISTER-REC
           END-STRING
           WRITE COVERAGE-REGISTER-REC.

       2600-RECORD-ENDORSEMENT.
           ADD 1 TO WS-ACCEPTED-CNT
           IF WS-END-PRORATA < 0
               ADD 1              TO WS-RETURN-CNT
               ADD WS-END-PRORATA TO WS-RETURN-TOTAL
           ELSE
               ADD 1              TO WS-ADDITIONAL-CNT
               ADD WS-END-PRORATA TO WS-ADDITIONAL-TOTAL
           END-IF
           IF WS-ETB-CNT >= 500
               DISPLAY '*** ENDRSMT1: ENDORSEMENT TABLE FULL (500) '
                       '- RUN STOPPED ***'
               CALL 'ABEND'
           END-IF
           ADD 1 TO WS-ETB-CNT
           MOVE ENT-POLICY-NUMBER  TO WS-ETB-POLICY (WS-ETB-CNT)
           MOVE WS-ED-OUT-SEQ-NO   TO WS-ETB-SEQ-NO (WS-ETB-CNT)
           MOVE ENT-TRANS-TYPE     TO WS-ETB-TYPE (WS-ETB-CNT)
           MOVE ENT-EFF-DATE       TO WS-ETB-EFF-DATE (WS-ETB-CNT)
           MOVE WS-CMP-EFF-YMD     TO WS-ETB-EFF-YMD (WS-ETB-CNT)
           MOVE WS-CMP-EXPIRY-YMD  TO WS-ETB-EXPIRY-YMD (WS-ETB-CNT)
           MOVE WS-END-NEW-PREMIUM TO WS-ETB-NEW-PREMIUM (WS-ETB-CNT)
           MOVE WS-END-PRORATA     TO WS-ETB-PRORATA (WS-ETB-CNT)
           MOVE 0                  TO WS-ETB-STUB-CNT (WS-ETB-CNT)
           MOVE WS-END-PRORATA     TO WS-ETB-UNBILLED (WS-ETB-CNT)
           MOVE 'N'                TO WS-ETB-SPREAD-SW (WS-ETB-CNT)
           MOVE SPACES TO RPT-RES-RESULT
           STRING 'ENDORSED - SEQ ' DELIMITED BY SIZE
                  WS-ETB-CNT        DELIMITED BY SIZE
                  ' OF THIS RUN'    DELIMITED BY SIZE
             INTO RPT-RES-RESULT
           END-STRING
           MOVE WS-END-OLD-BASE       TO RPT-PRM-OLD
           MOVE WS-END-NEW-PREMIUM    TO RPT-PRM-NEW
           MOVE WS-END-PRORATA        TO RPT-PRM-PRORATA
           MOVE WS-ED-POL-REMAIN-DAYS TO RPT-PRM-REMAIN-DAYS
           MOVE WS-ED-POL-TERM-DAYS   TO RPT-PRM-TERM-DAYS.

       2900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-CNT
           WRITE ENDORSEMENT-REJECT-REC FROM ENDORSEMENT-REQUEST-REC.

      *    ONE PASS OVER REMITFLE. EACH POLICY'S STUBS ARE HELD UNTIL
      *    THE POLICY CHANGES, THEN EVERY ENDORSEMENT OF THAT POLICY
      *    IS SPREAD OVER THEM IN THE ORDER IT WAS APPLIED AND THE
      *    STUBS IT CHANGED ARE RE-ISSUED ON REMITEND.
       3000-RESPREAD-SCHEDULE.
           IF WS-ETB-CNT > 0
               PERFORM 3050-READ-SCHEDULE-PARA
               PERFORM 3100-TAKE-STUB UNTIL END-OF-SCHEDULE
               PERFORM 3200-FLUSH-POLICY
           END-IF
           PERFORM VARYING WS-ETB-IDX FROM 1 BY 1
                   UNTIL WS-ETB-IDX > WS-ETB-CNT
               IF WS-ETB-SPREAD-SW (WS-ETB-IDX) = 'N'
                   PERFORM 3500-RECORD-SPREAD
               END-IF
           END-PERFORM.

       3050-READ-SCHEDULE-PARA.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'YES' TO WS-REMIT-EOF-SW
           END-READ.

       3100-TAKE-STUB.
           PERFORM 3110-DECODE-STUB
           IF WS-RMT-POLICY NOT = SPACES
                   AND WS-RMT-INSTALL-X NUMERIC
               ADD 1 TO WS-STUBS-READ-CNT
               IF WS-RMT-POLICY NOT = WS-STB-POLICY
                   PERFORM 3200-FLUSH-POLICY
                   MOVE WS-RMT-POLICY TO WS-STB-POLICY
               END-IF
               IF WS-STB-CNT >= 24
                   DISPLAY '*** ENDRSMT1: MORE THAN 24 STUBS FOR '
                           'POLICY ' WS-STB-POLICY
                           ' - RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-STB-CNT
               MOVE WS-RMT-INSTALL-X  TO WS-STB-INSTALL-X (WS-STB-CNT)
               MOVE WS-RMT-AMOUNT-NUM TO WS-STB-AMOUNT (WS-STB-CNT)
               MOVE WS-RMT-DUE-DATE   TO WS-STB-DUE-DATE (WS-STB-CNT)
               MOVE 0                 TO WS-STB-DUE-YMD (WS-STB-CNT)
               IF WS-RMT-DUE-DATE (1:2) NUMERIC
                       AND WS-RMT-DUE-DATE (4:2) NUMERIC
                       AND WS-RMT-DUE-DATE (7:4) NUMERIC
                   MOVE WS-RMT-DUE-DATE (7:4) TO WS-CMP-DUE-YYYY
                   MOVE WS-RMT-DUE-DATE (1:2) TO WS-CMP-DUE-MM
                   MOVE WS-RMT-DUE-DATE (4:2) TO WS-CMP-DUE-DD
                   MOVE WS-CMP-DUE-YMD TO WS-STB-DUE-YMD (WS-STB-CNT)
               END-IF
               MOVE ' '               TO WS-STB-PAID-SW (WS-STB-CNT)
               MOVE 'N'               TO WS-STB-CHANGED-SW (WS-STB-CNT)
           END-IF
           PERFORM 3050-READ-SCHEDULE-PARA.

       3110-DECODE-STUB.
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

       3200-FLUSH-POLICY.
           IF WS-STB-CNT > 0
               PERFORM VARYING WS-ETB-IDX FROM 1 BY 1
                       UNTIL WS-ETB-IDX > WS-ETB-CNT
                   IF WS-ETB-POLICY (WS-ETB-IDX) = WS-STB-POLICY
                       PERFORM 3300-SPREAD-ENDORSEMENT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-STB-IDX FROM 1 BY 1
                       UNTIL WS-STB-IDX > WS-STB-CNT
                   IF WS-STB-CHANGED-SW (WS-STB-IDX) = 'Y'
                       PERFORM 3400-WRITE-RESPREAD-STUB
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-STB-CNT.

      *    THE STUBS AN ENDORSEMENT REACHES ARE THE ONES DUE FROM ITS
      *    EFFECTIVE DATE UP TO THE TERM EXPIRY (STUBS DUE FROM THE
      *    EXPIRY ON BELONG TO THE RENEWAL TERM) THAT TPAYMENT HAS NO
      *    PAYMENT FOR.
       3300-SPREAD-ENDORSEMENT.
           MOVE 0 TO WS-SPR-ELIGIBLE-CNT
           PERFORM VARYING WS-STB-IDX FROM 1 BY 1
                   UNTIL WS-STB-IDX > WS-STB-CNT
               IF WS-STB-DUE-YMD (WS-STB-IDX)
                           NOT < WS-ETB-EFF-YMD (WS-ETB-IDX)
                       AND WS-STB-DUE-YMD (WS-STB-IDX)
                           < WS-ETB-EXPIRY-YMD (WS-ETB-IDX)
                   IF WS-STB-PAID-SW (WS-STB-IDX) = ' '
                       PERFORM 3310-CHECK-STUB-PAID
                   END-IF
                   IF WS-STB-PAID-SW (WS-STB-IDX) = 'N'
                       ADD 1 TO WS-SPR-ELIGIBLE-CNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ETB-PRORATA (WS-ETB-IDX) TO WS-SPR-UNBILLED
           IF WS-SPR-ELIGIBLE-CNT > 0
               COMPUTE WS-SPR-SHARE ROUNDED =
                       WS-ETB-PRORATA (WS-ETB-IDX)
                       / WS-SPR-ELIGIBLE-CNT
      *        KEPT AS SEPARATE SIMPLE STEPS, AS IN MAINPGM 3072.
               COMPUTE WS-SPR-CNT-LESS1 = WS-SPR-ELIGIBLE-CNT - 1
               COMPUTE WS-SPR-LAST-SHARE =
                       WS-SPR-SHARE * WS-SPR-CNT-LESS1
               COMPUTE WS-SPR-LAST-SHARE =
                       WS-ETB-PRORATA (WS-ETB-IDX) - WS-SPR-LAST-SHARE
               MOVE 0 TO WS-SPR-UNBILLED
                         WS-SPR-DONE-CNT
               PERFORM VARYING WS-STB-IDX FROM 1 BY 1
                       UNTIL WS-STB-IDX > WS-STB-CNT
                   IF WS-STB-DUE-YMD (WS-STB-IDX)
                               NOT < WS-ETB-EFF-YMD (WS-ETB-IDX)
                           AND WS-STB-DUE-YMD (WS-STB-IDX)
                               < WS-ETB-EXPIRY-YMD (WS-ETB-IDX)
                           AND WS-STB-PAID-SW (WS-STB-IDX) = 'N'
                       PERFORM 3320-APPLY-SHARE
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-SPR-ELIGIBLE-CNT TO WS-ETB-STUB-CNT (WS-ETB-IDX)
           MOVE WS-SPR-UNBILLED     TO WS-ETB-UNBILLED (WS-ETB-IDX)
           PERFORM 3500-RECORD-SPREAD.

       3310-CHECK-STUB-PAID.
           MOVE 'CHECK'                      TO WS-PY-OPERATION-TYPE
           MOVE WS-STB-POLICY                TO WS-PY-POLICY-NUMBER
           MOVE WS-STB-INSTALL-X (WS-STB-IDX) TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 100
               MOVE 'N' TO WS-STB-PAID-SW (WS-STB-IDX)
           ELSE
               MOVE 'Y' TO WS-STB-PAID-SW (WS-STB-IDX)
           END-IF.

       3320-APPLY-SHARE.
           ADD 1 TO WS-SPR-DONE-CNT
           IF WS-SPR-DONE-CNT = WS-SPR-ELIGIBLE-CNT
               COMPUTE WS-SPR-NEW-AMOUNT =
                       WS-STB-AMOUNT (WS-STB-IDX) + WS-SPR-LAST-SHARE
           ELSE
               COMPUTE WS-SPR-NEW-AMOUNT =
                       WS-STB-AMOUNT (WS-STB-IDX) + WS-SPR-SHARE
           END-IF
           IF WS-SPR-NEW-AMOUNT < 0
               ADD WS-SPR-NEW-AMOUNT TO WS-SPR-UNBILLED
               MOVE 0 TO WS-SPR-NEW-AMOUNT
           END-IF
           MOVE WS-SPR-NEW-AMOUNT TO WS-STB-AMOUNT (WS-STB-IDX)
           MOVE 'Y'               TO WS-STB-CHANGED-SW (WS-STB-IDX).

       3400-WRITE-RESPREAD-STUB.
           MOVE WS-STB-AMOUNT (WS-STB-IDX) TO WS-ADJ-AMOUNT
           MOVE WS-ADJ-AMOUNT              TO WS-ADJ-AMT-EDIT
           MOVE SPACES TO REMIT-ENDORSE-RECORD
           STRING WS-STB-POLICY                 DELIMITED BY SIZE '|'
                  WS-STB-INSTALL-X (WS-STB-IDX) DELIMITED BY SIZE '|'
                  WS-ADJ-AMT-EDIT               DELIMITED BY SIZE '|'
                  WS-STB-DUE-DATE (WS-STB-IDX)  DELIMITED BY SIZE
             INTO REMIT-ENDORSE-RECORD
           END-STRING
           WRITE REMIT-ENDORSE-RECORD
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-STUBS-REISSUED-CNT
           ELSE
               DISPLAY 'ERROR WRITING TO REMITEND: ' WS-FILE-STATUS
           END-IF.

      *    AN ENDORSEMENT WHOSE POLICY HAS NO STUBS ON REMITFLE COMES
      *    HERE WITH THE WHOLE PRO-RATA AMOUNT UNBILLED.
       3500-RECORD-SPREAD.
           MOVE 'Y' TO WS-ETB-SPREAD-SW (WS-ETB-IDX)
           ADD WS-ETB-UNBILLED (WS-ETB-IDX) TO WS-UNBILLED-TOTAL
           MOVE 'SPREAD'                      TO WS-ED-OPERATION-TYPE
           MOVE WS-ETB-POLICY (WS-ETB-IDX)    TO WS-ED-POLICY-NUMBER
           MOVE WS-ETB-SEQ-NO (WS-ETB-IDX)    TO WS-ED-SEQ-NO
           MOVE WS-ETB-STUB-CNT (WS-ETB-IDX)  TO WS-ED-STUBS-RESPREAD
           MOVE WS-ETB-UNBILLED (WS-ETB-IDX)  TO WS-ED-UNBILLED-AMOUNT
           CALL 'ENDDRVR1' USING ENDDRVR1-AREA
           MOVE WS-ETB-POLICY (WS-ETB-IDX)    TO RPT-SPR-POLICY
           MOVE WS-ETB-SEQ-NO (WS-ETB-IDX)    TO RPT-SPR-SEQ
           MOVE WS-ETB-PRORATA (WS-ETB-IDX)   TO RPT-SPR-PRORATA
           MOVE WS-ETB-STUB-CNT (WS-ETB-IDX)  TO RPT-SPR-STUBS
           MOVE WS-ETB-UNBILLED (WS-ETB-IDX)  TO RPT-SPR-UNBILLED
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-SPREAD-LINE.

      *    ONE NOTICE PER ENDORSEMENT, WITH THE NEW TERM PREMIUM AND
      *    WHAT THE CHANGE MEANS FOR THE REST OF THE TERM.
       4000-SEND-NOTICES.
           PERFORM VARYING WS-ETB-IDX FROM 1 BY 1
                   UNTIL WS-ETB-IDX > WS-ETB-CNT
               MOVE 'GETPOL'                   TO WS-ED-OPERATION-TYPE
               MOVE WS-ETB-POLICY (WS-ETB-IDX) TO WS-ED-POLICY-NUMBER
               MOVE WS-ETB-EFF-DATE (WS-ETB-IDX)
                                               TO WS-ED-EFFECTIVE-DATE
               CALL 'ENDDRVR1' USING ENDDRVR1-AREA
               IF WS-ED-SQLCODE = 0
                   PERFORM 4100-WRITE-ENDORSEMENT-NOTICE
               END-IF
           END-PERFORM.

       4100-WRITE-ENDORSEMENT-NOTICE.
           MOVE SPACES TO CUSTOMER-NOTIFY-RECORD
           MOVE WS-ETB-POLICY (WS-ETB-IDX) TO WS-CUST-POLICY-NUMBER
           MOVE WS-ED-POL-FNAME          TO WS-CUST-FIRST-NAME
           MOVE WS-ED-POL-MNAME          TO WS-CUST-MIDDLE-NAME
           MOVE WS-ED-POL-LNAME          TO WS-CUST-LAST-NAME
           MOVE WS-ED-POL-ADDR-1         TO WS-CUST-ADDR-1
           MOVE WS-ED-POL-ADDR-2         TO WS-CUST-ADDR-2
           MOVE WS-ED-POL-CITY           TO WS-CUST-CITY
           MOVE WS-ED-POL-STATE          TO WS-CUST-STATE
           MOVE WS-ED-POL-ZIP-CD         TO WS-CUST-ZIP-CD
           MOVE WS-ED-POL-START          TO WS-CUST-START-DATE
           MOVE WS-ED-POL-EXPIRY         TO WS-CUST-EXPIRY-DATE
           MOVE WS-CURRENT-DATE          TO WS-CUST-NOTIFY-DATE
           MOVE WS-ED-POL-CONTACT-PREF   TO WS-CUST-CONTACT-PREF
           MOVE WS-ED-POL-AGENT-CODE     TO WS-CUST-AGENT-CODE
           MOVE WS-ED-POL-CLAIMED        TO WS-CUST-CLAIMED
           MOVE WS-ED-POL-PAYMENT-FREQ   TO WS-CUST-PAYMENT-FREQ
           MOVE WS-ETB-NEW-PREMIUM (WS-ETB-IDX)
                                         TO WS-CUST-RENEWAL-PREMIUM
           MOVE 1                        TO WS-CUST-INSTALL-CNT
           MOVE 0                        TO WS-CUST-INSTALL-AMOUNT
           PERFORM 4200-BUILD-NOTICE-WORDING
           MOVE WS-CURRENT-DATE          TO WS-CUST-RUN-ID (1:10)
      *    THE RUN ID SUFFIX GIVES LTRCOMP1'S ARCHIVE INDEX THE
      *    DOCUMENT TYPE: 'CF' IS A CONFIRMATION.
           MOVE 'CF'                     TO WS-CUST-RUN-ID (11:2)
           WRITE CUSTOMER-NOTIFY-RECORD
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-NOTICE-CNT
           ELSE
               DISPLAY 'ERROR WRITING TO CUSTFLE: ' WS-CUST-STATUS
           END-IF.

       4200-BUILD-NOTICE-WORDING.
           MOVE WS-ETB-PRORATA (WS-ETB-IDX)  TO WS-NTC-ABS-AMOUNT
           IF WS-NTC-ABS-AMOUNT < 0
               COMPUTE WS-NTC-ABS-AMOUNT = 0 - WS-NTC-ABS-AMOUNT
           END-IF
           MOVE WS-ETB-UNBILLED (WS-ETB-IDX) TO WS-NTC-ABS-UNBILLED
           IF WS-NTC-ABS-UNBILLED < 0
               COMPUTE WS-NTC-ABS-UNBILLED = 0 - WS-NTC-ABS-UNBILLED
           END-IF
           MOVE WS-NTC-ABS-AMOUNT           TO WS-NTC-AMT-EDIT
           MOVE WS-NTC-ABS-UNBILLED         TO WS-NTC-UNB-EDIT
           MOVE WS-ETB-STUB-CNT (WS-ETB-IDX) TO WS-NTC-CNT-EDIT
           IF WS-ETB-PRORATA (WS-ETB-IDX) < 0
               STRING 'YOUR POLICY WAS CHANGED EFFECTIVE '
                                        DELIMITED BY SIZE
                      WS-ETB-EFF-DATE (WS-ETB-IDX) DELIMITED BY SIZE
                      '. RETURN PREMIUM FOR THE REST OF THE TERM: $'
                                        DELIMITED BY SIZE
                      WS-NTC-AMT-EDIT   DELIMITED BY SIZE
                 INTO WS-CUST-NOTIFY-MSG
               END-STRING
           ELSE
               STRING 'YOUR POLICY WAS CHANGED EFFECTIVE '
                                        DELIMITED BY SIZE
                      WS-ETB-EFF-DATE (WS-ETB-IDX) DELIMITED BY SIZE
                      '. ADDITIONAL PREMIUM FOR THE REST OF THE TERM: $'
                                        DELIMITED BY SIZE
                      WS-NTC-AMT-EDIT   DELIMITED BY SIZE
                 INTO WS-CUST-NOTIFY-MSG
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN WS-ETB-PRORATA (WS-ETB-IDX) = 0
                   MOVE 'YOUR INSTALLMENTS ARE UNCHANGED'
                                        TO WS-CUST-STATUTORY-MSG
               WHEN WS-ETB-STUB-CNT (WS-ETB-IDX) = 0
                       AND WS-ETB-PRORATA (WS-ETB-IDX) < 0
                   MOVE 'THE RETURN PREMIUM WILL BE REFUNDED TO YOU'
                                        TO WS-CUST-STATUTORY-MSG
               WHEN WS-ETB-STUB-CNT (WS-ETB-IDX) = 0
                   MOVE 'THE ADDITIONAL PREMIUM WILL BE BILLED TO YOU'
                                        TO WS-CUST-STATUTORY-MSG
               WHEN WS-ETB-UNBILLED (WS-ETB-IDX) < 0
                   STRING 'YOUR REMAINING ' DELIMITED BY SIZE
                          WS-NTC-CNT-EDIT   DELIMITED BY SIZE
                          ' INSTALLMENTS ARE REDUCED - REVISED STUBS'
                                            DELIMITED BY SIZE
                          ' ENCLOSED. $'    DELIMITED BY SIZE
                          WS-NTC-UNB-EDIT   DELIMITED BY SIZE
                          ' WILL BE REFUNDED' DELIMITED BY SIZE
                     INTO WS-CUST-STATUTORY-MSG
                   END-STRING
               WHEN OTHER
                   STRING 'SPREAD OVER YOUR REMAINING '
                                            DELIMITED BY SIZE
                          WS-NTC-CNT-EDIT   DELIMITED BY SIZE
                          ' INSTALLMENTS - REVISED STUBS ENCLOSED'
                                            DELIMITED BY SIZE
                     INTO WS-CUST-STATUTORY-MSG
                   END-STRING
           END-EVALUATE.

       9000-FINALIZE-PARA.
           MOVE 'TRANSACTIONS READ'                TO RPT-TOT-LABEL
           MOVE WS-READ-CNT                        TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ENDORSED'                         TO RPT-TOT-LABEL
           MOVE WS-ACCEPTED-CNT                    TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  ADDITIONAL PREMIUM'             TO RPT-TOT-LABEL
           MOVE WS-ADDITIONAL-CNT                  TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  RETURN PREMIUM'                 TO RPT-TOT-LABEL
           MOVE WS-RETURN-CNT                      TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED'                         TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REMITTANCE STUBS READ'            TO RPT-TOT-LABEL
           MOVE WS-STUBS-READ-CNT                  TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'STUBS RE-ISSUED ON REMITEND'      TO RPT-TOT-LABEL
           MOVE WS-STUBS-REISSUED-CNT              TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ENDORSEMENT NOTICES WRITTEN'      TO RPT-TOT-LABEL
           MOVE WS-NOTICE-CNT                      TO RPT-TOT-CNT
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ADDITIONAL PREMIUM PRO-RATA'      TO RPT-AMT-LABEL
           MOVE WS-ADDITIONAL-TOTAL                TO RPT-AMT-VALUE
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'RETURN PREMIUM PRO-RATA'          TO RPT-AMT-LABEL
           MOVE WS-RETURN-TOTAL                    TO RPT-AMT-VALUE
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'UNBILLED - FOR THE DESK TO WORK'  TO RPT-AMT-LABEL
           MOVE WS-UNBILLED-TOTAL                  TO RPT-AMT-VALUE
           WRITE ENDORSEMENT-REPORT-REC FROM RPT-AMOUNT-LINE

           CLOSE ENDORSEMENT-REQUEST
           CLOSE REMITTANCE-FILE
           CLOSE REMIT-ENDORSE-FILE
           CLOSE CUSTOMER-NOTIFY-FILE
           CLOSE COVERAGE-REGISTER-FILE
           CLOSE ENDORSEMENT-REPORT
           CLOSE ENDORSEMENT-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'ENDRSMT1'      TO OPS-JOB-NAME
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
               MOVE WS-READ-CNT     TO OPS-RECORD-CNT
               MOVE WS-REJECTED-CNT TO OPS-ERROR-CNT
               IF WS-REJECTED-CNT > 0
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
           DISPLAY 'ENDRSMT1: READ: ' WS-READ-CNT
                   '  ENDORSED: ' WS-ACCEPTED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM ENDRSMT1.
