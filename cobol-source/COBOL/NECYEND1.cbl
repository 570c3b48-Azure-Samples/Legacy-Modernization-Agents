       IDENTIFICATION DIVISION.
       PROGRAM-ID. NECYEND1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-AP-FEED ASSIGN TO 'CMSAPFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT IRS-FILING-FILE ASSIGN TO 'NECIRSF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECIPIENT-COPY-FILE ASSIGN TO 'NECRCPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEC-YEAR-END-REPORT ASSIGN TO 'NECYERPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE TAX YEAR'S CMSCALC1 ACCOUNTS-PAYABLE FEEDS, CONCATENATED.
      *    AGENT SUMMARY RECORDS (AGENT|PERIOD START|PERIOD END|AMOUNT)
      *    CARRY WHAT WAS PAID FOR THE PERIOD, ALREADY NET OF THE
      *    ADJUSTMENTS AND CLAWBACKS SETTLED IN IT; EACH OF THOSE ALSO
      *    HAS ITS OWN 'ADJ' RECORD (ADJ|AGENT|ORIG START|ORIG END|
      *    REASON|AMOUNT) AHEAD OF THE AGENT'S SUMMARY RECORD. A PERIOD
      *    IS PAID IN THE YEAR ITS STATEMENT PERIOD ENDS.
       FD  COMMISSION-AP-FEED.
       01  COMMISSION-AP-FEED-REC        PIC X(80).

      *    IRS ELECTRONIC FILING (FIRE) FILE - TRANSMITTER (T), PAYER
      *    (A), ONE PAYEE (B) PER AGENT FILED, END OF PAYER (C) AND
      *    END OF TRANSMISSION (F), 750 BYTES PER RECORD.
       FD  IRS-FILING-FILE.
       01  IRS-FILING-REC                PIC X(750).

      *    RECIPIENT COPIES (COPY B) FOR THE PRINT SHOP.
       FD  RECIPIENT-COPY-FILE.
       01  RECIPIENT-COPY-REC            PIC X(132).

       FD  NEC-YEAR-END-REPORT.
       01  NEC-YEAR-END-REPORT-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-FEED-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-FEED               VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

      *    CONTROL CARDS ON SYSIN. CARD 1: TAX YEAR (BLANK = LAST
      *    CALENDAR YEAR), TEST-FILE FLAG ('T' WHILE TESTING WITH THE
      *    IRS), TRANSMITTER CONTROL CODE, PAYER EIN, PAYER PHONE AND
      *    THE REPORTING THRESHOLD IN WHOLE DOLLARS (BLANK = THE
      *    STATUTORY AMOUNT FOR THE YEAR). CARD 2: PAYER NAME AND
      *    STREET ADDRESS. CARD 3: PAYER CITY, STATE AND ZIP. CARD 4:
      *    THE CONTACT FOR THE IRS AND AN EMAIL ADDRESS.
       01  WS-PARM-CARD-1.
           05  WS-PARM-TAX-YEAR          PIC X(4).
           05  WS-PARM-TEST-FLAG         PIC X(1).
           05  WS-PARM-TCC               PIC X(5).
           05  WS-PARM-PAYER-TIN         PIC X(9).
           05  WS-PARM-PAYER-PHONE       PIC X(15).
           05  WS-PARM-THRESHOLD         PIC X(5).
           05  FILLER                    PIC X(41).
       01  WS-PARM-CARD-2.
           05  WS-PARM-PAYER-NAME        PIC X(40).
           05  WS-PARM-PAYER-ADDRESS     PIC X(40).
       01  WS-PARM-CARD-3.
           05  WS-PARM-PAYER-CITY        PIC X(40).
           05  WS-PARM-PAYER-STATE       PIC X(2).
           05  WS-PARM-PAYER-ZIP         PIC X(9).
           05  FILLER                    PIC X(29).
       01  WS-PARM-CARD-4.
           05  WS-PARM-CONTACT-NAME      PIC X(40).
           05  WS-PARM-CONTACT-EMAIL     PIC X(40).

       01  WS-TAX-YEAR                   PIC X(4).
       01  WS-TAX-YEAR-NUM               PIC 9(4).
       01  WS-THRESHOLD                  PIC 9(5)V99 VALUE 0.

      *    PIPE-DELIMITED FEED FIELDS AND THE SIGNED AMOUNT.
       01  WS-APF-FIELDS.
           05  WS-APF-FIELD-1            PIC X(13).
           05  WS-APF-FIELD-2            PIC X(13).
           05  WS-APF-FIELD-3            PIC X(13).
           05  WS-APF-FIELD-4            PIC X(13).
           05  WS-APF-FIELD-5            PIC X(13).
           05  WS-APF-FIELD-6            PIC X(13).
       01  WS-APF-AGENT                  PIC X(10).
       01  WS-APF-AMOUNT                 PIC S9(9)V99 VALUE 0.

      *    ADJUSTMENTS READ FOR AN AGENT, WAITING FOR THE SUMMARY
      *    RECORD THAT FOLLOWS THEM - THEY COUNT ONLY IF THAT PERIOD
      *    FALLS IN THE TAX YEAR.
       01  WS-PND-AGENT                  PIC X(10) VALUE SPACES.
       01  WS-PND-ADJ-CNT                PIC 9(3)  VALUE 0.
       01  WS-PND-ADJ-AMT                PIC S9(9)V99 VALUE 0.

      *    ONE ENTRY PER AGENT PAID IN THE TAX YEAR. RESULT: F = FILED,
      *    B = BELOW THE THRESHOLD, M = OVER IT BUT NO TIN ON FILE,
      *    N = OVER IT BUT NOT ON THE AGENT MASTER. M AND N ARE NOT
      *    FILED - THEY ARE LISTED FOR ACCOUNTING TO OBTAIN THE W-9
      *    (AGTMNT1 'TAXID') AND THE RUN IS REPEATED BEFORE FILING.
       01  WS-NEC-TABLE.
           05 WS-NEC-ENTRY               OCCURS 3000 TIMES.
              10 WS-NEC-AGENT            PIC X(10).
              10 WS-NEC-NET              PIC S9(9)V99.
              10 WS-NEC-PERIOD-CNT       PIC 9(3).
              10 WS-NEC-ADJ-CNT          PIC 9(3).
              10 WS-NEC-ADJ-AMT          PIC S9(9)V99.
              10 WS-NEC-RESULT           PIC X(1).
       01  WS-NEC-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-NEC-IDX                    PIC 9(4) VALUE 0.
       01  WS-NEC-FOUND-IDX              PIC 9(4) VALUE 0.

       01  WS-AGENTS-CNT                 PIC 9(7) VALUE 0.
       01  WS-FILED-CNT                  PIC 9(7) VALUE 0.
       01  WS-FILED-TOTAL                PIC 9(11)V99 VALUE 0.
       01  WS-BELOW-CNT                  PIC 9(7) VALUE 0.
       01  WS-MISSING-CNT                PIC 9(7) VALUE 0.
       01  WS-MISSING-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-IRS-SEQ                    PIC 9(8) VALUE 0.

       01  WS-PAYEE-ZIP                  PIC X(9).
       01  WS-MASKED-TIN                 PIC X(11).
       01  WS-AMOUNT-EDIT                PIC $$$$,$$$,$$9.99.
       01  WS-CITY-LINE                  PIC X(60).

       01  FLEDIVR1-AREA.
           10  WS-FLEDIVR1-OPERATION-TYPE  PIC X(8).
           10  WS-FLEDIVR1-AGENT-CODE      PIC X(10).
           10  WS-FLEDIVR1-MAINT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-STATUS-CODE     PIC X(2).
           10  WS-FLEDIVR1-AGENT-RECORD.
               15  WS-FLEDIVR1-AGENT-NAME        PIC X(45).
               15  WS-FLEDIVR1-AGENT-ADDRESS-1   PIC X(50).
               15  WS-FLEDIVR1-AGENT-ADDRESS-2   PIC X(50).
               15  WS-FLEDIVR1-AGENT-CITY        PIC X(20).
               15  WS-FLEDIVR1-AGENT-STATE       PIC X(2).
               15  WS-FLEDIVR1-AGENT-ZIP-CODE    PIC X(10).
               15  WS-FLEDIVR1-AGENT-STATUS      PIC X(1).
               15  WS-FLEDIVR1-AGENT-TYPE        PIC X(10).
               15  WS-FLEDIVR1-AGENT-EMAIL       PIC X(30).
               15  WS-FLEDIVR1-AGENT-CONTACT-NO  PIC X(10).
               15  WS-FLEDIVR1-AGENT-START-DATE  PIC X(10).
               15  WS-FLEDIVR1-AGENT-END-DATE    PIC X(10).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).
           10  WS-FLEDIVR1-MNT-TAX-IDENTITY  PIC X(60).
           10  WS-FLEDIVR1-AGENT-TAX-IDENTITY.
               15  WS-FLEDIVR1-AGENT-TAX-ID      PIC X(9).
               15  WS-FLEDIVR1-AGENT-TIN-TYPE    PIC X(1).
               15  WS-FLEDIVR1-AGENT-LEGAL-NAME  PIC X(40).
               15  WS-FLEDIVR1-AGENT-W9-DATE     PIC X(10).

      *    IRS PUBLICATION 1220 RECORD LAYOUTS (FORM 1099-NEC: TYPE OF
      *    RETURN 'NE', NONEMPLOYEE COMPENSATION IN PAYMENT AMOUNT 1).
      *    MONEY FIELDS ARE RIGHT-JUSTIFIED CENTS, ZERO-FILLED.
       01  IRS-T-RECORD.
           05  FILLER                    PIC X(1)   VALUE 'T'.
           05  IRT-PAYMENT-YEAR          PIC X(4).
           05  FILLER                    PIC X(1)   VALUE SPACE.
           05  IRT-TRANSMITTER-TIN       PIC X(9).
           05  IRT-TCC                   PIC X(5).
           05  FILLER                    PIC X(7)   VALUE SPACES.
           05  IRT-TEST-FILE-IND         PIC X(1).
           05  FILLER                    PIC X(1)   VALUE SPACE.
           05  IRT-TRANSMITTER-NAME      PIC X(40).
           05  FILLER                    PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-NAME          PIC X(40).
           05  FILLER                    PIC X(40)  VALUE SPACES.
           05  IRT-COMPANY-ADDRESS       PIC X(40).
           05  IRT-COMPANY-CITY          PIC X(40).
           05  IRT-COMPANY-STATE         PIC X(2).
           05  IRT-COMPANY-ZIP           PIC X(9).
           05  FILLER                    PIC X(15)  VALUE SPACES.
           05  IRT-TOTAL-PAYEES          PIC 9(8).
           05  IRT-CONTACT-NAME          PIC X(40).
           05  IRT-CONTACT-PHONE         PIC X(15).
           05  IRT-CONTACT-EMAIL         PIC X(50).
           05  FILLER                    PIC X(91)  VALUE SPACES.
           05  IRT-SEQUENCE-NO           PIC 9(8).
           05  FILLER                    PIC X(10)  VALUE SPACES.
           05  FILLER                    PIC X(1)   VALUE 'I'.
           05  FILLER                    PIC X(232) VALUE SPACES.

       01  IRS-A-RECORD.
           05  FILLER                    PIC X(1)   VALUE 'A'.
           05  IRA-PAYMENT-YEAR          PIC X(4).
           05  FILLER                    PIC X(6)   VALUE SPACES.
           05  IRA-PAYER-TIN             PIC X(9).
           05  FILLER                    PIC X(5)   VALUE SPACES.
           05  FILLER                    PIC X(2)   VALUE 'NE'.
           05  FILLER                    PIC X(18)  VALUE '1'.
           05  FILLER                    PIC X(7)   VALUE SPACES.
           05  IRA-PAYER-NAME            PIC X(40).
           05  FILLER                    PIC X(40)  VALUE SPACES.
           05  FILLER                    PIC X(1)   VALUE '0'.
           05  IRA-PAYER-ADDRESS         PIC X(40).
           05  IRA-PAYER-CITY            PIC X(40).
           05  IRA-PAYER-STATE           PIC X(2).
           05  IRA-PAYER-ZIP             PIC X(9).
           05  IRA-PAYER-PHONE           PIC X(15).
           05  FILLER                    PIC X(260) VALUE SPACES.
           05  IRA-SEQUENCE-NO           PIC 9(8).
           05  FILLER                    PIC X(243) VALUE SPACES.

       01  IRS-B-RECORD.
           05  FILLER                    PIC X(1)   VALUE 'B'.
           05  IRB-PAYMENT-YEAR          PIC X(4).
           05  FILLER                    PIC X(5)   VALUE SPACES.
      *        1 = EIN, 2 = SSN
           05  IRB-TIN-TYPE              PIC X(1).
           05  IRB-PAYEE-TIN             PIC X(9).
           05  IRB-ACCOUNT-NUMBER        PIC X(20).
           05  FILLER                    PIC X(14)  VALUE SPACES.
           05  IRB-AMOUNT-1              PIC 9(10)V99.
           05  FILLER                    PIC X(192) VALUE ALL '0'.
           05  FILLER                    PIC X(30)  VALUE SPACES.
           05  IRB-PAYEE-NAME            PIC X(40).
           05  FILLER                    PIC X(40)  VALUE SPACES.
           05  IRB-PAYEE-ADDRESS         PIC X(40).
           05  FILLER                    PIC X(40)  VALUE SPACES.
           05  IRB-PAYEE-CITY            PIC X(40).
           05  IRB-PAYEE-STATE           PIC X(2).
           05  IRB-PAYEE-ZIP             PIC X(9).
           05  IRB-SEQUENCE-NO           PIC 9(8).
           05  FILLER                    PIC X(243) VALUE SPACES.

       01  IRS-C-RECORD.
           05  FILLER                    PIC X(1)   VALUE 'C'.
           05  IRC-NUMBER-OF-PAYEES      PIC 9(8).
           05  FILLER                    PIC X(6)   VALUE SPACES.
           05  IRC-CONTROL-TOTAL-1       PIC 9(16)V99.
           05  FILLER                    PIC X(288) VALUE ALL '0'.
           05  FILLER                    PIC X(178) VALUE SPACES.
           05  IRC-SEQUENCE-NO           PIC 9(8).
           05  FILLER                    PIC X(243) VALUE SPACES.

       01  IRS-F-RECORD.
           05  FILLER                    PIC X(1)   VALUE 'F'.
           05  IRF-NUMBER-OF-A-RECS      PIC 9(8).
           05  FILLER                    PIC X(21)  VALUE ALL '0'.
           05  FILLER                    PIC X(19)  VALUE SPACES.
           05  IRF-TOTAL-PAYEES          PIC 9(8).
           05  FILLER                    PIC X(442) VALUE SPACES.
           05  IRF-SEQUENCE-NO           PIC 9(8).
           05  FILLER                    PIC X(243) VALUE SPACES.

      *    RECIPIENT COPY - ONE LABELED LINE AT A TIME.
       01  RCP-TITLE-LINE.
           05  FILLER                    PIC X(4)   VALUE SPACES.
           05  FILLER                    PIC X(44)
               VALUE 'FORM 1099-NEC  NONEMPLOYEE COMPENSATION    '.
           05  FILLER                    PIC X(9)   VALUE 'TAX YEAR '.
           05  RCP-TAX-YEAR              PIC X(4).
           05  FILLER                    PIC X(4)   VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE 'COPY B FOR RECIPIENT'.
           05  FILLER                    PIC X(47)  VALUE SPACES.

       01  RCP-TEXT-LINE.
           05  FILLER                    PIC X(4)   VALUE SPACES.
           05  RCP-LABEL                 PIC X(32).
           05  RCP-VALUE                 PIC X(60).
           05  FILLER                    PIC X(36)  VALUE SPACES.

       01  RCP-RULE-LINE.
           05  FILLER                    PIC X(4)   VALUE SPACES.
           05  FILLER                    PIC X(96)  VALUE ALL '-'.
           05  FILLER                    PIC X(32)  VALUE SPACES.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(36)
               VALUE 'AGENT 1099-NEC YEAR END - TAX YEAR '.
           05  RPT-HDR-TAX-YEAR          PIC X(4).
           05  FILLER                    PIC X(3)   VALUE ' - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(4)   VALUE SPACES.
           05  FILLER                    PIC X(11)  VALUE 'THRESHOLD: '.
           05  RPT-HDR-THRESHOLD         PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(55)  VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(7)   VALUE 'AGENT: '.
           05  RPT-DET-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  RPT-DET-NAME              PIC X(40).
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  FILLER                    PIC X(9)   VALUE 'PERIODS: '.
           05  RPT-DET-PERIODS           PIC ZZ9.
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  FILLER                    PIC X(6)   VALUE 'ADJ: '.
           05  RPT-DET-ADJ-AMT           PIC -ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  FILLER                    PIC X(5)   VALUE 'NET: '.
           05  RPT-DET-NET               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  RPT-DET-RESULT            PIC X(18).

       01  RPT-MISSING-HDR-LINE.
           05  FILLER                    PIC X(44)
               VALUE 'AGENTS OVER THE THRESHOLD MISSING A TIN -   '.
           05  FILLER                    PIC X(44)
               VALUE 'NOT FILED UNTIL THE W-9 IS ON THE MASTER    '.
           05  FILLER                    PIC X(44)  VALUE SPACES.

       01  RPT-MISSING-LINE.
           05  FILLER                    PIC X(7)   VALUE 'AGENT: '.
           05  RPT-MIS-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  RPT-MIS-NAME              PIC X(45).
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  FILLER                    PIC X(5)   VALUE 'NET: '.
           05  RPT-MIS-NET               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  RPT-MIS-REASON            PIC X(20).
           05  FILLER                    PIC X(26)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(13)
               VALUE 'AGENTS PAID: '.
           05  RPT-TOT-AGENTS            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(7)   VALUE 'FILED: '.
           05  RPT-TOT-FILED             PIC ZZZZZZ9.
           05  FILLER                    PIC X(1)   VALUE '/'.
           05  RPT-TOT-FILED-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE 'BELOW THRESHOLD: '.
           05  RPT-TOT-BELOW             PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)   VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'MISSING TIN: '.
           05  RPT-TOT-MISSING           PIC ZZZZZZ9.
           05  FILLER                    PIC X(1)   VALUE '/'.
           05  RPT-TOT-MISSING-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(9)   VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FEED
           PERFORM 3000-CLASSIFY-AGENT
               VARYING WS-NEC-IDX FROM 1 BY 1
               UNTIL WS-NEC-IDX > WS-NEC-TBL-CNT
           PERFORM 4000-WRITE-PAYER-HEADERS
           PERFORM 4100-FILE-AGENT
               VARYING WS-NEC-IDX FROM 1 BY 1
               UNTIL WS-NEC-IDX > WS-NEC-TBL-CNT
           PERFORM 4900-WRITE-PAYER-TRAILERS
           WRITE NEC-YEAR-END-REPORT-REC FROM RPT-MISSING-HDR-LINE
           PERFORM 5000-LIST-MISSING-TIN
               VARYING WS-NEC-IDX FROM 1 BY 1
               UNTIL WS-NEC-IDX > WS-NEC-TBL-CNT
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           PERFORM 0100-READ-CONTROL-CARDS

           OPEN INPUT COMMISSION-AP-FEED
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSAPFD: ' WS-FEED-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT IRS-FILING-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NECIRSF: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT RECIPIENT-COPY-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NECRCPT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT NEC-YEAR-END-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NECYERPT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'NECYEND1' TO WS-FLEDIVR1-CALLER-JOB
                              WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           MOVE WS-TAX-YEAR     TO RPT-HDR-TAX-YEAR
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           MOVE WS-THRESHOLD    TO RPT-HDR-THRESHOLD
           WRITE NEC-YEAR-END-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-FEED-PARA.

      *    THE PAYER AND TRANSMITTER DETAILS ARE REQUIRED - A FILE
      *    WITHOUT THEM WOULD BE REJECTED BY THE IRS. THE THRESHOLD IS
      *    SET BY STATUTE: $600 THROUGH 2025, $2,000 FOR PAYMENTS MADE
      *    FROM 2026.
       0100-READ-CONTROL-CARDS.
           MOVE SPACES TO WS-PARM-CARD-1 WS-PARM-CARD-2
                          WS-PARM-CARD-3 WS-PARM-CARD-4
           ACCEPT WS-PARM-CARD-1 FROM SYSIN
           ACCEPT WS-PARM-CARD-2 FROM SYSIN
           ACCEPT WS-PARM-CARD-3 FROM SYSIN
           ACCEPT WS-PARM-CARD-4 FROM SYSIN
           IF WS-PARM-TAX-YEAR NUMERIC
               MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR-NUM
           ELSE
               COMPUTE WS-TAX-YEAR-NUM = WS-YEAR - 1
           END-IF
           MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR
           IF WS-PARM-THRESHOLD NUMERIC
               MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
           ELSE
               IF WS-TAX-YEAR-NUM < 2026
                   MOVE 600  TO WS-THRESHOLD
               ELSE
                   MOVE 2000 TO WS-THRESHOLD
               END-IF
           END-IF
           IF WS-PARM-TCC = SPACES
                   OR WS-PARM-PAYER-TIN NOT NUMERIC
                   OR WS-PARM-PAYER-NAME = SPACES
                   OR WS-PARM-PAYER-ADDRESS = SPACES
                   OR WS-PARM-PAYER-CITY = SPACES
               DISPLAY 'NECYEND1: TRANSMITTER CONTROL CODE, PAYER EIN, '
                       'NAME AND ADDRESS ARE REQUIRED ON SYSIN'
               CALL 'ABEND'
           END-IF
           DISPLAY 'NECYEND1: TAX YEAR ' WS-TAX-YEAR
                   '  THRESHOLD ' WS-THRESHOLD.

       2000-PROCESS-PARA.
           MOVE SPACES TO WS-APF-FIELDS
           UNSTRING COMMISSION-AP-FEED-REC DELIMITED BY '|'
               INTO WS-APF-FIELD-1
                    WS-APF-FIELD-2
                    WS-APF-FIELD-3
                    WS-APF-FIELD-4
                    WS-APF-FIELD-5
                    WS-APF-FIELD-6
           END-UNSTRING
           IF WS-APF-FIELD-1 = 'ADJ'
               PERFORM 2100-HOLD-ADJUSTMENT
           ELSE
               IF WS-APF-FIELD-1 NOT = SPACES
                   PERFORM 2200-ADD-PERIOD-PAYMENT
               END-IF
           END-IF

           PERFORM 2050-READ-FEED-PARA.

       2050-READ-FEED-PARA.
           READ COMMISSION-AP-FEED
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-HOLD-ADJUSTMENT.
           MOVE WS-APF-FIELD-2 TO WS-APF-AGENT
           IF WS-APF-AGENT NOT = WS-PND-AGENT
               MOVE WS-APF-AGENT TO WS-PND-AGENT
               MOVE 0            TO WS-PND-ADJ-CNT
                                    WS-PND-ADJ-AMT
           END-IF
           COMPUTE WS-APF-AMOUNT = FUNCTION NUMVAL (WS-APF-FIELD-6)
           ADD 1             TO WS-PND-ADJ-CNT
           ADD WS-APF-AMOUNT TO WS-PND-ADJ-AMT.

      *    A PERIOD ENDING IN THE TAX YEAR COUNTS IN FULL, WITH THE
      *    ADJUSTMENTS SETTLED IN IT SHOWN ALONGSIDE FOR THE AUDIT.
       2200-ADD-PERIOD-PAYMENT.
           MOVE WS-APF-FIELD-1 TO WS-APF-AGENT
           IF WS-APF-FIELD-3 (7:4) = WS-TAX-YEAR
               COMPUTE WS-APF-AMOUNT = FUNCTION NUMVAL (WS-APF-FIELD-4)
               MOVE 0 TO WS-NEC-FOUND-IDX
               PERFORM VARYING WS-NEC-IDX FROM 1 BY 1
                         UNTIL WS-NEC-IDX > WS-NEC-TBL-CNT
                   IF WS-NEC-AGENT (WS-NEC-IDX) = WS-APF-AGENT
                       MOVE WS-NEC-IDX     TO WS-NEC-FOUND-IDX
                       MOVE WS-NEC-TBL-CNT TO WS-NEC-IDX
                   END-IF
               END-PERFORM
               IF WS-NEC-FOUND-IDX = 0
                   IF WS-NEC-TBL-CNT >= 3000
                       DISPLAY '*** NECYEND1: AGENT TABLE FULL (3000) '
                               '- RUN STOPPED ***'
                       CALL 'ABEND'
                   END-IF
                   ADD 1 TO WS-NEC-TBL-CNT
                   MOVE WS-NEC-TBL-CNT TO WS-NEC-FOUND-IDX
                   MOVE WS-APF-AGENT
                                 TO WS-NEC-AGENT (WS-NEC-FOUND-IDX)
                   MOVE 0 TO WS-NEC-NET (WS-NEC-FOUND-IDX)
                             WS-NEC-PERIOD-CNT (WS-NEC-FOUND-IDX)
                             WS-NEC-ADJ-CNT (WS-NEC-FOUND-IDX)
                             WS-NEC-ADJ-AMT (WS-NEC-FOUND-IDX)
                   MOVE SPACE TO WS-NEC-RESULT (WS-NEC-FOUND-IDX)
               END-IF
               ADD WS-APF-AMOUNT TO WS-NEC-NET (WS-NEC-FOUND-IDX)
               ADD 1 TO WS-NEC-PERIOD-CNT (WS-NEC-FOUND-IDX)
               IF WS-PND-AGENT = WS-APF-AGENT
                   ADD WS-PND-ADJ-CNT
                       TO WS-NEC-ADJ-CNT (WS-NEC-FOUND-IDX)
                   ADD WS-PND-ADJ-AMT
                       TO WS-NEC-ADJ-AMT (WS-NEC-FOUND-IDX)
               END-IF
           END-IF
           MOVE SPACES TO WS-PND-AGENT
           MOVE 0      TO WS-PND-ADJ-CNT
                          WS-PND-ADJ-AMT.

      *    AN AGENT NETTING BELOW THE THRESHOLD (OR NEGATIVE, AFTER
      *    CLAWBACKS) GETS NO FORM. ONE OVER IT NEEDS A TIN ON FILE.
       3000-CLASSIFY-AGENT.
           ADD 1 TO WS-AGENTS-CNT
           PERFORM 3900-GET-AGENT
           EVALUATE TRUE
               WHEN WS-NEC-NET (WS-NEC-IDX) < WS-THRESHOLD
                   MOVE 'B' TO WS-NEC-RESULT (WS-NEC-IDX)
                   ADD 1 TO WS-BELOW-CNT
                   MOVE 'BELOW THRESHOLD'  TO RPT-DET-RESULT
               WHEN WS-FLEDIVR1-STATUS-CODE NOT = '00'
                   MOVE 'N' TO WS-NEC-RESULT (WS-NEC-IDX)
                   ADD 1 TO WS-MISSING-CNT
                   ADD WS-NEC-NET (WS-NEC-IDX) TO WS-MISSING-TOTAL
                   MOVE 'NOT FILED - NO TIN' TO RPT-DET-RESULT
               WHEN WS-FLEDIVR1-AGENT-TAX-ID NOT NUMERIC
                       OR (WS-FLEDIVR1-AGENT-TIN-TYPE NOT = 'S'
                           AND WS-FLEDIVR1-AGENT-TIN-TYPE NOT = 'E')
                   MOVE 'M' TO WS-NEC-RESULT (WS-NEC-IDX)
                   ADD 1 TO WS-MISSING-CNT
                   ADD WS-NEC-NET (WS-NEC-IDX) TO WS-MISSING-TOTAL
                   MOVE 'NOT FILED - NO TIN' TO RPT-DET-RESULT
               WHEN OTHER
                   MOVE 'F' TO WS-NEC-RESULT (WS-NEC-IDX)
                   ADD 1 TO WS-FILED-CNT
                   ADD WS-NEC-NET (WS-NEC-IDX) TO WS-FILED-TOTAL
                   MOVE 'FILED'            TO RPT-DET-RESULT
           END-EVALUATE
           MOVE WS-NEC-AGENT (WS-NEC-IDX)      TO RPT-DET-AGENT
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               MOVE 'AGENT NOT ON FILE'        TO RPT-DET-NAME
           ELSE
               IF WS-FLEDIVR1-AGENT-LEGAL-NAME NOT = SPACES
                   MOVE WS-FLEDIVR1-AGENT-LEGAL-NAME TO RPT-DET-NAME
               ELSE
                   MOVE WS-FLEDIVR1-AGENT-NAME  TO RPT-DET-NAME
               END-IF
           END-IF
           MOVE WS-NEC-PERIOD-CNT (WS-NEC-IDX) TO RPT-DET-PERIODS
           MOVE WS-NEC-ADJ-AMT (WS-NEC-IDX)    TO RPT-DET-ADJ-AMT
           MOVE WS-NEC-NET (WS-NEC-IDX)        TO RPT-DET-NET
           WRITE NEC-YEAR-END-REPORT-REC FROM RPT-DETAIL-LINE.

       3900-GET-AGENT.
           MOVE SPACES TO WS-FLEDIVR1-AGENT-RECORD
                          WS-FLEDIVR1-AGENT-TAX-IDENTITY
           MOVE 'TAXGET'                  TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE WS-NEC-AGENT (WS-NEC-IDX) TO WS-FLEDIVR1-AGENT-CODE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA.

       4000-WRITE-PAYER-HEADERS.
           ADD 1                       TO WS-IRS-SEQ
           MOVE WS-TAX-YEAR            TO IRT-PAYMENT-YEAR
           MOVE WS-PARM-PAYER-TIN      TO IRT-TRANSMITTER-TIN
           MOVE WS-PARM-TCC            TO IRT-TCC
           IF WS-PARM-TEST-FLAG = 'T'
               MOVE 'T'                TO IRT-TEST-FILE-IND
           ELSE
               MOVE SPACE              TO IRT-TEST-FILE-IND
           END-IF
           MOVE WS-PARM-PAYER-NAME     TO IRT-TRANSMITTER-NAME
                                          IRT-COMPANY-NAME
           MOVE WS-PARM-PAYER-ADDRESS  TO IRT-COMPANY-ADDRESS
           MOVE WS-PARM-PAYER-CITY     TO IRT-COMPANY-CITY
           MOVE WS-PARM-PAYER-STATE    TO IRT-COMPANY-STATE
           MOVE WS-PARM-PAYER-ZIP      TO IRT-COMPANY-ZIP
           MOVE WS-FILED-CNT           TO IRT-TOTAL-PAYEES
           MOVE WS-PARM-CONTACT-NAME   TO IRT-CONTACT-NAME
           MOVE WS-PARM-PAYER-PHONE    TO IRT-CONTACT-PHONE
           MOVE WS-PARM-CONTACT-EMAIL  TO IRT-CONTACT-EMAIL
           MOVE WS-IRS-SEQ             TO IRT-SEQUENCE-NO
           WRITE IRS-FILING-REC FROM IRS-T-RECORD

           ADD 1                       TO WS-IRS-SEQ
           MOVE WS-TAX-YEAR            TO IRA-PAYMENT-YEAR
           MOVE WS-PARM-PAYER-TIN      TO IRA-PAYER-TIN
           MOVE WS-PARM-PAYER-NAME     TO IRA-PAYER-NAME
           MOVE WS-PARM-PAYER-ADDRESS  TO IRA-PAYER-ADDRESS
           MOVE WS-PARM-PAYER-CITY     TO IRA-PAYER-CITY
           MOVE WS-PARM-PAYER-STATE    TO IRA-PAYER-STATE
           MOVE WS-PARM-PAYER-ZIP      TO IRA-PAYER-ZIP
           MOVE WS-PARM-PAYER-PHONE    TO IRA-PAYER-PHONE
           MOVE WS-IRS-SEQ             TO IRA-SEQUENCE-NO
           WRITE IRS-FILING-REC FROM IRS-A-RECORD.

      *    ONE PAYEE RECORD AND ONE RECIPIENT COPY PER AGENT FILED.
       4100-FILE-AGENT.
           IF WS-NEC-RESULT (WS-NEC-IDX) = 'F'
               PERFORM 3900-GET-AGENT
               IF WS-FLEDIVR1-AGENT-ZIP-CODE (6:1) = '-'
                   MOVE WS-FLEDIVR1-AGENT-ZIP-CODE (1:5)
                                          TO WS-PAYEE-ZIP (1:5)
                   MOVE WS-FLEDIVR1-AGENT-ZIP-CODE (7:4)
                                          TO WS-PAYEE-ZIP (6:4)
               ELSE
                   MOVE WS-FLEDIVR1-AGENT-ZIP-CODE TO WS-PAYEE-ZIP
               END-IF
               PERFORM 4200-WRITE-PAYEE-RECORD
               PERFORM 4300-PRINT-RECIPIENT-COPY
           END-IF.

       4200-WRITE-PAYEE-RECORD.
           ADD 1                            TO WS-IRS-SEQ
           MOVE WS-TAX-YEAR                 TO IRB-PAYMENT-YEAR
           IF WS-FLEDIVR1-AGENT-TIN-TYPE = 'E'
               MOVE '1'                     TO IRB-TIN-TYPE
           ELSE
               MOVE '2'                     TO IRB-TIN-TYPE
           END-IF
           MOVE WS-FLEDIVR1-AGENT-TAX-ID    TO IRB-PAYEE-TIN
           MOVE WS-NEC-AGENT (WS-NEC-IDX)   TO IRB-ACCOUNT-NUMBER
           MOVE WS-NEC-NET (WS-NEC-IDX)     TO IRB-AMOUNT-1
           MOVE WS-FLEDIVR1-AGENT-LEGAL-NAME TO IRB-PAYEE-NAME
           MOVE WS-FLEDIVR1-AGENT-ADDRESS-1 TO IRB-PAYEE-ADDRESS
           MOVE WS-FLEDIVR1-AGENT-CITY      TO IRB-PAYEE-CITY
           MOVE WS-FLEDIVR1-AGENT-STATE     TO IRB-PAYEE-STATE
           MOVE WS-PAYEE-ZIP                TO IRB-PAYEE-ZIP
           MOVE WS-IRS-SEQ                  TO IRB-SEQUENCE-NO
           WRITE IRS-FILING-REC FROM IRS-B-RECORD.

      *    THE RECIPIENT'S TIN IS TRUNCATED TO THE LAST FOUR DIGITS ON
      *    THE PRINTED COPY, AS THE IRS ALLOWS ON PAYEE STATEMENTS.
       4300-PRINT-RECIPIENT-COPY.
           MOVE WS-TAX-YEAR TO RCP-TAX-YEAR
           WRITE RECIPIENT-COPY-REC FROM RCP-TITLE-LINE
           MOVE "PAYER'S NAME AND ADDRESS:"  TO RCP-LABEL
           MOVE WS-PARM-PAYER-NAME           TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE SPACES                       TO RCP-LABEL
           MOVE WS-PARM-PAYER-ADDRESS        TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE SPACES TO WS-CITY-LINE
           STRING WS-PARM-PAYER-CITY  DELIMITED BY '  '
                  ' '                 DELIMITED BY SIZE
                  WS-PARM-PAYER-STATE DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-PARM-PAYER-ZIP   DELIMITED BY SIZE
             INTO WS-CITY-LINE
           END-STRING
           MOVE WS-CITY-LINE                 TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE "PAYER'S TIN:"               TO RCP-LABEL
           MOVE SPACES                       TO RCP-VALUE
           STRING WS-PARM-PAYER-TIN (1:2) '-' WS-PARM-PAYER-TIN (3:7)
                  DELIMITED BY SIZE INTO RCP-VALUE
           END-STRING
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE

           IF WS-FLEDIVR1-AGENT-TIN-TYPE = 'E'
               MOVE '**-***'                 TO WS-MASKED-TIN
               MOVE WS-FLEDIVR1-AGENT-TAX-ID (6:4)
                                             TO WS-MASKED-TIN (7:4)
           ELSE
               MOVE '***-**-'                TO WS-MASKED-TIN
               MOVE WS-FLEDIVR1-AGENT-TAX-ID (6:4)
                                             TO WS-MASKED-TIN (8:4)
           END-IF
           MOVE "RECIPIENT'S TIN:"           TO RCP-LABEL
           MOVE WS-MASKED-TIN                TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE "RECIPIENT'S NAME:"          TO RCP-LABEL
           MOVE WS-FLEDIVR1-AGENT-LEGAL-NAME TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE 'STREET ADDRESS:'            TO RCP-LABEL
           MOVE WS-FLEDIVR1-AGENT-ADDRESS-1  TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           IF WS-FLEDIVR1-AGENT-ADDRESS-2 NOT = SPACES
               MOVE SPACES                   TO RCP-LABEL
               MOVE WS-FLEDIVR1-AGENT-ADDRESS-2 TO RCP-VALUE
               WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-CITY-LINE
           STRING WS-FLEDIVR1-AGENT-CITY     DELIMITED BY '  '
                  ' '                        DELIMITED BY SIZE
                  WS-FLEDIVR1-AGENT-STATE    DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-FLEDIVR1-AGENT-ZIP-CODE DELIMITED BY SIZE
             INTO WS-CITY-LINE
           END-STRING
           MOVE 'CITY, STATE AND ZIP:'       TO RCP-LABEL
           MOVE WS-CITY-LINE                 TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE 'ACCOUNT NUMBER:'            TO RCP-LABEL
           MOVE WS-NEC-AGENT (WS-NEC-IDX)    TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE WS-NEC-NET (WS-NEC-IDX)      TO WS-AMOUNT-EDIT
           MOVE '1 NONEMPLOYEE COMPENSATION:'
                                             TO RCP-LABEL
           MOVE WS-AMOUNT-EDIT               TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           MOVE 0                            TO WS-AMOUNT-EDIT
           MOVE '4 FEDERAL INCOME TAX WITHHELD:'
                                             TO RCP-LABEL
           MOVE WS-AMOUNT-EDIT               TO RCP-VALUE
           WRITE RECIPIENT-COPY-REC FROM RCP-TEXT-LINE
           WRITE RECIPIENT-COPY-REC FROM RCP-RULE-LINE.

       4900-WRITE-PAYER-TRAILERS.
           ADD 1                  TO WS-IRS-SEQ
           MOVE WS-FILED-CNT      TO IRC-NUMBER-OF-PAYEES
           MOVE WS-FILED-TOTAL    TO IRC-CONTROL-TOTAL-1
           MOVE WS-IRS-SEQ        TO IRC-SEQUENCE-NO
           WRITE IRS-FILING-REC FROM IRS-C-RECORD

           ADD 1                  TO WS-IRS-SEQ
           MOVE 1                 TO IRF-NUMBER-OF-A-RECS
           MOVE WS-FILED-CNT      TO IRF-TOTAL-PAYEES
           MOVE WS-IRS-SEQ        TO IRF-SEQUENCE-NO
           WRITE IRS-FILING-REC FROM IRS-F-RECORD.

       5000-LIST-MISSING-TIN.
           IF WS-NEC-RESULT (WS-NEC-IDX) = 'M' OR 'N'
               PERFORM 3900-GET-AGENT
               MOVE WS-NEC-AGENT (WS-NEC-IDX) TO RPT-MIS-AGENT
               MOVE WS-NEC-NET (WS-NEC-IDX)   TO RPT-MIS-NET
               IF WS-NEC-RESULT (WS-NEC-IDX) = 'N'
                   MOVE SPACES                TO RPT-MIS-NAME
                   MOVE 'AGENT NOT ON FILE'   TO RPT-MIS-REASON
               ELSE
                   MOVE WS-FLEDIVR1-AGENT-NAME TO RPT-MIS-NAME
                   MOVE 'NO W-9 ON FILE'      TO RPT-MIS-REASON
               END-IF
               WRITE NEC-YEAR-END-REPORT-REC FROM RPT-MISSING-LINE
           END-IF.

       9000-FINALIZE-PARA.
           MOVE WS-AGENTS-CNT    TO RPT-TOT-AGENTS
           MOVE WS-FILED-CNT     TO RPT-TOT-FILED
           MOVE WS-FILED-TOTAL   TO RPT-TOT-FILED-AMT
           MOVE WS-BELOW-CNT     TO RPT-TOT-BELOW
           MOVE WS-MISSING-CNT   TO RPT-TOT-MISSING
           MOVE WS-MISSING-TOTAL TO RPT-TOT-MISSING-AMT
           WRITE NEC-YEAR-END-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR CLOSING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           DISPLAY 'NECYEND1: FILED: ' WS-FILED-CNT
                   '  MISSING TIN: ' WS-MISSING-CNT
           CLOSE COMMISSION-AP-FEED
           CLOSE IRS-FILING-FILE
           CLOSE RECIPIENT-COPY-FILE
           CLOSE NEC-YEAR-END-REPORT.

       END PROGRAM NECYEND1.
