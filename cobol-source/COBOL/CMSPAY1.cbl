       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMSPAY1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-AP-FEED ASSIGN TO 'CMSAPFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COMMISSION-LOCK-FILE ASSIGN TO 'CMSLOCK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PAYMENT-LOCK-FILE ASSIGN TO 'CMSPAYLK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT NACHA-FILE ASSIGN TO 'CMSNACHA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO 'CMSPYREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECK-EXCEPTION-LIST ASSIGN TO 'CMSPYCHK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE LOCKED PERIOD'S FEED AS CMSCALC1 WROTE IT. ONLY THE
      *    AGENT SUMMARY RECORDS ARE PAID - THEIR AMOUNTS ALREADY
      *    INCLUDE THE 'ADJ' LINES THAT PRECEDE THEM.
       FD  COMMISSION-AP-FEED.
       01  COMMISSION-AP-FEED-REC        PIC X(80).

      *    CMSCALC1'S PERIOD LOCK - A PERIOD IS PAID ONLY ONCE ITS
      *    STATEMENTS HAVE BEEN ISSUED AND IT CAN NO LONGER CHANGE.
       FD  COMMISSION-LOCK-FILE.
       01  COMMISSION-LOCK-REC.
           05  LCK-PERIOD-START          PIC X(10).
           05  LCK-PERIOD-END            PIC X(10).
           05  LCK-ISSUE-DATE            PIC X(10).
           05  FILLER                    PIC X(10).

      *    PAYMENT LOCK - ONE RECORD PER PERIOD PAID, APPENDED AT THE
      *    END OF A SUCCESSFUL RUN. A PERIOD ALREADY ON IT REFUSES TO
      *    RUN AGAIN, SO A RERUN CAN NEVER CREDIT THE AGENTS TWICE;
      *    REPAYING A PERIOD IS A DELIBERATE OPERATIONS ACTION ON THE
      *    LOCK FILE, AS WITH CMSLOCK.
       FD  PAYMENT-LOCK-FILE.
       01  PAYMENT-LOCK-REC.
           05  PLK-PERIOD-START          PIC X(10).
           05  PLK-PERIOD-END            PIC X(10).
           05  PLK-EFFECTIVE-DATE        PIC X(10).
           05  PLK-ENTRY-CNT             PIC 9(6).
           05  FILLER                    PIC X(4).

      *    NACHA PPD CREDIT FILE FOR THE ORIGINATING BANK - 94-BYTE
      *    RECORDS, BLOCKED IN TENS.
       FD  NACHA-FILE.
       01  NACHA-REC                     PIC X(94).

       FD  PAYMENT-REGISTER.
       01  PAYMENT-REGISTER-REC          PIC X(132).

      *    AGENTS ACCOUNTS PAYABLE STILL PAYS BY CHECK (NO ACTIVE BANK
      *    DETAILS) AND AGENTS WITH NOTHING TO PAY THIS PERIOD.
       FD  CHECK-EXCEPTION-LIST.
       01  CHECK-EXCEPTION-REC           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-LOCK-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-FEED               VALUE 'YES'.
       01  WS-LOCK-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-LOCKS              VALUE 'YES'.
       01  WS-LOCKED-SW                  PIC X(3) VALUE 'NO'.
           88  PERIOD-LOCKED             VALUE 'YES'.
       01  WS-PAID-SW                    PIC X(3) VALUE 'NO'.
           88  PERIOD-ALREADY-PAID       VALUE 'YES'.
       01  WS-BATCH-OPEN-SW              PIC X(3) VALUE 'NO'.
           88  BATCH-OPEN                VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).
       01  WS-TODAY-YMD                  PIC X(8).
       01  WS-CLEAR-YMD                  PIC X(8).

      *    CONTROL CARDS ON SYSIN. CARD 1: THE LOCKED PERIOD, THE
      *    EFFECTIVE ENTRY DATE (BLANK = NEXT BANKING DAY), THE BANK'S
      *    ROUTING NUMBER (IMMEDIATE DESTINATION), OUR COMPANY ID AND
      *    THE ORIGINATING DFI ID. CARD 2: THE BANK'S NAME, OUR NAME
      *    FOR THE FILE HEADER AND OUR NAME FOR THE BATCH HEADER.
       01  WS-PARM-CARD-1.
           05  WS-PARM-PERIOD-START      PIC X(10).
           05  WS-PARM-PERIOD-END        PIC X(10).
           05  WS-PARM-EFFECTIVE-DATE    PIC X(10).
           05  WS-PARM-DEST-ROUTING      PIC X(9).
           05  WS-PARM-COMPANY-ID        PIC X(10).
           05  WS-PARM-ODFI-ID           PIC X(8).
           05  FILLER                    PIC X(23).
       01  WS-PARM-CARD-2.
           05  WS-PARM-DEST-NAME         PIC X(23).
           05  WS-PARM-ORIGIN-NAME       PIC X(23).
           05  WS-PARM-COMPANY-NAME      PIC X(16).
           05  FILLER                    PIC X(18).

       01  WS-EFFECTIVE-DATE             PIC X(10).
       01  WS-PAY-RUN-ID                 PIC X(12).

       01  WS-APF-FIELDS.
           05  WS-APF-FIELD-1            PIC X(13).
           05  WS-APF-FIELD-2            PIC X(13).
           05  WS-APF-FIELD-3            PIC X(13).
           05  WS-APF-FIELD-4            PIC X(13).
       01  WS-APF-AMOUNT                 PIC S9(9)V99 VALUE 0.

       01  WS-DEPOSIT-CNT                PIC 9(6) VALUE 0.
       01  WS-DEPOSIT-TOTAL              PIC 9(10)V99 VALUE 0.
       01  WS-CHECK-CNT                  PIC 9(7) VALUE 0.
       01  WS-CHECK-TOTAL                PIC 9(11)V99 VALUE 0.
       01  WS-NOPAY-CNT                  PIC 9(7) VALUE 0.
       01  WS-OFAC-HOLD-CNT              PIC 9(7) VALUE 0.
       01  WS-OFAC-HOLD-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-ADJ-REC-CNT                PIC 9(7) VALUE 0.
       01  WS-ACTIVATED-CNT              PIC 9(7) VALUE 0.
       01  WS-EMAIL-CNT                  PIC 9(7) VALUE 0.
       01  WS-EMAIL-CNT-EDIT             PIC 9(7).
       01  WS-EMAIL-TOT-EDIT             PIC 9(10).99.

       01  WS-ENTRY-HASH-SUM             PIC 9(12) VALUE 0.
       01  WS-RDFI-ID                    PIC 9(8).
       01  WS-NACHA-REC-CNT              PIC 9(6) VALUE 0.
       01  WS-BLOCK-CNT                  PIC 9(6) VALUE 0.
       01  WS-BLOCK-REM                  PIC 9(2) VALUE 0.

       01  WS-EXC-ACTION                 PIC X(12).
       01  WS-EXC-REASON                 PIC X(36).
       01  WS-ACCOUNT-MASK               PIC X(17).
       01  WS-ACCT-LEN                   PIC S9(4) COMP.
       01  WS-MSG-AMOUNT                 PIC $$$$,$$9.99.
       01  WS-MSG-LEAD                   PIC S9(4) COMP.
       01  WS-EMAIL-MSG                  PIC X(100).
       01  WS-EMAIL-BUILD                PIC X(450).

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

       01  FLEDIVR1-AREA.
           10  WS-FLEDIVR1-OPERATION-TYPE  PIC X(8).
           10  WS-FLEDIVR1-AGENT-CODE      PIC X(10).
           10  WS-FLEDIVR1-MAINT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-STATUS-CODE     PIC X(2).
           10  WS-FLEDIVR1-AGENT-RECORD.
               15  WS-FLEDIVR1-AGENT-NAME        PIC X(45).
               15  FILLER                        PIC X(132).
               15  WS-FLEDIVR1-AGENT-STATUS      PIC X(1).
               15  WS-FLEDIVR1-AGENT-TYPE        PIC X(10).
               15  WS-FLEDIVR1-AGENT-EMAIL       PIC X(30).
               15  FILLER                        PIC X(30).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).
           10  WS-FLEDIVR1-MNT-TAX-IDENTITY    PIC X(60).
           10  WS-FLEDIVR1-AGENT-TAX-IDENTITY  PIC X(60).
           10  WS-FLEDIVR1-MNT-BANK-DETAILS.
               15  FILLER                        PIC X(27).
               15  WS-FLEDIVR1-MNT-DEP-STATUS    PIC X(1).
               15  FILLER                        PIC X(20).
           10  WS-FLEDIVR1-AGENT-BANK-DETAILS.
               15  WS-FLEDIVR1-ROUTING-NO        PIC X(9).
               15  WS-FLEDIVR1-ACCOUNT-NO        PIC X(17).
               15  WS-FLEDIVR1-ACCT-TYPE         PIC X(1).
               15  WS-FLEDIVR1-DEP-STATUS        PIC X(1).
                   88  DEPOSIT-PRENOTE           VALUE 'P'.
                   88  DEPOSIT-ACTIVE            VALUE 'A'.
                   88  DEPOSIT-STOPPED           VALUE 'S'.
               15  WS-FLEDIVR1-PRENOTE-DATE      PIC X(10).
               15  WS-FLEDIVR1-PRENOTE-CLEAR     PIC X(10).

       01  FLEDIVR2-AREA.
           10  WS-FILE-NAME               PIC X(30).
           10  WS-FLEDIVR2-OPERATION-TYPE PIC X(10).
           10  WS-FLEDIVR2-AGENT-NOTIFY-REC.
               COPY AGNTNTFY.
           10  WS-CUSTOMER-NOTIFY-RECORD.
               COPY CUSTNTFY.
           10  WS-NOTIFY-REPORT-RECORD.
               15  WS-REPORT-LINE         PIC X(160).
           10  WS-FLEDIVR2-STATUS-CODE    PIC X(2).
           10  WS-CUSTOMER-NOTIFY-CSV-RECORD PIC X(560).
           10  WS-AGENT-HOLD-QUEUE-REC.
               COPY AGTHOLDQ.
           10  WS-YOY-TREND-REC.
               COPY YOYTREND.
           10  WS-CUSTOMER-EMAIL-RECORD PIC X(450).
           10  WS-AGENT-EMAIL-RECORD    PIC X(450).
           10  WS-OPS-STATUS-REC.
               COPY OPSTATUS.
           10  WS-CHECKPOINT-REC.
               COPY CHKPREC.
           10  WS-RATING-AUDIT-REC.
               COPY RATEAUDT.
           10  WS-REMITTANCE-RECORD     PIC X(80).
           10  WS-PREDEBIT-RECORD       PIC X(120).
           10  WS-SMS-RECORD            PIC X(200).
           10  WS-DISPOSITION-RECORD    PIC X(80).
           10  WS-RUN-TOKEN-RECORD      PIC X(80).
           10  WS-AGENT-DIGEST-RECORD   PIC X(120).
           10  WS-REQUOTE-RECORD        PIC X(120).
           10  WS-DNR-REGISTER-RECORD   PIC X(120).
           10  WS-INSTANCE-TOTAL-RECORD PIC X(200).
           10  WS-LIENHOLDER-RECORD     PIC X(250).
           10  WS-CLAMP-RECORD          PIC X(120).

       01  DATESRV1-AREA.
           10  WS-DT-OPERATION-TYPE        PIC X(10).
           10  WS-DT-STATE                 PIC X(2).
           10  WS-DT-DATE                  PIC X(10).
           10  WS-DT-DATE-2                PIC X(10).
           10  WS-DT-DAYS-IN               PIC S9(4) COMP.
           10  WS-DT-RETURN-CODE           PIC X(2).
           10  WS-DT-BUSDAY-FLAG           PIC X(1).
           10  WS-DT-RESULT-DATE           PIC X(10).
           10  WS-DT-DAYS-OUT              PIC S9(9) COMP.

      *    NACHA RECORD LAYOUTS - FILE HEADER (1), BATCH HEADER (5),
      *    ENTRY DETAIL (6), BATCH CONTROL (8), FILE CONTROL (9).
      *    ONE PPD BATCH, SERVICE CLASS 220 (CREDITS ONLY).
       01  NACHA-FILE-HEADER.
           05  FILLER                    PIC X(1)  VALUE '1'.
           05  FILLER                    PIC X(2)  VALUE '01'.
           05  NFH-IMMED-DEST            PIC X(10).
           05  NFH-IMMED-ORIGIN          PIC X(10).
           05  NFH-CREATION-DATE         PIC X(6).
           05  NFH-CREATION-TIME         PIC X(4).
           05  FILLER                    PIC X(1)  VALUE 'A'.
           05  FILLER                    PIC X(3)  VALUE '094'.
           05  FILLER                    PIC X(2)  VALUE '10'.
           05  FILLER                    PIC X(1)  VALUE '1'.
           05  NFH-DEST-NAME             PIC X(23).
           05  NFH-ORIGIN-NAME           PIC X(23).
           05  FILLER                    PIC X(8)  VALUE SPACES.

       01  NACHA-BATCH-HEADER.
           05  FILLER                    PIC X(1)  VALUE '5'.
           05  FILLER                    PIC X(3)  VALUE '220'.
           05  NBH-COMPANY-NAME          PIC X(16).
           05  FILLER                    PIC X(20) VALUE SPACES.
           05  NBH-COMPANY-ID            PIC X(10).
           05  FILLER                    PIC X(3)  VALUE 'PPD'.
           05  FILLER                    PIC X(10) VALUE 'COMMISSION'.
           05  NBH-DESCRIPTIVE-DATE      PIC X(6).
           05  NBH-EFFECTIVE-DATE        PIC X(6).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(1)  VALUE '1'.
           05  NBH-ODFI-ID               PIC X(8).
           05  NBH-BATCH-NO              PIC 9(7)  VALUE 1.

      *    TRANSACTION CODE 22 = CHECKING CREDIT, 32 = SAVINGS CREDIT.
      *    THE TRACE NUMBER IS OUR ODFI ID AND THE ENTRY SEQUENCE.
       01  NACHA-ENTRY-DETAIL.
           05  FILLER                    PIC X(1)  VALUE '6'.
           05  NED-TRAN-CODE             PIC X(2).
           05  NED-RDFI-ID               PIC X(8).
           05  NED-CHECK-DIGIT           PIC X(1).
           05  NED-ACCOUNT-NO            PIC X(17).
           05  NED-AMOUNT                PIC 9(8)V99.
           05  NED-INDIVIDUAL-ID         PIC X(15).
           05  NED-INDIVIDUAL-NAME       PIC X(22).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(1)  VALUE '0'.
           05  NED-TRACE-NO.
               10  NED-TRACE-ODFI        PIC X(8).
               10  NED-TRACE-SEQ         PIC 9(7).

       01  NACHA-BATCH-CONTROL.
           05  FILLER                    PIC X(1)  VALUE '8'.
           05  FILLER                    PIC X(3)  VALUE '220'.
           05  NBC-ENTRY-CNT             PIC 9(6).
           05  NBC-ENTRY-HASH            PIC 9(10).
           05  NBC-TOTAL-DEBIT           PIC 9(10)V99 VALUE 0.
           05  NBC-TOTAL-CREDIT          PIC 9(10)V99.
           05  NBC-COMPANY-ID            PIC X(10).
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  NBC-ODFI-ID               PIC X(8).
           05  NBC-BATCH-NO              PIC 9(7)  VALUE 1.

       01  NACHA-FILE-CONTROL.
           05  FILLER                    PIC X(1)  VALUE '9'.
           05  NFC-BATCH-CNT             PIC 9(6)  VALUE 1.
           05  NFC-BLOCK-CNT             PIC 9(6).
           05  NFC-ENTRY-CNT             PIC 9(8).
           05  NFC-ENTRY-HASH            PIC 9(10).
           05  NFC-TOTAL-DEBIT           PIC 9(10)V99 VALUE 0.
           05  NFC-TOTAL-CREDIT          PIC 9(10)V99.
           05  FILLER                    PIC X(39) VALUE SPACES.

       01  NACHA-PAD-RECORD              PIC X(94) VALUE ALL '9'.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(44)
               VALUE 'COMMISSION DIRECT DEPOSIT REGISTER - PERIOD '.
           05  RPT-HDR-START             PIC X(10).
           05  FILLER                    PIC X(4)  VALUE ' TO '.
           05  RPT-HDR-END               PIC X(10).
           05  FILLER                    PIC X(13) VALUE
               '  EFFECTIVE: '.
           05  RPT-HDR-EFFECTIVE         PIC X(10).
           05  FILLER                    PIC X(8)  VALUE '  RUN: '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(23) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(7)  VALUE 'AGENT: '.
           05  RPT-DET-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-NAME              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'ACCT: '.
           05  RPT-DET-ROUTING           PIC X(9).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RPT-DET-ACCOUNT           PIC X(17).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RPT-DET-ACCT-TYPE         PIC X(1).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'TRACE: '.
           05  RPT-DET-TRACE             PIC X(15).
           05  FILLER                    PIC X(7)  VALUE SPACES.

       01  RPT-NACHA-LINE.
           05  FILLER                    PIC X(18)
               VALUE 'NACHA ENTRY HASH: '.
           05  RPT-NAC-HASH              PIC 9(10).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'BLOCKS: '.
           05  RPT-NAC-BLOCKS            PIC ZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE 'BATCH TOTAL CREDIT: '.
           05  RPT-NAC-CREDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(47) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(10) VALUE 'DEPOSITS: '.
           05  RPT-TOT-DEP-CNT           PIC ZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-TOT-DEP-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'TO CHECK: '.
           05  RPT-TOT-CHK-CNT           PIC ZZZZZZ9.
           05  FILLER                    PIC X(1)  VALUE '/'.
           05  RPT-TOT-CHK-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'NOT PAYABLE: '.
           05  RPT-TOT-NOPAY-CNT         PIC ZZZZZZ9.
           05  FILLER                    PIC X(27) VALUE SPACES.

       01  RPT-OFAC-LINE.
           05  FILLER                    PIC X(11) VALUE 'OFAC HOLD: '.
           05  RPT-OFAC-CNT              PIC ZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-OFAC-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(87) VALUE SPACES.

       01  EXC-HEADER-LINE.
           05  FILLER                    PIC X(44)
               VALUE 'COMMISSION CHECK / EXCEPTION LIST - PERIOD '.
           05  EXC-HDR-START             PIC X(10).
           05  FILLER                    PIC X(4)  VALUE ' TO '.
           05  EXC-HDR-END               PIC X(10).
           05  FILLER                    PIC X(64) VALUE SPACES.

       01  EXC-DETAIL-LINE.
           05  FILLER                    PIC X(7)  VALUE 'AGENT: '.
           05  EXC-DET-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  EXC-DET-NAME              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  EXC-DET-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'ACTION: '.
           05  EXC-DET-ACTION            PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  EXC-DET-REASON            PIC X(36).

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FEED
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD

           MOVE SPACES TO WS-PARM-CARD-1 WS-PARM-CARD-2
           ACCEPT WS-PARM-CARD-1 FROM SYSIN
           ACCEPT WS-PARM-CARD-2 FROM SYSIN
           IF WS-PARM-PERIOD-START = SPACES
                   OR WS-PARM-PERIOD-END = SPACES
               DISPLAY 'CMSPAY1: PERIOD START/END REQUIRED ON SYSIN'
               CALL 'ABEND'
           END-IF
           IF WS-PARM-DEST-ROUTING NOT NUMERIC
                   OR WS-PARM-ODFI-ID NOT NUMERIC
                   OR WS-PARM-COMPANY-ID = SPACES
                   OR WS-PARM-COMPANY-NAME = SPACES
               DISPLAY 'CMSPAY1: BANK ROUTING, ODFI ID, COMPANY ID AND '
                       'COMPANY NAME REQUIRED ON SYSIN'
               CALL 'ABEND'
           END-IF

      *    THE STATEMENTS MUST HAVE BEEN ISSUED (CMSLOCK) AND THE
      *    PERIOD NOT YET PAID (CMSPAYLK).
           PERFORM 0100-CHECK-PERIOD-LOCK
           IF NOT PERIOD-LOCKED
               DISPLAY '*** CMSPAY1: PERIOD ' WS-PARM-PERIOD-START
                       ' - ' WS-PARM-PERIOD-END
                       ' IS NOT LOCKED - RUN CMSCALC1 FIRST ***'
               CALL 'ABEND'
           END-IF
           PERFORM 0200-CHECK-PAYMENT-LOCK
           IF PERIOD-ALREADY-PAID
               DISPLAY '*** CMSPAY1: PERIOD ' WS-PARM-PERIOD-START
                       ' - ' WS-PARM-PERIOD-END
                       ' HAS ALREADY BEEN PAID - REPAYING IT IS AN '
                       'OPERATIONS ACTION ON CMSPAYLK ***'
               CALL 'ABEND'
           END-IF

           IF WS-PARM-EFFECTIVE-DATE = SPACES
               MOVE 'ADDBUS'          TO WS-DT-OPERATION-TYPE
               MOVE SPACES            TO WS-DT-STATE
               MOVE WS-CURRENT-DATE   TO WS-DT-DATE
               MOVE 1                 TO WS-DT-DAYS-IN
               CALL 'DATESRV1' USING DATESRV1-AREA
               MOVE WS-DT-RESULT-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE SPACES TO WS-PAY-RUN-ID
           STRING 'CMSPAY'                DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE (9:2) DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE (1:2) DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE (4:2) DELIMITED BY SIZE
             INTO WS-PAY-RUN-ID
           END-STRING

           OPEN INPUT COMMISSION-AP-FEED
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSAPFD: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT NACHA-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSNACHA: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT PAYMENT-REGISTER
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSPYREG: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT CHECK-EXCEPTION-LIST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSPYCHK: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'CMSPAY1' TO WS-FLEDIVR1-CALLER-JOB
                             WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           MOVE 'AGENT-EMAIL-FILE'     TO WS-FILE-NAME
           MOVE 'OPEN'                 TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA
           IF WS-FLEDIVR2-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT EMAIL FILE: '
                                        WS-FLEDIVR2-STATUS-CODE
               CALL 'ABEND'
           END-IF
           MOVE SPACES TO WS-AGENT-EMAIL-RECORD
           STRING 'HDR|AGENTEML|'     DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  '|CMSPAY1'          DELIMITED BY SIZE
             INTO WS-AGENT-EMAIL-RECORD
           END-STRING
           MOVE 'WRITE'                TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA

           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START EXC-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END   EXC-HDR-END
           MOVE WS-EFFECTIVE-DATE    TO RPT-HDR-EFFECTIVE
           MOVE WS-CURRENT-DATE      TO RPT-HDR-DATE
           WRITE PAYMENT-REGISTER-REC FROM RPT-HEADER-LINE
           WRITE CHECK-EXCEPTION-REC  FROM EXC-HEADER-LINE

           PERFORM 2050-READ-FEED-PARA.

       0100-CHECK-PERIOD-LOCK.
           MOVE 'NO' TO WS-LOCKED-SW
           MOVE 'NO' TO WS-LOCK-EOF-SW
           OPEN INPUT COMMISSION-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               PERFORM 0110-READ-LOCK-PARA UNTIL END-OF-LOCKS
               CLOSE COMMISSION-LOCK-FILE
           END-IF.

       0110-READ-LOCK-PARA.
           READ COMMISSION-LOCK-FILE
               AT END
                   MOVE 'YES' TO WS-LOCK-EOF-SW
               NOT AT END
                   IF LCK-PERIOD-START = WS-PARM-PERIOD-START
                           AND LCK-PERIOD-END = WS-PARM-PERIOD-END
                       SET PERIOD-LOCKED TO TRUE
                   END-IF
           END-READ.

       0200-CHECK-PAYMENT-LOCK.
           MOVE 'NO' TO WS-PAID-SW
           MOVE 'NO' TO WS-LOCK-EOF-SW
           OPEN INPUT PAYMENT-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               PERFORM 0210-READ-PAYMENT-LOCK UNTIL END-OF-LOCKS
               CLOSE PAYMENT-LOCK-FILE
           END-IF.

       0210-READ-PAYMENT-LOCK.
           READ PAYMENT-LOCK-FILE
               AT END
                   MOVE 'YES' TO WS-LOCK-EOF-SW
               NOT AT END
                   IF PLK-PERIOD-START = WS-PARM-PERIOD-START
                           AND PLK-PERIOD-END = WS-PARM-PERIOD-END
                       SET PERIOD-ALREADY-PAID TO TRUE
                   END-IF
           END-READ.

       2000-PROCESS-PARA.
           MOVE SPACES TO WS-APF-FIELDS
           UNSTRING COMMISSION-AP-FEED-REC DELIMITED BY '|'
               INTO WS-APF-FIELD-1
                    WS-APF-FIELD-2
                    WS-APF-FIELD-3
                    WS-APF-FIELD-4
           END-UNSTRING
           IF WS-APF-FIELD-1 = 'ADJ'
               ADD 1 TO WS-ADJ-REC-CNT
           ELSE
               IF WS-APF-FIELD-1 NOT = SPACES
                   IF WS-APF-FIELD-2 (1:10) NOT = WS-PARM-PERIOD-START
                       OR WS-APF-FIELD-3 (1:10) NOT = WS-PARM-PERIOD-END
                       DISPLAY '*** CMSPAY1: CMSAPFD IS FOR PERIOD '
                               WS-APF-FIELD-2 ' - ' WS-APF-FIELD-3
                               ', NOT THE PERIOD ON SYSIN ***'
                       CALL 'ABEND'
                   END-IF
                   COMPUTE WS-APF-AMOUNT =
                           FUNCTION NUMVAL (WS-APF-FIELD-4)
                   PERFORM 2100-PAY-AGENT
               END-IF
           END-IF

           PERFORM 2050-READ-FEED-PARA.

       2050-READ-FEED-PARA.
           READ COMMISSION-AP-FEED
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

      *    AN AGENT IS CREDITED ONLY WITH AN ACTIVE ACCOUNT, OR ONE
      *    WHOSE PRENOTE WAITING PERIOD HAS PASSED WITH NO RETURN (THE
      *    ACCOUNT IS MARKED ACTIVE HERE). EVERYONE ELSE WITH MONEY DUE
      *    GOES TO THE CHECK LIST; A ZERO OR NEGATIVE TOTAL PAYS
      *    NOTHING AND IS LISTED AS AN EXCEPTION. AN AGENT ON THE OFAC
      *    REVIEW QUEUE, PENDING OR CONFIRMED, IS NEITHER CREDITED NOR
      *    LISTED FOR A CHECK: THE COMMISSION IS LISTED AS AN OFAC HOLD
      *    AND AP PAYS IT BY CHECK ONLY ONCE COMPLIANCE CLEARS THE HIT,
      *    AS THE PERIOD IS STILL LOCKED AS PAID BY THIS RUN.
       2100-PAY-AGENT.
           MOVE SPACES                 TO WS-FLEDIVR1-AGENT-RECORD
                                          WS-FLEDIVR1-AGENT-BANK-DETAILS
           MOVE 'BANKGET'              TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE WS-APF-FIELD-1 (1:10)  TO WS-FLEDIVR1-AGENT-CODE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF DEPOSIT-PRENOTE
               MOVE WS-FLEDIVR1-PRENOTE-CLEAR (7:4)
                                               TO WS-CLEAR-YMD (1:4)
               MOVE WS-FLEDIVR1-PRENOTE-CLEAR (1:2)
                                               TO WS-CLEAR-YMD (5:2)
               MOVE WS-FLEDIVR1-PRENOTE-CLEAR (4:2)
                                               TO WS-CLEAR-YMD (7:2)
           END-IF
           MOVE 'BLOCKCHK'             TO WS-OF-OPERATION-TYPE
           MOVE 'C'                    TO WS-OF-BLOCK-TYPE
           MOVE WS-APF-FIELD-1 (1:10)  TO WS-OF-AGENT-CODE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           IF WS-OF-SQLCODE NOT = 0
               MOVE 0 TO WS-OF-BLOCK-CNT
           END-IF
           EVALUATE TRUE
               WHEN WS-APF-AMOUNT NOT > 0
                   MOVE 'NO PAYMENT'   TO WS-EXC-ACTION
                   MOVE 'ZERO OR NEGATIVE PERIOD TOTAL'
                                       TO WS-EXC-REASON
                   ADD 1 TO WS-NOPAY-CNT
                   PERFORM 2800-WRITE-EXCEPTION
               WHEN WS-OF-BLOCK-CNT > 0
                   MOVE 'OFAC HOLD'    TO WS-EXC-ACTION
                   IF WS-OF-BLOCK-STATUS = 'C'
                       MOVE 'OFAC MATCH CONFIRMED - DO NOT PAY'
                                       TO WS-EXC-REASON
                   ELSE
                       MOVE 'OFAC MATCH PENDING - DO NOT PAY'
                                       TO WS-EXC-REASON
                   END-IF
                   ADD 1             TO WS-OFAC-HOLD-CNT
                   ADD WS-APF-AMOUNT TO WS-OFAC-HOLD-TOTAL
                   PERFORM 2800-WRITE-EXCEPTION
               WHEN WS-FLEDIVR1-STATUS-CODE NOT = '00'
                   MOVE 'CUT CHECK'    TO WS-EXC-ACTION
                   MOVE 'AGENT NOT ON AGENT MASTER'
                                       TO WS-EXC-REASON
                   PERFORM 2810-LIST-FOR-CHECK
               WHEN DEPOSIT-ACTIVE
                   PERFORM 2200-WRITE-DEPOSIT
               WHEN DEPOSIT-PRENOTE AND WS-CLEAR-YMD NOT > WS-TODAY-YMD
                   PERFORM 2150-ACTIVATE-DEPOSIT
                   PERFORM 2200-WRITE-DEPOSIT
               WHEN DEPOSIT-PRENOTE
                   MOVE 'CUT CHECK'    TO WS-EXC-ACTION
                   MOVE SPACES         TO WS-EXC-REASON
                   STRING 'PRENOTE PENDING UNTIL '
                          WS-FLEDIVR1-PRENOTE-CLEAR
                          DELIMITED BY SIZE INTO WS-EXC-REASON
                   END-STRING
                   PERFORM 2810-LIST-FOR-CHECK
               WHEN DEPOSIT-STOPPED
                   MOVE 'CUT CHECK'    TO WS-EXC-ACTION
                   MOVE 'DIRECT DEPOSIT STOPPED'
                                       TO WS-EXC-REASON
                   PERFORM 2810-LIST-FOR-CHECK
               WHEN OTHER
                   MOVE 'CUT CHECK'    TO WS-EXC-ACTION
                   MOVE 'NO BANK DETAILS ON FILE'
                                       TO WS-EXC-REASON
                   PERFORM 2810-LIST-FOR-CHECK
           END-EVALUATE.

       2150-ACTIVATE-DEPOSIT.
           MOVE 'BANKSTS'              TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE 'A'                    TO WS-FLEDIVR1-MNT-DEP-STATUS
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           ADD 1 TO WS-ACTIVATED-CNT.

       2200-WRITE-DEPOSIT.
           IF NOT BATCH-OPEN
               PERFORM 2300-WRITE-NACHA-HEADERS
           END-IF
           ADD 1                               TO WS-DEPOSIT-CNT
           ADD WS-APF-AMOUNT                   TO WS-DEPOSIT-TOTAL
           IF WS-FLEDIVR1-ACCT-TYPE = 'S'
               MOVE '32'                       TO NED-TRAN-CODE
           ELSE
               MOVE '22'                       TO NED-TRAN-CODE
           END-IF
           MOVE WS-FLEDIVR1-ROUTING-NO (1:8)   TO NED-RDFI-ID
           MOVE WS-FLEDIVR1-ROUTING-NO (9:1)   TO NED-CHECK-DIGIT
           MOVE WS-FLEDIVR1-ACCOUNT-NO         TO NED-ACCOUNT-NO
           MOVE WS-APF-AMOUNT                  TO NED-AMOUNT
           MOVE WS-FLEDIVR1-AGENT-CODE         TO NED-INDIVIDUAL-ID
           MOVE WS-FLEDIVR1-AGENT-NAME         TO NED-INDIVIDUAL-NAME
           MOVE WS-PARM-ODFI-ID                TO NED-TRACE-ODFI
           MOVE WS-DEPOSIT-CNT                 TO NED-TRACE-SEQ
           WRITE NACHA-REC FROM NACHA-ENTRY-DETAIL
           ADD 1 TO WS-NACHA-REC-CNT
           MOVE WS-FLEDIVR1-ROUTING-NO (1:8)   TO WS-RDFI-ID
           ADD WS-RDFI-ID                      TO WS-ENTRY-HASH-SUM

           MOVE SPACES TO WS-ACCOUNT-MASK
           PERFORM VARYING WS-ACCT-LEN FROM 17 BY -1
                     UNTIL WS-ACCT-LEN = 0
                        OR WS-FLEDIVR1-ACCOUNT-NO (WS-ACCT-LEN:1)
                                                        NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-ACCT-LEN > 4
               MOVE ALL '*' TO WS-ACCOUNT-MASK (1:WS-ACCT-LEN - 4)
               MOVE WS-FLEDIVR1-ACCOUNT-NO (WS-ACCT-LEN - 3:4)
                              TO WS-ACCOUNT-MASK (WS-ACCT-LEN - 3:4)
           END-IF

           MOVE WS-FLEDIVR1-AGENT-CODE         TO RPT-DET-AGENT
           MOVE WS-FLEDIVR1-AGENT-NAME         TO RPT-DET-NAME
           MOVE WS-FLEDIVR1-ROUTING-NO         TO RPT-DET-ROUTING
           MOVE WS-ACCOUNT-MASK                TO RPT-DET-ACCOUNT
           MOVE WS-FLEDIVR1-ACCT-TYPE          TO RPT-DET-ACCT-TYPE
           MOVE WS-APF-AMOUNT                  TO RPT-DET-AMOUNT
           MOVE NED-TRACE-NO                   TO RPT-DET-TRACE
           WRITE PAYMENT-REGISTER-REC FROM RPT-DETAIL-LINE

           IF WS-FLEDIVR1-AGENT-EMAIL NOT = SPACES
               PERFORM 2400-WRITE-REMITTANCE-EMAIL
           END-IF.

       2300-WRITE-NACHA-HEADERS.
           MOVE SPACE                     TO NFH-IMMED-DEST (1:1)
           MOVE WS-PARM-DEST-ROUTING      TO NFH-IMMED-DEST (2:9)
           MOVE WS-PARM-COMPANY-ID        TO NFH-IMMED-ORIGIN
           MOVE FUNCTION CURRENT-DATE (3:6) TO NFH-CREATION-DATE
           MOVE FUNCTION CURRENT-DATE (9:4) TO NFH-CREATION-TIME
           MOVE WS-PARM-DEST-NAME         TO NFH-DEST-NAME
           MOVE WS-PARM-ORIGIN-NAME       TO NFH-ORIGIN-NAME
           WRITE NACHA-REC FROM NACHA-FILE-HEADER

           MOVE WS-PARM-COMPANY-NAME      TO NBH-COMPANY-NAME
           MOVE WS-PARM-COMPANY-ID        TO NBH-COMPANY-ID
           MOVE WS-PARM-PERIOD-END (9:2)  TO NBH-DESCRIPTIVE-DATE (1:2)
           MOVE WS-PARM-PERIOD-END (1:2)  TO NBH-DESCRIPTIVE-DATE (3:2)
           MOVE WS-PARM-PERIOD-END (4:2)  TO NBH-DESCRIPTIVE-DATE (5:2)
           MOVE WS-EFFECTIVE-DATE (9:2)   TO NBH-EFFECTIVE-DATE (1:2)
           MOVE WS-EFFECTIVE-DATE (1:2)   TO NBH-EFFECTIVE-DATE (3:2)
           MOVE WS-EFFECTIVE-DATE (4:2)   TO NBH-EFFECTIVE-DATE (5:2)
           MOVE WS-PARM-ODFI-ID           TO NBH-ODFI-ID
           WRITE NACHA-REC FROM NACHA-BATCH-HEADER
           MOVE 2 TO WS-NACHA-REC-CNT
           SET BATCH-OPEN TO TRUE.

      *    REMITTANCE ADVICE THROUGH THE AGENT EMAIL GATEWAY, IN THE
      *    SAME FIELD ORDER MAINPGM USES (EMAIL|AGENT|POLICY|NAME|
      *    NAME|DATE|MESSAGE|RUN ID) WITH NO POLICY AND THE DEPOSIT
      *    DATE IN THE DATE FIELD.
       2400-WRITE-REMITTANCE-EMAIL.
           MOVE WS-APF-AMOUNT TO WS-MSG-AMOUNT
           MOVE 0 TO WS-MSG-LEAD
           INSPECT WS-MSG-AMOUNT TALLYING WS-MSG-LEAD FOR LEADING SPACE
           MOVE SPACES TO WS-EMAIL-MSG
           STRING 'COMMISSION DEPOSIT '        DELIMITED BY SIZE
                  WS-MSG-AMOUNT (WS-MSG-LEAD + 1:)
                                               DELIMITED BY SIZE
                  ' PERIOD '                   DELIMITED BY SIZE
                  WS-PARM-PERIOD-START         DELIMITED BY SIZE
                  '-'                          DELIMITED BY SIZE
                  WS-PARM-PERIOD-END           DELIMITED BY SIZE
                  ' ACCT '                     DELIMITED BY SIZE
                  WS-ACCOUNT-MASK (WS-ACCT-LEN - 3:4)
                                               DELIMITED BY SIZE
                  ' TRACE '                    DELIMITED BY SIZE
                  NED-TRACE-NO                 DELIMITED BY SIZE
             INTO WS-EMAIL-MSG
           END-STRING
           MOVE SPACES TO WS-EMAIL-BUILD
           STRING WS-FLEDIVR1-AGENT-EMAIL  DELIMITED BY SIZE '|'
                  WS-FLEDIVR1-AGENT-CODE   DELIMITED BY SIZE '|'
                  '|'                      DELIMITED BY SIZE
                  WS-FLEDIVR1-AGENT-NAME   DELIMITED BY SIZE '|'
                  '|'                      DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE        DELIMITED BY SIZE '|'
                  WS-EMAIL-MSG             DELIMITED BY SIZE '|'
                  WS-PAY-RUN-ID            DELIMITED BY SIZE
             INTO WS-EMAIL-BUILD
           END-STRING
           MOVE WS-EMAIL-BUILD         TO WS-AGENT-EMAIL-RECORD
           MOVE 'AGENT-EMAIL-FILE'     TO WS-FILE-NAME
           MOVE 'WRITE'                TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA
           IF WS-FLEDIVR2-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR WRITING TO AGENT EMAIL FILE: '
                           WS-FLEDIVR2-STATUS-CODE
           ELSE
               ADD 1 TO WS-EMAIL-CNT
           END-IF.

       2800-WRITE-EXCEPTION.
           MOVE WS-APF-FIELD-1 (1:10)   TO EXC-DET-AGENT
           IF WS-FLEDIVR1-STATUS-CODE = '00'
               MOVE WS-FLEDIVR1-AGENT-NAME TO EXC-DET-NAME
           ELSE
               MOVE SPACES              TO EXC-DET-NAME
           END-IF
           MOVE WS-APF-AMOUNT           TO EXC-DET-AMOUNT
           MOVE WS-EXC-ACTION           TO EXC-DET-ACTION
           MOVE WS-EXC-REASON           TO EXC-DET-REASON
           WRITE CHECK-EXCEPTION-REC FROM EXC-DETAIL-LINE.

       2810-LIST-FOR-CHECK.
           ADD 1             TO WS-CHECK-CNT
           ADD WS-APF-AMOUNT TO WS-CHECK-TOTAL
           PERFORM 2800-WRITE-EXCEPTION.

      *    CLOSES THE BATCH AND THE FILE, THEN PADS THE LAST BLOCK OF
      *    TEN WITH ALL-NINES RECORDS. THE ENTRY HASH IS THE LOW-ORDER
      *    TEN DIGITS OF THE SUM OF THE RECEIVING DFI IDS.
       8000-CLOSE-NACHA-FILE.
           MOVE WS-DEPOSIT-CNT     TO NBC-ENTRY-CNT NFC-ENTRY-CNT
           MOVE WS-ENTRY-HASH-SUM  TO NBC-ENTRY-HASH NFC-ENTRY-HASH
           MOVE WS-DEPOSIT-TOTAL   TO NBC-TOTAL-CREDIT NFC-TOTAL-CREDIT
           MOVE WS-PARM-COMPANY-ID TO NBC-COMPANY-ID
           MOVE WS-PARM-ODFI-ID    TO NBC-ODFI-ID
           WRITE NACHA-REC FROM NACHA-BATCH-CONTROL
           ADD 1 TO WS-NACHA-REC-CNT

           ADD 1 TO WS-NACHA-REC-CNT
           DIVIDE WS-NACHA-REC-CNT BY 10 GIVING WS-BLOCK-CNT
               REMAINDER WS-BLOCK-REM
           IF WS-BLOCK-REM > 0
               ADD 1 TO WS-BLOCK-CNT
           END-IF
           MOVE WS-BLOCK-CNT       TO NFC-BLOCK-CNT
           WRITE NACHA-REC FROM NACHA-FILE-CONTROL
           PERFORM 8010-WRITE-PAD-RECORD
               UNTIL WS-NACHA-REC-CNT = WS-BLOCK-CNT * 10

           MOVE NFC-ENTRY-HASH     TO RPT-NAC-HASH
           MOVE WS-BLOCK-CNT       TO RPT-NAC-BLOCKS
           MOVE WS-DEPOSIT-TOTAL   TO RPT-NAC-CREDIT
           WRITE PAYMENT-REGISTER-REC FROM RPT-NACHA-LINE.

       8010-WRITE-PAD-RECORD.
           WRITE NACHA-REC FROM NACHA-PAD-RECORD
           ADD 1 TO WS-NACHA-REC-CNT.

       9000-FINALIZE-PARA.
           IF BATCH-OPEN
               PERFORM 8000-CLOSE-NACHA-FILE
           ELSE
               DISPLAY 'CMSPAY1: NO DIRECT DEPOSITS THIS PERIOD - '
                       'CMSNACHA IS EMPTY'
           END-IF

           MOVE WS-DEPOSIT-CNT    TO RPT-TOT-DEP-CNT
           MOVE WS-DEPOSIT-TOTAL  TO RPT-TOT-DEP-AMT
           MOVE WS-CHECK-CNT      TO RPT-TOT-CHK-CNT
           MOVE WS-CHECK-TOTAL    TO RPT-TOT-CHK-AMT
           MOVE WS-NOPAY-CNT      TO RPT-TOT-NOPAY-CNT
           WRITE PAYMENT-REGISTER-REC FROM RPT-TOTAL-LINE
           IF WS-OFAC-HOLD-CNT > 0
               MOVE WS-OFAC-HOLD-CNT   TO RPT-OFAC-CNT
               MOVE WS-OFAC-HOLD-TOTAL TO RPT-OFAC-AMT
               WRITE PAYMENT-REGISTER-REC FROM RPT-OFAC-LINE
           END-IF

      *    GATEWAY TRAILER: RECORD COUNT AND THE DEPOSITS ADVISED.
           MOVE WS-EMAIL-CNT      TO WS-EMAIL-CNT-EDIT
           MOVE WS-DEPOSIT-TOTAL  TO WS-EMAIL-TOT-EDIT
           MOVE SPACES TO WS-AGENT-EMAIL-RECORD
           STRING 'TRL|AGENTEML|'     DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  WS-EMAIL-CNT-EDIT   DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  WS-EMAIL-TOT-EDIT   DELIMITED BY SIZE
             INTO WS-AGENT-EMAIL-RECORD
           END-STRING
           MOVE 'AGENT-EMAIL-FILE'     TO WS-FILE-NAME
           MOVE 'WRITE'                TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA
           MOVE 'CLOSE'                TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA

           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR CLOSING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

      *    LOCK THE PERIOD AS PAID ONLY NOW THAT THE FILE IS COMPLETE.
           OPEN EXTEND PAYMENT-LOCK-FILE
           IF WS-LOCK-STATUS NOT = '00'
               OPEN OUTPUT PAYMENT-LOCK-FILE
           END-IF
           IF WS-LOCK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSPAYLK: ' WS-LOCK-STATUS
               CALL 'ABEND'
           END-IF
           MOVE SPACES               TO PAYMENT-LOCK-REC
           MOVE WS-PARM-PERIOD-START TO PLK-PERIOD-START
           MOVE WS-PARM-PERIOD-END   TO PLK-PERIOD-END
           MOVE WS-EFFECTIVE-DATE    TO PLK-EFFECTIVE-DATE
           MOVE WS-DEPOSIT-CNT       TO PLK-ENTRY-CNT
           WRITE PAYMENT-LOCK-REC
           CLOSE PAYMENT-LOCK-FILE

           DISPLAY 'CMSPAY1: DEPOSITS: ' WS-DEPOSIT-CNT
                   '  CHECKS: ' WS-CHECK-CNT
                   '  NOT PAYABLE: ' WS-NOPAY-CNT
                   '  OFAC HOLD: ' WS-OFAC-HOLD-CNT
                   '  PRENOTES CLEARED: ' WS-ACTIVATED-CNT
           CLOSE COMMISSION-AP-FEED
           CLOSE NACHA-FILE
           CLOSE PAYMENT-REGISTER
           CLOSE CHECK-EXCEPTION-LIST.

       END PROGRAM CMSPAY1.
