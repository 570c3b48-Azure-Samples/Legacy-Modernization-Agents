           SELECT ADJ-PENDING-FILE ASSIGN TO 'CMSADJPN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.
           SELECT HELD-COMMISSION-FILE ASSIGN TO 'CMSHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-RULE-FILE ASSIGN TO 'CMSHLDRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT AGENT-BALANCE-FILE ASSIGN TO 'CMSAGBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABL-STATUS.
           SELECT AGENCY-MASTER-FILE ASSIGN TO 'AGENCYF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.
           SELECT OVERRIDE-RATE-FILE ASSIGN TO 'CMSOVRRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORT-STATUS.
           SELECT OVERRIDE-STATEMENT ASSIGN TO 'CMSOVST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OVERRIDE-AP-FEED ASSIGN TO 'CMSOVRFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ADJ-SIGN                  PIC X(1).
           05  ADJ-AMOUNT                PIC 9(7)V9(2).
           05  ADJ-APPROVED-BY           PIC X(8).
           05  ADJ-POLICY-TYPE           PIC X(10).
           05  FILLER                    PIC X(2).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

      *    RENEWAL COMMISSION HELD FOR COLLECTION, CARRIED FROM PERIOD
      *    TO PERIOD. READ AT STARTUP, REWRITTEN WITH WHAT IS STILL
      *    HELD ONCE THE PERIOD IS LOCKED.
       FD  HELD-COMMISSION-FILE.
       01  HELD-COMMISSION-REC.
           COPY CMSHOLD.

      *    COLLECTION RULES BY STATE AND/OR POLICY TYPE. 'F' = THE
      *    WHOLE TERM PREMIUM MUST BE COLLECTED BEFORE THE COMMISSION
      *    IS PAID, 'I' = THE FIRST RENEWAL INSTALLMENT IS ENOUGH (THE
      *    DEFAULT WHERE NO ROW APPLIES). A BLANK STATE OR TYPE MATCHES
      *    ANY; THE STATE-AND-TYPE ROW BEATS THE STATE ROW, WHICH
      *    BEATS THE TYPE ROW.
       FD  HOLD-RULE-FILE.
       01  HOLD-RULE-REC.
           05  HRL-STATE                 PIC X(2).
           05  HRL-POLICY-TYPE           PIC X(10).
           05  HRL-COLLECT-RULE          PIC X(1).
           05  FILLER                    PIC X(7).

      *    AGENT DEBIT BALANCES CARRIED FROM PERIOD TO PERIOD. READ AT
      *    STARTUP, REWRITTEN WITH WHAT IS STILL OWED ONCE THE PERIOD
      *    IS LOCKED.
       FD  AGENT-BALANCE-FILE.
       01  AGENT-BALANCE-REC.
           COPY CMSAGBAL.

      *    AGENT-TO-BRANCH/AGENCY STRUCTURE (AGYMNT1) - WHO EARNS AN
      *    OVERRIDE ON EACH AGENT'S COMMISSION.
       FD  AGENCY-MASTER-FILE.
       01  AGENCY-MASTER-REC.
           COPY AGENCYRC.

      *    OVERRIDE RATES BY HIERARCHY LEVEL ('B' = BRANCH, 'G' =
      *    AGENCY) AND POLICY TYPE, AS A PERCENTAGE OF THE WRITING
      *    AGENT'S COMMISSION. A BLANK POLICY TYPE IS THE LEVEL'S
      *    DEFAULT; NO ROW FOR A LEVEL MEANS NO OVERRIDE AT THAT LEVEL.
       FD  OVERRIDE-RATE-FILE.
       01  OVERRIDE-RATE-REC.
           05  ORT-LEVEL                 PIC X(1).
           05  ORT-POLICY-TYPE           PIC X(10).
           05  ORT-RATE                  PIC 9(2)V99.
           05  FILLER                    PIC X(5).

      *    BRANCH AND AGENCY OVERRIDE STATEMENTS, AND THEIR OWN AP
      *    FEED (LEVEL|PAYEE|START|END|AMOUNT) - KEPT APART FROM
      *    CMSAPFD, WHICH CARRIES WRITING AGENTS ONLY.
       FD  OVERRIDE-STATEMENT.
       01  OVERRIDE-STATEMENT-REC        PIC X(132).

       FD  OVERRIDE-AP-FEED.
       01  OVERRIDE-AP-FEED-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-LOCK-STATUS                PIC XX.
       01  WS-ADJ-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-HOLD-STATUS                PIC XX.
       01  WS-RULE-STATUS                PIC XX.
       01  WS-ABL-STATUS                 PIC XX.
       01  WS-AGY-STATUS                 PIC XX.
       01  WS-ORT-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-COMMISSIONS        VALUE 'YES'.
       01  WS-LOCK-EOF-SW                PIC X(3) VALUE 'NO'.
           88  PERIOD-LOCKED             VALUE 'YES'.
       01  WS-ADJ-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-ADJUSTMENTS        VALUE 'YES'.
       01  WS-HOLD-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-HELD               VALUE 'YES'.
       01  WS-RULE-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-RULES              VALUE 'YES'.
       01  WS-ABL-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-BALANCES           VALUE 'YES'.
       01  WS-AGY-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-STRUCTURE          VALUE 'YES'.
       01  WS-ORT-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-OVERRIDE-RATES     VALUE 'YES'.

      *    PENDING ADJUSTMENTS LOADED AT STARTUP. FILLING THE TABLE IS
      *    A HARD ERROR - A SILENTLY DROPPED ADJUSTMENT WOULD LEAVE
              10 WS-ADJ-ORIG-END         PIC X(10).
              10 WS-ADJ-REASON           PIC X(10).
              10 WS-ADJ-SIGNED-AMT       PIC S9(7)V99.
              10 WS-ADJ-POLICY-TYPE      PIC X(10).
              10 WS-ADJ-APPLIED-SW       PIC X(1).
       01  WS-ADJ-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-ADJ-IDX                    PIC 9(3) VALUE 0.
       01  WS-ADJ-ORPH-IDX               PIC 9(3) VALUE 0.
       01  WS-ADJ-APPLIED-CNT            PIC 9(3) VALUE 0.

      *    HELD RENEWAL COMMISSION - LAST PERIOD'S CMSHOLD PLUS THIS
      *    PERIOD'S UNCOLLECTED RENEWALS. STATUS H = STILL HELD, R =
      *    RELEASED INTO THIS STATEMENT, F = FORFEITED. FILLING THE
      *    TABLE IS A HARD ERROR - A DROPPED ENTRY IS COMMISSION LOST.
       01  WS-HLD-TABLE.
           05 WS-HLD-ENTRY               OCCURS 5000 TIMES.
              10 WS-HLD-AGENT            PIC X(10).
              10 WS-HLD-POLICY           PIC X(10).
              10 WS-HLD-POLICY-TYPE      PIC X(10).
              10 WS-HLD-STATE            PIC X(2).
              10 WS-HLD-RENEWAL-DATE     PIC X(10).
              10 WS-HLD-TERM-START       PIC X(10).
              10 WS-HLD-TERM-END         PIC X(10).
              10 WS-HLD-PREMIUM          PIC 9(5)V99.
              10 WS-HLD-RATE             PIC 9(2)V99.
              10 WS-HLD-COMMISSION       PIC 9(7)V99.
              10 WS-HLD-RULE             PIC X(1).
              10 WS-HLD-PERIOD-START     PIC X(10).
              10 WS-HLD-PERIOD-END       PIC X(10).
              10 WS-HLD-STATUS-SW        PIC X(1).
              10 WS-HLD-CHECKED-SW       PIC X(1).
       01  WS-HLD-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-HLD-IDX                    PIC 9(4) VALUE 0.
       01  WS-HLD-ORPH-IDX               PIC 9(4) VALUE 0.
       01  WS-HLD-FOUND-IDX              PIC 9(4) VALUE 0.
       01  WS-HLD-LOADED-CNT             PIC 9(4) VALUE 0.
       01  WS-HLD-CARRIED-CNT            PIC 9(4) VALUE 0.

       01  WS-HRL-TABLE.
           05 WS-HRL-ENTRY               OCCURS 200 TIMES.
              10 WS-HRL-STATE            PIC X(2).
              10 WS-HRL-POLICY-TYPE      PIC X(10).
              10 WS-HRL-RULE             PIC X(1).
       01  WS-HRL-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-HRL-IDX                    PIC 9(3) VALUE 0.
       01  WS-HRL-RANK                   PIC 9(1) VALUE 0.
       01  WS-HRL-BEST-RANK              PIC 9(1) VALUE 0.

      *    AGENT DEBIT-BALANCE LEDGER - LAST PERIOD'S CMSAGBAL, UPDATED
      *    AS EACH AGENT CLOSES. A NEGATIVE AGENT TOTAL IS NOT SENT TO
      *    AP; IT IS ADDED HERE AND RECOVERED FROM LATER COMMISSION.
      *    FILLING THE TABLE IS A HARD ERROR - A DROPPED ENTRY IS A
      *    DEBT WRITTEN OFF WITH NO TRACE.
       01  WS-ABL-TABLE.
           05 WS-ABL-ENTRY               OCCURS 3000 TIMES.
              10 WS-ABL-AGENT            PIC X(10).
              10 WS-ABL-LEVEL            PIC X(1).
              10 WS-ABL-BALANCE          PIC 9(9)V99.
              10 WS-ABL-SINCE            PIC X(10).
              10 WS-ABL-LAST-PERIOD-END  PIC X(10).
              10 WS-ABL-LAST-RECOVERY    PIC 9(9)V99.
       01  WS-ABL-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-ABL-IDX                    PIC 9(4) VALUE 0.
       01  WS-ABL-FOUND-IDX              PIC 9(4) VALUE 0.
       01  WS-ABL-CARRIED-CNT            PIC 9(4) VALUE 0.

      *    ONE PAYEE'S TRIP THROUGH THE LEDGER - A WRITING AGENT
      *    (LEVEL BLANK) OR A BRANCH/AGENCY OVERRIDE PAYEE.
       01  WS-LEDGER-FIELDS.
           05  WS-LDG-LEVEL              PIC X(1).
           05  WS-LDG-PAYEE              PIC X(10).
           05  WS-LDG-NET                PIC S9(9)V99.
           05  WS-LDG-OPEN-DEBIT         PIC 9(9)V99.
           05  WS-LDG-NEW-DEBIT          PIC 9(9)V99.
           05  WS-LDG-RECOVERY           PIC 9(9)V99.
           05  WS-LDG-CLOSE-DEBIT        PIC 9(9)V99.
           05  WS-LDG-PAYABLE            PIC S9(9)V99.
           05  WS-LDG-REF-TYPE           PIC X(1).
           05  WS-LDG-DESCRIPTION        PIC X(20).
       01  WS-GRAND-OPEN-DEBIT           PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-NEW-DEBIT            PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-RECOVERY             PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-CLOSE-DEBIT          PIC 9(11)V99 VALUE 0.

      *    AGENT-TO-BRANCH/AGENCY MAP FROM AGENCYF. AN AGENT NOT ON
      *    THE STRUCTURE EARNS NO OVERRIDE FOR ANYONE.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY               OCCURS 5000 TIMES.
              10 WS-MAP-AGENT            PIC X(10).
              10 WS-MAP-BRANCH           PIC X(10).
              10 WS-MAP-BRANCH-NAME      PIC X(30).
              10 WS-MAP-AGENCY           PIC X(10).
              10 WS-MAP-AGENCY-NAME      PIC X(30).
       01  WS-MAP-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-MAP-IDX                    PIC 9(4) VALUE 0.

       01  WS-ORT-TABLE.
           05 WS-ORT-ENTRY               OCCURS 200 TIMES.
              10 WS-ORT-LEVEL            PIC X(1).
              10 WS-ORT-POLICY-TYPE      PIC X(10).
              10 WS-ORT-RATE             PIC 9(2)V99.
       01  WS-ORT-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-ORT-IDX                    PIC 9(3) VALUE 0.
       01  WS-ORT-RANK                   PIC 9(1) VALUE 0.

      *    OVERRIDE EARNED THIS PERIOD - ONE PAYEE ENTRY PER BRANCH OR
      *    AGENCY, AND ONE DETAIL ENTRY PER PAYEE AND WRITING AGENT
      *    FOR THE STATEMENT. FILLING EITHER TABLE IS A HARD ERROR.
       01  WS-OVP-TABLE.
           05 WS-OVP-ENTRY               OCCURS 500 TIMES.
              10 WS-OVP-LEVEL            PIC X(1).
              10 WS-OVP-PAYEE            PIC X(10).
              10 WS-OVP-NAME             PIC X(30).
              10 WS-OVP-OVERRIDE         PIC S9(9)V99.
       01  WS-OVP-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-OVP-IDX                    PIC 9(3) VALUE 0.
       01  WS-OVP-FOUND-IDX              PIC 9(3) VALUE 0.

       01  WS-OVD-TABLE.
           05 WS-OVD-ENTRY               OCCURS 5000 TIMES.
              10 WS-OVD-PAYEE-IDX        PIC 9(3).
              10 WS-OVD-AGENT            PIC X(10).
              10 WS-OVD-BASE             PIC S9(9)V99.
              10 WS-OVD-OVERRIDE         PIC S9(9)V99.
       01  WS-OVD-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-OVD-IDX                    PIC 9(4) VALUE 0.
       01  WS-OVD-FOUND-IDX              PIC 9(4) VALUE 0.

      *    THE CURRENT AGENT'S BRANCH AND AGENCY, AND ONE COMMISSION
      *    AMOUNT (SIGNED - AN ADJUSTMENT CAN BE A DEBIT) BEING
      *    CARRIED THROUGH TO THE OVERRIDES.
       01  WS-OVERRIDE-FIELDS.
           05  WS-CUR-BRANCH             PIC X(10).
           05  WS-CUR-BRANCH-NAME        PIC X(30).
           05  WS-CUR-AGENCY             PIC X(10).
           05  WS-CUR-AGENCY-NAME        PIC X(30).
           05  WS-OVR-BASE               PIC S9(9)V99.
           05  WS-OVR-POLICY-TYPE        PIC X(10).
           05  WS-OVR-LEVEL              PIC X(1).
           05  WS-OVR-PAYEE              PIC X(10).
           05  WS-OVR-PAYEE-NAME         PIC X(30).
           05  WS-OVR-RATE               PIC 9(2)V99.
           05  WS-OVR-AMOUNT             PIC S9(9)V99.
       01  WS-GRAND-OVERRIDE             PIC S9(11)V99 VALUE 0.
       01  WS-GL-CONTROL-TOTAL           PIC S9(11)V99 VALUE 0.

      *    ONE RENEWAL'S COLLECTION DECISION. A RENEWAL IS PAYABLE
      *    ONCE ITS RULE IS MET; IT IS FORFEITED IF THE TERM IS
      *    CANCELLED OR ENDS FIRST; OTHERWISE IT STAYS HELD.
       01  WS-COLLECT-FIELDS.
           05  WS-RULE-STATE             PIC X(2).
           05  WS-RULE-POLICY-TYPE       PIC X(10).
           05  WS-COLLECT-RULE           PIC X(1).
               88  RULE-FULL-TERM        VALUE 'F'.
           05  WS-COLLECT-PREMIUM        PIC 9(5)V99.
           05  WS-COLLECT-RESULT         PIC X(1).
               88  COLLECT-PAID          VALUE 'P'.
               88  COLLECT-HELD          VALUE 'H'.
               88  COLLECT-FORFEIT       VALUE 'F'.
           05  WS-FORFEIT-REASON         PIC X(29).
           05  WS-TODAY-YMD              PIC X(8).
           05  WS-TERM-END-YMD           PIC X(8).

       01  WS-AGENT-HELD-NEW             PIC 9(9)V99 VALUE 0.
       01  WS-AGENT-RELEASED             PIC 9(9)V99 VALUE 0.
       01  WS-AGENT-FORFEITED            PIC 9(9)V99 VALUE 0.
       01  WS-AGENT-HELD-BAL             PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-HELD-NEW             PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-RELEASED             PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-FORFEITED            PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-HELD-BAL             PIC 9(9)V99 VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD-START      PIC X(10).
           05  WS-PARM-PERIOD-END        PIC X(10).
           10  WS-CS-POLICY-TYPE-OUT       PIC X(50).
           10  WS-CS-RENEWAL-DATE          PIC X(10).
           10  WS-CS-PREMIUM               PIC S9(5)V9(2) COMP-3.
           10  WS-CS-HOLDER-STATE          PIC X(2).
           10  WS-CS-TERM-START            PIC X(10).
           10  WS-CS-TERM-END              PIC X(10).
           10  WS-CS-CL-POLICY-NUMBER      PIC X(10).
           10  WS-CS-CL-TERM-START         PIC X(10).
           10  WS-CS-CL-TERM-END           PIC X(10).
           10  WS-CS-CL-FIRST-PAID         PIC X(1).
           10  WS-CS-CL-COLLECTED          PIC S9(7)V9(2) COMP-3.
           10  WS-CS-CL-CANCEL-DATE        PIC X(10).

      *    A HELD COMMISSION FORFEITED BY A CANCELLATION WAS NEVER
      *    PAID, SO THE CANCELLATION IS MARKED CLAWED - CMSCLAW1 MUST
      *    NOT CHARGE IT BACK.
       01  CANDRVR1-AREA.
           10  WS-CN-OPERATION-TYPE        PIC X(10).
           10  WS-CN-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-CN-POLICY-NUMBER         PIC X(10).
           10  WS-CN-CANCEL-DATE           PIC X(10).
           10  WS-CN-REASON                PIC X(10).
           10  WS-CN-SQLCODE               PIC S9(9) COMP.
           10  WS-CN-CLW-POLICY-NUMBER     PIC X(10).
           10  WS-CN-CLW-CANCEL-DATE       PIC X(10).
           10  WS-CN-CLW-REASON            PIC X(10).
           10  WS-CN-CLW-RENEWAL-DATE      PIC X(10).
           10  WS-CN-CLW-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-CN-CLW-AGENT-CODE        PIC X(10).
           10  WS-CN-CLW-POLICY-TYPE       PIC X(50).

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'CMSCALC1'.
           10  WS-GL-DEBIT-ACCOUNT         PIC X(10).
           10  WS-GL-CREDIT-ACCOUNT        PIC X(10).
           10  WS-GL-AMOUNT                PIC S9(9)V99 COMP-3.
           10  WS-GL-REF-TYPE              PIC X(1).
           10  WS-GL-REFERENCE             PIC X(10).
           10  WS-GL-DESCRIPTION           PIC X(20).
           10  WS-GL-STATUS-CODE           PIC X(2).

       01  WS-GL-ACCOUNTS.
           COPY GLACCTS.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(30)
           05  RPT-ADJ-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(26) VALUE SPACES.

      *    HELD, RELEASED AND FORFEITED RENEWAL COMMISSION - EACH ON
      *    ITS OWN LABELED LINE, APART FROM THE PAID RENEWALS.
       01  RPT-HOLD-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  RPT-HLD-LABEL             PIC X(10).
           05  RPT-HLD-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-HLD-POLICY-TYPE       PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'RENEWED: '.
           05  RPT-HLD-RENEWAL-DATE      PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PREMIUM: '.
           05  RPT-HLD-PREMIUM           PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'COMMISSION: '.
           05  RPT-HLD-COMMISSION        PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-HLD-NOTE              PIC X(29).

       01  RPT-HOLD-TOT-LINE.
           05  RPT-HTO-LABEL             PIC X(23).
           05  FILLER                    PIC X(10) VALUE 'NEW HELD: '.
           05  RPT-HTO-NEW               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'RELEASED: '.
           05  RPT-HTO-RELEASED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'FORFEITED: '.
           05  RPT-HTO-FORFEITED         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE 'HELD BALANCE: '.
           05  RPT-HTO-BALANCE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(6)  VALUE SPACES.

      *    THE AGENT'S DEBIT-BALANCE LEDGER FOR THE PERIOD. PAYABLE IS
      *    WHAT GOES TO AP - THE AGENT TOTAL LESS THE RECOVERY TAKEN,
      *    OR NOTHING WHEN THE TOTAL IS NEGATIVE.
       01  RPT-BALANCE-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'OPENING BAL: '.
           05  RPT-BAL-OPENING           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'NEW DEBIT: '.
           05  RPT-BAL-NEW-DEBIT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(16)
               VALUE 'RECOVERY TAKEN: '.
           05  RPT-BAL-RECOVERY          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'CLOSING BAL: '.
           05  RPT-BAL-CLOSING           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PAYABLE: '.
           05  RPT-BAL-PAYABLE           PIC Z,ZZZ,ZZ9.99.

       01  RPT-BALANCE-TOT-LINE.
           05  FILLER                    PIC X(23)
               VALUE 'ALL PAYEES DEBIT BAL --'.
           05  FILLER                    PIC X(9)  VALUE 'OPENING: '.
           05  RPT-BTO-OPENING           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'NEW DEBIT: '.
           05  RPT-BTO-NEW-DEBIT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'RECOVERED: '.
           05  RPT-BTO-RECOVERY          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'CLOSING: '.
           05  RPT-BTO-CLOSING           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(11) VALUE SPACES.

       01  RPT-OVR-HEADER-LINE.
           05  FILLER                    PIC X(30)
               VALUE 'OVERRIDE COMMISSION STATEMENTS'.
           05  FILLER                    PIC X(6)  VALUE 'FROM: '.
           05  RPT-OHD-START             PIC X(10).
           05  FILLER                    PIC X(6)  VALUE '  TO: '.
           05  RPT-OHD-END               PIC X(10).
           05  FILLER                    PIC X(12)
               VALUE '  ISSUED:   '.
           05  RPT-OHD-ISSUED            PIC X(10).
           05  FILLER                    PIC X(48) VALUE SPACES.

       01  RPT-OVR-PAYEE-LINE.
           05  RPT-OVP-LEVEL             PIC X(8).
           05  RPT-OVP-PAYEE             PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-OVP-NAME              PIC X(30).
           05  FILLER                    PIC X(81) VALUE SPACES.

       01  RPT-OVR-DETAIL-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'AGENT: '.
           05  RPT-OVD-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE 'AGENT COMMISSION: '.
           05  RPT-OVD-BASE              PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'OVERRIDE: '.
           05  RPT-OVD-OVERRIDE          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  RPT-OVR-TOT-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(19)
               VALUE 'PAYEE TOTAL --     '.
           05  FILLER                    PIC X(10) VALUE 'OVERRIDE: '.
           05  RPT-OVT-OVERRIDE          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  RPT-OVR-GRAND-LINE.
           05  FILLER                    PIC X(23)
               VALUE 'ALL PAYEES --          '.
           05  FILLER                    PIC X(10) VALUE 'OVERRIDE: '.
           05  RPT-OVG-OVERRIDE          PIC -,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  RPT-GRAND-LINE.
           05  FILLER                    PIC X(23)
               VALUE 'ALL AGENTS --          '.
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           ACCEPT WS-START-TIME FROM TIME

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
               DISPLAY 'ERROR OPENING CMSAPFD: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT OVERRIDE-STATEMENT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSOVST: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT OVERRIDE-AP-FEED
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSOVRFD: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END
           MOVE WS-CURRENT-DATE      TO RPT-HDR-ISSUED
           WRITE COMMISSION-STATEMENT-REC FROM RPT-HEADER-LINE
           MOVE WS-PARM-PERIOD-START TO RPT-OHD-START
           MOVE WS-PARM-PERIOD-END   TO RPT-OHD-END
           MOVE WS-CURRENT-DATE      TO RPT-OHD-ISSUED
           WRITE OVERRIDE-STATEMENT-REC FROM RPT-OVR-HEADER-LINE

           PERFORM 0200-LOAD-ADJUSTMENTS
           PERFORM 0300-LOAD-HELD-COMMISSION
           PERFORM 0400-LOAD-HOLD-RULES
           PERFORM 0500-LOAD-DEBIT-BALANCES
           PERFORM 0600-LOAD-AGENCY-STRUCTURE
           PERFORM 0700-LOAD-OVERRIDE-RATES

           MOVE 'CMSCALC1' TO WS-FLEDIVR1-CALLER-JOB
           MOVE 'CMSCALC1' TO WS-FLEDIVR1-CALLER-USER
               CALL 'ABEND'
           END-IF

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           MOVE 'OPEN'                TO WS-CS-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START  TO WS-CS-PERIOD-START
           MOVE WS-PARM-PERIOD-END    TO WS-CS-PERIOD-END
                           MOVE ADJ-AMOUNT
                               TO WS-ADJ-SIGNED-AMT (WS-ADJ-TBL-CNT)
                       END-IF
                       MOVE ADJ-POLICY-TYPE
                           TO WS-ADJ-POLICY-TYPE (WS-ADJ-TBL-CNT)
                       MOVE 'N' TO WS-ADJ-APPLIED-SW (WS-ADJ-TBL-CNT)
                   END-IF
           END-READ.

       0300-LOAD-HELD-COMMISSION.
      *    NO CMSHOLD (THE FIRST PERIOD UNDER COLLECTION HOLDS) MEANS
      *    NOTHING IS CARRIED IN.
           OPEN INPUT HELD-COMMISSION-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM 0310-READ-HELD-PARA UNTIL END-OF-HELD
               CLOSE HELD-COMMISSION-FILE
           END-IF
           MOVE WS-HLD-TBL-CNT TO WS-HLD-LOADED-CNT
           DISPLAY 'CMSCALC1: HELD COMMISSIONS CARRIED IN: '
                   WS-HLD-LOADED-CNT.

       0310-READ-HELD-PARA.
           READ HELD-COMMISSION-FILE
               AT END
                   MOVE 'YES' TO WS-HOLD-EOF-SW
               NOT AT END
                   IF HLD-AGENT-CODE NOT = SPACES
                       IF WS-HLD-TBL-CNT >= 5000
                           DISPLAY '*** CMSCALC1: HELD COMMISSION '
                                   'TABLE FULL (5000) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-HLD-TBL-CNT
                       MOVE HLD-AGENT-CODE
                           TO WS-HLD-AGENT (WS-HLD-TBL-CNT)
                       MOVE HLD-POLICY-NUMBER
                           TO WS-HLD-POLICY (WS-HLD-TBL-CNT)
                       MOVE HLD-POLICY-TYPE
                           TO WS-HLD-POLICY-TYPE (WS-HLD-TBL-CNT)
                       MOVE HLD-HOLDER-STATE
                           TO WS-HLD-STATE (WS-HLD-TBL-CNT)
                       MOVE HLD-RENEWAL-DATE
                           TO WS-HLD-RENEWAL-DATE (WS-HLD-TBL-CNT)
                       MOVE HLD-TERM-START
                           TO WS-HLD-TERM-START (WS-HLD-TBL-CNT)
                       MOVE HLD-TERM-END
                           TO WS-HLD-TERM-END (WS-HLD-TBL-CNT)
                       MOVE HLD-PREMIUM
                           TO WS-HLD-PREMIUM (WS-HLD-TBL-CNT)
                       MOVE HLD-RATE
                           TO WS-HLD-RATE (WS-HLD-TBL-CNT)
                       MOVE HLD-COMMISSION
                           TO WS-HLD-COMMISSION (WS-HLD-TBL-CNT)
                       MOVE HLD-COLLECT-RULE
                           TO WS-HLD-RULE (WS-HLD-TBL-CNT)
                       MOVE HLD-HELD-PERIOD-START
                           TO WS-HLD-PERIOD-START (WS-HLD-TBL-CNT)
                       MOVE HLD-HELD-PERIOD-END
                           TO WS-HLD-PERIOD-END (WS-HLD-TBL-CNT)
                       MOVE 'H' TO WS-HLD-STATUS-SW (WS-HLD-TBL-CNT)
                       MOVE 'N' TO WS-HLD-CHECKED-SW (WS-HLD-TBL-CNT)
                   END-IF
           END-READ.

      *    NO CMSAGBAL (NO AGENT HAS YET GONE INTO DEBIT) MEANS EVERY
      *    AGENT OPENS AT ZERO.
       0500-LOAD-DEBIT-BALANCES.
           OPEN INPUT AGENT-BALANCE-FILE
           IF WS-ABL-STATUS = '00'
               PERFORM 0510-READ-BALANCE-PARA UNTIL END-OF-BALANCES
               CLOSE AGENT-BALANCE-FILE
           END-IF
           DISPLAY 'CMSCALC1: AGENT DEBIT BALANCES CARRIED IN: '
                   WS-ABL-TBL-CNT.

       0510-READ-BALANCE-PARA.
           READ AGENT-BALANCE-FILE
               AT END
                   MOVE 'YES' TO WS-ABL-EOF-SW
               NOT AT END
                   IF ABL-AGENT-CODE NOT = SPACES
                           AND ABL-DEBIT-BALANCE > 0
                       IF WS-ABL-TBL-CNT >= 3000
                           DISPLAY '*** CMSCALC1: AGENT BALANCE '
                                   'TABLE FULL (3000) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-ABL-TBL-CNT
                       MOVE ABL-AGENT-CODE
                           TO WS-ABL-AGENT (WS-ABL-TBL-CNT)
                       MOVE ABL-PAYEE-LEVEL
                           TO WS-ABL-LEVEL (WS-ABL-TBL-CNT)
                       MOVE ABL-DEBIT-BALANCE
                           TO WS-ABL-BALANCE (WS-ABL-TBL-CNT)
                       MOVE ABL-DEBIT-SINCE
                           TO WS-ABL-SINCE (WS-ABL-TBL-CNT)
                       MOVE ABL-LAST-PERIOD-END
                           TO WS-ABL-LAST-PERIOD-END (WS-ABL-TBL-CNT)
                       MOVE ABL-LAST-RECOVERY
                           TO WS-ABL-LAST-RECOVERY (WS-ABL-TBL-CNT)
                       ADD ABL-DEBIT-BALANCE TO WS-GRAND-OPEN-DEBIT
                   END-IF
           END-READ.

      *    NO AGENCYF OR NO CMSOVRRT MEANS NO OVERRIDES THIS PERIOD.
       0600-LOAD-AGENCY-STRUCTURE.
           OPEN INPUT AGENCY-MASTER-FILE
           IF WS-AGY-STATUS = '00'
               PERFORM 0610-READ-STRUCTURE-PARA UNTIL END-OF-STRUCTURE
               CLOSE AGENCY-MASTER-FILE
           END-IF
           DISPLAY 'CMSCALC1: AGENCY STRUCTURE ROWS LOADED: '
                   WS-MAP-TBL-CNT.

       0610-READ-STRUCTURE-PARA.
           READ AGENCY-MASTER-FILE
               AT END
                   MOVE 'YES' TO WS-AGY-EOF-SW
               NOT AT END
                   IF WS-AGY-AGENT-CODE NOT = SPACES
                       IF WS-MAP-TBL-CNT >= 5000
                           DISPLAY '*** CMSCALC1: STRUCTURE TABLE '
                                   'FULL (5000) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-MAP-TBL-CNT
                       MOVE WS-AGY-AGENT-CODE
                           TO WS-MAP-AGENT (WS-MAP-TBL-CNT)
                       MOVE WS-AGY-BRANCH-CODE
                           TO WS-MAP-BRANCH (WS-MAP-TBL-CNT)
                       MOVE WS-AGY-BRANCH-NAME
                           TO WS-MAP-BRANCH-NAME (WS-MAP-TBL-CNT)
                       MOVE WS-AGY-AGENCY-CODE
                           TO WS-MAP-AGENCY (WS-MAP-TBL-CNT)
                       MOVE WS-AGY-AGENCY-NAME
                           TO WS-MAP-AGENCY-NAME (WS-MAP-TBL-CNT)
                   END-IF
           END-READ.

       0700-LOAD-OVERRIDE-RATES.
           OPEN INPUT OVERRIDE-RATE-FILE
           IF WS-ORT-STATUS = '00'
               PERFORM 0710-READ-OVERRIDE-RATE
                   UNTIL END-OF-OVERRIDE-RATES
               CLOSE OVERRIDE-RATE-FILE
           END-IF
           DISPLAY 'CMSCALC1: OVERRIDE RATE ROWS LOADED: '
                   WS-ORT-TBL-CNT.

       0710-READ-OVERRIDE-RATE.
           READ OVERRIDE-RATE-FILE
               AT END
                   MOVE 'YES' TO WS-ORT-EOF-SW
               NOT AT END
                   IF (ORT-LEVEL = 'B' OR ORT-LEVEL = 'G')
                           AND ORT-RATE NUMERIC
                       IF WS-ORT-TBL-CNT >= 200
                           DISPLAY '*** CMSCALC1: OVERRIDE RATE '
                                   'TABLE FULL (200) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-ORT-TBL-CNT
                       MOVE ORT-LEVEL
                           TO WS-ORT-LEVEL (WS-ORT-TBL-CNT)
                       MOVE ORT-POLICY-TYPE
                           TO WS-ORT-POLICY-TYPE (WS-ORT-TBL-CNT)
                       MOVE ORT-RATE
                           TO WS-ORT-RATE (WS-ORT-TBL-CNT)
                   END-IF
           END-READ.

       0400-LOAD-HOLD-RULES.
      *    NO CMSHLDRL MEANS THE FIRST INSTALLMENT RELEASES EVERY
      *    RENEWAL'S COMMISSION.
           OPEN INPUT HOLD-RULE-FILE
           IF WS-RULE-STATUS = '00'
               PERFORM 0410-READ-RULE-PARA UNTIL END-OF-RULES
               CLOSE HOLD-RULE-FILE
           END-IF
           DISPLAY 'CMSCALC1: COLLECTION RULE ROWS LOADED: '
                   WS-HRL-TBL-CNT.

       0410-READ-RULE-PARA.
           READ HOLD-RULE-FILE
               AT END
                   MOVE 'YES' TO WS-RULE-EOF-SW
               NOT AT END
                   IF (HRL-STATE NOT = SPACES
                           OR HRL-POLICY-TYPE NOT = SPACES)
                           AND (HRL-COLLECT-RULE = 'F'
                                OR HRL-COLLECT-RULE = 'I')
                       IF WS-HRL-TBL-CNT >= 200
                           DISPLAY '*** CMSCALC1: COLLECTION RULE '
                                   'TABLE FULL (200) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-HRL-TBL-CNT
                       MOVE HRL-STATE
                           TO WS-HRL-STATE (WS-HRL-TBL-CNT)
                       MOVE HRL-POLICY-TYPE
                           TO WS-HRL-POLICY-TYPE (WS-HRL-TBL-CNT)
                       MOVE HRL-COLLECT-RULE
                           TO WS-HRL-RULE (WS-HRL-TBL-CNT)
                   END-IF
           END-READ.

       2000-PROCESS-PARA.
           IF WS-CS-AGENT-CODE NOT = WS-CURRENT-AGENT
               IF WS-CURRENT-AGENT NOT = SPACES
           COMPUTE WS-LINE-COMMISSION ROUNDED =
                   WS-CS-PREMIUM * WS-RATE-WORK / 100

           ADD 1 TO WS-AGENT-POLICY-CNT WS-GRAND-POLICY-CNT
           PERFORM 2200-CHECK-RENEWAL-COLLECTION
           EVALUATE TRUE
               WHEN COLLECT-PAID
                   MOVE WS-CS-POLICY-NUMBER   TO RPT-DET-POLICY-NUMBER
                   MOVE WS-CS-POLICY-TYPE-OUT (1:10)
                                              TO RPT-DET-POLICY-TYPE
                   MOVE WS-CS-RENEWAL-DATE    TO RPT-DET-RENEWAL-DATE
                   MOVE WS-CS-PREMIUM         TO RPT-DET-PREMIUM
                   MOVE WS-RATE-WORK          TO RPT-DET-RATE
                   MOVE WS-LINE-COMMISSION    TO RPT-DET-COMMISSION
                   WRITE COMMISSION-STATEMENT-REC FROM RPT-DETAIL-LINE
                   ADD WS-LINE-COMMISSION TO WS-AGENT-COMMISSION
                                             WS-GRAND-COMMISSION
                   MOVE WS-LINE-COMMISSION    TO WS-OVR-BASE
                   MOVE WS-CS-POLICY-TYPE-OUT (1:10)
                                              TO WS-OVR-POLICY-TYPE
                   PERFORM 2600-ACCRUE-OVERRIDES
               WHEN COLLECT-FORFEIT
                   PERFORM 2300-FORFEIT-NEW-RENEWAL
               WHEN OTHER
                   PERFORM 2400-HOLD-NEW-RENEWAL
           END-EVALUATE

           PERFORM 2050-FETCH-COMMISSION-PARA.

       2100-START-AGENT-STATEMENT.
           MOVE WS-CS-AGENT-CODE TO WS-CURRENT-AGENT
           MOVE 0 TO WS-AGENT-COMMISSION WS-AGENT-POLICY-CNT
           MOVE 0 TO WS-AGENT-HELD-NEW WS-AGENT-RELEASED
                     WS-AGENT-FORFEITED WS-AGENT-HELD-BAL
           MOVE WS-CS-AGENT-CODE TO WS-FLEDIVR1-AGENT-CODE
           MOVE 'SEARCH'         TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           END-IF
           MOVE WS-CURRENT-AGENT       TO RPT-AGT-CODE
           MOVE WS-CURRENT-AGENT-TYPE  TO RPT-AGT-TYPE
           WRITE COMMISSION-STATEMENT-REC FROM RPT-AGENT-HDR-LINE

           MOVE SPACES TO WS-CUR-BRANCH WS-CUR-BRANCH-NAME
                          WS-CUR-AGENCY WS-CUR-AGENCY-NAME
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-TBL-CNT
               IF WS-MAP-AGENT (WS-MAP-IDX) = WS-CURRENT-AGENT
                   MOVE WS-MAP-BRANCH (WS-MAP-IDX)  TO WS-CUR-BRANCH
                   MOVE WS-MAP-BRANCH-NAME (WS-MAP-IDX)
                                                 TO WS-CUR-BRANCH-NAME
                   MOVE WS-MAP-AGENCY (WS-MAP-IDX)  TO WS-CUR-AGENCY
                   MOVE WS-MAP-AGENCY-NAME (WS-MAP-IDX)
                                                 TO WS-CUR-AGENCY-NAME
                   MOVE WS-MAP-TBL-CNT TO WS-MAP-IDX
               END-IF
           END-PERFORM.

      *    THE RENEWAL'S COLLECTION RULE, THEN WHETHER IT IS MET.
       2200-CHECK-RENEWAL-COLLECTION.
           MOVE WS-CS-HOLDER-STATE           TO WS-RULE-STATE
           MOVE WS-CS-POLICY-TYPE-OUT (1:10) TO WS-RULE-POLICY-TYPE
           PERFORM 2250-FIND-COLLECT-RULE
           MOVE WS-CS-POLICY-NUMBER          TO WS-CS-CL-POLICY-NUMBER
           MOVE WS-CS-TERM-START             TO WS-CS-CL-TERM-START
           MOVE WS-CS-TERM-END               TO WS-CS-CL-TERM-END
           MOVE WS-CS-PREMIUM                TO WS-COLLECT-PREMIUM
           PERFORM 2270-EVALUATE-COLLECTION.

       2250-FIND-COLLECT-RULE.
           MOVE 'I' TO WS-COLLECT-RULE
           MOVE 0   TO WS-HRL-BEST-RANK
           PERFORM VARYING WS-HRL-IDX FROM 1 BY 1
                     UNTIL WS-HRL-IDX > WS-HRL-TBL-CNT
               MOVE 0 TO WS-HRL-RANK
               IF WS-HRL-STATE (WS-HRL-IDX) = WS-RULE-STATE
                   IF WS-HRL-POLICY-TYPE (WS-HRL-IDX)
                           = WS-RULE-POLICY-TYPE
                       MOVE 3 TO WS-HRL-RANK
                   ELSE
                   IF WS-HRL-POLICY-TYPE (WS-HRL-IDX) = SPACES
                       MOVE 2 TO WS-HRL-RANK
                   END-IF
                   END-IF
               ELSE
               IF WS-HRL-STATE (WS-HRL-IDX) = SPACES
                       AND WS-HRL-POLICY-TYPE (WS-HRL-IDX)
                           = WS-RULE-POLICY-TYPE
                   MOVE 1 TO WS-HRL-RANK
               END-IF
               END-IF
               IF WS-HRL-RANK > WS-HRL-BEST-RANK
                   MOVE WS-HRL-RANK TO WS-HRL-BEST-RANK
                   MOVE WS-HRL-RULE (WS-HRL-IDX) TO WS-COLLECT-RULE
               END-IF
           END-PERFORM.

      *    CALLER SETS THE WS-CS-CL- POLICY AND TERM, THE RULE AND THE
      *    TERM PREMIUM. A CANCELLED TERM, OR ONE THAT HAS ENDED, CAN
      *    NO LONGER BE COLLECTED AND FORFEITS THE COMMISSION.
       2270-EVALUATE-COLLECTION.
           MOVE 'COLLECT' TO WS-CS-OPERATION-TYPE
           CALL 'CMSDRVR1' USING CMSDRVR1-AREA
           MOVE SPACES TO WS-FORFEIT-REASON
           MOVE WS-CS-CL-TERM-END (7:4) TO WS-TERM-END-YMD (1:4)
           MOVE WS-CS-CL-TERM-END (1:2) TO WS-TERM-END-YMD (5:2)
           MOVE WS-CS-CL-TERM-END (4:2) TO WS-TERM-END-YMD (7:2)
           IF RULE-FULL-TERM
               IF WS-CS-CL-COLLECTED NOT < WS-COLLECT-PREMIUM
                   SET COLLECT-PAID TO TRUE
               ELSE
                   SET COLLECT-HELD TO TRUE
               END-IF
           ELSE
               IF WS-CS-CL-FIRST-PAID = 'Y'
                   SET COLLECT-PAID TO TRUE
               ELSE
                   SET COLLECT-HELD TO TRUE
               END-IF
           END-IF
           IF COLLECT-HELD
               IF WS-CS-CL-CANCEL-DATE NOT = SPACES
                   SET COLLECT-FORFEIT TO TRUE
                   STRING 'TERM CANCELLED '     DELIMITED BY SIZE
                          WS-CS-CL-CANCEL-DATE  DELIMITED BY SIZE
                     INTO WS-FORFEIT-REASON
                   END-STRING
               ELSE
               IF WS-TERM-END-YMD NOT > WS-TODAY-YMD
                   SET COLLECT-FORFEIT TO TRUE
                   MOVE 'TERM ENDED UNCOLLECTED' TO WS-FORFEIT-REASON
               END-IF
               END-IF
           END-IF.

       2300-FORFEIT-NEW-RENEWAL.
           MOVE 'FORFEITED'              TO RPT-HLD-LABEL
           MOVE WS-CS-POLICY-NUMBER      TO RPT-HLD-POLICY
           MOVE WS-CS-POLICY-TYPE-OUT (1:10)
                                         TO RPT-HLD-POLICY-TYPE
           MOVE WS-CS-RENEWAL-DATE       TO RPT-HLD-RENEWAL-DATE
           MOVE WS-CS-PREMIUM            TO RPT-HLD-PREMIUM
           MOVE WS-LINE-COMMISSION       TO RPT-HLD-COMMISSION
           MOVE WS-FORFEIT-REASON        TO RPT-HLD-NOTE
           WRITE COMMISSION-STATEMENT-REC FROM RPT-HOLD-LINE
           ADD WS-LINE-COMMISSION TO WS-AGENT-FORFEITED
                                     WS-GRAND-FORFEITED
           PERFORM 2350-MARK-CANCELLATION.

       2350-MARK-CANCELLATION.
           IF WS-CS-CL-CANCEL-DATE NOT = SPACES
               MOVE 'MARK'                 TO WS-CN-OPERATION-TYPE
               MOVE WS-CS-CL-POLICY-NUMBER TO WS-CN-POLICY-NUMBER
               MOVE WS-CS-CL-CANCEL-DATE   TO WS-CN-CANCEL-DATE
               CALL 'CANDRVR1' USING CANDRVR1-AREA
           END-IF.

      *    A RENEWAL ALREADY HELD (A REOPENED PERIOD RUN AGAIN) IS NOT
      *    ADDED TWICE.
       2400-HOLD-NEW-RENEWAL.
           MOVE 0 TO WS-HLD-FOUND-IDX
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                     UNTIL WS-HLD-IDX > WS-HLD-TBL-CNT
                        OR WS-HLD-FOUND-IDX > 0
               IF WS-HLD-AGENT (WS-HLD-IDX) = WS-CURRENT-AGENT
                       AND WS-HLD-POLICY (WS-HLD-IDX)
                           = WS-CS-POLICY-NUMBER
                       AND WS-HLD-RENEWAL-DATE (WS-HLD-IDX)
                           = WS-CS-RENEWAL-DATE
                   MOVE WS-HLD-IDX TO WS-HLD-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-HLD-FOUND-IDX = 0
               IF WS-HLD-TBL-CNT >= 5000
                   DISPLAY '*** CMSCALC1: HELD COMMISSION '
                           'TABLE FULL (5000) - RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-HLD-TBL-CNT
               MOVE WS-HLD-TBL-CNT TO WS-HLD-FOUND-IDX
               MOVE WS-CURRENT-AGENT
                   TO WS-HLD-AGENT (WS-HLD-FOUND-IDX)
               MOVE WS-CS-POLICY-NUMBER
                   TO WS-HLD-POLICY (WS-HLD-FOUND-IDX)
               MOVE WS-CS-POLICY-TYPE-OUT (1:10)
                   TO WS-HLD-POLICY-TYPE (WS-HLD-FOUND-IDX)
               MOVE WS-CS-HOLDER-STATE
                   TO WS-HLD-STATE (WS-HLD-FOUND-IDX)
               MOVE WS-CS-RENEWAL-DATE
                   TO WS-HLD-RENEWAL-DATE (WS-HLD-FOUND-IDX)
               MOVE WS-CS-TERM-START
                   TO WS-HLD-TERM-START (WS-HLD-FOUND-IDX)
               MOVE WS-CS-TERM-END
                   TO WS-HLD-TERM-END (WS-HLD-FOUND-IDX)
               MOVE WS-CS-PREMIUM
                   TO WS-HLD-PREMIUM (WS-HLD-FOUND-IDX)
               MOVE WS-RATE-WORK
                   TO WS-HLD-RATE (WS-HLD-FOUND-IDX)
               MOVE WS-LINE-COMMISSION
                   TO WS-HLD-COMMISSION (WS-HLD-FOUND-IDX)
               MOVE WS-COLLECT-RULE
                   TO WS-HLD-RULE (WS-HLD-FOUND-IDX)
               MOVE WS-PARM-PERIOD-START
                   TO WS-HLD-PERIOD-START (WS-HLD-FOUND-IDX)
               MOVE WS-PARM-PERIOD-END
                   TO WS-HLD-PERIOD-END (WS-HLD-FOUND-IDX)
           END-IF
           MOVE 'H' TO WS-HLD-STATUS-SW (WS-HLD-FOUND-IDX)
           MOVE 'Y' TO WS-HLD-CHECKED-SW (WS-HLD-FOUND-IDX)

           MOVE 'HELD'                   TO RPT-HLD-LABEL
           MOVE WS-CS-POLICY-NUMBER      TO RPT-HLD-POLICY
           MOVE WS-CS-POLICY-TYPE-OUT (1:10)
                                         TO RPT-HLD-POLICY-TYPE
           MOVE WS-CS-RENEWAL-DATE       TO RPT-HLD-RENEWAL-DATE
           MOVE WS-CS-PREMIUM            TO RPT-HLD-PREMIUM
           MOVE WS-LINE-COMMISSION       TO RPT-HLD-COMMISSION
           IF RULE-FULL-TERM
               MOVE 'AWAITING FULL-TERM PREMIUM' TO RPT-HLD-NOTE
           ELSE
               MOVE 'AWAITING FIRST INSTALLMENT' TO RPT-HLD-NOTE
           END-IF
           WRITE COMMISSION-STATEMENT-REC FROM RPT-HOLD-LINE
           ADD WS-LINE-COMMISSION TO WS-AGENT-HELD-NEW
                                     WS-GRAND-HELD-NEW.

       3000-CLOSE-AGENT-STATEMENT.
           PERFORM 3050-REVIEW-HELD-COMMISSION
           PERFORM 3100-APPLY-AGENT-ADJUSTMENTS
           MOVE WS-AGENT-POLICY-CNT TO RPT-ATO-POLICY-CNT
           MOVE WS-AGENT-COMMISSION TO RPT-ATO-COMMISSION
           WRITE COMMISSION-STATEMENT-REC FROM RPT-AGENT-TOT-LINE

           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                     UNTIL WS-HLD-IDX > WS-HLD-TBL-CNT
               IF WS-HLD-AGENT (WS-HLD-IDX) = WS-CURRENT-AGENT
                       AND WS-HLD-STATUS-SW (WS-HLD-IDX) = 'H'
                   ADD WS-HLD-COMMISSION (WS-HLD-IDX)
                       TO WS-AGENT-HELD-BAL
               END-IF
           END-PERFORM
           ADD WS-AGENT-HELD-BAL    TO WS-GRAND-HELD-BAL
           IF WS-AGENT-HELD-NEW > 0 OR WS-AGENT-RELEASED > 0
                   OR WS-AGENT-FORFEITED > 0 OR WS-AGENT-HELD-BAL > 0
               MOVE '    HELD COMMISSION -- ' TO RPT-HTO-LABEL
               MOVE WS-AGENT-HELD-NEW   TO RPT-HTO-NEW
               MOVE WS-AGENT-RELEASED   TO RPT-HTO-RELEASED
               MOVE WS-AGENT-FORFEITED  TO RPT-HTO-FORFEITED
               MOVE WS-AGENT-HELD-BAL   TO RPT-HTO-BALANCE
               WRITE COMMISSION-STATEMENT-REC FROM RPT-HOLD-TOT-LINE
           END-IF

           MOVE SPACE               TO WS-LDG-LEVEL
           MOVE WS-CURRENT-AGENT    TO WS-LDG-PAYEE
           MOVE WS-AGENT-COMMISSION TO WS-LDG-NET
           PERFORM 3200-APPLY-DEBIT-LEDGER
           WRITE COMMISSION-STATEMENT-REC FROM RPT-BALANCE-LINE

           MOVE WS-LDG-PAYABLE TO WS-AP-AMT-EDIT
           MOVE SPACES TO COMMISSION-AP-FEED-REC
           STRING WS-CURRENT-AGENT      DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-START  DELIMITED BY SIZE '|'
                  WS-AP-AMT-EDIT        DELIMITED BY SIZE
             INTO COMMISSION-AP-FEED-REC
           END-STRING
           WRITE COMMISSION-AP-FEED-REC

           MOVE 'A'                TO WS-LDG-REF-TYPE
           MOVE 'AGENT COMMISSION' TO WS-LDG-DESCRIPTION
           PERFORM 3250-POST-LEDGER-GL.

      *    NET A PAYEE'S TOTAL FOR THE PERIOD (WS-LDG-NET) AGAINST THE
      *    DEBIT BALANCE CARRIED IN. A POSITIVE TOTAL RECOVERS AS MUCH
      *    OF THE BALANCE AS IT COVERS AND ONLY THE REMAINDER IS
      *    PAYABLE; A NEGATIVE TOTAL PAYS NOTHING AND ADDS TO THE
      *    BALANCE. THE BALANCE AGES FROM THE END OF THE PERIOD IT
      *    FIRST WENT INTO DEBIT.
       3200-APPLY-DEBIT-LEDGER.
           MOVE 0 TO WS-LDG-OPEN-DEBIT WS-LDG-NEW-DEBIT
                     WS-LDG-RECOVERY WS-LDG-PAYABLE
                     WS-ABL-FOUND-IDX
           PERFORM VARYING WS-ABL-IDX FROM 1 BY 1
                     UNTIL WS-ABL-IDX > WS-ABL-TBL-CNT
               IF WS-ABL-AGENT (WS-ABL-IDX) = WS-LDG-PAYEE
                       AND WS-ABL-LEVEL (WS-ABL-IDX) = WS-LDG-LEVEL
                   MOVE WS-ABL-IDX TO WS-ABL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ABL-FOUND-IDX > 0
               MOVE WS-ABL-BALANCE (WS-ABL-FOUND-IDX)
                   TO WS-LDG-OPEN-DEBIT
           END-IF

           IF WS-LDG-NET < 0
               COMPUTE WS-LDG-NEW-DEBIT = 0 - WS-LDG-NET
           ELSE
               IF WS-LDG-NET > WS-LDG-OPEN-DEBIT
                   MOVE WS-LDG-OPEN-DEBIT TO WS-LDG-RECOVERY
               ELSE
                   MOVE WS-LDG-NET        TO WS-LDG-RECOVERY
               END-IF
               COMPUTE WS-LDG-PAYABLE = WS-LDG-NET - WS-LDG-RECOVERY
           END-IF
           COMPUTE WS-LDG-CLOSE-DEBIT = WS-LDG-OPEN-DEBIT
                   + WS-LDG-NEW-DEBIT - WS-LDG-RECOVERY

           IF WS-ABL-FOUND-IDX = 0 AND WS-LDG-CLOSE-DEBIT > 0
               IF WS-ABL-TBL-CNT >= 3000
                   DISPLAY '*** CMSCALC1: AGENT BALANCE '
                           'TABLE FULL (3000) - RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-ABL-TBL-CNT
               MOVE WS-ABL-TBL-CNT TO WS-ABL-FOUND-IDX
               MOVE WS-LDG-PAYEE   TO WS-ABL-AGENT (WS-ABL-FOUND-IDX)
               MOVE WS-LDG-LEVEL   TO WS-ABL-LEVEL (WS-ABL-FOUND-IDX)
               MOVE SPACES         TO WS-ABL-SINCE (WS-ABL-FOUND-IDX)
           END-IF
           IF WS-ABL-FOUND-IDX > 0
               IF WS-LDG-CLOSE-DEBIT = 0
                   MOVE SPACES TO WS-ABL-SINCE (WS-ABL-FOUND-IDX)
               ELSE
                   IF WS-LDG-OPEN-DEBIT = 0
                       MOVE WS-PARM-PERIOD-END
                           TO WS-ABL-SINCE (WS-ABL-FOUND-IDX)
                   END-IF
               END-IF
               MOVE WS-LDG-CLOSE-DEBIT
                   TO WS-ABL-BALANCE (WS-ABL-FOUND-IDX)
               MOVE WS-PARM-PERIOD-END
                   TO WS-ABL-LAST-PERIOD-END (WS-ABL-FOUND-IDX)
               MOVE WS-LDG-RECOVERY
                   TO WS-ABL-LAST-RECOVERY (WS-ABL-FOUND-IDX)
           END-IF

           ADD WS-LDG-NEW-DEBIT TO WS-GRAND-NEW-DEBIT
           ADD WS-LDG-RECOVERY  TO WS-GRAND-RECOVERY
           MOVE WS-LDG-OPEN-DEBIT  TO RPT-BAL-OPENING
           MOVE WS-LDG-NEW-DEBIT   TO RPT-BAL-NEW-DEBIT
           MOVE WS-LDG-RECOVERY    TO RPT-BAL-RECOVERY
           MOVE WS-LDG-CLOSE-DEBIT TO RPT-BAL-CLOSING
           MOVE WS-LDG-PAYABLE     TO RPT-BAL-PAYABLE.

      *    THE SAME AMOUNT THE AP FEED CARRIES GOES TO COMMISSION
      *    PAYABLE; THE REST OF THE PAYEE'S TOTAL MOVES THE DEBIT-
      *    BALANCE RECEIVABLE - A RECOVERY CREDITS IT, A NEW DEBIT (A
      *    NEGATIVE AMOUNT) REVERSES EXPENSE INTO IT. THE TWO POSTINGS
      *    TOGETHER STILL TIE TO THE PAYEE'S TOTAL.
       3250-POST-LEDGER-GL.
           MOVE 'POST'                     TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-COMMISSION-EXPENSE TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-COMMISSION-PAYABLE TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-LDG-PAYABLE             TO WS-GL-AMOUNT
           MOVE WS-LDG-REF-TYPE            TO WS-GL-REF-TYPE
           MOVE WS-LDG-PAYEE               TO WS-GL-REFERENCE
           MOVE WS-LDG-DESCRIPTION         TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           IF WS-LDG-RECOVERY > 0 OR WS-LDG-NEW-DEBIT > 0
               MOVE 'POST'                     TO WS-GL-OPERATION-TYPE
               MOVE GL-ACCT-COMMISSION-EXPENSE TO WS-GL-DEBIT-ACCOUNT
               MOVE GL-ACCT-AGENT-DEBIT-RECV   TO WS-GL-CREDIT-ACCOUNT
               COMPUTE WS-GL-AMOUNT =
                       WS-LDG-RECOVERY - WS-LDG-NEW-DEBIT
               MOVE WS-LDG-REF-TYPE            TO WS-GL-REF-TYPE
               MOVE WS-LDG-PAYEE               TO WS-GL-REFERENCE
               MOVE 'DEBIT BALANCE LEDGER'     TO WS-GL-DESCRIPTION
               CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           END-IF.

      *    COMMISSION HELD IN EARLIER PERIODS FOR THIS AGENT: RELEASED
      *    INTO THIS STATEMENT ONCE COLLECTED, FORFEITED IF THE TERM
      *    WAS CANCELLED OR RAN OUT, OTHERWISE SHOWN AS STILL HELD.
       3050-REVIEW-HELD-COMMISSION.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                     UNTIL WS-HLD-IDX > WS-HLD-TBL-CNT
               IF WS-HLD-CHECKED-SW (WS-HLD-IDX) = 'N'
                       AND WS-HLD-AGENT (WS-HLD-IDX)
                           = WS-CURRENT-AGENT
                   PERFORM 3060-REVIEW-ONE-HELD
               END-IF
           END-PERFORM.

       3060-REVIEW-ONE-HELD.
           MOVE 'Y' TO WS-HLD-CHECKED-SW (WS-HLD-IDX)
           MOVE WS-HLD-POLICY (WS-HLD-IDX)     TO WS-CS-CL-POLICY-NUMBER
           MOVE WS-HLD-TERM-START (WS-HLD-IDX) TO WS-CS-CL-TERM-START
           MOVE WS-HLD-TERM-END (WS-HLD-IDX)   TO WS-CS-CL-TERM-END
           MOVE WS-HLD-RULE (WS-HLD-IDX)       TO WS-COLLECT-RULE
           MOVE WS-HLD-PREMIUM (WS-HLD-IDX)    TO WS-COLLECT-PREMIUM
           PERFORM 2270-EVALUATE-COLLECTION

           MOVE WS-HLD-POLICY (WS-HLD-IDX)       TO RPT-HLD-POLICY
           MOVE WS-HLD-POLICY-TYPE (WS-HLD-IDX)  TO RPT-HLD-POLICY-TYPE
           MOVE WS-HLD-RENEWAL-DATE (WS-HLD-IDX) TO RPT-HLD-RENEWAL-DATE
           MOVE WS-HLD-PREMIUM (WS-HLD-IDX)      TO RPT-HLD-PREMIUM
           MOVE WS-HLD-COMMISSION (WS-HLD-IDX)   TO RPT-HLD-COMMISSION
           MOVE SPACES                           TO RPT-HLD-NOTE
           EVALUATE TRUE
               WHEN COLLECT-PAID
                   MOVE 'R'        TO WS-HLD-STATUS-SW (WS-HLD-IDX)
                   MOVE 'RELEASED' TO RPT-HLD-LABEL
                   STRING 'FROM PERIOD ENDING '    DELIMITED BY SIZE
                          WS-HLD-PERIOD-END (WS-HLD-IDX)
                                                   DELIMITED BY SIZE
                     INTO RPT-HLD-NOTE
                   END-STRING
                   ADD WS-HLD-COMMISSION (WS-HLD-IDX)
                       TO WS-AGENT-COMMISSION WS-GRAND-COMMISSION
                          WS-AGENT-RELEASED WS-GRAND-RELEASED
                   MOVE WS-HLD-COMMISSION (WS-HLD-IDX)  TO WS-OVR-BASE
                   MOVE WS-HLD-POLICY-TYPE (WS-HLD-IDX)
                                                 TO WS-OVR-POLICY-TYPE
                   PERFORM 2600-ACCRUE-OVERRIDES
               WHEN COLLECT-FORFEIT
                   MOVE 'F'         TO WS-HLD-STATUS-SW (WS-HLD-IDX)
                   MOVE 'FORFEITED' TO RPT-HLD-LABEL
                   MOVE WS-FORFEIT-REASON TO RPT-HLD-NOTE
                   ADD WS-HLD-COMMISSION (WS-HLD-IDX)
                       TO WS-AGENT-FORFEITED WS-GRAND-FORFEITED
                   PERFORM 2350-MARK-CANCELLATION
               WHEN OTHER
                   MOVE 'HELD'      TO RPT-HLD-LABEL
                   STRING 'HELD SINCE '             DELIMITED BY SIZE
                          WS-HLD-PERIOD-END (WS-HLD-IDX)
                                                   DELIMITED BY SIZE
                     INTO RPT-HLD-NOTE
                   END-STRING
           END-EVALUATE
           WRITE COMMISSION-STATEMENT-REC FROM RPT-HOLD-LINE.

      *    THE AGENT'S QUEUED ADJUSTMENTS GO ON THE STATEMENT AS
      *    LABELED LINES AND INTO THE AGENT TOTAL BEFORE IT CLOSES,
           WRITE COMMISSION-STATEMENT-REC FROM RPT-ADJ-LINE
           ADD WS-ADJ-SIGNED-AMT (WS-ADJ-IDX) TO WS-AGENT-COMMISSION
                                                 WS-GRAND-COMMISSION
           MOVE WS-ADJ-SIGNED-AMT (WS-ADJ-IDX)  TO WS-OVR-BASE
           MOVE WS-ADJ-POLICY-TYPE (WS-ADJ-IDX) TO WS-OVR-POLICY-TYPE
           PERFORM 2600-ACCRUE-OVERRIDES
           MOVE WS-ADJ-SIGNED-AMT (WS-ADJ-IDX) TO WS-ADJ-AMT-EDIT
           MOVE SPACES TO COMMISSION-AP-FEED-REC
           STRING 'ADJ'                  DELIMITED BY SIZE '|'
           END-STRING
           WRITE COMMISSION-AP-FEED-REC.

      *    ONE AMOUNT OF THE CURRENT AGENT'S COMMISSION (WS-OVR-BASE) -
      *    A PAID RENEWAL, A RELEASED HOLD OR A QUEUED ADJUSTMENT SUCH
      *    AS A CLAWBACK - EARNS THE AGENT'S BRANCH AND AGENCY THEIR
      *    OVERRIDE ON IT, SO A DEBIT TAKES THE OVERRIDE BACK THE SAME
      *    WAY IT TAKES BACK THE AGENT'S COMMISSION.
       2600-ACCRUE-OVERRIDES.
           IF WS-CUR-BRANCH NOT = SPACES
               MOVE 'B'                TO WS-OVR-LEVEL
               MOVE WS-CUR-BRANCH      TO WS-OVR-PAYEE
               MOVE WS-CUR-BRANCH-NAME TO WS-OVR-PAYEE-NAME
               PERFORM 2610-ACCRUE-ONE-OVERRIDE
           END-IF
           IF WS-CUR-AGENCY NOT = SPACES
               MOVE 'G'                TO WS-OVR-LEVEL
               MOVE WS-CUR-AGENCY      TO WS-OVR-PAYEE
               MOVE WS-CUR-AGENCY-NAME TO WS-OVR-PAYEE-NAME
               PERFORM 2610-ACCRUE-ONE-OVERRIDE
           END-IF.

      *    THE LEVEL'S ROW FOR THE POLICY TYPE BEATS ITS DEFAULT
      *    (BLANK-TYPE) ROW.
       2610-ACCRUE-ONE-OVERRIDE.
           MOVE 0 TO WS-OVR-RATE WS-ORT-RANK
           PERFORM VARYING WS-ORT-IDX FROM 1 BY 1
                     UNTIL WS-ORT-IDX > WS-ORT-TBL-CNT
               IF WS-ORT-LEVEL (WS-ORT-IDX) = WS-OVR-LEVEL
                   IF WS-OVR-POLICY-TYPE NOT = SPACES
                           AND WS-ORT-POLICY-TYPE (WS-ORT-IDX)
                               = WS-OVR-POLICY-TYPE
                       MOVE WS-ORT-RATE (WS-ORT-IDX) TO WS-OVR-RATE
                       MOVE 2 TO WS-ORT-RANK
                   ELSE
                   IF WS-ORT-POLICY-TYPE (WS-ORT-IDX) = SPACES
                           AND WS-ORT-RANK < 1
                       MOVE WS-ORT-RATE (WS-ORT-IDX) TO WS-OVR-RATE
                       MOVE 1 TO WS-ORT-RANK
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OVR-RATE > 0
               COMPUTE WS-OVR-AMOUNT ROUNDED =
                       WS-OVR-BASE * WS-OVR-RATE / 100
               PERFORM 2620-POST-OVERRIDE
           END-IF.

       2620-POST-OVERRIDE.
           MOVE 0 TO WS-OVP-FOUND-IDX
           PERFORM VARYING WS-OVP-IDX FROM 1 BY 1
                     UNTIL WS-OVP-IDX > WS-OVP-TBL-CNT
               IF WS-OVP-LEVEL (WS-OVP-IDX) = WS-OVR-LEVEL
                       AND WS-OVP-PAYEE (WS-OVP-IDX) = WS-OVR-PAYEE
                   MOVE WS-OVP-IDX TO WS-OVP-FOUND-IDX
                   MOVE WS-OVP-TBL-CNT TO WS-OVP-IDX
               END-IF
           END-PERFORM
           IF WS-OVP-FOUND-IDX = 0
               IF WS-OVP-TBL-CNT >= 500
                   DISPLAY '*** CMSCALC1: OVERRIDE PAYEE '
                           'TABLE FULL (500) - RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-OVP-TBL-CNT
               MOVE WS-OVP-TBL-CNT    TO WS-OVP-FOUND-IDX
               MOVE WS-OVR-LEVEL      TO WS-OVP-LEVEL (WS-OVP-FOUND-IDX)
               MOVE WS-OVR-PAYEE      TO WS-OVP-PAYEE (WS-OVP-FOUND-IDX)
               MOVE WS-OVR-PAYEE-NAME TO WS-OVP-NAME (WS-OVP-FOUND-IDX)
               MOVE 0 TO WS-OVP-OVERRIDE (WS-OVP-FOUND-IDX)
           END-IF
           ADD WS-OVR-AMOUNT TO WS-OVP-OVERRIDE (WS-OVP-FOUND-IDX)
                                WS-GRAND-OVERRIDE

           MOVE 0 TO WS-OVD-FOUND-IDX
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                     UNTIL WS-OVD-IDX > WS-OVD-TBL-CNT
               IF WS-OVD-PAYEE-IDX (WS-OVD-IDX) = WS-OVP-FOUND-IDX
                       AND WS-OVD-AGENT (WS-OVD-IDX) = WS-CURRENT-AGENT
                   MOVE WS-OVD-IDX TO WS-OVD-FOUND-IDX
                   MOVE WS-OVD-TBL-CNT TO WS-OVD-IDX
               END-IF
           END-PERFORM
           IF WS-OVD-FOUND-IDX = 0
               IF WS-OVD-TBL-CNT >= 5000
                   DISPLAY '*** CMSCALC1: OVERRIDE DETAIL '
                           'TABLE FULL (5000) - RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-OVD-TBL-CNT
               MOVE WS-OVD-TBL-CNT   TO WS-OVD-FOUND-IDX
               MOVE WS-OVP-FOUND-IDX
                   TO WS-OVD-PAYEE-IDX (WS-OVD-FOUND-IDX)
               MOVE WS-CURRENT-AGENT TO WS-OVD-AGENT (WS-OVD-FOUND-IDX)
               MOVE 0 TO WS-OVD-BASE (WS-OVD-FOUND-IDX)
                         WS-OVD-OVERRIDE (WS-OVD-FOUND-IDX)
           END-IF
           ADD WS-OVR-BASE   TO WS-OVD-BASE (WS-OVD-FOUND-IDX)
           ADD WS-OVR-AMOUNT TO WS-OVD-OVERRIDE (WS-OVD-FOUND-IDX).

       2050-FETCH-COMMISSION-PARA.
           MOVE 'FETCH' TO WS-CS-OPERATION-TYPE
           CALL 'CMSDRVR1' USING CMSDRVR1-AREA
               PERFORM 3000-CLOSE-AGENT-STATEMENT
           END-IF

           PERFORM 9150-FLUSH-ORPHAN-HELD
           PERFORM 9100-FLUSH-ORPHAN-ADJUSTMENTS
           PERFORM 9500-ISSUE-OVERRIDE-STATEMENTS

           MOVE 'CLOSE' TO WS-CS-OPERATION-TYPE
           CALL 'CMSDRVR1' USING CMSDRVR1-AREA
           MOVE WS-GRAND-POLICY-CNT TO RPT-GRD-POLICY-CNT
           MOVE WS-GRAND-COMMISSION TO RPT-GRD-COMMISSION
           WRITE COMMISSION-STATEMENT-REC FROM RPT-GRAND-LINE
           MOVE 'ALL AGENTS HELD --     ' TO RPT-HTO-LABEL
           MOVE WS-GRAND-HELD-NEW     TO RPT-HTO-NEW
           MOVE WS-GRAND-RELEASED     TO RPT-HTO-RELEASED
           MOVE WS-GRAND-FORFEITED    TO RPT-HTO-FORFEITED
           MOVE WS-GRAND-HELD-BAL     TO RPT-HTO-BALANCE
           WRITE COMMISSION-STATEMENT-REC FROM RPT-HOLD-TOT-LINE
           PERFORM VARYING WS-ABL-IDX FROM 1 BY 1
                     UNTIL WS-ABL-IDX > WS-ABL-TBL-CNT
               ADD WS-ABL-BALANCE (WS-ABL-IDX) TO WS-GRAND-CLOSE-DEBIT
           END-PERFORM
           MOVE WS-GRAND-OPEN-DEBIT   TO RPT-BTO-OPENING
           MOVE WS-GRAND-NEW-DEBIT    TO RPT-BTO-NEW-DEBIT
           MOVE WS-GRAND-RECOVERY     TO RPT-BTO-RECOVERY
           MOVE WS-GRAND-CLOSE-DEBIT  TO RPT-BTO-CLOSING
           WRITE COMMISSION-STATEMENT-REC FROM RPT-BALANCE-TOT-LINE

      *    THE JOURNAL CONTROL IS BOTH STATEMENT TOTALS - AGENT
      *    COMMISSION AND BRANCH/AGENCY OVERRIDE.
           COMPUTE WS-GL-CONTROL-TOTAL =
                   WS-GRAND-COMMISSION + WS-GRAND-OVERRIDE
           MOVE 'CONTROL'             TO WS-GL-OPERATION-TYPE
           MOVE WS-GL-CONTROL-TOTAL   TO WS-GL-AMOUNT
           MOVE 'GRAND COMMISSION'    TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE'               TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-ADJ-TBL-CNT > 0
               PERFORM 9200-CLEAR-PENDING-ADJUSTMENTS
           END-IF
           PERFORM 9300-REWRITE-HELD-COMMISSION
           PERFORM 9400-REWRITE-DEBIT-BALANCES

           CLOSE COMMISSION-STATEMENT
           CLOSE COMMISSION-AP-FEED
           CLOSE OVERRIDE-STATEMENT
           CLOSE OVERRIDE-AP-FEED

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'CMSCALC1'      TO OPS-JOB-NAME
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
               MOVE WS-GRAND-POLICY-CNT TO OPS-RECORD-CNT
               MOVE 0                   TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF.

      *    AN ADJUSTMENT FOR AN AGENT WITH NO RENEWAL LINE THIS PERIOD
      *    (E.G. A REASSIGNED OR DEPARTED AGENT) STILL SETTLES - THE
               END-IF
           END-PERFORM.

      *    AN AGENT WITH HELD COMMISSION BUT NO RENEWAL LINE THIS
      *    PERIOD STILL GETS A STATEMENT BLOCK SO A RELEASE OR
      *    FORFEIT IS NEVER MISSED.
       9150-FLUSH-ORPHAN-HELD.
           PERFORM VARYING WS-HLD-ORPH-IDX FROM 1 BY 1
                     UNTIL WS-HLD-ORPH-IDX > WS-HLD-TBL-CNT
               IF WS-HLD-CHECKED-SW (WS-HLD-ORPH-IDX) = 'N'
                   MOVE WS-HLD-AGENT (WS-HLD-ORPH-IDX)
                       TO WS-CS-AGENT-CODE
                   PERFORM 2100-START-AGENT-STATEMENT
                   PERFORM 3000-CLOSE-AGENT-STATEMENT
               END-IF
           END-PERFORM.

      *    LIKE THE ADJUSTMENT QUEUE, CMSHOLD IS REWRITTEN ONLY AFTER
      *    THE PERIOD IS LOCKED - AN ABEND BEFORE THE LOCK LEAVES LAST
      *    PERIOD'S HELD ENTRIES IN PLACE FOR THE RERUN, SO A RELEASE
      *    IS NEVER PAID TWICE AND A HOLD IS NEVER LOST.
       9300-REWRITE-HELD-COMMISSION.
           OPEN OUTPUT HELD-COMMISSION-FILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSHOLD: ' WS-HOLD-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                     UNTIL WS-HLD-IDX > WS-HLD-TBL-CNT
               IF WS-HLD-STATUS-SW (WS-HLD-IDX) = 'H'
                   PERFORM 9310-WRITE-HELD-RECORD
               END-IF
           END-PERFORM
           CLOSE HELD-COMMISSION-FILE
           DISPLAY 'CMSCALC1: HELD COMMISSIONS CARRIED FORWARD: '
                   WS-HLD-CARRIED-CNT.

       9310-WRITE-HELD-RECORD.
           MOVE SPACES TO HELD-COMMISSION-REC
           MOVE WS-HLD-AGENT (WS-HLD-IDX)        TO HLD-AGENT-CODE
           MOVE WS-HLD-POLICY (WS-HLD-IDX)       TO HLD-POLICY-NUMBER
           MOVE WS-HLD-POLICY-TYPE (WS-HLD-IDX)  TO HLD-POLICY-TYPE
           MOVE WS-HLD-STATE (WS-HLD-IDX)        TO HLD-HOLDER-STATE
           MOVE WS-HLD-RENEWAL-DATE (WS-HLD-IDX) TO HLD-RENEWAL-DATE
           MOVE WS-HLD-TERM-START (WS-HLD-IDX)   TO HLD-TERM-START
           MOVE WS-HLD-TERM-END (WS-HLD-IDX)     TO HLD-TERM-END
           MOVE WS-HLD-PREMIUM (WS-HLD-IDX)      TO HLD-PREMIUM
           MOVE WS-HLD-RATE (WS-HLD-IDX)         TO HLD-RATE
           MOVE WS-HLD-COMMISSION (WS-HLD-IDX)   TO HLD-COMMISSION
           MOVE WS-HLD-RULE (WS-HLD-IDX)         TO HLD-COLLECT-RULE
           MOVE WS-HLD-PERIOD-START (WS-HLD-IDX)
                                            TO HLD-HELD-PERIOD-START
           MOVE WS-HLD-PERIOD-END (WS-HLD-IDX)   TO HLD-HELD-PERIOD-END
           WRITE HELD-COMMISSION-REC
           ADD 1 TO WS-HLD-CARRIED-CNT.

      *    ONE STATEMENT BLOCK PER BRANCH OR AGENCY PAYEE: THE OVERRIDE
      *    EARNED ON EACH WRITING AGENT, THE PAYEE TOTAL, AND THE SAME
      *    DEBIT-BALANCE NETTING A WRITING AGENT GETS, THEN THE
      *    PAYABLE AMOUNT TO THE OVERRIDE AP FEED AND THE JOURNAL.
       9500-ISSUE-OVERRIDE-STATEMENTS.
           PERFORM VARYING WS-OVP-IDX FROM 1 BY 1
                     UNTIL WS-OVP-IDX > WS-OVP-TBL-CNT
               PERFORM 9510-ISSUE-ONE-OVERRIDE
           END-PERFORM
           MOVE WS-GRAND-OVERRIDE TO RPT-OVG-OVERRIDE
           WRITE OVERRIDE-STATEMENT-REC FROM RPT-OVR-GRAND-LINE.

       9510-ISSUE-ONE-OVERRIDE.
           IF WS-OVP-LEVEL (WS-OVP-IDX) = 'B'
               MOVE 'BRANCH: '        TO RPT-OVP-LEVEL
               MOVE 'BRANCH OVERRIDE' TO WS-LDG-DESCRIPTION
           ELSE
               MOVE 'AGENCY: '        TO RPT-OVP-LEVEL
               MOVE 'AGENCY OVERRIDE' TO WS-LDG-DESCRIPTION
           END-IF
           MOVE WS-OVP-PAYEE (WS-OVP-IDX) TO RPT-OVP-PAYEE
           MOVE WS-OVP-NAME (WS-OVP-IDX)  TO RPT-OVP-NAME
           WRITE OVERRIDE-STATEMENT-REC FROM RPT-OVR-PAYEE-LINE
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                     UNTIL WS-OVD-IDX > WS-OVD-TBL-CNT
               IF WS-OVD-PAYEE-IDX (WS-OVD-IDX) = WS-OVP-IDX
                   MOVE WS-OVD-AGENT (WS-OVD-IDX)    TO RPT-OVD-AGENT
                   MOVE WS-OVD-BASE (WS-OVD-IDX)     TO RPT-OVD-BASE
                   MOVE WS-OVD-OVERRIDE (WS-OVD-IDX) TO RPT-OVD-OVERRIDE
                   WRITE OVERRIDE-STATEMENT-REC FROM RPT-OVR-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-OVP-OVERRIDE (WS-OVP-IDX) TO RPT-OVT-OVERRIDE
           WRITE OVERRIDE-STATEMENT-REC FROM RPT-OVR-TOT-LINE

           MOVE WS-OVP-LEVEL (WS-OVP-IDX)    TO WS-LDG-LEVEL
                                                WS-LDG-REF-TYPE
           MOVE WS-OVP-PAYEE (WS-OVP-IDX)    TO WS-LDG-PAYEE
           MOVE WS-OVP-OVERRIDE (WS-OVP-IDX) TO WS-LDG-NET
           PERFORM 3200-APPLY-DEBIT-LEDGER
           WRITE OVERRIDE-STATEMENT-REC FROM RPT-BALANCE-LINE

           MOVE WS-LDG-PAYABLE TO WS-AP-AMT-EDIT
           MOVE SPACES TO OVERRIDE-AP-FEED-REC
           STRING WS-LDG-LEVEL          DELIMITED BY SIZE '|'
                  WS-LDG-PAYEE          DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-START  DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-END    DELIMITED BY SIZE '|'
                  WS-AP-AMT-EDIT        DELIMITED BY SIZE
             INTO OVERRIDE-AP-FEED-REC
           END-STRING
           WRITE OVERRIDE-AP-FEED-REC

           PERFORM 3250-POST-LEDGER-GL.

      *    CMSAGBAL IS LIKEWISE REWRITTEN ONLY AFTER THE LOCK, SO A
      *    RERUN NEVER RECOVERS THE SAME DEBIT TWICE. A CLEARED BALANCE
      *    DROPS OFF THE FILE.
       9400-REWRITE-DEBIT-BALANCES.
           OPEN OUTPUT AGENT-BALANCE-FILE
           IF WS-ABL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSAGBAL: ' WS-ABL-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM VARYING WS-ABL-IDX FROM 1 BY 1
                     UNTIL WS-ABL-IDX > WS-ABL-TBL-CNT
               IF WS-ABL-BALANCE (WS-ABL-IDX) > 0
                   PERFORM 9410-WRITE-BALANCE-RECORD
               END-IF
           END-PERFORM
           CLOSE AGENT-BALANCE-FILE
           DISPLAY 'CMSCALC1: AGENT DEBIT BALANCES CARRIED FORWARD: '
                   WS-ABL-CARRIED-CNT.

       9410-WRITE-BALANCE-RECORD.
           MOVE SPACES TO AGENT-BALANCE-REC
           MOVE WS-ABL-AGENT (WS-ABL-IDX)      TO ABL-AGENT-CODE
           MOVE WS-ABL-LEVEL (WS-ABL-IDX)      TO ABL-PAYEE-LEVEL
           MOVE WS-ABL-BALANCE (WS-ABL-IDX)    TO ABL-DEBIT-BALANCE
           MOVE WS-ABL-SINCE (WS-ABL-IDX)      TO ABL-DEBIT-SINCE
           MOVE WS-ABL-LAST-PERIOD-END (WS-ABL-IDX)
                                               TO ABL-LAST-PERIOD-END
           MOVE WS-ABL-LAST-RECOVERY (WS-ABL-IDX)
                                               TO ABL-LAST-RECOVERY
           WRITE AGENT-BALANCE-REC
           ADD 1 TO WS-ABL-CARRIED-CNT.

      *    THE QUEUE IS EMPTIED ONLY ONCE THE PERIOD THAT CONSUMED IT
      *    IS SAFELY LOCKED - AN ABEND BEFORE THE LOCK LEAVES THE
      *    ADJUSTMENTS IN PLACE FOR THE RERUN.
