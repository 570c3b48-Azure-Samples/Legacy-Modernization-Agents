       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTEXT1.
      *    MASKED TEST-DATA EXTRACT FOR THE TEST REGION. TAKES A
      *    CONSISTENT SLICE OF THE INSURNCE TABLES - THE POLICIES OF
      *    ONE STATE WHOSE EXPIRY FALLS IN A WINDOW, WITH ALL THEIR
      *    TCUSTMST, TCOVERAG, TTRAKING, TPAYMENT, TRENEWAL, TCANCEL
      *    AND TLIENHLD ROWS (TSTDRVR1) - AND WRITES ONE LOAD FILE PER
      *    TABLE IN ITS DCLGEN ROW LAYOUT FOR THE TEST SUBSYSTEM'S
      *    LOAD STEP:
      *        TSTPOL  TSTCUS  TSTCOV  TSTTRK
      *        TSTPAY  TSTRNW  TSTCAN  TSTLH
      *    PERSONAL FIELDS ARE REPLACED DETERMINISTICALLY FROM A HASH
      *    OF THE VALUE UNDER THE RUN'S MASK KEY, SO THE SAME NAME OR
      *    STREET ALWAYS MASKS TO THE SAME STAND-IN AND CUSTMST1'S
      *    MATCH RULES STILL HOLD ON THE TEST DATA. CUSTOMER AND
      *    HOUSEHOLD IDS GO THROUGH A ONE-TO-ONE KEYED MAPPING THAT
      *    NEVER LEAVES AN ID UNCHANGED, SO EVERY ROW OF A CUSTOMER OR
      *    HOUSEHOLD STILL LINKS UP. POLICY NUMBERS, AMOUNTS, DATES
      *    OTHER THAN THE BIRTH DATE, CITY, STATE AND 5-DIGIT ZIP ARE
      *    CARRIED AS THEY ARE - THE RATING, TAX AND NOTICE LOGIC
      *    UNDER TEST DEPENDS ON THEM. THE BIRTH DATE KEEPS ITS YEAR
      *    AND MONTH FOR THE SAME REASON; ONLY THE DAY IS REPLACED.
      *    AFTER THE EXTRACT THE LOAD FILES ARE READ BACK IN STEP WITH
      *    A SECOND PASS OF THE SAME CURSORS AND EVERY PERSONAL FIELD
      *    IS COMPARED WITH PRODUCTION. TSTMSKRP PROVES THE ROW COUNTS
      *    (SLICE = EXTRACTED = READ BACK) AND LISTS, FIELD BY FIELD,
      *    THE VALUES COMPARED AND ANY LEFT UNMASKED - BY POLICY AND
      *    FIELD NAME, NEVER THE VALUE. AN UNMASKED VALUE OR A COUNT
      *    OUT OF BALANCE ABENDS THE STEP SO THE LOAD NEVER RUNS.
      *    SYSIN CARD:
      *        COLS  1-2   STATE (BLANK = ALL STATES)
      *        COLS  3-12  EXPIRY WINDOW FROM, YYYY-MM-DD. REQUIRED.
      *        COLS 13-22  EXPIRY WINDOW TO, YYYY-MM-DD. REQUIRED.
      *        COLS 23-31  MASK KEY, 9 DIGITS, NOT ZERO. REQUIRED -
      *                    KEEP IT THE SAME FROM REFRESH TO REFRESH SO
      *                    THE TEST REGION'S IDS AND NAMES STAY PUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TST-POL-FILE ASSIGN TO 'TSTPOL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TST-CUS-FILE ASSIGN TO 'TSTCUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TST-COV-FILE ASSIGN TO 'TSTCOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TST-TRK-FILE ASSIGN TO 'TSTTRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TST-PAY-FILE ASSIGN TO 'TSTPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TST-RNW-FILE ASSIGN TO 'TSTRNW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TST-CAN-FILE ASSIGN TO 'TSTCAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TST-LH-FILE ASSIGN TO 'TSTLH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MASK-REPORT ASSIGN TO 'TSTMSKRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LOAD FILES - EACH RECORD IS THE TABLE'S DCLGEN HOST
      *    STRUCTURE, BYTE FOR BYTE.
       FD  TST-POL-FILE.
       01  TST-POL-REC                   PIC X(882).

       FD  TST-CUS-FILE.
       01  TST-CUS-REC                   PIC X(224).

       FD  TST-COV-FILE.
       01  TST-COV-REC                   PIC X(102).

       FD  TST-TRK-FILE.
       01  TST-TRK-REC                   PIC X(105).

       FD  TST-PAY-FILE.
       01  TST-PAY-REC                   PIC X(77).

       FD  TST-RNW-FILE.
       01  TST-RNW-REC                   PIC X(80).

       FD  TST-CAN-FILE.
       01  TST-CAN-REC                   PIC X(119).

       FD  TST-LH-FILE.
       01  TST-LH-REC                    PIC X(239).

       FD  MASK-REPORT.
       01  MASK-REPORT-REC               PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-OPEN-DD                    PIC X(8).
       01  WS-SLICE-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-SLICE              VALUE 'YES'.
       01  WS-CHILD-EOF-SW               PIC X(3) VALUE 'NO'.
           88  END-OF-CHILDREN           VALUE 'YES'.
       01  WS-LOAD-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-LOAD-FILE          VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-PARM-CARD.
           05  WS-PARM-STATE             PIC X(2).
           05  WS-PARM-EXPIRY-FROM       PIC X(10).
           05  WS-PARM-EXPIRY-TO         PIC X(10).
           05  WS-PARM-MASK-KEY          PIC X(9).
           05  FILLER                    PIC X(49).

       01  WS-DATE-CHECK                 PIC X(10).
       01  WS-DATE-VALID-SW              PIC X(1).
           88  DATE-VALID                VALUE 'Y'.
       01  WS-MASK-KEY                   PIC 9(9) VALUE 0.

       01  TSTDRVR1-AREA.
           10  WS-TD-OPERATION-TYPE        PIC X(10).
           10  WS-TD-STATE                 PIC X(2).
           10  WS-TD-EXPIRY-FROM           PIC X(10).
           10  WS-TD-EXPIRY-TO             PIC X(10).
           10  WS-TD-TABLE-ID              PIC X(3).
           10  WS-TD-POLICY-NUMBER         PIC X(10).
           10  WS-TD-SQLCODE               PIC S9(9) COMP.
           10  WS-TD-CNT-POL               PIC S9(9) COMP.
           10  WS-TD-CNT-CUS               PIC S9(9) COMP.
           10  WS-TD-CNT-COV               PIC S9(9) COMP.
           10  WS-TD-CNT-TRK               PIC S9(9) COMP.
           10  WS-TD-CNT-PAY               PIC S9(9) COMP.
           10  WS-TD-CNT-RNW               PIC S9(9) COMP.
           10  WS-TD-CNT-CAN               PIC S9(9) COMP.
           10  WS-TD-CNT-LH                PIC S9(9) COMP.
           10  WS-TD-ROW                   PIC X(882).

      *    THE TABLES OF THE SLICE, IN EXTRACT ORDER - THE POLICY
      *    FIRST, THEN ITS CHILD TABLES - WITH THEIR CONTROL TOTALS.
       01  WS-TBL-VALUES.
           05 FILLER PIC X(11) VALUE 'POLTPOLICY '.
           05 FILLER PIC X(11) VALUE 'CUSTCUSTMST'.
           05 FILLER PIC X(11) VALUE 'COVTCOVERAG'.
           05 FILLER PIC X(11) VALUE 'TRKTTRAKING'.
           05 FILLER PIC X(11) VALUE 'PAYTPAYMENT'.
           05 FILLER PIC X(11) VALUE 'RNWTRENEWAL'.
           05 FILLER PIC X(11) VALUE 'CANTCANCEL '.
           05 FILLER PIC X(11) VALUE 'LH TLIENHLD'.
       01  WS-TBL-TABLE REDEFINES WS-TBL-VALUES.
           05 WS-TBL-ENTRY               OCCURS 8 TIMES.
              10 WS-TBL-ID               PIC X(3).
              10 WS-TBL-NAME             PIC X(8).
       01  WS-TBL-COUNTS.
           05 WS-TBL-CNT-ENTRY           OCCURS 8 TIMES.
              10 WS-TBL-SLICE-CNT        PIC S9(9) COMP.
              10 WS-TBL-EXTRACT-CNT      PIC S9(9) COMP.
              10 WS-TBL-VERIFY-CNT       PIC S9(9) COMP.
       01  WS-TBL-IDX                    PIC 9(2) VALUE 0.

      *    THE PERSONAL FIELDS THE VERIFICATION PASS COMPARES, BY
      *    TABLE, NAME, OFFSET AND LENGTH IN THE ROW. TYPE 'B' IS A
      *    BINARY ID, ALWAYS COMPARED; TYPE 'C' IS COMPARED WHEN THE
      *    PRODUCTION VALUE IS NOT BLANK. A FIELD ADDED TO THE MASK
      *    IS ADDED HERE TOO.
       01  WS-FLD-VALUES.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-FNAME    011035C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-MNAME    046001C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-LNAME    047035C'.
           05 FILLER PIC X(26) VALUE 'POLBENEF-NAME      082060C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-ADDR-1   157100C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-ADDR-2   257100C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-ZIP+4    394005C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-DOB      399010C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-PHONE    417010C'.
           05 FILLER PIC X(26) VALUE 'POLHOLDER-EMAIL    427030C'.
           05 FILLER PIC X(26) VALUE 'CUSCUSTOMER-ID     011004B'.
           05 FILLER PIC X(26) VALUE 'CUSHOUSEHOLD-ID    015004B'.
           05 FILLER PIC X(26) VALUE 'CUSMATCH-LNAME     019035C'.
           05 FILLER PIC X(26) VALUE 'CUSMATCH-FNAME     054035C'.
           05 FILLER PIC X(26) VALUE 'CUSMATCH-ADDR-1    089100C'.
           05 FILLER PIC X(26) VALUE 'CUSMATCH-ZIP+4     194005C'.
           05 FILLER PIC X(26) VALUE 'CANREFUND-REF-NO   095015C'.
           05 FILLER PIC X(26) VALUE 'LH NAME            011045C'.
           05 FILLER PIC X(26) VALUE 'LH LOAN-NUMBER     056015C'.
           05 FILLER PIC X(26) VALUE 'LH ADDR-1          071100C'.
       01  WS-FLD-TABLE REDEFINES WS-FLD-VALUES.
           05 WS-FLD-ENTRY               OCCURS 20 TIMES.
              10 WS-FLD-TABLE-ID         PIC X(3).
              10 WS-FLD-NAME             PIC X(16).
              10 WS-FLD-OFFSET           PIC 9(3).
              10 WS-FLD-LENGTH           PIC 9(3).
              10 WS-FLD-TYPE             PIC X(1).
                 88  WS-FLD-BINARY       VALUE 'B'.
       01  WS-FLD-COUNTS.
           05 WS-FLD-CNT-ENTRY           OCCURS 20 TIMES.
              10 WS-FLD-COMPARED-CNT     PIC S9(9) COMP.
              10 WS-FLD-UNMASKED-CNT     PIC S9(9) COMP.
       01  WS-FLD-IDX                    PIC 9(2) VALUE 0.
       01  WS-FLD-OFF                    PIC 9(3) VALUE 0.
       01  WS-FLD-LEN                    PIC 9(3) VALUE 0.

      *    STAND-IN VALUES. A MASKED NAME OR STREET IS PICKED FROM
      *    THESE BY THE HASH OF THE PRODUCTION VALUE.
       01  WS-FIRST-NAME-VALUES.
           05 FILLER PIC X(50) VALUE
              'ALICE     BRIAN     CAROL     DANIEL    EDITH     '.
           05 FILLER PIC X(50) VALUE
              'FRANK     GRACE     HENRY     IRENE     JAMES     '.
           05 FILLER PIC X(50) VALUE
              'KAREN     LEONARD   MARTHA    NORMAN    OLIVIA    '.
           05 FILLER PIC X(50) VALUE
              'PETER     QUINN     ROSE      SAMUEL    TERESA    '.
           05 FILLER PIC X(50) VALUE
              'ULYSSES   VERA      WALTER    XENIA     YVONNE    '.
           05 FILLER PIC X(50) VALUE
              'ZACHARY   ARTHUR    BEATRICE  CALVIN    DOROTHY   '.
           05 FILLER PIC X(50) VALUE
              'EUGENE    FLORENCE  GORDON    HAZEL     IVAN      '.
           05 FILLER PIC X(50) VALUE
              'JUNE      KENNETH   LUCILLE   MILTON    NADINE    '.
           05 FILLER PIC X(50) VALUE
              'OSCAR     PAULINE   RALPH     SYLVIA    THEODORE  '.
           05 FILLER PIC X(50) VALUE
              'URSULA    VINCENT   WANDA     WILBUR    YOLANDA   '.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05 WS-FIRST-NAME              PIC X(10) OCCURS 50 TIMES.

       01  WS-LAST-NAME-VALUES.
           05 FILLER PIC X(48) VALUE
              'ABERNATHY   BLACKWOOD   CALLOWAY    DUNMORE     '.
           05 FILLER PIC X(48) VALUE
              'ELLSWORTH   FAIRCHILD   GALLOWAY    HARTWELL    '.
           05 FILLER PIC X(48) VALUE
              'IVERSON     JENNINGS    KINGSLEY    LANGFORD    '.
           05 FILLER PIC X(48) VALUE
              'MERRIWEATHERNORTHCOTT   OAKHURST    PEMBERTON   '.
           05 FILLER PIC X(48) VALUE
              'QUIMBY      RADCLIFFE   STANHOPE    THORNBURY   '.
           05 FILLER PIC X(48) VALUE
              'UPTON       VANDERMEER  WAINWRIGHT  YARDLEY     '.
           05 FILLER PIC X(48) VALUE
              'ASHCROFT    BRAMWELL    CRANSTON    DARLINGTON  '.
           05 FILLER PIC X(48) VALUE
              'EVERHART    FENWICK     GRISWOLD    HOLLISTER   '.
           05 FILLER PIC X(48) VALUE
              'INGRAM      KESWICK     LOCKHART    MAYHEW      '.
           05 FILLER PIC X(48) VALUE
              'NETHERTON   OSGOOD      PRESCOTT    ROCHESTER   '.
           05 FILLER PIC X(48) VALUE
              'SHELBOURNE  TREMAINE    UNDERHILL   WHITCOMB    '.
           05 FILLER PIC X(48) VALUE
              'ALDRIDGE    BRENTWOOD   COLEFAX     DRUMMOND    '.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05 WS-LAST-NAME               PIC X(12) OCCURS 48 TIMES.

       01  WS-STREET-VALUES.
           05 FILLER PIC X(42) VALUE
              'OAK ST        MAPLE AVE     CEDAR LN      '.
           05 FILLER PIC X(42) VALUE
              'ELM ST        PINE RD       BIRCH DR      '.
           05 FILLER PIC X(42) VALUE
              'WILLOW WAY    ASPEN CT      SPRUCE ST     '.
           05 FILLER PIC X(42) VALUE
              'HICKORY LN    CHESTNUT AVE  POPLAR RD     '.
           05 FILLER PIC X(42) VALUE
              'LAUREL DR     MAGNOLIA ST   SYCAMORE AVE  '.
           05 FILLER PIC X(42) VALUE
              'HAWTHORN CT   LINDEN ST     JUNIPER WAY   '.
           05 FILLER PIC X(42) VALUE
              'DOGWOOD LN    REDBUD RD     ALDER ST      '.
           05 FILLER PIC X(42) VALUE
              'HEMLOCK DR    CYPRESS AVE   HOLLY CT      '.
           05 FILLER PIC X(42) VALUE
              'MULBERRY ST   HAZEL RD      ORCHARD LN    '.
           05 FILLER PIC X(42) VALUE
              'MEADOW DR     RIVER RD      LAKE ST       '.
           05 FILLER PIC X(42) VALUE
              'HILLSIDE AVE  VALLEY WAY    RIDGE RD      '.
           05 FILLER PIC X(42) VALUE
              'SPRING ST     SUMMIT AVE    PARK PL       '.
           05 FILLER PIC X(42) VALUE
              'CHURCH ST     MILL RD       SCHOOL ST     '.
           05 FILLER PIC X(42) VALUE
              'BRIDGE ST     FOREST AVE    GARDEN CT     '.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05 WS-STREET                  PIC X(14) OCCURS 42 TIMES.

       01  WS-INITIALS                   PIC X(18)
                                         VALUE 'ABCDEFGHJKLMNPRSTW'.

      *    THE MASKING WORK AREA. WS-MASK-IN IS THE PRODUCTION VALUE,
      *    WS-MASK-OUT ITS STAND-IN. THE HASH IS TAKEN OVER THE VALUE
      *    UNDER THE MASK KEY, SO THE SAME VALUE IN ANY ROW OR TABLE
      *    MASKS THE SAME WAY. A STAND-IN THAT HAPPENS TO EQUAL THE
      *    VALUE IT REPLACES IS BUILT AGAIN FROM THE NEXT HASH.
       01  WS-MASK-IN                    PIC X(100).
       01  WS-MASK-OUT                   PIC X(100).
       01  WS-MASK-LEN                   PIC 9(3) VALUE 0.
       01  WS-MASK-POS                   PIC 9(3) VALUE 0.
       01  WS-HASH                       PIC S9(18) COMP VALUE 0.
       01  WS-HASH-SEED                  PIC S9(18) COMP VALUE 0.
       01  WS-HASH-WORK                  PIC S9(18) COMP VALUE 0.
       01  WS-PICK-IDX                   PIC 9(3) VALUE 0.
       01  WS-PICK-IDX2                  PIC 9(3) VALUE 0.
       01  WS-HOUSE-NO                   PIC 9(4) VALUE 0.
       01  WS-UNIT-NO                    PIC 9(3) VALUE 0.
       01  WS-PHONE-NO                   PIC 9(7) VALUE 0.
       01  WS-TOKEN-NO                   PIC 9(9) VALUE 0.
       01  WS-LENDER-NO                  PIC 9(4) VALUE 0.
       01  WS-DOB-DAY                    PIC 9(2) VALUE 0.

      *    CUSTOMER AND HOUSEHOLD IDS MAP AS (MULT * ID + ADD) MOD
      *    10**9. MULT ENDS IN 1, SO THE MAPPING IS ONE-TO-ONE; MULT
      *    - 1 IS A MULTIPLE OF 10 AND ADD ENDS IN 7, SO NO ID EVER
      *    MAPS TO ITSELF.
       01  WS-ID-MULT                    PIC S9(9) COMP VALUE 0.
       01  WS-ID-ADD                     PIC S9(9) COMP VALUE 0.
       01  WS-ID-WORK                    PIC S9(18) COMP VALUE 0.

      *    THE ROWS BEING MASKED. THE POLICY ROW IS POLICY-RECORD;
      *    THE OTHER MASKED TABLES ARE LAID OUT HERE AFTER THEIR
      *    DCLGENS (DCUSTMST, DCANCEL, DLIENHLD).
           COPY CPOLICY.

       01  WS-CUS-ROW.
           05  WS-CUS-POLICY-NUMBER      PIC X(10).
           05  WS-CUS-CUSTOMER-ID        PIC S9(9) USAGE COMP.
           05  WS-CUS-HOUSEHOLD-ID       PIC S9(9) USAGE COMP.
           05  WS-CUS-MATCH-LNAME        PIC X(35).
           05  WS-CUS-MATCH-FNAME        PIC X(35).
           05  WS-CUS-MATCH-ADDR-1       PIC X(100).
           05  WS-CUS-MATCH-ZIP-CD       PIC X(10).
           05  WS-CUS-UPDATE-TIMESTAMP   PIC X(26).

       01  WS-CAN-ROW.
           05  WS-CAN-POLICY-NUMBER      PIC X(10).
           05  WS-CAN-CANCEL-DATE        PIC X(10).
           05  WS-CAN-REASON             PIC X(10).
           05  WS-CAN-TERM-START-DATE    PIC X(10).
           05  WS-CAN-TERM-EXPIRY-DATE   PIC X(10).
           05  WS-CAN-PREMIUM-AMOUNT     PIC S9(5)V9(2) COMP-3.
           05  WS-CAN-REFUND-AMOUNT      PIC S9(5)V9(2) COMP-3.
           05  WS-CAN-CLAWBACK-FLAG      PIC X(1).
           05  WS-CAN-ADD-TIMESTAMP      PIC X(26).
           05  WS-CAN-REFUND-PAID-FLAG   PIC X(1).
           05  WS-CAN-REFUND-METHOD      PIC X(8).
           05  WS-CAN-REFUND-REF-NO      PIC X(15).
           05  WS-CAN-REFUND-PAID-DATE   PIC X(10).

       01  WS-LH-ROW.
           05  WS-LH-POLICY-NUMBER       PIC X(10).
           05  WS-LH-NAME                PIC X(45).
           05  WS-LH-LOAN-NUMBER         PIC X(15).
           05  WS-LH-ADDR-1              PIC X(100).
           05  WS-LH-CITY                PIC X(30).
           05  WS-LH-STATE               PIC X(2).
           05  WS-LH-ZIP-CD              PIC X(10).
           05  WS-LH-STATUS              PIC X(1).
           05  WS-LH-UPDATE-TIMESTAMP    PIC X(26).

      *    THE VERIFICATION PASS: THE PRODUCTION ROW FETCHED AGAIN
      *    AND THE LOAD-FILE ROW READ BACK BESIDE IT.
       01  WS-PRD-ROW                    PIC X(882).
       01  WS-LOAD-ROW                   PIC X(882).

       01  WS-EXTRACT-TOTAL              PIC S9(9) COMP VALUE 0.
       01  WS-UNMASKED-TOTAL             PIC S9(9) COMP VALUE 0.
       01  WS-OUT-OF-STEP-CNT            PIC S9(9) COMP VALUE 0.
       01  WS-EXCEPTION-CNT              PIC S9(9) COMP VALUE 0.
       01  WS-BALANCED-SW                PIC X(3) VALUE 'YES'.
           88  COUNTS-BALANCED           VALUE 'YES'.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(32)
               VALUE 'MASKED TEST-DATA EXTRACT RUN OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(9)  VALUE '  STATE: '.
           05  RPT-HDR-STATE             PIC X(3).
           05  FILLER                    PIC X(9)  VALUE '  EXPIRY '.
           05  RPT-HDR-FROM              PIC X(10).
           05  FILLER                    PIC X(4)  VALUE ' TO '.
           05  RPT-HDR-TO                PIC X(10).
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT          PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  RPT-EXCEPT-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-EXC-TABLE             PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-EXC-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-EXC-FIELD             PIC X(16).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-EXC-TEXT              PIC X(40).
           05  FILLER                    PIC X(50) VALUE SPACES.

       01  RPT-TABLE-LINE.
           05  RPT-TBL-NAME              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'SLICE: '.
           05  RPT-TBL-SLICE             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'EXTRACTED: '.
           05  RPT-TBL-EXTRACTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'READ BACK: '.
           05  RPT-TBL-VERIFIED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TBL-NOTE              PIC X(16).
           05  FILLER                    PIC X(36) VALUE SPACES.

       01  RPT-FIELD-LINE.
           05  RPT-FLD-TABLE             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-NAME              PIC X(16).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'COMPARED: '.
           05  RPT-FLD-COMPARED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'UNMASKED: '.
           05  RPT-FLD-UNMASKED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-NOTE              PIC X(16).
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-EXTRACT-SLICE-PARA
           PERFORM 5000-VERIFY-SLICE-PARA
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME
           INITIALIZE WS-TBL-COUNTS
           INITIALIZE WS-FLD-COUNTS

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE WS-PARM-EXPIRY-FROM TO WS-DATE-CHECK
           PERFORM 0100-CHECK-DATE-PARA
           IF NOT DATE-VALID
               DISPLAY 'TSTEXT1: EXPIRY WINDOW FROM (SYSIN COLUMNS '
                       '3-12) MUST BE YYYY-MM-DD'
               CALL 'ABEND'
           END-IF
           MOVE WS-PARM-EXPIRY-TO TO WS-DATE-CHECK
           PERFORM 0100-CHECK-DATE-PARA
           IF NOT DATE-VALID
               DISPLAY 'TSTEXT1: EXPIRY WINDOW TO (SYSIN COLUMNS '
                       '13-22) MUST BE YYYY-MM-DD'
               CALL 'ABEND'
           END-IF
           IF WS-PARM-EXPIRY-FROM > WS-PARM-EXPIRY-TO
               DISPLAY 'TSTEXT1: EXPIRY WINDOW FROM IS AFTER TO'
               CALL 'ABEND'
           END-IF
           IF WS-PARM-STATE NOT = SPACES
                   AND WS-PARM-STATE NOT ALPHABETIC
               DISPLAY 'TSTEXT1: INVALID STATE ' WS-PARM-STATE
               CALL 'ABEND'
           END-IF
           IF WS-PARM-MASK-KEY NOT NUMERIC
               DISPLAY 'TSTEXT1: A 9-DIGIT MASK KEY IS REQUIRED IN '
                       'SYSIN COLUMNS 23-31'
               CALL 'ABEND'
           END-IF
           MOVE WS-PARM-MASK-KEY TO WS-MASK-KEY
           IF WS-MASK-KEY = 0
               DISPLAY 'TSTEXT1: THE MASK KEY MAY NOT BE ZERO'
               CALL 'ABEND'
           END-IF
           COMPUTE WS-HASH-SEED =
                   FUNCTION MOD (WS-MASK-KEY, 999999937)
           COMPUTE WS-ID-MULT =
                   10 * (FUNCTION MOD (WS-MASK-KEY, 99999) + 1) + 1
           COMPUTE WS-ID-ADD =
                   WS-MASK-KEY - FUNCTION MOD (WS-MASK-KEY, 10) + 7

           OPEN OUTPUT MASK-REPORT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TSTMSKRP: ' WS-RPT-STATUS
               CALL 'ABEND'
           END-IF
           MOVE WS-CURRENT-DATE     TO RPT-HDR-DATE
           IF WS-PARM-STATE = SPACES
               MOVE 'ALL'           TO RPT-HDR-STATE
           ELSE
               MOVE WS-PARM-STATE   TO RPT-HDR-STATE
           END-IF
           MOVE WS-PARM-EXPIRY-FROM TO RPT-HDR-FROM
           MOVE WS-PARM-EXPIRY-TO   TO RPT-HDR-TO
           WRITE MASK-REPORT-REC FROM RPT-HEADER-LINE

           OPEN OUTPUT TST-POL-FILE
           MOVE 'TSTPOL' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN OUTPUT TST-CUS-FILE
           MOVE 'TSTCUS' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN OUTPUT TST-COV-FILE
           MOVE 'TSTCOV' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN OUTPUT TST-TRK-FILE
           MOVE 'TSTTRK' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN OUTPUT TST-PAY-FILE
           MOVE 'TSTPAY' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN OUTPUT TST-RNW-FILE
           MOVE 'TSTRNW' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN OUTPUT TST-CAN-FILE
           MOVE 'TSTCAN' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN OUTPUT TST-LH-FILE
           MOVE 'TSTLH' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA

           MOVE WS-PARM-STATE       TO WS-TD-STATE
           MOVE WS-PARM-EXPIRY-FROM TO WS-TD-EXPIRY-FROM
           MOVE WS-PARM-EXPIRY-TO   TO WS-TD-EXPIRY-TO
           MOVE 'SLICE-CNT' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           MOVE WS-TD-CNT-POL TO WS-TBL-SLICE-CNT (1)
           MOVE WS-TD-CNT-CUS TO WS-TBL-SLICE-CNT (2)
           MOVE WS-TD-CNT-COV TO WS-TBL-SLICE-CNT (3)
           MOVE WS-TD-CNT-TRK TO WS-TBL-SLICE-CNT (4)
           MOVE WS-TD-CNT-PAY TO WS-TBL-SLICE-CNT (5)
           MOVE WS-TD-CNT-RNW TO WS-TBL-SLICE-CNT (6)
           MOVE WS-TD-CNT-CAN TO WS-TBL-SLICE-CNT (7)
           MOVE WS-TD-CNT-LH  TO WS-TBL-SLICE-CNT (8).

       0100-CHECK-DATE-PARA.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-DATE-CHECK (1:4) IS NUMERIC
                   AND WS-DATE-CHECK (5:1) = '-'
                   AND WS-DATE-CHECK (6:2) IS NUMERIC
                   AND WS-DATE-CHECK (8:1) = '-'
                   AND WS-DATE-CHECK (9:2) IS NUMERIC
               IF WS-DATE-CHECK (6:2) >= '01'
                       AND WS-DATE-CHECK (6:2) <= '12'
                       AND WS-DATE-CHECK (9:2) >= '01'
                       AND WS-DATE-CHECK (9:2) <= '31'
                   MOVE 'Y' TO WS-DATE-VALID-SW
               END-IF
           END-IF.

       0150-CHECK-OPEN-PARA.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' WS-OPEN-DD ': ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF.

      *    ONE POLICY OF THE SLICE AT A TIME, EACH FOLLOWED BY ALL ITS
      *    CHILD ROWS, TABLE BY TABLE.
       2000-EXTRACT-SLICE-PARA.
           MOVE 'POL-OPEN' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           MOVE 'NO' TO WS-SLICE-EOF-SW
           PERFORM 2100-EXTRACT-POLICY-PARA UNTIL END-OF-SLICE
           MOVE 'POL-CLOSE' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           CLOSE TST-POL-FILE
                 TST-CUS-FILE
                 TST-COV-FILE
                 TST-TRK-FILE
                 TST-PAY-FILE
                 TST-RNW-FILE
                 TST-CAN-FILE
                 TST-LH-FILE.

       2100-EXTRACT-POLICY-PARA.
           MOVE 'POL-FETCH' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           IF WS-TD-SQLCODE = 0
               ADD 1 TO WS-TBL-EXTRACT-CNT (1)
               MOVE WS-TD-ROW TO POLICY-RECORD
               MOVE POLICY-NUMBER TO WS-TD-POLICY-NUMBER
               PERFORM 3000-MASK-POLICY-PARA
               WRITE TST-POL-REC FROM POLICY-RECORD
               PERFORM VARYING WS-TBL-IDX FROM 2 BY 1
                       UNTIL WS-TBL-IDX > 8
                   PERFORM 2200-EXTRACT-CHILDREN-PARA
               END-PERFORM
           ELSE
               MOVE 'YES' TO WS-SLICE-EOF-SW
           END-IF.

       2200-EXTRACT-CHILDREN-PARA.
           MOVE WS-TBL-ID (WS-TBL-IDX) TO WS-TD-TABLE-ID
           MOVE 'CHD-OPEN' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           MOVE 'NO' TO WS-CHILD-EOF-SW
           PERFORM 2210-EXTRACT-CHILD-ROW-PARA UNTIL END-OF-CHILDREN
           MOVE 'CHD-CLOSE' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA.

       2210-EXTRACT-CHILD-ROW-PARA.
           MOVE 'CHD-FETCH' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           IF WS-TD-SQLCODE = 0
               ADD 1 TO WS-TBL-EXTRACT-CNT (WS-TBL-IDX)
               EVALUATE WS-TD-TABLE-ID
                   WHEN 'CUS'
                       MOVE WS-TD-ROW TO WS-CUS-ROW
                       PERFORM 3100-MASK-CUSTOMER-PARA
                       WRITE TST-CUS-REC FROM WS-CUS-ROW
                   WHEN 'COV'
                       WRITE TST-COV-REC FROM WS-TD-ROW
                   WHEN 'TRK'
                       WRITE TST-TRK-REC FROM WS-TD-ROW
                   WHEN 'PAY'
                       WRITE TST-PAY-REC FROM WS-TD-ROW
                   WHEN 'RNW'
                       WRITE TST-RNW-REC FROM WS-TD-ROW
                   WHEN 'CAN'
                       MOVE WS-TD-ROW TO WS-CAN-ROW
                       PERFORM 3200-MASK-CANCEL-PARA
                       WRITE TST-CAN-REC FROM WS-CAN-ROW
                   WHEN 'LH '
                       MOVE WS-TD-ROW TO WS-LH-ROW
                       PERFORM 3300-MASK-LIENHOLDER-PARA
                       WRITE TST-LH-REC FROM WS-LH-ROW
               END-EVALUATE
           ELSE
               MOVE 'YES' TO WS-CHILD-EOF-SW
           END-IF.

      *    THE POLICY HOLDER'S NAME, BENEFICIARY, STREET ADDRESS,
      *    ZIP+4, BIRTH DAY, PHONE AND EMAIL.
       3000-MASK-POLICY-PARA.
           MOVE POLICY-HOLDER-FNAME TO WS-MASK-IN
           PERFORM 4100-MASK-FIRST-NAME-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-FNAME
           MOVE POLICY-HOLDER-MNAME TO WS-MASK-IN
           PERFORM 4200-MASK-INITIAL-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-MNAME
           MOVE POLICY-HOLDER-LNAME TO WS-MASK-IN
           PERFORM 4300-MASK-LAST-NAME-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-LNAME
           MOVE POLICY-BENEF-NAME TO WS-MASK-IN
           PERFORM 4400-MASK-FULL-NAME-PARA
           MOVE WS-MASK-OUT TO POLICY-BENEF-NAME
           MOVE POLICY-HOLDER-ADDR-1 TO WS-MASK-IN
           PERFORM 4500-MASK-STREET-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-ADDR-1
           MOVE POLICY-HOLDER-ADDR-2 TO WS-MASK-IN
           PERFORM 4600-MASK-UNIT-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-ADDR-2
           MOVE SPACES TO POLICY-HOLDER-ZIP-CD (6:5)
           MOVE POLICY-HOLDER-DOB TO WS-MASK-IN
           PERFORM 4700-MASK-BIRTH-DATE-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-DOB
           MOVE POLICY-HOLDER-PHONE TO WS-MASK-IN
           PERFORM 4800-MASK-PHONE-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-PHONE
           MOVE POLICY-HOLDER-EMAIL TO WS-MASK-IN
           PERFORM 4900-MASK-EMAIL-PARA
           MOVE WS-MASK-OUT TO POLICY-HOLDER-EMAIL.

      *    THE MATCH KEYS GO THROUGH THE SAME ROUTINES AS THE POLICY
      *    FIELDS THEY WERE TAKEN FROM, SO THEY STILL AGREE WITH THE
      *    MASKED POLICY ROW.
       3100-MASK-CUSTOMER-PARA.
           COMPUTE WS-ID-WORK = FUNCTION MOD
                   (WS-ID-MULT * WS-CUS-CUSTOMER-ID + WS-ID-ADD,
                    1000000000)
           MOVE WS-ID-WORK TO WS-CUS-CUSTOMER-ID
           COMPUTE WS-ID-WORK = FUNCTION MOD
                   (WS-ID-MULT * WS-CUS-HOUSEHOLD-ID + WS-ID-ADD,
                    1000000000)
           MOVE WS-ID-WORK TO WS-CUS-HOUSEHOLD-ID
           MOVE WS-CUS-MATCH-LNAME TO WS-MASK-IN
           PERFORM 4300-MASK-LAST-NAME-PARA
           MOVE WS-MASK-OUT TO WS-CUS-MATCH-LNAME
           MOVE WS-CUS-MATCH-FNAME TO WS-MASK-IN
           PERFORM 4100-MASK-FIRST-NAME-PARA
           MOVE WS-MASK-OUT TO WS-CUS-MATCH-FNAME
           MOVE WS-CUS-MATCH-ADDR-1 TO WS-MASK-IN
           PERFORM 4500-MASK-STREET-PARA
           MOVE WS-MASK-OUT TO WS-CUS-MATCH-ADDR-1
           MOVE SPACES TO WS-CUS-MATCH-ZIP-CD (6:5).

      *    THE REFUND'S CHECK NUMBER OR ACH TRACE NUMBER.
       3200-MASK-CANCEL-PARA.
           MOVE WS-CAN-REFUND-REF-NO TO WS-MASK-IN
           IF WS-MASK-IN NOT = SPACES
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4960-BUILD-REFUND-REF-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4960-BUILD-REFUND-REF-PARA
               END-IF
               MOVE WS-MASK-OUT TO WS-CAN-REFUND-REF-NO
           END-IF.

      *    THE LENDER'S NAME AND STREET AND THE HOLDER'S LOAN NUMBER;
      *    A PRIVATE LENDER IS A PERSON TOO.
       3300-MASK-LIENHOLDER-PARA.
           MOVE WS-LH-NAME TO WS-MASK-IN
           IF WS-MASK-IN NOT = SPACES
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4970-BUILD-LENDER-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4970-BUILD-LENDER-PARA
               END-IF
               MOVE WS-MASK-OUT TO WS-LH-NAME
           END-IF
           MOVE WS-LH-LOAN-NUMBER TO WS-MASK-IN
           IF WS-MASK-IN NOT = SPACES
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4980-BUILD-LOAN-NUMBER-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4980-BUILD-LOAN-NUMBER-PARA
               END-IF
               MOVE WS-MASK-OUT TO WS-LH-LOAN-NUMBER
           END-IF
           MOVE WS-LH-ADDR-1 TO WS-MASK-IN
           PERFORM 4500-MASK-STREET-PARA
           MOVE WS-MASK-OUT TO WS-LH-ADDR-1.

      *    HASH OF WS-MASK-IN UP TO ITS LAST NON-BLANK, UNDER THE KEY.
       4000-HASH-MASK-IN-PARA.
           MOVE WS-HASH-SEED TO WS-HASH
           MOVE 100 TO WS-MASK-LEN
           PERFORM UNTIL WS-MASK-LEN = 1
                   OR WS-MASK-IN (WS-MASK-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MASK-LEN
           END-PERFORM
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS > WS-MASK-LEN
               COMPUTE WS-HASH = FUNCTION MOD
                       (WS-HASH * 31 + FUNCTION ORD
                        (WS-MASK-IN (WS-MASK-POS:1)), 999999937)
           END-PERFORM.

       4100-MASK-FIRST-NAME-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4110-BUILD-FIRST-NAME-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4110-BUILD-FIRST-NAME-PARA
               END-IF
           END-IF.

       4110-BUILD-FIRST-NAME-PARA.
           COMPUTE WS-PICK-IDX = FUNCTION MOD (WS-HASH, 50) + 1
           MOVE WS-FIRST-NAME (WS-PICK-IDX) TO WS-MASK-OUT.

       4200-MASK-INITIAL-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4210-BUILD-INITIAL-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4210-BUILD-INITIAL-PARA
               END-IF
           END-IF.

       4210-BUILD-INITIAL-PARA.
           COMPUTE WS-PICK-IDX = FUNCTION MOD (WS-HASH, 18) + 1
           MOVE SPACES TO WS-MASK-OUT
           MOVE WS-INITIALS (WS-PICK-IDX:1) TO WS-MASK-OUT (1:1).

       4300-MASK-LAST-NAME-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4310-BUILD-LAST-NAME-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4310-BUILD-LAST-NAME-PARA
               END-IF
           END-IF.

       4310-BUILD-LAST-NAME-PARA.
           COMPUTE WS-PICK-IDX = FUNCTION MOD (WS-HASH, 48) + 1
           MOVE WS-LAST-NAME (WS-PICK-IDX) TO WS-MASK-OUT.

       4400-MASK-FULL-NAME-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4410-BUILD-FULL-NAME-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4410-BUILD-FULL-NAME-PARA
               END-IF
           END-IF.

       4410-BUILD-FULL-NAME-PARA.
           COMPUTE WS-PICK-IDX = FUNCTION MOD (WS-HASH, 50) + 1
           COMPUTE WS-HASH-WORK = WS-HASH / 50
           COMPUTE WS-PICK-IDX2 = FUNCTION MOD (WS-HASH-WORK, 48) + 1
           MOVE SPACES TO WS-MASK-OUT
           STRING WS-FIRST-NAME (WS-PICK-IDX) DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WS-LAST-NAME (WS-PICK-IDX2) DELIMITED BY SPACE
             INTO WS-MASK-OUT
           END-STRING.

       4500-MASK-STREET-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4510-BUILD-STREET-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4510-BUILD-STREET-PARA
               END-IF
           END-IF.

       4510-BUILD-STREET-PARA.
           COMPUTE WS-PICK-IDX = FUNCTION MOD (WS-HASH, 42) + 1
           COMPUTE WS-HASH-WORK = WS-HASH / 42
           COMPUTE WS-HOUSE-NO =
                   FUNCTION MOD (WS-HASH-WORK, 9900) + 100
           MOVE SPACES TO WS-MASK-OUT
           STRING WS-HOUSE-NO               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-STREET (WS-PICK-IDX)   DELIMITED BY '  '
             INTO WS-MASK-OUT
           END-STRING.

       4600-MASK-UNIT-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4610-BUILD-UNIT-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4610-BUILD-UNIT-PARA
               END-IF
           END-IF.

       4610-BUILD-UNIT-PARA.
           COMPUTE WS-UNIT-NO = FUNCTION MOD (WS-HASH, 900) + 100
           MOVE SPACES TO WS-MASK-OUT
           STRING 'APT '     DELIMITED BY SIZE
                  WS-UNIT-NO DELIMITED BY SIZE
             INTO WS-MASK-OUT
           END-STRING.

      *    YYYY-MM-DD KEEPS ITS YEAR AND MONTH; THE DAY BECOMES ONE
      *    OF 01-28 OTHER THAN THE REAL ONE. A BIRTH DATE NOT IN THAT
      *    FORM IS BLANKED.
       4700-MASK-BIRTH-DATE-PARA.
           MOVE WS-MASK-IN TO WS-MASK-OUT
           IF WS-MASK-IN NOT = SPACES
               IF WS-MASK-IN (5:1) = '-'
                       AND WS-MASK-IN (8:1) = '-'
                       AND WS-MASK-IN (9:2) IS NUMERIC
                   PERFORM 4000-HASH-MASK-IN-PARA
                   COMPUTE WS-DOB-DAY = FUNCTION MOD (WS-HASH, 28) + 1
                   IF WS-DOB-DAY = WS-MASK-IN (9:2)
                       COMPUTE WS-DOB-DAY =
                               FUNCTION MOD (WS-HASH + 1, 28) + 1
                   END-IF
                   MOVE WS-DOB-DAY TO WS-MASK-OUT (9:2)
               ELSE
                   MOVE SPACES TO WS-MASK-OUT
               END-IF
           END-IF.

      *    555 EXCHANGE NUMBERS ARE NEVER ASSIGNED TO A SUBSCRIBER.
       4800-MASK-PHONE-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4810-BUILD-PHONE-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4810-BUILD-PHONE-PARA
               END-IF
           END-IF.

       4810-BUILD-PHONE-PARA.
           COMPUTE WS-PHONE-NO = FUNCTION MOD (WS-HASH, 10000000)
           MOVE SPACES TO WS-MASK-OUT
           STRING '555'       DELIMITED BY SIZE
                  WS-PHONE-NO DELIMITED BY SIZE
             INTO WS-MASK-OUT
           END-STRING.

      *    EXAMPLE.COM IS RESERVED - NOTHING SENT TO IT IS DELIVERED,
      *    SO A NOTICE RUN IN THE TEST REGION CANNOT REACH A CUSTOMER.
       4900-MASK-EMAIL-PARA.
           IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-MASK-OUT
           ELSE
               PERFORM 4000-HASH-MASK-IN-PARA
               PERFORM 4910-BUILD-EMAIL-PARA
               IF WS-MASK-OUT = WS-MASK-IN
                   ADD 1 TO WS-HASH
                   PERFORM 4910-BUILD-EMAIL-PARA
               END-IF
           END-IF.

       4910-BUILD-EMAIL-PARA.
           MOVE WS-HASH TO WS-TOKEN-NO
           MOVE SPACES TO WS-MASK-OUT
           STRING 'TST'          DELIMITED BY SIZE
                  WS-TOKEN-NO    DELIMITED BY SIZE
                  '@EXAMPLE.COM' DELIMITED BY SIZE
             INTO WS-MASK-OUT
           END-STRING.

       4960-BUILD-REFUND-REF-PARA.
           MOVE WS-HASH TO WS-TOKEN-NO
           MOVE SPACES TO WS-MASK-OUT
           STRING 'TR'        DELIMITED BY SIZE
                  WS-TOKEN-NO DELIMITED BY SIZE
             INTO WS-MASK-OUT
           END-STRING.

       4970-BUILD-LENDER-PARA.
           COMPUTE WS-LENDER-NO = FUNCTION MOD (WS-HASH, 10000)
           MOVE SPACES TO WS-MASK-OUT
           STRING 'TEST LENDER ' DELIMITED BY SIZE
                  WS-LENDER-NO   DELIMITED BY SIZE
             INTO WS-MASK-OUT
           END-STRING.

       4980-BUILD-LOAN-NUMBER-PARA.
           MOVE WS-HASH TO WS-TOKEN-NO
           MOVE SPACES TO WS-MASK-OUT
           STRING 'TL'        DELIMITED BY SIZE
                  WS-TOKEN-NO DELIMITED BY SIZE
             INTO WS-MASK-OUT
           END-STRING.

      *    THE PROOF: THE SAME CURSORS AGAIN, EACH PRODUCTION ROW
      *    BESIDE THE LOAD-FILE ROW WRITTEN FOR IT. A LOAD FILE THAT
      *    RUNS SHORT, RUNS LONG OR DISAGREES ON THE POLICY NUMBER IS
      *    OUT OF STEP - THE SLICE CHANGED UNDER THE RUN OR THE FILE
      *    IS NOT THE ONE JUST WRITTEN.
       5000-VERIFY-SLICE-PARA.
           MOVE 'VERIFICATION EXCEPTIONS' TO RPT-SECTION-TEXT
           WRITE MASK-REPORT-REC FROM RPT-SECTION-LINE
           OPEN INPUT TST-POL-FILE
           MOVE 'TSTPOL' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN INPUT TST-CUS-FILE
           MOVE 'TSTCUS' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN INPUT TST-COV-FILE
           MOVE 'TSTCOV' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN INPUT TST-TRK-FILE
           MOVE 'TSTTRK' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN INPUT TST-PAY-FILE
           MOVE 'TSTPAY' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN INPUT TST-RNW-FILE
           MOVE 'TSTRNW' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN INPUT TST-CAN-FILE
           MOVE 'TSTCAN' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA
           OPEN INPUT TST-LH-FILE
           MOVE 'TSTLH' TO WS-OPEN-DD
           PERFORM 0150-CHECK-OPEN-PARA

           MOVE 'POL-OPEN' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           MOVE 'NO' TO WS-SLICE-EOF-SW
           PERFORM 5100-VERIFY-POLICY-PARA UNTIL END-OF-SLICE
           MOVE 'POL-CLOSE' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA

           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > 8
               PERFORM 5500-CHECK-LOAD-END-PARA
           END-PERFORM
           CLOSE TST-POL-FILE
                 TST-CUS-FILE
                 TST-COV-FILE
                 TST-TRK-FILE
                 TST-PAY-FILE
                 TST-RNW-FILE
                 TST-CAN-FILE
                 TST-LH-FILE
           IF WS-EXCEPTION-CNT = 0
               MOVE '  NONE' TO RPT-SECTION-TEXT
               WRITE MASK-REPORT-REC FROM RPT-SECTION-LINE
           END-IF.

       5100-VERIFY-POLICY-PARA.
           MOVE 'POL-FETCH' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           IF WS-TD-SQLCODE = 0
               MOVE 1 TO WS-TBL-IDX
               MOVE WS-TD-ROW TO WS-PRD-ROW
               MOVE WS-PRD-ROW (1:10) TO WS-TD-POLICY-NUMBER
               PERFORM 5300-READ-LOAD-ROW-PARA
               PERFORM 5400-COMPARE-ROW-PARA
               PERFORM VARYING WS-TBL-IDX FROM 2 BY 1
                       UNTIL WS-TBL-IDX > 8
                   PERFORM 5200-VERIFY-CHILDREN-PARA
               END-PERFORM
           ELSE
               MOVE 'YES' TO WS-SLICE-EOF-SW
           END-IF.

       5200-VERIFY-CHILDREN-PARA.
           MOVE WS-TBL-ID (WS-TBL-IDX) TO WS-TD-TABLE-ID
           MOVE 'CHD-OPEN' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           MOVE 'NO' TO WS-CHILD-EOF-SW
           PERFORM 5210-VERIFY-CHILD-ROW-PARA UNTIL END-OF-CHILDREN
           MOVE 'CHD-CLOSE' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA.

       5210-VERIFY-CHILD-ROW-PARA.
           MOVE 'CHD-FETCH' TO WS-TD-OPERATION-TYPE
           CALL 'TSTDRVR1' USING TSTDRVR1-AREA
           IF WS-TD-SQLCODE = 0
               MOVE WS-TD-ROW TO WS-PRD-ROW
               PERFORM 5300-READ-LOAD-ROW-PARA
               PERFORM 5400-COMPARE-ROW-PARA
           ELSE
               MOVE 'YES' TO WS-CHILD-EOF-SW
           END-IF.

       5300-READ-LOAD-ROW-PARA.
           MOVE 'NO' TO WS-LOAD-EOF-SW
           MOVE SPACES TO WS-LOAD-ROW
           EVALUATE WS-TBL-IDX
               WHEN 1
                   READ TST-POL-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
               WHEN 2
                   READ TST-CUS-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
               WHEN 3
                   READ TST-COV-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
               WHEN 4
                   READ TST-TRK-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
               WHEN 5
                   READ TST-PAY-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
               WHEN 6
                   READ TST-RNW-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
               WHEN 7
                   READ TST-CAN-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
               WHEN 8
                   READ TST-LH-FILE INTO WS-LOAD-ROW
                       AT END MOVE 'YES' TO WS-LOAD-EOF-SW
                   END-READ
           END-EVALUATE
           IF NOT END-OF-LOAD-FILE
               ADD 1 TO WS-TBL-VERIFY-CNT (WS-TBL-IDX)
           END-IF.

       5400-COMPARE-ROW-PARA.
           MOVE WS-TBL-NAME (WS-TBL-IDX) TO RPT-EXC-TABLE
           MOVE WS-PRD-ROW (1:10)        TO RPT-EXC-POLICY
           IF END-OF-LOAD-FILE
               ADD 1 TO WS-OUT-OF-STEP-CNT
               MOVE SPACES TO RPT-EXC-FIELD
               MOVE '*LOAD FILE SHORT - ROW NOT EXTRACTED'
                                        TO RPT-EXC-TEXT
               PERFORM 5450-WRITE-EXCEPTION-PARA
           ELSE
               IF WS-LOAD-ROW (1:10) NOT = WS-PRD-ROW (1:10)
                   ADD 1 TO WS-OUT-OF-STEP-CNT
                   MOVE SPACES TO RPT-EXC-FIELD
                   MOVE SPACES TO RPT-EXC-TEXT
                   STRING '*OUT OF STEP - LOAD POLICY '
                                         DELIMITED BY SIZE
                          WS-LOAD-ROW (1:10) DELIMITED BY SIZE
                     INTO RPT-EXC-TEXT
                   END-STRING
                   PERFORM 5450-WRITE-EXCEPTION-PARA
               ELSE
                   PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                           UNTIL WS-FLD-IDX > 20
                       IF WS-FLD-TABLE-ID (WS-FLD-IDX) =
                               WS-TBL-ID (WS-TBL-IDX)
                           PERFORM 5410-COMPARE-FIELD-PARA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       5410-COMPARE-FIELD-PARA.
           MOVE WS-FLD-OFFSET (WS-FLD-IDX) TO WS-FLD-OFF
           MOVE WS-FLD-LENGTH (WS-FLD-IDX) TO WS-FLD-LEN
           IF WS-FLD-BINARY (WS-FLD-IDX)
                   OR WS-PRD-ROW (WS-FLD-OFF:WS-FLD-LEN) NOT = SPACES
               ADD 1 TO WS-FLD-COMPARED-CNT (WS-FLD-IDX)
               IF WS-LOAD-ROW (WS-FLD-OFF:WS-FLD-LEN) =
                       WS-PRD-ROW (WS-FLD-OFF:WS-FLD-LEN)
                   ADD 1 TO WS-FLD-UNMASKED-CNT (WS-FLD-IDX)
                   ADD 1 TO WS-UNMASKED-TOTAL
                   MOVE WS-FLD-NAME (WS-FLD-IDX) TO RPT-EXC-FIELD
                   MOVE '*PRODUCTION VALUE NOT MASKED'
                                        TO RPT-EXC-TEXT
                   PERFORM 5450-WRITE-EXCEPTION-PARA
               END-IF
           END-IF.

       5450-WRITE-EXCEPTION-PARA.
           ADD 1 TO WS-EXCEPTION-CNT
           WRITE MASK-REPORT-REC FROM RPT-EXCEPT-LINE.

      *    ANY ROW LEFT ON A LOAD FILE AFTER THE SECOND PASS HAS NO
      *    PRODUCTION ROW BESIDE IT.
       5500-CHECK-LOAD-END-PARA.
           PERFORM 5300-READ-LOAD-ROW-PARA
           PERFORM UNTIL END-OF-LOAD-FILE
               ADD 1 TO WS-OUT-OF-STEP-CNT
               MOVE WS-TBL-NAME (WS-TBL-IDX) TO RPT-EXC-TABLE
               MOVE WS-LOAD-ROW (1:10)       TO RPT-EXC-POLICY
               MOVE SPACES                   TO RPT-EXC-FIELD
               MOVE '*LOAD FILE LONG - ROW NOT IN SLICE'
                                             TO RPT-EXC-TEXT
               PERFORM 5450-WRITE-EXCEPTION-PARA
               PERFORM 5300-READ-LOAD-ROW-PARA
           END-PERFORM.

       9000-FINALIZE-PARA.
           MOVE SPACES TO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           MOVE 'ROW COUNTS - SLICE = EXTRACTED = READ BACK'
                                        TO RPT-SECTION-TEXT
           WRITE MASK-REPORT-REC FROM RPT-SECTION-LINE
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > 8
               PERFORM 9100-TABLE-LINE-PARA
           END-PERFORM

           MOVE SPACES TO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           MOVE 'PERSONAL FIELDS - NON-BLANK PRODUCTION VALUES COMPARED'
                                        TO RPT-SECTION-TEXT
           WRITE MASK-REPORT-REC FROM RPT-SECTION-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 20
               PERFORM 9200-FIELD-LINE-PARA
           END-PERFORM

           MOVE SPACES TO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           MOVE 'ROWS EXTRACTED'                   TO RPT-TOT-LABEL
           MOVE WS-EXTRACT-TOTAL                   TO RPT-TOT-CNT
           WRITE MASK-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ROWS OUT OF STEP'                 TO RPT-TOT-LABEL
           MOVE WS-OUT-OF-STEP-CNT                 TO RPT-TOT-CNT
           WRITE MASK-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'VALUES LEFT UNMASKED'             TO RPT-TOT-LABEL
           MOVE WS-UNMASKED-TOTAL                  TO RPT-TOT-CNT
           WRITE MASK-REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-OUT-OF-STEP-CNT > 0
               MOVE 'NO' TO WS-BALANCED-SW
           END-IF
           IF WS-UNMASKED-TOTAL = 0 AND COUNTS-BALANCED
               MOVE 'NO UNMASKED VALUE REMAINS - LOAD FILES RELEASED'
                                        TO RPT-SECTION-TEXT
           ELSE
               MOVE '*LOAD FILES NOT FIT FOR THE TEST REGION'
                                        TO RPT-SECTION-TEXT
           END-IF
           WRITE MASK-REPORT-REC FROM RPT-SECTION-LINE
           CLOSE MASK-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'TSTEXT1'       TO OPS-JOB-NAME
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
               MOVE WS-EXTRACT-TOTAL TO OPS-RECORD-CNT
               COMPUTE OPS-ERROR-CNT =
                       WS-UNMASKED-TOTAL + WS-OUT-OF-STEP-CNT
               IF WS-UNMASKED-TOTAL = 0 AND COUNTS-BALANCED
                   SET OPS-STATUS-OK TO TRUE
               ELSE
                   SET OPS-STATUS-ERROR TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'TSTEXT1: ROWS EXTRACTED: ' WS-EXTRACT-TOTAL
                   '  UNMASKED: ' WS-UNMASKED-TOTAL
                   '  OUT OF STEP: ' WS-OUT-OF-STEP-CNT
           IF WS-UNMASKED-TOTAL > 0 OR NOT COUNTS-BALANCED
               DISPLAY 'TSTEXT1 MASK NOT PROVEN - SEE TSTMSKRP'
               CALL 'ABEND'
           END-IF.

       9100-TABLE-LINE-PARA.
           ADD WS-TBL-EXTRACT-CNT (WS-TBL-IDX) TO WS-EXTRACT-TOTAL
           MOVE WS-TBL-NAME (WS-TBL-IDX)        TO RPT-TBL-NAME
           MOVE WS-TBL-SLICE-CNT (WS-TBL-IDX)   TO RPT-TBL-SLICE
           MOVE WS-TBL-EXTRACT-CNT (WS-TBL-IDX) TO RPT-TBL-EXTRACTED
           MOVE WS-TBL-VERIFY-CNT (WS-TBL-IDX)  TO RPT-TBL-VERIFIED
           IF WS-TBL-SLICE-CNT (WS-TBL-IDX) =
                   WS-TBL-EXTRACT-CNT (WS-TBL-IDX)
                   AND WS-TBL-EXTRACT-CNT (WS-TBL-IDX) =
                       WS-TBL-VERIFY-CNT (WS-TBL-IDX)
               MOVE 'IN BALANCE' TO RPT-TBL-NOTE
           ELSE
               MOVE '*OUT OF BALANCE' TO RPT-TBL-NOTE
               MOVE 'NO' TO WS-BALANCED-SW
           END-IF
           WRITE MASK-REPORT-REC FROM RPT-TABLE-LINE.

       9200-FIELD-LINE-PARA.
           MOVE WS-FLD-TABLE-ID (WS-FLD-IDX) TO RPT-FLD-TABLE
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > 8
               IF WS-TBL-ID (WS-TBL-IDX) = WS-FLD-TABLE-ID (WS-FLD-IDX)
                   MOVE WS-TBL-NAME (WS-TBL-IDX) TO RPT-FLD-TABLE
               END-IF
           END-PERFORM
           MOVE WS-FLD-NAME (WS-FLD-IDX)         TO RPT-FLD-NAME
           MOVE WS-FLD-COMPARED-CNT (WS-FLD-IDX) TO RPT-FLD-COMPARED
           MOVE WS-FLD-UNMASKED-CNT (WS-FLD-IDX) TO RPT-FLD-UNMASKED
           IF WS-FLD-UNMASKED-CNT (WS-FLD-IDX) = 0
               MOVE 'ALL MASKED' TO RPT-FLD-NOTE
           ELSE
               MOVE '*UNMASKED' TO RPT-FLD-NOTE
           END-IF
           WRITE MASK-REPORT-REC FROM RPT-FIELD-LINE.

       END PROGRAM TSTEXT1.
