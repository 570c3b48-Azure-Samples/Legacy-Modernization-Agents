       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBINTK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO 'NBAPPLIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-NOTIFY-FILE ASSIGN TO 'CUSTFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT INTAKE-REPORT ASSIGN TO 'NBINTKRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INTAKE-REJECT ASSIGN TO 'NBINTKRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    BOUND APPLICATIONS FROM THE QUOTING FRONT END, ONE PER NEW
      *    POLICY. THE FRONT END ASSIGNS THE POLICY NUMBER AT BIND;
      *    DATES ARE MM/DD/YYYY. UP TO FOUR COVERAGE TYPES, EACH
      *    WRITTEN TO TCOVERAG FOR THE FULL FIRST TERM. A BLANK
      *    PAYMENT FREQUENCY IS ANNUAL, A BLANK PAYMENT METHOD MANUAL
      *    AND A BLANK LANGUAGE THE RUN LANGUAGE.
       FD  APPLICATION-FILE.
       01  APPLICATION-REC.
           05  NBA-POLICY-NUMBER         PIC X(10).
           05  NBA-HOLDER-FNAME          PIC X(35).
           05  NBA-HOLDER-MNAME          PIC X(1).
           05  NBA-HOLDER-LNAME          PIC X(35).
           05  NBA-HOLDER-DOB            PIC X(10).
           05  NBA-HOLDER-GENDER         PIC X(8).
           05  NBA-HOLDER-PHONE          PIC X(10).
           05  NBA-HOLDER-EMAIL          PIC X(30).
           05  NBA-HOLDER-ADDR-1         PIC X(100).
           05  NBA-HOLDER-ADDR-2         PIC X(100).
           05  NBA-HOLDER-CITY           PIC X(30).
           05  NBA-HOLDER-STATE          PIC X(2).
           05  NBA-HOLDER-ZIP-CD         PIC X(10).
           05  NBA-BENEF-NAME            PIC X(60).
           05  NBA-BENEF-RELATION        PIC X(15).
           05  NBA-POLICY-TYPE           PIC X(10).
           05  NBA-START-DATE            PIC X(10).
           05  NBA-EXPIRY-DATE           PIC X(10).
           05  NBA-PREMIUM-AMOUNT        PIC 9(5)V9(2).
           05  NBA-COVERAGE-AMOUNT       PIC 9(8)V9(2).
           05  NBA-PAYMENT-FREQ          PIC X(10).
           05  NBA-PAYMENT-METHOD        PIC X(8).
           05  NBA-DISCOUNT-CODE         PIC X(10).
           05  NBA-AGENT-CODE            PIC X(10).
           05  NBA-UNDERWRITER           PIC X(50).
           05  NBA-CONTACT-PREF          PIC X(1).
           05  NBA-PREF-LANGUAGE         PIC X(2).
           05  NBA-COV-TYPE              PIC X(10) OCCURS 4 TIMES.
           05  FILLER                    PIC X(66).

      *    THE WELCOME NOTICE RIDES THE CUSTFLE/LTRCOMP1 PRINT-IMAGE
      *    PIPELINE LIKE THE OTHER NOTICE RUNS.
       FD  CUSTOMER-NOTIFY-FILE.
       01  CUSTOMER-NOTIFY-RECORD.
           COPY CUSTNTFY.

       FD  INTAKE-REPORT.
       01  INTAKE-REPORT-REC             PIC X(132).

      *    REJECTED APPLICATIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO THE FRONT END CAN CORRECT AND RESUBMIT THEM AS-IS.
      *    THE REASONS ARE ON THE REPORT.
       FD  INTAKE-REJECT.
       01  INTAKE-REJECT-REC             PIC X(700).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-APPLICATIONS       VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-RUN-LANGUAGE               PIC X(2) VALUE 'EN'.
       01  WS-POLICY-LANGUAGE            PIC X(2) VALUE 'EN'.

       01  WS-READ-CNT                   PIC 9(7) VALUE 0.
       01  WS-ISSUED-CNT                 PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-COVERAGE-CNT               PIC 9(7) VALUE 0.
       01  WS-NEW-CUSTOMER-CNT           PIC 9(7) VALUE 0.
       01  WS-NEW-HOUSEHOLD-CNT          PIC 9(7) VALUE 0.
       01  WS-LEAD-CONVERTED-CNT         PIC 9(7) VALUE 0.
       01  WS-LETTER-CNT                 PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

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

      *    YYYYMMDD COMPARE FIELDS FOR THE TERM, THE HOLDER'S BIRTH
      *    DATE AND THE AGENT'S CONTRACT END DATE.
       01  WS-CMP-START-YMD.
           05  WS-CMP-START-YYYY         PIC 9(4).
           05  WS-CMP-START-MM           PIC 9(2).
           05  WS-CMP-START-DD           PIC 9(2).
       01  WS-CMP-EXPIRY-YMD.
           05  WS-CMP-EXP-YYYY           PIC 9(4).
           05  WS-CMP-EXP-MM             PIC 9(2).
           05  WS-CMP-EXP-DD             PIC 9(2).
       01  WS-CMP-DOB-YMD.
           05  WS-CMP-DOB-YYYY           PIC 9(4).
           05  WS-CMP-DOB-MM             PIC 9(2).
           05  WS-CMP-DOB-DD             PIC 9(2).
       01  WS-CMP-AGT-END-YMD.
           05  WS-CMP-AGT-END-YYYY       PIC 9(4).
           05  WS-CMP-AGT-END-MM         PIC 9(2).
           05  WS-CMP-AGT-END-DD         PIC 9(2).

       01  WS-COV-IDX                    PIC 9(2) VALUE 0.
       01  WS-COV-SCAN                   PIC 9(2) VALUE 0.
       01  WS-COV-GIVEN-CNT              PIC 9(2) VALUE 0.

      *    THE APPLICATION AS IT WILL BE ISSUED - THE ADDRESS AFTER
      *    STANDARDIZATION AND THE DEFAULTS FILLED IN. THE INPUT
      *    RECORD ITSELF IS LEFT AS RECEIVED FOR THE REJECT FILE.
       01  WS-ISSUE-FIELDS.
           05  WS-NB-ADDR-1              PIC X(100).
           05  WS-NB-ADDR-2              PIC X(100).
           05  WS-NB-CITY                PIC X(30).
           05  WS-NB-STATE               PIC X(2).
           05  WS-NB-ZIP-CD              PIC X(10).
           05  WS-NB-PAYMENT-FREQ        PIC X(10).
           05  WS-NB-PAYMENT-METHOD      PIC X(8).
           05  WS-NB-PREF-LANGUAGE       PIC X(2).
           05  WS-NB-AGENT-NAME          PIC X(45).
           05  WS-NB-CUSTOMER-ID         PIC 9(9).
           05  WS-NB-HOUSEHOLD-ID        PIC 9(9).

      *    RUNNING ID COUNTERS FOR THE CUSTOMER MASTER, SEEDED FROM
      *    THE TABLE'S CURRENT MAXIMA THE WAY CUSTMST1 SEEDS THEM, SO
      *    A HOLDER NEW TO US EXTENDS THE SERIES. A HOLDER ALREADY ON
      *    TCUSTMST (SAME NAME, STREET AND ZIP) KEEPS THEIR IDS.
       01  WS-NEXT-CUSTOMER-ID           PIC 9(9) VALUE 0.
       01  WS-NEXT-HOUSEHOLD-ID          PIC 9(9) VALUE 0.

      *    POSTAL REFERENCE DATA (TPOSTZIP / TPOSTSUF / TPOSTSEC),
      *    LOADED ONCE AS MAINPGM 0075 LOADS IT. THE APPLICATION
      *    ADDRESS IS STANDARDIZED AND GRADED THE SAME WAY THE NOTICE
      *    ADDRESS IS (SEE MAINPGM 3055), BUT HERE A GRADE THAT WOULD
      *    STOP OR MIS-ROUTE MAIL IS A REJECT: F (ZIP UNUSABLE) AND C
      *    (ZIP INCONSISTENT WITH THE STATE). B - A STATE WITH NO
      *    RANGE ON FILE - IS ACCEPTED AS UNVERIFIABLE.
       01  WS-SUFFIX-TABLE.
           05 WS-SUFFIX-ENTRY OCCURS 200 TIMES.
              10 WS-SUFFIX-LONG          PIC X(10).
              10 WS-SUFFIX-ABBR          PIC X(4).
       01  WS-SUFFIX-CNT                 PIC 9(3) VALUE 0.

       01  WS-ZIP3-TABLE.
           05 WS-ZIP3-ENTRY OCCURS 500 TIMES.
              10 WS-ZIP3-STATE           PIC X(2).
              10 WS-ZIP3-LOW             PIC 9(3).
              10 WS-ZIP3-HIGH            PIC 9(3).
       01  WS-ZIP3-CNT                   PIC 9(3) VALUE 0.

       01  WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 30 TIMES.
              10 WS-UNIT-LONG            PIC X(15).
              10 WS-UNIT-LEN             PIC 9(2).
              10 WS-UNIT-ABBR            PIC X(4).
       01  WS-UNIT-CNT                   PIC 9(2) VALUE 0.
       01  WS-UNIT-IDX                   PIC 9(2) VALUE 0.
       01  WS-UNIT-SCAN                  PIC 9(2) VALUE 0.

       01  PSTDRVR1-AREA.
           10  WS-PZ-OPERATION-TYPE        PIC X(10).
           10  WS-PZ-ZIP-STATE             PIC X(2).
           10  WS-PZ-ZIP3-LOW              PIC X(3).
           10  WS-PZ-ZIP3-HIGH             PIC X(3).
           10  WS-PZ-SUFFIX-LONG           PIC X(10).
           10  WS-PZ-SUFFIX-ABBR           PIC X(4).
           10  WS-PZ-UNIT-LONG             PIC X(15).
           10  WS-PZ-UNIT-ABBR             PIC X(4).
           10  WS-PZ-SQLCODE               PIC S9(9) COMP.
           10  WS-PZ-OUT-ZIP-STATE         PIC X(2).
           10  WS-PZ-OUT-ZIP3-LOW          PIC X(3).
           10  WS-PZ-OUT-ZIP3-HIGH         PIC X(3).
           10  WS-PZ-OUT-SUFFIX-LONG       PIC X(10).
           10  WS-PZ-OUT-SUFFIX-ABBR       PIC X(4).
           10  WS-PZ-OUT-UNIT-LONG         PIC X(15).
           10  WS-PZ-OUT-UNIT-ABBR         PIC X(4).
       01  WS-PST-EOF-SW                   PIC X(3) VALUE 'NO'.
           88  POSTAL-FETCH-DONE           VALUE 'YES'.

       01  WS-ADDR-GRADE                 PIC X(1) VALUE SPACE.
       01  WS-STD-WORK.
           05  WS-STD-END                PIC 9(3) VALUE 0.
           05  WS-STD-START              PIC 9(3) VALUE 0.
           05  WS-STD-IDX                PIC 9(3) VALUE 0.
           05  WS-STD-WORD               PIC X(10).
           05  WS-STD-WORD-LEN           PIC 9(3) VALUE 0.
           05  WS-STD-ZIP5               PIC X(5).
           05  WS-STD-ZIP3               PIC 9(3).
           05  WS-STD-ZIP-OK-SW          PIC X(3).
               88  STD-ZIP-VERIFIED      VALUE 'YES'.
           05  WS-STD-STATE-SEEN-SW      PIC X(3).
               88  STD-STATE-IN-TABLE    VALUE 'YES'.
           05  WS-STD-UNIT-REST          PIC X(84).

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

       01  LICDRVR1-AREA.
           10  WS-LC-OPERATION-TYPE        PIC X(10).
           10  WS-LC-PROCESS-DATE          PIC X(10).
           10  WS-LC-HORIZON-DAYS          PIC S9(4) COMP.
           10  WS-LC-AGENT-CODE            PIC X(10).
           10  WS-LC-STATE                 PIC X(2).
           10  WS-LC-LINE                  PIC X(50).
           10  WS-LC-LICENSE-NO            PIC X(15).
           10  WS-LC-EFF-DATE              PIC X(10).
           10  WS-LC-EXP-DATE              PIC X(10).
           10  WS-LC-SQLCODE               PIC S9(9) COMP.
           10  WS-LC-OUT-AGENT-CODE        PIC X(10).
           10  WS-LC-OUT-STATE             PIC X(2).
           10  WS-LC-OUT-LINE              PIC X(50).
           10  WS-LC-OUT-LICENSE-NO        PIC X(15).
           10  WS-LC-OUT-EFF-DATE          PIC X(10).
           10  WS-LC-OUT-EXP-DATE          PIC X(10).

       01  UWEDRVR1-AREA.
           10  WS-UW-OPERATION-TYPE        PIC X(10).
           10  WS-UW-ENTITY                PIC X(50).
           10  WS-UW-NAME                  PIC X(60).
           10  WS-UW-ADDR-LINE             PIC X(60).
           10  WS-UW-PHONE                 PIC X(15).
           10  WS-UW-FOOTER                PIC X(100).
           10  WS-UW-SQLCODE               PIC S9(9) COMP.
           10  WS-UW-OUT-ENTITY            PIC X(50).
           10  WS-UW-OUT-NAME              PIC X(60).
           10  WS-UW-OUT-ADDR-LINE         PIC X(60).
           10  WS-UW-OUT-PHONE             PIC X(15).
           10  WS-UW-OUT-FOOTER            PIC X(100).

       01  NBIDRVR1-AREA.
           10  WS-NB-OPERATION-TYPE        PIC X(10).
           10  WS-NB-POLICY-NUMBER         PIC X(10).
           10  WS-NB-HOLDER-FNAME          PIC X(35).
           10  WS-NB-HOLDER-MNAME          PIC X(1).
           10  WS-NB-HOLDER-LNAME          PIC X(35).
           10  WS-NB-BENEF-NAME            PIC X(60).
           10  WS-NB-BENEF-RELATION        PIC X(15).
           10  WS-NB-HOLDER-ADDR-1         PIC X(100).
           10  WS-NB-HOLDER-ADDR-2         PIC X(100).
           10  WS-NB-HOLDER-CITY           PIC X(30).
           10  WS-NB-HOLDER-STATE          PIC X(2).
           10  WS-NB-HOLDER-ZIP-CD         PIC X(10).
           10  WS-NB-HOLDER-DOB            PIC X(10).
           10  WS-NB-HOLDER-GENDER         PIC X(8).
           10  WS-NB-HOLDER-PHONE          PIC X(10).
           10  WS-NB-HOLDER-EMAIL          PIC X(30).
           10  WS-NB-POL-PAYMENT-FREQ      PIC X(10).
           10  WS-NB-POL-PAYMENT-METHOD    PIC X(8).
           10  WS-NB-UNDERWRITER           PIC X(50).
           10  WS-NB-DISCOUNT-CODE         PIC X(10).
           10  WS-NB-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-NB-COVERAGE-AMOUNT       PIC S9(8)V9(2) COMP-3.
           10  WS-NB-POLICY-TYPE           PIC X(50).
           10  WS-NB-START-DATE            PIC X(10).
           10  WS-NB-EXPIRY-DATE           PIC X(10).
           10  WS-NB-AGENT-CODE            PIC X(10).
           10  WS-NB-CONTACT-PREF          PIC X(1).
           10  WS-NB-POL-PREF-LANGUAGE     PIC X(2).
           10  WS-NB-SQLCODE               PIC S9(9) COMP.

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

       01  CMDRVR1-AREA.
           10  WS-CM-OPERATION-TYPE        PIC X(10).
           10  WS-CM-POLICY-NUMBER         PIC X(10).
           10  WS-CM-CUSTOMER-ID           PIC S9(9) COMP.
           10  WS-CM-HOUSEHOLD-ID          PIC S9(9) COMP.
           10  WS-CM-MATCH-LNAME           PIC X(35).
           10  WS-CM-MATCH-FNAME           PIC X(35).
           10  WS-CM-MATCH-ADDR-1          PIC X(100).
           10  WS-CM-MATCH-ZIP-CD          PIC X(10).
           10  WS-CM-SQLCODE               PIC S9(9) COMP.
           10  WS-CM-SC-POLICY-NUMBER      PIC X(10).
           10  WS-CM-SC-HOLDER-FNAME       PIC X(35).
           10  WS-CM-SC-HOLDER-LNAME       PIC X(35).
           10  WS-CM-SC-HOLDER-ADDR-1      PIC X(100).
           10  WS-CM-SC-HOLDER-ZIP-CD      PIC X(10).
           10  WS-CM-OUT-CUSTOMER-ID       PIC S9(9) COMP.
           10  WS-CM-OUT-HOUSEHOLD-ID      PIC S9(9) COMP.
           10  WS-CM-OUT-MAX-CUSTOMER-ID   PIC S9(9) COMP.
           10  WS-CM-OUT-MAX-HOUSEHOLD-ID  PIC S9(9) COMP.
           10  WS-CM-OUT-HH-POLICY-CNT     PIC S9(9) COMP.

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

       01  DBDRIVR2-AREA.
           10  WS-DBDRIVR2-OPERATION-TYPE  PIC X(10).
           10  WS-DBDRIVR2-PROCESS-DATE    PIC X(10).
           10  WS-DBDRIVR2-POLICY-NUMBER   PIC X(10).
           10  WS-DBDRIVR2-NOTIFY-TIER     PIC X(3).
           10  WS-DBDRIVR2-RECIPIENT-TYPE  PIC X(10).
           10  WS-DBDRIVR2-CHANNEL         PIC X(10).
           10  WS-DBDRIVR2-SQLCODE         PIC S9(9) COMP.
           10  WS-DBDRIVR2-ALREADY-TRACKED PIC X(1).
               88 ALREADY-TRACKED          VALUE 'Y'.

       01  DBDRIVR3-AREA.
           10  WS-DBDRIVR3-OPERATION-TYPE  PIC X(10).
           10  WS-DBDRIVR3-POLICY-TYPE     PIC X(50).
           10  WS-DBDRIVR3-LANGUAGE        PIC X(2).
           10  WS-DBDRIVR3-RECIPIENT       PIC X(10).
           10  WS-DBDRIVR3-SQLCODE         PIC S9(9) COMP.
           10  WS-DBDRIVR3-MSG-TEXT        PIC X(100).

       01  XSLDRVR1-AREA.
           10  WS-XS-OPERATION-TYPE        PIC X(10).
           10  WS-XS-PROCESS-DATE          PIC X(10).
           10  WS-XS-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-XS-HOUSEHOLD-ID          PIC S9(9) COMP.
           10  WS-XS-GAP-TYPE              PIC X(50).
           10  WS-XS-AGENT-CODE            PIC X(10).
           10  WS-XS-CONTACT-POLICY        PIC X(10).
           10  WS-XS-POLICY-NUMBER         PIC X(10).
           10  WS-XS-SQLCODE               PIC S9(9) COMP.
           10  WS-XS-LEAD-RESULT           PIC X(1).
           10  WS-XS-ROW-CNT               PIC S9(9) COMP.
           10  WS-XS-OUT-HOUSEHOLD-ID      PIC S9(9) COMP.
           10  WS-XS-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-XS-OUT-POLICY-TYPE       PIC X(50).
           10  WS-XS-OUT-AGENT-CODE        PIC X(10).
           10  WS-XS-OUT-EXCLUDE-REASON    PIC X(1).
           10  WS-XS-OUT-GAP-TYPE          PIC X(50).
           10  WS-XS-OUT-FIRST-LEAD-DATE   PIC X(10).
           10  WS-XS-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-XS-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-XS-OUT-HOLDER-ADDR-1     PIC X(100).
           10  WS-XS-OUT-HOLDER-ADDR-2     PIC X(100).
           10  WS-XS-OUT-HOLDER-CITY       PIC X(30).
           10  WS-XS-OUT-HOLDER-STATE      PIC X(2).
           10  WS-XS-OUT-HOLDER-ZIP-CD     PIC X(10).
           10  WS-XS-OUT-HOLDER-PHONE      PIC X(10).
           10  WS-XS-OUT-HOLDER-EMAIL      PIC X(30).
           10  WS-XS-OUT-CONTACT-PREF      PIC X(1).
           10  WS-XS-OUT-PREF-LANGUAGE     PIC X(2).
           10  WS-XS-OUT-CONVERT-POLICY    PIC X(10).
           10  WS-XS-OUT-CONVERT-DATE      PIC X(10).
           10  WS-XS-OUT-LEAD-CNT          PIC S9(9) COMP.
           10  WS-XS-OUT-OPEN-CNT          PIC S9(9) COMP.
           10  WS-XS-OUT-CONVERTED-CNT     PIC S9(9) COMP.
           10  WS-XS-OUT-PERIOD-CONV-CNT   PIC S9(9) COMP.
           10  WS-XS-OUT-CLOSED-CNT        PIC S9(9) COMP.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(36)
               VALUE 'NEW-BUSINESS APPLICATION INTAKE -  '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(86) VALUE SPACES.

       01  RPT-FIELD-ERR-LINE.
           05  FILLER                    PIC X(8)  VALUE '  FIELD:'.
           05  RPT-FLD-NAME              PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-REASON            PIC X(40).
           05  FILLER                    PIC X(70) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'TYPE: '.
           05  RPT-RES-POLICY-TYPE       PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'AGENT: '.
           05  RPT-RES-AGENT-CODE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'GRADE: '.
           05  RPT-RES-GRADE             PIC X(1).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(45).
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-APPLICATIONS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT  APPLICATION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPLICATION-FILE: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT INTAKE-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTAKE-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT INTAKE-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTAKE-REJECT: '
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

           MOVE 'NBINTK1' TO WS-FLEDIVR1-CALLER-JOB
           MOVE 'NBINTK1' TO WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN'    TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           PERFORM 0075-LOAD-POSTAL-REFERENCE

           MOVE 'MAXIDS' TO WS-CM-OPERATION-TYPE
           CALL 'CMDRVR1' USING CMDRVR1-AREA
           MOVE WS-CM-OUT-MAX-CUSTOMER-ID  TO WS-NEXT-CUSTOMER-ID
           MOVE WS-CM-OUT-MAX-HOUSEHOLD-ID TO WS-NEXT-HOUSEHOLD-ID

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE INTAKE-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-APPLICATION-PARA.

       0075-LOAD-POSTAL-REFERENCE.
           MOVE 'ZIP-OPEN' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA
           MOVE 'NO' TO WS-PST-EOF-SW
           PERFORM 0076-LOAD-ONE-ZIP UNTIL POSTAL-FETCH-DONE
           MOVE 'ZIP-CLOSE' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA

           MOVE 'SUF-OPEN' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA
           MOVE 'NO' TO WS-PST-EOF-SW
           PERFORM 0077-LOAD-ONE-SUFFIX UNTIL POSTAL-FETCH-DONE
           MOVE 'SUF-CLOSE' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA

           MOVE 'SEC-OPEN' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA
           MOVE 'NO' TO WS-PST-EOF-SW
           PERFORM 0078-LOAD-ONE-UNIT UNTIL POSTAL-FETCH-DONE
           MOVE 'SEC-CLOSE' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA

           DISPLAY 'NBINTK1: POSTAL REFERENCE - ZIP RANGES '
                   WS-ZIP3-CNT ' SUFFIXES ' WS-SUFFIX-CNT
                   ' UNIT DESIGNATORS ' WS-UNIT-CNT.

       0076-LOAD-ONE-ZIP.
           MOVE 'ZIP-FETCH' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA
           EVALUATE TRUE
               WHEN WS-PZ-SQLCODE = 100
                   SET POSTAL-FETCH-DONE TO TRUE
               WHEN WS-ZIP3-CNT >= 500
                   DISPLAY '*** ZIP3 REFERENCE TABLE FULL (500) - '
                           'RUN STOPPED ***'
                   CALL 'ABEND'
               WHEN WS-PZ-OUT-ZIP3-LOW NOT NUMERIC
                       OR WS-PZ-OUT-ZIP3-HIGH NOT NUMERIC
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ZIP3-CNT
                   MOVE WS-PZ-OUT-ZIP-STATE
                       TO WS-ZIP3-STATE (WS-ZIP3-CNT)
                   MOVE WS-PZ-OUT-ZIP3-LOW
                       TO WS-ZIP3-LOW (WS-ZIP3-CNT)
                   MOVE WS-PZ-OUT-ZIP3-HIGH
                       TO WS-ZIP3-HIGH (WS-ZIP3-CNT)
           END-EVALUATE.

       0077-LOAD-ONE-SUFFIX.
           MOVE 'SUF-FETCH' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA
           EVALUATE TRUE
               WHEN WS-PZ-SQLCODE = 100
                   SET POSTAL-FETCH-DONE TO TRUE
               WHEN WS-SUFFIX-CNT >= 200
                   DISPLAY '*** SUFFIX REFERENCE TABLE FULL (200) - '
                           'RUN STOPPED ***'
                   CALL 'ABEND'
               WHEN OTHER
                   ADD 1 TO WS-SUFFIX-CNT
                   MOVE WS-PZ-OUT-SUFFIX-LONG
                       TO WS-SUFFIX-LONG (WS-SUFFIX-CNT)
                   MOVE WS-PZ-OUT-SUFFIX-ABBR
                       TO WS-SUFFIX-ABBR (WS-SUFFIX-CNT)
           END-EVALUATE.

       0078-LOAD-ONE-UNIT.
           MOVE 'SEC-FETCH' TO WS-PZ-OPERATION-TYPE
           CALL 'PSTDRVR1' USING PSTDRVR1-AREA
           EVALUATE TRUE
               WHEN WS-PZ-SQLCODE = 100
                   SET POSTAL-FETCH-DONE TO TRUE
               WHEN WS-UNIT-CNT >= 30
                   DISPLAY '*** UNIT DESIGNATOR TABLE FULL (30) - '
                           'RUN STOPPED ***'
                   CALL 'ABEND'
               WHEN OTHER
                   ADD 1 TO WS-UNIT-CNT
                   MOVE WS-PZ-OUT-UNIT-LONG
                       TO WS-UNIT-LONG (WS-UNIT-CNT)
                   MOVE WS-PZ-OUT-UNIT-ABBR
                       TO WS-UNIT-ABBR (WS-UNIT-CNT)
                   MOVE 0 TO WS-UNIT-LEN (WS-UNIT-CNT)
                   PERFORM VARYING WS-UNIT-SCAN FROM 15 BY -1
                             UNTIL WS-UNIT-SCAN < 1
                       IF WS-PZ-OUT-UNIT-LONG (WS-UNIT-SCAN : 1)
                               NOT = SPACE
                           AND WS-UNIT-LEN (WS-UNIT-CNT) = 0
                           MOVE WS-UNIT-SCAN
                               TO WS-UNIT-LEN (WS-UNIT-CNT)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *    EACH APPLICATION IS FIELD-CHECKED FIRST (EVERY BAD FIELD IS
      *    LISTED, NOT JUST THE FIRST), THEN CHECKED AGAINST THE
      *    REFERENCE DATA - ADDRESS, AGENT, UNDERWRITER, POLICY NUMBER
      *    - AND ONLY THEN ISSUED, SO A REJECT NEVER LEAVES A PARTIAL
      *    POLICY BEHIND.
       2000-PROCESS-PARA.
           ADD 1 TO WS-READ-CNT
           MOVE NBA-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE NBA-POLICY-TYPE   TO RPT-RES-POLICY-TYPE
           MOVE NBA-AGENT-CODE    TO RPT-RES-AGENT-CODE
           MOVE SPACE             TO RPT-RES-GRADE
                                     WS-ADDR-GRADE
           MOVE SPACES            TO RPT-RES-RESULT
           MOVE 'YES'             TO WS-TRANS-VALID-SW

           PERFORM 2100-VALIDATE-APPLICATION
           IF WS-FIELD-ERR-CNT > 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - FIELD VALIDATION (SEE ABOVE)'
                                     TO RPT-RES-RESULT
           END-IF
           IF TRANS-VALID
               PERFORM 2200-CHECK-ADDRESS
           END-IF
           IF TRANS-VALID
               PERFORM 2300-CHECK-AGENT
           END-IF
           IF TRANS-VALID
               PERFORM 2400-CHECK-UNDERWRITER
           END-IF
           IF TRANS-VALID
               PERFORM 2450-CHECK-POLICY-NUMBER
           END-IF
           IF TRANS-VALID
               PERFORM 2500-ISSUE-POLICY
           END-IF
           IF TRANS-VALID
               PERFORM 2550-ADD-COVERAGES
               PERFORM 2600-LINK-CUSTOMER-MASTER
               PERFORM 2650-OPEN-POLICY-TERM
               PERFORM 2660-CONVERT-CROSS-SELL-LEAD
               PERFORM 3000-SEND-WELCOME
               ADD 1 TO WS-ISSUED-CNT
               MOVE 'ISSUED' TO RPT-RES-RESULT
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-APPLICATION
           END-IF
           WRITE INTAKE-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-APPLICATION-PARA.

       2050-READ-APPLICATION-PARA.
           READ APPLICATION-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

      *    HOLDER, TERM AND COVERAGE FIELDS. THE POLICY TYPES, THE
      *    REQUIRED COVERAGE ROW AND THE NON-BLANK COVERAGE TYPE ARE
      *    THE SAME RULES THE DATA-QUALITY SCAN (DBDRIVR5) HOLDS
      *    EVERY ACTIVE POLICY TO, SO NOTHING ISSUED HERE IS
      *    QUARANTINED ON ITS FIRST NIGHT.
       2100-VALIDATE-APPLICATION.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF NBA-POLICY-NUMBER = SPACES
               MOVE 'POLICY-NO'   TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-HOLDER-FNAME = SPACES
               MOVE 'FIRST-NAME'  TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-HOLDER-LNAME = SPACES
               MOVE 'LAST-NAME'   TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-HOLDER-ADDR-1 = SPACES
                   OR NBA-HOLDER-CITY = SPACES
                   OR NBA-HOLDER-STATE = SPACES
                   OR NBA-HOLDER-ZIP-CD = SPACES
               MOVE 'ADDRESS'     TO RPT-FLD-NAME
               MOVE 'STREET/CITY/STATE/ZIP INCOMPLETE'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-CONTACT-PREF NOT = 'M' AND 'E' AND 'B' AND SPACE
               MOVE 'CONTACT-PREF' TO RPT-FLD-NAME
               MOVE 'NOT M/E/B/BLANK' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF (NBA-CONTACT-PREF = 'E' OR 'B')
                   AND NBA-HOLDER-EMAIL = SPACES
               MOVE 'EMAIL'       TO RPT-FLD-NAME
               MOVE 'MISSING FOR EMAIL CONTACT' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-POLICY-TYPE NOT = 'HEALTH' AND 'AUTO' AND 'LIFE'
               MOVE 'POLICY-TYPE' TO RPT-FLD-NAME
               MOVE 'NOT HEALTH/AUTO/LIFE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-AGENT-CODE = SPACES
               MOVE 'AGENT-CODE'  TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-UNDERWRITER = SPACES
               MOVE 'UNDERWRITER' TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-PREMIUM-AMOUNT NOT NUMERIC
               MOVE 'PREMIUM'     TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               IF NBA-PREMIUM-AMOUNT = 0
                   MOVE 'PREMIUM'     TO RPT-FLD-NAME
                   MOVE 'ZERO'        TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF
           IF NBA-COVERAGE-AMOUNT NOT NUMERIC
               MOVE 'COVERAGE-AMT' TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC'  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               IF NBA-COVERAGE-AMOUNT = 0
                   MOVE 'COVERAGE-AMT' TO RPT-FLD-NAME
                   MOVE 'ZERO'         TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF
           IF NBA-PAYMENT-FREQ NOT = 'MONTHLY' AND 'QUARTERLY'
                   AND 'SEMIANNUAL' AND 'ANNUAL' AND SPACES
               MOVE 'PAYMENT-FREQ' TO RPT-FLD-NAME
               MOVE 'NOT A BILLING FREQUENCY' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NBA-PAYMENT-METHOD NOT = 'MANUAL' AND 'AUTOPAY'
                   AND SPACES
               MOVE 'PAY-METHOD'  TO RPT-FLD-NAME
               MOVE 'NOT MANUAL/AUTOPAY' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           PERFORM 2110-VALIDATE-TERM-DATES
           PERFORM 2120-VALIDATE-COVERAGES.

       2110-VALIDATE-TERM-DATES.
           MOVE NBA-START-DATE TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           IF NOT VAL-DATE-OK
               MOVE 'START-DATE'  TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE NBA-START-DATE (7:4) TO WS-CMP-START-YYYY
               MOVE NBA-START-DATE (1:2) TO WS-CMP-START-MM
               MOVE NBA-START-DATE (4:2) TO WS-CMP-START-DD
           END-IF
           MOVE NBA-EXPIRY-DATE TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           IF NOT VAL-DATE-OK
               MOVE 'EXPIRY-DATE' TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE NBA-EXPIRY-DATE (7:4) TO WS-CMP-EXP-YYYY
               MOVE NBA-EXPIRY-DATE (1:2) TO WS-CMP-EXP-MM
               MOVE NBA-EXPIRY-DATE (4:2) TO WS-CMP-EXP-DD
               IF WS-CMP-EXPIRY-YMD NOT > WS-CMP-START-YMD
                   MOVE 'EXPIRY-DATE' TO RPT-FLD-NAME
                   MOVE 'NOT AFTER THE START DATE' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF
           MOVE NBA-HOLDER-DOB TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           IF NOT VAL-DATE-OK
               MOVE 'HOLDER-DOB'  TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE NBA-HOLDER-DOB (7:4) TO WS-CMP-DOB-YYYY
               MOVE NBA-HOLDER-DOB (1:2) TO WS-CMP-DOB-MM
               MOVE NBA-HOLDER-DOB (4:2) TO WS-CMP-DOB-DD
               IF WS-CMP-DOB-YMD NOT < WS-CMP-START-YMD
                   MOVE 'HOLDER-DOB'  TO RPT-FLD-NAME
                   MOVE 'NOT BEFORE THE START DATE' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF.

      *    AT LEAST ONE COVERAGE TYPE, AND NO TYPE TWICE - TCOVERAG
      *    HOLDS ONE ROW PER POLICY AND TYPE.
       2120-VALIDATE-COVERAGES.
           MOVE 0 TO WS-COV-GIVEN-CNT
           PERFORM VARYING WS-COV-IDX FROM 1 BY 1
                   UNTIL WS-COV-IDX > 4
               IF NBA-COV-TYPE (WS-COV-IDX) NOT = SPACES
                   ADD 1 TO WS-COV-GIVEN-CNT
                   PERFORM VARYING WS-COV-SCAN FROM 1 BY 1
                           UNTIL WS-COV-SCAN >= WS-COV-IDX
                       IF NBA-COV-TYPE (WS-COV-SCAN)
                               = NBA-COV-TYPE (WS-COV-IDX)
                           MOVE 'COV-TYPE'    TO RPT-FLD-NAME
                           MOVE 'SAME COVERAGE TYPE GIVEN TWICE'
                                              TO RPT-FLD-REASON
                           PERFORM 2190-WRITE-FIELD-ERROR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-COV-GIVEN-CNT = 0
               MOVE 'COV-TYPE'    TO RPT-FLD-NAME
               MOVE 'NO COVERAGE TYPE GIVEN' TO RPT-FLD-REASON
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
           WRITE INTAKE-REPORT-REC FROM RPT-FIELD-ERR-LINE.

      *    STANDARDIZES THE ADDRESS AS IT WILL BE STORED AND GRADES
      *    THE ZIP AGAINST THE STATE.
       2200-CHECK-ADDRESS.
           MOVE NBA-HOLDER-ADDR-1 TO WS-NB-ADDR-1
           MOVE NBA-HOLDER-ADDR-2 TO WS-NB-ADDR-2
           MOVE NBA-HOLDER-CITY   TO WS-NB-CITY
           MOVE NBA-HOLDER-STATE  TO WS-NB-STATE
           MOVE NBA-HOLDER-ZIP-CD TO WS-NB-ZIP-CD
           INSPECT WS-NB-ADDR-1 CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NB-ADDR-2 CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NB-CITY CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NB-STATE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 2210-NORMALIZE-SUFFIX
           PERFORM 2220-NORMALIZE-UNIT
           PERFORM 2230-GRADE-ZIP
           MOVE WS-ADDR-GRADE TO RPT-RES-GRADE
           EVALUATE WS-ADDR-GRADE
               WHEN 'F'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - ZIP CODE UNUSABLE'
                                     TO RPT-RES-RESULT
               WHEN 'C'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - ZIP CODE NOT IN HOLDER STATE'
                                     TO RPT-RES-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    REPLACES A SPELLED-OUT TRAILING STREET SUFFIX WITH ITS
      *    POSTAL ABBREVIATION (STREET -> ST, AVENUE -> AVE, ...).
       2210-NORMALIZE-SUFFIX.
           MOVE 0 TO WS-STD-END
           PERFORM VARYING WS-STD-IDX FROM 100 BY -1
                     UNTIL WS-STD-IDX < 1
               IF WS-NB-ADDR-1 (WS-STD-IDX : 1) NOT = SPACE
                   MOVE WS-STD-IDX TO WS-STD-END
                   MOVE 1 TO WS-STD-IDX
               END-IF
           END-PERFORM
           IF WS-STD-END > 1
               MOVE WS-STD-END TO WS-STD-START
               PERFORM VARYING WS-STD-IDX FROM WS-STD-END BY -1
                         UNTIL WS-STD-IDX < 1
                   IF WS-NB-ADDR-1 (WS-STD-IDX : 1) = SPACE
                       COMPUTE WS-STD-START = WS-STD-IDX + 1
                       MOVE 1 TO WS-STD-IDX
                   ELSE
                       IF WS-STD-IDX = 1
                           MOVE 1 TO WS-STD-START
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-STD-WORD-LEN =
                       WS-STD-END - WS-STD-START + 1
               IF WS-STD-WORD-LEN <= 10
                   MOVE SPACES TO WS-STD-WORD
                   MOVE WS-NB-ADDR-1
                           (WS-STD-START : WS-STD-WORD-LEN)
                       TO WS-STD-WORD
                   PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                             UNTIL WS-STD-IDX > WS-SUFFIX-CNT
                       IF WS-STD-WORD = WS-SUFFIX-LONG(WS-STD-IDX)
                           MOVE SPACES TO WS-NB-ADDR-1
                                   (WS-STD-START :
                                    WS-STD-WORD-LEN)
                           MOVE WS-SUFFIX-ABBR(WS-STD-IDX)
                               TO WS-NB-ADDR-1 (WS-STD-START : 4)
                           MOVE WS-SUFFIX-CNT TO WS-STD-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    STANDARDIZES THE LEADING SECONDARY-UNIT DESIGNATOR ON THE
      *    APARTMENT/SUITE LINE (APARTMENT 4 -> APT 4).
       2220-NORMALIZE-UNIT.
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                     UNTIL WS-UNIT-IDX > WS-UNIT-CNT
               IF WS-UNIT-LEN (WS-UNIT-IDX) > 0
                   AND WS-NB-ADDR-2
                           (1 : WS-UNIT-LEN (WS-UNIT-IDX))
                       = WS-UNIT-LONG (WS-UNIT-IDX)
                           (1 : WS-UNIT-LEN (WS-UNIT-IDX))
                   AND WS-NB-ADDR-2
                           (WS-UNIT-LEN (WS-UNIT-IDX) + 1 : 1)
                       = SPACE
                   MOVE WS-NB-ADDR-2
                           (WS-UNIT-LEN (WS-UNIT-IDX) + 1 : 84)
                       TO WS-STD-UNIT-REST
                   MOVE SPACES TO WS-NB-ADDR-2
                   STRING WS-UNIT-ABBR (WS-UNIT-IDX)
                                          DELIMITED BY SPACE
                          WS-STD-UNIT-REST DELIMITED BY SIZE
                     INTO WS-NB-ADDR-2
                   END-STRING
                   MOVE WS-UNIT-CNT TO WS-UNIT-IDX
               END-IF
           END-PERFORM.

       2230-GRADE-ZIP.
           MOVE WS-NB-ZIP-CD (1:5) TO WS-STD-ZIP5
           IF WS-STD-ZIP5 NOT NUMERIC
                   OR WS-STD-ZIP5 = '00000'
               MOVE 'F' TO WS-ADDR-GRADE
           ELSE
               MOVE WS-STD-ZIP5 (1:3) TO WS-STD-ZIP3
               MOVE 'NO' TO WS-STD-ZIP-OK-SW
               MOVE 'NO' TO WS-STD-STATE-SEEN-SW
               PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                         UNTIL WS-STD-IDX > WS-ZIP3-CNT
                   IF WS-NB-STATE = WS-ZIP3-STATE(WS-STD-IDX)
                       SET STD-STATE-IN-TABLE TO TRUE
                       IF WS-STD-ZIP3 >= WS-ZIP3-LOW(WS-STD-IDX)
                               AND WS-STD-ZIP3
                                     <= WS-ZIP3-HIGH(WS-STD-IDX)
                           SET STD-ZIP-VERIFIED TO TRUE
                           MOVE WS-ZIP3-CNT TO WS-STD-IDX
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN STD-ZIP-VERIFIED
                       MOVE 'A' TO WS-ADDR-GRADE
                   WHEN STD-STATE-IN-TABLE
                       MOVE 'C' TO WS-ADDR-GRADE
                   WHEN OTHER
                       MOVE 'B' TO WS-ADDR-GRADE
               END-EVALUATE
           END-IF.

      *    THE WRITING AGENT MUST BE ON AGENTVSAM, ACTIVE, UNDER
      *    CONTRACT ON THE POLICY START DATE, AND HOLD A TAGTLIC
      *    APPOINTMENT FOR THE HOLDER'S STATE AND THE LINE IN FORCE ON
      *    THAT DATE (THE SAME CHECK MAINPGM 2265 MAKES AT NOTICE
      *    TIME).
       2300-CHECK-AGENT.
           MOVE NBA-AGENT-CODE TO WS-FLEDIVR1-AGENT-CODE
           MOVE 'SEARCH'       TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - AGENT NOT ON AGENTVSAM'
                                     TO RPT-RES-RESULT
           ELSE
           IF WS-FLEDIVR1-AGENT-STATUS NOT = 'A'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - AGENT NOT ACTIVE'
                                     TO RPT-RES-RESULT
           ELSE
               MOVE WS-FLEDIVR1-AGENT-NAME TO WS-NB-AGENT-NAME
               IF WS-FLEDIVR1-AGENT-END-DATE NOT = SPACES
                   MOVE WS-FLEDIVR1-AGENT-END-DATE TO WS-VAL-DATE
                   PERFORM 2150-VALIDATE-DATE
                   IF VAL-DATE-OK
                       MOVE WS-VAL-YYYY TO WS-CMP-AGT-END-YYYY
                       MOVE WS-VAL-MM   TO WS-CMP-AGT-END-MM
                       MOVE WS-VAL-DD   TO WS-CMP-AGT-END-DD
                       IF WS-CMP-AGT-END-YMD < WS-CMP-START-YMD
                           SET TRANS-INVALID TO TRUE
                           MOVE 'REJECTED - AGENT CONTRACT ENDS BEFORE
      -                         ' START'
                                     TO RPT-RES-RESULT
                       END-IF
                   END-IF
               END-IF
               IF TRANS-VALID
                   MOVE 'CHECK'          TO WS-LC-OPERATION-TYPE
                   MOVE NBA-START-DATE   TO WS-LC-PROCESS-DATE
                   MOVE NBA-AGENT-CODE   TO WS-LC-AGENT-CODE
                   MOVE WS-NB-STATE      TO WS-LC-STATE
                   MOVE NBA-POLICY-TYPE  TO WS-LC-LINE
                   CALL 'LICDRVR1' USING LICDRVR1-AREA
                   IF WS-LC-SQLCODE NOT = 0
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - AGENT NOT APPOINTED FOR STATE'
                                     TO RPT-RES-RESULT
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    THE ISSUING ENTITY MUST BE ON TUWENT - THE NOTICES TAKE
      *    THEIR LETTERHEAD AND LICENSE FOOTER FROM IT.
       2400-CHECK-UNDERWRITER.
           MOVE 'GETENT'        TO WS-UW-OPERATION-TYPE
           MOVE NBA-UNDERWRITER TO WS-UW-ENTITY
           CALL 'UWEDRVR1' USING UWEDRVR1-AREA
           IF WS-UW-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - UNDERWRITER NOT ON TUWENT'
                                     TO RPT-RES-RESULT
           END-IF.

       2450-CHECK-POLICY-NUMBER.
           MOVE 'CHECK'           TO WS-NB-OPERATION-TYPE
           MOVE NBA-POLICY-NUMBER TO WS-NB-POLICY-NUMBER
           CALL 'NBIDRVR1' USING NBIDRVR1-AREA
           IF WS-NB-SQLCODE = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - POLICY NUMBER ALREADY ON FILE'
                                     TO RPT-RES-RESULT
           END-IF.

       2500-ISSUE-POLICY.
           MOVE NBA-PAYMENT-FREQ   TO WS-NB-PAYMENT-FREQ
           IF WS-NB-PAYMENT-FREQ = SPACES
               MOVE 'ANNUAL'       TO WS-NB-PAYMENT-FREQ
           END-IF
           MOVE NBA-PAYMENT-METHOD TO WS-NB-PAYMENT-METHOD
           IF WS-NB-PAYMENT-METHOD = SPACES
               MOVE 'MANUAL'       TO WS-NB-PAYMENT-METHOD
           END-IF
           MOVE NBA-PREF-LANGUAGE  TO WS-NB-PREF-LANGUAGE
           IF WS-NB-PREF-LANGUAGE = SPACES
               MOVE WS-RUN-LANGUAGE TO WS-NB-PREF-LANGUAGE
           END-IF

           MOVE 'ADD'                TO WS-NB-OPERATION-TYPE
           MOVE NBA-POLICY-NUMBER    TO WS-NB-POLICY-NUMBER
           MOVE NBA-HOLDER-FNAME     TO WS-NB-HOLDER-FNAME
           MOVE NBA-HOLDER-MNAME     TO WS-NB-HOLDER-MNAME
           MOVE NBA-HOLDER-LNAME     TO WS-NB-HOLDER-LNAME
           MOVE NBA-BENEF-NAME       TO WS-NB-BENEF-NAME
           MOVE NBA-BENEF-RELATION   TO WS-NB-BENEF-RELATION
           MOVE WS-NB-ADDR-1         TO WS-NB-HOLDER-ADDR-1
           MOVE WS-NB-ADDR-2         TO WS-NB-HOLDER-ADDR-2
           MOVE WS-NB-CITY           TO WS-NB-HOLDER-CITY
           MOVE WS-NB-STATE          TO WS-NB-HOLDER-STATE
           MOVE WS-NB-ZIP-CD         TO WS-NB-HOLDER-ZIP-CD
           MOVE NBA-HOLDER-DOB       TO WS-NB-HOLDER-DOB
           MOVE NBA-HOLDER-GENDER    TO WS-NB-HOLDER-GENDER
           MOVE NBA-HOLDER-PHONE     TO WS-NB-HOLDER-PHONE
           MOVE NBA-HOLDER-EMAIL     TO WS-NB-HOLDER-EMAIL
           MOVE WS-NB-PAYMENT-FREQ   TO WS-NB-POL-PAYMENT-FREQ
           MOVE WS-NB-PAYMENT-METHOD TO WS-NB-POL-PAYMENT-METHOD
           MOVE NBA-UNDERWRITER      TO WS-NB-UNDERWRITER
           MOVE NBA-DISCOUNT-CODE    TO WS-NB-DISCOUNT-CODE
           MOVE NBA-PREMIUM-AMOUNT   TO WS-NB-PREMIUM-AMOUNT
           MOVE NBA-COVERAGE-AMOUNT  TO WS-NB-COVERAGE-AMOUNT
           MOVE NBA-POLICY-TYPE      TO WS-NB-POLICY-TYPE
           MOVE NBA-START-DATE       TO WS-NB-START-DATE
           MOVE NBA-EXPIRY-DATE      TO WS-NB-EXPIRY-DATE
           MOVE NBA-AGENT-CODE       TO WS-NB-AGENT-CODE
           MOVE NBA-CONTACT-PREF     TO WS-NB-CONTACT-PREF
           MOVE WS-NB-PREF-LANGUAGE  TO WS-NB-POL-PREF-LANGUAGE
           CALL 'NBIDRVR1' USING NBIDRVR1-AREA
           IF WS-NB-SQLCODE = -803
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - POLICY NUMBER ALREADY ON FILE'
                                     TO RPT-RES-RESULT
           END-IF.

       2550-ADD-COVERAGES.
           PERFORM VARYING WS-COV-IDX FROM 1 BY 1
                   UNTIL WS-COV-IDX > 4
               IF NBA-COV-TYPE (WS-COV-IDX) NOT = SPACES
                   MOVE 'ADD'             TO WS-CV-OPERATION-TYPE
                   MOVE NBA-POLICY-NUMBER TO WS-CV-POLICY-NUMBER
                   MOVE NBA-COV-TYPE (WS-COV-IDX)
                                          TO WS-CV-IN-TYPE
                   MOVE 'ACTIVE'          TO WS-CV-IN-STATUS
                   MOVE NBA-START-DATE    TO WS-CV-IN-START
                   MOVE NBA-EXPIRY-DATE   TO WS-CV-IN-END
                   CALL 'COVDRVR1' USING COVDRVR1-AREA
                   ADD 1 TO WS-COVERAGE-CNT
               END-IF
           END-PERFORM.

      *    CUSTOMER AND HOUSEHOLD IDS FROM THE SAME MATCH KEYS THE
      *    NIGHTLY CUSTMST1 BUILD USES, SO THE NEXT BUILD FINDS THE
      *    NEW POLICY ALREADY GROUPED THE WAY IT WOULD GROUP IT.
       2600-LINK-CUSTOMER-MASTER.
           MOVE NBA-HOLDER-LNAME       TO WS-CM-MATCH-LNAME
           MOVE NBA-HOLDER-FNAME       TO WS-CM-MATCH-FNAME
           MOVE WS-NB-ADDR-1           TO WS-CM-MATCH-ADDR-1
           MOVE WS-NB-ZIP-CD           TO WS-CM-MATCH-ZIP-CD
           MOVE 'FINDHH'               TO WS-CM-OPERATION-TYPE
           CALL 'CMDRVR1' USING CMDRVR1-AREA
           IF WS-CM-SQLCODE = 0
               MOVE WS-CM-OUT-HOUSEHOLD-ID TO WS-NB-HOUSEHOLD-ID
           ELSE
               ADD 1 TO WS-NEXT-HOUSEHOLD-ID
               ADD 1 TO WS-NEW-HOUSEHOLD-CNT
               MOVE WS-NEXT-HOUSEHOLD-ID   TO WS-NB-HOUSEHOLD-ID
           END-IF
           MOVE 'FINDCUST'             TO WS-CM-OPERATION-TYPE
           CALL 'CMDRVR1' USING CMDRVR1-AREA
           IF WS-CM-SQLCODE = 0
               MOVE WS-CM-OUT-CUSTOMER-ID  TO WS-NB-CUSTOMER-ID
           ELSE
               ADD 1 TO WS-NEXT-CUSTOMER-ID
               ADD 1 TO WS-NEW-CUSTOMER-CNT
               MOVE WS-NEXT-CUSTOMER-ID    TO WS-NB-CUSTOMER-ID
           END-IF
           MOVE 'UPSERT'               TO WS-CM-OPERATION-TYPE
           MOVE NBA-POLICY-NUMBER      TO WS-CM-POLICY-NUMBER
           MOVE WS-NB-CUSTOMER-ID      TO WS-CM-CUSTOMER-ID
           MOVE WS-NB-HOUSEHOLD-ID     TO WS-CM-HOUSEHOLD-ID
           CALL 'CMDRVR1' USING CMDRVR1-AREA.

      *    THE FIRST TERM GOES ON TPOLTERM STRAIGHT AWAY, SO THE TERM
      *    HISTORY STARTS WITH THE POLICY RATHER THAN WITH ITS FIRST
      *    RENEWAL.
       2650-OPEN-POLICY-TERM.
           MOVE 'CURRENT'             TO WS-PT-OPERATION-TYPE
           MOVE NBA-POLICY-NUMBER     TO WS-PT-POLICY-NUMBER
           MOVE SPACES                TO WS-PT-TERM-START-DATE
                                         WS-PT-TERM-EXPIRY-DATE
                                         WS-PT-NEW-EXPIRY-DATE
                                         WS-PT-OUTCOME-DATE
                                         WS-PT-OUTCOME-REASON
           MOVE 0                     TO WS-PT-PREMIUM-AMOUNT
                                         WS-PT-PRIOR-PREMIUM
           MOVE 'NBINTK1'             TO WS-PT-SOURCE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

      *    A POLICY OF A TYPE THE HOUSEHOLD WAS MISSING CLOSES ITS OPEN
      *    CROSS-SELL LEAD (XSLEXT1) AS CONVERTED. A HOUSEHOLD NEW TO
      *    US, OR ONE WITH NO LEAD FOR THE TYPE, COMES BACK 100.
       2660-CONVERT-CROSS-SELL-LEAD.
           MOVE 'CONVERT'             TO WS-XS-OPERATION-TYPE
           MOVE WS-CURRENT-DATE       TO WS-XS-PROCESS-DATE
           MOVE WS-NB-HOUSEHOLD-ID    TO WS-XS-HOUSEHOLD-ID
           MOVE NBA-POLICY-TYPE       TO WS-XS-GAP-TYPE
           MOVE NBA-POLICY-NUMBER     TO WS-XS-POLICY-NUMBER
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           IF WS-XS-SQLCODE = 0
               ADD 1 TO WS-LEAD-CONVERTED-CNT
           END-IF.

       2900-REJECT-APPLICATION.
           ADD 1 TO WS-REJECTED-CNT
           WRITE INTAKE-REJECT-REC FROM APPLICATION-REC.

       3000-SEND-WELCOME.
           MOVE 'CHECK'                 TO WS-DBDRIVR2-OPERATION-TYPE
           MOVE WS-CURRENT-DATE         TO WS-DBDRIVR2-PROCESS-DATE
           MOVE NBA-POLICY-NUMBER       TO WS-DBDRIVR2-POLICY-NUMBER
           MOVE 'NEW'                   TO WS-DBDRIVR2-NOTIFY-TIER
           MOVE 'CUSTOMER'              TO WS-DBDRIVR2-RECIPIENT-TYPE
           MOVE 'MAIL'                  TO WS-DBDRIVR2-CHANNEL
           CALL 'DBDRIVR2' USING DBDRIVR2-AREA
           IF NOT ALREADY-TRACKED
               PERFORM 3100-WRITE-WELCOME-LETTER
           END-IF.

       3100-WRITE-WELCOME-LETTER.
           MOVE SPACES TO CUSTOMER-NOTIFY-RECORD
           MOVE NBA-POLICY-NUMBER       TO WS-CUST-POLICY-NUMBER
           MOVE NBA-HOLDER-FNAME        TO WS-CUST-FIRST-NAME
           MOVE NBA-HOLDER-MNAME        TO WS-CUST-MIDDLE-NAME
           MOVE NBA-HOLDER-LNAME        TO WS-CUST-LAST-NAME
           MOVE WS-NB-ADDR-1            TO WS-CUST-ADDR-1
           MOVE WS-NB-ADDR-2            TO WS-CUST-ADDR-2
           MOVE WS-NB-CITY              TO WS-CUST-CITY
           MOVE WS-NB-STATE             TO WS-CUST-STATE
           MOVE WS-NB-ZIP-CD            TO WS-CUST-ZIP-CD
           MOVE NBA-START-DATE          TO WS-CUST-START-DATE
           MOVE NBA-EXPIRY-DATE         TO WS-CUST-EXPIRY-DATE
           MOVE WS-CURRENT-DATE         TO WS-CUST-NOTIFY-DATE
           MOVE NBA-AGENT-CODE          TO WS-CUST-AGENT-CODE
           MOVE WS-NB-AGENT-NAME        TO WS-CUST-AGENT-NAME
           MOVE NBA-HOLDER-EMAIL        TO WS-CUST-EMAIL
           MOVE NBA-BENEF-NAME          TO WS-CUST-BENEF-NAME
           MOVE NBA-BENEF-RELATION      TO WS-CUST-BENEF-RELATION
           MOVE 'N'                     TO WS-CUST-CLAIMED
           MOVE NBA-DISCOUNT-CODE       TO WS-CUST-DISCOUNT-CODE
           MOVE NBA-CONTACT-PREF        TO WS-CUST-CONTACT-PREF
           MOVE NBA-PREMIUM-AMOUNT      TO WS-CUST-RENEWAL-PREMIUM
                                           WS-CUST-INSTALL-AMOUNT
           MOVE WS-NB-PAYMENT-FREQ      TO WS-CUST-PAYMENT-FREQ
           MOVE 1                       TO WS-CUST-INSTALL-CNT
           MOVE 0                       TO WS-CUST-COV-CNT
           PERFORM VARYING WS-COV-IDX FROM 1 BY 1
                   UNTIL WS-COV-IDX > 4
               IF NBA-COV-TYPE (WS-COV-IDX) NOT = SPACES
                   ADD 1 TO WS-CUST-COV-CNT
                   MOVE NBA-COV-TYPE (WS-COV-IDX)
                             TO WS-CUST-COV-TYPE (WS-CUST-COV-CNT)
                   MOVE NBA-START-DATE
                             TO WS-CUST-COV-START (WS-CUST-COV-CNT)
                   MOVE NBA-EXPIRY-DATE
                             TO WS-CUST-COV-END (WS-CUST-COV-CNT)
                   MOVE 'N'  TO WS-CUST-COV-MISMATCH (WS-CUST-COV-CNT)
               END-IF
           END-PERFORM
           MOVE WS-UW-OUT-NAME          TO WS-CUST-UW-NAME
           MOVE WS-UW-OUT-ADDR-LINE     TO WS-CUST-UW-ADDR
           MOVE WS-UW-OUT-PHONE         TO WS-CUST-UW-PHONE
           MOVE WS-UW-OUT-FOOTER        TO WS-CUST-UW-FOOTER
           MOVE WS-NB-PREF-LANGUAGE     TO WS-POLICY-LANGUAGE
           PERFORM 3200-LOOKUP-WELCOME-WORDING
           MOVE WS-CURRENT-DATE         TO WS-CUST-RUN-ID (1:10)
      *    THE RUN ID SUFFIX GIVES LTRCOMP1'S ARCHIVE INDEX THE
      *    DOCUMENT TYPE: 'CF' IS A CONFIRMATION.
           MOVE 'CF'                    TO WS-CUST-RUN-ID (11:2)
           WRITE CUSTOMER-NOTIFY-RECORD
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-LETTER-CNT
               MOVE 'INSERT' TO WS-DBDRIVR2-OPERATION-TYPE
               CALL 'DBDRIVR2' USING DBDRIVR2-AREA
           ELSE
               DISPLAY 'ERROR WRITING TO CUSTFLE: ' WS-CUST-STATUS
           END-IF.

      *    WELCOME WORDING BY LINE AND LANGUAGE FROM THE MESSAGE TABLE
      *    (RECIPIENT 'CUSTWELC'), FALLING BACK TO THE RUN LANGUAGE AND
      *    THEN TO THE HOUSE WORDING.
       3200-LOOKUP-WELCOME-WORDING.
           MOVE NBA-POLICY-TYPE        TO  WS-DBDRIVR3-POLICY-TYPE
           MOVE WS-POLICY-LANGUAGE     TO  WS-DBDRIVR3-LANGUAGE
           MOVE 'CUSTWELC'             TO  WS-DBDRIVR3-RECIPIENT
           MOVE 'LOOKUP'               TO  WS-DBDRIVR3-OPERATION-TYPE
           CALL 'DBDRIVR3' USING DBDRIVR3-AREA
           IF (WS-DBDRIVR3-SQLCODE NOT EQUAL 0
                       OR WS-DBDRIVR3-MSG-TEXT EQUAL SPACES)
                   AND WS-POLICY-LANGUAGE NOT = WS-RUN-LANGUAGE
               MOVE WS-RUN-LANGUAGE    TO  WS-DBDRIVR3-LANGUAGE
               CALL 'DBDRIVR3' USING DBDRIVR3-AREA
           END-IF
           IF WS-DBDRIVR3-SQLCODE EQUAL 0
                   AND WS-DBDRIVR3-MSG-TEXT NOT EQUAL SPACES
               MOVE WS-DBDRIVR3-MSG-TEXT TO WS-CUST-NOTIFY-MSG
           ELSE
               MOVE 'WELCOME, AND THANK YOU FOR CHOOSING US. YOUR NEW
      -            ' POLICY IS IN FORCE FOR THE TERM SHOWN BELOW'
                                       TO  WS-CUST-NOTIFY-MSG
           END-IF
           MOVE 'PLEASE KEEP THIS NOTICE WITH YOUR POLICY DOCUMENTS AND
      -        ' CALL YOUR AGENT WITH ANY QUESTIONS'
                                       TO  WS-CUST-STATUTORY-MSG.

       9000-FINALIZE-PARA.
           MOVE 'APPLICATIONS READ'                TO RPT-TOT-LABEL
           MOVE WS-READ-CNT                        TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'POLICIES ISSUED'                  TO RPT-TOT-LABEL
           MOVE WS-ISSUED-CNT                      TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  COVERAGE ROWS ADDED'            TO RPT-TOT-LABEL
           MOVE WS-COVERAGE-CNT                    TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NEW CUSTOMERS'                  TO RPT-TOT-LABEL
           MOVE WS-NEW-CUSTOMER-CNT                TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NEW HOUSEHOLDS'                 TO RPT-TOT-LABEL
           MOVE WS-NEW-HOUSEHOLD-CNT               TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CROSS-SELL LEADS CONVERTED'     TO RPT-TOT-LABEL
           MOVE WS-LEAD-CONVERTED-CNT              TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED (SEE NBINTKRJ)'          TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'WELCOME NOTICES WRITTEN'          TO RPT-TOT-LABEL
           MOVE WS-LETTER-CNT                      TO RPT-TOT-CNT
           WRITE INTAKE-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA

           CLOSE APPLICATION-FILE
           CLOSE CUSTOMER-NOTIFY-FILE
           CLOSE INTAKE-REPORT
           CLOSE INTAKE-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'NBINTK1'       TO OPS-JOB-NAME
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
           DISPLAY 'NBINTK1: READ: ' WS-READ-CNT
                   '  ISSUED: ' WS-ISSUED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM NBINTK1.
