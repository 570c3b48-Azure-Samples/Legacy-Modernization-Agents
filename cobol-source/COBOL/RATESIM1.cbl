       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMULATION-REPORT ASSIGN TO 'RSIMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CAPPED-POLICY-REPORT ASSIGN TO 'RSIMCAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    RATE CHANGE IMPACT SIMULATION. A PROPOSED TRATEFCT FILING
      *    VERSION (LOADED BY REFMNT1 BUT NOT YET IN FORCE) IS RUN
      *    AGAINST EVERY POLICY DUE IN THE CHOSEN EXPIRY WINDOW: EACH
      *    POLICY IS RATED THROUGH RATECALC TWICE, ONCE ON THE VERSION
      *    IN FORCE TODAY AND ONCE ON THE PROPOSED VERSION, BOTH WITH
      *    THEIR OWN STATE INCREASE CAPS. THE REPORT GIVES THE SPREAD
      *    OF PREMIUM CHANGE BY STATE, POLICY TYPE AND UNDERWRITER AND
      *    THE TOTAL PREMIUM IMPACT. THE RUN IS READ-ONLY - NO NOTICE
      *    IS PRODUCED AND NO RATEAUDT RECORD IS WRITTEN.
       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-REC         PIC X(132).

      *    EVERY POLICY WHOSE PROPOSED QUOTE IS CLAMPED BY ITS STATE
      *    CAP, WITH THE UNCAPPED AMOUNT THE PROPOSED FACTORS PRODUCE.
       FD  CAPPED-POLICY-REPORT.
       01  CAPPED-POLICY-REPORT-REC      PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-CAP-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-POLICIES           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    SYSIN: THE PROPOSED VERSION (REQUIRED) AND THE EXPIRY
      *    WINDOW IN DAYS FROM TODAY. THE WINDOW DEFAULTS TO 0-60, THE
      *    POLICIES THE NEXT TWO MONTHS OF NOTICES WILL QUOTE.
       01  WS-PARM-CARD.
           05  WS-PARM-VERSION-ID        PIC X(8).
           05  WS-PARM-LOW-DAYS          PIC 9(3).
           05  WS-PARM-HIGH-DAYS         PIC 9(3).
           05  FILLER                    PIC X(66).

       01  WS-CURRENT-VERSION            PIC X(8) VALUE 'COMPILED'.
       01  WS-PROPOSED-VERSION           PIC X(8).

      *    PER-POLICY RESULT.
       01  WS-DISCOUNT-PCT-WORK          PIC 9(2)V99.
       01  WS-CUR-PREMIUM                PIC S9(5)V9(2) COMP-3.
       01  WS-PRP-PREMIUM                PIC S9(5)V9(2) COMP-3.
       01  WS-CHG-AMOUNT                 PIC S9(5)V9(2) COMP-3.
       01  WS-CHG-PCT                    PIC S9(5)V9(2) COMP-3.
       01  WS-POLICY-BAND                PIC 9(1) VALUE 0.
       01  WS-BAND-IDX                   PIC 9(1) VALUE 0.
       01  WS-CAPPED-SW                  PIC X(1).
           88  POLICY-CAPPED             VALUE 'Y'.

      *    DISTRIBUTION BUCKETS - ONE TABLE FOR ALL THREE VIEWS, KEYED
      *    BY VIEW ('S' STATE, 'T' POLICY TYPE, 'U' UNDERWRITER) AND
      *    VALUE. BANDS: 1 DOWN, 2 FLAT, 3 UP UNDER 5 PCT, 4 UP 5 TO
      *    UNDER 10 PCT, 5 UP 10 PCT OR MORE.
       01  WS-BUCKET-TABLE.
           05 WS-BK-ENTRY                OCCURS 200 TIMES.
              10 WS-BK-VIEW              PIC X(1).
              10 WS-BK-KEY               PIC X(50).
              10 WS-BK-TOTALS.
                 15 WS-BK-POLICIES       PIC 9(7).
                 15 WS-BK-CUR-PREMIUM    PIC S9(11)V9(2) COMP-3.
                 15 WS-BK-PRP-PREMIUM    PIC S9(11)V9(2) COMP-3.
                 15 WS-BK-BAND-CNT       PIC 9(7) OCCURS 5 TIMES.
                 15 WS-BK-CAPPED         PIC 9(7).
       01  WS-BK-TBL-CNT                 PIC 9(3) VALUE 0.
       01  WS-BK-IDX                     PIC 9(3) VALUE 0.
       01  WS-BK-FOUND-IDX               PIC 9(3) VALUE 0.
       01  WS-BK-FULL-CNT                PIC 9(7) VALUE 0.
       01  WS-FIND-VIEW                  PIC X(1).
       01  WS-FIND-KEY                   PIC X(50).
       01  WS-GRAND-TOTALS.
           05 WS-GRD-POLICIES            PIC 9(7) VALUE 0.
           05 WS-GRD-CUR-PREMIUM         PIC S9(11)V9(2) COMP-3
                                                       VALUE 0.
           05 WS-GRD-PRP-PREMIUM         PIC S9(11)V9(2) COMP-3
                                                       VALUE 0.
           05 WS-GRD-BAND-CNT            PIC 9(7) OCCURS 5 TIMES.
           05 WS-GRD-CAPPED              PIC 9(7) VALUE 0.
       01  WS-GRD-UNCAPPED-PREMIUM       PIC S9(11)V9(2) COMP-3
                                                       VALUE 0.
       01  WS-GRD-CAPPED-PREMIUM         PIC S9(11)V9(2) COMP-3
                                                       VALUE 0.
       01  WS-DEFAULTED-CNT              PIC 9(7) VALUE 0.

      *    THE LINE BEING PRINTED.
       01  WS-PRT-KEY                    PIC X(50).
       01  WS-PRT-TOTALS.
           05 WS-PRT-POLICIES            PIC 9(7).
           05 WS-PRT-CUR-PREMIUM         PIC S9(11)V9(2) COMP-3.
           05 WS-PRT-PRP-PREMIUM         PIC S9(11)V9(2) COMP-3.
           05 WS-PRT-BAND-CNT            PIC 9(7) OCCURS 5 TIMES.
           05 WS-PRT-CAPPED              PIC 9(7).
       01  WS-PRT-CHANGE                 PIC S9(11)V9(2) COMP-3.
       01  WS-PRT-PCT                    PIC S9(5)V9.

      *    RATECALC-AREA CARRIES THE BASIS IN FORCE TODAY;
      *    RATECALC-PRP-AREA CARRIES THE PROPOSED VERSION. BOTH ARE
      *    THE SAME LAYOUT AS MAINPGM'S RATECALC-AREA.
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

       01  RATECALC-PRP-AREA.
           10  WS-RP-PROCESS-DATE          PIC X(10).
           10  WS-RP-HOLDER-DOB            PIC X(10).
           10  WS-RP-POLICY-TYPE           PIC X(50).
           10  WS-RP-HOLDER-STATE          PIC X(2).
           10  WS-RP-CLAIMED               PIC X(1).
           10  WS-RP-DISCOUNT-PCT          PIC 9(2)V99.
           10  WS-RP-BASE-PREMIUM          PIC S9(5)V9(2) COMP-3.
           10  WS-RP-RETURN-CODE           PIC X(2).
           10  WS-RP-QUOTED-PREMIUM        PIC S9(5)V9(2) COMP-3.
           10  WS-RP-HOLDER-AGE            PIC 9(3).
           10  WS-RP-AGE-FACTOR            PIC 9V999.
           10  WS-RP-TYPE-FACTOR           PIC 9V999.
           10  WS-RP-CLAIMS-FACTOR         PIC 9V999.
           10  WS-RP-STATE-FACTOR          PIC 9V999.
           10  WS-RP-RF-LOADED-SW          PIC X(1).
           10  WS-RP-RF-VERSION-ID         PIC X(8).
           10  WS-RP-RF-AGE-CNT            PIC 9(2).
           10  WS-RP-RF-AGE-ENTRY OCCURS 10 TIMES.
               15  WS-RP-RF-AGE-LOW        PIC 9(3).
               15  WS-RP-RF-AGE-HIGH       PIC 9(3).
               15  WS-RP-RF-AGE-FACTOR     PIC 9V999.
           10  WS-RP-RF-TYPE-CNT           PIC 9(2).
           10  WS-RP-RF-TYPE-ENTRY OCCURS 10 TIMES.
               15  WS-RP-RF-TYPE-NAME      PIC X(10).
               15  WS-RP-RF-TYPE-FACTOR    PIC 9V999.
           10  WS-RP-RF-STATE-CNT          PIC 9(2).
           10  WS-RP-RF-STATE-ENTRY OCCURS 54 TIMES.
               15  WS-RP-RF-STATE-CD       PIC X(2).
               15  WS-RP-RF-STATE-FACTOR   PIC 9V999.
           10  WS-RP-RF-CLAIMS-FACTOR      PIC 9V999.
           10  WS-RP-CAP-CNT               PIC 9(2).
           10  WS-RP-CAP-ENTRY OCCURS 54 TIMES.
               15  WS-RP-CAP-STATE-CD      PIC X(2).
               15  WS-RP-CAP-PCT           PIC 9V999.
           10  WS-RP-CAP-PCT-APPLIED       PIC 9V999.
           10  WS-RP-UNCAPPED-PREMIUM      PIC S9(5)V9(2) COMP-3.

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

       01  DSCDRVR1-AREA.
           10  WS-DS-OPERATION-TYPE        PIC X(10).
           10  WS-DS-PROCESS-DATE          PIC X(10).
           10  WS-DS-DISCOUNT-CODE         PIC X(10).
           10  WS-DS-SQLCODE               PIC S9(9) COMP.
           10  WS-DS-DESCRIPTION           PIC X(30).
           10  WS-DS-PERCENTAGE            PIC S9(2)V9(2) COMP-3.
           10  WS-DS-ORPH-POLICY-NUMBER    PIC X(10).
           10  WS-DS-ORPH-DISCOUNT-CODE    PIC X(10).
           10  WS-DS-ORPH-REASON           PIC X(1).
           10  WS-DS-ANY-EXP-DATE          PIC X(10).

       01  RSMDRVR1-AREA.
           10  WS-SM-OPERATION-TYPE        PIC X(10).
           10  WS-SM-PROCESS-DATE          PIC X(10).
           10  WS-SM-WINDOW-LOW-DAYS       PIC S9(4) COMP.
           10  WS-SM-WINDOW-HIGH-DAYS      PIC S9(4) COMP.
           10  WS-SM-SQLCODE               PIC S9(9) COMP.
           10  WS-SM-POLICY-NUMBER         PIC X(10).
           10  WS-SM-HOLDER-STATE          PIC X(2).
           10  WS-SM-POLICY-TYPE           PIC X(50).
           10  WS-SM-UNDERWRITER           PIC X(50).
           10  WS-SM-HOLDER-DOB            PIC X(10).
           10  WS-SM-CLAIMED               PIC X(1).
           10  WS-SM-DISCOUNT-CODE         PIC X(10).
           10  WS-SM-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-SM-EXPIRY-DATE           PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'RATE CHANGE IMPACT SIMULATION   RUN:    '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  RPT-BASIS-LINE.
           05  FILLER                    PIC X(20)
               VALUE 'CURRENT VERSION:    '.
           05  RPT-BAS-CURRENT           PIC X(8).
           05  FILLER                    PIC X(24)
               VALUE '    PROPOSED VERSION:   '.
           05  RPT-BAS-PROPOSED          PIC X(8).
           05  FILLER                    PIC X(24)
               VALUE '    EXPIRY WINDOW DAYS: '.
           05  RPT-BAS-LOW               PIC ZZ9.
           05  FILLER                    PIC X(4)  VALUE ' TO '.
           05  RPT-BAS-HIGH              PIC ZZ9.
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  RPT-COLUMN-HEAD-1.
           05  FILLER                    PIC X(40)
               VALUE '                                        '.
           05  FILLER                    PIC X(40)
               VALUE '   CURRENT       PROPOSED        PREMIUM'.
           05  FILLER                    PIC X(40)
               VALUE '  CHANGE                UP TO   5 TO 10 '.
           05  FILLER                    PIC X(12) VALUE 'PCT         '.

       01  RPT-COLUMN-HEAD-2.
           05  FILLER                    PIC X(40)
               VALUE '  GROUP                    POLICIES     '.
           05  FILLER                    PIC X(40)
               VALUE '   PREMIUM        PREMIUM         CHANGE'.
           05  FILLER                    PIC X(40)
               VALUE '     PCT   DOWN   FLAT  5 PCT 10 PCT  OR'.
           05  FILLER                    PIC X(12) VALUE ' UP CAPPED  '.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DT-KEY                PIC X(24).
           05  RPT-DT-POLICIES           PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DT-CUR                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DT-PRP                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DT-CHANGE             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DT-PCT                PIC -ZZ9.9.
           05  FILLER                    PIC X(1)  VALUE '%'.
           05  RPT-DT-BANDS              OCCURS 5 TIMES.
               10  FILLER                PIC X(1).
               10  RPT-DT-BAND           PIC ZZZZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DT-CAPPED             PIC ZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL             PIC X(40).
           05  RPT-AMT-VALUE             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(77) VALUE SPACES.

       01  CAP-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'POLICIES REACHING THE STATE INCREASE CAP'.
           05  FILLER                    PIC X(23)
               VALUE ' UNDER PROPOSED VERSION'.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CAP-HDR-VERSION           PIC X(8).
           05  FILLER                    PIC X(5)  VALUE '  ON '.
           05  CAP-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  CAP-COLUMN-HEAD-1.
           05  FILLER                    PIC X(40)
               VALUE '                                        '.
           05  FILLER                    PIC X(40)
               VALUE '  PREMIUM    CURRENT   PROPOSED   PROPOS'.
           05  FILLER                    PIC X(40)
               VALUE 'ED    CAP                               '.
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  CAP-COLUMN-HEAD-2.
           05  FILLER                    PIC X(40)
               VALUE 'POLICY      ST  TYPE        EXPIRY      '.
           05  FILLER                    PIC X(40)
               VALUE '  ON FILE      QUOTE   UNCAPPED     CAPP'.
           05  FILLER                    PIC X(40)
               VALUE 'ED    PCT  UNDERWRITER                  '.
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  CAP-DETAIL-LINE.
           05  CAP-DT-POLICY             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-STATE              PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-TYPE               PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-EXPIRY             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-ON-FILE            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-CURRENT            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-UNCAPPED           PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-CAPPED             PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-PCT                PIC ZZ9.9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAP-DT-UNDERWRITER        PIC X(30).
           05  FILLER                    PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-POLICIES
           PERFORM 3000-PRINT-DISTRIBUTION
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-VERSION-ID = SPACES
               DISPLAY 'RATESIM1: PROPOSED FACTOR VERSION IS '
                       'REQUIRED ON SYSIN'
               CALL 'ABEND'
           END-IF
           MOVE WS-PARM-VERSION-ID TO WS-PROPOSED-VERSION
           IF WS-PARM-LOW-DAYS NOT NUMERIC
               MOVE 0 TO WS-PARM-LOW-DAYS
           END-IF
           IF WS-PARM-HIGH-DAYS NOT NUMERIC
                   OR WS-PARM-HIGH-DAYS = 0
               MOVE 60 TO WS-PARM-HIGH-DAYS
           END-IF

           PERFORM 0080-LOAD-BASES

           OPEN OUTPUT SIMULATION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RSIMRPT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT CAPPED-POLICY-REPORT
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RSIMCAP: ' WS-CAP-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE     TO RPT-HDR-DATE
           WRITE SIMULATION-REPORT-REC FROM RPT-HEADER-LINE
           MOVE WS-CURRENT-VERSION  TO RPT-BAS-CURRENT
           MOVE WS-PROPOSED-VERSION TO RPT-BAS-PROPOSED
           MOVE WS-PARM-LOW-DAYS    TO RPT-BAS-LOW
           MOVE WS-PARM-HIGH-DAYS   TO RPT-BAS-HIGH
           WRITE SIMULATION-REPORT-REC FROM RPT-BASIS-LINE

           MOVE WS-PROPOSED-VERSION TO CAP-HDR-VERSION
           MOVE WS-CURRENT-DATE     TO CAP-HDR-DATE
           WRITE CAPPED-POLICY-REPORT-REC FROM CAP-HEADER-LINE
           MOVE SPACES TO CAPPED-POLICY-REPORT-REC
           WRITE CAPPED-POLICY-REPORT-REC
           WRITE CAPPED-POLICY-REPORT-REC FROM CAP-COLUMN-HEAD-1
           WRITE CAPPED-POLICY-REPORT-REC FROM CAP-COLUMN-HEAD-2

           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 5
               MOVE 0 TO WS-GRD-BAND-CNT (WS-BAND-IDX)
           END-PERFORM

           MOVE 'OPEN'            TO WS-SM-OPERATION-TYPE
           MOVE WS-CURRENT-DATE   TO WS-SM-PROCESS-DATE
           MOVE WS-PARM-LOW-DAYS  TO WS-SM-WINDOW-LOW-DAYS
           MOVE WS-PARM-HIGH-DAYS TO WS-SM-WINDOW-HIGH-DAYS
           CALL 'RSMDRVR1' USING RSMDRVR1-AREA
           IF WS-SM-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING SIMULATION-CURSOR: '
                       WS-SM-SQLCODE
               CALL 'ABEND'
           END-IF
           PERFORM 2050-FETCH-POLICY-PARA.

      *    THE PROPOSED VERSION IS LOADED FIRST AND COPIED ASIDE INTO
      *    RATECALC-PRP-AREA; RATECALC-AREA IS THEN CLEARED AND LOADED
      *    WITH THE VERSION IN FORCE TODAY, AS 0080-LOAD-RATE-FACTORS
      *    DOES IN MAINPGM. NO VERSION IN FORCE LEAVES THE CURRENT
      *    SIDE ON RATECALC'S COMPILED TABLES. A PROPOSED VERSION WITH
      *    NO ACTIVE ROWS STOPS THE RUN - THERE IS NOTHING TO COMPARE.
       0080-LOAD-BASES.
           MOVE WS-PROPOSED-VERSION TO WS-RF-VERSION-ID
           PERFORM 0082-LOAD-VERSION
           IF WS-RC-RF-AGE-CNT = 0 AND WS-RC-RF-TYPE-CNT = 0
                   AND WS-RC-RF-STATE-CNT = 0
               DISPLAY 'RATESIM1: NO ACTIVE FACTOR ROWS FOR VERSION '
                       WS-PROPOSED-VERSION
               CALL 'ABEND'
           END-IF
           MOVE 'Y'                 TO WS-RC-RF-LOADED-SW
           MOVE WS-PROPOSED-VERSION TO WS-RC-RF-VERSION-ID
           MOVE RATECALC-AREA       TO RATECALC-PRP-AREA

           MOVE 'N' TO WS-RC-RF-LOADED-SW
           MOVE SPACES TO WS-RC-RF-VERSION-ID
           MOVE 0 TO WS-RC-RF-AGE-CNT WS-RC-RF-TYPE-CNT
                     WS-RC-RF-STATE-CNT WS-RC-RF-CLAIMS-FACTOR
                     WS-RC-CAP-CNT
           MOVE 'GETVER'         TO WS-RF-OPERATION-TYPE
           MOVE WS-CURRENT-DATE  TO WS-RF-PROCESS-DATE
           CALL 'RATDRVR1' USING RATDRVR1-AREA
           IF WS-RF-SQLCODE = 0
               MOVE WS-RF-OUT-VERSION-ID TO WS-RF-VERSION-ID
               PERFORM 0082-LOAD-VERSION
               IF WS-RC-RF-AGE-CNT > 0 OR WS-RC-RF-TYPE-CNT > 0
                       OR WS-RC-RF-STATE-CNT > 0
                   MOVE 'Y' TO WS-RC-RF-LOADED-SW
                   MOVE WS-RF-OUT-VERSION-ID TO WS-RC-RF-VERSION-ID
                                                WS-CURRENT-VERSION
               END-IF
           END-IF
           IF WS-CURRENT-VERSION = WS-PROPOSED-VERSION
               DISPLAY 'RATESIM1: WARNING - VERSION '
                       WS-PROPOSED-VERSION ' IS ALREADY IN FORCE'
           END-IF
           DISPLAY 'RATESIM1: CURRENT ' WS-CURRENT-VERSION
                   '  PROPOSED ' WS-PROPOSED-VERSION.

       0082-LOAD-VERSION.
           MOVE 'OPEN' TO WS-RF-OPERATION-TYPE
           CALL 'RATDRVR1' USING RATDRVR1-AREA
           MOVE 'NO' TO WS-RF-EOF-SW
           PERFORM 0081-LOAD-ONE-FACTOR
               UNTIL RATE-FACTOR-LOAD-DONE
           MOVE 'CLOSE' TO WS-RF-OPERATION-TYPE
           CALL 'RATDRVR1' USING RATDRVR1-AREA.

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
               WHEN 'CAP'
                   IF WS-RC-CAP-CNT < 54
                       ADD 1 TO WS-RC-CAP-CNT
                       MOVE WS-RF-OUT-KEY-LOW (1:2)
                           TO WS-RC-CAP-STATE-CD (WS-RC-CAP-CNT)
                       MOVE WS-RF-OUT-FACTOR
                           TO WS-RC-CAP-PCT (WS-RC-CAP-CNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF.

      *    ONE POLICY: THE SAME INPUTS MAINPGM GIVES RATECALC (HOLDER
      *    DOB, TYPE, STATE, CLAIMS, TDISCNT PERCENTAGE, PREMIUM ON
      *    FILE AS THE CAP BASE), RATED ON EACH BASIS. THE CHANGE IS
      *    THE PROPOSED QUOTE LESS TODAY'S QUOTE.
       2000-PROCESS-PARA.
           PERFORM 2100-LOOKUP-DISCOUNT
           MOVE WS-CURRENT-DATE        TO WS-RC-PROCESS-DATE
           MOVE WS-SM-HOLDER-DOB       TO WS-RC-HOLDER-DOB
           MOVE WS-SM-POLICY-TYPE      TO WS-RC-POLICY-TYPE
           MOVE WS-SM-HOLDER-STATE     TO WS-RC-HOLDER-STATE
           MOVE WS-SM-CLAIMED          TO WS-RC-CLAIMED
           MOVE WS-DISCOUNT-PCT-WORK   TO WS-RC-DISCOUNT-PCT
           MOVE WS-SM-PREMIUM-AMOUNT   TO WS-RC-BASE-PREMIUM
           CALL 'RATECALC' USING RATECALC-AREA
           MOVE WS-CURRENT-DATE        TO WS-RP-PROCESS-DATE
           MOVE WS-SM-HOLDER-DOB       TO WS-RP-HOLDER-DOB
           MOVE WS-SM-POLICY-TYPE      TO WS-RP-POLICY-TYPE
           MOVE WS-SM-HOLDER-STATE     TO WS-RP-HOLDER-STATE
           MOVE WS-SM-CLAIMED          TO WS-RP-CLAIMED
           MOVE WS-DISCOUNT-PCT-WORK   TO WS-RP-DISCOUNT-PCT
           MOVE WS-SM-PREMIUM-AMOUNT   TO WS-RP-BASE-PREMIUM
           CALL 'RATECALC' USING RATECALC-PRP-AREA

           MOVE WS-RC-QUOTED-PREMIUM TO WS-CUR-PREMIUM
           MOVE WS-RP-QUOTED-PREMIUM TO WS-PRP-PREMIUM
           COMPUTE WS-CHG-AMOUNT = WS-PRP-PREMIUM - WS-CUR-PREMIUM
           MOVE 0 TO WS-CHG-PCT
           IF WS-CUR-PREMIUM > 0
               COMPUTE WS-CHG-PCT ROUNDED =
                   WS-CHG-AMOUNT * 100 / WS-CUR-PREMIUM
           END-IF
           EVALUATE TRUE
               WHEN WS-CHG-AMOUNT < 0
                   MOVE 1 TO WS-POLICY-BAND
               WHEN WS-CHG-AMOUNT = 0
                   MOVE 2 TO WS-POLICY-BAND
               WHEN WS-CUR-PREMIUM = 0
                   MOVE 5 TO WS-POLICY-BAND
               WHEN WS-CHG-PCT < 5
                   MOVE 3 TO WS-POLICY-BAND
               WHEN WS-CHG-PCT < 10
                   MOVE 4 TO WS-POLICY-BAND
               WHEN OTHER
                   MOVE 5 TO WS-POLICY-BAND
           END-EVALUATE
           MOVE 'N' TO WS-CAPPED-SW
           IF WS-RP-RETURN-CODE = '08'
               MOVE 'Y' TO WS-CAPPED-SW
               PERFORM 2300-WRITE-CAPPED-POLICY
           END-IF
           IF WS-RC-RETURN-CODE = '04' OR WS-RP-RETURN-CODE = '04'
               ADD 1 TO WS-DEFAULTED-CNT
           END-IF

           ADD 1                  TO WS-GRD-POLICIES
           ADD WS-CUR-PREMIUM     TO WS-GRD-CUR-PREMIUM
           ADD WS-PRP-PREMIUM     TO WS-GRD-PRP-PREMIUM
           ADD 1 TO WS-GRD-BAND-CNT (WS-POLICY-BAND)
           IF POLICY-CAPPED
               ADD 1 TO WS-GRD-CAPPED
           END-IF

           MOVE 'S'                TO WS-FIND-VIEW
           MOVE WS-SM-HOLDER-STATE TO WS-FIND-KEY
           PERFORM 2200-ADD-TO-BUCKET
           MOVE 'T'                TO WS-FIND-VIEW
           MOVE WS-SM-POLICY-TYPE  TO WS-FIND-KEY
           PERFORM 2200-ADD-TO-BUCKET
           MOVE 'U'                TO WS-FIND-VIEW
           MOVE WS-SM-UNDERWRITER  TO WS-FIND-KEY
           PERFORM 2200-ADD-TO-BUCKET

           PERFORM 2050-FETCH-POLICY-PARA.

       2050-FETCH-POLICY-PARA.
           MOVE 'FETCH' TO WS-SM-OPERATION-TYPE
           CALL 'RSMDRVR1' USING RSMDRVR1-AREA
           IF WS-SM-SQLCODE = 100
               MOVE 'YES' TO WS-EOF-SW
               MOVE 'CLOSE' TO WS-SM-OPERATION-TYPE
               CALL 'RSMDRVR1' USING RSMDRVR1-AREA
           ELSE
           IF WS-SM-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING SIMULATION-CURSOR: '
                       WS-SM-SQLCODE
               CALL 'ABEND'
           END-IF.

      *    TDISCNT PERCENTAGE IN FORCE TODAY, AS MAINPGM'S
      *    3068-LOOKUP-DISCOUNT-CODE; AN UNKNOWN OR EXPIRED CODE RATES
      *    WITH NO DISCOUNT. THE SAME PERCENTAGE GOES TO BOTH BASES.
       2100-LOOKUP-DISCOUNT.
           MOVE 0 TO WS-DISCOUNT-PCT-WORK
           IF WS-SM-DISCOUNT-CODE NOT = SPACES
               MOVE 'LOOKUP'            TO WS-DS-OPERATION-TYPE
               MOVE WS-CURRENT-DATE     TO WS-DS-PROCESS-DATE
               MOVE WS-SM-DISCOUNT-CODE TO WS-DS-DISCOUNT-CODE
               CALL 'DSCDRVR1' USING DSCDRVR1-AREA
               IF WS-DS-SQLCODE = 0
                   MOVE WS-DS-PERCENTAGE TO WS-DISCOUNT-PCT-WORK
               END-IF
           END-IF.

       2200-ADD-TO-BUCKET.
           MOVE 0 TO WS-BK-FOUND-IDX
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                     UNTIL WS-BK-IDX > WS-BK-TBL-CNT
               IF WS-BK-VIEW (WS-BK-IDX) = WS-FIND-VIEW
                       AND WS-BK-KEY (WS-BK-IDX) = WS-FIND-KEY
                   MOVE WS-BK-IDX TO WS-BK-FOUND-IDX
                   MOVE WS-BK-TBL-CNT TO WS-BK-IDX
               END-IF
           END-PERFORM
           IF WS-BK-FOUND-IDX = 0
               IF WS-BK-TBL-CNT < 200
                   ADD 1 TO WS-BK-TBL-CNT
                   MOVE WS-BK-TBL-CNT TO WS-BK-FOUND-IDX
                   MOVE WS-FIND-VIEW TO WS-BK-VIEW (WS-BK-FOUND-IDX)
                   MOVE WS-FIND-KEY  TO WS-BK-KEY (WS-BK-FOUND-IDX)
                   MOVE 0 TO WS-BK-POLICIES (WS-BK-FOUND-IDX)
                             WS-BK-CUR-PREMIUM (WS-BK-FOUND-IDX)
                             WS-BK-PRP-PREMIUM (WS-BK-FOUND-IDX)
                             WS-BK-CAPPED (WS-BK-FOUND-IDX)
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                             UNTIL WS-BAND-IDX > 5
                       MOVE 0 TO WS-BK-BAND-CNT
                                     (WS-BK-FOUND-IDX, WS-BAND-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-BK-FULL-CNT
               END-IF
           END-IF
           IF WS-BK-FOUND-IDX > 0
               PERFORM 2210-POST-TO-BUCKET
           END-IF.

       2210-POST-TO-BUCKET.
           ADD 1 TO WS-BK-POLICIES (WS-BK-FOUND-IDX)
           ADD WS-CUR-PREMIUM TO WS-BK-CUR-PREMIUM (WS-BK-FOUND-IDX)
           ADD WS-PRP-PREMIUM TO WS-BK-PRP-PREMIUM (WS-BK-FOUND-IDX)
           ADD 1 TO WS-BK-BAND-CNT (WS-BK-FOUND-IDX, WS-POLICY-BAND)
           IF POLICY-CAPPED
               ADD 1 TO WS-BK-CAPPED (WS-BK-FOUND-IDX)
           END-IF.

       2300-WRITE-CAPPED-POLICY.
           ADD WS-RP-UNCAPPED-PREMIUM TO WS-GRD-UNCAPPED-PREMIUM
           ADD WS-RP-QUOTED-PREMIUM   TO WS-GRD-CAPPED-PREMIUM
           MOVE WS-SM-POLICY-NUMBER    TO CAP-DT-POLICY
           MOVE WS-SM-HOLDER-STATE     TO CAP-DT-STATE
           MOVE WS-SM-POLICY-TYPE      TO CAP-DT-TYPE
           MOVE WS-SM-EXPIRY-DATE      TO CAP-DT-EXPIRY
           MOVE WS-SM-PREMIUM-AMOUNT   TO CAP-DT-ON-FILE
           MOVE WS-RC-QUOTED-PREMIUM   TO CAP-DT-CURRENT
           MOVE WS-RP-UNCAPPED-PREMIUM TO CAP-DT-UNCAPPED
           MOVE WS-RP-QUOTED-PREMIUM   TO CAP-DT-CAPPED
           COMPUTE CAP-DT-PCT = WS-RP-CAP-PCT-APPLIED * 100
           MOVE WS-SM-UNDERWRITER      TO CAP-DT-UNDERWRITER
           WRITE CAPPED-POLICY-REPORT-REC FROM CAP-DETAIL-LINE.

       3000-PRINT-DISTRIBUTION.
           MOVE 'S' TO WS-FIND-VIEW
           MOVE 'PREMIUM CHANGE BY STATE' TO RPT-SEC-TITLE
           PERFORM 3100-PRINT-VIEW
           MOVE 'T' TO WS-FIND-VIEW
           MOVE 'PREMIUM CHANGE BY POLICY TYPE' TO RPT-SEC-TITLE
           PERFORM 3100-PRINT-VIEW
           MOVE 'U' TO WS-FIND-VIEW
           MOVE 'PREMIUM CHANGE BY UNDERWRITER' TO RPT-SEC-TITLE
           PERFORM 3100-PRINT-VIEW

           MOVE SPACES TO SIMULATION-REPORT-REC
           WRITE SIMULATION-REPORT-REC
           MOVE 'ALL POLICIES IN WINDOW' TO WS-PRT-KEY
           MOVE WS-GRAND-TOTALS          TO WS-PRT-TOTALS
           PERFORM 5000-PRINT-LINE.

       3100-PRINT-VIEW.
           MOVE SPACES TO SIMULATION-REPORT-REC
           WRITE SIMULATION-REPORT-REC
           WRITE SIMULATION-REPORT-REC FROM RPT-SECTION-LINE
           WRITE SIMULATION-REPORT-REC FROM RPT-COLUMN-HEAD-1
           WRITE SIMULATION-REPORT-REC FROM RPT-COLUMN-HEAD-2
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                     UNTIL WS-BK-IDX > WS-BK-TBL-CNT
               IF WS-BK-VIEW (WS-BK-IDX) = WS-FIND-VIEW
                   MOVE WS-BK-KEY (WS-BK-IDX)    TO WS-PRT-KEY
                   MOVE WS-BK-TOTALS (WS-BK-IDX) TO WS-PRT-TOTALS
                   PERFORM 5000-PRINT-LINE
               END-IF
           END-PERFORM.

       5000-PRINT-LINE.
           COMPUTE WS-PRT-CHANGE =
               WS-PRT-PRP-PREMIUM - WS-PRT-CUR-PREMIUM
           MOVE 0 TO WS-PRT-PCT
           IF WS-PRT-CUR-PREMIUM > 0
               COMPUTE WS-PRT-PCT ROUNDED =
                   WS-PRT-CHANGE * 100 / WS-PRT-CUR-PREMIUM
           END-IF
           MOVE WS-PRT-KEY          TO RPT-DT-KEY
           MOVE WS-PRT-POLICIES     TO RPT-DT-POLICIES
           MOVE WS-PRT-CUR-PREMIUM  TO RPT-DT-CUR
           MOVE WS-PRT-PRP-PREMIUM  TO RPT-DT-PRP
           MOVE WS-PRT-CHANGE       TO RPT-DT-CHANGE
           MOVE WS-PRT-PCT          TO RPT-DT-PCT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 5
               MOVE SPACES TO RPT-DT-BANDS (WS-BAND-IDX)
               MOVE WS-PRT-BAND-CNT (WS-BAND-IDX)
                   TO RPT-DT-BAND (WS-BAND-IDX)
           END-PERFORM
           MOVE WS-PRT-CAPPED       TO RPT-DT-CAPPED
           WRITE SIMULATION-REPORT-REC FROM RPT-DETAIL-LINE.

       9000-FINALIZE-PARA.
           MOVE SPACES TO SIMULATION-REPORT-REC
           WRITE SIMULATION-REPORT-REC
           MOVE 'POLICIES RE-RATED'                TO RPT-TOT-LABEL
           MOVE WS-GRD-POLICIES                    TO RPT-TOT-CNT
           WRITE SIMULATION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'POLICIES REACHING STATE CAP'      TO RPT-TOT-LABEL
           MOVE WS-GRD-CAPPED                      TO RPT-TOT-CNT
           WRITE SIMULATION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RATED WITH DEFAULTED FACTORS'     TO RPT-TOT-LABEL
           MOVE WS-DEFAULTED-CNT                   TO RPT-TOT-CNT
           WRITE SIMULATION-REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-BK-FULL-CNT > 0
               MOVE 'POSTINGS LOST - GROUP TABLE FULL' TO RPT-TOT-LABEL
               MOVE WS-BK-FULL-CNT                 TO RPT-TOT-CNT
               WRITE SIMULATION-REPORT-REC FROM RPT-TOTAL-LINE
           END-IF
           MOVE 'TOTAL PREMIUM - CURRENT FACTORS'  TO RPT-AMT-LABEL
           MOVE WS-GRD-CUR-PREMIUM                 TO RPT-AMT-VALUE
           WRITE SIMULATION-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'TOTAL PREMIUM - PROPOSED FACTORS' TO RPT-AMT-LABEL
           MOVE WS-GRD-PRP-PREMIUM                 TO RPT-AMT-VALUE
           WRITE SIMULATION-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'TOTAL PREMIUM IMPACT'             TO RPT-AMT-LABEL
           COMPUTE RPT-AMT-VALUE =
               WS-GRD-PRP-PREMIUM - WS-GRD-CUR-PREMIUM
           WRITE SIMULATION-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE 'PREMIUM HELD BACK BY STATE CAPS'  TO RPT-AMT-LABEL
           COMPUTE RPT-AMT-VALUE =
               WS-GRD-UNCAPPED-PREMIUM - WS-GRD-CAPPED-PREMIUM
           WRITE SIMULATION-REPORT-REC FROM RPT-AMOUNT-LINE

           MOVE SPACES TO CAPPED-POLICY-REPORT-REC
           WRITE CAPPED-POLICY-REPORT-REC
           MOVE 'POLICIES REACHING STATE CAP'      TO RPT-TOT-LABEL
           MOVE WS-GRD-CAPPED                      TO RPT-TOT-CNT
           WRITE CAPPED-POLICY-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE SIMULATION-REPORT
                 CAPPED-POLICY-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'RATESIM1'      TO OPS-JOB-NAME
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
               MOVE WS-GRD-POLICIES TO OPS-RECORD-CNT
               MOVE 0               TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'RATESIM1: POLICIES: ' WS-GRD-POLICIES
                   '  CAPPED: ' WS-GRD-CAPPED.

       END PROGRAM RATESIM1.
