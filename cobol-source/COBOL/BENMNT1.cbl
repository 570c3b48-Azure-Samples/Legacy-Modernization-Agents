       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARY-REQUEST ASSIGN TO 'BENMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-NOTIFY-FILE ASSIGN TO 'CUSTFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BENEFICIARY-REPORT ASSIGN TO 'BENMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BENEFICIARY-REJECT ASSIGN TO 'BENMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    BENEFICIARY DESIGNATIONS KEYED FROM THE SIGNED CHANGE FORMS
      *    FOR LIFE POLICIES, ONE RECORD PER BENEFICIARY NAMED ON THE
      *    FORM. CONSECUTIVE RECORDS WITH THE SAME TRANSACTION TYPE
      *    (BENEF), POLICY, FORM RECEIVED DATE AND USER ARE ONE FORM
      *    AND ARE APPLIED OR REJECTED TOGETHER - A FORM REPLACES THE
      *    WHOLE DESIGNATION, SO IT MUST LIST EVERY BENEFICIARY WHO IS
      *    TO REMAIN.
      *      BMT-BENEF-TYPE    P = PRIMARY, C = CONTINGENT
      *      BMT-SHARE-PCT     PERCENT OF THE BENEFIT, 2 DECIMALS;
      *                        EACH TYPE NAMED MUST TOTAL 100.00
       FD  BENEFICIARY-REQUEST.
       01  BENEFICIARY-REQUEST-REC.
           05  BMT-TRANS-TYPE            PIC X(8).
           05  BMT-POLICY-NUMBER         PIC X(10).
           05  BMT-FORM-DATE             PIC X(10).
           05  BMT-USER-ID               PIC X(8).
           05  BMT-BENEF-TYPE            PIC X(1).
           05  BMT-BENEF-NAME            PIC X(60).
           05  BMT-RELATION-CODE         PIC X(4).
           05  BMT-SHARE-PCT             PIC 9(3)V99.
           05  FILLER                    PIC X(14).

      *    CONFIRMATIONS RIDE THE CUSTFLE/LTRCOMP1 PRINT-IMAGE
      *    PIPELINE LIKE THE OTHER NOTICE RUNS, ADDRESSED TO THE
      *    POLICY HOLDER.
       FD  CUSTOMER-NOTIFY-FILE.
       01  CUSTOMER-NOTIFY-RECORD.
           COPY CUSTNTFY.

       FD  BENEFICIARY-REPORT.
       01  BENEFICIARY-REPORT-REC        PIC X(132).

      *    REJECTED FORMS, EVERY LINE WRITTEN BACK OUT IN THE EXACT
      *    INPUT LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  BENEFICIARY-REJECT.
       01  BENEFICIARY-REJECT-REC        PIC X(120).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.
       01  WS-BEN-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  DESIGNATION-FETCH-DONE    VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-LINES-READ-CNT             PIC 9(7) VALUE 0.
       01  WS-FORM-CNT                   PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-HIST-CNT                   PIC 9(7) VALUE 0.
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

      *    YYYYMMDD COMPARE FIELDS FOR THE FORM DATE AGAINST THE RUN
      *    DATE AND THE FORM ALREADY ON FILE.
       01  WS-CMP-FORM-YMD.
           05  WS-CMP-FORM-YYYY          PIC 9(4).
           05  WS-CMP-FORM-MM            PIC 9(2).
           05  WS-CMP-FORM-DD            PIC 9(2).
       01  WS-CMP-RUN-YMD.
           05  WS-CMP-RUN-YYYY           PIC 9(4).
           05  WS-CMP-RUN-MM             PIC 9(2).
           05  WS-CMP-RUN-DD             PIC 9(2).
       01  WS-CMP-FILE-YMD.
           05  WS-CMP-FILE-YYYY          PIC 9(4).
           05  WS-CMP-FILE-MM            PIC 9(2).
           05  WS-CMP-FILE-DD            PIC 9(2).

      *    RELATIONSHIP CODES ACCEPTED ON THE FORM, WITH THE WORDING
      *    THAT GOES ON TPOLICY AND THE LIFE NOTICES FOR THE LEADING
      *    PRIMARY. A NEW CODE IS ADDED HERE AND ON THE KEYING GUIDE
      *    TOGETHER.
       01  WS-RELATION-VALUES.
           05 FILLER PIC X(19) VALUE 'SPOUSPOUSE         '.
           05 FILLER PIC X(19) VALUE 'DPTRDOMESTIC PTNR  '.
           05 FILLER PIC X(19) VALUE 'CHLDCHILD          '.
           05 FILLER PIC X(19) VALUE 'GRCHGRANDCHILD     '.
           05 FILLER PIC X(19) VALUE 'PRNTPARENT         '.
           05 FILLER PIC X(19) VALUE 'SIBLSIBLING        '.
           05 FILLER PIC X(19) VALUE 'RELAOTHER RELATIVE '.
           05 FILLER PIC X(19) VALUE 'ESTAESTATE         '.
           05 FILLER PIC X(19) VALUE 'TRSTTRUST          '.
           05 FILLER PIC X(19) VALUE 'CHARCHARITY        '.
           05 FILLER PIC X(19) VALUE 'BUSNBUSINESS       '.
           05 FILLER PIC X(19) VALUE 'OTHROTHER          '.
       01  WS-RELATION-TABLE REDEFINES WS-RELATION-VALUES.
           05 WS-REL-ENTRY               OCCURS 12 TIMES.
              10 WS-REL-CODE             PIC X(4).
              10 WS-REL-DESC             PIC X(15).
       01  WS-REL-IDX                    PIC 9(2) VALUE 0.
       01  WS-REL-FOUND-IDX              PIC 9(2) VALUE 0.
       01  WS-REL-SEARCH-CODE            PIC X(4).

      *    THE FORM IN HAND. THE RAW RECORDS ARE KEPT FOR THE REJECT
      *    FILE; A FORM OF MORE THAN 10 LINES IS REJECTED WHOLE.
       01  WS-FORM-KEY.
           05  WS-FRM-TRANS-TYPE         PIC X(8).
           05  WS-FRM-POLICY-NUMBER      PIC X(10).
           05  WS-FRM-FORM-DATE          PIC X(10).
           05  WS-FRM-USER-ID            PIC X(8).
       01  WS-FRM-OVERFLOW-SW            PIC X(1) VALUE 'N'.
      *    ONE HELD LINE, LAID OUT AS THE INPUT RECORD, FOR THE LINE
      *    CHECKS - THE INPUT AREA ALREADY HOLDS THE NEXT FORM.
       01  WS-CHK-REC.
           05  WS-CHK-KEY                PIC X(36).
           05  WS-CHK-BENEF-TYPE         PIC X(1).
           05  WS-CHK-BENEF-NAME         PIC X(60).
           05  WS-CHK-RELATION-CODE      PIC X(4).
           05  WS-CHK-SHARE-PCT          PIC 9(3)V99.
           05  FILLER                    PIC X(14).
       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY               OCCURS 10 TIMES.
              10 WS-NEW-RAW-REC          PIC X(120).
              10 WS-NEW-TYPE             PIC X(1).
              10 WS-NEW-SEQ-NO           PIC S9(4) COMP.
              10 WS-NEW-NAME             PIC X(60).
              10 WS-NEW-RELATION         PIC X(4).
              10 WS-NEW-SHARE            PIC S9(3)V99 COMP-3.
       01  WS-NEW-CNT                    PIC 9(2) VALUE 0.
       01  WS-NEW-IDX                    PIC 9(2) VALUE 0.
       01  WS-NEW-IDX2                   PIC 9(2) VALUE 0.
       01  WS-NEW-LEAD-IDX               PIC 9(2) VALUE 0.

      *    THE DESIGNATION IN FORCE BEFORE THE FORM. A POLICY WITH NO
      *    TBENEF ROWS YET STANDS ON THE TPOLICY BENEFICIARY AS 100
      *    PERCENT PRIMARY.
       01  WS-OLD-TABLE.
           05 WS-OLD-ENTRY               OCCURS 10 TIMES.
              10 WS-OLD-TYPE             PIC X(1).
              10 WS-OLD-NAME             PIC X(60).
              10 WS-OLD-RELATION         PIC X(4).
              10 WS-OLD-SHARE            PIC S9(3)V99 COMP-3.
              10 WS-OLD-MATCHED-SW       PIC X(1).
       01  WS-OLD-CNT                    PIC 9(2) VALUE 0.
       01  WS-OLD-IDX                    PIC 9(2) VALUE 0.
       01  WS-OLD-FOUND-IDX              PIC 9(2) VALUE 0.

      *    ADDS, CHANGES AND REMOVALS THE FORM MAKES - WHAT GOES ON
      *    TBENHIST AND THE REPORT.
       01  WS-CHG-TABLE.
           05 WS-CHG-ENTRY               OCCURS 20 TIMES.
              10 WS-CHG-ACTION           PIC X(3).
              10 WS-CHG-TYPE             PIC X(1).
              10 WS-CHG-BEFORE-NAME      PIC X(60).
              10 WS-CHG-BEFORE-RELATION  PIC X(4).
              10 WS-CHG-BEFORE-SHARE     PIC S9(3)V99 COMP-3.
              10 WS-CHG-AFTER-NAME       PIC X(60).
              10 WS-CHG-AFTER-RELATION   PIC X(4).
              10 WS-CHG-AFTER-SHARE      PIC S9(3)V99 COMP-3.
       01  WS-CHG-CNT                    PIC 9(2) VALUE 0.
       01  WS-CHG-IDX                    PIC 9(2) VALUE 0.

       01  WS-SHARE-FIELDS.
           05  WS-PRIMARY-CNT            PIC 9(2).
           05  WS-CONTINGENT-CNT         PIC 9(2).
           05  WS-PRIMARY-TOTAL          PIC S9(5)V99 COMP-3.
           05  WS-CONTINGENT-TOTAL       PIC S9(5)V99 COMP-3.
           05  WS-PRIMARY-SEQ            PIC S9(4) COMP.
           05  WS-CONTINGENT-SEQ         PIC S9(4) COMP.

       01  WS-LEAD-BENEF-NAME            PIC X(60).
       01  WS-LEAD-BENEF-RELATION        PIC X(15).

       01  WS-RUN-LANGUAGE               PIC X(2) VALUE 'EN'.
       01  WS-POLICY-LANGUAGE            PIC X(2).

       01  BENDRVR1-AREA.
           10  WS-BF-OPERATION-TYPE        PIC X(10).
           10  WS-BF-POLICY-NUMBER         PIC X(10).
           10  WS-BF-BENEF-TYPE            PIC X(1).
           10  WS-BF-SEQ-NO                PIC S9(4) COMP.
           10  WS-BF-NAME                  PIC X(60).
           10  WS-BF-RELATION              PIC X(4).
           10  WS-BF-SHARE-PCT             PIC S9(3)V9(2) COMP-3.
           10  WS-BF-FORM-DATE             PIC X(10).
           10  WS-BF-CHANGE-TS             PIC X(26).
           10  WS-BF-LINE-NO               PIC S9(4) COMP.
           10  WS-BF-USER-ID               PIC X(8).
           10  WS-BF-ACTION                PIC X(3).
           10  WS-BF-BEFORE-NAME           PIC X(60).
           10  WS-BF-BEFORE-RELATION       PIC X(4).
           10  WS-BF-BEFORE-SHARE-PCT      PIC S9(3)V9(2) COMP-3.
           10  WS-BF-AFTER-NAME            PIC X(60).
           10  WS-BF-AFTER-RELATION        PIC X(4).
           10  WS-BF-AFTER-SHARE-PCT       PIC S9(3)V9(2) COMP-3.
           10  WS-BF-POL-BENEF-NAME        PIC X(60).
           10  WS-BF-POL-BENEF-RELATION    PIC X(15).
           10  WS-BF-SQLCODE               PIC S9(9) COMP.
           10  WS-BF-POL-TYPE              PIC X(50).
           10  WS-BF-POL-STATUS            PIC X(1).
           10  WS-BF-POL-FNAME             PIC X(35).
           10  WS-BF-POL-MNAME             PIC X(1).
           10  WS-BF-POL-LNAME             PIC X(35).
           10  WS-BF-POL-ADDR-1            PIC X(100).
           10  WS-BF-POL-ADDR-2            PIC X(100).
           10  WS-BF-POL-CITY              PIC X(30).
           10  WS-BF-POL-STATE             PIC X(2).
           10  WS-BF-POL-ZIP-CD            PIC X(10).
           10  WS-BF-POL-EMAIL             PIC X(30).
           10  WS-BF-POL-CONTACT-PREF      PIC X(1).
           10  WS-BF-POL-PREF-LANGUAGE     PIC X(2).
           10  WS-BF-POL-AGENT-CODE        PIC X(10).
           10  WS-BF-POL-START             PIC X(10).
           10  WS-BF-POL-EXPIRY            PIC X(10).
           10  WS-BF-POL-CUR-BENEF-NAME    PIC X(60).
           10  WS-BF-POL-CUR-BENEF-REL     PIC X(15).
           10  WS-BF-POL-FILE-FORM-DATE    PIC X(10).
           10  WS-BF-POL-CHANGE-TS         PIC X(26).
           10  WS-BF-OUT-BENEF-TYPE        PIC X(1).
           10  WS-BF-OUT-SEQ-NO            PIC S9(4) COMP.
           10  WS-BF-OUT-NAME              PIC X(60).
           10  WS-BF-OUT-RELATION          PIC X(4).
           10  WS-BF-OUT-SHARE-PCT         PIC S9(3)V9(2) COMP-3.
           10  WS-BF-OUT-FORM-DATE         PIC X(10).

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

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'BENEFICIARY DESIGNATION MAINTENANCE -     '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  RPT-FIELD-ERR-LINE.
           05  FILLER                    PIC X(7)  VALUE '  LINE '.
           05  RPT-FLD-LINE              PIC Z9.
           05  FILLER                    PIC X(8)  VALUE '  FIELD:'.
           05  RPT-FLD-NAME              PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-REASON            PIC X(40).
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'FORM: '.
           05  RPT-RES-FORM-DATE         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'LINES: '.
           05  RPT-RES-LINES             PIC Z9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(45).
           05  FILLER                    PIC X(14) VALUE SPACES.

       01  RPT-CHANGE-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-CHG-ACTION            PIC X(3).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-CHG-TYPE              PIC X(1).
           05  FILLER                    PIC X(9)  VALUE ' BEFORE: '.
           05  RPT-CHG-BEFORE-NAME       PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-CHG-BEFORE-REL        PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-CHG-BEFORE-SHARE      PIC ZZ9.99.
           05  FILLER                    PIC X(9)  VALUE '  AFTER: '.
           05  RPT-CHG-AFTER-NAME        PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-CHG-AFTER-REL         PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-CHG-AFTER-SHARE       PIC ZZ9.99.
           05  FILLER                    PIC X(23) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REQUESTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           MOVE WS-YEAR                     TO WS-CMP-RUN-YYYY
           MOVE WS-MONTH                    TO WS-CMP-RUN-MM
           MOVE WS-DAY                      TO WS-CMP-RUN-DD
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT  BENEFICIARY-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BENEFICIARY-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT BENEFICIARY-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BENEFICIARY-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT BENEFICIARY-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BENEFICIARY-REJECT: '
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

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE BENEFICIARY-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

      *    ONE FORM PER PASS: ITS LINES ARE GATHERED, THEN THE FORM IS
      *    VALIDATED AND EITHER APPLIED WHOLE OR REJECTED WHOLE.
       2000-PROCESS-PARA.
           ADD 1 TO WS-FORM-CNT
           MOVE BMT-TRANS-TYPE    TO WS-FRM-TRANS-TYPE
           MOVE BMT-POLICY-NUMBER TO WS-FRM-POLICY-NUMBER
           MOVE BMT-FORM-DATE     TO WS-FRM-FORM-DATE
           MOVE BMT-USER-ID       TO WS-FRM-USER-ID
           MOVE 'N'               TO WS-FRM-OVERFLOW-SW
           MOVE 0                 TO WS-NEW-CNT
           PERFORM 2020-TAKE-FORM-LINE
               UNTIL END-OF-REQUESTS
                  OR BMT-TRANS-TYPE    NOT = WS-FRM-TRANS-TYPE
                  OR BMT-POLICY-NUMBER NOT = WS-FRM-POLICY-NUMBER
                  OR BMT-FORM-DATE     NOT = WS-FRM-FORM-DATE
                  OR BMT-USER-ID       NOT = WS-FRM-USER-ID

           MOVE WS-FRM-TRANS-TYPE    TO RPT-RES-TRANS-TYPE
           MOVE WS-FRM-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE WS-FRM-FORM-DATE     TO RPT-RES-FORM-DATE
           MOVE WS-NEW-CNT           TO RPT-RES-LINES
           MOVE SPACES               TO RPT-RES-RESULT
           MOVE 'YES'                TO WS-TRANS-VALID-SW
           MOVE 0                    TO WS-CHG-CNT

           PERFORM 2100-VALIDATE-FORM
           IF WS-FIELD-ERR-CNT > 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - FIELD VALIDATION (SEE ABOVE)'
                                     TO RPT-RES-RESULT
           END-IF
           IF TRANS-VALID
               PERFORM 2160-CHECK-SHARES
           END-IF
           IF TRANS-VALID
               PERFORM 2200-CHECK-POLICY
           END-IF
           IF TRANS-VALID
               PERFORM 2300-CHECK-AUTHORITY
           END-IF
           IF TRANS-VALID
               PERFORM 2400-COMPARE-DESIGNATION
           END-IF
           IF TRANS-VALID
               PERFORM 2500-APPLY-DESIGNATION
               PERFORM 3000-SEND-CONFIRMATION
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-FORM
           END-IF
           WRITE BENEFICIARY-REPORT-REC FROM RPT-RESULT-LINE
           IF TRANS-VALID
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-CNT
                   PERFORM 2600-WRITE-CHANGE-LINE
               END-PERFORM
           END-IF.

       2020-TAKE-FORM-LINE.
           IF WS-NEW-CNT < 10
               ADD 1 TO WS-NEW-CNT
               MOVE BENEFICIARY-REQUEST-REC
                                 TO WS-NEW-RAW-REC (WS-NEW-CNT)
               MOVE BMT-BENEF-TYPE    TO WS-NEW-TYPE (WS-NEW-CNT)
               MOVE BMT-BENEF-NAME    TO WS-NEW-NAME (WS-NEW-CNT)
               MOVE BMT-RELATION-CODE TO WS-NEW-RELATION (WS-NEW-CNT)
               MOVE 0                 TO WS-NEW-SEQ-NO (WS-NEW-CNT)
               IF BMT-SHARE-PCT NUMERIC
                   MOVE BMT-SHARE-PCT TO WS-NEW-SHARE (WS-NEW-CNT)
               ELSE
                   MOVE 0             TO WS-NEW-SHARE (WS-NEW-CNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-FRM-OVERFLOW-SW
               WRITE BENEFICIARY-REJECT-REC
                   FROM BENEFICIARY-REQUEST-REC
           END-IF
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ BENEFICIARY-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LINES-READ-CNT
           END-READ.

      *    THE FORM-LEVEL FIELDS ARE THE SAME ON EVERY LINE AND ARE
      *    CHECKED ONCE; EACH BENEFICIARY LINE IS THEN CHECKED ON ITS
      *    OWN.
       2100-VALIDATE-FORM.
           MOVE 0 TO WS-FIELD-ERR-CNT
           MOVE 0 TO RPT-FLD-LINE
           IF WS-FRM-TRANS-TYPE NOT = 'BENEF'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT BENEF'   TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF WS-FRM-POLICY-NUMBER = SPACES
               MOVE 'POLICY-NO'   TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF WS-FRM-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           MOVE WS-FRM-FORM-DATE TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           IF NOT VAL-DATE-OK
               MOVE 'FORM-DATE'   TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE WS-FRM-FORM-DATE (7:4) TO WS-CMP-FORM-YYYY
               MOVE WS-FRM-FORM-DATE (1:2) TO WS-CMP-FORM-MM
               MOVE WS-FRM-FORM-DATE (4:2) TO WS-CMP-FORM-DD
               IF WS-CMP-FORM-YMD > WS-CMP-RUN-YMD
                   MOVE 'FORM-DATE'   TO RPT-FLD-NAME
                   MOVE 'AFTER TODAY - FORM NOT YET RECEIVED'
                                      TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF
           IF WS-FRM-OVERFLOW-SW = 'Y'
               MOVE 'BENEF-LINES' TO RPT-FLD-NAME
               MOVE 'MORE THAN 10 BENEFICIARIES ON THE FORM'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-CNT
               PERFORM 2110-VALIDATE-LINE
           END-PERFORM.

       2110-VALIDATE-LINE.
           MOVE WS-NEW-IDX TO RPT-FLD-LINE
           MOVE WS-NEW-RAW-REC (WS-NEW-IDX) TO WS-CHK-REC
           IF WS-CHK-BENEF-TYPE NOT = 'P' AND 'C'
               MOVE 'BENEF-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT P (PRIMARY) OR C (CONTINGENT)'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF WS-CHK-BENEF-NAME = SPACES
               MOVE 'BENEF-NAME'  TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               PERFORM VARYING WS-NEW-IDX2 FROM 1 BY 1
                       UNTIL WS-NEW-IDX2 NOT < WS-NEW-IDX
                   IF WS-NEW-NAME (WS-NEW-IDX2) = WS-CHK-BENEF-NAME
                           AND WS-NEW-TYPE (WS-NEW-IDX2)
                                                = WS-CHK-BENEF-TYPE
                       MOVE 'BENEF-NAME'  TO RPT-FLD-NAME
                       MOVE 'NAMED TWICE AS THE SAME TYPE'
                                          TO RPT-FLD-REASON
                       PERFORM 2190-WRITE-FIELD-ERROR
                       MOVE WS-NEW-IDX TO WS-NEW-IDX2
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-CHK-RELATION-CODE TO WS-REL-SEARCH-CODE
           PERFORM 2170-FIND-RELATION
           IF WS-REL-FOUND-IDX = 0
               MOVE 'RELATION'    TO RPT-FLD-NAME
               MOVE 'NOT A RELATIONSHIP CODE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF WS-CHK-SHARE-PCT NOT NUMERIC
               MOVE 'SHARE-PCT'   TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               IF WS-CHK-SHARE-PCT = 0 OR WS-CHK-SHARE-PCT > 100
                   MOVE 'SHARE-PCT'   TO RPT-FLD-NAME
                   MOVE 'NOT OVER 0 AND UP TO 100.00'
                                      TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
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

      *    THE FORM MUST NAME AT LEAST ONE PRIMARY, THE PRIMARY SHARES
      *    MUST TOTAL 100.00, AND SO MUST THE CONTINGENT SHARES WHEN
      *    ANY CONTINGENT IS NAMED. EACH LINE TAKES ITS ORDER WITHIN
      *    ITS TYPE AS THE TBENEF SEQUENCE.
       2160-CHECK-SHARES.
           MOVE 0 TO WS-PRIMARY-CNT WS-CONTINGENT-CNT
                     WS-PRIMARY-TOTAL WS-CONTINGENT-TOTAL
                     WS-PRIMARY-SEQ WS-CONTINGENT-SEQ
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-CNT
               IF WS-NEW-TYPE (WS-NEW-IDX) = 'P'
                   ADD 1 TO WS-PRIMARY-CNT
                   ADD 1 TO WS-PRIMARY-SEQ
                   MOVE WS-PRIMARY-SEQ TO WS-NEW-SEQ-NO (WS-NEW-IDX)
                   ADD WS-NEW-SHARE (WS-NEW-IDX) TO WS-PRIMARY-TOTAL
               ELSE
                   ADD 1 TO WS-CONTINGENT-CNT
                   ADD 1 TO WS-CONTINGENT-SEQ
                   MOVE WS-CONTINGENT-SEQ
                                       TO WS-NEW-SEQ-NO (WS-NEW-IDX)
                   ADD WS-NEW-SHARE (WS-NEW-IDX)
                                       TO WS-CONTINGENT-TOTAL
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PRIMARY-CNT = 0
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - NO PRIMARY BENEFICIARY NAMED'
                                       TO RPT-RES-RESULT
               WHEN WS-PRIMARY-TOTAL NOT = 100
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - PRIMARY SHARES DO NOT TOTAL 100'
                                       TO RPT-RES-RESULT
               WHEN WS-CONTINGENT-CNT > 0
                       AND WS-CONTINGENT-TOTAL NOT = 100
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - CONTINGENT SHARES DO NOT TOTAL 100'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2170-FIND-RELATION.
           MOVE 0 TO WS-REL-FOUND-IDX
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > 12
               IF WS-REL-CODE (WS-REL-IDX) = WS-REL-SEARCH-CODE
                   MOVE WS-REL-IDX TO WS-REL-FOUND-IDX
                   MOVE 12 TO WS-REL-IDX
               END-IF
           END-PERFORM.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE BENEFICIARY-REPORT-REC FROM RPT-FIELD-ERR-LINE.

      *    ONLY AN ACTIVE LIFE POLICY CARRIES A DESIGNATION, AND A
      *    FORM RECEIVED BEFORE THE ONE ALREADY APPLIED IS STALE - THE
      *    LATER SIGNATURE STANDS.
       2200-CHECK-POLICY.
           MOVE 'GETPOL'             TO WS-BF-OPERATION-TYPE
           MOVE WS-FRM-POLICY-NUMBER TO WS-BF-POLICY-NUMBER
           CALL 'BENDRVR1' USING BENDRVR1-AREA
           IF WS-BF-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - POLICY NOT ON FILE' TO RPT-RES-RESULT
           ELSE
               MOVE ZEROS TO WS-CMP-FILE-YMD
               IF WS-BF-POL-FILE-FORM-DATE NOT = SPACES
                   MOVE WS-BF-POL-FILE-FORM-DATE (7:4)
                                            TO WS-CMP-FILE-YYYY
                   MOVE WS-BF-POL-FILE-FORM-DATE (1:2)
                                            TO WS-CMP-FILE-MM
                   MOVE WS-BF-POL-FILE-FORM-DATE (4:2)
                                            TO WS-CMP-FILE-DD
               END-IF
               EVALUATE TRUE
                   WHEN WS-BF-POL-TYPE (1:4) NOT = 'LIFE'
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - NOT A LIFE POLICY'
                                           TO RPT-RES-RESULT
                   WHEN WS-BF-POL-STATUS NOT = 'A'
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - POLICY NOT ACTIVE'
                                           TO RPT-RES-RESULT
                   WHEN WS-CMP-FORM-YMD < WS-CMP-FILE-YMD
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - OLDER THAN THE FORM ON FILE'
                                           TO RPT-RES-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2300-CHECK-AUTHORITY.
           MOVE 'N'               TO WS-AU-AUTHORIZED
           MOVE 'CHECK'           TO WS-AU-OPERATION-TYPE
           MOVE WS-FRM-USER-ID    TO WS-AU-USER-ID
           MOVE 'BENMNT1'         TO WS-AU-PROGRAM
           MOVE WS-FRM-TRANS-TYPE TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

      *    THE DESIGNATION IN FORCE AGAINST THE FORM, BENEFICIARY BY
      *    BENEFICIARY (SAME TYPE AND NAME): A NEW NAME IS AN ADD, A
      *    NEW RELATIONSHIP OR SHARE IS A CHANGE, A NAME THE FORM NO
      *    LONGER CARRIES IS A REMOVAL. A FORM THAT CHANGES NOTHING IS
      *    SENT BACK RATHER THAN CONFIRMED TO THE CUSTOMER.
       2400-COMPARE-DESIGNATION.
           PERFORM 2410-LOAD-DESIGNATION
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-CNT
               MOVE 0 TO WS-OLD-FOUND-IDX
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                       UNTIL WS-OLD-IDX > WS-OLD-CNT
                   IF WS-OLD-MATCHED-SW (WS-OLD-IDX) = 'N'
                           AND WS-OLD-TYPE (WS-OLD-IDX)
                                         = WS-NEW-TYPE (WS-NEW-IDX)
                           AND WS-OLD-NAME (WS-OLD-IDX)
                                         = WS-NEW-NAME (WS-NEW-IDX)
                       MOVE WS-OLD-IDX TO WS-OLD-FOUND-IDX
                       MOVE WS-OLD-CNT TO WS-OLD-IDX
                   END-IF
               END-PERFORM
               IF WS-OLD-FOUND-IDX = 0
                   PERFORM 2420-ADD-CHANGE-ENTRY
                   MOVE 'ADD' TO WS-CHG-ACTION (WS-CHG-CNT)
                   PERFORM 2440-TAKE-AFTER-SIDE
               ELSE
                   MOVE 'Y' TO WS-OLD-MATCHED-SW (WS-OLD-FOUND-IDX)
                   IF WS-OLD-RELATION (WS-OLD-FOUND-IDX)
                               NOT = WS-NEW-RELATION (WS-NEW-IDX)
                           OR WS-OLD-SHARE (WS-OLD-FOUND-IDX)
                               NOT = WS-NEW-SHARE (WS-NEW-IDX)
                       PERFORM 2420-ADD-CHANGE-ENTRY
                       MOVE 'CHG' TO WS-CHG-ACTION (WS-CHG-CNT)
                       MOVE WS-OLD-FOUND-IDX TO WS-OLD-IDX
                       PERFORM 2430-TAKE-BEFORE-SIDE
                       PERFORM 2440-TAKE-AFTER-SIDE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-CNT
               IF WS-OLD-MATCHED-SW (WS-OLD-IDX) = 'N'
                   PERFORM 2420-ADD-CHANGE-ENTRY
                   MOVE 'DEL' TO WS-CHG-ACTION (WS-CHG-CNT)
                   MOVE WS-OLD-TYPE (WS-OLD-IDX)
                                     TO WS-CHG-TYPE (WS-CHG-CNT)
                   PERFORM 2430-TAKE-BEFORE-SIDE
               END-IF
           END-PERFORM
           IF WS-CHG-CNT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - SAME AS THE DESIGNATION ON FILE'
                                       TO RPT-RES-RESULT
           END-IF.

       2410-LOAD-DESIGNATION.
           MOVE 0 TO WS-OLD-CNT
           MOVE 'OPEN'               TO WS-BF-OPERATION-TYPE
           MOVE WS-FRM-POLICY-NUMBER TO WS-BF-POLICY-NUMBER
           CALL 'BENDRVR1' USING BENDRVR1-AREA
           MOVE 'NO' TO WS-BEN-EOF-SW
           PERFORM 2415-LOAD-ONE-BENEFICIARY
               UNTIL DESIGNATION-FETCH-DONE
           MOVE 'CLOSE'              TO WS-BF-OPERATION-TYPE
           CALL 'BENDRVR1' USING BENDRVR1-AREA
           IF WS-OLD-CNT = 0
                   AND WS-BF-POL-CUR-BENEF-NAME NOT = SPACES
               MOVE 1                        TO WS-OLD-CNT
               MOVE 'P'                      TO WS-OLD-TYPE (1)
               MOVE WS-BF-POL-CUR-BENEF-NAME TO WS-OLD-NAME (1)
               MOVE 100                      TO WS-OLD-SHARE (1)
               MOVE 'N'                      TO WS-OLD-MATCHED-SW (1)
               MOVE 'OTHR'                   TO WS-OLD-RELATION (1)
               PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > 12
                   IF WS-REL-DESC (WS-REL-IDX)
                                     = WS-BF-POL-CUR-BENEF-REL
                       MOVE WS-REL-CODE (WS-REL-IDX)
                                     TO WS-OLD-RELATION (1)
                       MOVE 12 TO WS-REL-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2415-LOAD-ONE-BENEFICIARY.
           MOVE 'FETCH' TO WS-BF-OPERATION-TYPE
           CALL 'BENDRVR1' USING BENDRVR1-AREA
           IF WS-BF-SQLCODE NOT = 0
               SET DESIGNATION-FETCH-DONE TO TRUE
           ELSE
               IF WS-OLD-CNT < 10
                   ADD 1 TO WS-OLD-CNT
                   MOVE WS-BF-OUT-BENEF-TYPE
                                     TO WS-OLD-TYPE (WS-OLD-CNT)
                   MOVE WS-BF-OUT-NAME
                                     TO WS-OLD-NAME (WS-OLD-CNT)
                   MOVE WS-BF-OUT-RELATION
                                     TO WS-OLD-RELATION (WS-OLD-CNT)
                   MOVE WS-BF-OUT-SHARE-PCT
                                     TO WS-OLD-SHARE (WS-OLD-CNT)
                   MOVE 'N'          TO WS-OLD-MATCHED-SW (WS-OLD-CNT)
               END-IF
           END-IF.

       2420-ADD-CHANGE-ENTRY.
           ADD 1 TO WS-CHG-CNT
           MOVE SPACES TO WS-CHG-BEFORE-NAME (WS-CHG-CNT)
                          WS-CHG-BEFORE-RELATION (WS-CHG-CNT)
                          WS-CHG-AFTER-NAME (WS-CHG-CNT)
                          WS-CHG-AFTER-RELATION (WS-CHG-CNT)
           MOVE 0      TO WS-CHG-BEFORE-SHARE (WS-CHG-CNT)
                          WS-CHG-AFTER-SHARE (WS-CHG-CNT).

       2430-TAKE-BEFORE-SIDE.
           MOVE WS-OLD-NAME (WS-OLD-IDX)
                               TO WS-CHG-BEFORE-NAME (WS-CHG-CNT)
           MOVE WS-OLD-RELATION (WS-OLD-IDX)
                               TO WS-CHG-BEFORE-RELATION (WS-CHG-CNT)
           MOVE WS-OLD-SHARE (WS-OLD-IDX)
                               TO WS-CHG-BEFORE-SHARE (WS-CHG-CNT).

       2440-TAKE-AFTER-SIDE.
           MOVE WS-NEW-TYPE (WS-NEW-IDX)
                               TO WS-CHG-TYPE (WS-CHG-CNT)
           MOVE WS-NEW-NAME (WS-NEW-IDX)
                               TO WS-CHG-AFTER-NAME (WS-CHG-CNT)
           MOVE WS-NEW-RELATION (WS-NEW-IDX)
                               TO WS-CHG-AFTER-RELATION (WS-CHG-CNT)
           MOVE WS-NEW-SHARE (WS-NEW-IDX)
                               TO WS-CHG-AFTER-SHARE (WS-CHG-CNT).

      *    THE FORM REPLACES THE DESIGNATION WHOLE, EVERY CHANGE IS
      *    LOGGED UNDER THE ONE TIMESTAMP GETPOL RETURNED, AND THE
      *    LEADING PRIMARY - THE LARGEST SHARE, THE FIRST LISTED ON A
      *    TIE - GOES ON TPOLICY FOR THE NOTICES.
       2500-APPLY-DESIGNATION.
           MOVE 'DELALL'             TO WS-BF-OPERATION-TYPE
           MOVE WS-FRM-POLICY-NUMBER TO WS-BF-POLICY-NUMBER
           CALL 'BENDRVR1' USING BENDRVR1-AREA
           MOVE 0 TO WS-NEW-LEAD-IDX
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-CNT
               MOVE 'INSERT'                 TO WS-BF-OPERATION-TYPE
               MOVE WS-NEW-TYPE (WS-NEW-IDX) TO WS-BF-BENEF-TYPE
               MOVE WS-NEW-SEQ-NO (WS-NEW-IDX)
                                             TO WS-BF-SEQ-NO
               MOVE WS-NEW-NAME (WS-NEW-IDX) TO WS-BF-NAME
               MOVE WS-NEW-RELATION (WS-NEW-IDX)
                                             TO WS-BF-RELATION
               MOVE WS-NEW-SHARE (WS-NEW-IDX)
                                             TO WS-BF-SHARE-PCT
               MOVE WS-FRM-FORM-DATE         TO WS-BF-FORM-DATE
               CALL 'BENDRVR1' USING BENDRVR1-AREA
               IF WS-NEW-TYPE (WS-NEW-IDX) = 'P'
                   IF WS-NEW-LEAD-IDX = 0
                       MOVE WS-NEW-IDX TO WS-NEW-LEAD-IDX
                   ELSE
                       IF WS-NEW-SHARE (WS-NEW-IDX)
                               > WS-NEW-SHARE (WS-NEW-LEAD-IDX)
                           MOVE WS-NEW-IDX TO WS-NEW-LEAD-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-CNT
               PERFORM 2510-WRITE-HISTORY
           END-PERFORM

           MOVE WS-NEW-NAME (WS-NEW-LEAD-IDX) TO WS-LEAD-BENEF-NAME
           MOVE WS-NEW-RELATION (WS-NEW-LEAD-IDX)
                                          TO WS-REL-SEARCH-CODE
           PERFORM 2170-FIND-RELATION
           MOVE WS-REL-DESC (WS-REL-FOUND-IDX)
                                          TO WS-LEAD-BENEF-RELATION
           MOVE 'SETPOL'                  TO WS-BF-OPERATION-TYPE
           MOVE WS-LEAD-BENEF-NAME        TO WS-BF-POL-BENEF-NAME
           MOVE WS-LEAD-BENEF-RELATION    TO WS-BF-POL-BENEF-RELATION
           CALL 'BENDRVR1' USING BENDRVR1-AREA
           ADD 1 TO WS-ACCEPTED-CNT
           MOVE 'APPLIED' TO RPT-RES-RESULT.

       2510-WRITE-HISTORY.
           MOVE 'HIST'                   TO WS-BF-OPERATION-TYPE
           MOVE WS-BF-POL-CHANGE-TS      TO WS-BF-CHANGE-TS
           MOVE WS-CHG-IDX               TO WS-BF-LINE-NO
           MOVE WS-FRM-FORM-DATE         TO WS-BF-FORM-DATE
           MOVE WS-FRM-USER-ID           TO WS-BF-USER-ID
           MOVE WS-CHG-ACTION (WS-CHG-IDX)
                                         TO WS-BF-ACTION
           MOVE WS-CHG-TYPE (WS-CHG-IDX) TO WS-BF-BENEF-TYPE
           MOVE WS-CHG-BEFORE-NAME (WS-CHG-IDX)
                                         TO WS-BF-BEFORE-NAME
           MOVE WS-CHG-BEFORE-RELATION (WS-CHG-IDX)
                                         TO WS-BF-BEFORE-RELATION
           MOVE WS-CHG-BEFORE-SHARE (WS-CHG-IDX)
                                         TO WS-BF-BEFORE-SHARE-PCT
           MOVE WS-CHG-AFTER-NAME (WS-CHG-IDX)
                                         TO WS-BF-AFTER-NAME
           MOVE WS-CHG-AFTER-RELATION (WS-CHG-IDX)
                                         TO WS-BF-AFTER-RELATION
           MOVE WS-CHG-AFTER-SHARE (WS-CHG-IDX)
                                         TO WS-BF-AFTER-SHARE-PCT
           CALL 'BENDRVR1' USING BENDRVR1-AREA
           ADD 1 TO WS-HIST-CNT.

       2600-WRITE-CHANGE-LINE.
           MOVE WS-CHG-ACTION (WS-CHG-IDX)   TO RPT-CHG-ACTION
           MOVE WS-CHG-TYPE (WS-CHG-IDX)     TO RPT-CHG-TYPE
           MOVE WS-CHG-BEFORE-NAME (WS-CHG-IDX)
                                             TO RPT-CHG-BEFORE-NAME
           MOVE WS-CHG-BEFORE-RELATION (WS-CHG-IDX)
                                             TO RPT-CHG-BEFORE-REL
           MOVE WS-CHG-BEFORE-SHARE (WS-CHG-IDX)
                                             TO RPT-CHG-BEFORE-SHARE
           MOVE WS-CHG-AFTER-NAME (WS-CHG-IDX)
                                             TO RPT-CHG-AFTER-NAME
           MOVE WS-CHG-AFTER-RELATION (WS-CHG-IDX)
                                             TO RPT-CHG-AFTER-REL
           MOVE WS-CHG-AFTER-SHARE (WS-CHG-IDX)
                                             TO RPT-CHG-AFTER-SHARE
           WRITE BENEFICIARY-REPORT-REC FROM RPT-CHANGE-LINE.

       2900-REJECT-FORM.
           ADD 1 TO WS-REJECTED-CNT
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-CNT
               WRITE BENEFICIARY-REJECT-REC
                   FROM WS-NEW-RAW-REC (WS-NEW-IDX)
           END-PERFORM.

      *    THE CONFIRMATION GOES TO THE POLICY HOLDER AT THE ADDRESS
      *    ON THE POLICY - TBENEF CARRIES NO BENEFICIARY ADDRESS, SO
      *    A BENEFICIARY IS NEVER WRITTEN TO. TRACKED UNDER TIER 'BEN'
      *    SO A RERUN OF THE SAME DAY DOES NOT MAIL IT TWICE.
       3000-SEND-CONFIRMATION.
           MOVE 'CHECK'                 TO WS-DBDRIVR2-OPERATION-TYPE
           MOVE WS-CURRENT-DATE         TO WS-DBDRIVR2-PROCESS-DATE
           MOVE WS-FRM-POLICY-NUMBER    TO WS-DBDRIVR2-POLICY-NUMBER
           MOVE 'BEN'                   TO WS-DBDRIVR2-NOTIFY-TIER
           MOVE 'CUSTOMER'              TO WS-DBDRIVR2-RECIPIENT-TYPE
           MOVE 'MAIL'                  TO WS-DBDRIVR2-CHANNEL
           CALL 'DBDRIVR2' USING DBDRIVR2-AREA
           IF NOT ALREADY-TRACKED
               PERFORM 3100-WRITE-CONFIRMATION
           END-IF.

       3100-WRITE-CONFIRMATION.
           MOVE SPACES TO CUSTOMER-NOTIFY-RECORD
           MOVE WS-FRM-POLICY-NUMBER    TO WS-CUST-POLICY-NUMBER
           MOVE WS-BF-POL-FNAME         TO WS-CUST-FIRST-NAME
           MOVE WS-BF-POL-MNAME         TO WS-CUST-MIDDLE-NAME
           MOVE WS-BF-POL-LNAME         TO WS-CUST-LAST-NAME
           MOVE WS-BF-POL-ADDR-1        TO WS-CUST-ADDR-1
           MOVE WS-BF-POL-ADDR-2        TO WS-CUST-ADDR-2
           MOVE WS-BF-POL-CITY          TO WS-CUST-CITY
           MOVE WS-BF-POL-STATE         TO WS-CUST-STATE
           MOVE WS-BF-POL-ZIP-CD        TO WS-CUST-ZIP-CD
           MOVE WS-BF-POL-START         TO WS-CUST-START-DATE
           MOVE WS-BF-POL-EXPIRY        TO WS-CUST-EXPIRY-DATE
           MOVE WS-CURRENT-DATE         TO WS-CUST-NOTIFY-DATE
           MOVE WS-BF-POL-AGENT-CODE    TO WS-CUST-AGENT-CODE
           MOVE WS-BF-POL-EMAIL         TO WS-CUST-EMAIL
           MOVE WS-LEAD-BENEF-NAME      TO WS-CUST-BENEF-NAME
           MOVE WS-LEAD-BENEF-RELATION  TO WS-CUST-BENEF-RELATION
           MOVE WS-BF-POL-CONTACT-PREF  TO WS-CUST-CONTACT-PREF
           MOVE 1                       TO WS-CUST-INSTALL-CNT
           MOVE 0                       TO WS-CUST-INSTALL-AMOUNT
                                           WS-CUST-COV-CNT
           MOVE WS-BF-POL-PREF-LANGUAGE TO WS-POLICY-LANGUAGE
           PERFORM 3200-LOOKUP-CONFIRM-WORDING
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

      *    CONFIRMATION WORDING BY LINE AND LANGUAGE FROM THE MESSAGE
      *    TABLE (RECIPIENT 'CUSTBENF'), FALLING BACK TO THE RUN
      *    LANGUAGE AND THEN TO THE HOUSE WORDING, WHICH NAMES THE
      *    RECEIVED DATE OF THE FORM.
       3200-LOOKUP-CONFIRM-WORDING.
           MOVE WS-BF-POL-TYPE         TO  WS-DBDRIVR3-POLICY-TYPE
           MOVE WS-POLICY-LANGUAGE     TO  WS-DBDRIVR3-LANGUAGE
           MOVE 'CUSTBENF'             TO  WS-DBDRIVR3-RECIPIENT
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
               STRING 'WE HAVE RECORDED THE BENEFICIARY DESIGNATION '
                                        DELIMITED BY SIZE
                      'ON THE SIGNED FORM WE RECEIVED '
                                        DELIMITED BY SIZE
                      WS-FRM-FORM-DATE  DELIMITED BY SIZE
                 INTO WS-CUST-NOTIFY-MSG
               END-STRING
           END-IF
           MOVE 'IF YOU DID NOT REQUEST THIS CHANGE, PLEASE CALL US
      -        ' RIGHT AWAY'           TO  WS-CUST-STATUTORY-MSG.

       9000-FINALIZE-PARA.
           MOVE 'FORM LINES READ'                  TO RPT-TOT-LABEL
           MOVE WS-LINES-READ-CNT                  TO RPT-TOT-CNT
           WRITE BENEFICIARY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'FORMS READ'                       TO RPT-TOT-LABEL
           MOVE WS-FORM-CNT                        TO RPT-TOT-CNT
           WRITE BENEFICIARY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DESIGNATIONS APPLIED'             TO RPT-TOT-LABEL
           MOVE WS-ACCEPTED-CNT                    TO RPT-TOT-CNT
           WRITE BENEFICIARY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  HISTORY ROWS WRITTEN'           TO RPT-TOT-LABEL
           MOVE WS-HIST-CNT                        TO RPT-TOT-CNT
           WRITE BENEFICIARY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'FORMS REJECTED'                   TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE BENEFICIARY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CONFIRMATIONS WRITTEN'            TO RPT-TOT-LABEL
           MOVE WS-LETTER-CNT                      TO RPT-TOT-CNT
           WRITE BENEFICIARY-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE BENEFICIARY-REQUEST
           CLOSE CUSTOMER-NOTIFY-FILE
           CLOSE BENEFICIARY-REPORT
           CLOSE BENEFICIARY-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'BENMNT1'       TO OPS-JOB-NAME
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
               MOVE WS-FORM-CNT     TO OPS-RECORD-CNT
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
           DISPLAY 'BENMNT1: FORMS READ: ' WS-FORM-CNT
                   '  APPLIED: ' WS-ACCEPTED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM BENMNT1.
