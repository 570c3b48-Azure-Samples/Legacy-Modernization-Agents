       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESGMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESIGN-CONSENT-REQUEST ASSIGN TO 'ESGMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ESIGN-CONSENT-REPORT ASSIGN TO 'ESGMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ESIGN-CONSENT-REJECT ASSIGN TO 'ESGMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    E-SIGN CONSENT CAPTURED SINCE THE LAST RUN - THE CUSTOMER
      *    PORTAL'S NIGHTLY EXTRACT AND THE SERVICE DESK'S KEYED
      *    TRANSACTIONS ARE CONCATENATED INTO ONE FILE.
      *      EST-TRANS-TYPE    GRANT    = CONSENT GIVEN (OR GIVEN
      *                                   AGAIN AFTER A WITHDRAWAL)
      *                        WITHDRAW = CONSENT WITHDRAWN
      *      EST-SOURCE        P = PORTAL, S = SERVICE DESK. A SERVICE
      *                        DESK TRANSACTION IS CHECKED AGAINST
      *                        TOPERAUT; THE PORTAL HAS ALREADY
      *                        AUTHENTICATED THE CUSTOMER.
      *      EST-EVENT-DATE    DATE CONSENT WAS GIVEN OR WITHDRAWN,
      *                        MM/DD/YYYY - BLANK MEANS TODAY
      *      EST-DISCLOSURE-VER VERSION OF THE E-SIGN DISCLOSURE THE
      *                        CUSTOMER AGREED TO - REQUIRED ON GRANT
       FD  ESIGN-CONSENT-REQUEST.
       01  ESIGN-CONSENT-REQUEST-REC.
           05  EST-TRANS-TYPE            PIC X(8).
           05  EST-POLICY-NUMBER         PIC X(10).
           05  EST-SOURCE                PIC X(1).
           05  EST-EVENT-DATE            PIC X(10).
           05  EST-DISCLOSURE-VER        PIC X(8).
           05  EST-USER-ID               PIC X(8).
           05  FILLER                    PIC X(75).

       FD  ESIGN-CONSENT-REPORT.
       01  ESIGN-CONSENT-REPORT-REC      PIC X(132).

      *    REJECTED TRANSACTIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  ESIGN-CONSENT-REJECT.
       01  ESIGN-CONSENT-REJECT-REC      PIC X(120).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-TRANS-CNT                  PIC 9(7) VALUE 0.
       01  WS-GRANTED-CNT                PIC 9(7) VALUE 0.
       01  WS-REGRANTED-CNT              PIC 9(7) VALUE 0.
       01  WS-WITHDRAWN-CNT              PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  WS-EVENT-DATE                 PIC X(10).
       01  WS-EVENT-USER                 PIC X(8).

       01  ESGDRVR1-AREA.
           10  WS-ES-OPERATION-TYPE        PIC X(10).
           10  WS-ES-PROCESS-DATE          PIC X(10).
           10  WS-ES-POLICY-NUMBER         PIC X(10).
           10  WS-ES-CONSENT-DATE          PIC X(10).
           10  WS-ES-SOURCE                PIC X(1).
           10  WS-ES-DISCLOSURE-VER        PIC X(8).
           10  WS-ES-AUTH-USER             PIC X(8).
           10  WS-ES-SQLCODE               PIC S9(9) COMP.
           10  WS-ES-GRANT-RESULT          PIC X(1).
           10  WS-ES-OUT-CONSENT-DATE      PIC X(10).
           10  WS-ES-OUT-SOURCE            PIC X(1).
           10  WS-ES-OUT-DISCLOSURE-VER    PIC X(8).
           10  WS-ES-OUT-CONTACT-PREF      PIC X(1).
           10  WS-ES-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-ES-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-ES-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-ES-OUT-HOLDER-EMAIL      PIC X(30).
           10  WS-ES-OUT-AGENT-CODE        PIC X(10).
           10  WS-ES-OUT-EXPIRY-DATE       PIC X(10).
           10  WS-ES-OUT-MISSING-REASON    PIC X(1).
           10  WS-ES-OUT-WITHDRAW-DATE     PIC X(10).

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

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'E-SIGN CONSENT MAINTENANCE -              '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  RPT-FIELD-ERR-LINE.
           05  FILLER                    PIC X(9)  VALUE '  FIELD: '.
           05  RPT-FLD-NAME              PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-REASON            PIC X(40).
           05  FILLER                    PIC X(69) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'SRC: '.
           05  RPT-RES-SOURCE            PIC X(1).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'DATE: '.
           05  RPT-RES-DATE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(50).
           05  FILLER                    PIC X(12) VALUE SPACES.

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
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT  ESIGN-CONSENT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESIGN-CONSENT-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT ESIGN-CONSENT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESIGN-CONSENT-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT ESIGN-CONSENT-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESIGN-CONSENT-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-TRANS-CNT
           MOVE EST-TRANS-TYPE       TO RPT-RES-TRANS-TYPE
           MOVE EST-POLICY-NUMBER    TO RPT-RES-POLICY
           MOVE EST-SOURCE           TO RPT-RES-SOURCE
           MOVE SPACES               TO RPT-RES-RESULT
           MOVE 'YES'                TO WS-TRANS-VALID-SW
           IF EST-EVENT-DATE = SPACES
               MOVE WS-CURRENT-DATE  TO WS-EVENT-DATE
           ELSE
               MOVE EST-EVENT-DATE   TO WS-EVENT-DATE
           END-IF
           MOVE WS-EVENT-DATE        TO RPT-RES-DATE
           IF EST-USER-ID = SPACES AND EST-SOURCE = 'P'
               MOVE 'PORTAL'         TO WS-EVENT-USER
           ELSE
               MOVE EST-USER-ID      TO WS-EVENT-USER
           END-IF

           PERFORM 2100-VALIDATE-TRANS
           IF WS-FIELD-ERR-CNT > 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - FIELD VALIDATION (SEE ABOVE)'
                                     TO RPT-RES-RESULT
           END-IF
           IF TRANS-VALID AND EST-SOURCE = 'S'
               PERFORM 2300-CHECK-AUTHORITY
           END-IF
           IF TRANS-VALID
               IF EST-TRANS-TYPE = 'GRANT'
                   PERFORM 2400-GRANT-CONSENT
               ELSE
                   PERFORM 2500-WITHDRAW-CONSENT
               END-IF
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANS
           END-IF
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ ESIGN-CONSENT-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANS.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF EST-TRANS-TYPE NOT = 'GRANT' AND 'WITHDRAW'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT GRANT OR WITHDRAW' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF EST-POLICY-NUMBER = SPACES
               MOVE 'POLICY'      TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF EST-SOURCE NOT = 'P' AND 'S'
               MOVE 'SOURCE'      TO RPT-FLD-NAME
               MOVE 'NOT P (PORTAL) OR S (SERVICE DESK)'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF WS-EVENT-DATE (1:2) NOT NUMERIC
                   OR WS-EVENT-DATE (3:1) NOT = '/'
                   OR WS-EVENT-DATE (4:2) NOT NUMERIC
                   OR WS-EVENT-DATE (6:1) NOT = '/'
                   OR WS-EVENT-DATE (7:4) NOT NUMERIC
               MOVE 'EVENT-DATE'  TO RPT-FLD-NAME
               MOVE 'NOT MM/DD/YYYY' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF EST-TRANS-TYPE = 'GRANT'
                   AND EST-DISCLOSURE-VER = SPACES
               MOVE 'DISCLOSURE'  TO RPT-FLD-NAME
               MOVE 'MISSING - VERSION AGREED TO IS REQUIRED'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF WS-EVENT-USER = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-FIELD-ERR-LINE.

       2300-CHECK-AUTHORITY.
           MOVE 'N'               TO WS-AU-AUTHORIZED
           MOVE 'CHECK'           TO WS-AU-OPERATION-TYPE
           MOVE WS-EVENT-USER     TO WS-AU-USER-ID
           MOVE 'ESGMNT1'         TO WS-AU-PROGRAM
           MOVE EST-TRANS-TYPE    TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

      *    CONSENT IS RECORDED WHATEVER THE POLICY'S CURRENT CONTACT
      *    PREFERENCE, SO A CUSTOMER WHO CONSENTS FIRST AND SWITCHES
      *    TO EMAIL ONLY LATER IS ALREADY COVERED.
       2400-GRANT-CONSENT.
           MOVE 'GRANT'            TO WS-ES-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-ES-PROCESS-DATE
           MOVE EST-POLICY-NUMBER  TO WS-ES-POLICY-NUMBER
           MOVE WS-EVENT-DATE      TO WS-ES-CONSENT-DATE
           MOVE EST-SOURCE         TO WS-ES-SOURCE
           MOVE EST-DISCLOSURE-VER TO WS-ES-DISCLOSURE-VER
           MOVE WS-EVENT-USER      TO WS-ES-AUTH-USER
           CALL 'ESGDRVR1' USING ESGDRVR1-AREA
           IF WS-ES-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - POLICY NOT ON FILE'
                                       TO RPT-RES-RESULT
           ELSE
               IF WS-ES-GRANT-RESULT = 'R'
                   ADD 1 TO WS-REGRANTED-CNT
                   MOVE 'CONSENT RECORDED - REPLACES EARLIER CONSENT'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-GRANTED-CNT
                   MOVE 'CONSENT RECORDED'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2500-WITHDRAW-CONSENT.
           MOVE 'WITHDRAW'         TO WS-ES-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-ES-PROCESS-DATE
           MOVE EST-POLICY-NUMBER  TO WS-ES-POLICY-NUMBER
           MOVE WS-EVENT-DATE      TO WS-ES-CONSENT-DATE
           MOVE WS-EVENT-USER      TO WS-ES-AUTH-USER
           CALL 'ESGDRVR1' USING ESGDRVR1-AREA
           IF WS-ES-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - NO CONSENT ON FILE TO WITHDRAW'
                                       TO RPT-RES-RESULT
           ELSE
               ADD 1 TO WS-WITHDRAWN-CNT
               MOVE 'WITHDRAWN - LEGAL NOTICES GO BY MAIL'
                                       TO RPT-RES-RESULT
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-CNT
           WRITE ESIGN-CONSENT-REJECT-REC
               FROM ESIGN-CONSENT-REQUEST-REC.

       9000-FINALIZE-PARA.
           MOVE 'TRANSACTIONS READ'                TO RPT-TOT-LABEL
           MOVE WS-TRANS-CNT                       TO RPT-TOT-CNT
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CONSENTS RECORDED - NEW'          TO RPT-TOT-LABEL
           MOVE WS-GRANTED-CNT                     TO RPT-TOT-CNT
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CONSENTS RECORDED - REPLACING'    TO RPT-TOT-LABEL
           MOVE WS-REGRANTED-CNT                   TO RPT-TOT-CNT
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CONSENTS WITHDRAWN'               TO RPT-TOT-LABEL
           MOVE WS-WITHDRAWN-CNT                   TO RPT-TOT-CNT
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED'            TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE ESIGN-CONSENT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE ESIGN-CONSENT-REQUEST
           CLOSE ESIGN-CONSENT-REPORT
           CLOSE ESIGN-CONSENT-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'ESGMNT1'       TO OPS-JOB-NAME
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
               MOVE WS-TRANS-CNT    TO OPS-RECORD-CNT
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
           DISPLAY 'ESGMNT1: TRANSACTIONS READ: ' WS-TRANS-CNT
                   '  GRANTED: ' WS-GRANTED-CNT
                   '  REGRANTED: ' WS-REGRANTED-CNT
                   '  WITHDRAWN: ' WS-WITHDRAWN-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM ESGMNT1.
