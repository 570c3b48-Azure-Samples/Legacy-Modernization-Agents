           SELECT AGENT-MAINT-REJECT  ASSIGN TO 'AGTMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AGENT-PRENOTE-FILE  ASSIGN TO 'AGTPRENT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERM-FILING-FILE    ASSIGN TO 'AGTTRMFL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  AGENT-MAINT-REQUEST-REC.
           05  AMT-TRANS-TYPE            PIC X(8).
           05  AMT-AGENT-CODE            PIC X(10).
           05  AMT-AGENT-DETAIL.
               10  AMT-AGENT-NAME        PIC X(45).
               10  AMT-AGENT-ADDRESS-1   PIC X(50).
               10  AMT-AGENT-ADDRESS-2   PIC X(50).
               10  AMT-AGENT-CITY        PIC X(20).
               10  AMT-AGENT-STATE       PIC X(2).
               10  AMT-AGENT-ZIP-CODE    PIC X(10).
               10  AMT-AGENT-STATUS      PIC X(1).
               10  AMT-AGENT-TYPE        PIC X(10).
               10  AMT-AGENT-EMAIL       PIC X(30).
               10  AMT-AGENT-CONTACT-NO  PIC X(10).
               10  AMT-AGENT-START-DATE  PIC X(10).
               10  AMT-AGENT-END-DATE    PIC X(10).
      *        'TAXID' TRANSACTIONS CARRY THE AGENT'S W-9 IN PLACE OF
      *        THE DETAIL FIELDS. TIN TYPE S = SSN, E = EIN; THE TIN IS
      *        THE NINE DIGITS WITHOUT DASHES.
           05  AMT-TAX-DETAIL REDEFINES AMT-AGENT-DETAIL.
               10  AMT-TAX-LEGAL-NAME    PIC X(40).
               10  AMT-TAX-TIN-TYPE      PIC X(1).
               10  AMT-TAX-ID            PIC X(9).
               10  AMT-TAX-W9-DATE       PIC X(10).
               10  FILLER                PIC X(188).
      *        'BANKACCT' TRANSACTIONS CARRY THE AGENT'S DIRECT-DEPOSIT
      *        ACCOUNT (TYPE C = CHECKING, S = SAVINGS); 'BANKSTOP'
      *        CARRIES NOTHING BEYOND THE AGENT CODE.
           05  AMT-BANK-DETAIL REDEFINES AMT-AGENT-DETAIL.
               10  AMT-BANK-ROUTING-NO   PIC X(9).
               10  AMT-BANK-ROUTING-DIGITS
                                   REDEFINES AMT-BANK-ROUTING-NO.
                   15  AMT-BANK-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
               10  AMT-BANK-ACCOUNT-NO   PIC X(17).
               10  AMT-BANK-ACCT-TYPE    PIC X(1).
               10  FILLER                PIC X(221).
      *    THE OPERATOR WHO KEYED THE TRANSACTION - VERIFIED AGAINST
      *    TOPERAUT BEFORE APPLY AND STAMPED INTO THE AGENT AUDIT.
           05  AMT-USER-ID               PIC X(8).
       FD  AGENT-MAINT-REJECT.
       01  AGENT-MAINT-REJECT-REC        PIC X(274).

      *    ZERO-DOLLAR CREDIT PRENOTES FOR THE BANK, ONE PER ACCEPTED
      *    'BANKACCT', IN THE SAME LAYOUT AS THE AUTO-PAY PRENOTES
      *    (MNDMNT1) WITH THE AGENT CODE AS THE INDIVIDUAL ID. A
      *    RETURNED PRENOTE IS KEYED BACK BY ACCOUNTING AS A
      *    'BANKSTOP', WHICH PUTS THE AGENT BACK ON CHECKS.
       FD  AGENT-PRENOTE-FILE.
       01  AGENT-PRENOTE-REC.
           05  APN-AGENT-CODE            PIC X(10).
           05  APN-TRAN-CODE             PIC X(2).
           05  APN-ROUTING-NO            PIC X(9).
           05  APN-ACCOUNT-NO            PIC X(17).
           05  APN-AMOUNT                PIC 9(8)V99.
           05  APN-HOLDER-NAME           PIC X(22).
           05  APN-EFF-DATE              PIC X(10).
           05  FILLER                    PIC X(14).

      *    STATE TERMINATION FILINGS, ONE PER APPOINTMENT STILL IN
      *    FORCE WHEN THE AGENT IS DEACTIVATED OR END-DATED. APPENDED
      *    PENDING HERE; AGTTRM1 FILES AND TRACKS THEM.
       FD  TERM-FILING-FILE.
       01  TERM-FILING-REC.
           COPY AGTTRMFL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-TRM-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.

       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.
       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-STAGED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-BEFORE            PIC 9(7) VALUE 0.
       01  WS-AGENT-TYPE-CHECK           PIC X(10).
           88  KNOWN-AGENT-TYPE          VALUE 'CORPORATE '
                                               'CAPTIVE   '
           05  WS-CMP-EN-YYYY            PIC 9(4).
           05  WS-CMP-EN-MM              PIC 9(2).
           05  WS-CMP-EN-DD              PIC 9(2).
       01  WS-CMP-TODAY-YMD.
           05  WS-CMP-TD-YYYY            PIC 9(4).
           05  WS-CMP-TD-MM              PIC 9(2).
           05  WS-CMP-TD-DD              PIC 9(2).

       01  WS-PRENOTE-CNT                PIC 9(7) VALUE 0.
      *    BANKING DAYS AFTER THE PRENOTE SETTLES BEFORE THE FIRST LIVE
      *    CREDIT - THE SAME WAITING PERIOD THE AUTO-PAY MANDATES USE.
       01  WS-PRENOTE-WAIT-DAYS          PIC S9(4) COMP VALUE 3.
       01  WS-PRENOTE-EFF-DATE           PIC X(10).
       01  WS-PRENOTE-CLEAR-DATE         PIC X(10).
       01  WS-ROUTING-SUM                PIC 9(4).
       01  WS-ACCT-LEN                   PIC S9(4) COMP.
       01  WS-TODAY-MDY                  PIC X(10).

      *    THE AGENT'S STANDING BEFORE THE TRANSACTION IS APPLIED. AN
      *    AGENT WHO WAS ALREADY INACTIVE, OR WHOSE END DATE IS SENT
      *    BACK UNCHANGED ON AN ORDINARY UPDATE, DOES NOT GET A SECOND
      *    ROUND OF STATE TERMINATION FILINGS.
       01  WS-PRIOR-AGENT-STATUS         PIC X(1).
       01  WS-PRIOR-END-DATE             PIC X(10).
       01  WS-TERM-SW                    PIC X(1).
           88  TERMINATION-DUE           VALUE 'Y'.
       01  WS-TERM-REASON                PIC X(1).
       01  WS-TERM-DATE                  PIC X(10).
       01  WS-LIC-EOF-SW                 PIC X(3).
           88  END-OF-APPOINTMENTS       VALUE 'YES'.
       01  WS-TRANS-FILING-CNT           PIC 9(3).
       01  WS-TERM-FILING-CNT            PIC 9(7) VALUE 0.

      *    OPERATIONS UNDER DUAL CONTROL. THE KEYED TRANSACTION IS
      *    STAGED ON THE PENDING-CHANGE QUEUE (TPENDCHG) INSTEAD OF
      *    BEING APPLIED; A SECOND, DIFFERENT AUTHORIZED OPERATOR
      *    APPROVES OR REJECTS IT THROUGH PCQAPR1, AND THE NEXT RUN
      *    OF THIS PROGRAM APPLIES WHAT WAS APPROVED. THE W-9 AND THE
      *    DEPOSIT ACCOUNT DECIDE WHO IS PAID COMMISSION AND UNDER
      *    WHOSE TAX NUMBER. 'BANKSTOP' ONLY PUTS AN AGENT BACK ON
      *    CHECKS AND IS LEFT UNDER SINGLE CONTROL.
       01  WS-DUAL-OP-VALUES.
           05 FILLER PIC X(8) VALUE 'TAXID'.
           05 FILLER PIC X(8) VALUE 'BANKACCT'.
       01  WS-DUAL-OP-TABLE REDEFINES WS-DUAL-OP-VALUES.
           05 WS-DUAL-OP                 PIC X(8) OCCURS 2 TIMES.
       01  WS-DUAL-IDX                   PIC 9(2) VALUE 0.
       01  WS-DUAL-CONTROL-SW            PIC X(3) VALUE 'NO'.
           88  DUAL-CONTROL-DUE          VALUE 'YES'.
       01  WS-APPROVED-APPLY-SW          PIC X(3) VALUE 'NO'.
           88  APPLYING-APPROVED         VALUE 'YES'.
       01  WS-APR-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-APPROVED           VALUE 'YES'.
       01  WS-CHANGE-ID-DISP             PIC 9(9).

       01  PCQDRVR1-AREA.
           10  WS-PQ-OPERATION-TYPE        PIC X(10).
           10  WS-PQ-PROCESS-DATE          PIC X(10).
           10  WS-PQ-CHANGE-ID             PIC S9(9) COMP.
           10  WS-PQ-PROGRAM               PIC X(8).
           10  WS-PQ-TRANS-TYPE            PIC X(8).
           10  WS-PQ-TRANS-KEY             PIC X(20).
           10  WS-PQ-TRANS-IMAGE           PIC X(400).
           10  WS-PQ-USER-ID               PIC X(8).
           10  WS-PQ-STATUS                PIC X(1).
           10  WS-PQ-RESULT                PIC X(40).
           10  WS-PQ-SQLCODE               PIC S9(9) COMP.
           10  WS-PQ-OUT-CHANGE-ID         PIC S9(9) COMP.
           10  WS-PQ-OUT-PROGRAM           PIC X(8).
           10  WS-PQ-OUT-TRANS-TYPE        PIC X(8).
           10  WS-PQ-OUT-TRANS-KEY         PIC X(20).
           10  WS-PQ-OUT-TRANS-IMAGE       PIC X(400).
           10  WS-PQ-OUT-MAKER-USER        PIC X(8).
           10  WS-PQ-OUT-STAGE-DATE        PIC X(10).
           10  WS-PQ-OUT-STATUS            PIC X(1).
           10  WS-PQ-OUT-CHECKER-USER      PIC X(8).
           10  WS-PQ-OUT-RESULT            PIC X(40).
           10  WS-PQ-OUT-AGE-DAYS          PIC S9(9) COMP.

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

       01  AUTDRVR1-AREA.
           10  WS-AU-OPERATION-TYPE        PIC X(10).
               15  WS-FLEDIVR1-AGENT-END-DATE    PIC X(10).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).
           10  WS-FLEDIVR1-MNT-TAX-IDENTITY.
               15  WS-FLEDIVR1-MNT-TAX-ID        PIC X(9).
               15  WS-FLEDIVR1-MNT-TIN-TYPE      PIC X(1).
               15  WS-FLEDIVR1-MNT-LEGAL-NAME    PIC X(40).
               15  WS-FLEDIVR1-MNT-W9-DATE       PIC X(10).
           10  WS-FLEDIVR1-AGENT-TAX-IDENTITY    PIC X(60).
           10  WS-FLEDIVR1-MNT-BANK-DETAILS.
               15  WS-FLEDIVR1-MNT-ROUTING-NO    PIC X(9).
               15  WS-FLEDIVR1-MNT-ACCOUNT-NO    PIC X(17).
               15  WS-FLEDIVR1-MNT-ACCT-TYPE     PIC X(1).
               15  WS-FLEDIVR1-MNT-DEP-STATUS    PIC X(1).
               15  WS-FLEDIVR1-MNT-PRENOTE-DATE  PIC X(10).
               15  WS-FLEDIVR1-MNT-PRENOTE-CLEAR PIC X(10).
           10  WS-FLEDIVR1-AGENT-BANK-DETAILS    PIC X(48).
           10  WS-FLEDIVR1-APPROVER-USER         PIC X(8).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(30)
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(46) VALUE SPACES.

       01  RPT-DUAL-LINE.
           05  FILLER                    PIC X(16)
               VALUE '  DUAL CONTROL: '.
           05  FILLER                    PIC X(8)  VALUE 'CHANGE: '.
           05  RPT-DUL-CHANGE-ID         PIC 9(9).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'KEYED BY: '.
           05  RPT-DUL-MAKER             PIC X(8).
           05  FILLER                    PIC X(4)  VALUE ' ON '.
           05  RPT-DUL-STAGE-DATE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'APPROVED BY: '.
           05  RPT-DUL-CHECKER           PIC X(8).
           05  FILLER                    PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           STRING WS-MONTH '/' WS-DAY '/' WS-YEAR
                  DELIMITED BY SIZE INTO WS-TODAY-MDY
           END-STRING

           OPEN INPUT  AGENT-MAINT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT AGENT-PRENOTE-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT-PRENOTE-FILE: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN EXTEND TERM-FILING-FILE
           IF WS-TRM-STATUS NOT = '00'
               OPEN OUTPUT TERM-FILING-FILE
               IF WS-TRM-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING TERM-FILING-FILE: '
                                            WS-TRM-STATUS
                   CALL 'ABEND'
               END-IF
           END-IF

           MOVE 'AGTMNT1' TO WS-FLEDIVR1-CALLER-JOB
           MOVE 'AGTMNT1' TO WS-FLEDIVR1-CALLER-USER
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE AGENT-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           MOVE SPACES TO WS-FLEDIVR1-APPROVER-USER
           PERFORM 1500-APPLY-APPROVED-PARA
           PERFORM 2050-READ-REQUEST-PARA.

      *    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
      *    ARE APPLIED BEFORE THE NEW REQUESTS, EACH THROUGH THE SAME
      *    FIELD VALIDATION AND AUTHORITY CHECK AS A KEYED
      *    TRANSACTION, AND THE OUTCOME IS RECORDED BACK ON THE QUEUE.
      *    THE AGENT AUDIT RECORD CARRIES THE KEYING OPERATOR AS ITS
      *    USER AND THE CHECKER AS ITS APPROVER.
       1500-APPLY-APPROVED-PARA.
           MOVE 'NO' TO WS-APR-EOF-SW
           PERFORM 1510-APPLY-ONE-APPROVED UNTIL END-OF-APPROVED.

       1510-APPLY-ONE-APPROVED.
           MOVE 'NEXTAPR'  TO WS-PQ-OPERATION-TYPE
           MOVE 'AGTMNT1'  TO WS-PQ-PROGRAM
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               MOVE 'YES' TO WS-APR-EOF-SW
           ELSE
               MOVE WS-PQ-OUT-TRANS-IMAGE  TO AGENT-MAINT-REQUEST-REC
               MOVE WS-PQ-OUT-CHECKER-USER TO WS-FLEDIVR1-APPROVER-USER
               MOVE 'YES'                  TO WS-APPROVED-APPLY-SW
               MOVE WS-ACCEPTED-CNT        TO WS-ACCEPTED-BEFORE
               PERFORM 2010-PROCESS-TRANSACTION
               MOVE WS-PQ-OUT-CHANGE-ID    TO RPT-DUL-CHANGE-ID
               MOVE WS-PQ-OUT-MAKER-USER   TO RPT-DUL-MAKER
               MOVE WS-PQ-OUT-STAGE-DATE   TO RPT-DUL-STAGE-DATE
               MOVE WS-PQ-OUT-CHECKER-USER TO RPT-DUL-CHECKER
               WRITE AGENT-MAINT-REPORT-REC FROM RPT-DUAL-LINE
               MOVE 'COMPLETE'             TO WS-PQ-OPERATION-TYPE
               MOVE WS-PQ-OUT-CHANGE-ID    TO WS-PQ-CHANGE-ID
               IF WS-ACCEPTED-CNT > WS-ACCEPTED-BEFORE
                   MOVE 'D'                TO WS-PQ-STATUS
               ELSE
                   MOVE 'F'                TO WS-PQ-STATUS
               END-IF
               MOVE RPT-RES-RESULT         TO WS-PQ-RESULT
               CALL 'PCQDRVR1' USING PCQDRVR1-AREA
               IF WS-PQ-SQLCODE NOT = 0
                   MOVE 'YES' TO WS-APR-EOF-SW
               END-IF
               MOVE 'NO'                   TO WS-APPROVED-APPLY-SW
               MOVE SPACES                 TO WS-FLEDIVR1-APPROVER-USER
           END-IF.

       2000-PROCESS-PARA.
           PERFORM 2010-PROCESS-TRANSACTION
           PERFORM 2050-READ-REQUEST-PARA.

       2010-PROCESS-TRANSACTION.
           MOVE AMT-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE AMT-AGENT-CODE     TO RPT-RES-AGENT-CODE
           PERFORM 2100-VALIDATE-TRANSACTION
               WRITE AGENT-MAINT-REPORT-REC FROM RPT-RESULT-LINE
               WRITE AGENT-MAINT-REJECT-REC
                   FROM AGENT-MAINT-REQUEST-REC
           ELSE
               PERFORM 2400-CHECK-AUTHORITY
               IF WS-AU-AUTHORIZED = 'Y'
                   PERFORM 2450-CHECK-DUAL-CONTROL
                   IF DUAL-CONTROL-DUE
                       PERFORM 2460-STAGE-CHANGE
                   ELSE
                       PERFORM 2500-APPLY-TRANSACTION
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - USER NOT AUTHORIZED'
                   WRITE AGENT-MAINT-REPORT-REC FROM RPT-RESULT-LINE
                   WRITE AGENT-MAINT-REJECT-REC
                       FROM AGENT-MAINT-REQUEST-REC
               END-IF
           END-IF.

      *    AN APPROVED CHANGE BEING APPLIED IS NEVER STAGED AGAIN.
       2450-CHECK-DUAL-CONTROL.
           MOVE 'NO' TO WS-DUAL-CONTROL-SW
           IF NOT APPLYING-APPROVED
               PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
                         UNTIL WS-DUAL-IDX > 2
                   IF WS-DUAL-OP (WS-DUAL-IDX) = AMT-TRANS-TYPE
                       MOVE 'YES' TO WS-DUAL-CONTROL-SW
                   END-IF
               END-PERFORM
           END-IF.

      *    THE REQUEST IS QUEUED EXACTLY AS KEYED; THE CHANGE NUMBER
      *    ON THE REPORT IS WHAT THE CHECKER DECIDES AGAINST. A ROW
      *    THAT CANNOT BE QUEUED GOES TO THE REJECT FILE LIKE ANY
      *    OTHER FAILURE.
       2460-STAGE-CHANGE.
           MOVE 'STAGE'               TO WS-PQ-OPERATION-TYPE
           MOVE 'AGTMNT1'             TO WS-PQ-PROGRAM
           MOVE AMT-TRANS-TYPE        TO WS-PQ-TRANS-TYPE
           MOVE AMT-AGENT-CODE        TO WS-PQ-TRANS-KEY
           MOVE AGENT-MAINT-REQUEST-REC TO WS-PQ-TRANS-IMAGE
           MOVE AMT-USER-ID           TO WS-PQ-USER-ID
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE = 0
               ADD 1 TO WS-STAGED-CNT
               MOVE WS-PQ-OUT-CHANGE-ID TO WS-CHANGE-ID-DISP
               MOVE SPACES TO RPT-RES-RESULT
               STRING 'STAGED FOR APPROVAL - CHANGE '
                      WS-CHANGE-ID-DISP
                      DELIMITED BY SIZE INTO RPT-RES-RESULT
               END-STRING
           ELSE
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - SQL ERROR' TO RPT-RES-RESULT
               WRITE AGENT-MAINT-REJECT-REC
                   FROM AGENT-MAINT-REQUEST-REC
           END-IF
           WRITE AGENT-MAINT-REPORT-REC FROM RPT-RESULT-LINE.

      *    DENY-BY-DEFAULT: A BLANK USER NEVER REACHES THE DRIVER,
      *    AND ONLY AN EXPLICIT TOPERAUT GRANT LETS THE TRANSACTION
      *    THROUGH. THE VERIFIED USER RIDES INTO THE AGENT AUDIT
           END-IF.

       2500-APPLY-TRANSACTION.
           IF AMT-TRANS-TYPE = 'DEACTIVE' OR 'UPDATE'
               PERFORM 2590-GET-PRIOR-STANDING
           END-IF
           MOVE AMT-TRANS-TYPE            TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE AMT-AGENT-CODE            TO WS-FLEDIVR1-AGENT-CODE
           MOVE AMT-AGENT-NAME            TO WS-FLEDIVR1-MNT-NAME
           MOVE AMT-AGENT-CONTACT-NO      TO WS-FLEDIVR1-MNT-CONTACT-NO
           MOVE AMT-AGENT-START-DATE      TO WS-FLEDIVR1-MNT-START-DATE
           MOVE AMT-AGENT-END-DATE        TO WS-FLEDIVR1-MNT-END-DATE
           IF AMT-TRANS-TYPE = 'TAXID'
               MOVE 'TAXUPD'              TO WS-FLEDIVR1-OPERATION-TYPE
               MOVE AMT-TAX-ID            TO WS-FLEDIVR1-MNT-TAX-ID
               MOVE AMT-TAX-TIN-TYPE      TO WS-FLEDIVR1-MNT-TIN-TYPE
               MOVE AMT-TAX-LEGAL-NAME    TO WS-FLEDIVR1-MNT-LEGAL-NAME
               MOVE AMT-TAX-W9-DATE       TO WS-FLEDIVR1-MNT-W9-DATE
           END-IF
           IF AMT-TRANS-TYPE = 'BANKACCT'
               PERFORM 2510-SET-PRENOTE-DATES
               MOVE 'BANKUPD'             TO WS-FLEDIVR1-OPERATION-TYPE
               MOVE AMT-BANK-ROUTING-NO   TO WS-FLEDIVR1-MNT-ROUTING-NO
               MOVE AMT-BANK-ACCOUNT-NO   TO WS-FLEDIVR1-MNT-ACCOUNT-NO
               MOVE AMT-BANK-ACCT-TYPE    TO WS-FLEDIVR1-MNT-ACCT-TYPE
               MOVE 'P'                   TO WS-FLEDIVR1-MNT-DEP-STATUS
               MOVE WS-PRENOTE-EFF-DATE
                                    TO WS-FLEDIVR1-MNT-PRENOTE-DATE
               MOVE WS-PRENOTE-CLEAR-DATE
                                    TO WS-FLEDIVR1-MNT-PRENOTE-CLEAR
           END-IF
           IF AMT-TRANS-TYPE = 'BANKSTOP'
               MOVE 'BANKSTS'             TO WS-FLEDIVR1-OPERATION-TYPE
               MOVE 'S'                   TO WS-FLEDIVR1-MNT-DEP-STATUS
           END-IF

           CALL 'FLDRIVR1' USING FLEDIVR1-AREA

               WHEN '00'
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE 'COMPLETED' TO RPT-RES-RESULT
                   IF AMT-TRANS-TYPE = 'BANKACCT'
                       PERFORM 2520-WRITE-PRENOTE
                       MOVE SPACES TO RPT-RES-RESULT
                       STRING 'PRENOTE SENT - PAYABLE FROM '
                              WS-PRENOTE-CLEAR-DATE
                              DELIMITED BY SIZE INTO RPT-RES-RESULT
                       END-STRING
                   END-IF
                   IF AMT-TRANS-TYPE = 'DEACTIVE' OR 'UPDATE'
                       PERFORM 2600-CHECK-TERMINATION
                   END-IF
               WHEN '23'
                   MOVE 'REJECTED - AGENT NOT ON FILE'
                                     TO RPT-RES-RESULT
               WRITE AGENT-MAINT-REJECT-REC
                   FROM AGENT-MAINT-REQUEST-REC
           END-IF
           WRITE AGENT-MAINT-REPORT-REC FROM RPT-RESULT-LINE.

      *    THE PRENOTE SETTLES THE NEXT BANKING DAY AND THE ACCOUNT IS
      *    PAYABLE ONCE THE WAITING PERIOD AFTER THAT HAS PASSED WITH
      *    NO RETURN - CMSPAY1 PAYS BY CHECK UNTIL THEN.
       2510-SET-PRENOTE-DATES.
           MOVE 'ADDBUS'           TO WS-DT-OPERATION-TYPE
           MOVE SPACES             TO WS-DT-STATE
           MOVE WS-TODAY-MDY       TO WS-DT-DATE
           MOVE 1                  TO WS-DT-DAYS-IN
           CALL 'DATESRV1' USING DATESRV1-AREA
           MOVE WS-DT-RESULT-DATE  TO WS-PRENOTE-EFF-DATE
           MOVE WS-PRENOTE-EFF-DATE TO WS-DT-DATE
           MOVE WS-PRENOTE-WAIT-DAYS TO WS-DT-DAYS-IN
           CALL 'DATESRV1' USING DATESRV1-AREA
           MOVE WS-DT-RESULT-DATE  TO WS-PRENOTE-CLEAR-DATE.

      *    TRANSACTION CODES 23/33 ARE THE CHECKING/SAVINGS CREDIT
      *    PRENOTES.
       2520-WRITE-PRENOTE.
           MOVE SPACES               TO AGENT-PRENOTE-REC
           MOVE AMT-AGENT-CODE       TO APN-AGENT-CODE
           IF AMT-BANK-ACCT-TYPE = 'S'
               MOVE '33'             TO APN-TRAN-CODE
           ELSE
               MOVE '23'             TO APN-TRAN-CODE
           END-IF
           MOVE AMT-BANK-ROUTING-NO  TO APN-ROUTING-NO
           MOVE AMT-BANK-ACCOUNT-NO  TO APN-ACCOUNT-NO
           MOVE 0                    TO APN-AMOUNT
           MOVE WS-FLEDIVR1-AGENT-NAME TO APN-HOLDER-NAME
           MOVE WS-PRENOTE-EFF-DATE  TO APN-EFF-DATE
           WRITE AGENT-PRENOTE-REC
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO AGENT PRENOTE FILE: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           ADD 1 TO WS-PRENOTE-CNT.

       2590-GET-PRIOR-STANDING.
           MOVE SPACES         TO WS-PRIOR-AGENT-STATUS
                                  WS-PRIOR-END-DATE
           MOVE 'SEARCH'       TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE AMT-AGENT-CODE TO WS-FLEDIVR1-AGENT-CODE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE = '00'
               MOVE WS-FLEDIVR1-AGENT-STATUS   TO WS-PRIOR-AGENT-STATUS
               MOVE WS-FLEDIVR1-AGENT-END-DATE TO WS-PRIOR-END-DATE
           END-IF.

      *    DEACTIVATING THE AGENT (A 'DEACTIVE', OR AN UPDATE TO STATUS
      *    I) OR SETTING A NEW END DATE ENDS EVERY APPOINTMENT THE
      *    AGENT STILL HOLDS. THE TERMINATION TAKES EFFECT ON THE END
      *    DATE WHEN ONE IS GIVEN, OTHERWISE TODAY.
       2600-CHECK-TERMINATION.
           MOVE 'N' TO WS-TERM-SW
           IF AMT-TRANS-TYPE = 'DEACTIVE' OR AMT-AGENT-STATUS = 'I'
               IF WS-PRIOR-AGENT-STATUS NOT = 'I'
                   MOVE 'Y' TO WS-TERM-SW
                   MOVE 'D' TO WS-TERM-REASON
               END-IF
           END-IF
           IF NOT TERMINATION-DUE
               IF AMT-AGENT-END-DATE NOT = SPACES
                       AND AMT-AGENT-END-DATE NOT = WS-PRIOR-END-DATE
                   MOVE 'Y' TO WS-TERM-SW
                   MOVE 'E' TO WS-TERM-REASON
               END-IF
           END-IF
           IF TERMINATION-DUE
               IF AMT-AGENT-END-DATE NOT = SPACES
                   MOVE AMT-AGENT-END-DATE TO WS-TERM-DATE
               ELSE
                   MOVE WS-TODAY-MDY       TO WS-TERM-DATE
               END-IF
               PERFORM 2610-QUEUE-TERMINATIONS
               IF WS-TRANS-FILING-CNT > 0
                   MOVE SPACES TO RPT-RES-RESULT
                   STRING 'COMPLETED - ' WS-TRANS-FILING-CNT
                          ' TERM FILINGS QUEUED'
                          DELIMITED BY SIZE INTO RPT-RES-RESULT
                   END-STRING
               END-IF
           END-IF.

       2610-QUEUE-TERMINATIONS.
           MOVE 0              TO WS-TRANS-FILING-CNT
           MOVE 'AGT-OPEN'     TO WS-LC-OPERATION-TYPE
           MOVE WS-TODAY-MDY   TO WS-LC-PROCESS-DATE
           MOVE AMT-AGENT-CODE TO WS-LC-AGENT-CODE
           CALL 'LICDRVR1' USING LICDRVR1-AREA
           IF WS-LC-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING AGT-LIC-CURSOR: ' WS-LC-SQLCODE
               CALL 'ABEND'
           END-IF
           MOVE 'NO' TO WS-LIC-EOF-SW
           PERFORM 2620-FETCH-APPOINTMENT
           PERFORM 2630-WRITE-TERM-FILING UNTIL END-OF-APPOINTMENTS
           MOVE 'AGT-CLOSE'    TO WS-LC-OPERATION-TYPE
           CALL 'LICDRVR1' USING LICDRVR1-AREA.

       2620-FETCH-APPOINTMENT.
           MOVE 'AGT-FETCH' TO WS-LC-OPERATION-TYPE
           CALL 'LICDRVR1' USING LICDRVR1-AREA
           IF WS-LC-SQLCODE = 100
               MOVE 'YES' TO WS-LIC-EOF-SW
           ELSE
           IF WS-LC-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING AGT-LIC-CURSOR: '
                                                   WS-LC-SQLCODE
               CALL 'ABEND'
           END-IF.

       2630-WRITE-TERM-FILING.
           MOVE SPACES                TO TERM-FILING-REC
           MOVE WS-LC-OUT-AGENT-CODE  TO TRM-AGENT-CODE
           MOVE WS-LC-OUT-STATE       TO TRM-STATE
           MOVE WS-LC-OUT-LINE        TO TRM-LINE
           MOVE WS-LC-OUT-LICENSE-NO  TO TRM-LICENSE-NO
           MOVE WS-LC-OUT-EFF-DATE    TO TRM-APPT-EFF-DATE
           MOVE WS-TERM-DATE          TO TRM-TERM-DATE
           MOVE WS-TERM-REASON        TO TRM-REASON
           MOVE WS-TODAY-MDY          TO TRM-QUEUED-DATE
           SET TRM-PENDING            TO TRUE
           WRITE TERM-FILING-REC
           IF WS-TRM-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO TERM-FILING-FILE: '
                                        WS-TRM-STATUS
               CALL 'ABEND'
           END-IF
           ADD 1 TO WS-TRANS-FILING-CNT
           ADD 1 TO WS-TERM-FILING-CNT
           PERFORM 2620-FETCH-APPOINTMENT.

       2100-VALIDATE-TRANSACTION.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF AMT-TRANS-TYPE NOT = 'ADD' AND 'UPDATE' AND 'DEACTIVE'
                                 AND 'TAXID' AND 'BANKACCT'
                                 AND 'BANKSTOP'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT A KNOWN TRANSACTION TYPE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF AMT-AGENT-CODE = SPACES
           IF AMT-TRANS-TYPE = 'ADD' OR 'UPDATE'
               PERFORM 2110-VALIDATE-DETAIL-FIELDS
           END-IF
           IF AMT-TRANS-TYPE = 'TAXID'
               PERFORM 2120-VALIDATE-TAX-FIELDS
           END-IF
           IF AMT-TRANS-TYPE = 'BANKACCT'
               PERFORM 2130-VALIDATE-BANK-FIELDS
           END-IF
           IF AMT-TRANS-TYPE NOT = 'TAXID' AND 'BANKACCT' AND 'BANKSTOP'
                   AND AMT-AGENT-END-DATE NOT = SPACES
               MOVE AMT-AGENT-END-DATE TO WS-VAL-DATE
               PERFORM 2150-VALIDATE-DATE
               IF NOT VAL-DATE-OK
               END-IF
           END-IF.

      *    THE W-9 AS RECEIVED: THE NAME AND TIN THE AGENT CERTIFIED,
      *    AND THE DATE THE FORM CAME IN (NOT LATER THAN TODAY).
       2120-VALIDATE-TAX-FIELDS.
           IF AMT-TAX-LEGAL-NAME = SPACES
               MOVE 'LEGAL-NAME'  TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF AMT-TAX-TIN-TYPE NOT = 'S' AND 'E'
               MOVE 'TIN-TYPE'    TO RPT-FLD-NAME
               MOVE 'NOT S (SSN) OR E (EIN)' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF AMT-TAX-ID NOT NUMERIC
                   OR AMT-TAX-ID = '000000000'
               MOVE 'TIN'         TO RPT-FLD-NAME
               MOVE 'NOT NINE DIGITS' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           MOVE AMT-TAX-W9-DATE TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           IF NOT VAL-DATE-OK
               MOVE 'W9-DATE'     TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE AMT-TAX-W9-DATE (7:4) TO WS-CMP-ST-YYYY
               MOVE AMT-TAX-W9-DATE (1:2) TO WS-CMP-ST-MM
               MOVE AMT-TAX-W9-DATE (4:2) TO WS-CMP-ST-DD
               MOVE WS-YEAR               TO WS-CMP-TD-YYYY
               MOVE WS-MONTH              TO WS-CMP-TD-MM
               MOVE WS-DAY                TO WS-CMP-TD-DD
               IF WS-CMP-START-YMD > WS-CMP-TODAY-YMD
                   MOVE 'W9-DATE'     TO RPT-FLD-NAME
                   MOVE 'AFTER TODAY' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF.

      *    ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT (WEIGHTS
      *    3-7-1 ACROSS THE NINE DIGITS, SUM A MULTIPLE OF TEN), AS
      *    THE AUTO-PAY MANDATES CHECK IT IN MNDMNT1.
       2130-VALIDATE-BANK-FIELDS.
           IF AMT-BANK-ROUTING-NO NOT NUMERIC
               MOVE 'ROUTING-NO'  TO RPT-FLD-NAME
               MOVE 'NOT NINE DIGITS' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               COMPUTE WS-ROUTING-SUM =
                     3 * (AMT-BANK-ROUTING-DIGIT (1)
                        + AMT-BANK-ROUTING-DIGIT (4)
                        + AMT-BANK-ROUTING-DIGIT (7))
                   + 7 * (AMT-BANK-ROUTING-DIGIT (2)
                        + AMT-BANK-ROUTING-DIGIT (5)
                        + AMT-BANK-ROUTING-DIGIT (8))
                   +      AMT-BANK-ROUTING-DIGIT (3)
                        + AMT-BANK-ROUTING-DIGIT (6)
                        + AMT-BANK-ROUTING-DIGIT (9)
               IF FUNCTION MOD (WS-ROUTING-SUM, 10) NOT = 0
                   MOVE 'ROUTING-NO'  TO RPT-FLD-NAME
                   MOVE 'CHECK DIGIT INVALID' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF
           PERFORM VARYING WS-ACCT-LEN FROM 17 BY -1
                     UNTIL WS-ACCT-LEN = 0
                        OR AMT-BANK-ACCOUNT-NO (WS-ACCT-LEN:1)
                                                         NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-ACCT-LEN < 5 OR AMT-BANK-ACCOUNT-NO (1:1) = SPACE
               MOVE 'ACCOUNT-NO'  TO RPT-FLD-NAME
               MOVE 'MISSING OR SHORT' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF AMT-BANK-ACCT-TYPE NOT = 'C' AND 'S'
               MOVE 'ACCT-TYPE'   TO RPT-FLD-NAME
               MOVE 'NOT C (CHECKING) OR S (SAVINGS)'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2150-VALIDATE-DATE.
           MOVE 'YES' TO WS-VAL-DATE-OK-SW
           IF WS-VAL-DATE (1:2) NOT NUMERIC

           DISPLAY 'AGTMNT1: ACCEPTED: ' WS-ACCEPTED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT
                   '  PRENOTES: ' WS-PRENOTE-CNT
                   '  TERM FILINGS: ' WS-TERM-FILING-CNT
                   '  STAGED: ' WS-STAGED-CNT
           CLOSE AGENT-MAINT-REQUEST
           CLOSE TERM-FILING-FILE
           CLOSE AGENT-PRENOTE-FILE
           CLOSE AGENT-MAINT-REPORT
           CLOSE AGENT-MAINT-REJECT.

