       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MND-MAINT-REQUEST ASSIGN TO 'MNDMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRENOTE-FILE      ASSIGN TO 'PRENOTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MND-MAINT-REPORT  ASSIGN TO 'MNDMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    AUTO-PAY ENROLLMENT REQUESTS FROM THE SERVICE CENTER AND
      *    THE WEB/IVR FRONT ENDS:
      *      ENROLL  - NEW BANK AUTHORIZATION (OR A RE-ENROLLMENT
      *                AFTER A REVOKE OR A RETURNED PRENOTE)
      *      CHANGE  - NEW BANK DETAILS ON A LIVE AUTHORIZATION
      *      REVOKE  - THE CUSTOMER WITHDRAWS THE AUTHORIZATION
      *      CONVERT - LOADS AN AUTHORIZATION ALREADY BEING DRAFTED
      *                BEFORE MANDATES WERE KEPT; IT GOES ACTIVE AT
      *                ONCE WITH NO PRENOTE
      *    THE FULL ACCOUNT NUMBER ONLY EVER LIVES ON THIS FILE AND
      *    THE PRENOTE - THE MANDATE KEEPS THE LAST FOUR DIGITS.
       FD  MND-MAINT-REQUEST.
       01  MND-MAINT-REQUEST-REC.
           05  MMT-TRANS-TYPE            PIC X(8).
           05  MMT-POLICY-NUMBER         PIC X(10).
           05  MMT-ROUTING-NO            PIC X(9).
           05  MMT-ROUTING-DIGITS REDEFINES MMT-ROUTING-NO.
               10  MMT-ROUTING-DIGIT     PIC 9(1) OCCURS 9 TIMES.
           05  MMT-ACCOUNT-NO            PIC X(17).
           05  MMT-ACCOUNT-TYPE          PIC X(1).
               88  MMT-CHECKING          VALUE 'C'.
               88  MMT-SAVINGS           VALUE 'S'.
           05  MMT-AUTH-DATE             PIC X(10).
           05  MMT-AUTH-SOURCE           PIC X(8).
           05  MMT-AUTH-USER             PIC X(8).
           05  FILLER                    PIC X(9).

      *    ZERO-DOLLAR PRENOTE ENTRIES FOR THE BANK - ONE PER ENROLLED
      *    OR CHANGED ACCOUNT, IN THE ACH ENTRY-DETAIL LENGTH. A
      *    RETURN COMES BACK ON THE DAILY ACHRETRN FILE WITH A ZERO
      *    AMOUNT, WHERE ACHRETN1 FAILS THE MANDATE.
       FD  PRENOTE-FILE.
       01  PRENOTE-REC.
           05  PRN-POLICY-NUMBER         PIC X(10).
           05  PRN-TRAN-CODE             PIC X(2).
           05  PRN-ROUTING-NO            PIC X(9).
           05  PRN-ACCOUNT-NO            PIC X(17).
           05  PRN-AMOUNT                PIC 9(8)V99.
           05  PRN-HOLDER-NAME           PIC X(22).
           05  PRN-EFF-DATE              PIC X(10).
           05  FILLER                    PIC X(14).

       FD  MND-MAINT-REPORT.
       01  MND-MAINT-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-PRENOTE-CNT                PIC 9(7) VALUE 0.
       01  WS-ACTIVATED-CNT              PIC 9(7) VALUE 0.

      *    BANKING DAYS AFTER THE PRENOTE SETTLES BEFORE THE FIRST LIVE
      *    DRAFT - THE ACH RULES' WAITING PERIOD, LONG ENOUGH FOR A
      *    RETURN TO REACH ACHRETN1 FIRST.
       01  WS-PRENOTE-WAIT-DAYS          PIC S9(4) COMP VALUE 3.

       01  WS-REJECT-REASON              PIC X(50).
       01  WS-ACCOUNT-MASK               PIC X(17).
       01  WS-ACCT-LEN                   PIC S9(4) COMP.
       01  WS-ROUTING-SUM                PIC 9(4).
       01  WS-MANDATE-AUTH-DATE          PIC X(10).
       01  WS-PRENOTE-EFF-DATE           PIC X(10).
       01  WS-PRENOTE-CLEAR-DATE         PIC X(10).

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

       01  MNDDRVR1-AREA.
           10  WS-MD-OPERATION-TYPE        PIC X(10).
           10  WS-MD-PROCESS-DATE          PIC X(10).
           10  WS-MD-POLICY-NUMBER         PIC X(10).
           10  WS-MD-ROUTING-NO            PIC X(9).
           10  WS-MD-ACCOUNT-MASK          PIC X(17).
           10  WS-MD-ACCOUNT-TYPE          PIC X(1).
           10  WS-MD-AUTH-DATE             PIC X(10).
           10  WS-MD-AUTH-SOURCE           PIC X(8).
           10  WS-MD-STATUS                PIC X(1).
           10  WS-MD-PRENOTE-DATE          PIC X(10).
           10  WS-MD-CLEAR-DATE            PIC X(10).
           10  WS-MD-RETURN-CODE           PIC X(3).
           10  WS-MD-UPDATE-USER           PIC X(8).
           10  WS-MD-SQLCODE               PIC S9(9) COMP.
           10  WS-MD-DRAFT-OK              PIC X(1).
           10  WS-MD-OUT-ROUTING-NO        PIC X(9).
           10  WS-MD-OUT-ACCOUNT-MASK      PIC X(17).
           10  WS-MD-OUT-ACCOUNT-TYPE      PIC X(1).
           10  WS-MD-OUT-AUTH-DATE         PIC X(10).
           10  WS-MD-OUT-AUTH-SOURCE       PIC X(8).
           10  WS-MD-OUT-STATUS            PIC X(1).
               88  WS-MD-OUT-LIVE          VALUE 'P' 'A'.
               88  WS-MD-OUT-REVOKED       VALUE 'R'.
           10  WS-MD-OUT-PRENOTE-DATE      PIC X(10).
           10  WS-MD-OUT-CLEAR-DATE        PIC X(10).
           10  WS-MD-OUT-RETURN-CODE       PIC X(3).
           10  WS-MD-ROWS-UPDATED          PIC S9(9) COMP.

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

       01  DBDRIVR9-AREA.
           10  WS-D9-OPERATION-TYPE        PIC X(10).
           10  WS-D9-POLICY-NUMBER         PIC X(10).
           10  WS-D9-HOLDER-ADDR-1         PIC X(100).
           10  WS-D9-HOLDER-ADDR-2         PIC X(100).
           10  WS-D9-HOLDER-CITY           PIC X(30).
           10  WS-D9-HOLDER-STATE          PIC X(2).
           10  WS-D9-HOLDER-ZIP-CD         PIC X(10).
           10  WS-D9-HOLDER-EMAIL          PIC X(30).
           10  WS-D9-CONTACT-PREF          PIC X(1).
           10  WS-D9-HOLDER-PHONE          PIC X(10).
           10  WS-D9-SQLCODE               PIC S9(9) COMP.
           10  WS-D9-PAYMENT-METHOD        PIC X(8).

       01  FRDDRVR1-AREA.
           10  WS-FR-OPERATION-TYPE        PIC X(10).
           10  WS-FR-PROCESS-DATE          PIC X(10).
           10  WS-FR-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-FR-POLICY-NUMBER         PIC X(10).
           10  WS-FR-EVENT-TYPE            PIC X(8).
           10  WS-FR-PROGRAM               PIC X(8).
           10  WS-FR-USER-ID               PIC X(8).
           10  WS-FR-SCORE                 PIC S9(4) COMP.
           10  WS-FR-PATTERN               PIC X(40).
           10  WS-FR-LAST-EVENT-DATE       PIC X(10).
           10  WS-FR-DECISION              PIC X(1).
           10  WS-FR-DECISION-NOTE         PIC X(60).
           10  WS-FR-SQLCODE               PIC S9(9) COMP.
           10  WS-FR-ALERT-RESULT          PIC X(1).
           10  WS-FR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-FR-OUT-EVENT-DATE        PIC X(10).
           10  WS-FR-OUT-EVENT-TYPE        PIC X(8).
           10  WS-FR-OUT-PROGRAM           PIC X(8).
           10  WS-FR-OUT-USER-ID           PIC X(8).
           10  WS-FR-OUT-EVENT-AMOUNT      PIC S9(5)V9(2) COMP-3.
           10  WS-FR-OUT-SCORE             PIC S9(4) COMP.
           10  WS-FR-OUT-PATTERN           PIC X(40).
           10  WS-FR-OUT-STATUS            PIC X(1).
           10  WS-FR-OUT-FIRST-ALERT-DATE  PIC X(10).
           10  WS-FR-OUT-LAST-ALERT-DATE   PIC X(10).
           10  WS-FR-OUT-LAST-EVENT-DATE   PIC X(10).
           10  WS-FR-OUT-DECISION-USER     PIC X(8).
           10  WS-FR-OUT-DECISION-DATE     PIC X(10).
           10  WS-FR-OUT-DECISION-NOTE     PIC X(60).
           10  WS-FR-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-FR-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-FR-OUT-AGENT-CODE        PIC X(10).
           10  WS-FR-OUT-REFUND-PENDING    PIC S9(7)V9(2) COMP-3.

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

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'ACH MANDATE / AUTO-PAY ENROLLMENT '.
           05  FILLER                    PIC X(14)
               VALUE 'MAINTENANCE - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'POLICY:'.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'ACCOUNT: '.
           05  RPT-RES-ACCOUNT-MASK      PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(50).
           05  FILLER                    PIC X(11) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(10) VALUE 'ACCEPTED: '.
           05  RPT-TOT-ACCEPTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE 'PRENOTES SENT: '.
           05  RPT-TOT-PRENOTES          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(28)
               VALUE 'PRENOTES CLEARED/ACTIVATED: '.
           05  RPT-TOT-ACTIVATED         PIC ZZZZZZ9.
           05  FILLER                    PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REQUESTS
           PERFORM 8000-ACTIVATE-CLEARED-PARA
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           OPEN INPUT  MND-MAINT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MND-MAINT-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT PRENOTE-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRENOTE-FILE: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT MND-MAINT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MND-MAINT-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE MND-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           MOVE SPACES             TO WS-ACCOUNT-MASK
           MOVE MMT-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE MMT-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER
           MOVE SPACES             TO RPT-RES-ACCOUNT-MASK

           PERFORM 2150-CHECK-AUTHORITY
           IF MMT-POLICY-NUMBER = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - POLICY NUMBER MISSING'
                                       TO RPT-RES-RESULT
           ELSE
           IF WS-AU-AUTHORIZED NOT = 'Y'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           ELSE
           EVALUATE MMT-TRANS-TYPE
               WHEN 'ENROLL'
                   PERFORM 2100-APPLY-ENROLL
               WHEN 'CHANGE'
                   PERFORM 2200-APPLY-CHANGE
               WHEN 'REVOKE'
                   PERFORM 2300-APPLY-REVOKE
               WHEN 'CONVERT'
                   PERFORM 2400-APPLY-CONVERT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - INVALID TRANSACTION TYPE'
                                       TO RPT-RES-RESULT
           END-EVALUATE
           END-IF
           END-IF
           MOVE WS-ACCOUNT-MASK    TO RPT-RES-ACCOUNT-MASK
           WRITE MND-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

      *    A BANK AUTHORIZATION MOVES THE CUSTOMER'S MONEY - THE USER
      *    MUST HOLD A TOPERAUT GRANT FOR THIS PROGRAM AND TRANSACTION
      *    TYPE, THE SAME DENY-BY-DEFAULT RULE AS THE OTHER
      *    MAINTENANCE RUNS.
       2150-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AU-AUTHORIZED
           IF MMT-AUTH-USER NOT = SPACES
               MOVE 'CHECK'        TO WS-AU-OPERATION-TYPE
               MOVE MMT-AUTH-USER  TO WS-AU-USER-ID
               MOVE 'MNDMNT1'      TO WS-AU-PROGRAM
               MOVE MMT-TRANS-TYPE TO WS-AU-OPERATION
               CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           END-IF.

      *    A POLICY WITH A LIVE (PENDING OR ACTIVE) MANDATE CHANGES IT
      *    RATHER THAN ENROLLING A SECOND TIME; AFTER A REVOKE OR A
      *    RETURNED PRENOTE THE ROW IS REPLACED BY THE NEW ONE.
       2100-APPLY-ENROLL.
           PERFORM 2500-VALIDATE-BANK-DETAILS
           IF WS-REJECT-REASON = SPACES
               PERFORM 2510-GET-POLICY
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2520-GET-MANDATE
               IF WS-MD-SQLCODE = 0 AND WS-MD-OUT-LIVE
                   MOVE 'REJECTED - ALREADY ENROLLED - USE CHANGE'
                                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE WS-REJECT-REASON   TO RPT-RES-RESULT
           ELSE
               PERFORM 2600-SEND-PRENOTE
               IF WS-MD-SQLCODE = 100
                   MOVE 'ADD'          TO WS-MD-OPERATION-TYPE
               ELSE
                   MOVE 'REPLACE'      TO WS-MD-OPERATION-TYPE
               END-IF
               PERFORM 2610-STORE-PENDING-MANDATE
           END-IF.

      *    NEW BANK DETAILS NEED A PRENOTE OF THEIR OWN - THE MANDATE
      *    GOES BACK TO PENDING AND THE POLICY IS NOT DRAFTED AGAIN
      *    UNTIL IT CLEARS.
       2200-APPLY-CHANGE.
           PERFORM 2500-VALIDATE-BANK-DETAILS
           IF WS-REJECT-REASON = SPACES
               PERFORM 2510-GET-POLICY
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2520-GET-MANDATE
               IF WS-MD-SQLCODE = 100 OR WS-MD-OUT-REVOKED
                   MOVE 'REJECTED - NO LIVE MANDATE - USE ENROLL'
                                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE WS-REJECT-REASON   TO RPT-RES-RESULT
           ELSE
               PERFORM 2600-SEND-PRENOTE
               MOVE 'REPLACE'          TO WS-MD-OPERATION-TYPE
               PERFORM 2610-STORE-PENDING-MANDATE
           END-IF.

      *    A REVOKE TAKES EFFECT AT ONCE - THE PAYMENT METHOD IS
      *    FLIPPED SO MAINPGM STOPS PRODUCING PRE-DEBIT RECORDS, THE
      *    SAME THING ACHRETN1 DOES ON AN R07/R10 RETURN.
       2300-APPLY-REVOKE.
           MOVE 'REVOKE'           TO WS-MD-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-MD-PROCESS-DATE
           MOVE MMT-POLICY-NUMBER  TO WS-MD-POLICY-NUMBER
           MOVE MMT-AUTH-USER      TO WS-MD-UPDATE-USER
           CALL 'MNDDRVR1' USING MNDDRVR1-AREA
           IF WS-MD-SQLCODE = 100
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - NO MANDATE OR ALREADY REVOKED'
                                       TO RPT-RES-RESULT
           ELSE
               MOVE 'MANUAL'           TO WS-D9-PAYMENT-METHOD
               PERFORM 2620-SET-PAYMENT-METHOD
               ADD 1 TO WS-ACCEPTED-CNT
               MOVE 'REVOKED - AUTO-PAY STOPPED' TO RPT-RES-RESULT
           END-IF.

      *    ONE-TIME LOAD OF AUTHORIZATIONS TAKEN BEFORE MANDATES WERE
      *    KEPT. THOSE ACCOUNTS HAVE BEEN DRAFTED SUCCESSFULLY ALREADY,
      *    SO THEY GO STRAIGHT TO ACTIVE WITH NO PRENOTE; THE
      *    AUTHORIZATION DATE STANDS IN FOR THE PRENOTE DATES.
       2400-APPLY-CONVERT.
           PERFORM 2500-VALIDATE-BANK-DETAILS
           IF WS-REJECT-REASON = SPACES
               PERFORM 2510-GET-POLICY
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2520-GET-MANDATE
               IF WS-MD-SQLCODE = 0
                   MOVE 'REJECTED - MANDATE ALREADY ON FILE'
                                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE WS-REJECT-REASON   TO RPT-RES-RESULT
           ELSE
               PERFORM 2530-LOAD-MANDATE-AREA
               MOVE 'ADD'                 TO WS-MD-OPERATION-TYPE
               MOVE 'A'                   TO WS-MD-STATUS
               MOVE WS-MANDATE-AUTH-DATE  TO WS-MD-PRENOTE-DATE
                                             WS-MD-CLEAR-DATE
               CALL 'MNDDRVR1' USING MNDDRVR1-AREA
               IF WS-MD-SQLCODE = 0
                   MOVE 'AUTOPAY'          TO WS-D9-PAYMENT-METHOD
                   PERFORM 2620-SET-PAYMENT-METHOD
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE 'CONVERTED - ACTIVE, NO PRENOTE'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - MANDATE ALREADY ON FILE'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

      *    ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT (WEIGHTS
      *    3-7-1 ACROSS THE NINE DIGITS, SUM A MULTIPLE OF TEN) SO A
      *    MIS-KEYED NUMBER IS CAUGHT HERE, NOT AS A PRENOTE RETURN.
      *    THE MASK KEEPS THE LAST FOUR ACCOUNT CHARACTERS.
       2500-VALIDATE-BANK-DETAILS.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VARYING WS-ACCT-LEN FROM 17 BY -1
                     UNTIL WS-ACCT-LEN = 0
                        OR MMT-ACCOUNT-NO (WS-ACCT-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-ACCT-LEN > 4
               MOVE ALL '*' TO WS-ACCOUNT-MASK (1:WS-ACCT-LEN - 4)
               MOVE MMT-ACCOUNT-NO (WS-ACCT-LEN - 3:4)
                              TO WS-ACCOUNT-MASK (WS-ACCT-LEN - 3:4)
           END-IF
           IF MMT-ROUTING-NO NOT NUMERIC
               MOVE 'REJECTED - ROUTING NUMBER NOT NUMERIC'
                                       TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-ROUTING-SUM =
                     3 * (MMT-ROUTING-DIGIT (1) + MMT-ROUTING-DIGIT (4)
                        + MMT-ROUTING-DIGIT (7))
                   + 7 * (MMT-ROUTING-DIGIT (2) + MMT-ROUTING-DIGIT (5)
                        + MMT-ROUTING-DIGIT (8))
                   +      MMT-ROUTING-DIGIT (3) + MMT-ROUTING-DIGIT (6)
                        + MMT-ROUTING-DIGIT (9)
               IF FUNCTION MOD (WS-ROUTING-SUM, 10) NOT = 0
                   MOVE 'REJECTED - ROUTING CHECK DIGIT INVALID'
                                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-ACCT-LEN < 5 OR MMT-ACCOUNT-NO (1:1) = SPACE
                   MOVE 'REJECTED - ACCOUNT NUMBER MISSING OR SHORT'
                                       TO WS-REJECT-REASON
               ELSE
               IF NOT MMT-CHECKING AND NOT MMT-SAVINGS
                   MOVE 'REJECTED - ACCOUNT TYPE NOT C OR S'
                                       TO WS-REJECT-REASON
               ELSE
               IF MMT-AUTH-SOURCE = SPACES
                   MOVE 'REJECTED - AUTHORIZATION SOURCE MISSING'
                                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF
           IF MMT-AUTH-DATE = SPACES
               MOVE WS-CURRENT-DATE    TO WS-MANDATE-AUTH-DATE
           ELSE
               MOVE MMT-AUTH-DATE      TO WS-MANDATE-AUTH-DATE
           END-IF.

       2510-GET-POLICY.
           MOVE 'GETPOL'           TO WS-PY-OPERATION-TYPE
           MOVE MMT-POLICY-NUMBER  TO WS-PY-POLICY-NUMBER
           MOVE 0                  TO WS-PY-INSTALL-NO
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           IF WS-PY-SQLCODE = 100
               MOVE 'REJECTED - POLICY NOT ON FILE'
                                       TO WS-REJECT-REASON
           END-IF.

       2520-GET-MANDATE.
           MOVE 'GET'              TO WS-MD-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-MD-PROCESS-DATE
           MOVE MMT-POLICY-NUMBER  TO WS-MD-POLICY-NUMBER
           MOVE SPACES             TO WS-MD-OUT-STATUS
           CALL 'MNDDRVR1' USING MNDDRVR1-AREA.

       2530-LOAD-MANDATE-AREA.
           MOVE WS-CURRENT-DATE       TO WS-MD-PROCESS-DATE
           MOVE MMT-POLICY-NUMBER     TO WS-MD-POLICY-NUMBER
           MOVE MMT-ROUTING-NO        TO WS-MD-ROUTING-NO
           MOVE WS-ACCOUNT-MASK       TO WS-MD-ACCOUNT-MASK
           MOVE MMT-ACCOUNT-TYPE      TO WS-MD-ACCOUNT-TYPE
           MOVE WS-MANDATE-AUTH-DATE  TO WS-MD-AUTH-DATE
           MOVE MMT-AUTH-SOURCE       TO WS-MD-AUTH-SOURCE
           MOVE SPACES                TO WS-MD-RETURN-CODE
           MOVE MMT-AUTH-USER         TO WS-MD-UPDATE-USER.

      *    THE PRENOTE SETTLES THE NEXT BANKING DAY; THE MANDATE IS
      *    DRAFTABLE ONCE THE WAITING PERIOD AFTER THAT HAS PASSED
      *    WITH NO RETURN. TRANSACTION CODES 23/33 ARE THE CHECKING/
      *    SAVINGS DEBIT PRENOTES.
       2600-SEND-PRENOTE.
           MOVE 'ADDBUS'           TO WS-DT-OPERATION-TYPE
           MOVE SPACES             TO WS-DT-STATE
           MOVE WS-CURRENT-DATE    TO WS-DT-DATE
           MOVE 1                  TO WS-DT-DAYS-IN
           CALL 'DATESRV1' USING DATESRV1-AREA
           MOVE WS-DT-RESULT-DATE  TO WS-PRENOTE-EFF-DATE
           MOVE WS-PRENOTE-EFF-DATE TO WS-DT-DATE
           MOVE WS-PRENOTE-WAIT-DAYS TO WS-DT-DAYS-IN
           CALL 'DATESRV1' USING DATESRV1-AREA
           MOVE WS-DT-RESULT-DATE  TO WS-PRENOTE-CLEAR-DATE

           MOVE SPACES             TO PRENOTE-REC
           MOVE MMT-POLICY-NUMBER  TO PRN-POLICY-NUMBER
           IF MMT-SAVINGS
               MOVE '33'           TO PRN-TRAN-CODE
           ELSE
               MOVE '23'           TO PRN-TRAN-CODE
           END-IF
           MOVE MMT-ROUTING-NO     TO PRN-ROUTING-NO
           MOVE MMT-ACCOUNT-NO     TO PRN-ACCOUNT-NO
           MOVE 0                  TO PRN-AMOUNT
           STRING WS-PY-POL-HOLDER-FNAME DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  WS-PY-POL-HOLDER-LNAME DELIMITED BY SIZE
             INTO PRN-HOLDER-NAME
           END-STRING
           MOVE WS-PRENOTE-EFF-DATE TO PRN-EFF-DATE
           WRITE PRENOTE-REC
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO PRENOTE FILE: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           ADD 1 TO WS-PRENOTE-CNT.

       2610-STORE-PENDING-MANDATE.
           PERFORM 2530-LOAD-MANDATE-AREA
           MOVE 'P'                   TO WS-MD-STATUS
           MOVE WS-PRENOTE-EFF-DATE   TO WS-MD-PRENOTE-DATE
           MOVE WS-PRENOTE-CLEAR-DATE TO WS-MD-CLEAR-DATE
           CALL 'MNDDRVR1' USING MNDDRVR1-AREA
           MOVE 'AUTOPAY'             TO WS-D9-PAYMENT-METHOD
           PERFORM 2620-SET-PAYMENT-METHOD
           PERFORM 2630-LOG-FRAUD-EVENT
           ADD 1 TO WS-ACCEPTED-CNT
           MOVE SPACES TO RPT-RES-RESULT
           STRING 'PRENOTE SENT - DRAFTABLE FROM '
                                       DELIMITED BY SIZE
                  WS-PRENOTE-CLEAR-DATE DELIMITED BY SIZE
             INTO RPT-RES-RESULT
           END-STRING.

       2620-SET-PAYMENT-METHOD.
           MOVE 'PAYMTH'           TO WS-D9-OPERATION-TYPE
           MOVE MMT-POLICY-NUMBER  TO WS-D9-POLICY-NUMBER
           CALL 'DBDRIVR9' USING DBDRIVR9-AREA.

      *    NEW BANK DETAILS ARE WHERE A REFUND OR DRAFT GOES, SO EVERY
      *    ENROLL AND CHANGE IS LOGGED FOR FRDSCAN1 TO CORRELATE WITH
      *    CONTACT CHANGES AND CANCELLATIONS. A CONVERT ONLY RECORDS
      *    AN ACCOUNT ALREADY BEING DRAFTED AND IS NOT LOGGED.
       2630-LOG-FRAUD-EVENT.
           MOVE 'LOGEVENT'         TO WS-FR-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-FR-PROCESS-DATE
           MOVE MMT-POLICY-NUMBER  TO WS-FR-POLICY-NUMBER
           MOVE 'MANDATE'          TO WS-FR-EVENT-TYPE
           MOVE 'MNDMNT1'          TO WS-FR-PROGRAM
           MOVE MMT-AUTH-USER      TO WS-FR-USER-ID
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA.

       2050-READ-REQUEST-PARA.
           READ MND-MAINT-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

      *    PENDING MANDATES WHOSE WAITING PERIOD HAS RUN OUT WITH NO
      *    PRENOTE RETURN ARE PROMOTED TO ACTIVE ON EVERY RUN.
       8000-ACTIVATE-CLEARED-PARA.
           MOVE 'ACTIVATE'         TO WS-MD-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-MD-PROCESS-DATE
           MOVE 'MNDMNT1'          TO WS-MD-UPDATE-USER
           CALL 'MNDDRVR1' USING MNDDRVR1-AREA
           IF WS-MD-SQLCODE = 0
               MOVE WS-MD-ROWS-UPDATED TO WS-ACTIVATED-CNT
           END-IF.

       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT  TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT  TO RPT-TOT-REJECTED
           MOVE WS-PRENOTE-CNT   TO RPT-TOT-PRENOTES
           MOVE WS-ACTIVATED-CNT TO RPT-TOT-ACTIVATED
           WRITE MND-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE MND-MAINT-REQUEST
           CLOSE PRENOTE-FILE
           CLOSE MND-MAINT-REPORT.

       END PROGRAM MNDMNT1.
