      *    DAILY ACH RETURN FILE FROM THE BANK - ONE RECORD PER
      *    RETURNED DEBIT FROM THE PRE-DEBIT EXTRACT (PREDEBIT),
      *    CARRYING THE STANDARD ACH RETURN REASON CODE AND THE
      *    AMOUNT OF THE ATTEMPTED DRAFT. A ZERO AMOUNT IS A RETURNED
      *    PRENOTE FROM MNDMNT1'S PRENOTE FILE.
       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-REC.
           05  RTN-POLICY-NUMBER         PIC X(10).
               88  RTN-CODE-NO-ACCOUNT   VALUE 'R03' 'R04'.
               88  RTN-CODE-REVOKED      VALUE 'R07' 'R10'.
           05  RTN-AMOUNT                PIC 9(5)V9(2).
               88  RTN-PRENOTE-RETURN    VALUE 0.
           05  RTN-RETURN-DATE           PIC X(10).
           05  FILLER                    PIC X(50).

       01  WS-REVOKED-CNT                PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-CNT              PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-CNT             PIC 9(7) VALUE 0.
       01  WS-PRENOTE-CNT                PIC 9(7) VALUE 0.
       01  WS-ESIGN-MAILED-CNT           PIC 9(7) VALUE 0.
       01  WS-RETURNED-TOTAL             PIC 9(9)V99 VALUE 0.

      *    FALLBACK LANGUAGE, SAME RULE AS MAINPGM.
       01  WS-RUN-LANGUAGE               PIC X(2) VALUE 'EN'.
           10  WS-SU-OUT-EFF-DATE          PIC X(10).
           10  WS-SU-OUT-AUTH-USER         PIC X(8).

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

       01  PAYDRVR1-AREA.
           10  WS-PY-OPERATION-TYPE        PIC X(10).
           10  WS-PY-POLICY-NUMBER         PIC X(10).
           10  WS-PY-POL-HOLDER-CITY       PIC X(30).
           10  WS-PY-POL-HOLDER-ZIP-CD     PIC X(10).

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
           10  WS-MD-OUT-PRENOTE-DATE      PIC X(10).
           10  WS-MD-OUT-CLEAR-DATE        PIC X(10).
           10  WS-MD-OUT-RETURN-CODE       PIC X(3).
           10  WS-MD-ROWS-UPDATED          PIC S9(9) COMP.

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'ACHRETN1'.
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
               VALUE 'ACH RETURN PROCESSING RUN -   '.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'SUPPRESSED: '.
           05  RPT-TOT-SUPPRESSED        PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'PRENOTES: '.
           05  RPT-TOT-PRENOTES          PIC ZZZZZZ9.
           05  FILLER                    PIC X(21) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  FILLER                    PIC X(23)
               VALUE 'TOTAL AMOUNT RETURNED: '.
           05  RPT-TOT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  RPT-ESIGN-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'EMAIL-ONLY NOTICES MAILED - NO E-SIGN: '.
           05  RPT-ES-MAILED             PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
               END-IF
           END-IF

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE ACH-RETURN-REPORT-REC FROM RPT-HEADER-LINE

           MOVE RTN-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE RTN-RETURN-CODE   TO RPT-RES-RETURN-CODE
           MOVE RTN-AMOUNT        TO RPT-RES-AMOUNT
           IF RTN-PRENOTE-RETURN
               PERFORM 2700-FAIL-PRENOTE-MANDATE
           ELSE
           PERFORM 2600-JOURNAL-RETURN

           PERFORM 2100-GET-POLICY
           IF WS-PY-SQLCODE = 100
               END-IF
               PERFORM 2400-SEND-CORRECTED-NOTICE
           END-IF
           END-IF
           WRITE ACH-RETURN-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-RETURN-PARA.

      *    A REVOKED AUTHORIZATION IS A CUSTOMER INSTRUCTION - THE
      *    PAYMENT METHOD IS FLIPPED SO MAINPGM STOPS PRODUCING
      *    PRE-DEBIT RECORDS FOR THE POLICY AT ONCE, AND THE MANDATE
      *    IS MARKED REVOKED SO ONLY A NEW ENROLLMENT RESTARTS IT.
       2300-STOP-FUTURE-DEBITS.
           MOVE 'PAYMTH'           TO WS-D9-OPERATION-TYPE
           MOVE RTN-POLICY-NUMBER  TO WS-D9-POLICY-NUMBER
               ADD 1 TO WS-REVOKED-CNT
               MOVE 'AUTHORIZATION REVOKED - AUTO-PAY STOPPED'
                                       TO RPT-RES-ACTION
           END-IF
           MOVE 'REVOKE'           TO WS-MD-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-MD-PROCESS-DATE
           MOVE RTN-POLICY-NUMBER  TO WS-MD-POLICY-NUMBER
           MOVE 'ACHRETN1'         TO WS-MD-UPDATE-USER
           CALL 'MNDDRVR1' USING MNDDRVR1-AREA.

       2400-SEND-CORRECTED-NOTICE.
      *    THE TIER'S OWN TRACKING ROW IS THE DUPLICATE GUARD, AND IT
           MOVE WS-PY-POL-EXPIRY-DATE   TO WS-CUST-EXPIRY-DATE
           MOVE WS-CURRENT-DATE         TO WS-CUST-NOTIFY-DATE
           MOVE WS-PY-POL-CONTACT-PREF  TO WS-CUST-CONTACT-PREF
           PERFORM 2505-CHECK-ESIGN-CONSENT
      *    THE CORRECTED REQUEST ASKS FOR THE AMOUNT THE BANK FAILED
      *    TO DRAFT - THAT IS THE AMOUNT STILL OWED ON THE RENEWAL.
           MOVE RTN-AMOUNT              TO WS-CUST-RENEWAL-PREMIUM
           PERFORM 2510-LOOKUP-NOTICE-WORDING
           PERFORM 2520-LOOKUP-STATUTORY-WORDING
           MOVE WS-CURRENT-DATE         TO WS-CUST-RUN-ID (1:10)
      *    THE RUN ID SUFFIX GIVES LTRCOMP1'S ARCHIVE INDEX THE
      *    DOCUMENT TYPE: 'DN' IS A DUNNING.
           MOVE 'DN'                    TO WS-CUST-RUN-ID (11:2)
           WRITE CUSTOMER-NOTIFY-RECORD
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-NOTICE-CNT
               DISPLAY 'ERROR WRITING TO CUSTFLE: ' WS-CUST-STATUS
           END-IF.

      *    AN EMAIL-ONLY CUSTOMER WITH NO VALID E-SIGN CONSENT ON
      *    FILE (TESIGN) CANNOT BE SENT THIS LEGALLY REQUIRED NOTICE BY
      *    EMAIL ALONE - THE NOTICE GOES OUT MARKED MAIL-AND-EMAIL SO
      *    THE FULFILLMENT VENDOR PRINTS AND MAILS IT, SAME RULE AS
      *    MAINPGM.
       2505-CHECK-ESIGN-CONSENT.
           IF WS-CUST-PREF-EMAIL-ONLY
               MOVE 'CHECK'         TO WS-ES-OPERATION-TYPE
               MOVE WS-CURRENT-DATE TO WS-ES-PROCESS-DATE
               MOVE RTN-POLICY-NUMBER TO WS-ES-POLICY-NUMBER
               CALL 'ESGDRVR1' USING ESGDRVR1-AREA
               IF WS-ES-SQLCODE NOT = 0
                   MOVE 'B' TO WS-CUST-CONTACT-PREF
                   ADD 1 TO WS-ESIGN-MAILED-CNT
               END-IF
           END-IF.

       2510-LOOKUP-NOTICE-WORDING.
           MOVE WS-PY-POL-TYPE         TO  WS-DBDRIVR3-POLICY-TYPE
           MOVE WS-POLICY-LANGUAGE     TO  WS-DBDRIVR3-LANGUAGE
               CALL 'ABEND'
           END-IF.

      *    THE BANK HAS ALREADY TAKEN THE CASH BACK, MATCHED POLICY OR
      *    NOT, SO EVERY RETURN REVERSES THE RECEIPT: THE PREMIUM IS
      *    RECEIVABLE AGAIN AND THE CASH ACCOUNT COMES DOWN.
       2600-JOURNAL-RETURN.
           ADD RTN-AMOUNT            TO WS-RETURNED-TOTAL
           MOVE 'POST'               TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-PREMIUM-RECV TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-CASH-LOCKBOX TO WS-GL-CREDIT-ACCOUNT
           MOVE RTN-AMOUNT           TO WS-GL-AMOUNT
           MOVE 'P'                  TO WS-GL-REF-TYPE
           MOVE RTN-POLICY-NUMBER    TO WS-GL-REFERENCE
           MOVE 'ACH RETURN'         TO WS-GL-DESCRIPTION
           MOVE RTN-RETURN-CODE      TO WS-GL-DESCRIPTION (12:3)
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

      *    A RETURNED PRENOTE MOVES NO MONEY, SO THERE IS NO JOURNAL,
      *    NO PRE-DEBIT ROW TO FLAG AND NO PAYMENT REQUEST TO SEND -
      *    THE ACCOUNT SIMPLY CANNOT BE DRAFTED. THE MANDATE FAILS
      *    WITH THE BANK'S REASON CODE AND AUTO-PAY STOPS UNTIL THE
      *    CUSTOMER RE-ENROLLS WITH GOOD BANK DETAILS.
       2700-FAIL-PRENOTE-MANDATE.
           MOVE 'PNRETURN'         TO WS-MD-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-MD-PROCESS-DATE
           MOVE RTN-POLICY-NUMBER  TO WS-MD-POLICY-NUMBER
           MOVE RTN-RETURN-CODE    TO WS-MD-RETURN-CODE
           MOVE 'ACHRETN1'         TO WS-MD-UPDATE-USER
           CALL 'MNDDRVR1' USING MNDDRVR1-AREA
           IF WS-MD-SQLCODE = 100
               ADD 1 TO WS-UNMATCHED-CNT
               MOVE 'PRENOTE REJECTED - NO PENDING MANDATE'
                                       TO RPT-RES-ACTION
           ELSE
               ADD 1 TO WS-PRENOTE-CNT
               MOVE 'PAYMTH'           TO WS-D9-OPERATION-TYPE
               MOVE RTN-POLICY-NUMBER  TO WS-D9-POLICY-NUMBER
               MOVE 'MANUAL'           TO WS-D9-PAYMENT-METHOD
               CALL 'DBDRIVR9' USING DBDRIVR9-AREA
               EVALUATE TRUE
                   WHEN RTN-CODE-CLOSED
                       MOVE 'PRENOTE RETURNED - ACCOUNT CLOSED'
                                       TO RPT-RES-ACTION
                   WHEN RTN-CODE-NO-ACCOUNT
                       MOVE 'PRENOTE RETURNED - NO SUCH ACCOUNT'
                                       TO RPT-RES-ACTION
                   WHEN RTN-CODE-REVOKED
                       MOVE 'PRENOTE RETURNED - NOT AUTHORIZED'
                                       TO RPT-RES-ACTION
                   WHEN OTHER
                       MOVE 'PRENOTE RETURNED - MANDATE FAILED'
                                       TO RPT-RES-ACTION
               END-EVALUATE
           END-IF.

       2050-READ-RETURN-PARA.
           READ ACH-RETURN-FILE
               AT END
           MOVE WS-REVOKED-CNT    TO RPT-TOT-REVOKED
           MOVE WS-UNMATCHED-CNT  TO RPT-TOT-UNMATCHED
           MOVE WS-SUPPRESSED-CNT TO RPT-TOT-SUPPRESSED
           MOVE WS-PRENOTE-CNT    TO RPT-TOT-PRENOTES
           WRITE ACH-RETURN-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE WS-RETURNED-TOTAL TO RPT-TOT-AMOUNT
           WRITE ACH-RETURN-REPORT-REC FROM RPT-AMOUNT-LINE
           MOVE WS-ESIGN-MAILED-CNT   TO RPT-ES-MAILED
           WRITE ACH-RETURN-REPORT-REC FROM RPT-ESIGN-LINE

           MOVE 'CONTROL'               TO WS-GL-OPERATION-TYPE
           MOVE WS-RETURNED-TOTAL       TO WS-GL-AMOUNT
           MOVE 'TOTAL AMOUNT RETURNED' TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE'                 TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE ACH-RETURN-FILE
           CLOSE CUSTOMER-NOTIFY-FILE
