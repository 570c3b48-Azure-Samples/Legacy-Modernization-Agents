           10  WS-DBDRIVR3-SQLCODE         PIC S9(9) COMP.
           10  WS-DBDRIVR3-MSG-TEXT        PIC X(100).

      *    CHAMPION/CHALLENGER NOTICE WORDING TESTS RUNNING ON THE
      *    PROCESS DATE (TNOTFTST, SEE NTSDRVR1), LOADED ONCE PER RUN
      *    BY 0085-LOAD-NOTICE-TESTS. A TESTED POLICY'S BUCKET IS THE
      *    LAST TWO DIGITS OF ITS POLICY NUMBER (00-99), SO IT LANDS
      *    IN THE SAME GROUP EVERY NIGHT: BUCKETS BELOW THE SPLIT
      *    PERCENTAGE GET THE CHALLENGER WORDING ('X'), THE REST ARE
      *    THE HOLDOUT AND KEEP THE CHAMPION ('C').
       01  NTSDRVR1-AREA.
           10  WS-NS-OPERATION-TYPE        PIC X(10).
           10  WS-NS-PROCESS-DATE          PIC X(10).
           10  WS-NS-TEST-ID               PIC X(8).
           10  WS-NS-NOTIFY-TIER           PIC X(3).
           10  WS-NS-RECIPIENT             PIC X(10).
           10  WS-NS-CHALLENGER-KEY        PIC X(10).
           10  WS-NS-SPLIT-PCT             PIC S9(4) COMP.
           10  WS-NS-DESCRIPTION           PIC X(60).
           10  WS-NS-USER-ID               PIC X(8).
           10  WS-NS-POLICY-NUMBER         PIC X(10).
           10  WS-NS-CHANNEL               PIC X(10).
           10  WS-NS-TEST-GROUP            PIC X(1).
           10  WS-NS-SQLCODE               PIC S9(9) COMP.
           10  WS-NS-TEST-RESULT           PIC X(1).
           10  WS-NS-OUT-TEST-ID           PIC X(8).
           10  WS-NS-OUT-NOTIFY-TIER       PIC X(3).
           10  WS-NS-OUT-RECIPIENT         PIC X(10).
           10  WS-NS-OUT-CHALLENGER-KEY    PIC X(10).
           10  WS-NS-OUT-SPLIT-PCT         PIC S9(4) COMP.
           10  WS-NS-OUT-DESCRIPTION       PIC X(60).
           10  WS-NS-OUT-STATUS            PIC X(1).
           10  WS-NS-OUT-START-DATE        PIC X(10).
           10  WS-NS-OUT-END-DATE          PIC X(10).
           10  WS-NS-OUT-STATE             PIC X(2).
           10  WS-NS-OUT-POLICY-TYPE       PIC X(50).
           10  WS-NS-OUT-GROUP             PIC X(1).
           10  WS-NS-OUT-NOTIFIED-CNT      PIC S9(9) COMP.
           10  WS-NS-OUT-RENEWED-CNT       PIC S9(9) COMP.
           10  WS-NS-OUT-CANCELLED-CNT     PIC S9(9) COMP.
       01  WS-CC-EOF-SW                    PIC X(3) VALUE 'NO'.
           88  NOTICE-TEST-LOAD-DONE       VALUE 'YES'.
       01  WS-CC-TEST-TABLE.
           05  WS-CC-CNT                   PIC 9(2) VALUE 0.
           05  WS-CC-ENTRY OCCURS 20 TIMES.
               10  WS-CC-TEST-ID           PIC X(8).
               10  WS-CC-TIER              PIC X(3).
               10  WS-CC-RECIPIENT         PIC X(10).
               10  WS-CC-CHALLENGER-KEY    PIC X(10).
               10  WS-CC-SPLIT-PCT         PIC 9(2).
       01  WS-CC-IDX                       PIC 9(2) VALUE 0.
       01  WS-CC-FOUND-IDX                 PIC 9(2) VALUE 0.
       01  WS-CC-POLICY-TEST-ID            PIC X(8) VALUE SPACES.
       01  WS-CC-POLICY-GROUP              PIC X(1) VALUE SPACES.
       01  WS-CC-BUCKET                    PIC 9(2) VALUE 0.
       01  WS-CC-DIGIT                     PIC 9(1) VALUE 0.
       01  WS-CC-DIGIT-CNT                 PIC 9(1) VALUE 0.
       01  WS-CC-DIGIT-IDX                 PIC 9(2) VALUE 0.

      *    STATUTORY/REGULATORY NOTICE WORDING, MAINTAINED PER STATE IN
      *    INSURNCE.TNOTFSTM, SINCE REQUIRED DISCLOSURE LANGUAGE VARIES
      *    BY THE POLICY HOLDER'S STATE (SEE DBDRIVR6).
       01  WS-SUPPRESSED-SW                PIC X(3) VALUE 'NO'.
           88  CUSTOMER-SUPPRESSED         VALUE 'YES'.

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
      *    SET PER POLICY IN 2308 - AN AUTO-PAY POLICY WHOSE BANK
      *    MANDATE HAS CLEARED ITS PRENOTE AND MAY BE DRAFTED.
       01  WS-DRAFT-MANDATE-SW             PIC X(3) VALUE 'NO'.
           88  DRAFT-MANDATE-CLEAR         VALUE 'YES'.

      *    DECLARED RENEWAL RESPONSE (TRESPONSE, SEE RSPCAP1). A
      *    CUSTOMER WHO TOLD US THEY WILL NOT RENEW GETS NO FURTHER
      *    TIERS - THIS IS A BUSINESS STOP, SEPARATE FROM THE LEGAL
           88  CUSTOMER-DECLINED           VALUE 'YES'.
       01  WS-RECON-DECL-CNT               PIC 9(7) VALUE 0.

      *    DISASTER MORATORIUM (TMORATOR, SEE MORDRVR1). WHILE ONE IS
      *    IN FORCE FOR THE POLICYHOLDER'S ZIP OR COUNTY, A FROZEN
      *    NON-RENEWAL IS SET ASIDE AND THE ORDINARY RENEWAL CASCADE
      *    RUNS INSTEAD, AND A FROZEN LAPSE NOTICE IS NOT SENT. EACH
      *    SUPPRESSION IS LOGGED ON TMORHOLD FOR THE COMPLIANCE
      *    REGISTER (MORRPT1) AND RELEASED HERE ONCE THE ACTION GOES
      *    AHEAD AFTER THE MORATORIUM ENDS.
       01  MORDRVR1-AREA.
           10  WS-MR-OPERATION-TYPE        PIC X(10).
           10  WS-MR-PROCESS-DATE          PIC X(10).
           10  WS-MR-POLICY-NUMBER         PIC X(10).
           10  WS-MR-ACTION                PIC X(8).
           10  WS-MR-SOURCE-PGM            PIC X(8) VALUE 'MAINPGM'.
           10  WS-MR-MORATORIUM-ID         PIC X(10).
           10  WS-MR-REF-DATE              PIC X(10).
           10  WS-MR-REF-TEXT              PIC X(10).
           10  WS-MR-GRACE-DAYS            PIC S9(4) COMP VALUE 0.
           10  WS-MR-SQLCODE               PIC S9(9) COMP.
           10  WS-MR-ROW-CNT               PIC S9(9) COMP.
           10  WS-MR-OUT-MORATORIUM-ID     PIC X(10).
           10  WS-MR-OUT-STATE             PIC X(2).
           10  WS-MR-OUT-EVENT-DESC        PIC X(40).
           10  WS-MR-OUT-START-DATE        PIC X(10).
           10  WS-MR-OUT-END-DATE          PIC X(10).
           10  WS-MR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-MR-OUT-ACTION            PIC X(8).
           10  WS-MR-OUT-SOURCE-PGM        PIC X(8).
           10  WS-MR-OUT-FIRST-HELD-DATE   PIC X(10).
           10  WS-MR-OUT-LAST-HELD-DATE    PIC X(10).
           10  WS-MR-OUT-HOLD-COUNT        PIC S9(4) COMP.
           10  WS-MR-OUT-REF-DATE          PIC X(10).
           10  WS-MR-OUT-REF-TEXT          PIC X(10).
           10  WS-MR-OUT-STATUS            PIC X(1).
           10  WS-MR-OUT-RELEASE-DATE      PIC X(10).
       01  WS-MOR-HOLD-SW                  PIC X(3) VALUE 'NO'.
           88  MORATORIUM-HOLD             VALUE 'YES'.
       01  WS-RECON-MOR-CNT                PIC 9(7) VALUE 0.

      *    E-SIGN CONSENT (TESIGN, SEE ESGMNT1). AN EMAIL-ONLY CUSTOMER
      *    WITH NO VALID CONSENT ON FILE CANNOT BE GIVEN A LEGALLY
      *    REQUIRED NOTICE BY EMAIL ALONE, SO THE NOTICE IS MAILED AS
      *    WELL (SEE 2315-CHECK-ESIGN-CONSENT).
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
       01  WS-RECON-ESIGN-CNT              PIC 9(7) VALUE 0.

      *    UNDERWRITING DO-NOT-RENEW LIST (TDNRLIST, SEE DNRMNT1). A
      *    LISTED POLICY GETS THE STATUTORY NON-RENEWAL NOTICE IN
      *    PLACE OF THE RENEWAL INVITATION, ONCE, AND THE NORMAL TIER
           05 RPT-DECL-DATE      PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(104) VALUE SPACES.

       01  RPT-MORATORIUM-LINE.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(21) VALUE 'MORATORIUM HOLD:     '.
           05 RPT-MOR-POL-NO     PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'ACTION: '.
           05 RPT-MOR-ACTION     PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE 'MORATORIUM: '.
           05 RPT-MOR-ID         PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'UNTIL: '.
           05 RPT-MOR-END-DATE   PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(65) VALUE SPACES.

       01  RPT-MOR-RECON-LINE.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(22)
              VALUE 'MORATORIUM HOLDS:     '.
           05 RPT-RECON-MOR      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(128) VALUE SPACES.

       01  RPT-ESIGN-RECON-LINE.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(22)
              VALUE 'MAILED - NO E-SIGN:   '.
           05 RPT-RECON-ESIGN    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(128) VALUE SPACES.

       01  RPT-DECL-RECON-LINE.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(22)
           PERFORM 0070-INIT-CAP-TABLE.

           PERFORM 0075-LOAD-POSTAL-REFERENCE
           PERFORM 0080-LOAD-RATE-FACTORS
           PERFORM 0085-LOAD-NOTICE-TESTS.

           MOVE 'OPEN'                 TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA  
           END-EVALUATE
           END-IF.

       0085-LOAD-NOTICE-TESTS.
           MOVE 'ACTVOPEN'       TO WS-NS-OPERATION-TYPE
           MOVE WS-CURRENT-DATE  TO WS-NS-PROCESS-DATE
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           MOVE 'NO' TO WS-CC-EOF-SW
           PERFORM 0086-LOAD-ONE-TEST
               UNTIL NOTICE-TEST-LOAD-DONE
           MOVE 'ACTVCLOSE' TO WS-NS-OPERATION-TYPE
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           IF WS-CC-CNT > 0
               DISPLAY 'NOTICE WORDING TESTS RUNNING: ' WS-CC-CNT
           END-IF.

       0086-LOAD-ONE-TEST.
           MOVE 'ACTVFETCH' TO WS-NS-OPERATION-TYPE
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           IF WS-NS-SQLCODE NOT = 0
               SET NOTICE-TEST-LOAD-DONE TO TRUE
           ELSE
               IF WS-CC-CNT < 20
                   ADD 1 TO WS-CC-CNT
                   MOVE WS-NS-OUT-TEST-ID
                       TO WS-CC-TEST-ID (WS-CC-CNT)
                   MOVE WS-NS-OUT-NOTIFY-TIER
                       TO WS-CC-TIER (WS-CC-CNT)
                   MOVE WS-NS-OUT-RECIPIENT
                       TO WS-CC-RECIPIENT (WS-CC-CNT)
                   MOVE WS-NS-OUT-CHALLENGER-KEY
                       TO WS-CC-CHALLENGER-KEY (WS-CC-CNT)
                   MOVE WS-NS-OUT-SPLIT-PCT
                       TO WS-CC-SPLIT-PCT (WS-CC-CNT)
               ELSE
                   DISPLAY 'NOTICE WORDING TEST TABLE FULL - TEST '
                           WS-NS-OUT-TEST-ID ' NOT APPLIED'
               END-IF
           END-IF.

       0060-LOAD-PRIOR-YEAR-TREND.
      *    LOADS THE MOST RECENT PRIOR-YEAR TOTALS FROM YOY-TREND-FILE
      *    (IF ANY) SO THE GRAND SUMMARY CAN SHOW A YEAR-OVER-YEAR
               PERFORM 3245-WRITE-TIER-HEADER
               MOVE WS-DBDRIVR1-NOTIFY-TIER TO WS-CURRENT-RUN-TIER
           END-IF
           MOVE SPACES TO WS-CC-POLICY-TEST-ID
                          WS-CC-POLICY-GROUP
           PERFORM 2245-CLASSIFY-SENIOR
           IF SEN-DISP-NOT-DUE
               CONTINUE
           ELSE
               ADD 1 TO WS-RECON-FETCHED-CNT
               MOVE 'NOT-PROCESSED' TO WS-DISPOSITION-CODE
               PERFORM 2308-CHECK-DRAFT-MANDATE
               IF WS-DBDRIVR1-NOTIFY-TIER = 'LAP'
                       AND DRAFT-MANDATE-CLEAR
                   PERFORM 2256-REPORT-AUTOPAY-LAP-SKIP
               ELSE
                   PERFORM 2201-PROCESS-FETCHED-POLICY
       2201-PROCESS-FETCHED-POLICY.
           PERFORM 2306-CHECK-DECLARED-RESPONSE
           PERFORM 2307-CHECK-DO-NOT-RENEW
           MOVE 'NO' TO WS-MOR-HOLD-SW
      *    A NON-RENEWAL FROZEN BY A MORATORIUM IS SET ASIDE FOR THE
      *    NIGHT - THE POLICY IS OFFERED RENEWAL LIKE ANY OTHER, AND
      *    A LAPSE NOTICE IT THEN DRAWS IS CHECKED IN ITS OWN RIGHT.
           IF NOT CUSTOMER-DECLINED AND POLICY-DO-NOT-RENEW
               MOVE 'NONRENEW' TO WS-MR-ACTION
               PERFORM 2309-CHECK-MORATORIUM
               IF MORATORIUM-HOLD
                   MOVE 'NO' TO WS-DNR-SW
                                WS-MOR-HOLD-SW
               END-IF
           END-IF
           IF NOT CUSTOMER-DECLINED AND NOT POLICY-DO-NOT-RENEW
                   AND WS-DBDRIVR1-NOTIFY-TIER = 'LAP'
               MOVE 'LAPSE' TO WS-MR-ACTION
               PERFORM 2309-CHECK-MORATORIUM
           END-IF
           EVALUATE TRUE
               WHEN CUSTOMER-DECLINED
                   PERFORM 2258-REPORT-DECLINED
               WHEN MORATORIUM-HOLD
                   MOVE 'MORATORIUM-HOLD' TO WS-DISPOSITION-CODE
               WHEN POLICY-DO-NOT-RENEW
                   PERFORM 3080-ISSUE-NONRENEWAL-NOTICE
               WHEN OTHER
      *    TIER - THE DRAFT EITHER WENT THROUGH OR THE PAYMENTS SYSTEM
      *    IS ALREADY CHASING THE FAILURE, SO A 'YOUR POLICY HAS
      *    LAPSED' LETTER WOULD ONLY CONFUSE. NOTED ON THE REPORT,
      *    NOT COUNTED AS AN ERROR. ONE WHOSE MANDATE NEVER CLEARED
      *    WAS NEVER DRAFTED AND GETS THE LETTER LIKE ANY OTHER.
       2256-REPORT-AUTOPAY-LAP-SKIP.
           MOVE 'AUTOPAY-LAP-SKIP' TO WS-DISPOSITION-CODE
           MOVE POLICY-NUMBER           TO RPT-AUTOPAY-POL-NO
               SET CUSTOMER-SUPPRESSED TO TRUE
           END-IF.

      *    E-SIGN CHECK - RUN ONCE THE NOTICE'S CONTACT PREFERENCE IS
      *    SET. EVERY CUSTOMER NOTICE THIS PROGRAM WRITES IS LEGALLY
      *    REQUIRED (RENEWAL/EXPIRY WITH ITS STATUTORY WORDING, OR THE
      *    STATUTORY NON-RENEWAL), SO AN EMAIL-ONLY CUSTOMER WITHOUT
      *    VALID CONSENT IS TREATED AS MAIL-AND-EMAIL: THE MAILED
      *    NOTICE IS THE ONE THAT COUNTS, THE EMAIL STILL GOES AS A
      *    COURTESY. ESGRPT1 LISTS THESE CUSTOMERS FOR FOLLOW-UP.
       2315-CHECK-ESIGN-CONSENT.
           IF WS-CUST-PREF-EMAIL-ONLY
               MOVE 'CHECK'         TO WS-ES-OPERATION-TYPE
               MOVE WS-CURRENT-DATE TO WS-ES-PROCESS-DATE
               MOVE POLICY-NUMBER   TO WS-ES-POLICY-NUMBER
               CALL 'ESGDRVR1' USING ESGDRVR1-AREA
               IF WS-ES-SQLCODE NOT = 0
                   MOVE 'B' TO WS-CUST-CONTACT-PREF
                   ADD 1 TO WS-RECON-ESIGN-CNT
               END-IF
           END-IF.

      *    AN AUTO-PAY POLICY IS ONLY DRAFTED ONCE ITS BANK MANDATE
      *    HAS CLEARED THE PRENOTE (TACHMAND). UNTIL THEN - OR AFTER
      *    A RETURNED PRENOTE - IT IS BILLED LIKE A MANUAL-PAY POLICY:
      *    NO PRE-DEBIT RECORD, AND THE ORDINARY RENEWAL WORDING.
       2308-CHECK-DRAFT-MANDATE.
           MOVE 'NO' TO WS-DRAFT-MANDATE-SW
           IF POLICY-PAY-AUTO
               MOVE 'CHECK'         TO WS-MD-OPERATION-TYPE
               MOVE WS-CURRENT-DATE TO WS-MD-PROCESS-DATE
               MOVE POLICY-NUMBER   TO WS-MD-POLICY-NUMBER
               CALL 'MNDDRVR1' USING MNDDRVR1-AREA
               IF WS-MD-SQLCODE = 0 AND WS-MD-DRAFT-OK = 'Y'
                   SET DRAFT-MANDATE-CLEAR TO TRUE
               END-IF
           END-IF.

      *    ACCOUNTED SEPARATELY ON THE RECONCILIATION SO A SUPPRESSED
      *    CUSTOMER EXPLAINS ITS FETCHED-VS-SENT SHORTFALL - IT IS A
      *    DELIBERATE STOP, NOT AN ERROR, SO IT DOES NOT TOUCH THE
               SET POLICY-DO-NOT-RENEW TO TRUE
           END-IF.

      *    SQLCODE 0 FROM THE CHECK = A MORATORIUM IN FORCE FREEZES
      *    THE ACTION: THE SUPPRESSION IS LOGGED (REFERENCE IS THE
      *    EXPIRY DATE AND TIER, SO A HELD LAPSE IS RE-FETCHED AFTER
      *    ITS WINDOW) AND LISTED. OTHERWISE THE ACTION GOES AHEAD AND
      *    ANY HOLD THIS PROGRAM HAD ON IT IS MARKED RELEASED.
       2309-CHECK-MORATORIUM.
           MOVE 'NO'                    TO WS-MOR-HOLD-SW
           MOVE 'CHECK'                 TO WS-MR-OPERATION-TYPE
           MOVE WS-CURRENT-DATE         TO WS-MR-PROCESS-DATE
           MOVE POLICY-NUMBER           TO WS-MR-POLICY-NUMBER
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           IF WS-MR-SQLCODE = 0
               SET MORATORIUM-HOLD TO TRUE
               ADD 1 TO WS-RECON-MOR-CNT
               MOVE 'HOLD'                  TO WS-MR-OPERATION-TYPE
               MOVE WS-MR-OUT-MORATORIUM-ID TO WS-MR-MORATORIUM-ID
               MOVE POLICY-EXPIRY-DATE      TO WS-MR-REF-DATE
               MOVE WS-DBDRIVR1-NOTIFY-TIER TO WS-MR-REF-TEXT
               CALL 'MORDRVR1' USING MORDRVR1-AREA
               MOVE POLICY-NUMBER           TO RPT-MOR-POL-NO
               MOVE WS-MR-ACTION            TO RPT-MOR-ACTION
               MOVE WS-MR-OUT-MORATORIUM-ID TO RPT-MOR-ID
               MOVE WS-MR-OUT-END-DATE      TO RPT-MOR-END-DATE
               MOVE RPT-MORATORIUM-LINE     TO WS-NOTIFY-REPORT-RECORD
               PERFORM 3200-WRITE-NOTIFICATION-REPORT
           ELSE
               MOVE 'RELEASE'               TO WS-MR-OPERATION-TYPE
               CALL 'MORDRVR1' USING MORDRVR1-AREA
           END-IF.

      *    ONE STATUTORY NON-RENEWAL NOTICE PER POLICY, IN PLACE OF
      *    THE WHOLE RENEWAL CASCADE. THE WORDING IS THE STATE'S
      *    MANDATED NON-RENEWAL LANGUAGE (TNOTFSTM VARIANT 'D' -
           MOVE POLICY-EXPIRY-DATE     TO  WS-CUST-EXPIRY-DATE
           MOVE WS-CURRENT-DATE        TO  WS-CUST-NOTIFY-DATE
           MOVE POLICY-CONTACT-PREF    TO  WS-CUST-CONTACT-PREF
           PERFORM 2315-CHECK-ESIGN-CONSENT
           MOVE POLICY-AGENT-CODE      TO  WS-CUST-AGENT-CODE
           MOVE WS-RUN-ID              TO  WS-CUST-RUN-ID
      *    NO RENEWAL IS OFFERED, SO NO PREMIUM IS QUOTED - A ZERO
      *    PREMIUM UNDER A MAINPGM RUN ID IS WHAT LTRCOMP1'S ARCHIVE
      *    INDEX FILES AS A NON-RENEWAL RATHER THAN A TIER NOTICE.
           MOVE 0                      TO  WS-CUST-RENEWAL-PREMIUM
                                           WS-CUST-INSTALL-CNT
                                           WS-CUST-INSTALL-AMOUNT
           MOVE POLICY-PREF-LANGUAGE   TO  WS-POLICY-LANGUAGE
           IF WS-POLICY-LANGUAGE = SPACES
               MOVE WS-RUN-LANGUAGE    TO  WS-POLICY-LANGUAGE
                                                    WS-DBDRIVR2-SQLCODE  
               CALL 'ABEND' 
           END-IF.                  
           IF WS-CC-POLICY-TEST-ID NOT = SPACES
                   AND WS-DBDRIVR2-RECIPIENT-TYPE = 'CUSTOMER'
               PERFORM 2302-RECORD-TEST-GROUP
           END-IF.

      *    A POLICY IN A NOTICE WORDING TEST CARRIES ITS TEST AND
      *    GROUP ON EVERY CUSTOMER TRACKING ROW OF THE TIER, WHICH IS
      *    WHAT NTSRPT1 MEASURES THE RENEWALS AGAINST.
       2302-RECORD-TEST-GROUP.
           MOVE 'SETGROUP'                 TO WS-NS-OPERATION-TYPE
           MOVE POLICY-NUMBER              TO WS-NS-POLICY-NUMBER
           MOVE WS-EFFECTIVE-TIER          TO WS-NS-NOTIFY-TIER
           MOVE WS-DBDRIVR2-RECIPIENT-TYPE TO WS-NS-RECIPIENT
           MOVE WS-DBDRIVR2-CHANNEL        TO WS-NS-CHANNEL
           MOVE WS-CC-POLICY-TEST-ID       TO WS-NS-TEST-ID
           MOVE WS-CC-POLICY-GROUP         TO WS-NS-TEST-GROUP
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA.

       2500-PROCESS-SUMMARY.
      *    THE BREAK TESTS WS-CURRENT-STATE, NOT THE GRAND COUNT -
      *    WHICH CHANNEL(S) GET THIS CUSTOMER'S NOTICE. A CUSTOMER
      *    WHO ASKED FOR EMAIL ONLY SKIPS THE PRINTED/MAILED NOTICE
      *    (AND THE CSV FEED THAT RIDES ALONG WITH IT) ENTIRELY - THE
      *    MAIL FULFILLMENT VENDOR NEVER SEES THAT POLICY - PROVIDED
      *    E-SIGN CONSENT IS ON FILE (2315). A CUSTOMER
      *    WHO ASKED FOR MAIL ONLY IS HANDLED IN
      *    3065-WRITE-CUSTOMER-EMAIL-NOTIFY BELOW.
           PERFORM 3050-POPULATE-CUSTOMER-DETAIL
           PERFORM 2315-CHECK-ESIGN-CONSENT
           PERFORM 3091-RESOLVE-UNDERWRITER
           IF NOT WS-CUST-PREF-EMAIL-ONLY
               PERFORM 2270-CHECK-ADDRESS-COMPLETE
                   END-IF
               END-IF
           END-IF.
           IF DRAFT-MANDATE-CLEAR
               MOVE 'CUSTOMER' TO WS-DBDRIVR2-RECIPIENT-TYPE
               MOVE 'PREDEBIT' TO WS-DBDRIVR2-CHANNEL
               PERFORM 2310-CHECK-TRACKING
      *    AUTO-PAY POLICIES GET THEIR OWN MESSAGE-CATALOG VARIANT -
      *    TELLING A CUSTOMER WHOSE PREMIUM WILL BE DRAFTED TO 'GET IT
      *    RENEWED' GENERATES NEEDLESS CALLS.
           IF DRAFT-MANDATE-CLEAR
               MOVE 'CUSTAUTO'         TO  WS-DBDRIVR3-RECIPIENT
           ELSE
               MOVE 'CUSTOMER'         TO  WS-DBDRIVR3-RECIPIENT
                                       TO  WS-CUST-NOTIFY-MSG
                   END-IF
               ELSE
                   IF DRAFT-MANDATE-CLEAR
                       MOVE 'YOUR POLICY IS DUE TO RENEW. THE RENEWAL
      -                     ' PREMIUM WILL BE DRAFTED AUTOMATICALLY -
      -                     ' NO ACTION IS NEEDED'
                   END-IF
               END-IF
           END-IF.
           IF WS-CC-CNT > 0
               PERFORM 3052-APPLY-NOTICE-TEST
           END-IF.
           MOVE POLICY-AGENT-CODE      TO  WS-CUST-AGENT-CODE.
           MOVE AGENT-NAME             TO  WS-CUST-AGENT-NAME.
           MOVE POLICY-BENEF-NAME      TO  WS-CUST-BENEF-NAME.
      *    PERCENTAGE. AN UNKNOWN OR EXPIRED CODE (SQLCODE 100) FALLS
      *    BACK TO THE RAW CODE WITH ZERO DISCOUNT - DSCSCAN1 IS THE
      *    SYSTEMATIC SWEEP THAT CATCHES THOSE.
      *    A POLICY ON THE TIER AND CHAMPION WORDING OF A RUNNING TEST
      *    IS IN THE TEST ONLY WHEN THE CATALOG HAS CHALLENGER WORDING
      *    FOR ITS POLICY TYPE, SO BOTH GROUPS ARE DRAWN FROM THE SAME
      *    POLICIES. THE CHALLENGER GROUP GETS THAT WORDING IN PLACE OF
      *    THE CHAMPION; THE HOLDOUT KEEPS WHAT WAS RESOLVED ABOVE.
       3052-APPLY-NOTICE-TEST.
           MOVE 0 TO WS-CC-FOUND-IDX
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                     UNTIL WS-CC-IDX > WS-CC-CNT
                        OR WS-CC-FOUND-IDX > 0
               IF WS-CC-TIER (WS-CC-IDX) = WS-EFFECTIVE-TIER
                       AND WS-CC-RECIPIENT (WS-CC-IDX)
                                           = WS-DBDRIVR3-RECIPIENT
                   MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CC-FOUND-IDX > 0
               MOVE WS-CC-CHALLENGER-KEY (WS-CC-FOUND-IDX)
                                       TO  WS-DBDRIVR3-RECIPIENT
               MOVE WS-POLICY-LANGUAGE TO  WS-DBDRIVR3-LANGUAGE
               MOVE 'LOOKUP'           TO  WS-DBDRIVR3-OPERATION-TYPE
               CALL 'DBDRIVR3' USING DBDRIVR3-AREA
               IF (WS-DBDRIVR3-SQLCODE NOT EQUAL 0
                           OR WS-DBDRIVR3-MSG-TEXT EQUAL SPACES)
                       AND WS-POLICY-LANGUAGE NOT = WS-RUN-LANGUAGE
                   MOVE WS-RUN-LANGUAGE TO WS-DBDRIVR3-LANGUAGE
                   CALL 'DBDRIVR3' USING DBDRIVR3-AREA
               END-IF
               IF WS-DBDRIVR3-SQLCODE EQUAL 0
                       AND WS-DBDRIVR3-MSG-TEXT NOT EQUAL SPACES
                   PERFORM 3053-COMPUTE-TEST-BUCKET
                   MOVE WS-CC-TEST-ID (WS-CC-FOUND-IDX)
                                       TO  WS-CC-POLICY-TEST-ID
                   IF WS-CC-BUCKET < WS-CC-SPLIT-PCT (WS-CC-FOUND-IDX)
                       MOVE 'X'        TO  WS-CC-POLICY-GROUP
                       MOVE WS-DBDRIVR3-MSG-TEXT
                                       TO  WS-CUST-NOTIFY-MSG
                   ELSE
                       MOVE 'C'        TO  WS-CC-POLICY-GROUP
                   END-IF
               END-IF
           END-IF.

       3053-COMPUTE-TEST-BUCKET.
           MOVE 0 TO WS-CC-BUCKET
                     WS-CC-DIGIT-CNT
           PERFORM VARYING WS-CC-DIGIT-IDX FROM 10 BY -1
                     UNTIL WS-CC-DIGIT-IDX < 1
                        OR WS-CC-DIGIT-CNT = 2
               IF POLICY-NUMBER (WS-CC-DIGIT-IDX : 1) NUMERIC
                   MOVE POLICY-NUMBER (WS-CC-DIGIT-IDX : 1)
                                       TO WS-CC-DIGIT
                   IF WS-CC-DIGIT-CNT = 0
                       MOVE WS-CC-DIGIT TO WS-CC-BUCKET
                   ELSE
                       COMPUTE WS-CC-BUCKET =
                               WS-CC-BUCKET + WS-CC-DIGIT * 10
                   END-IF
                   ADD 1 TO WS-CC-DIGIT-CNT
               END-IF
           END-PERFORM.

       3068-LOOKUP-DISCOUNT-CODE.
           MOVE 0                      TO  WS-DISCOUNT-PCT-WORK
           MOVE POLICY-DISCOUNT-CODE   TO  WS-CUST-DISCOUNT-DESC
           MOVE WS-RECON-DECL-CNT TO RPT-RECON-DECL.
           MOVE RPT-DECL-RECON-LINE TO WS-NOTIFY-REPORT-RECORD.
           PERFORM 3200-WRITE-NOTIFICATION-REPORT.
           MOVE WS-RECON-MOR-CNT TO RPT-RECON-MOR.
           MOVE RPT-MOR-RECON-LINE TO WS-NOTIFY-REPORT-RECORD.
           PERFORM 3200-WRITE-NOTIFICATION-REPORT.
           MOVE WS-RECON-ESIGN-CNT TO RPT-RECON-ESIGN.
           MOVE RPT-ESIGN-RECON-LINE TO WS-NOTIFY-REPORT-RECORD.
           PERFORM 3200-WRITE-NOTIFICATION-REPORT.
           MOVE WS-RESTART-CNT  TO  RPT-RESTART-CNT.
           MOVE RPT-RESTART-LINE TO WS-NOTIFY-REPORT-RECORD.
           PERFORM 3200-WRITE-NOTIFICATION-REPORT.
