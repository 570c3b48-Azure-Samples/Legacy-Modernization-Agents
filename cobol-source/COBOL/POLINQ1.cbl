       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLINQ1.
      *    ONLINE POLICY INQUIRY FOR THE SERVICE DESK - TRANSACTION
      *    PINQ. KEY "PINQ <POLICY NUMBER>" ON A CLEAR SCREEN. THE
      *    POLICY IS SHOWN OVER SIX SCREENS:
      *        PF1  POLICY     HOLDER AND TERM, QUARANTINE AND DNR
      *        PF2  COVERAGE   TCOVERAG LINES
      *        PF4  NOTICES    TTRAKING HISTORY WITH CHANNEL/STATUS
      *        PF5  PAYMENTS   TPAYMENT LINES AND BALANCE
      *        PF6  EVENTS     TRENEWAL/TCANCEL/TREINST
      *        PF9  AGENT      SERVICING AGENT FROM AGENTVSAM
      *    ENTER STEPS TO THE NEXT SCREEN, PF7/PF8 PAGE THE LISTS AND
      *    PF3 OR CLEAR ENDS THE INQUIRY. PSEUDO-CONVERSATIONAL: THE
      *    POLICY, SCREEN AND PAGE POSITION TRAVEL IN THE COMMAREA AND
      *    EVERY TASK READS AFRESH. READ-ONLY - NOTHING IS UPDATED OR
      *    LOCKED. THE SIGNED-ON USER MUST HOLD A TOPERAUT GRANT FOR
      *    POLINQ1/INQUIRY; IT IS CHECKED ON EVERY TASK SO A REVOKED
      *    GRANT TAKES EFFECT AT THE NEXT KEY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

       01  WS-COMMAREA.
           05  WS-CA-POLICY-NUMBER       PIC X(10).
           05  WS-CA-SCREEN              PIC 9(1).
               88  SCREEN-POLICY         VALUE 1.
               88  SCREEN-COVERAGE       VALUE 2.
               88  SCREEN-NOTICES        VALUE 3.
               88  SCREEN-PAYMENTS       VALUE 4.
               88  SCREEN-EVENTS         VALUE 5.
               88  SCREEN-AGENT          VALUE 6.
           05  WS-CA-OFFSET              PIC S9(4) COMP.
           05  WS-CA-MORE-SW             PIC X(1).
               88  MORE-ROWS             VALUE 'Y'.
       01  WS-COMMAREA-LEN               PIC S9(4) COMP VALUE 14.

       01  WS-INPUT-TEXT                 PIC X(80).
       01  WS-INPUT-LEN                  PIC S9(4) COMP.
       01  WS-INPUT-TRANID               PIC X(4).
       01  WS-INPUT-POLICY               PIC X(10).

       01  WS-RESP                       PIC S9(8) COMP.
       01  WS-USERID                     PIC X(8).
       01  WS-ABSTIME                    PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE               PIC X(10).
       01  WS-MESSAGE                    PIC X(79).
       01  WS-MESSAGE-LEN                PIC S9(4) COMP VALUE 79.
       01  WS-END-SW                     PIC X(1) VALUE 'N'.
           88  END-OF-INQUIRY            VALUE 'Y'.
       01  WS-LIST-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-LIST               VALUE 'YES'.
       01  WS-PAGE-ROWS                  PIC S9(4) COMP VALUE 15.
       01  WS-FIRST-ROW-LINE             PIC S9(4) COMP VALUE 6.
       01  WS-LAST-ROW-LINE              PIC S9(4) COMP VALUE 20.
       01  WS-ROW-CNT                    PIC S9(4) COMP.
       01  WS-LINE-NO                    PIC S9(4) COMP.
       01  WS-EDIT-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMOUNT-2              PIC Z,ZZZ,ZZ9.99-.

      *    THE 24 X 80 SCREEN IS BUILT HERE LINE BY LINE AND SENT AS
      *    TEXT: LINE 1-3 TITLE AND POLICY, 4-20 THE SCREEN BODY, 22
      *    THE MESSAGE AND 23-24 THE KEYS.
       01  WS-SCREEN.
           05  WS-SCREEN-LINE            PIC X(80) OCCURS 24 TIMES.
       01  WS-SCREEN-LEN                 PIC S9(4) COMP VALUE 1920.

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

       01  PIQDRVR1-AREA.
           10  WS-PQ-OPERATION-TYPE        PIC X(10).
           10  WS-PQ-PROCESS-DATE          PIC X(10).
           10  WS-PQ-POLICY-NUMBER         PIC X(10).
           10  WS-PQ-SQLCODE               PIC S9(9) COMP.
           10  WS-PQ-HOLDER-FNAME          PIC X(35).
           10  WS-PQ-HOLDER-MNAME          PIC X(1).
           10  WS-PQ-HOLDER-LNAME          PIC X(35).
           10  WS-PQ-HOLDER-ADDR-1         PIC X(100).
           10  WS-PQ-HOLDER-ADDR-2         PIC X(100).
           10  WS-PQ-HOLDER-CITY           PIC X(30).
           10  WS-PQ-HOLDER-STATE          PIC X(2).
           10  WS-PQ-HOLDER-ZIP-CD         PIC X(10).
           10  WS-PQ-HOLDER-DOB            PIC X(10).
           10  WS-PQ-HOLDER-PHONE          PIC X(10).
           10  WS-PQ-HOLDER-EMAIL          PIC X(30).
           10  WS-PQ-BENEF-NAME            PIC X(60).
           10  WS-PQ-BENEF-RELATION        PIC X(15).
           10  WS-PQ-PAYMENT-FREQ          PIC X(10).
           10  WS-PQ-PAYMENT-METHOD        PIC X(8).
           10  WS-PQ-UNDERWRITER           PIC X(50).
           10  WS-PQ-POLICY-TYPE           PIC X(50).
           10  WS-PQ-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-PQ-COVERAGE-AMOUNT       PIC S9(8)V9(2) COMP-3.
           10  WS-PQ-START-DATE            PIC X(10).
           10  WS-PQ-EXPIRY-DATE           PIC X(10).
           10  WS-PQ-POLICY-STATUS         PIC X(1).
           10  WS-PQ-AGENT-CODE            PIC X(10).
           10  WS-PQ-CLAIMED               PIC X(1).
           10  WS-PQ-DISCOUNT-CODE         PIC X(10).
           10  WS-PQ-CONTACT-PREF          PIC X(1).
           10  WS-PQ-PREF-LANGUAGE         PIC X(2).
           10  WS-PQ-PAY-INSTALL-NO        PIC S9(9) COMP.
           10  WS-PQ-PAY-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-PQ-PAY-DUE-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-PQ-PAY-DUE-DATE          PIC X(10).
           10  WS-PQ-PAY-RECEIPT-DATE      PIC X(10).
           10  WS-PQ-PAY-STATUS            PIC X(1).
           10  WS-PQ-PAY-SOURCE            PIC X(8).
           10  WS-PQ-PREMIUM-DUE           PIC S9(7)V9(2) COMP-3.
           10  WS-PQ-PREMIUM-PAID          PIC S9(7)V9(2) COMP-3.
           10  WS-PQ-FEES-DUE              PIC S9(7)V9(2) COMP-3.
           10  WS-PQ-BALANCE               PIC S9(7)V9(2) COMP-3.
           10  WS-PQ-EVT-TYPE              PIC X(1).
           10  WS-PQ-EVT-DATE              PIC X(10).
           10  WS-PQ-EVT-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-PQ-EVT-DETAIL            PIC X(10).
           10  WS-PQ-EVT-EXPIRY-DATE       PIC X(10).

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

       01  DBDRIVR8-AREA.
           10  WS-D8-OPERATION-TYPE        PIC X(10).
           10  WS-D8-POLICY-NUMBER         PIC X(10).
           10  WS-D8-RECIPIENT-TYPE        PIC X(10).
           10  WS-D8-CHANNEL               PIC X(10).
           10  WS-D8-NEW-STATUS            PIC X(1).
           10  WS-D8-SQLCODE               PIC S9(9) COMP.
           10  WS-D8-HST-NOTIFY-TIER       PIC X(3).
           10  WS-D8-HST-RECIPIENT-TYPE    PIC X(10).
           10  WS-D8-HST-CHANNEL           PIC X(10).
           10  WS-D8-HST-NOTIFY-DATE       PIC X(10).
           10  WS-D8-HST-STATUS            PIC X(1).

       01  QUADRVR1-AREA.
           10  WS-QU-OPERATION-TYPE        PIC X(10).
           10  WS-QU-PROCESS-DATE          PIC X(10).
           10  WS-QU-POLICY-NUMBER         PIC X(10).
           10  WS-QU-REASON                PIC X(80).
           10  WS-QU-SQLCODE               PIC S9(9) COMP.
           10  WS-QU-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-QU-OUT-REASON            PIC X(80).
           10  WS-QU-OUT-QUAR-DATE         PIC X(10).
           10  WS-QU-OUT-RECHECK-FLAG      PIC X(1).
           10  WS-QU-OUT-STATUS            PIC X(1).

       01  DNRDRVR1-AREA.
           10  WS-DN-OPERATION-TYPE        PIC X(10).
           10  WS-DN-PROCESS-DATE          PIC X(10).
           10  WS-DN-POLICY-NUMBER         PIC X(10).
           10  WS-DN-REASON-CODE           PIC X(10).
           10  WS-DN-EFF-DATE              PIC X(10).
           10  WS-DN-AUTH-USER             PIC X(8).
           10  WS-DN-SQLCODE               PIC S9(9) COMP.
           10  WS-DN-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-DN-OUT-REASON-CODE       PIC X(10).
           10  WS-DN-OUT-EFF-DATE          PIC X(10).
           10  WS-DN-OUT-AUTH-USER         PIC X(8).

      *    AGENTVSAM IS READ DIRECTLY THROUGH FILE CONTROL - THE CICS
      *    FILE AGNTVSAM IS DEFINED OVER THE SAME CLUSTER (FILE NAMES
      *    ARE LIMITED TO EIGHT CHARACTERS). ONLY THE CONTACT PART OF
      *    THE RECORD IS SHOWN; THE TAX IDENTITY AND BANK DETAILS
      *    NEVER GO TO THE SCREEN.
           COPY CAGENT.

       01  SCR-TITLE-LINE.
           05  FILLER                    PIC X(8) VALUE 'POLINQ1'.
           05  FILLER                    PIC X(17)
                                         VALUE 'POLICY INQUIRY - '.
           05  SCR-TTL-SCREEN-NAME       PIC X(20).
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(7) VALUE 'SCREEN '.
           05  SCR-TTL-SCREEN-NO         PIC 9(1).
           05  FILLER                    PIC X(5) VALUE ' OF 6'.
           05  FILLER                    PIC X(7) VALUE SPACES.
           05  SCR-TTL-DATE              PIC X(10).

       01  SCR-POLICY-LINE.
           05  FILLER                    PIC X(8) VALUE 'POLICY: '.
           05  SCR-POL-NUMBER            PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE 'HOLDER: '.
           05  SCR-POL-HOLDER            PIC X(40).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE 'STATUS: '.
           05  SCR-POL-STATUS            PIC X(1).
           05  FILLER                    PIC X(1) VALUE SPACES.

       01  SCR-DASH-LINE                 PIC X(80) VALUE ALL '-'.

       01  SCR-KEYS-LINE-1.
           05  FILLER                    PIC X(40)
               VALUE 'PF1 POLICY  PF2 COVERAGE  PF4 NOTICES  P'.
           05  FILLER                    PIC X(40)
               VALUE 'F5 PAYMENTS  PF6 EVENTS  PF9 AGENT      '.
       01  SCR-KEYS-LINE-2.
           05  FILLER                    PIC X(40)
               VALUE 'ENTER NEXT SCREEN  PF7 PAGE UP  PF8 PAGE'.
           05  FILLER                    PIC X(40)
               VALUE ' DOWN  PF3/CLEAR END                    '.

       01  SCR-LABEL-LINE.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-LBL-TEXT              PIC X(14).
           05  SCR-LBL-VALUE             PIC X(65).

       01  SCR-COV-HDR-LINE.
           05  FILLER                    PIC X(40)
               VALUE ' COVERAGE TYPE   STATUS        START DAT'.
           05  FILLER                    PIC X(40)
               VALUE 'E   END DATE                            '.
       01  SCR-COV-LINE.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-COV-TYPE              PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  SCR-COV-STATUS            PIC X(10).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  SCR-COV-START             PIC X(10).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  SCR-COV-END               PIC X(10).
           05  FILLER                    PIC X(26) VALUE SPACES.

       01  SCR-NTC-HDR-LINE.
           05  FILLER                    PIC X(40)
               VALUE ' NOTIFY DATE  TIER  RECIPIENT  CHANNEL  '.
           05  FILLER                    PIC X(40)
               VALUE '   STATUS                               '.
       01  SCR-NTC-LINE.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-NTC-DATE              PIC X(10).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  SCR-NTC-TIER              PIC X(3).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  SCR-NTC-RECIPIENT         PIC X(10).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-NTC-CHANNEL           PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-NTC-STATUS            PIC X(1).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-NTC-STATUS-DESC       PIC X(13).
           05  FILLER                    PIC X(22) VALUE SPACES.

       01  SCR-PAY-SUM-LINE.
           05  FILLER                    PIC X(5) VALUE ' DUE '.
           05  SCR-PSM-DUE               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(7) VALUE '  PAID '.
           05  SCR-PSM-PAID              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(7) VALUE '  FEES '.
           05  SCR-PSM-FEES              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(10) VALUE '  BALANCE '.
           05  SCR-PSM-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(3) VALUE SPACES.
       01  SCR-PAY-HDR-LINE.
           05  FILLER                    PIC X(40)
               VALUE ' NO.  DUE DATE   DUE AMOUNT PAID AMOUNT '.
           05  FILLER                    PIC X(40)
               VALUE ' RECEIVED    STATUS         SOURCE      '.
       01  SCR-PAY-LINE.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-PAY-INSTALL           PIC ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-PAY-DUE-DATE          PIC X(10).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-PAY-DUE-AMOUNT        PIC ZZ,ZZ9.99-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-PAY-AMOUNT            PIC ZZ,ZZ9.99-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-PAY-RECEIPT-DATE      PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-PAY-STATUS            PIC X(1).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-PAY-STATUS-DESC       PIC X(11).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-PAY-SOURCE            PIC X(8).
           05  FILLER                    PIC X(4) VALUE SPACES.

       01  SCR-EVT-HDR-LINE.
           05  FILLER                    PIC X(40)
               VALUE ' EVENT DATE  EVENT             AMOUNT  D'.
           05  FILLER                    PIC X(40)
               VALUE 'ETAIL      NEW EXPIRY                   '.
       01  SCR-EVT-LINE.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-EVT-DATE              PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-EVT-DESC              PIC X(13).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SCR-EVT-AMOUNT            PIC ZZ,ZZ9.99-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-EVT-DETAIL            PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SCR-EVT-EXPIRY            PIC X(10).
           05  FILLER                    PIC X(19) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(14).

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 1100-CHECK-AUTHORITY
           IF WS-AU-AUTHORIZED NOT = 'Y'
               STRING 'USER ' DELIMITED BY SIZE
                      WS-USERID DELIMITED BY SPACE
                      ' IS NOT AUTHORIZED FOR POLICY INQUIRY'
                                 DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               SET END-OF-INQUIRY TO TRUE
           ELSE
               IF EIBCALEN = 0
                   PERFORM 1200-START-INQUIRY
               ELSE
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 1300-PROCESS-KEY
               END-IF
               IF NOT END-OF-INQUIRY
                   PERFORM 2000-BUILD-SCREEN
               END-IF
           END-IF.
           IF END-OF-INQUIRY
               PERFORM 8100-END-INQUIRY
           ELSE
               PERFORM 8000-SEND-SCREEN
           END-IF.
           GOBACK.

       0000-INITIALIZE-PARA.
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-SCREEN
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CURRENT-DATE) DATESEP('-')
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

      *    DENY-BY-DEFAULT, AS FOR THE BATCH MAINTENANCE PROGRAMS: NO
      *    TOPERAUT GRANT FOR POLINQ1/INQUIRY (OR '*') MEANS NO ACCESS.
       1100-CHECK-AUTHORITY.
           MOVE 'N'            TO WS-AU-AUTHORIZED
           MOVE 'CHECK'        TO WS-AU-OPERATION-TYPE
           MOVE WS-USERID      TO WS-AU-USER-ID
           MOVE 'POLINQ1'      TO WS-AU-PROGRAM
           MOVE 'INQUIRY'      TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA.

      *    FIRST TASK OF THE CONVERSATION: THE POLICY NUMBER IS KEYED
      *    AFTER THE TRANSACTION ID.
       1200-START-INQUIRY.
           MOVE SPACES TO WS-INPUT-TEXT
           MOVE SPACES TO WS-INPUT-POLICY
           MOVE 80 TO WS-INPUT-LEN
           EXEC CICS RECEIVE INTO(WS-INPUT-TEXT)
                     LENGTH(WS-INPUT-LEN)
                     RESP(WS-RESP)
           END-EXEC
           UNSTRING WS-INPUT-TEXT DELIMITED BY ALL SPACE
               INTO WS-INPUT-TRANID WS-INPUT-POLICY
           END-UNSTRING
           IF WS-INPUT-POLICY = SPACES
               MOVE 'KEY PINQ FOLLOWED BY A POLICY NUMBER'
                                       TO WS-MESSAGE
               SET END-OF-INQUIRY TO TRUE
           ELSE
               MOVE WS-INPUT-POLICY TO WS-CA-POLICY-NUMBER
               SET SCREEN-POLICY TO TRUE
               MOVE 0   TO WS-CA-OFFSET
               MOVE 'N' TO WS-CA-MORE-SW
           END-IF.

      *    LATER TASKS: THE KEY PRESSED PICKS THE SCREEN OR THE PAGE.
       1300-PROCESS-KEY.
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   MOVE 'POLICY INQUIRY ENDED' TO WS-MESSAGE
                   SET END-OF-INQUIRY TO TRUE
               WHEN DFHPF1
                   SET SCREEN-POLICY TO TRUE
                   MOVE 0 TO WS-CA-OFFSET
               WHEN DFHPF2
                   SET SCREEN-COVERAGE TO TRUE
                   MOVE 0 TO WS-CA-OFFSET
               WHEN DFHPF4
                   SET SCREEN-NOTICES TO TRUE
                   MOVE 0 TO WS-CA-OFFSET
               WHEN DFHPF5
                   SET SCREEN-PAYMENTS TO TRUE
                   MOVE 0 TO WS-CA-OFFSET
               WHEN DFHPF6
                   SET SCREEN-EVENTS TO TRUE
                   MOVE 0 TO WS-CA-OFFSET
               WHEN DFHPF9
                   SET SCREEN-AGENT TO TRUE
                   MOVE 0 TO WS-CA-OFFSET
               WHEN DFHENTER
                   IF SCREEN-AGENT
                       SET SCREEN-POLICY TO TRUE
                   ELSE
                       ADD 1 TO WS-CA-SCREEN
                   END-IF
                   MOVE 0 TO WS-CA-OFFSET
               WHEN DFHPF7
                   IF WS-CA-OFFSET = 0
                       MOVE 'ALREADY AT THE TOP' TO WS-MESSAGE
                   ELSE
                       SUBTRACT WS-PAGE-ROWS FROM WS-CA-OFFSET
                       IF WS-CA-OFFSET < 0
                           MOVE 0 TO WS-CA-OFFSET
                       END-IF
                   END-IF
               WHEN DFHPF8
                   IF MORE-ROWS
                       ADD WS-PAGE-ROWS TO WS-CA-OFFSET
                   ELSE
                       MOVE 'ALREADY AT THE END' TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'KEY NOT IN USE - SEE THE KEYS BELOW'
                                       TO WS-MESSAGE
           END-EVALUATE
           MOVE 'N' TO WS-CA-MORE-SW.

      *    EVERY SCREEN CARRIES THE TITLE, THE POLICY LINE AND THE
      *    KEYS; THE BODY DEPENDS ON THE SCREEN.
       2000-BUILD-SCREEN.
           MOVE 'POLGET'            TO WS-PQ-OPERATION-TYPE
           MOVE WS-CURRENT-DATE     TO WS-PQ-PROCESS-DATE
           MOVE WS-CA-POLICY-NUMBER TO WS-PQ-POLICY-NUMBER
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               STRING 'POLICY ' DELIMITED BY SIZE
                      WS-CA-POLICY-NUMBER DELIMITED BY SPACE
                      ' NOT FOUND' DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               SET END-OF-INQUIRY TO TRUE
           ELSE
               MOVE WS-CA-SCREEN        TO SCR-TTL-SCREEN-NO
               MOVE WS-CURRENT-DATE     TO SCR-TTL-DATE
               MOVE WS-CA-POLICY-NUMBER TO SCR-POL-NUMBER
               MOVE SPACES              TO SCR-POL-HOLDER
               STRING WS-PQ-HOLDER-FNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-PQ-HOLDER-LNAME DELIMITED BY '  '
                      INTO SCR-POL-HOLDER
               END-STRING
               MOVE WS-PQ-POLICY-STATUS TO SCR-POL-STATUS
               EVALUATE TRUE
                   WHEN SCREEN-POLICY
                       MOVE 'POLICY AND HOLDER' TO SCR-TTL-SCREEN-NAME
                       PERFORM 3100-SHOW-POLICY
                   WHEN SCREEN-COVERAGE
                       MOVE 'COVERAGE'          TO SCR-TTL-SCREEN-NAME
                       PERFORM 3200-SHOW-COVERAGE
                   WHEN SCREEN-NOTICES
                       MOVE 'NOTICE HISTORY'    TO SCR-TTL-SCREEN-NAME
                       PERFORM 3300-SHOW-NOTICES
                   WHEN SCREEN-PAYMENTS
                       MOVE 'PAYMENTS'          TO SCR-TTL-SCREEN-NAME
                       PERFORM 3400-SHOW-PAYMENTS
                   WHEN SCREEN-EVENTS
                       MOVE 'TERM EVENTS'       TO SCR-TTL-SCREEN-NAME
                       PERFORM 3500-SHOW-EVENTS
                   WHEN OTHER
                       SET SCREEN-AGENT TO TRUE
                       MOVE 6                   TO SCR-TTL-SCREEN-NO
                       MOVE 'SERVICING AGENT'   TO SCR-TTL-SCREEN-NAME
                       PERFORM 3600-SHOW-AGENT
               END-EVALUATE
               MOVE SCR-TITLE-LINE  TO WS-SCREEN-LINE(1)
               MOVE SCR-POLICY-LINE TO WS-SCREEN-LINE(2)
               MOVE SCR-DASH-LINE   TO WS-SCREEN-LINE(3)
               MOVE SCR-DASH-LINE   TO WS-SCREEN-LINE(21)
               MOVE WS-MESSAGE      TO WS-SCREEN-LINE(22)
               MOVE SCR-KEYS-LINE-1 TO WS-SCREEN-LINE(23)
               MOVE SCR-KEYS-LINE-2 TO WS-SCREEN-LINE(24)
           END-IF.

      *    HOLDER AND TERM, THEN WHETHER THE POLICY IS (OR WAS) HELD
      *    IN QUARANTINE AND WHETHER IT IS ON THE DO-NOT-RENEW LIST.
       3100-SHOW-POLICY.
           MOVE 4 TO WS-LINE-NO
           MOVE 'HOLDER'        TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-PQ-HOLDER-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-PQ-HOLDER-MNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PQ-HOLDER-LNAME DELIMITED BY '  '
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'ADDRESS'       TO SCR-LBL-TEXT
           MOVE WS-PQ-HOLDER-ADDR-1 TO SCR-LBL-VALUE
           PERFORM 3900-ADD-LABEL-LINE
           IF WS-PQ-HOLDER-ADDR-2 NOT = SPACES
               MOVE SPACES          TO SCR-LBL-TEXT
               MOVE WS-PQ-HOLDER-ADDR-2 TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
           END-IF
           MOVE SPACES          TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-PQ-HOLDER-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WS-PQ-HOLDER-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PQ-HOLDER-ZIP-CD DELIMITED BY SIZE
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'BORN / PHONE'  TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-PQ-HOLDER-DOB DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-PQ-HOLDER-PHONE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-PQ-HOLDER-EMAIL DELIMITED BY SIZE
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'BENEFICIARY'   TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-PQ-BENEF-NAME DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WS-PQ-BENEF-RELATION DELIMITED BY '  '
                  ')' DELIMITED BY SIZE
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'POLICY TYPE'   TO SCR-LBL-TEXT
           MOVE WS-PQ-POLICY-TYPE TO SCR-LBL-VALUE
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'TERM'          TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-PQ-START-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-PQ-EXPIRY-DATE DELIMITED BY SIZE
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'PREMIUM'       TO SCR-LBL-TEXT
           MOVE WS-PQ-PREMIUM-AMOUNT  TO WS-EDIT-AMOUNT
           MOVE WS-PQ-COVERAGE-AMOUNT TO WS-EDIT-AMOUNT-2
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-EDIT-AMOUNT DELIMITED BY SIZE
                  '   COVERAGE AMOUNT ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'PAYMENT'       TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-PQ-PAYMENT-FREQ DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-PQ-PAYMENT-METHOD DELIMITED BY SIZE
                  '   DISCOUNT ' DELIMITED BY SIZE
                  WS-PQ-DISCOUNT-CODE DELIMITED BY SIZE
                  '   CLAIMED ' DELIMITED BY SIZE
                  WS-PQ-CLAIMED DELIMITED BY SIZE
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'UNDERWRITER'   TO SCR-LBL-TEXT
           MOVE WS-PQ-UNDERWRITER TO SCR-LBL-VALUE
           PERFORM 3900-ADD-LABEL-LINE
           MOVE 'AGENT'         TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           STRING WS-PQ-AGENT-CODE DELIMITED BY SIZE
                  '   CONTACT PREF ' DELIMITED BY SIZE
                  WS-PQ-CONTACT-PREF DELIMITED BY SIZE
                  '   LANGUAGE ' DELIMITED BY SIZE
                  WS-PQ-PREF-LANGUAGE DELIMITED BY SIZE
                  INTO SCR-LBL-VALUE
           END-STRING
           PERFORM 3900-ADD-LABEL-LINE
           PERFORM 3110-SHOW-QUARANTINE
           PERFORM 3120-SHOW-DNR.

       3110-SHOW-QUARANTINE.
           MOVE 'GETPOL'            TO WS-QU-OPERATION-TYPE
           MOVE WS-CURRENT-DATE     TO WS-QU-PROCESS-DATE
           MOVE WS-CA-POLICY-NUMBER TO WS-QU-POLICY-NUMBER
           CALL 'QUADRVR1' USING QUADRVR1-AREA
           ADD 1 TO WS-LINE-NO
           MOVE 'QUARANTINE'    TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           IF WS-QU-SQLCODE NOT = 0
               MOVE 'NEVER QUARANTINED' TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
           ELSE
               IF WS-QU-OUT-STATUS = 'R'
                   STRING 'RELEASED - HELD FROM ' DELIMITED BY SIZE
                          WS-QU-OUT-QUAR-DATE DELIMITED BY SIZE
                          INTO SCR-LBL-VALUE
                   END-STRING
               ELSE
                   STRING 'HELD SINCE ' DELIMITED BY SIZE
                          WS-QU-OUT-QUAR-DATE DELIMITED BY SIZE
                          INTO SCR-LBL-VALUE
                   END-STRING
               END-IF
               PERFORM 3900-ADD-LABEL-LINE
               MOVE SPACES          TO SCR-LBL-TEXT
               MOVE WS-QU-OUT-REASON TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
           END-IF.

       3120-SHOW-DNR.
           MOVE 'CHECK'             TO WS-DN-OPERATION-TYPE
           MOVE WS-CURRENT-DATE     TO WS-DN-PROCESS-DATE
           MOVE WS-CA-POLICY-NUMBER TO WS-DN-POLICY-NUMBER
           CALL 'DNRDRVR1' USING DNRDRVR1-AREA
           MOVE 'DO NOT RENEW'  TO SCR-LBL-TEXT
           MOVE SPACES          TO SCR-LBL-VALUE
           IF WS-DN-SQLCODE NOT = 0
               MOVE 'NOT LISTED' TO SCR-LBL-VALUE
           ELSE
               STRING 'LISTED FROM ' DELIMITED BY SIZE
                      WS-DN-OUT-EFF-DATE DELIMITED BY SIZE
                      '   REASON ' DELIMITED BY SIZE
                      WS-DN-OUT-REASON-CODE DELIMITED BY SIZE
                      INTO SCR-LBL-VALUE
               END-STRING
           END-IF
           PERFORM 3900-ADD-LABEL-LINE.

      *    THE LIST SCREENS READ THE CURSOR FROM THE TOP EACH TASK,
      *    SKIP THE ROWS ALREADY PAGED PAST AND SHOW THE NEXT PAGE.
      *    ONE ROW IS READ BEYOND THE PAGE TO KNOW WHETHER PF8 HAS
      *    ANYTHING TO SHOW.
       3200-SHOW-COVERAGE.
           MOVE SCR-COV-HDR-LINE TO WS-SCREEN-LINE(5)
           MOVE 'OPEN'              TO WS-CV-OPERATION-TYPE
           MOVE WS-CA-POLICY-NUMBER TO WS-CV-POLICY-NUMBER
           CALL 'COVDRVR1' USING COVDRVR1-AREA
           PERFORM 3800-START-LIST
           PERFORM 3210-FETCH-COVERAGE
           PERFORM UNTIL END-OF-LIST
                      OR WS-LINE-NO > WS-LAST-ROW-LINE
               ADD 1 TO WS-ROW-CNT
               IF WS-ROW-CNT > WS-CA-OFFSET
                   MOVE WS-CV-COV-TYPE     TO SCR-COV-TYPE
                   MOVE WS-CV-COV-STATUS   TO SCR-COV-STATUS
                   MOVE WS-CV-COV-START-DT TO SCR-COV-START
                   MOVE WS-CV-COV-END-DT   TO SCR-COV-END
                   MOVE SCR-COV-LINE TO WS-SCREEN-LINE(WS-LINE-NO)
                   ADD 1 TO WS-LINE-NO
               END-IF
               PERFORM 3210-FETCH-COVERAGE
           END-PERFORM
           MOVE 'CLOSE' TO WS-CV-OPERATION-TYPE
           CALL 'COVDRVR1' USING COVDRVR1-AREA
           PERFORM 3810-END-LIST.

       3210-FETCH-COVERAGE.
           MOVE 'FETCH' TO WS-CV-OPERATION-TYPE
           CALL 'COVDRVR1' USING COVDRVR1-AREA
           IF WS-CV-SQLCODE NOT = 0
               SET END-OF-LIST TO TRUE
           END-IF.

       3300-SHOW-NOTICES.
           MOVE SCR-NTC-HDR-LINE TO WS-SCREEN-LINE(5)
           MOVE 'HST-OPEN'          TO WS-D8-OPERATION-TYPE
           MOVE WS-CA-POLICY-NUMBER TO WS-D8-POLICY-NUMBER
           CALL 'DBDRIVR8' USING DBDRIVR8-AREA
           PERFORM 3800-START-LIST
           PERFORM 3310-FETCH-NOTICE
           PERFORM UNTIL END-OF-LIST
                      OR WS-LINE-NO > WS-LAST-ROW-LINE
               ADD 1 TO WS-ROW-CNT
               IF WS-ROW-CNT > WS-CA-OFFSET
                   MOVE WS-D8-HST-NOTIFY-DATE    TO SCR-NTC-DATE
                   MOVE WS-D8-HST-NOTIFY-TIER    TO SCR-NTC-TIER
                   MOVE WS-D8-HST-RECIPIENT-TYPE TO SCR-NTC-RECIPIENT
                   MOVE WS-D8-HST-CHANNEL        TO SCR-NTC-CHANNEL
                   MOVE WS-D8-HST-STATUS         TO SCR-NTC-STATUS
                   EVALUATE WS-D8-HST-STATUS
                       WHEN 'A'
                           MOVE 'SENT'          TO SCR-NTC-STATUS-DESC
                       WHEN 'D'
                           MOVE 'DELIVERED'     TO SCR-NTC-STATUS-DESC
                       WHEN 'B'
                           MOVE 'BOUNCED'       TO SCR-NTC-STATUS-DESC
                       WHEN 'U'
                           MOVE 'UNDELIVERABLE' TO SCR-NTC-STATUS-DESC
                       WHEN OTHER
                           MOVE SPACES          TO SCR-NTC-STATUS-DESC
                   END-EVALUATE
                   MOVE SCR-NTC-LINE TO WS-SCREEN-LINE(WS-LINE-NO)
                   ADD 1 TO WS-LINE-NO
               END-IF
               PERFORM 3310-FETCH-NOTICE
           END-PERFORM
           MOVE 'HST-CLOSE' TO WS-D8-OPERATION-TYPE
           CALL 'DBDRIVR8' USING DBDRIVR8-AREA
           PERFORM 3810-END-LIST.

       3310-FETCH-NOTICE.
           MOVE 'HST-FETCH' TO WS-D8-OPERATION-TYPE
           CALL 'DBDRIVR8' USING DBDRIVR8-AREA
           IF WS-D8-SQLCODE NOT = 0
               SET END-OF-LIST TO TRUE
           END-IF.

      *    THE BALANCE LINE SITS ABOVE THE LIST ON EVERY PAGE.
       3400-SHOW-PAYMENTS.
           MOVE 'PAYSUM'            TO WS-PQ-OPERATION-TYPE
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           MOVE WS-PQ-PREMIUM-DUE   TO SCR-PSM-DUE
           MOVE WS-PQ-PREMIUM-PAID  TO SCR-PSM-PAID
           MOVE WS-PQ-FEES-DUE      TO SCR-PSM-FEES
           MOVE WS-PQ-BALANCE       TO SCR-PSM-BALANCE
           MOVE SCR-PAY-SUM-LINE TO WS-SCREEN-LINE(4)
           MOVE SCR-PAY-HDR-LINE TO WS-SCREEN-LINE(5)
           MOVE 'PAY-OPEN'          TO WS-PQ-OPERATION-TYPE
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           PERFORM 3800-START-LIST
           PERFORM 3410-FETCH-PAYMENT
           PERFORM UNTIL END-OF-LIST
                      OR WS-LINE-NO > WS-LAST-ROW-LINE
               ADD 1 TO WS-ROW-CNT
               IF WS-ROW-CNT > WS-CA-OFFSET
                   MOVE WS-PQ-PAY-INSTALL-NO   TO SCR-PAY-INSTALL
                   MOVE WS-PQ-PAY-DUE-DATE     TO SCR-PAY-DUE-DATE
                   MOVE WS-PQ-PAY-DUE-AMOUNT   TO SCR-PAY-DUE-AMOUNT
                   MOVE WS-PQ-PAY-AMOUNT       TO SCR-PAY-AMOUNT
                   MOVE WS-PQ-PAY-RECEIPT-DATE TO SCR-PAY-RECEIPT-DATE
                   MOVE WS-PQ-PAY-STATUS       TO SCR-PAY-STATUS
                   MOVE WS-PQ-PAY-SOURCE       TO SCR-PAY-SOURCE
                   EVALUATE WS-PQ-PAY-STATUS
                       WHEN 'M'
                           MOVE 'PAID'        TO SCR-PAY-STATUS-DESC
                       WHEN 'S'
                           MOVE 'SHORT'       TO SCR-PAY-STATUS-DESC
                       WHEN 'O'
                           MOVE 'OVERPAID'    TO SCR-PAY-STATUS-DESC
                       WHEN 'F'
                           MOVE 'FEE DUE'     TO SCR-PAY-STATUS-DESC
                       WHEN 'W'
                           MOVE 'FEE WAIVED'  TO SCR-PAY-STATUS-DESC
                       WHEN 'C'
                           MOVE 'FEE PAID'    TO SCR-PAY-STATUS-DESC
                       WHEN 'R'
                           MOVE 'REVERSED'    TO SCR-PAY-STATUS-DESC
                       WHEN 'B'
                           MOVE 'CHARGEBACK'  TO SCR-PAY-STATUS-DESC
                       WHEN OTHER
                           MOVE SPACES        TO SCR-PAY-STATUS-DESC
                   END-EVALUATE
                   MOVE SCR-PAY-LINE TO WS-SCREEN-LINE(WS-LINE-NO)
                   ADD 1 TO WS-LINE-NO
               END-IF
               PERFORM 3410-FETCH-PAYMENT
           END-PERFORM
           MOVE 'PAY-CLOSE' TO WS-PQ-OPERATION-TYPE
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           PERFORM 3810-END-LIST.

       3410-FETCH-PAYMENT.
           MOVE 'PAY-FETCH' TO WS-PQ-OPERATION-TYPE
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               SET END-OF-LIST TO TRUE
           END-IF.

       3500-SHOW-EVENTS.
           MOVE SCR-EVT-HDR-LINE TO WS-SCREEN-LINE(5)
           MOVE 'EVT-OPEN'          TO WS-PQ-OPERATION-TYPE
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           PERFORM 3800-START-LIST
           PERFORM 3510-FETCH-EVENT
           PERFORM UNTIL END-OF-LIST
                      OR WS-LINE-NO > WS-LAST-ROW-LINE
               ADD 1 TO WS-ROW-CNT
               IF WS-ROW-CNT > WS-CA-OFFSET
                   MOVE WS-PQ-EVT-DATE        TO SCR-EVT-DATE
                   MOVE WS-PQ-EVT-AMOUNT      TO SCR-EVT-AMOUNT
                   MOVE WS-PQ-EVT-DETAIL      TO SCR-EVT-DETAIL
                   MOVE WS-PQ-EVT-EXPIRY-DATE TO SCR-EVT-EXPIRY
                   EVALUATE WS-PQ-EVT-TYPE
                       WHEN 'R'
                           MOVE 'RENEWAL'       TO SCR-EVT-DESC
                       WHEN 'C'
                           MOVE 'CANCELLATION'  TO SCR-EVT-DESC
                           MOVE SPACES          TO SCR-EVT-EXPIRY
                       WHEN 'I'
                           MOVE 'REINSTATEMENT' TO SCR-EVT-DESC
                       WHEN OTHER
                           MOVE SPACES          TO SCR-EVT-DESC
                   END-EVALUATE
                   MOVE SCR-EVT-LINE TO WS-SCREEN-LINE(WS-LINE-NO)
                   ADD 1 TO WS-LINE-NO
               END-IF
               PERFORM 3510-FETCH-EVENT
           END-PERFORM
           MOVE 'EVT-CLOSE' TO WS-PQ-OPERATION-TYPE
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           PERFORM 3810-END-LIST.

       3510-FETCH-EVENT.
           MOVE 'EVT-FETCH' TO WS-PQ-OPERATION-TYPE
           CALL 'PIQDRVR1' USING PIQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               SET END-OF-LIST TO TRUE
           END-IF.

       3600-SHOW-AGENT.
           MOVE 4 TO WS-LINE-NO
           MOVE WS-PQ-AGENT-CODE TO AGENT-CODE
           EXEC CICS READ FILE('AGNTVSAM')
                     INTO(AGENT-RECORD)
                     RIDFLD(AGENT-CODE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'AGENT'         TO SCR-LBL-TEXT
               MOVE SPACES          TO SCR-LBL-VALUE
               STRING WS-PQ-AGENT-CODE DELIMITED BY SPACE
                      ' IS NOT ON THE AGENT FILE' DELIMITED BY SIZE
                      INTO SCR-LBL-VALUE
               END-STRING
               PERFORM 3900-ADD-LABEL-LINE
           ELSE
               MOVE 'AGENT CODE'    TO SCR-LBL-TEXT
               MOVE AGENT-CODE      TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
               MOVE 'NAME'          TO SCR-LBL-TEXT
               MOVE AGENT-NAME      TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
               MOVE 'ADDRESS'       TO SCR-LBL-TEXT
               MOVE AGENT-ADDRESS-1 TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
               IF AGENT-ADDRESS-2 NOT = SPACES
                   MOVE SPACES          TO SCR-LBL-TEXT
                   MOVE AGENT-ADDRESS-2 TO SCR-LBL-VALUE
                   PERFORM 3900-ADD-LABEL-LINE
               END-IF
               MOVE SPACES          TO SCR-LBL-TEXT
               MOVE SPACES          TO SCR-LBL-VALUE
               STRING AGENT-CITY DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      AGENT-STATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      AGENT-ZIP-CD DELIMITED BY SIZE
                      INTO SCR-LBL-VALUE
               END-STRING
               PERFORM 3900-ADD-LABEL-LINE
               MOVE 'PHONE'         TO SCR-LBL-TEXT
               MOVE AGENT-CONTACT-NO TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
               MOVE 'EMAIL'         TO SCR-LBL-TEXT
               MOVE AGENT-EMAIL     TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
               MOVE 'AGENT TYPE'    TO SCR-LBL-TEXT
               MOVE AGENT-TYPE      TO SCR-LBL-VALUE
               PERFORM 3900-ADD-LABEL-LINE
               MOVE 'STATUS'        TO SCR-LBL-TEXT
               IF AGENT-IS-ACTIVE
                   MOVE 'ACTIVE'    TO SCR-LBL-VALUE
               ELSE
                   MOVE 'INACTIVE'  TO SCR-LBL-VALUE
               END-IF
               PERFORM 3900-ADD-LABEL-LINE
               MOVE 'APPOINTED'     TO SCR-LBL-TEXT
               MOVE SPACES          TO SCR-LBL-VALUE
               STRING AGENT-START-DATE DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      AGENT-END-DATE DELIMITED BY SIZE
                      INTO SCR-LBL-VALUE
               END-STRING
               PERFORM 3900-ADD-LABEL-LINE
           END-IF.

       3800-START-LIST.
           MOVE 'NO' TO WS-LIST-EOF-SW
           MOVE 0    TO WS-ROW-CNT
           MOVE WS-FIRST-ROW-LINE TO WS-LINE-NO.

      *    A ROW LEFT UNSHOWN AFTER THE PAGE FILLED MEANS MORE TO COME.
       3810-END-LIST.
           IF NOT END-OF-LIST
               MOVE 'Y' TO WS-CA-MORE-SW
           END-IF
           IF WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-ROW-CNT = 0
                       MOVE 'NOTHING ON FILE FOR THIS POLICY'
                                       TO WS-MESSAGE
                   WHEN MORE-ROWS
                       MOVE 'MORE - PF8 FOR THE NEXT PAGE'
                                       TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'END OF LIST' TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       3900-ADD-LABEL-LINE.
           IF WS-LINE-NO NOT > WS-LAST-ROW-LINE
               MOVE SCR-LABEL-LINE TO WS-SCREEN-LINE(WS-LINE-NO)
               ADD 1 TO WS-LINE-NO
           END-IF.

       8000-SEND-SCREEN.
           EXEC CICS SEND TEXT FROM(WS-SCREEN)
                     LENGTH(WS-SCREEN-LEN)
                     ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

      *    END OF THE CONVERSATION - THE MESSAGE ON A CLEAR SCREEN AND
      *    NO NEXT TRANSACTION.
       8100-END-INQUIRY.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE)
                     LENGTH(WS-MESSAGE-LEN)
                     ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.

       END PROGRAM POLINQ1.
