       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMFACT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMF-ACTION-REPORT ASSIGN TO 'DMFACTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CLAIMS-REFERRAL-REPORT ASSIGN TO 'DMFCLMRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    EVERY CONFIRMED DEATH ACTED ON THIS RUN AND WHAT WAS DONE.
       FD  DMF-ACTION-REPORT.
       01  DMF-ACTION-REPORT-REC         PIC X(132).

      *    LIFE POLICIES WHOSE HOLDER HAS DIED - THE CLAIMS TEAM OPENS
      *    A DEATH CLAIM FROM THIS LIST.
       FD  CLAIMS-REFERRAL-REPORT.
       01  CLAIMS-REFERRAL-REPORT-REC    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACT-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-ACTIONS            VALUE 'YES'.
       01  WS-ACTIONED-SW                PIC X(3) VALUE 'NO'.
           88  MATCH-ACTIONED            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).
       01  WS-RUN-ID                     PIC X(12).

       01  WS-MATCH-CNT                  PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-CNT             PIC 9(7) VALUE 0.
       01  WS-ALREADY-SUP-CNT            PIC 9(7) VALUE 0.
       01  WS-CLAIMS-CNT                 PIC 9(7) VALUE 0.
       01  WS-AGENT-CNT                  PIC 9(7) VALUE 0.
       01  WS-NO-AGENT-CNT               PIC 9(7) VALUE 0.

       01  WS-HOLDER-NAME                PIC X(30).
       01  WS-SSN-MASK                   PIC X(11).

       01  DMFDRVR1-AREA.
           10  WS-DM-OPERATION-TYPE        PIC X(10).
           10  WS-DM-POLICY-NUMBER         PIC X(10).
           10  WS-DM-SSN                   PIC X(9).
           10  WS-DM-LNAME                 PIC X(20).
           10  WS-DM-FNAME                 PIC X(15).
           10  WS-DM-MNAME                 PIC X(15).
           10  WS-DM-DOD                   PIC X(10).
           10  WS-DM-DOB                   PIC X(10).
           10  WS-DM-ZIP                   PIC X(5).
           10  WS-DM-MATCH-BASIS           PIC X(20).
           10  WS-DM-DECISION              PIC X(1).
           10  WS-DM-USER-ID               PIC X(8).
           10  WS-DM-DECISION-NOTE         PIC X(60).
           10  WS-DM-SQLCODE               PIC S9(9) COMP.
           10  WS-DM-MATCH-RESULT          PIC X(1).
           10  WS-DM-WDRAW-CNT             PIC S9(9) COMP.
           10  WS-DM-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-DM-OUT-SSN               PIC X(9).
           10  WS-DM-OUT-LNAME             PIC X(20).
           10  WS-DM-OUT-FNAME             PIC X(15).
           10  WS-DM-OUT-MNAME             PIC X(15).
           10  WS-DM-OUT-DOD               PIC X(10).
           10  WS-DM-OUT-DOB               PIC X(10).
           10  WS-DM-OUT-ZIP               PIC X(5).
           10  WS-DM-OUT-MATCH-BASIS       PIC X(20).
           10  WS-DM-OUT-STATUS            PIC X(1).
           10  WS-DM-OUT-FIRST-MATCH-DATE  PIC X(10).
           10  WS-DM-OUT-DECISION-USER     PIC X(8).
           10  WS-DM-OUT-DECISION-DATE     PIC X(10).
           10  WS-DM-OUT-DECISION-NOTE     PIC X(60).
           10  WS-DM-OUT-AGE-DAYS          PIC S9(9) COMP.
           10  WS-DM-OUT-POLICY-TYPE       PIC X(50).
           10  WS-DM-OUT-AGENT-CODE        PIC X(10).
           10  WS-DM-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-DM-OUT-HOLDER-MNAME      PIC X(1).
           10  WS-DM-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-DM-OUT-HOLDER-ZIP        PIC X(10).
           10  WS-DM-OUT-START-DATE        PIC X(10).
           10  WS-DM-OUT-EXPIRY-DATE       PIC X(10).
           10  WS-DM-OUT-COVERAGE-AMOUNT   PIC S9(8)V9(2) COMP-3.

       01  SUPDRVR1-AREA.
           10  WS-SU-OPERATION-TYPE        PIC X(10).
           10  WS-SU-PROCESS-DATE          PIC X(10).
           10  WS-SU-POLICY-NUMBER         PIC X(10).
           10  WS-SU-REASON-CODE           PIC X(10).
           10  WS-SU-EFF-DATE              PIC X(10).
           10  WS-SU-AUTH-USER             PIC X(8).
           10  WS-SU-SQLCODE               PIC S9(9) COMP.
           10  WS-SU-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SU-OUT-REASON-CODE       PIC X(10).
           10  WS-SU-OUT-EFF-DATE          PIC X(10).
           10  WS-SU-OUT-AUTH-USER         PIC X(8).

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

       01  FLEDIVR2-AREA.
           10  WS-FILE-NAME               PIC X(30).
           10  WS-FLEDIVR2-OPERATION-TYPE PIC X(10).
           10  WS-FLEDIVR2-AGENT-NOTIFY-REC.
               COPY AGNTNTFY.
           10  WS-CUSTOMER-NOTIFY-RECORD.
               COPY CUSTNTFY.
           10  WS-NOTIFY-REPORT-RECORD.
               15  WS-REPORT-LINE         PIC X(160).
           10  WS-FLEDIVR2-STATUS-CODE    PIC X(2).
           10  WS-CUSTOMER-NOTIFY-CSV-RECORD PIC X(560).
           10  WS-AGENT-HOLD-QUEUE-REC.
               COPY AGTHOLDQ.
           10  WS-YOY-TREND-REC.
               COPY YOYTREND.
           10  WS-CUSTOMER-EMAIL-RECORD PIC X(450).
           10  WS-AGENT-EMAIL-RECORD    PIC X(450).
           10  WS-OPS-STATUS-REC.
               COPY OPSTATUS.
           10  WS-CHECKPOINT-REC.
               COPY CHKPREC.
           10  WS-RATING-AUDIT-REC.
               COPY RATEAUDT.
           10  WS-REMITTANCE-RECORD     PIC X(80).
           10  WS-PREDEBIT-RECORD       PIC X(120).
           10  WS-SMS-RECORD            PIC X(200).
           10  WS-DISPOSITION-RECORD    PIC X(80).
           10  WS-RUN-TOKEN-RECORD      PIC X(80).
           10  WS-AGENT-DIGEST-RECORD   PIC X(120).
           10  WS-REQUOTE-RECORD        PIC X(120).
           10  WS-DNR-REGISTER-RECORD   PIC X(120).
           10  WS-INSTANCE-TOTAL-RECORD PIC X(200).
           10  WS-LIENHOLDER-RECORD     PIC X(250).
           10  WS-CLAMP-RECORD          PIC X(120).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(47)
               VALUE 'DECEASED POLICY HOLDER ACTIONS - DATE:         '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(75) VALUE SPACES.

       01  RPT-ACTION-HEADING.
           05  FILLER                    PIC X(11) VALUE 'POLICY'.
           05  FILLER                    PIC X(11) VALUE 'TYPE'.
           05  FILLER                    PIC X(31)
               VALUE 'POLICY HOLDER'.
           05  FILLER                    PIC X(11) VALUE 'DEATH'.
           05  FILLER                    PIC X(11) VALUE 'AGENT'.
           05  FILLER                    PIC X(57) VALUE 'ACTION'.

       01  RPT-ACTION-LINE.
           05  RPT-ACT-POLICY            PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-ACT-TYPE              PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-ACT-HOLDER            PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-ACT-DOD               PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-ACT-AGENT             PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-ACT-ACTION            PIC X(50).
           05  FILLER                    PIC X(7)  VALUE SPACES.

       01  CLM-HEADER-LINE.
           05  FILLER                    PIC X(47)
               VALUE 'LIFE CLAIMS REFERRAL - DEATH MASTER FILE -     '.
           05  CLM-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(75) VALUE SPACES.

       01  CLM-HEADING.
           05  FILLER                    PIC X(11) VALUE 'POLICY'.
           05  FILLER                    PIC X(12) VALUE 'SSN'.
           05  FILLER                    PIC X(31) VALUE 'INSURED'.
           05  FILLER                    PIC X(11) VALUE 'BIRTH'.
           05  FILLER                    PIC X(11) VALUE 'DEATH'.
           05  FILLER                    PIC X(14)
               VALUE '     COVERAGE'.
           05  FILLER                    PIC X(11) VALUE 'START'.
           05  FILLER                    PIC X(11) VALUE 'EXPIRY'.
           05  FILLER                    PIC X(20) VALUE 'CONFIRMED BY'.

       01  CLM-DETAIL-LINE.
           05  CLM-POLICY                PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-SSN                   PIC X(11).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-INSURED               PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-DOB                   PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-DOD                   PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-COVERAGE              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-START                 PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-EXPIRY                PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CLM-CONFIRMED-BY          PIC X(8).
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-ACTIONS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING 'DM'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (3:6)  DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (9:4)  DELIMITED BY SIZE
             INTO WS-RUN-ID
           END-STRING

           OPEN OUTPUT DMF-ACTION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMFACTRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT CLAIMS-REFERRAL-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMFCLMRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'DMFACT1' TO WS-FLEDIVR1-CALLER-JOB
                             WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN'    TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF
           MOVE 'AGENT-NOTIFY-FILE' TO WS-FILE-NAME
           MOVE 'OPEN'              TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA
           IF WS-FLEDIVR2-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT NOTIFY FILE: '
                                        WS-FLEDIVR2-STATUS-CODE
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE CLM-HDR-DATE
           WRITE DMF-ACTION-REPORT-REC FROM RPT-HEADER-LINE
           WRITE DMF-ACTION-REPORT-REC FROM RPT-ACTION-HEADING
           WRITE CLAIMS-REFERRAL-REPORT-REC FROM CLM-HEADER-LINE
           WRITE CLAIMS-REFERRAL-REPORT-REC FROM CLM-HEADING

           MOVE 'ACTOPEN' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           PERFORM 2050-FETCH-ACTION-PARA.

      *    ONE CONFIRMED DEATH. THE POLICY'S CUSTOMER NOTICES ARE
      *    STOPPED FIRST, WHATEVER ELSE HAPPENS; THEN A LIFE POLICY IS
      *    REFERRED TO CLAIMS AND ANY OTHER TO ITS AGENT. A MATCH
      *    WHOSE AGENT CANNOT BE FOUND IS LEFT UNACTIONED SO IT COMES
      *    BACK ON EVERY RUN UNTIL THE AGENT IS SORTED OUT.
       2000-PROCESS-PARA.
           ADD 1 TO WS-MATCH-CNT
           MOVE 'NO' TO WS-ACTIONED-SW
           MOVE SPACES TO WS-HOLDER-NAME
           STRING WS-DM-OUT-HOLDER-FNAME DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  WS-DM-OUT-HOLDER-LNAME DELIMITED BY '  '
             INTO WS-HOLDER-NAME
           END-STRING
           MOVE WS-DM-OUT-POLICY-NUMBER TO RPT-ACT-POLICY
           MOVE WS-DM-OUT-POLICY-TYPE   TO RPT-ACT-TYPE
           MOVE WS-HOLDER-NAME          TO RPT-ACT-HOLDER
           MOVE WS-DM-OUT-DOD           TO RPT-ACT-DOD
           MOVE WS-DM-OUT-AGENT-CODE    TO RPT-ACT-AGENT

           PERFORM 2100-SUPPRESS-NOTICES
           IF WS-DM-OUT-POLICY-TYPE (1:4) = 'LIFE'
               PERFORM 2200-REFER-TO-CLAIMS
           ELSE
               PERFORM 2300-REFER-TO-AGENT
           END-IF
           WRITE DMF-ACTION-REPORT-REC FROM RPT-ACTION-LINE

           IF MATCH-ACTIONED
               MOVE WS-DM-OUT-POLICY-NUMBER TO WS-DM-POLICY-NUMBER
               MOVE WS-DM-OUT-SSN           TO WS-DM-SSN
               MOVE 'ACTDONE' TO WS-DM-OPERATION-TYPE
               CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           END-IF
           PERFORM 2050-FETCH-ACTION-PARA.

       2050-FETCH-ACTION-PARA.
           MOVE 'ACTFETCH' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           IF WS-DM-SQLCODE NOT = 0
               MOVE 'YES' TO WS-ACT-EOF-SW
           END-IF.

      *    THE DO-NOT-CONTACT STOP EVERY CUSTOMER-FACING JOB CHECKS.
      *    -803 = THE POLICY WAS ALREADY STOPPED (FOR THIS OR ANOTHER
      *    REASON), WHICH IS JUST AS GOOD.
       2100-SUPPRESS-NOTICES.
           MOVE 'ADD'                   TO WS-SU-OPERATION-TYPE
           MOVE WS-CURRENT-DATE         TO WS-SU-PROCESS-DATE
                                           WS-SU-EFF-DATE
           MOVE WS-DM-OUT-POLICY-NUMBER TO WS-SU-POLICY-NUMBER
           MOVE 'DECEASED'              TO WS-SU-REASON-CODE
           MOVE 'DMFACT1'               TO WS-SU-AUTH-USER
           CALL 'SUPDRVR1' USING SUPDRVR1-AREA
           IF WS-SU-SQLCODE = 0
               ADD 1 TO WS-SUPPRESSED-CNT
           ELSE
               ADD 1 TO WS-ALREADY-SUP-CNT
           END-IF.

       2200-REFER-TO-CLAIMS.
           ADD 1 TO WS-CLAIMS-CNT
           MOVE WS-DM-OUT-POLICY-NUMBER TO CLM-POLICY
           MOVE 'XXX-XX-'               TO WS-SSN-MASK
           MOVE WS-DM-OUT-SSN (6:4)     TO WS-SSN-MASK (8:4)
           MOVE WS-SSN-MASK             TO CLM-SSN
           MOVE WS-HOLDER-NAME          TO CLM-INSURED
           MOVE WS-DM-OUT-DOB           TO CLM-DOB
           MOVE WS-DM-OUT-DOD           TO CLM-DOD
           MOVE WS-DM-OUT-COVERAGE-AMOUNT TO CLM-COVERAGE
           MOVE WS-DM-OUT-START-DATE    TO CLM-START
           MOVE WS-DM-OUT-EXPIRY-DATE   TO CLM-EXPIRY
           MOVE WS-DM-OUT-DECISION-USER TO CLM-CONFIRMED-BY
           WRITE CLAIMS-REFERRAL-REPORT-REC FROM CLM-DETAIL-LINE
           MOVE 'NOTICES STOPPED - REFERRED TO LIFE CLAIMS'
                                        TO RPT-ACT-ACTION
           MOVE 'YES' TO WS-ACTIONED-SW.

       2300-REFER-TO-AGENT.
           MOVE WS-DM-OUT-AGENT-CODE TO WS-FLEDIVR1-AGENT-CODE
           MOVE 'SEARCH'             TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-DM-OUT-AGENT-CODE = SPACES
                   OR WS-FLEDIVR1-STATUS-CODE NOT = '00'
               ADD 1 TO WS-NO-AGENT-CNT
               MOVE 'NOTICES STOPPED - AGENT NOT ON FILE, RETRIED'
                                        TO RPT-ACT-ACTION
           ELSE
               ADD 1 TO WS-AGENT-CNT
               MOVE SPACES                       TO
                                         WS-FLEDIVR2-AGENT-NOTIFY-REC
               MOVE WS-DM-OUT-AGENT-CODE         TO WS-AGENT-CODE
               MOVE WS-FLEDIVR1-AGENT-NAME       TO WS-AGENT-NAME
               MOVE WS-FLEDIVR1-AGENT-ADDRESS-1  TO WS-AGENT-ADDRESS-1
               MOVE WS-FLEDIVR1-AGENT-ADDRESS-2  TO WS-AGENT-ADDRESS-2
               MOVE WS-FLEDIVR1-AGENT-CITY       TO WS-AGENT-CITY
               MOVE WS-FLEDIVR1-AGENT-STATE      TO WS-AGENT-STATE
               MOVE WS-FLEDIVR1-AGENT-ZIP-CODE   TO WS-AGENT-ZIP-CD
               MOVE WS-FLEDIVR1-AGENT-EMAIL      TO WS-AGENT-EMAIL
               MOVE WS-DM-OUT-POLICY-NUMBER      TO WS-POLICY-NUMBER
               MOVE WS-DM-OUT-HOLDER-FNAME       TO
                                         WS-POLICY-HOLDER-FNAME
               MOVE WS-DM-OUT-HOLDER-MNAME       TO
                                         WS-POLICY-HOLDER-MNAME
               MOVE WS-DM-OUT-HOLDER-LNAME       TO
                                         WS-POLICY-HOLDER-LNAME
               MOVE WS-DM-OUT-START-DATE         TO WS-POLICY-START-DATE
               MOVE WS-DM-OUT-EXPIRY-DATE        TO
                                         WS-POLICY-EXPIRY-DATE
               MOVE WS-CURRENT-DATE              TO WS-NOTIFY-DATE
               MOVE 'HOLDER DECEASED PER DEATH MASTER FILE - CUSTOMER NO
      -             'TICES STOPPED. PLEASE FOLLOW UP WITH THE ESTATE'
                                        TO WS-AGENT-NOTIFY-MSG
               MOVE 'N'                          TO WS-POLICY-CLAIMED
               MOVE WS-RUN-ID                    TO WS-AGENT-RUN-ID
               MOVE 'AGENT-NOTIFY-FILE'          TO WS-FILE-NAME
               MOVE 'WRITE'              TO WS-FLEDIVR2-OPERATION-TYPE
               CALL 'FLDRIVR2' USING FLEDIVR2-AREA
               MOVE 'NOTICES STOPPED - REFERRED TO AGENT FOR FOLLOW-UP'
                                        TO RPT-ACT-ACTION
               MOVE 'YES' TO WS-ACTIONED-SW
           END-IF.

       9000-FINALIZE-PARA.
           MOVE 'ACTCLOSE' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           MOVE 'AGENT-NOTIFY-FILE' TO WS-FILE-NAME
           MOVE 'CLOSE'             TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA

           MOVE 'CONFIRMED DEATHS TO ACT ON'       TO RPT-TOT-LABEL
           MOVE WS-MATCH-CNT                       TO RPT-TOT-CNT
           WRITE DMF-ACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NOTICES NEWLY STOPPED'          TO RPT-TOT-LABEL
           MOVE WS-SUPPRESSED-CNT                  TO RPT-TOT-CNT
           WRITE DMF-ACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NOTICES ALREADY STOPPED'        TO RPT-TOT-LABEL
           MOVE WS-ALREADY-SUP-CNT                 TO RPT-TOT-CNT
           WRITE DMF-ACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REFERRED TO LIFE CLAIMS'          TO RPT-TOT-LABEL
           MOVE WS-CLAIMS-CNT                      TO RPT-TOT-CNT
           WRITE DMF-ACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REFERRED TO AGENT'                TO RPT-TOT-LABEL
           MOVE WS-AGENT-CNT                       TO RPT-TOT-CNT
           WRITE DMF-ACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'AGENT NOT ON FILE - RETRIED NEXT RUN'
                                                   TO RPT-TOT-LABEL
           MOVE WS-NO-AGENT-CNT                    TO RPT-TOT-CNT
           WRITE DMF-ACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'LIFE POLICIES REFERRED'           TO RPT-TOT-LABEL
           MOVE WS-CLAIMS-CNT                      TO RPT-TOT-CNT
           WRITE CLAIMS-REFERRAL-REPORT-REC FROM RPT-TOTAL-LINE
           CLOSE DMF-ACTION-REPORT
           CLOSE CLAIMS-REFERRAL-REPORT

           ACCEPT WS-END-TIME FROM TIME
      *    THE AGENT-NOTIFY AREA ALREADY CARRIES THE OPERATIONS-STATUS
      *    RECORD, SO THE RUN'S STATUS GOES OUT THROUGH FLDRIVR2 TOO.
           MOVE 'OPS-STATUS-FILE'   TO WS-FILE-NAME
           MOVE 'OPEN'              TO WS-FLEDIVR2-OPERATION-TYPE
           CALL 'FLDRIVR2' USING FLEDIVR2-AREA
           IF WS-FLEDIVR2-STATUS-CODE = '00'
               MOVE SPACES          TO WS-OPS-STATUS-REC
               MOVE 'DMFACT1'       TO OPS-JOB-NAME
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
               MOVE WS-MATCH-CNT    TO OPS-RECORD-CNT
               MOVE WS-NO-AGENT-CNT TO OPS-ERROR-CNT
               IF WS-NO-AGENT-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               MOVE 'WRITE'         TO WS-FLEDIVR2-OPERATION-TYPE
               CALL 'FLDRIVR2' USING FLEDIVR2-AREA
               MOVE 'CLOSE'         TO WS-FLEDIVR2-OPERATION-TYPE
               CALL 'FLDRIVR2' USING FLEDIVR2-AREA
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-FLEDIVR2-STATUS-CODE
           END-IF
           DISPLAY 'DMFACT1: CONFIRMED DEATHS: ' WS-MATCH-CNT
                   '  TO CLAIMS: ' WS-CLAIMS-CNT
                   '  TO AGENT: ' WS-AGENT-CNT
                   '  NO AGENT: ' WS-NO-AGENT-CNT.

       END PROGRAM DMFACT1.
