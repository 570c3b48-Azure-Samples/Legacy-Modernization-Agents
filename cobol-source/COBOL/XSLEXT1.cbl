       IDENTIFICATION DIVISION.
       PROGRAM-ID. XSLEXT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CROSS-SELL-REPORT ASSIGN TO 'XSLLEDRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MARKETING-EXTRACT ASSIGN TO 'XSLMKTEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MONTHLY HOUSEHOLD CROSS-SELL LEADS. EVERY HOUSEHOLD (TCUSTMST
      *    IDS FROM CUSTMST1) IS CHECKED AGAINST THE POLICY TYPES IN
      *    FORCE IN THE BOOK; EACH TYPE NONE OF ITS IN-FORCE POLICIES
      *    CARRIES IS A PRODUCT GAP AND BECOMES A LEAD ON TXSLEAD FOR
      *    THE HOUSEHOLD'S SERVICING AGENT - THE AGENT ON ITS LONGEST-
      *    HELD POLICY. A HOUSEHOLD WITH ANY POLICY THAT IS DO-NOT-
      *    CONTACT, QUARANTINED OR DELINQUENT IS NOT MARKETED TO AT
      *    ALL. THE LEADS ARE LISTED BY AGENT, WITH THE CONVERSIONS
      *    NBINTK1 RECORDED SINCE THE LAST RUN AND EACH AGENT'S
      *    RESULTS TO DATE.
       FD  CROSS-SELL-REPORT.
       01  CROSS-SELL-REPORT-REC         PIC X(132).

      *    ONE PIPE-DELIMITED RECORD PER LEAD FOR THE MARKETING
      *    CAMPAIGN SYSTEM, IN LEAD-LIST ORDER:
      *      AGENT|HOUSEHOLD|GAP TYPE|CONTACT POLICY|FIRST NAME|
      *      LAST NAME|ADDRESS 1|ADDRESS 2|CITY|STATE|ZIP|PHONE|
      *      EMAIL|CONTACT PREF|LANGUAGE|CONTACT POLICY TYPE|
      *      FIRST LEAD DATE
       FD  MARKETING-EXTRACT.
       01  MARKETING-EXTRACT-REC         PIC X(500).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-POLICIES           VALUE 'YES'.
       01  WS-LIST-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-LIST               VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    HOW FAR BACK TO LIST CONVERSIONS - THE DAYS SINCE THE LAST
      *    MONTHLY RUN. DEFAULT 31, ADJUSTABLE ON SYSIN THE SAME WAY
      *    THE OTHER RUN WINDOWS ARE.
       01  WS-PARM-CARD.
           05  WS-PARM-WINDOW-DAYS       PIC 9(3).
           05  FILLER                    PIC X(77).

      *    THE POLICY TYPES IN FORCE IN THE BOOK, AND WHETHER THE
      *    HOUSEHOLD IN HAND HOLDS EACH.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-CNT               PIC 9(2) VALUE 0.
           05  WS-TYPE-ENTRY OCCURS 20 TIMES.
               10  WS-TYPE-NAME          PIC X(50).
               10  WS-TYPE-HELD          PIC X(1).
       01  WS-TYPE-IDX                   PIC 9(2).
       01  WS-TYPE-LOAD-SW               PIC X(3) VALUE 'NO'.
           88  TYPE-LOAD-DONE            VALUE 'YES'.

      *    THE HOUSEHOLD BEING ASSESSED. ITS FIRST ROW IS ITS
      *    LONGEST-HELD POLICY: THAT POLICY'S AGENT SERVICES THE
      *    HOUSEHOLD AND ITS HOLDER IS THE CONTACT.
       01  WS-FIRST-HOUSEHOLD-SW         PIC X(3) VALUE 'YES'.
           88  FIRST-HOUSEHOLD           VALUE 'YES'.
       01  WS-CUR-HOUSEHOLD              PIC S9(9) COMP.
       01  WS-CUR-AGENT                  PIC X(10).
       01  WS-CUR-CONTACT-POLICY         PIC X(10).
       01  WS-CUR-EXCLUDE-REASON         PIC X(1).
       01  WS-CUR-GAP-CNT                PIC 9(2).

       01  WS-LIST-AGENT                 PIC X(10).
       01  WS-AGENT-LEAD-CNT             PIC 9(7).
       01  WS-HH-EDIT                    PIC 9(9).
       01  WS-CONVERT-RATE               PIC 9(3)V9.

       01  WS-POLICY-CNT                 PIC 9(7) VALUE 0.
       01  WS-HOUSEHOLD-CNT              PIC 9(7) VALUE 0.
       01  WS-NO-GAP-CNT                 PIC 9(7) VALUE 0.
       01  WS-GAP-HH-CNT                 PIC 9(7) VALUE 0.
       01  WS-DNC-HH-CNT                 PIC 9(7) VALUE 0.
       01  WS-QUARANTINE-HH-CNT          PIC 9(7) VALUE 0.
       01  WS-DELINQUENT-HH-CNT          PIC 9(7) VALUE 0.
       01  WS-NEW-LEAD-CNT               PIC 9(7) VALUE 0.
       01  WS-CARRIED-LEAD-CNT           PIC 9(7) VALUE 0.
       01  WS-CLOSED-LEAD-CNT            PIC 9(7) VALUE 0.
       01  WS-LIST-CNT                   PIC 9(7) VALUE 0.
       01  WS-AGENT-CNT                  PIC 9(7) VALUE 0.
       01  WS-EXTRACT-CNT                PIC 9(7) VALUE 0.
       01  WS-CONVERSION-CNT             PIC 9(7) VALUE 0.

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
           05  FILLER                    PIC X(40)
               VALUE 'HOUSEHOLD CROSS-SELL LEADS BY AGENT -   '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  RPT-AGENT-LINE.
           05  FILLER                    PIC X(7)  VALUE 'AGENT: '.
           05  RPT-AGT-CODE              PIC X(10).
           05  FILLER                    PIC X(115) VALUE SPACES.

       01  RPT-LEAD-HEAD-LINE.
           05  FILLER                    PIC X(40)
               VALUE '  HOUSEHOLD  GAP TYPE              CONTA'.
           05  FILLER                    PIC X(40)
               VALUE 'CT     HOLDER                          C'.
           05  FILLER                    PIC X(40)
               VALUE 'ITY/STATE            PHONE       LEAD SI'.
           05  FILLER                    PIC X(12) VALUE 'NCE'.

       01  RPT-LEAD-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LD-HOUSEHOLD          PIC Z(8)9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LD-GAP-TYPE           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LD-CONTACT            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LD-HOLDER             PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LD-CITY-STATE         PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LD-PHONE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LD-SINCE              PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LD-NEW                PIC X(3).
           05  FILLER                    PIC X(5)  VALUE SPACES.

       01  RPT-AGENT-TOTAL-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(16)
               VALUE 'LEADS FOR AGENT '.
           05  RPT-AT-CODE               PIC X(10).
           05  FILLER                    PIC X(2)  VALUE ': '.
           05  RPT-AT-CNT                PIC ZZZZZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  RPT-CONVERT-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-CV-AGENT              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-CV-HOUSEHOLD          PIC Z(8)9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-CV-GAP-TYPE           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'LEAD SINCE: '.
           05  RPT-CV-SINCE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'NEW POLICY: '.
           05  RPT-CV-POLICY             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'ISSUED: '.
           05  RPT-CV-DATE               PIC X(10).
           05  FILLER                    PIC X(19) VALUE SPACES.

       01  RPT-RESULT-HEAD-LINE.
           05  FILLER                    PIC X(40)
               VALUE '  AGENT        LEADS     OPEN CONVERTED '.
           05  FILLER                    PIC X(40)
               VALUE ' THIS RUN   CLOSED  CONV RATE           '.
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RS-AGENT              PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RS-LEADS              PIC ZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RS-OPEN               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-RS-CONVERTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-RS-PERIOD             PIC ZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RS-CLOSED             PIC ZZZZZZ9.
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  RPT-RS-RATE               PIC ZZ9.9.
           05  FILLER                    PIC X(1)  VALUE '%'.
           05  FILLER                    PIC X(63) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-POLICIES
           IF NOT FIRST-HOUSEHOLD
               PERFORM 2300-ASSESS-HOUSEHOLD
           END-IF
           PERFORM 3000-CLOSE-LEADS-PARA
           PERFORM 4000-LEAD-LIST-PARA
           PERFORM 5000-CONVERSION-PARA
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
           IF WS-PARM-WINDOW-DAYS NOT NUMERIC
                   OR WS-PARM-WINDOW-DAYS = 0
               MOVE 31 TO WS-PARM-WINDOW-DAYS
           END-IF

           OPEN OUTPUT CROSS-SELL-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XSLLEDRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT MARKETING-EXTRACT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XSLMKTEX: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE CROSS-SELL-REPORT-REC FROM RPT-HEADER-LINE

           MOVE WS-CURRENT-DATE      TO WS-XS-PROCESS-DATE
           MOVE WS-PARM-WINDOW-DAYS  TO WS-XS-WINDOW-DAYS
           PERFORM 0100-LOAD-POLICY-TYPES

           MOVE 'HHOPEN'             TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           PERFORM 2050-FETCH-POLICY-PARA.

       0100-LOAD-POLICY-TYPES.
           MOVE 'TYPEOPEN'  TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           MOVE 'TYPEFETCH' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           PERFORM 0110-LOAD-ONE-TYPE UNTIL TYPE-LOAD-DONE
           MOVE 'TYPECLOSE' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA.

       0110-LOAD-ONE-TYPE.
           IF WS-XS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-TYPE-LOAD-SW
           ELSE
               IF WS-TYPE-CNT < 20
                   ADD 1 TO WS-TYPE-CNT
                   MOVE WS-XS-OUT-POLICY-TYPE
                                   TO WS-TYPE-NAME (WS-TYPE-CNT)
               ELSE
                   DISPLAY 'POLICY TYPE TABLE FULL - TYPE '
                           WS-XS-OUT-POLICY-TYPE ' NOT OFFERED'
               END-IF
               CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           END-IF.

      *    POLICIES COME BACK BY HOUSEHOLD, LONGEST-HELD FIRST; EACH
      *    HOUSEHOLD IS ASSESSED WHEN THE NEXT ONE STARTS.
       2000-PROCESS-PARA.
           IF FIRST-HOUSEHOLD
                   OR WS-XS-OUT-HOUSEHOLD-ID NOT = WS-CUR-HOUSEHOLD
               IF NOT FIRST-HOUSEHOLD
                   PERFORM 2300-ASSESS-HOUSEHOLD
               END-IF
               PERFORM 2100-START-HOUSEHOLD
           END-IF
           PERFORM 2200-ACCUMULATE-POLICY
           PERFORM 2050-FETCH-POLICY-PARA.

       2050-FETCH-POLICY-PARA.
           MOVE 'HHFETCH' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           IF WS-XS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
               MOVE 'HHCLOSE' TO WS-XS-OPERATION-TYPE
               CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           END-IF.

       2100-START-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLD-CNT
           MOVE 'NO'                    TO WS-FIRST-HOUSEHOLD-SW
           MOVE WS-XS-OUT-HOUSEHOLD-ID  TO WS-CUR-HOUSEHOLD
           MOVE WS-XS-OUT-AGENT-CODE    TO WS-CUR-AGENT
           MOVE WS-XS-OUT-POLICY-NUMBER TO WS-CUR-CONTACT-POLICY
           MOVE SPACE                   TO WS-CUR-EXCLUDE-REASON
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-CNT
               MOVE 'N' TO WS-TYPE-HELD (WS-TYPE-IDX)
           END-PERFORM.

      *    THE FIRST REASON FOUND NOT TO MARKET TO THE HOUSEHOLD IS
      *    THE ONE IT IS COUNTED UNDER.
       2200-ACCUMULATE-POLICY.
           ADD 1 TO WS-POLICY-CNT
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-CNT
               IF WS-TYPE-NAME (WS-TYPE-IDX) = WS-XS-OUT-POLICY-TYPE
                   MOVE 'Y' TO WS-TYPE-HELD (WS-TYPE-IDX)
               END-IF
           END-PERFORM
           IF WS-CUR-EXCLUDE-REASON = SPACE
               MOVE WS-XS-OUT-EXCLUDE-REASON TO WS-CUR-EXCLUDE-REASON
           END-IF.

       2300-ASSESS-HOUSEHOLD.
           EVALUATE WS-CUR-EXCLUDE-REASON
               WHEN 'D'
                   ADD 1 TO WS-DNC-HH-CNT
               WHEN 'Q'
                   ADD 1 TO WS-QUARANTINE-HH-CNT
               WHEN 'L'
                   ADD 1 TO WS-DELINQUENT-HH-CNT
               WHEN OTHER
                   MOVE 0 TO WS-CUR-GAP-CNT
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-TYPE-IDX > WS-TYPE-CNT
                       IF WS-TYPE-HELD (WS-TYPE-IDX) = 'N'
                           PERFORM 2400-RECORD-LEAD
                       END-IF
                   END-PERFORM
                   IF WS-CUR-GAP-CNT > 0
                       ADD 1 TO WS-GAP-HH-CNT
                   ELSE
                       ADD 1 TO WS-NO-GAP-CNT
                   END-IF
           END-EVALUATE.

       2400-RECORD-LEAD.
           ADD 1 TO WS-CUR-GAP-CNT
           MOVE 'LEADADD'                   TO WS-XS-OPERATION-TYPE
           MOVE WS-CUR-HOUSEHOLD            TO WS-XS-HOUSEHOLD-ID
           MOVE WS-TYPE-NAME (WS-TYPE-IDX)  TO WS-XS-GAP-TYPE
           MOVE WS-CUR-AGENT                TO WS-XS-AGENT-CODE
           MOVE WS-CUR-CONTACT-POLICY       TO WS-XS-CONTACT-POLICY
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           IF WS-XS-LEAD-RESULT = 'N'
               ADD 1 TO WS-NEW-LEAD-CNT
           ELSE
               ADD 1 TO WS-CARRIED-LEAD-CNT
           END-IF.

       3000-CLOSE-LEADS-PARA.
           MOVE 'EXPIRE'        TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           IF WS-XS-SQLCODE = 0
               MOVE WS-XS-ROW-CNT TO WS-CLOSED-LEAD-CNT
           END-IF.

      *    THE LEADS OF THIS RUN, A PAGE SECTION PER AGENT, EACH ONE
      *    ALSO WRITTEN TO THE MARKETING EXTRACT.
       4000-LEAD-LIST-PARA.
           MOVE 'OPEN LEADS BY SERVICING AGENT' TO RPT-SEC-TITLE
           WRITE CROSS-SELL-REPORT-REC FROM RPT-SECTION-LINE
           MOVE SPACES TO WS-LIST-AGENT
           MOVE 'NO'   TO WS-LIST-EOF-SW
           MOVE 'LISTOPEN' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           PERFORM 4050-FETCH-LEAD-PARA
           PERFORM 4100-LIST-LEAD UNTIL END-OF-LIST
           IF WS-LIST-AGENT NOT = SPACES
               PERFORM 4300-AGENT-TOTAL
           END-IF
           MOVE 'LISTCLOSE' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA.

       4050-FETCH-LEAD-PARA.
           MOVE 'LISTFETCH' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           IF WS-XS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-LIST-EOF-SW
           END-IF.

       4100-LIST-LEAD.
           IF WS-XS-OUT-AGENT-CODE NOT = WS-LIST-AGENT
               IF WS-LIST-AGENT NOT = SPACES
                   PERFORM 4300-AGENT-TOTAL
               END-IF
               ADD 1 TO WS-AGENT-CNT
               MOVE WS-XS-OUT-AGENT-CODE TO WS-LIST-AGENT
                                            RPT-AGT-CODE
               MOVE 0                    TO WS-AGENT-LEAD-CNT
               MOVE SPACES TO CROSS-SELL-REPORT-REC
               WRITE CROSS-SELL-REPORT-REC
               WRITE CROSS-SELL-REPORT-REC FROM RPT-AGENT-LINE
               WRITE CROSS-SELL-REPORT-REC FROM RPT-LEAD-HEAD-LINE
           END-IF

           ADD 1 TO WS-LIST-CNT
           ADD 1 TO WS-AGENT-LEAD-CNT
           MOVE WS-XS-OUT-HOUSEHOLD-ID   TO RPT-LD-HOUSEHOLD
           MOVE WS-XS-OUT-GAP-TYPE       TO RPT-LD-GAP-TYPE
           MOVE WS-XS-OUT-POLICY-NUMBER  TO RPT-LD-CONTACT
           MOVE SPACES                   TO RPT-LD-HOLDER
           STRING WS-XS-OUT-HOLDER-FNAME DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  WS-XS-OUT-HOLDER-LNAME DELIMITED BY '  '
             INTO RPT-LD-HOLDER
           END-STRING
           MOVE SPACES                   TO RPT-LD-CITY-STATE
           STRING WS-XS-OUT-HOLDER-CITY  DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  WS-XS-OUT-HOLDER-STATE DELIMITED BY SIZE
             INTO RPT-LD-CITY-STATE
           END-STRING
           MOVE WS-XS-OUT-HOLDER-PHONE   TO RPT-LD-PHONE
           MOVE WS-XS-OUT-FIRST-LEAD-DATE TO RPT-LD-SINCE
           IF WS-XS-OUT-FIRST-LEAD-DATE = WS-CURRENT-DATE
               MOVE 'NEW'                TO RPT-LD-NEW
           ELSE
               MOVE SPACES               TO RPT-LD-NEW
           END-IF
           WRITE CROSS-SELL-REPORT-REC FROM RPT-LEAD-LINE
           PERFORM 4200-WRITE-EXTRACT
           PERFORM 4050-FETCH-LEAD-PARA.

       4200-WRITE-EXTRACT.
           MOVE WS-XS-OUT-HOUSEHOLD-ID TO WS-HH-EDIT
           MOVE SPACES TO MARKETING-EXTRACT-REC
           STRING WS-XS-OUT-AGENT-CODE      DELIMITED BY '  ' '|'
                  WS-HH-EDIT                DELIMITED BY SIZE '|'
                  WS-XS-OUT-GAP-TYPE        DELIMITED BY '  ' '|'
                  WS-XS-OUT-POLICY-NUMBER   DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-FNAME    DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-LNAME    DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-ADDR-1   DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-ADDR-2   DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-CITY     DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-STATE    DELIMITED BY SIZE '|'
                  WS-XS-OUT-HOLDER-ZIP-CD   DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-PHONE    DELIMITED BY '  ' '|'
                  WS-XS-OUT-HOLDER-EMAIL    DELIMITED BY '  ' '|'
                  WS-XS-OUT-CONTACT-PREF    DELIMITED BY SIZE '|'
                  WS-XS-OUT-PREF-LANGUAGE   DELIMITED BY SIZE '|'
                  WS-XS-OUT-POLICY-TYPE     DELIMITED BY '  ' '|'
                  WS-XS-OUT-FIRST-LEAD-DATE DELIMITED BY SIZE
             INTO MARKETING-EXTRACT-REC
           END-STRING
           WRITE MARKETING-EXTRACT-REC
           ADD 1 TO WS-EXTRACT-CNT.

       4300-AGENT-TOTAL.
           MOVE WS-LIST-AGENT       TO RPT-AT-CODE
           MOVE WS-AGENT-LEAD-CNT   TO RPT-AT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-AGENT-TOTAL-LINE.

      *    WHICH LEADS TURNED INTO NEW POLICIES THROUGH NEW-BUSINESS
      *    INTAKE SINCE THE LAST RUN, THEN EACH AGENT'S RESULTS TO
      *    DATE. THE CONVERSION RATE IS CONVERTED OVER ALL LEADS.
       5000-CONVERSION-PARA.
           MOVE SPACES TO CROSS-SELL-REPORT-REC
           WRITE CROSS-SELL-REPORT-REC
           MOVE 'LEADS CONVERTED TO NEW BUSINESS SINCE THE LAST RUN'
                                  TO RPT-SEC-TITLE
           WRITE CROSS-SELL-REPORT-REC FROM RPT-SECTION-LINE
           MOVE 'NO'   TO WS-LIST-EOF-SW
           MOVE 'CONVOPEN' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           PERFORM 5050-FETCH-CONVERSION-PARA
           PERFORM 5100-LIST-CONVERSION UNTIL END-OF-LIST
           MOVE 'CONVCLOSE' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA

           MOVE SPACES TO CROSS-SELL-REPORT-REC
           WRITE CROSS-SELL-REPORT-REC
           MOVE 'LEAD RESULTS BY AGENT TO DATE' TO RPT-SEC-TITLE
           WRITE CROSS-SELL-REPORT-REC FROM RPT-SECTION-LINE
           WRITE CROSS-SELL-REPORT-REC FROM RPT-RESULT-HEAD-LINE
           MOVE 'NO'   TO WS-LIST-EOF-SW
           MOVE 'AGTOPEN' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           PERFORM 5250-FETCH-AGENT-PARA
           PERFORM 5200-LIST-AGENT-RESULT UNTIL END-OF-LIST
           MOVE 'AGTCLOSE' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA.

       5050-FETCH-CONVERSION-PARA.
           MOVE 'CONVFETCH' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           IF WS-XS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-LIST-EOF-SW
           END-IF.

       5100-LIST-CONVERSION.
           ADD 1 TO WS-CONVERSION-CNT
           MOVE WS-XS-OUT-AGENT-CODE      TO RPT-CV-AGENT
           MOVE WS-XS-OUT-HOUSEHOLD-ID    TO RPT-CV-HOUSEHOLD
           MOVE WS-XS-OUT-GAP-TYPE        TO RPT-CV-GAP-TYPE
           MOVE WS-XS-OUT-FIRST-LEAD-DATE TO RPT-CV-SINCE
           MOVE WS-XS-OUT-CONVERT-POLICY  TO RPT-CV-POLICY
           MOVE WS-XS-OUT-CONVERT-DATE    TO RPT-CV-DATE
           WRITE CROSS-SELL-REPORT-REC FROM RPT-CONVERT-LINE
           PERFORM 5050-FETCH-CONVERSION-PARA.

       5200-LIST-AGENT-RESULT.
           MOVE WS-XS-OUT-AGENT-CODE      TO RPT-RS-AGENT
           MOVE WS-XS-OUT-LEAD-CNT        TO RPT-RS-LEADS
           MOVE WS-XS-OUT-OPEN-CNT        TO RPT-RS-OPEN
           MOVE WS-XS-OUT-CONVERTED-CNT   TO RPT-RS-CONVERTED
           MOVE WS-XS-OUT-PERIOD-CONV-CNT TO RPT-RS-PERIOD
           MOVE WS-XS-OUT-CLOSED-CNT      TO RPT-RS-CLOSED
           MOVE 0 TO WS-CONVERT-RATE
           IF WS-XS-OUT-LEAD-CNT > 0
               COMPUTE WS-CONVERT-RATE ROUNDED =
                   WS-XS-OUT-CONVERTED-CNT * 100 / WS-XS-OUT-LEAD-CNT
           END-IF
           MOVE WS-CONVERT-RATE           TO RPT-RS-RATE
           WRITE CROSS-SELL-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 5250-FETCH-AGENT-PARA.

       5250-FETCH-AGENT-PARA.
           MOVE 'AGTFETCH' TO WS-XS-OPERATION-TYPE
           CALL 'XSLDRVR1' USING XSLDRVR1-AREA
           IF WS-XS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-LIST-EOF-SW
           END-IF.

       9000-FINALIZE-PARA.
           MOVE SPACES TO CROSS-SELL-REPORT-REC
           WRITE CROSS-SELL-REPORT-REC
           MOVE 'IN-FORCE POLICIES READ'           TO RPT-TOT-LABEL
           MOVE WS-POLICY-CNT                      TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'HOUSEHOLDS ASSESSED'              TO RPT-TOT-LABEL
           MOVE WS-HOUSEHOLD-CNT                   TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  WITH A PRODUCT GAP'             TO RPT-TOT-LABEL
           MOVE WS-GAP-HH-CNT                      TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  HOLDING EVERY POLICY TYPE'      TO RPT-TOT-LABEL
           MOVE WS-NO-GAP-CNT                      TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  EXCLUDED - DO NOT CONTACT'      TO RPT-TOT-LABEL
           MOVE WS-DNC-HH-CNT                      TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  EXCLUDED - QUARANTINED'         TO RPT-TOT-LABEL
           MOVE WS-QUARANTINE-HH-CNT               TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  EXCLUDED - DELINQUENT'          TO RPT-TOT-LABEL
           MOVE WS-DELINQUENT-HH-CNT               TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'NEW LEADS'                        TO RPT-TOT-LABEL
           MOVE WS-NEW-LEAD-CNT                    TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'LEADS STILL OPEN FROM EARLIER RUNS' TO RPT-TOT-LABEL
           MOVE WS-CARRIED-LEAD-CNT                TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'LEADS CLOSED - NO LONGER A GAP'   TO RPT-TOT-LABEL
           MOVE WS-CLOSED-LEAD-CNT                 TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'AGENTS WITH LEADS'                TO RPT-TOT-LABEL
           MOVE WS-AGENT-CNT                       TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'MARKETING EXTRACT RECORDS'        TO RPT-TOT-LABEL
           MOVE WS-EXTRACT-CNT                     TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'LEADS CONVERTED SINCE LAST RUN'   TO RPT-TOT-LABEL
           MOVE WS-CONVERSION-CNT                  TO RPT-TOT-CNT
           WRITE CROSS-SELL-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE CROSS-SELL-REPORT
           CLOSE MARKETING-EXTRACT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'XSLEXT1'       TO OPS-JOB-NAME
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
               MOVE WS-POLICY-CNT   TO OPS-RECORD-CNT
               MOVE 0               TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'XSLEXT1: HOUSEHOLDS: ' WS-HOUSEHOLD-CNT
                   '  NEW LEADS: ' WS-NEW-LEAD-CNT
                   '  LISTED: ' WS-LIST-CNT
                   '  CLOSED: ' WS-CLOSED-LEAD-CNT.

       END PROGRAM XSLEXT1.
