       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCARD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDCARD-PRINT-FILE ASSIGN TO 'IDCPRINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IDCARD-EXTRACT-FILE ASSIGN TO 'IDCEXTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IDCARD-REPORT ASSIGN TO 'IDCARDRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    PRINT IMAGE OF THE PROOF-OF-INSURANCE ID CARDS - 132 PRINT
      *    POSITIONS, 60 LINES PER PAGE, TWO CARDS PER PAGE (LINES
      *    1-30 AND 31-60), ONE CARD PER SCHEDULED VEHICLE. THE VENDOR
      *    PRINTS IT AS SENT ON PERFORATED CARD STOCK.
       FD  IDCARD-PRINT-FILE.
       01  IDCARD-PRINT-RECORD           PIC X(132).

      *    ELECTRONIC ID CARDS FOR THE EMAIL CHANNEL - ONE RECORD PER
      *    VEHICLE CARRYING EVERYTHING THE PRINTED CARD SHOWS, FOR THE
      *    GATEWAY TO RENDER AS THE STATES' ELECTRONIC PROOF OF
      *    INSURANCE.
       FD  IDCARD-EXTRACT-FILE.
       01  IDCARD-EXTRACT-RECORD.
           05  IDE-RECORD-TYPE           PIC X(4).
           05  IDE-EMAIL                 PIC X(30).
           05  IDE-POLICY-NUMBER         PIC X(10).
           05  IDE-INSURED-NAME          PIC X(75).
           05  IDE-STATE                 PIC X(2).
           05  IDE-VIN                   PIC X(17).
           05  IDE-YEAR                  PIC X(4).
           05  IDE-MAKE                  PIC X(20).
           05  IDE-MODEL                 PIC X(20).
           05  IDE-EFF-DATE              PIC X(10).
           05  IDE-EXP-DATE              PIC X(10).
           05  IDE-EVENT                 PIC X(8).
           05  IDE-UW-NAME               PIC X(60).
           05  IDE-UW-PHONE              PIC X(15).
           05  IDE-AGENT-CODE            PIC X(10).
           05  IDE-STATE-WORDING         PIC X(100).
           05  IDE-LANGUAGE              PIC X(2).
           05  IDE-RUN-ID                PIC X(12).
           05  FILLER                    PIC X(91).

       FD  IDCARD-REPORT.
       01  IDCARD-REPORT-REC             PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-CANDIDATES         VALUE 'YES'.
       01  WS-VEH-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-VEHICLES           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    OPTIONAL RUN DATE (MM/DD/YYYY) TO REISSUE THE CARDS FOR AN
      *    EARLIER NIGHT'S EVENTS; BLANK TAKES TODAY.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE          PIC X(10).
           05  FILLER                    PIC X(70).
       01  WS-RUN-DATE                   PIC X(10).

       01  WS-RUN-LANGUAGE               PIC X(2) VALUE 'EN'.
       01  WS-POLICY-LANGUAGE            PIC X(2) VALUE 'EN'.

       01  WS-POLICY-CNT                 PIC 9(7) VALUE 0.
       01  WS-PRINTED-CNT                PIC 9(7) VALUE 0.
       01  WS-EMAILED-CNT                PIC 9(7) VALUE 0.
       01  WS-NO-VEHICLE-CNT             PIC 9(7) VALUE 0.
       01  WS-ALREADY-CNT                PIC 9(7) VALUE 0.
       01  WS-PAGE-CNT                   PIC 9(7) VALUE 0.
       01  WS-POL-VEH-CNT                PIC 9(3) VALUE 0.
       01  WS-POL-PRINT-CNT              PIC 9(3) VALUE 0.
       01  WS-POL-EMAIL-CNT              PIC 9(3) VALUE 0.

      *    CHANNELS FOR THE CURRENT POLICY. PAPER GOES TO EVERY HOLDER
      *    EXCEPT AN EMAIL-ONLY ONE WITH AN ADDRESS ON FILE; THE
      *    ELECTRONIC CARD TO EVERY HOLDER WITH AN ADDRESS WHO IS NOT
      *    MAIL-ONLY - THE SAME POPULATION RULES AS THE NOTICES. A
      *    CHANNEL ALREADY ISSUED FOR THE RUN DATE (TTRAKING TIER
      *    'IDC') IS NOT ISSUED AGAIN ON A RERUN.
       01  WS-PRINT-SW                   PIC X(1) VALUE 'N'.
           88  SEND-PRINT                VALUE 'Y'.
       01  WS-EMAIL-SW                   PIC X(1) VALUE 'N'.
           88  SEND-EMAIL                VALUE 'Y'.

      *    THE STATE'S REQUIRED CARD WORDING, FROM THE MESSAGE CATALOG
      *    UNDER RECIPIENT 'IDCARD' + STATE (E.G. 'IDCARDNY'), THEN THE
      *    GENERIC 'IDCARD' ENTRY, THEN THE HOUSE WORDING.
       01  WS-STATE-WORDING              PIC X(100).
       01  WS-WORDING-RECIPIENT.
           05  FILLER                    PIC X(6) VALUE 'IDCARD'.
           05  WS-WORDING-STATE          PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.

      *    CARD GEOMETRY. EACH CARD OCCUPIES HALF A PAGE; THE LAST
      *    LINE OF EACH HALF IS THE PERFORATION GUIDE.
       01  WS-PAGE-FIELDS.
           05  WS-LINE-NO                PIC 9(3) VALUE 0.
           05  WS-PAGE-LINES             PIC 9(3) VALUE 60.
           05  WS-CARD-LINES             PIC 9(3) VALUE 30.
           05  WS-CARD-END-LINE          PIC 9(3) VALUE 0.

       01  WS-LINE-BUILD                 PIC X(132).
       01  WS-NAME-BUILD                 PIC X(75).
       01  WS-BORDER-LINE                PIC X(76) VALUE ALL '*'.
       01  WS-CUT-LINE                   PIC X(76) VALUE ALL '- '.

       01  WS-WRAP-FIELDS.
           05  WS-WRAP-TEXT              PIC X(100).
           05  WS-WRAP-START             PIC 9(3) VALUE 1.
           05  WS-WRAP-LEN               PIC 9(3) VALUE 0.
           05  WS-WRAP-CUT               PIC 9(3) VALUE 0.
           05  WS-WRAP-IDX               PIC 9(3) VALUE 0.
           05  WS-WRAP-WIDTH             PIC 9(3) VALUE 70.
           05  WS-WRAP-DONE-SW           PIC X(3) VALUE 'NO'.
               88  WRAP-DONE             VALUE 'YES'.

       01  IDCDRVR1-AREA.
           10  WS-IC-OPERATION-TYPE        PIC X(10).
           10  WS-IC-PROCESS-DATE          PIC X(10).
           10  WS-IC-SQLCODE               PIC S9(9) COMP.
           10  WS-IC-POLICY-NUMBER         PIC X(10).
           10  WS-IC-HOLDER-FNAME          PIC X(35).
           10  WS-IC-HOLDER-MNAME          PIC X(1).
           10  WS-IC-HOLDER-LNAME          PIC X(35).
           10  WS-IC-HOLDER-ADDR-1         PIC X(100).
           10  WS-IC-HOLDER-ADDR-2         PIC X(100).
           10  WS-IC-HOLDER-CITY           PIC X(30).
           10  WS-IC-HOLDER-STATE          PIC X(2).
           10  WS-IC-HOLDER-ZIP-CD         PIC X(10).
           10  WS-IC-HOLDER-EMAIL          PIC X(30).
           10  WS-IC-CONTACT-PREF          PIC X(1).
           10  WS-IC-PREF-LANGUAGE         PIC X(2).
           10  WS-IC-UNDERWRITER           PIC X(50).
           10  WS-IC-AGENT-CODE            PIC X(10).
           10  WS-IC-CARD-EFF-DATE         PIC X(10).
           10  WS-IC-CARD-EXP-DATE         PIC X(10).
           10  WS-IC-CARD-EVENT            PIC X(8).

       01  VEHDRVR1-AREA.
           10  WS-VH-OPERATION-TYPE        PIC X(10).
           10  WS-VH-POLICY-NUMBER         PIC X(10).
           10  WS-VH-VIN                   PIC X(17).
           10  WS-VH-YEAR                  PIC X(4).
           10  WS-VH-MAKE                  PIC X(20).
           10  WS-VH-MODEL                 PIC X(20).
           10  WS-VH-SQLCODE               PIC S9(9) COMP.
           10  WS-VH-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-VH-OUT-VIN               PIC X(17).
           10  WS-VH-OUT-YEAR              PIC X(4).
           10  WS-VH-OUT-MAKE              PIC X(20).
           10  WS-VH-OUT-MODEL             PIC X(20).
           10  WS-VH-OUT-POLICY-TYPE       PIC X(50).
           10  WS-VH-OUT-POLICY-STATUS     PIC X(1).

       01  UWEDRVR1-AREA.
           10  WS-UW-OPERATION-TYPE        PIC X(10).
           10  WS-UW-ENTITY                PIC X(50).
           10  WS-UW-NAME                  PIC X(60).
           10  WS-UW-ADDR-LINE             PIC X(60).
           10  WS-UW-PHONE                 PIC X(15).
           10  WS-UW-FOOTER                PIC X(100).
           10  WS-UW-SQLCODE               PIC S9(9) COMP.
           10  WS-UW-OUT-ENTITY            PIC X(50).
           10  WS-UW-OUT-NAME              PIC X(60).
           10  WS-UW-OUT-ADDR-LINE         PIC X(60).
           10  WS-UW-OUT-PHONE             PIC X(15).
           10  WS-UW-OUT-FOOTER            PIC X(100).

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
           05  FILLER                    PIC X(36)
               VALUE 'AUTO ID CARD ISSUE - EVENTS OF     '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(86) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'EVENT: '.
           05  RPT-RES-EVENT             PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'STATE: '.
           05  RPT-RES-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'VEHICLES: '.
           05  RPT-RES-VEH-CNT           PIC ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PRINTED: '.
           05  RPT-RES-PRINT-CNT         PIC ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'EMAILED: '.
           05  RPT-RES-EMAIL-CNT         PIC ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RES-NOTE              PIC X(40).
           05  FILLER                    PIC X(2)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-CANDIDATES
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
           IF WS-PARM-RUN-DATE = SPACES
               MOVE WS-CURRENT-DATE  TO WS-RUN-DATE
           ELSE
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           END-IF

           OPEN OUTPUT IDCARD-PRINT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING IDCPRINT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT IDCARD-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING IDCEXTR: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT IDCARD-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING IDCARDRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE IDCARD-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'OPEN'      TO WS-IC-OPERATION-TYPE
           MOVE WS-RUN-DATE TO WS-IC-PROCESS-DATE
           CALL 'IDCDRVR1' USING IDCDRVR1-AREA
           PERFORM 2050-FETCH-CANDIDATE-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-POLICY-CNT
           MOVE WS-IC-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE WS-IC-CARD-EVENT    TO RPT-RES-EVENT
           MOVE WS-IC-HOLDER-STATE  TO RPT-RES-STATE
           MOVE SPACES              TO RPT-RES-NOTE
           MOVE 0 TO WS-POL-VEH-CNT
                     WS-POL-PRINT-CNT
                     WS-POL-EMAIL-CNT

           PERFORM 2100-SELECT-CHANNELS
           IF SEND-PRINT OR SEND-EMAIL
               PERFORM 2200-RESOLVE-CARD-TEXT
               MOVE 'POLOPEN'           TO WS-VH-OPERATION-TYPE
               MOVE WS-IC-POLICY-NUMBER TO WS-VH-POLICY-NUMBER
               CALL 'VEHDRVR1' USING VEHDRVR1-AREA
               MOVE 'NO' TO WS-VEH-EOF-SW
               PERFORM 2300-ISSUE-VEHICLE-CARD UNTIL END-OF-VEHICLES
               MOVE 'POLCLOSE'          TO WS-VH-OPERATION-TYPE
               CALL 'VEHDRVR1' USING VEHDRVR1-AREA
               IF WS-POL-VEH-CNT = 0
                   ADD 1 TO WS-NO-VEHICLE-CNT
                   MOVE 'NO VEHICLES ON SCHEDULE - NO CARDS'
                                       TO RPT-RES-NOTE
               ELSE
                   PERFORM 2400-TRACK-ISSUE
               END-IF
           ELSE
               ADD 1 TO WS-ALREADY-CNT
               MOVE 'ALREADY ISSUED FOR THIS RUN DATE'
                                       TO RPT-RES-NOTE
           END-IF

           MOVE WS-POL-VEH-CNT   TO RPT-RES-VEH-CNT
           MOVE WS-POL-PRINT-CNT TO RPT-RES-PRINT-CNT
           MOVE WS-POL-EMAIL-CNT TO RPT-RES-EMAIL-CNT
           WRITE IDCARD-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-FETCH-CANDIDATE-PARA.

       2050-FETCH-CANDIDATE-PARA.
           MOVE 'FETCH' TO WS-IC-OPERATION-TYPE
           CALL 'IDCDRVR1' USING IDCDRVR1-AREA
           IF WS-IC-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

       2100-SELECT-CHANNELS.
           MOVE 'N' TO WS-PRINT-SW
                       WS-EMAIL-SW
           IF WS-IC-CONTACT-PREF NOT = 'E'
                   OR WS-IC-HOLDER-EMAIL = SPACES
               MOVE 'MAIL' TO WS-DBDRIVR2-CHANNEL
               PERFORM 2150-CHECK-TRACKED
               IF NOT ALREADY-TRACKED
                   SET SEND-PRINT TO TRUE
               END-IF
           END-IF
           IF WS-IC-CONTACT-PREF NOT = 'M'
                   AND WS-IC-HOLDER-EMAIL NOT = SPACES
               MOVE 'EMAIL' TO WS-DBDRIVR2-CHANNEL
               PERFORM 2150-CHECK-TRACKED
               IF NOT ALREADY-TRACKED
                   SET SEND-EMAIL TO TRUE
               END-IF
           END-IF.

       2150-CHECK-TRACKED.
           MOVE 'CHECK'                 TO WS-DBDRIVR2-OPERATION-TYPE
           MOVE WS-RUN-DATE             TO WS-DBDRIVR2-PROCESS-DATE
           MOVE WS-IC-POLICY-NUMBER     TO WS-DBDRIVR2-POLICY-NUMBER
           MOVE 'IDC'                   TO WS-DBDRIVR2-NOTIFY-TIER
           MOVE 'CUSTOMER'              TO WS-DBDRIVR2-RECIPIENT-TYPE
           CALL 'DBDRIVR2' USING DBDRIVR2-AREA.

      *    INSURER NAME AND SERVICE PHONE FROM TUWENT (THE ENTITY
      *    CODE ITSELF WHEN THERE IS NO ROW), THE NAMED INSURED AS ONE
      *    LINE, AND THE STATE WORDING IN THE HOLDER'S LANGUAGE.
       2200-RESOLVE-CARD-TEXT.
           MOVE 'GETENT'          TO WS-UW-OPERATION-TYPE
           MOVE WS-IC-UNDERWRITER TO WS-UW-ENTITY
           CALL 'UWEDRVR1' USING UWEDRVR1-AREA
           IF WS-UW-SQLCODE NOT = 0
               MOVE WS-IC-UNDERWRITER TO WS-UW-OUT-NAME
               MOVE SPACES            TO WS-UW-OUT-PHONE
           END-IF

           MOVE SPACES TO WS-NAME-BUILD
           IF WS-IC-HOLDER-MNAME = SPACE
               STRING WS-IC-HOLDER-FNAME DELIMITED BY '  '
                      ' '                DELIMITED BY SIZE
                      WS-IC-HOLDER-LNAME DELIMITED BY '  '
                 INTO WS-NAME-BUILD
               END-STRING
           ELSE
               STRING WS-IC-HOLDER-FNAME DELIMITED BY '  '
                      ' '                DELIMITED BY SIZE
                      WS-IC-HOLDER-MNAME DELIMITED BY SIZE
                      '. '               DELIMITED BY SIZE
                      WS-IC-HOLDER-LNAME DELIMITED BY '  '
                 INTO WS-NAME-BUILD
               END-STRING
           END-IF

           MOVE WS-IC-PREF-LANGUAGE TO WS-POLICY-LANGUAGE
           IF WS-POLICY-LANGUAGE = SPACES
               MOVE WS-RUN-LANGUAGE TO WS-POLICY-LANGUAGE
           END-IF
           MOVE WS-IC-HOLDER-STATE  TO WS-WORDING-STATE
           MOVE WS-WORDING-RECIPIENT TO WS-DBDRIVR3-RECIPIENT
           PERFORM 2210-LOOKUP-WORDING
           IF WS-STATE-WORDING = SPACES
               MOVE 'IDCARD'        TO WS-DBDRIVR3-RECIPIENT
               PERFORM 2210-LOOKUP-WORDING
           END-IF
           IF WS-STATE-WORDING = SPACES
               MOVE 'THIS CARD MUST BE CARRIED IN THE INSURED VEHICLE
      -            ' AND PRODUCED ON DEMAND AS PROOF OF INSURANCE'
                                    TO WS-STATE-WORDING
           END-IF.

       2210-LOOKUP-WORDING.
           MOVE SPACES                 TO  WS-STATE-WORDING
           MOVE 'AUTO'                 TO  WS-DBDRIVR3-POLICY-TYPE
           MOVE WS-POLICY-LANGUAGE     TO  WS-DBDRIVR3-LANGUAGE
           MOVE 'LOOKUP'               TO  WS-DBDRIVR3-OPERATION-TYPE
           CALL 'DBDRIVR3' USING DBDRIVR3-AREA
           IF (WS-DBDRIVR3-SQLCODE NOT EQUAL 0
                       OR WS-DBDRIVR3-MSG-TEXT EQUAL SPACES)
                   AND WS-POLICY-LANGUAGE NOT = WS-RUN-LANGUAGE
               MOVE WS-RUN-LANGUAGE    TO  WS-DBDRIVR3-LANGUAGE
               CALL 'DBDRIVR3' USING DBDRIVR3-AREA
           END-IF
           IF WS-DBDRIVR3-SQLCODE EQUAL 0
               MOVE WS-DBDRIVR3-MSG-TEXT TO WS-STATE-WORDING
           END-IF.

       2300-ISSUE-VEHICLE-CARD.
           MOVE 'POLFETCH' TO WS-VH-OPERATION-TYPE
           CALL 'VEHDRVR1' USING VEHDRVR1-AREA
           IF WS-VH-SQLCODE NOT = 0
               MOVE 'YES' TO WS-VEH-EOF-SW
           ELSE
               ADD 1 TO WS-POL-VEH-CNT
               IF SEND-PRINT
                   PERFORM 3000-PRINT-CARD
                   ADD 1 TO WS-POL-PRINT-CNT
                   ADD 1 TO WS-PRINTED-CNT
               END-IF
               IF SEND-EMAIL
                   PERFORM 4000-WRITE-ELECTRONIC-CARD
                   ADD 1 TO WS-POL-EMAIL-CNT
                   ADD 1 TO WS-EMAILED-CNT
               END-IF
           END-IF.

       2400-TRACK-ISSUE.
           IF SEND-PRINT
               MOVE 'MAIL'  TO WS-DBDRIVR2-CHANNEL
               PERFORM 2150-CHECK-TRACKED
               MOVE 'INSERT' TO WS-DBDRIVR2-OPERATION-TYPE
               CALL 'DBDRIVR2' USING DBDRIVR2-AREA
           END-IF
           IF SEND-EMAIL
               MOVE 'EMAIL' TO WS-DBDRIVR2-CHANNEL
               PERFORM 2150-CHECK-TRACKED
               MOVE 'INSERT' TO WS-DBDRIVR2-OPERATION-TYPE
               CALL 'DBDRIVR2' USING DBDRIVR2-AREA
           END-IF.

      *    ONE CARD IN THE NEXT FREE HALF-PAGE.
       3000-PRINT-CARD.
           IF WS-LINE-NO = 0
               ADD 1 TO WS-PAGE-CNT
           END-IF
           COMPUTE WS-CARD-END-LINE = WS-LINE-NO + WS-CARD-LINES

           MOVE SPACES TO WS-LINE-BUILD
           MOVE WS-BORDER-LINE TO WS-LINE-BUILD (3:76)
           PERFORM 3800-EMIT-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'AUTOMOBILE INSURANCE IDENTIFICATION CARD'
                                   TO WS-LINE-BUILD (5:40)
           MOVE 'STATE:'           TO WS-LINE-BUILD (62:6)
           MOVE WS-IC-HOLDER-STATE TO WS-LINE-BUILD (69:2)
           PERFORM 3800-EMIT-LINE
           PERFORM 3600-EMIT-BLANK-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'INSURER:'         TO WS-LINE-BUILD (5:8)
           MOVE WS-UW-OUT-NAME     TO WS-LINE-BUILD (17:60)
           PERFORM 3800-EMIT-LINE
           IF WS-UW-OUT-PHONE NOT = SPACES
               MOVE SPACES TO WS-LINE-BUILD
               MOVE 'PHONE:'       TO WS-LINE-BUILD (5:6)
               MOVE WS-UW-OUT-PHONE TO WS-LINE-BUILD (17:15)
               PERFORM 3800-EMIT-LINE
           END-IF
           PERFORM 3600-EMIT-BLANK-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'POLICY NUMBER:'   TO WS-LINE-BUILD (5:14)
           MOVE WS-IC-POLICY-NUMBER TO WS-LINE-BUILD (20:10)
           MOVE 'AGENT:'           TO WS-LINE-BUILD (50:6)
           MOVE WS-IC-AGENT-CODE   TO WS-LINE-BUILD (57:10)
           PERFORM 3800-EMIT-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'EFFECTIVE:'       TO WS-LINE-BUILD (5:10)
           MOVE WS-IC-CARD-EFF-DATE TO WS-LINE-BUILD (20:10)
           MOVE 'EXPIRES:'         TO WS-LINE-BUILD (50:8)
           MOVE WS-IC-CARD-EXP-DATE TO WS-LINE-BUILD (59:10)
           PERFORM 3800-EMIT-LINE
           PERFORM 3600-EMIT-BLANK-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'YEAR:'            TO WS-LINE-BUILD (5:5)
           MOVE WS-VH-OUT-YEAR     TO WS-LINE-BUILD (11:4)
           MOVE 'MAKE:'            TO WS-LINE-BUILD (18:5)
           MOVE WS-VH-OUT-MAKE     TO WS-LINE-BUILD (24:20)
           MOVE 'MODEL:'           TO WS-LINE-BUILD (46:6)
           MOVE WS-VH-OUT-MODEL    TO WS-LINE-BUILD (53:20)
           PERFORM 3800-EMIT-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'VIN:'             TO WS-LINE-BUILD (5:4)
           MOVE WS-VH-OUT-VIN      TO WS-LINE-BUILD (11:17)
           PERFORM 3800-EMIT-LINE
           PERFORM 3600-EMIT-BLANK-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'INSURED:'         TO WS-LINE-BUILD (5:8)
           MOVE WS-NAME-BUILD      TO WS-LINE-BUILD (17:60)
           PERFORM 3800-EMIT-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE WS-IC-HOLDER-ADDR-1 TO WS-LINE-BUILD (17:60)
           PERFORM 3800-EMIT-LINE
           IF WS-IC-HOLDER-ADDR-2 NOT = SPACES
               MOVE SPACES TO WS-LINE-BUILD
               MOVE WS-IC-HOLDER-ADDR-2 TO WS-LINE-BUILD (17:60)
               PERFORM 3800-EMIT-LINE
           END-IF
           MOVE SPACES TO WS-LINE-BUILD
           STRING WS-IC-HOLDER-CITY   DELIMITED BY '  '
                  ', '                DELIMITED BY SIZE
                  WS-IC-HOLDER-STATE  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-IC-HOLDER-ZIP-CD DELIMITED BY SPACE
             INTO WS-LINE-BUILD (17:60)
           END-STRING
           PERFORM 3800-EMIT-LINE
           PERFORM 3600-EMIT-BLANK-LINE
           MOVE WS-STATE-WORDING TO WS-WRAP-TEXT
           PERFORM 3900-EMIT-WRAPPED-TEXT
           MOVE SPACES TO WS-LINE-BUILD
           MOVE WS-BORDER-LINE TO WS-LINE-BUILD (3:76)
           PERFORM 3800-EMIT-LINE

           PERFORM 3600-EMIT-BLANK-LINE
               UNTIL WS-LINE-NO >= WS-CARD-END-LINE - 1
                  OR WS-LINE-NO = 0
           MOVE SPACES TO WS-LINE-BUILD
           MOVE WS-CUT-LINE TO WS-LINE-BUILD (3:76)
           PERFORM 3800-EMIT-LINE.

       3600-EMIT-BLANK-LINE.
           MOVE SPACES TO WS-LINE-BUILD
           PERFORM 3800-EMIT-LINE.

       3700-FILL-TO-PAGE-END.
           PERFORM 3600-EMIT-BLANK-LINE
               UNTIL WS-LINE-NO = 0.

       3800-EMIT-LINE.
           WRITE IDCARD-PRINT-RECORD FROM WS-LINE-BUILD
           ADD 1 TO WS-LINE-NO
           IF WS-LINE-NO >= WS-PAGE-LINES
               MOVE 0 TO WS-LINE-NO
           END-IF.

      *    BREAKS WS-WRAP-TEXT AT WORD BOUNDARIES WITHIN THE CARD
      *    WIDTH (AS LTRCOMP1).
       3900-EMIT-WRAPPED-TEXT.
           MOVE 1 TO WS-WRAP-START
           MOVE 'NO' TO WS-WRAP-DONE-SW
           PERFORM 3910-EMIT-WRAP-LINE UNTIL WRAP-DONE.

       3910-EMIT-WRAP-LINE.
           COMPUTE WS-WRAP-LEN = 101 - WS-WRAP-START
           IF WS-WRAP-LEN <= WS-WRAP-WIDTH
               MOVE SPACES TO WS-LINE-BUILD
               MOVE WS-WRAP-TEXT (WS-WRAP-START : WS-WRAP-LEN)
                   TO WS-LINE-BUILD (5:WS-WRAP-LEN)
               PERFORM 3800-EMIT-LINE
               SET WRAP-DONE TO TRUE
           ELSE
               MOVE 0 TO WS-WRAP-CUT
               PERFORM VARYING WS-WRAP-IDX
                       FROM WS-WRAP-WIDTH BY -1
                       UNTIL WS-WRAP-IDX < 2
                   IF WS-WRAP-TEXT
                       ((WS-WRAP-START + WS-WRAP-IDX - 1) : 1)
                               = SPACE
                       MOVE WS-WRAP-IDX TO WS-WRAP-CUT
                       MOVE 1 TO WS-WRAP-IDX
                   END-IF
               END-PERFORM
               IF WS-WRAP-CUT = 0
                   MOVE WS-WRAP-WIDTH TO WS-WRAP-CUT
               END-IF
               MOVE SPACES TO WS-LINE-BUILD
               MOVE WS-WRAP-TEXT (WS-WRAP-START : WS-WRAP-CUT)
                   TO WS-LINE-BUILD (5:WS-WRAP-CUT)
               PERFORM 3800-EMIT-LINE
               ADD WS-WRAP-CUT TO WS-WRAP-START
           END-IF.

       4000-WRITE-ELECTRONIC-CARD.
           MOVE SPACES              TO IDCARD-EXTRACT-RECORD
           MOVE 'IDC1'              TO IDE-RECORD-TYPE
           MOVE WS-IC-HOLDER-EMAIL  TO IDE-EMAIL
           MOVE WS-IC-POLICY-NUMBER TO IDE-POLICY-NUMBER
           MOVE WS-NAME-BUILD       TO IDE-INSURED-NAME
           MOVE WS-IC-HOLDER-STATE  TO IDE-STATE
           MOVE WS-VH-OUT-VIN       TO IDE-VIN
           MOVE WS-VH-OUT-YEAR      TO IDE-YEAR
           MOVE WS-VH-OUT-MAKE      TO IDE-MAKE
           MOVE WS-VH-OUT-MODEL     TO IDE-MODEL
           MOVE WS-IC-CARD-EFF-DATE TO IDE-EFF-DATE
           MOVE WS-IC-CARD-EXP-DATE TO IDE-EXP-DATE
           MOVE WS-IC-CARD-EVENT    TO IDE-EVENT
           MOVE WS-UW-OUT-NAME      TO IDE-UW-NAME
           MOVE WS-UW-OUT-PHONE     TO IDE-UW-PHONE
           MOVE WS-IC-AGENT-CODE    TO IDE-AGENT-CODE
           MOVE WS-STATE-WORDING    TO IDE-STATE-WORDING
           MOVE WS-POLICY-LANGUAGE  TO IDE-LANGUAGE
           MOVE WS-RUN-DATE         TO IDE-RUN-ID (1:10)
           MOVE '01'                TO IDE-RUN-ID (11:2)
           WRITE IDCARD-EXTRACT-RECORD.

       9000-FINALIZE-PARA.
           MOVE 'CLOSE' TO WS-IC-OPERATION-TYPE
           CALL 'IDCDRVR1' USING IDCDRVR1-AREA
           IF WS-LINE-NO NOT = 0
               PERFORM 3700-FILL-TO-PAGE-END
           END-IF

           MOVE 'POLICIES WITH CARD EVENTS'        TO RPT-TOT-LABEL
           MOVE WS-POLICY-CNT                      TO RPT-TOT-CNT
           WRITE IDCARD-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ID CARDS PRINTED'                 TO RPT-TOT-LABEL
           MOVE WS-PRINTED-CNT                     TO RPT-TOT-CNT
           WRITE IDCARD-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  PRINT PAGES'                    TO RPT-TOT-LABEL
           MOVE WS-PAGE-CNT                        TO RPT-TOT-CNT
           WRITE IDCARD-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ELECTRONIC ID CARDS'              TO RPT-TOT-LABEL
           MOVE WS-EMAILED-CNT                     TO RPT-TOT-CNT
           WRITE IDCARD-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'NO VEHICLES ON SCHEDULE'          TO RPT-TOT-LABEL
           MOVE WS-NO-VEHICLE-CNT                  TO RPT-TOT-CNT
           WRITE IDCARD-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ALREADY ISSUED (RERUN)'           TO RPT-TOT-LABEL
           MOVE WS-ALREADY-CNT                     TO RPT-TOT-CNT
           WRITE IDCARD-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE IDCARD-PRINT-FILE
           CLOSE IDCARD-EXTRACT-FILE
           CLOSE IDCARD-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'IDCARD1'       TO OPS-JOB-NAME
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
               MOVE WS-POLICY-CNT     TO OPS-RECORD-CNT
               MOVE WS-NO-VEHICLE-CNT TO OPS-ERROR-CNT
               IF WS-NO-VEHICLE-CNT > 0
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
           DISPLAY 'IDCARD1: POLICIES: ' WS-POLICY-CNT
                   '  PRINTED: ' WS-PRINTED-CNT
                   '  ELECTRONIC: ' WS-EMAILED-CNT.

       END PROGRAM IDCARD1.
