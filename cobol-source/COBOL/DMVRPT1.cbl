       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMVRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMV-OUTPUT-FILE ASSIGN TO 'DMVOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DMV-REPORT ASSIGN TO 'DMVRPTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    STATE INSURANCE-VERIFICATION FILE - ONE SECTION PER STATE
      *    (HEADER, DETAILS, TRAILER) IN THAT STATE'S LAYOUT FROM
      *    TDMVRULE. THE TRANSMISSION STEP SPLITS IT ON THE HEADERS
      *    AND ROUTES EACH SECTION TO ITS STATE.
       FD  DMV-OUTPUT-FILE.
       01  DMV-OUTPUT-RECORD             PIC X(200).

       FD  DMV-REPORT.
       01  DMV-REPORT-REC                PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-SENDS              VALUE 'YES'.
       01  WS-OD-EOF-SW                  PIC X(3) VALUE 'NO'.
           88  END-OF-OVERDUE            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    OPTIONAL RUN DATE (MM/DD/YYYY) TO RERUN AN EARLIER NIGHT;
      *    BLANK TAKES TODAY. EVENTS ARE PICKED UP THROUGH THE RUN
      *    DATE AND DEADLINES ARE MEASURED AGAINST IT.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE          PIC X(10).
           05  FILLER                    PIC X(70).
       01  WS-RUN-DATE                   PIC X(10).
       01  WS-RUN-YYYYMMDD               PIC X(8).
       01  WS-DUE-YYYYMMDD               PIC X(8).
       01  WS-EFF-YYYYMMDD               PIC X(8).
       01  WS-EXP-YYYYMMDD               PIC X(8).

      *    THE STATE SECTION BEING WRITTEN. THE BATCH ID (STATE PLUS
      *    RUN DATE) AND SEQUENCE FORM THE REFERENCE ON EACH DETAIL
      *    THAT THE STATE ECHOES ON ITS ACKNOWLEDGEMENT (DMVACK1).
       01  WS-CUR-STATE                  PIC X(2) VALUE SPACES.
       01  WS-CUR-LAYOUT                 PIC X(4).
           88  LAYOUT-FIXED              VALUE 'FIX1'.
           88  LAYOUT-CSV                VALUE 'CSV1'.
       01  WS-CUR-INSURER-CODE           PIC X(10).
       01  WS-BATCH-ID.
           05  WS-BATCH-STATE            PIC X(2).
           05  WS-BATCH-DATE             PIC X(8).
       01  WS-BATCH-SEQ                  PIC S9(9) COMP VALUE 0.
       01  WS-STATE-REC-CNT              PIC 9(7) VALUE 0.
       01  WS-REFERENCE.
           05  WS-REF-BATCH-ID           PIC X(10).
           05  WS-REF-SEQ                PIC 9(5).

       01  WS-SENT-CNT                   PIC 9(7) VALUE 0.
       01  WS-RESENT-CNT                 PIC 9(7) VALUE 0.
       01  WS-LATE-CNT                   PIC 9(7) VALUE 0.
       01  WS-STATE-CNT                  PIC 9(7) VALUE 0.
       01  WS-NO-LAYOUT-CNT              PIC 9(7) VALUE 0.
       01  WS-DUP-CNT                    PIC 9(7) VALUE 0.
       01  WS-OVERDUE-CNT                PIC 9(7) VALUE 0.

       01  WS-CSV-COUNT                  PIC 9(7).

      *    FIXED LAYOUT 'FIX1' - 200-BYTE RECORDS, DATES YYYYMMDD.
       01  DMV-FIX-HEADER.
           05  DFH-RECORD-TYPE           PIC X(1)  VALUE 'H'.
           05  DFH-INSURER-CODE          PIC X(10).
           05  DFH-STATE                 PIC X(2).
           05  DFH-BATCH-ID              PIC X(10).
           05  DFH-FILE-DATE             PIC X(8).
           05  FILLER                    PIC X(169) VALUE SPACES.

       01  DMV-FIX-DETAIL.
           05  DFD-RECORD-TYPE           PIC X(1)  VALUE 'D'.
           05  DFD-INSURER-CODE          PIC X(10).
           05  DFD-STATE                 PIC X(2).
           05  DFD-EVENT-TYPE            PIC X(3).
           05  DFD-REFERENCE             PIC X(15).
           05  DFD-POLICY-NUMBER         PIC X(10).
           05  DFD-EFF-DATE              PIC X(8).
           05  DFD-EXP-DATE              PIC X(8).
           05  DFD-VIN                   PIC X(17).
           05  DFD-YEAR                  PIC X(4).
           05  DFD-MAKE                  PIC X(20).
           05  DFD-MODEL                 PIC X(20).
           05  DFD-HOLDER-LNAME          PIC X(35).
           05  DFD-HOLDER-FNAME          PIC X(35).
           05  DFD-HOLDER-ZIP            PIC X(5).
           05  FILLER                    PIC X(7)  VALUE SPACES.

       01  DMV-FIX-TRAILER.
           05  DFT-RECORD-TYPE           PIC X(1)  VALUE 'T'.
           05  DFT-INSURER-CODE          PIC X(10).
           05  DFT-STATE                 PIC X(2).
           05  DFT-BATCH-ID              PIC X(10).
           05  DFT-RECORD-CNT            PIC 9(7).
           05  FILLER                    PIC X(170) VALUE SPACES.

       01  DMVDRVR1-AREA.
           10  WS-DV-OPERATION-TYPE        PIC X(10).
           10  WS-DV-PROCESS-DATE          PIC X(10).
           10  WS-DV-POLICY-NUMBER         PIC X(10).
           10  WS-DV-VIN                   PIC X(17).
           10  WS-DV-EVENT-TYPE            PIC X(3).
           10  WS-DV-EVENT-DATE            PIC X(10).
           10  WS-DV-EFF-DATE              PIC X(10).
           10  WS-DV-STATE                 PIC X(2).
           10  WS-DV-DUE-DATE              PIC X(10).
           10  WS-DV-BATCH-ID              PIC X(10).
           10  WS-DV-BATCH-SEQ             PIC S9(9) COMP.
           10  WS-DV-STATUS                PIC X(1).
           10  WS-DV-ERROR-CODE            PIC X(8).
           10  WS-DV-ERROR-TEXT            PIC X(60).
           10  WS-DV-SQLCODE               PIC S9(9) COMP.
           10  WS-DV-OUT-SOURCE            PIC X(1).
           10  WS-DV-OUT-STATE             PIC X(2).
           10  WS-DV-OUT-LAYOUT            PIC X(4).
           10  WS-DV-OUT-INSURER-CODE      PIC X(10).
           10  WS-DV-OUT-DUE-DATE          PIC X(10).
           10  WS-DV-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-DV-OUT-VIN               PIC X(17).
           10  WS-DV-OUT-YEAR              PIC X(4).
           10  WS-DV-OUT-MAKE              PIC X(20).
           10  WS-DV-OUT-MODEL             PIC X(20).
           10  WS-DV-OUT-EVENT-TYPE        PIC X(3).
           10  WS-DV-OUT-EVENT-DATE        PIC X(10).
           10  WS-DV-OUT-EFF-DATE          PIC X(10).
           10  WS-DV-OUT-EXPIRY-DATE       PIC X(10).
           10  WS-DV-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-DV-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-DV-OUT-HOLDER-ZIP-CD     PIC X(10).
           10  WS-DV-OUT-BATCH-ID          PIC X(10).
           10  WS-DV-OUT-BATCH-SEQ         PIC S9(9) COMP.
           10  WS-DV-OUT-SENT-DATE         PIC X(10).
           10  WS-DV-OUT-STATUS            PIC X(1).
           10  WS-DV-OUT-ERROR-CODE        PIC X(8).
           10  WS-DV-OUT-ERROR-TEXT        PIC X(60).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(46)
               VALUE 'DMV INSURANCE VERIFICATION REPORTING - RUN OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(76) VALUE SPACES.

       01  RPT-OVERDUE-HEADER.
           05  FILLER                    PIC X(50)
               VALUE 'EVENTS PAST STATE DEADLINE NOT VALIDLY REPORTED'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(7)  VALUE 'STATE: '.
           05  RPT-DTL-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-DTL-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'VIN: '.
           05  RPT-DTL-VIN               PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'EVENT: '.
           05  RPT-DTL-EVENT-TYPE        PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'DATE: '.
           05  RPT-DTL-EVENT-DATE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'DUE: '.
           05  RPT-DTL-DUE-DATE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REFERENCE         PIC X(15).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-NOTE              PIC X(14).

       01  RPT-OVERDUE-LINE.
           05  FILLER                    PIC X(7)  VALUE 'STATE: '.
           05  RPT-OD-STATE              PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-OD-POLICY-NUMBER      PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'VIN: '.
           05  RPT-OD-VIN                PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'EVENT: '.
           05  RPT-OD-EVENT-TYPE         PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'DATE: '.
           05  RPT-OD-EVENT-DATE         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'DUE: '.
           05  RPT-OD-DUE-DATE           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-OD-REASON             PIC X(30).

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-SENDS
           PERFORM 3000-OVERDUE-PARA
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
           STRING WS-RUN-DATE (7:4) WS-RUN-DATE (1:2)
                  WS-RUN-DATE (4:2) DELIMITED BY SIZE
             INTO WS-RUN-YYYYMMDD
           END-STRING

           OPEN OUTPUT DMV-OUTPUT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMVOUT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DMV-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMVRPTRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE DMV-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'OPEN'      TO WS-DV-OPERATION-TYPE
           MOVE WS-RUN-DATE TO WS-DV-PROCESS-DATE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           PERFORM 2050-FETCH-SEND-PARA.

       2000-PROCESS-PARA.
           IF WS-DV-OUT-STATE NOT = WS-CUR-STATE
               IF WS-CUR-STATE NOT = SPACES
                   PERFORM 2500-END-STATE
               END-IF
               PERFORM 2100-START-STATE
           END-IF

           MOVE WS-DV-OUT-STATE         TO RPT-DTL-STATE
           MOVE WS-DV-OUT-POLICY-NUMBER TO RPT-DTL-POLICY-NUMBER
           MOVE WS-DV-OUT-VIN           TO RPT-DTL-VIN
           MOVE WS-DV-OUT-EVENT-TYPE    TO RPT-DTL-EVENT-TYPE
           MOVE WS-DV-OUT-EVENT-DATE    TO RPT-DTL-EVENT-DATE
           MOVE WS-DV-OUT-DUE-DATE      TO RPT-DTL-DUE-DATE
           MOVE SPACES                  TO RPT-DTL-REFERENCE
                                           RPT-DTL-NOTE

           IF LAYOUT-FIXED OR LAYOUT-CSV
               PERFORM 2200-TRACK-RECORD
           ELSE
               ADD 1 TO WS-NO-LAYOUT-CNT
               MOVE 'NO LAYOUT'     TO RPT-DTL-NOTE
           END-IF
           WRITE DMV-REPORT-REC FROM RPT-DETAIL-LINE

           PERFORM 2050-FETCH-SEND-PARA.

       2050-FETCH-SEND-PARA.
           MOVE 'FETCH' TO WS-DV-OPERATION-TYPE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           IF WS-DV-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

      *    A STATE WHOSE LAYOUT CODE THIS RUN DOES NOT PRODUCE GETS NO
      *    SECTION; ITS EVENTS STAY UNREPORTED AND SURFACE AS OVERDUE
      *    UNTIL THE RULE IS CORRECTED.
       2100-START-STATE.
           MOVE WS-DV-OUT-STATE        TO WS-CUR-STATE
           MOVE WS-DV-OUT-LAYOUT       TO WS-CUR-LAYOUT
           MOVE WS-DV-OUT-INSURER-CODE TO WS-CUR-INSURER-CODE
           MOVE WS-CUR-STATE           TO WS-BATCH-STATE
           MOVE WS-RUN-YYYYMMDD        TO WS-BATCH-DATE
           MOVE 0                      TO WS-STATE-REC-CNT

           MOVE 'NEXTSEQ'   TO WS-DV-OPERATION-TYPE
           MOVE WS-BATCH-ID TO WS-DV-BATCH-ID
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           MOVE WS-DV-OUT-BATCH-SEQ TO WS-BATCH-SEQ

           IF LAYOUT-FIXED OR LAYOUT-CSV
               ADD 1 TO WS-STATE-CNT
               IF LAYOUT-FIXED
                   MOVE WS-CUR-INSURER-CODE TO DFH-INSURER-CODE
                   MOVE WS-CUR-STATE        TO DFH-STATE
                   MOVE WS-BATCH-ID         TO DFH-BATCH-ID
                   MOVE WS-RUN-YYYYMMDD     TO DFH-FILE-DATE
                   WRITE DMV-OUTPUT-RECORD FROM DMV-FIX-HEADER
               ELSE
                   MOVE SPACES TO DMV-OUTPUT-RECORD
                   STRING 'H,'                DELIMITED BY SIZE
                          WS-CUR-INSURER-CODE DELIMITED BY SPACE
                          ','                 DELIMITED BY SIZE
                          WS-CUR-STATE        DELIMITED BY SIZE
                          ','                 DELIMITED BY SIZE
                          WS-BATCH-ID         DELIMITED BY SIZE
                          ','                 DELIMITED BY SIZE
                          WS-RUN-DATE         DELIMITED BY SIZE
                     INTO DMV-OUTPUT-RECORD
                   END-STRING
                   WRITE DMV-OUTPUT-RECORD
               END-IF
           END-IF.

      *    THE TRACK ROW IS WRITTEN (OR MOVED TO ITS NEW REFERENCE)
      *    BEFORE THE RECORD GOES OUT, SO A RECORD THAT CANNOT BE
      *    TRACKED IS NEVER SENT.
       2200-TRACK-RECORD.
           ADD 1 TO WS-BATCH-SEQ
           MOVE WS-BATCH-ID  TO WS-REF-BATCH-ID
           MOVE WS-BATCH-SEQ TO WS-REF-SEQ

           IF WS-DV-OUT-SOURCE = 'R'
               MOVE 'RESENT' TO WS-DV-OPERATION-TYPE
           ELSE
               MOVE 'RECORD' TO WS-DV-OPERATION-TYPE
           END-IF
           MOVE WS-RUN-DATE             TO WS-DV-PROCESS-DATE
           MOVE WS-DV-OUT-POLICY-NUMBER TO WS-DV-POLICY-NUMBER
           MOVE WS-DV-OUT-VIN           TO WS-DV-VIN
           MOVE WS-DV-OUT-EVENT-TYPE    TO WS-DV-EVENT-TYPE
           MOVE WS-DV-OUT-EVENT-DATE    TO WS-DV-EVENT-DATE
           MOVE WS-DV-OUT-EFF-DATE      TO WS-DV-EFF-DATE
           MOVE WS-DV-OUT-STATE         TO WS-DV-STATE
           MOVE WS-DV-OUT-DUE-DATE      TO WS-DV-DUE-DATE
           MOVE WS-BATCH-ID             TO WS-DV-BATCH-ID
           MOVE WS-BATCH-SEQ            TO WS-DV-BATCH-SEQ
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA

           IF WS-DV-SQLCODE = 0
               PERFORM 2300-WRITE-DETAIL
               MOVE WS-REFERENCE TO RPT-DTL-REFERENCE
               STRING WS-DV-OUT-DUE-DATE (7:4)
                      WS-DV-OUT-DUE-DATE (1:2)
                      WS-DV-OUT-DUE-DATE (4:2) DELIMITED BY SIZE
                 INTO WS-DUE-YYYYMMDD
               END-STRING
               IF WS-DV-OUT-SOURCE = 'R'
                   ADD 1 TO WS-RESENT-CNT
                   MOVE 'RESENT'        TO RPT-DTL-NOTE
               ELSE
                   ADD 1 TO WS-SENT-CNT
                   MOVE 'SENT'          TO RPT-DTL-NOTE
               END-IF
               IF WS-DUE-YYYYMMDD < WS-RUN-YYYYMMDD
                   ADD 1 TO WS-LATE-CNT
                   IF WS-DV-OUT-SOURCE = 'R'
                       MOVE 'RESENT LATE'   TO RPT-DTL-NOTE
                   ELSE
                       MOVE 'SENT LATE'     TO RPT-DTL-NOTE
                   END-IF
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-BATCH-SEQ
               ADD 1 TO WS-DUP-CNT
               MOVE 'ALREADY SENT'  TO RPT-DTL-NOTE
           END-IF.

       2300-WRITE-DETAIL.
           STRING WS-DV-OUT-EFF-DATE (7:4)
                  WS-DV-OUT-EFF-DATE (1:2)
                  WS-DV-OUT-EFF-DATE (4:2) DELIMITED BY SIZE
             INTO WS-EFF-YYYYMMDD
           END-STRING
           STRING WS-DV-OUT-EXPIRY-DATE (7:4)
                  WS-DV-OUT-EXPIRY-DATE (1:2)
                  WS-DV-OUT-EXPIRY-DATE (4:2) DELIMITED BY SIZE
             INTO WS-EXP-YYYYMMDD
           END-STRING
           ADD 1 TO WS-STATE-REC-CNT

           IF LAYOUT-FIXED
               MOVE WS-CUR-INSURER-CODE      TO DFD-INSURER-CODE
               MOVE WS-CUR-STATE             TO DFD-STATE
               MOVE WS-DV-OUT-EVENT-TYPE     TO DFD-EVENT-TYPE
               MOVE WS-REFERENCE             TO DFD-REFERENCE
               MOVE WS-DV-OUT-POLICY-NUMBER  TO DFD-POLICY-NUMBER
               MOVE WS-EFF-YYYYMMDD          TO DFD-EFF-DATE
               MOVE WS-EXP-YYYYMMDD          TO DFD-EXP-DATE
               MOVE WS-DV-OUT-VIN            TO DFD-VIN
               MOVE WS-DV-OUT-YEAR           TO DFD-YEAR
               MOVE WS-DV-OUT-MAKE           TO DFD-MAKE
               MOVE WS-DV-OUT-MODEL          TO DFD-MODEL
               MOVE WS-DV-OUT-HOLDER-LNAME   TO DFD-HOLDER-LNAME
               MOVE WS-DV-OUT-HOLDER-FNAME   TO DFD-HOLDER-FNAME
               MOVE WS-DV-OUT-HOLDER-ZIP-CD (1:5)
                                             TO DFD-HOLDER-ZIP
               WRITE DMV-OUTPUT-RECORD FROM DMV-FIX-DETAIL
           ELSE
               MOVE SPACES TO DMV-OUTPUT-RECORD
               STRING 'D,'                    DELIMITED BY SIZE
                      WS-CUR-INSURER-CODE     DELIMITED BY SPACE
                      ','                     DELIMITED BY SIZE
                      WS-CUR-STATE            DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-EVENT-TYPE    DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      WS-REFERENCE            DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-POLICY-NUMBER DELIMITED BY SPACE
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-EFF-DATE      DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-EXPIRY-DATE   DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-VIN           DELIMITED BY SPACE
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-YEAR          DELIMITED BY SPACE
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-MAKE          DELIMITED BY '  '
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-MODEL         DELIMITED BY '  '
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-HOLDER-LNAME  DELIMITED BY '  '
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-HOLDER-FNAME  DELIMITED BY '  '
                      ','                     DELIMITED BY SIZE
                      WS-DV-OUT-HOLDER-ZIP-CD (1:5)
                                              DELIMITED BY SIZE
                 INTO DMV-OUTPUT-RECORD
               END-STRING
               WRITE DMV-OUTPUT-RECORD
           END-IF.

       2500-END-STATE.
           IF LAYOUT-FIXED
               MOVE WS-CUR-INSURER-CODE TO DFT-INSURER-CODE
               MOVE WS-CUR-STATE        TO DFT-STATE
               MOVE WS-BATCH-ID         TO DFT-BATCH-ID
               MOVE WS-STATE-REC-CNT    TO DFT-RECORD-CNT
               WRITE DMV-OUTPUT-RECORD FROM DMV-FIX-TRAILER
           END-IF
           IF LAYOUT-CSV
               MOVE WS-STATE-REC-CNT TO WS-CSV-COUNT
               MOVE SPACES TO DMV-OUTPUT-RECORD
               STRING 'T,'                DELIMITED BY SIZE
                      WS-CUR-INSURER-CODE DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-CUR-STATE        DELIMITED BY SIZE
                      ','                 DELIMITED BY SIZE
                      WS-BATCH-ID         DELIMITED BY SIZE
                      ','                 DELIMITED BY SIZE
                      WS-CSV-COUNT        DELIMITED BY SIZE
                 INTO DMV-OUTPUT-RECORD
               END-STRING
               WRITE DMV-OUTPUT-RECORD
           END-IF.

      *    AFTER THE SEND PASS, ANY EVENT STILL WITHOUT A VALID REPORT
      *    PAST ITS STATE'S DEADLINE IS LISTED AND RAISES THE ALERT.
       3000-OVERDUE-PARA.
           MOVE 'CLOSE' TO WS-DV-OPERATION-TYPE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           IF WS-CUR-STATE NOT = SPACES
               PERFORM 2500-END-STATE
           END-IF

           WRITE DMV-REPORT-REC FROM RPT-OVERDUE-HEADER
           MOVE 'ODOPEN'    TO WS-DV-OPERATION-TYPE
           MOVE WS-RUN-DATE TO WS-DV-PROCESS-DATE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           PERFORM 3050-FETCH-OVERDUE-PARA
           PERFORM 3100-LIST-OVERDUE UNTIL END-OF-OVERDUE
           MOVE 'ODCLOSE'   TO WS-DV-OPERATION-TYPE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA

           IF WS-OVERDUE-CNT > 0
               DISPLAY '*** OPS ALERT *** DMVRPT1: ' WS-OVERDUE-CNT
                       ' DMV EVENT(S) PAST STATE DEADLINE NOT REPORTED'
           END-IF.

       3050-FETCH-OVERDUE-PARA.
           MOVE 'ODFETCH' TO WS-DV-OPERATION-TYPE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           IF WS-DV-SQLCODE NOT = 0
               MOVE 'YES' TO WS-OD-EOF-SW
           END-IF.

       3100-LIST-OVERDUE.
           ADD 1 TO WS-OVERDUE-CNT
           MOVE WS-DV-OUT-STATE         TO RPT-OD-STATE
           MOVE WS-DV-OUT-POLICY-NUMBER TO RPT-OD-POLICY-NUMBER
           MOVE WS-DV-OUT-VIN           TO RPT-OD-VIN
           MOVE WS-DV-OUT-EVENT-TYPE    TO RPT-OD-EVENT-TYPE
           MOVE WS-DV-OUT-EVENT-DATE    TO RPT-OD-EVENT-DATE
           MOVE WS-DV-OUT-DUE-DATE      TO RPT-OD-DUE-DATE
           IF WS-DV-OUT-STATUS = 'R'
               MOVE 'REJECTED - NOT YET CORRECTED' TO RPT-OD-REASON
           ELSE
               MOVE 'NOT SENT - NO VEHICLE/LAYOUT'  TO RPT-OD-REASON
           END-IF
           WRITE DMV-REPORT-REC FROM RPT-OVERDUE-LINE
           PERFORM 3050-FETCH-OVERDUE-PARA.

       9000-FINALIZE-PARA.
           MOVE 'RECORDS SENT - NEW EVENTS'        TO RPT-TOT-LABEL
           MOVE WS-SENT-CNT                        TO RPT-TOT-CNT
           WRITE DMV-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RECORDS RESENT AFTER CORRECTION'  TO RPT-TOT-LABEL
           MOVE WS-RESENT-CNT                      TO RPT-TOT-CNT
           WRITE DMV-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  SENT AFTER STATE DEADLINE'      TO RPT-TOT-LABEL
           MOVE WS-LATE-CNT                        TO RPT-TOT-CNT
           WRITE DMV-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'STATE SECTIONS WRITTEN'           TO RPT-TOT-LABEL
           MOVE WS-STATE-CNT                       TO RPT-TOT-CNT
           WRITE DMV-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'NOT SENT - LAYOUT NOT SUPPORTED'  TO RPT-TOT-LABEL
           MOVE WS-NO-LAYOUT-CNT                   TO RPT-TOT-CNT
           WRITE DMV-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'NOT SENT - ALREADY TRACKED'       TO RPT-TOT-LABEL
           MOVE WS-DUP-CNT                         TO RPT-TOT-CNT
           WRITE DMV-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'EVENTS OVERDUE AT STATE DEADLINE' TO RPT-TOT-LABEL
           MOVE WS-OVERDUE-CNT                     TO RPT-TOT-CNT
           WRITE DMV-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE DMV-OUTPUT-FILE
           CLOSE DMV-REPORT

      *    AN OVERDUE EVENT IS A COMPLIANCE BREACH - ERROR STATUS, SO
      *    THE OPERATIONS DASHBOARD RAISES IT. LATE SENDS AND LAYOUT
      *    GAPS ARE WARNINGS.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'DMVRPT1'       TO OPS-JOB-NAME
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
               COMPUTE OPS-RECORD-CNT = WS-SENT-CNT + WS-RESENT-CNT
               COMPUTE OPS-ERROR-CNT  = WS-OVERDUE-CNT
                                      + WS-NO-LAYOUT-CNT
               EVALUATE TRUE
                   WHEN WS-OVERDUE-CNT > 0
                       SET OPS-STATUS-ERROR TO TRUE
                   WHEN WS-LATE-CNT > 0 OR WS-NO-LAYOUT-CNT > 0
                       SET OPS-STATUS-WARNING TO TRUE
                   WHEN OTHER
                       SET OPS-STATUS-OK TO TRUE
               END-EVALUATE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'DMVRPT1: SENT: ' WS-SENT-CNT
                   '  RESENT: ' WS-RESENT-CNT
                   '  OVERDUE: ' WS-OVERDUE-CNT.

       END PROGRAM DMVRPT1.
