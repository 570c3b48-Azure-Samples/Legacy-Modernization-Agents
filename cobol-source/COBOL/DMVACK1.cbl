       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMVACK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMV-ACK-FILE ASSIGN TO 'DMVACKIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DMV-ACK-REPORT ASSIGN TO 'DMVACKRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DMV-WORKLIST ASSIGN TO 'DMVWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ACKNOWLEDGEMENT / ERROR FILE RETURNED BY THE STATES, ALL
      *    STATES' RETURNS CONCATENATED. ONE 'A' RECORD PER DETAIL WE
      *    SENT, CARRYING OUR REFERENCE BACK WITH THE RESULT ('A'
      *    ACCEPTED, 'R' REJECTED) AND THE STATE'S ERROR CODE AND
      *    TEXT. FIXED-LAYOUT STATES RETURN THE POSITIONS BELOW;
      *    COMMA-DELIMITED STATES RETURN THE SAME FIELDS IN THE SAME
      *    ORDER SEPARATED BY COMMAS. HEADER AND TRAILER RECORDS ('H',
      *    'T') ARE SKIPPED.
       FD  DMV-ACK-FILE.
       01  DMV-ACK-RECORD.
           05  ACK-RECORD-TYPE           PIC X(1).
           05  ACK-STATE                 PIC X(2).
           05  ACK-REFERENCE.
               10  ACK-BATCH-ID          PIC X(10).
               10  ACK-BATCH-SEQ         PIC X(5).
           05  ACK-RESULT                PIC X(1).
           05  ACK-ERROR-CODE            PIC X(8).
           05  ACK-ERROR-TEXT            PIC X(60).
           05  FILLER                    PIC X(113).
       01  DMV-ACK-CSV-RECORD.
           05  ACK-CSV-TYPE              PIC X(1).
           05  ACK-CSV-SEPARATOR         PIC X(1).
           05  ACK-CSV-DATA              PIC X(198).

       FD  DMV-ACK-REPORT.
       01  DMV-ACK-REPORT-REC            PIC X(132).

      *    REJECTED RECORDS AWAITING CORRECTION. THE POLICY OR VEHICLE
      *    IS CORRECTED THROUGH THE NORMAL MAINTENANCE JOBS; THE NEXT
      *    DMVRPT1 RUN SENDS THE CORRECTED RECORD AGAIN.
       FD  DMV-WORKLIST.
       01  DMV-WORKLIST-REC              PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-FILE               VALUE 'YES'.
       01  WS-REJ-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-REJECTS            VALUE 'YES'.
       01  WS-VALID-SW                   PIC X(1) VALUE 'Y'.
           88  ACK-VALID                 VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).
       01  WS-RUN-YYYYMMDD               PIC X(8).
       01  WS-DUE-YYYYMMDD               PIC X(8).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    ONE ACKNOWLEDGEMENT IN COMMON FORM, WHICHEVER LAYOUT IT
      *    ARRIVED IN.
       01  WS-ACK-FIELDS.
           05  WS-ACK-STATE              PIC X(2).
           05  WS-ACK-REFERENCE.
               10  WS-ACK-BATCH-ID       PIC X(10).
               10  WS-ACK-BATCH-SEQ      PIC X(5).
               10  WS-ACK-BATCH-SEQ-N    REDEFINES WS-ACK-BATCH-SEQ
                                         PIC 9(5).
           05  WS-ACK-RESULT             PIC X(1).
               88  ACK-ACCEPTED          VALUE 'A'.
               88  ACK-REJECTED          VALUE 'R'.
           05  WS-ACK-ERROR-CODE         PIC X(8).
           05  WS-ACK-ERROR-TEXT         PIC X(60).
       01  WS-CSV-TYPE                   PIC X(1).

       01  WS-READ-CNT                   PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-CNT                PIC 9(7) VALUE 0.
       01  WS-REPEAT-CNT                 PIC 9(7) VALUE 0.
       01  WS-INVALID-CNT                PIC 9(7) VALUE 0.
       01  WS-WORK-CNT                   PIC 9(7) VALUE 0.
       01  WS-WORK-PAST-DUE-CNT          PIC 9(7) VALUE 0.

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
           05  FILLER                    PIC X(40)
               VALUE 'DMV ACKNOWLEDGEMENT PROCESSING - RUN OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  RPT-ACK-LINE.
           05  FILLER                    PIC X(5)  VALUE 'REF: '.
           05  RPT-ACK-REFERENCE         PIC X(15).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-ACK-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'VIN: '.
           05  RPT-ACK-VIN               PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ACK-EVENT-TYPE        PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ACK-RESULT            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ACK-NOTE              PIC X(51).

       01  WRK-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'DMV REJECTED RECORDS WORKLIST - AS OF     '.
           05  WRK-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  WRK-COLUMN-LINE.
           05  FILLER                    PIC X(6)  VALUE '  ST  '.
           05  FILLER                    PIC X(12) VALUE 'POLICY'.
           05  FILLER                    PIC X(19) VALUE 'VIN'.
           05  FILLER                    PIC X(5)  VALUE 'EVT'.
           05  FILLER                    PIC X(12) VALUE 'EVENT DATE'.
           05  FILLER                    PIC X(12) VALUE 'DUE DATE'.
           05  FILLER                    PIC X(10) VALUE 'ERROR'.
           05  FILLER                    PIC X(56) VALUE 'ERROR TEXT'.

       01  WRK-DETAIL-LINE.
           05  WRK-PAST-DUE-FLAG         PIC X(1).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WRK-STATE                 PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WRK-POLICY-NUMBER         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WRK-VIN                   PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WRK-EVENT-TYPE            PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WRK-EVENT-DATE            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WRK-DUE-DATE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WRK-ERROR-CODE            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WRK-ERROR-TEXT            PIC X(54).

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 3000-WORKLIST-PARA
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT DMV-ACK-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMVACKIN: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DMV-ACK-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMVACKRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DMV-WORKLIST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMVWORK: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE DMV-ACK-REPORT-REC FROM RPT-HEADER-LINE
           PERFORM 2050-READ-ACK-PARA.

       2000-PROCESS-PARA.
           IF ACK-RECORD-TYPE = 'A'
               ADD 1 TO WS-READ-CNT
               PERFORM 2100-NORMALIZE-ACK
               PERFORM 2200-VALIDATE-ACK
               IF ACK-VALID
                   PERFORM 2300-APPLY-ACK
               END-IF
               WRITE DMV-ACK-REPORT-REC FROM RPT-ACK-LINE
           END-IF
           PERFORM 2050-READ-ACK-PARA.

       2050-READ-ACK-PARA.
           READ DMV-ACK-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-NORMALIZE-ACK.
           MOVE SPACES TO WS-ACK-FIELDS
           IF ACK-CSV-SEPARATOR = ','
               UNSTRING DMV-ACK-CSV-RECORD DELIMITED BY ','
                   INTO WS-CSV-TYPE, WS-ACK-STATE, WS-ACK-REFERENCE,
                        WS-ACK-RESULT, WS-ACK-ERROR-CODE,
                        WS-ACK-ERROR-TEXT
               END-UNSTRING
           ELSE
               MOVE ACK-STATE      TO WS-ACK-STATE
               MOVE ACK-REFERENCE  TO WS-ACK-REFERENCE
               MOVE ACK-RESULT     TO WS-ACK-RESULT
               MOVE ACK-ERROR-CODE TO WS-ACK-ERROR-CODE
               MOVE ACK-ERROR-TEXT TO WS-ACK-ERROR-TEXT
           END-IF

           MOVE WS-ACK-REFERENCE TO RPT-ACK-REFERENCE
           MOVE SPACES           TO RPT-ACK-POLICY-NUMBER
                                    RPT-ACK-VIN
                                    RPT-ACK-EVENT-TYPE
                                    RPT-ACK-RESULT
                                    RPT-ACK-NOTE.

       2200-VALIDATE-ACK.
           MOVE 'Y' TO WS-VALID-SW
           EVALUATE TRUE
               WHEN WS-ACK-BATCH-ID = SPACES
                   OR WS-ACK-BATCH-SEQ NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID REFERENCE ON ACKNOWLEDGEMENT'
                                       TO RPT-ACK-NOTE
               WHEN NOT ACK-ACCEPTED AND NOT ACK-REJECTED
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID RESULT CODE ON ACKNOWLEDGEMENT'
                                       TO RPT-ACK-NOTE
           END-EVALUATE
           IF NOT ACK-VALID
               ADD 1 TO WS-INVALID-CNT
               MOVE 'INVALID'          TO RPT-ACK-RESULT
           END-IF.

      *    AN ACKNOWLEDGEMENT FOR A RECORD ALREADY ACKNOWLEDGED (A
      *    REPEATED FILE) OR ALREADY SENT AGAIN UNDER A NEW REFERENCE
      *    LEAVES THE TRACK ROW AS IT IS.
       2300-APPLY-ACK.
           MOVE 'ACK'             TO WS-DV-OPERATION-TYPE
           MOVE WS-CURRENT-DATE   TO WS-DV-PROCESS-DATE
           MOVE WS-ACK-BATCH-ID   TO WS-DV-BATCH-ID
           MOVE WS-ACK-BATCH-SEQ-N TO WS-DV-BATCH-SEQ
           MOVE WS-ACK-RESULT     TO WS-DV-STATUS
           IF ACK-ACCEPTED
               MOVE SPACES            TO WS-DV-ERROR-CODE
                                         WS-DV-ERROR-TEXT
           ELSE
               MOVE WS-ACK-ERROR-CODE TO WS-DV-ERROR-CODE
               MOVE WS-ACK-ERROR-TEXT TO WS-DV-ERROR-TEXT
           END-IF
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA

           EVALUATE TRUE
               WHEN WS-DV-SQLCODE = 100
                   ADD 1 TO WS-UNKNOWN-CNT
                   MOVE 'UNKNOWN'      TO RPT-ACK-RESULT
                   MOVE 'NO RECORD SENT UNDER THIS REFERENCE'
                                       TO RPT-ACK-NOTE
               WHEN WS-DV-OUT-STATUS NOT = 'S'
                   ADD 1 TO WS-REPEAT-CNT
                   MOVE WS-DV-OUT-POLICY-NUMBER TO RPT-ACK-POLICY-NUMBER
                   MOVE WS-DV-OUT-VIN           TO RPT-ACK-VIN
                   MOVE WS-DV-OUT-EVENT-TYPE    TO RPT-ACK-EVENT-TYPE
                   MOVE 'REPEAT'       TO RPT-ACK-RESULT
                   MOVE 'ALREADY ACKNOWLEDGED - IGNORED'
                                       TO RPT-ACK-NOTE
               WHEN OTHER
                   MOVE WS-DV-OUT-POLICY-NUMBER TO RPT-ACK-POLICY-NUMBER
                   MOVE WS-DV-OUT-VIN           TO RPT-ACK-VIN
                   MOVE WS-DV-OUT-EVENT-TYPE    TO RPT-ACK-EVENT-TYPE
                   IF ACK-ACCEPTED
                       ADD 1 TO WS-ACCEPTED-CNT
                       MOVE 'ACCEPTED' TO RPT-ACK-RESULT
                   ELSE
                       ADD 1 TO WS-REJECTED-CNT
                       MOVE 'REJECTED' TO RPT-ACK-RESULT
                       STRING WS-ACK-ERROR-CODE DELIMITED BY SPACE
                              ' '               DELIMITED BY SIZE
                              WS-ACK-ERROR-TEXT DELIMITED BY SIZE
                         INTO RPT-ACK-NOTE
                       END-STRING
                   END-IF
           END-EVALUATE.

      *    EVERY RECORD STILL REJECTED AFTER TODAY'S ACKNOWLEDGEMENTS,
      *    MOST URGENT DEADLINE FIRST; '*' MARKS ONE ALREADY PAST ITS
      *    STATE DEADLINE.
       3000-WORKLIST-PARA.
           MOVE WS-CURRENT-DATE TO WRK-HDR-DATE
           WRITE DMV-WORKLIST-REC FROM WRK-HEADER-LINE
           WRITE DMV-WORKLIST-REC FROM WRK-COLUMN-LINE

           MOVE 'REJOPEN' TO WS-DV-OPERATION-TYPE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           PERFORM 3050-FETCH-REJECT-PARA
           PERFORM 3100-LIST-REJECT UNTIL END-OF-REJECTS
           MOVE 'REJCLOSE' TO WS-DV-OPERATION-TYPE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA.

       3050-FETCH-REJECT-PARA.
           MOVE 'REJFETCH' TO WS-DV-OPERATION-TYPE
           CALL 'DMVDRVR1' USING DMVDRVR1-AREA
           IF WS-DV-SQLCODE NOT = 0
               MOVE 'YES' TO WS-REJ-EOF-SW
           END-IF.

       3100-LIST-REJECT.
           ADD 1 TO WS-WORK-CNT
           STRING WS-DV-OUT-DUE-DATE (7:4)
                  WS-DV-OUT-DUE-DATE (1:2)
                  WS-DV-OUT-DUE-DATE (4:2) DELIMITED BY SIZE
             INTO WS-DUE-YYYYMMDD
           END-STRING
           IF WS-DUE-YYYYMMDD < WS-RUN-YYYYMMDD
               ADD 1 TO WS-WORK-PAST-DUE-CNT
               MOVE '*' TO WRK-PAST-DUE-FLAG
           ELSE
               MOVE SPACE TO WRK-PAST-DUE-FLAG
           END-IF
           MOVE WS-DV-OUT-STATE         TO WRK-STATE
           MOVE WS-DV-OUT-POLICY-NUMBER TO WRK-POLICY-NUMBER
           MOVE WS-DV-OUT-VIN           TO WRK-VIN
           MOVE WS-DV-OUT-EVENT-TYPE    TO WRK-EVENT-TYPE
           MOVE WS-DV-OUT-EVENT-DATE    TO WRK-EVENT-DATE
           MOVE WS-DV-OUT-DUE-DATE      TO WRK-DUE-DATE
           MOVE WS-DV-OUT-ERROR-CODE    TO WRK-ERROR-CODE
           MOVE WS-DV-OUT-ERROR-TEXT    TO WRK-ERROR-TEXT
           WRITE DMV-WORKLIST-REC FROM WRK-DETAIL-LINE
           PERFORM 3050-FETCH-REJECT-PARA.

       9000-FINALIZE-PARA.
           MOVE 'ACKNOWLEDGEMENTS READ'            TO RPT-TOT-LABEL
           MOVE WS-READ-CNT                        TO RPT-TOT-CNT
           WRITE DMV-ACK-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  ACCEPTED'                       TO RPT-TOT-LABEL
           MOVE WS-ACCEPTED-CNT                    TO RPT-TOT-CNT
           WRITE DMV-ACK-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  REJECTED'                       TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE DMV-ACK-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  ALREADY ACKNOWLEDGED'           TO RPT-TOT-LABEL
           MOVE WS-REPEAT-CNT                      TO RPT-TOT-CNT
           WRITE DMV-ACK-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  UNKNOWN REFERENCE'              TO RPT-TOT-LABEL
           MOVE WS-UNKNOWN-CNT                     TO RPT-TOT-CNT
           WRITE DMV-ACK-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  INVALID RECORDS'                TO RPT-TOT-LABEL
           MOVE WS-INVALID-CNT                     TO RPT-TOT-CNT
           WRITE DMV-ACK-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'REJECTED RECORDS ON WORKLIST'     TO RPT-TOT-LABEL
           MOVE WS-WORK-CNT                        TO RPT-TOT-CNT
           WRITE DMV-WORKLIST-REC FROM RPT-TOTAL-LINE
           MOVE '  PAST STATE DEADLINE'            TO RPT-TOT-LABEL
           MOVE WS-WORK-PAST-DUE-CNT               TO RPT-TOT-CNT
           WRITE DMV-WORKLIST-REC FROM RPT-TOTAL-LINE

           CLOSE DMV-ACK-FILE
           CLOSE DMV-ACK-REPORT
           CLOSE DMV-WORKLIST

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'DMVACK1'       TO OPS-JOB-NAME
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
               MOVE WS-READ-CNT TO OPS-RECORD-CNT
               COMPUTE OPS-ERROR-CNT = WS-REJECTED-CNT
                                     + WS-UNKNOWN-CNT
                                     + WS-INVALID-CNT
               IF OPS-ERROR-CNT > 0
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
           DISPLAY 'DMVACK1: READ: ' WS-READ-CNT
                   '  ACCEPTED: ' WS-ACCEPTED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT
                   '  WORKLIST: ' WS-WORK-CNT.

       END PROGRAM DMVACK1.
