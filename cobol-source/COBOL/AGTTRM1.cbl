       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTTRM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILING-FILE ASSIGN TO 'AGTTRMFL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT TERM-DEADLINE-FILE ASSIGN TO 'AGTTRMDL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TDL-STATUS.
           SELECT NIPR-EXTRACT-FILE ASSIGN TO 'AGTTRMNP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERM-TRACKER-REPORT ASSIGN TO 'AGTTRMRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILING-FILE.
       01  TERM-FILING-FILE-REC          PIC X(150).

      *    DAYS EACH STATE ALLOWS AFTER THE TERMINATION DATE FOR THE
      *    TERMINATION TO BE FILED. A STATE NOT ON THE FILE GETS THE
      *    DEFAULT BELOW.
       FD  TERM-DEADLINE-FILE.
       01  TERM-DEADLINE-REC.
           05  TDL-STATE                 PIC X(2).
           05  TDL-DEADLINE-DAYS         PIC 9(3).
           05  FILLER                    PIC X(75).

      *    NIPR APPOINTMENT-TERMINATION BATCH: ONE HEADER, ONE DETAIL
      *    PER TERMINATION, ONE TRAILER CARRYING THE DETAIL COUNT.
      *    DATES ARE CCYYMMDD. EVERY TERMINATION GOES WITHOUT CAUSE -
      *    A FOR-CAUSE TERMINATION IS FILED BY COMPLIANCE DIRECTLY.
       FD  NIPR-EXTRACT-FILE.
       01  NIPR-DETAIL-REC.
           05  NPX-REC-TYPE              PIC X(1).
           05  NPX-STATE                 PIC X(2).
           05  NPX-LICENSE-NO            PIC X(15).
           05  NPX-AGENT-CODE            PIC X(10).
           05  NPX-AGENT-NAME            PIC X(45).
           05  NPX-LINE                  PIC X(50).
           05  NPX-APPT-EFF-DATE         PIC X(8).
           05  NPX-TERM-DATE             PIC X(8).
           05  NPX-TERM-CAUSE            PIC X(1).
           05  FILLER                    PIC X(10).
       01  NIPR-HEADER-REC.
           05  NPX-HDR-REC-TYPE          PIC X(1).
           05  NPX-HDR-CREATE-DATE       PIC X(8).
           05  NPX-HDR-SOURCE            PIC X(10).
           05  NPX-HDR-TRAN-TYPE         PIC X(10).
           05  FILLER                    PIC X(121).
       01  NIPR-TRAILER-REC.
           05  NPX-TRL-REC-TYPE          PIC X(1).
           05  NPX-TRL-DETAIL-CNT        PIC 9(7).
           05  FILLER                    PIC X(142).

       FD  TERM-TRACKER-REPORT.
       01  TERM-TRACKER-REPORT-REC       PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-TRM-STATUS                 PIC XX.
       01  WS-TDL-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-TRM-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-FILINGS            VALUE 'YES'.
       01  WS-TDL-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-DEADLINES          VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    DAYS A FILED ITEM STAYS ON THE TRACKER AFTER ITS FILING
      *    DATE, SO COMPLIANCE CAN MATCH IT TO THE STATE'S
      *    ACKNOWLEDGEMENT. DEFAULT 30.
       01  WS-PARM-CARD.
           05  WS-PARM-RETAIN-DAYS       PIC 9(3).
           05  FILLER                    PIC X(77).

       01  WS-DEFAULT-DEADLINE-DAYS      PIC 9(3) VALUE 30.

       01  WS-DATE-FIELDS.
           05  WS-IOD-DATE-NUM           PIC 9(8).
           05  WS-IOD-TODAY              PIC S9(9) COMP.
           05  WS-DATE-WORK              PIC X(10).
           05  WS-DATE-INT               PIC S9(9) COMP.
           05  WS-DATE-VALID-SW          PIC X(1).
               88  DATE-VALID            VALUE 'Y'.
           05  WS-TERM-INT               PIC S9(9) COMP.
           05  WS-DEADLINE-INT           PIC S9(9) COMP.
           05  WS-FILED-INT              PIC S9(9) COMP.
           05  WS-DAYS-LEFT              PIC S9(9) COMP.
           05  WS-DEADLINE-DAYS          PIC 9(3).

       01  WS-TDL-TABLE.
           05  WS-TDL-CNT                PIC 9(3) VALUE 0.
           05  WS-TDL-ENTRY OCCURS 60 TIMES.
               10  WS-TDL-STATE          PIC X(2).
               10  WS-TDL-DAYS           PIC 9(3).
       01  WS-TDL-IDX                    PIC 9(3) VALUE 0.

      *    THE WHOLE FILING FILE IS HELD HERE AND REWRITTEN AT THE END
      *    OF THE RUN. A PENDING FILING FOR THE SAME AGENT, STATE AND
      *    LINE AS A LATER PENDING ONE IS SUPERSEDED (THE END DATE WAS
      *    CHANGED BEFORE THE FIRST ONE WAS FILED) AND DROPPED.
       01  WS-TRM-TABLE.
           05  WS-TRM-CNT                PIC 9(5) VALUE 0.
           05  WS-TRM-ENTRY OCCURS 5000 TIMES.
               10  WS-TRM-RECORD         PIC X(150).
               10  WS-TRM-PARTS REDEFINES WS-TRM-RECORD.
                   15  WS-TRM-KEY        PIC X(62).
                   15  FILLER            PIC X(46).
                   15  WS-TRM-FSTAT      PIC X(1).
                   15  FILLER            PIC X(41).
               10  WS-TRM-KEEP           PIC X(1).
       01  WS-TRM-IDX                    PIC 9(5) VALUE 0.
       01  WS-TRM-SRCH                   PIC 9(5) VALUE 0.

       01  WS-TRM-WORK-REC.
           COPY AGTTRMFL.

       01  WS-COUNTERS.
           05  WS-FILED-CNT              PIC 9(7) VALUE 0.
           05  WS-LATE-CNT               PIC 9(7) VALUE 0.
           05  WS-DUE-CNT                PIC 9(7) VALUE 0.
           05  WS-TRACKED-CNT            PIC 9(7) VALUE 0.
           05  WS-SUPERSEDED-CNT         PIC 9(7) VALUE 0.
           05  WS-RETIRED-CNT            PIC 9(7) VALUE 0.
           05  WS-ERROR-CNT              PIC 9(7) VALUE 0.

       01  FLEDIVR1-AREA.
           10  WS-FLEDIVR1-OPERATION-TYPE  PIC X(8).
           10  WS-FLEDIVR1-AGENT-CODE      PIC X(10).
           10  WS-FLEDIVR1-MAINT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-STATUS-CODE     PIC X(2).
           10  WS-FLEDIVR1-AGENT-RECORD.
               15  WS-FLEDIVR1-AGENT-NAME        PIC X(45).
               15  FILLER                        PIC X(132).
               15  WS-FLEDIVR1-AGENT-STATUS      PIC X(1).
               15  WS-FLEDIVR1-AGENT-TYPE        PIC X(10).
               15  FILLER                        PIC X(50).
               15  WS-FLEDIVR1-AGENT-END-DATE    PIC X(10).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(44)
               VALUE 'STATE APPOINTMENT TERMINATION FILINGS AS OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(78) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(16) VALUE 'STATUS'.
           05  FILLER                    PIC X(12) VALUE 'AGENT'.
           05  FILLER                    PIC X(4)  VALUE 'ST'.
           05  FILLER                    PIC X(12) VALUE 'LINE'.
           05  FILLER                    PIC X(17) VALUE 'LICENSE'.
           05  FILLER                    PIC X(12) VALUE 'TERM DATE'.
           05  FILLER                    PIC X(12) VALUE 'DEADLINE'.
           05  FILLER                    PIC X(7)  VALUE ' DAYS'.
           05  FILLER                    PIC X(12) VALUE 'FILED'.
           05  FILLER                    PIC X(28) VALUE 'REASON'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-STATUS            PIC X(14).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-LINE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-LICENSE-NO        PIC X(15).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-TERM-DATE         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-DEADLINE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-DAYS-LEFT         PIC ----9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-FILED-DATE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-REASON            PIC X(12).
           05  FILLER                    PIC X(16) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA
               VARYING WS-TRM-IDX FROM 1 BY 1
                 UNTIL WS-TRM-IDX > WS-TRM-CNT
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-INTEGER
           MOVE WS-DATE-INT     TO WS-IOD-TODAY

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RETAIN-DAYS NOT NUMERIC
                   OR WS-PARM-RETAIN-DAYS = 0
               MOVE 30 TO WS-PARM-RETAIN-DAYS
           END-IF

           PERFORM 0100-LOAD-DEADLINES
           PERFORM 0200-LOAD-FILINGS

           OPEN OUTPUT NIPR-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGTTRMNP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT TERM-TRACKER-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGTTRMRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'AGTTRM1' TO WS-FLEDIVR1-CALLER-JOB
           MOVE 'AGTTRM1' TO WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN'    TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           MOVE SPACES             TO NIPR-HEADER-REC
           MOVE 'H'                TO NPX-HDR-REC-TYPE
           MOVE WS-IOD-DATE-NUM    TO NPX-HDR-CREATE-DATE
           MOVE 'AGTTRM1'          TO NPX-HDR-SOURCE
           MOVE 'APPT-TERM'        TO NPX-HDR-TRAN-TYPE
           WRITE NIPR-HEADER-REC

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-HEADER-LINE
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-COLUMN-LINE.

      *    NO AGTTRMDL MEANS EVERY STATE GETS THE DEFAULT DEADLINE.
       0100-LOAD-DEADLINES.
           OPEN INPUT TERM-DEADLINE-FILE
           IF WS-TDL-STATUS = '00'
               PERFORM 0110-READ-DEADLINE-PARA UNTIL END-OF-DEADLINES
               CLOSE TERM-DEADLINE-FILE
           END-IF.

       0110-READ-DEADLINE-PARA.
           READ TERM-DEADLINE-FILE
               AT END
                   MOVE 'YES' TO WS-TDL-EOF-SW
               NOT AT END
                   IF TDL-STATE NOT = SPACES
                           AND TDL-DEADLINE-DAYS NUMERIC
                       IF WS-TDL-CNT >= 60
                           DISPLAY '*** AGTTRM1: DEADLINE TABLE FULL'
                                   ' (60) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-TDL-CNT
                       MOVE TDL-STATE
                                     TO WS-TDL-STATE (WS-TDL-CNT)
                       MOVE TDL-DEADLINE-DAYS
                                     TO WS-TDL-DAYS (WS-TDL-CNT)
                   END-IF
           END-READ.

      *    NO AGTTRMFL YET MEANS NO AGENT HAS BEEN TERMINATED - AN
      *    EMPTY TRACKER, NOT AN ERROR.
       0200-LOAD-FILINGS.
           OPEN INPUT TERM-FILING-FILE
           IF WS-TRM-STATUS = '00'
               PERFORM 0210-READ-FILING-PARA UNTIL END-OF-FILINGS
               CLOSE TERM-FILING-FILE
           END-IF.

       0210-READ-FILING-PARA.
           READ TERM-FILING-FILE INTO WS-TRM-WORK-REC
               AT END
                   MOVE 'YES' TO WS-TRM-EOF-SW
               NOT AT END
                   IF TRM-AGENT-CODE NOT = SPACES
                       PERFORM 0220-ADD-FILING
                   END-IF
           END-READ.

       0220-ADD-FILING.
           IF WS-TRM-CNT >= 5000
               DISPLAY '*** AGTTRM1: FILING TABLE FULL (5000)'
                       ' - RUN STOPPED ***'
               CALL 'ABEND'
           END-IF
           IF TRM-PENDING
               PERFORM VARYING WS-TRM-SRCH FROM 1 BY 1
                         UNTIL WS-TRM-SRCH > WS-TRM-CNT
                   IF WS-TRM-KEY (WS-TRM-SRCH) = WS-TRM-WORK-REC (1:62)
                           AND WS-TRM-FSTAT (WS-TRM-SRCH) = 'P'
                           AND WS-TRM-KEEP (WS-TRM-SRCH) = 'Y'
                       MOVE 'N' TO WS-TRM-KEEP (WS-TRM-SRCH)
                       ADD 1 TO WS-SUPERSEDED-CNT
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-TRM-CNT
           MOVE WS-TRM-WORK-REC TO WS-TRM-RECORD (WS-TRM-CNT)
           MOVE 'Y'             TO WS-TRM-KEEP (WS-TRM-CNT).

      *    A PENDING FILING IS SENT ONCE ITS TERMINATION DATE HAS
      *    ARRIVED - A STATE WILL NOT TAKE A FUTURE-DATED TERMINATION.
      *    DAYS LEFT IS TO THE STATE DEADLINE FROM TODAY FOR AN ITEM
      *    STILL DUE, AND FROM THE FILING DATE FOR A FILED ONE, SO A
      *    NEGATIVE FIGURE ON A FILED ITEM MEANS IT WENT IN LATE.
       2000-PROCESS-PARA.
           IF WS-TRM-KEEP (WS-TRM-IDX) = 'Y'
               MOVE WS-TRM-RECORD (WS-TRM-IDX) TO WS-TRM-WORK-REC
               PERFORM 2100-SET-DEADLINE
               IF TRM-PENDING
                   IF WS-TERM-INT <= WS-IOD-TODAY
                       PERFORM 2200-FILE-TERMINATION
                   ELSE
                       PERFORM 2300-REPORT-DUE
                   END-IF
               ELSE
                   PERFORM 2400-REPORT-FILED
               END-IF
               MOVE WS-TRM-WORK-REC TO WS-TRM-RECORD (WS-TRM-IDX)
           END-IF.

       2100-SET-DEADLINE.
           MOVE WS-DEFAULT-DEADLINE-DAYS TO WS-DEADLINE-DAYS
           PERFORM VARYING WS-TDL-IDX FROM 1 BY 1
                     UNTIL WS-TDL-IDX > WS-TDL-CNT
               IF WS-TDL-STATE (WS-TDL-IDX) = TRM-STATE
                   MOVE WS-TDL-DAYS (WS-TDL-IDX) TO WS-DEADLINE-DAYS
               END-IF
           END-PERFORM
           MOVE TRM-TERM-DATE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-INTEGER
           IF NOT DATE-VALID
               MOVE WS-IOD-TODAY TO WS-DATE-INT
           END-IF
           MOVE WS-DATE-INT TO WS-TERM-INT
           COMPUTE WS-DEADLINE-INT = WS-TERM-INT + WS-DEADLINE-DAYS
           MOVE WS-DEADLINE-INT TO WS-DATE-INT
           PERFORM 2910-INTEGER-TO-DATE
           MOVE WS-DATE-WORK TO TRM-DEADLINE-DATE.

       2200-FILE-TERMINATION.
           MOVE SPACES          TO NIPR-DETAIL-REC
           MOVE 'D'             TO NPX-REC-TYPE
           MOVE TRM-STATE       TO NPX-STATE
           MOVE TRM-LICENSE-NO  TO NPX-LICENSE-NO
           MOVE TRM-AGENT-CODE  TO NPX-AGENT-CODE
           MOVE TRM-LINE        TO NPX-LINE
           MOVE 'N'             TO NPX-TERM-CAUSE
           MOVE 'SEARCH'        TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE TRM-AGENT-CODE  TO WS-FLEDIVR1-AGENT-CODE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE = '00'
               MOVE WS-FLEDIVR1-AGENT-NAME TO NPX-AGENT-NAME
           ELSE
               ADD 1 TO WS-ERROR-CNT
           END-IF
           MOVE TRM-APPT-EFF-DATE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-INTEGER
           IF DATE-VALID
               MOVE WS-IOD-DATE-NUM TO NPX-APPT-EFF-DATE
           END-IF
           MOVE WS-TERM-INT     TO WS-DATE-INT
           PERFORM 2910-INTEGER-TO-DATE
           MOVE WS-IOD-DATE-NUM TO NPX-TERM-DATE
           WRITE NIPR-DETAIL-REC
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO AGTTRMNP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           SET TRM-FILED        TO TRUE
           MOVE WS-CURRENT-DATE TO TRM-FILED-DATE
           ADD 1 TO WS-FILED-CNT
           COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-IOD-TODAY
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-LATE-CNT
           END-IF
           MOVE 'FILED THIS RUN' TO RPT-DET-STATUS
           PERFORM 2500-WRITE-DETAIL.

       2300-REPORT-DUE.
           ADD 1 TO WS-DUE-CNT
           COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-IOD-TODAY
           MOVE 'DUE'            TO RPT-DET-STATUS
           PERFORM 2500-WRITE-DETAIL.

      *    A FILED ITEM PAST THE RETENTION DAYS COMES OFF THE TRACKER
      *    AND IS NOT WRITTEN BACK.
       2400-REPORT-FILED.
           MOVE TRM-FILED-DATE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-FILED-INT
           IF WS-FILED-INT + WS-PARM-RETAIN-DAYS < WS-IOD-TODAY
               MOVE 'N' TO WS-TRM-KEEP (WS-TRM-IDX)
               ADD 1 TO WS-RETIRED-CNT
           ELSE
               ADD 1 TO WS-TRACKED-CNT
               COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-FILED-INT
               MOVE 'FILED'      TO RPT-DET-STATUS
               PERFORM 2500-WRITE-DETAIL
           END-IF.

       2500-WRITE-DETAIL.
           MOVE TRM-AGENT-CODE      TO RPT-DET-AGENT
           MOVE TRM-STATE           TO RPT-DET-STATE
           MOVE TRM-LINE (1:10)     TO RPT-DET-LINE
           MOVE TRM-LICENSE-NO      TO RPT-DET-LICENSE-NO
           MOVE TRM-TERM-DATE       TO RPT-DET-TERM-DATE
           MOVE TRM-DEADLINE-DATE   TO RPT-DET-DEADLINE
           MOVE WS-DAYS-LEFT        TO RPT-DET-DAYS-LEFT
           MOVE TRM-FILED-DATE      TO RPT-DET-FILED-DATE
           IF TRM-AGENT-DEACTIVATED
               MOVE 'DEACTIVATED'   TO RPT-DET-REASON
           ELSE
               MOVE 'END-DATED'     TO RPT-DET-REASON
           END-IF
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-DETAIL-LINE.

      *    MM/DD/YYYY IN WS-DATE-WORK TO A DAY NUMBER IN WS-DATE-INT
      *    (WS-IOD-DATE-NUM IS LEFT HOLDING THE DATE AS CCYYMMDD).
       2900-DATE-TO-INTEGER.
           MOVE 'N' TO WS-DATE-VALID-SW
           MOVE 0   TO WS-DATE-INT
           IF WS-DATE-WORK (1:2) NUMERIC
                   AND WS-DATE-WORK (4:2) NUMERIC
                   AND WS-DATE-WORK (7:4) NUMERIC
               MOVE WS-DATE-WORK (7:4) TO WS-IOD-DATE-NUM (1:4)
               MOVE WS-DATE-WORK (1:2) TO WS-IOD-DATE-NUM (5:2)
               MOVE WS-DATE-WORK (4:2) TO WS-IOD-DATE-NUM (7:2)
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-IOD-DATE-NUM)
               MOVE 'Y' TO WS-DATE-VALID-SW
           END-IF.

      *    DAY NUMBER IN WS-DATE-INT BACK TO MM/DD/YYYY IN
      *    WS-DATE-WORK (AND CCYYMMDD IN WS-IOD-DATE-NUM).
       2910-INTEGER-TO-DATE.
           COMPUTE WS-IOD-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE SPACES TO WS-DATE-WORK
           STRING WS-IOD-DATE-NUM (5:2) '/'
                  WS-IOD-DATE-NUM (7:2) '/'
                  WS-IOD-DATE-NUM (1:4) DELIMITED BY SIZE
             INTO WS-DATE-WORK
           END-STRING.

      *    THE FILING FILE IS REWRITTEN WHOLE: FILINGS SENT THIS RUN
      *    GO BACK MARKED FILED, SUPERSEDED AND RETIRED ONES ARE LEFT
      *    OFF.
       9000-FINALIZE-PARA.
           MOVE SPACES          TO NIPR-TRAILER-REC
           MOVE 'T'             TO NPX-TRL-REC-TYPE
           MOVE WS-FILED-CNT    TO NPX-TRL-DETAIL-CNT
           WRITE NIPR-TRAILER-REC
           CLOSE NIPR-EXTRACT-FILE

           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA

           OPEN OUTPUT TERM-FILING-FILE
           IF WS-TRM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGTTRMFL FOR REWRITE: '
                                        WS-TRM-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                     UNTIL WS-TRM-IDX > WS-TRM-CNT
               IF WS-TRM-KEEP (WS-TRM-IDX) = 'Y'
                   WRITE TERM-FILING-FILE-REC
                       FROM WS-TRM-RECORD (WS-TRM-IDX)
               END-IF
           END-PERFORM
           CLOSE TERM-FILING-FILE

           MOVE 'FILED THIS RUN'                   TO RPT-TOT-LABEL
           MOVE WS-FILED-CNT                       TO RPT-TOT-CNT
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  OF WHICH PAST STATE DEADLINE'   TO RPT-TOT-LABEL
           MOVE WS-LATE-CNT                        TO RPT-TOT-CNT
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DUE - TERMINATION DATE NOT REACHED' TO RPT-TOT-LABEL
           MOVE WS-DUE-CNT                         TO RPT-TOT-CNT
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'FILED EARLIER - STILL TRACKED'    TO RPT-TOT-LABEL
           MOVE WS-TRACKED-CNT                     TO RPT-TOT-CNT
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'SUPERSEDED BY A LATER END DATE'   TO RPT-TOT-LABEL
           MOVE WS-SUPERSEDED-CNT                  TO RPT-TOT-CNT
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RETIRED FROM TRACKER'             TO RPT-TOT-LABEL
           MOVE WS-RETIRED-CNT                     TO RPT-TOT-CNT
           WRITE TERM-TRACKER-REPORT-REC FROM RPT-TOTAL-LINE
           CLOSE TERM-TRACKER-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'AGTTRM1'       TO OPS-JOB-NAME
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
               MOVE WS-TRM-CNT   TO OPS-RECORD-CNT
               MOVE WS-ERROR-CNT TO OPS-ERROR-CNT
               IF WS-ERROR-CNT > 0 OR WS-LATE-CNT > 0
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
           DISPLAY 'AGTTRM1: FILED: ' WS-FILED-CNT
                   '  LATE: ' WS-LATE-CNT
                   '  DUE: ' WS-DUE-CNT.

       END PROGRAM AGTTRM1.
