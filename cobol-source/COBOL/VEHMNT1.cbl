       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEH-MAINT-REQUEST ASSIGN TO 'VEHMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VEH-MAINT-REPORT  ASSIGN TO 'VEHMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ADD / UPDATE / DELETE OF ONE SCHEDULED VEHICLE, KEYED BY
      *    POLICY AND VIN. UPDATE CORRECTS THE YEAR, MAKE OR MODEL;
      *    A CHANGED VIN IS A DELETE OF THE OLD AND AN ADD OF THE NEW.
       FD  VEH-MAINT-REQUEST.
       01  VEH-MAINT-REQUEST-REC.
           05  VMT-TRANS-TYPE            PIC X(8).
           05  VMT-POLICY-NUMBER         PIC X(10).
           05  VMT-VIN                   PIC X(17).
           05  VMT-YEAR                  PIC X(4).
           05  VMT-MAKE                  PIC X(20).
           05  VMT-MODEL                 PIC X(20).
           05  FILLER                    PIC X(41).

       FD  VEH-MAINT-REPORT.
       01  VEH-MAINT-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.
       01  WS-LIST-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-LIST               VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                   PIC 9(4).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-DAY                    PIC 9(2).

       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.

      *    A VIN IS 17 LETTERS AND DIGITS WITH NO I, O OR Q; A MODEL
      *    YEAR RUNS AT MOST ONE YEAR AHEAD OF THE CALENDAR.
       01  WS-VIN-OK-SW                  PIC X(3) VALUE 'YES'.
           88  VIN-OK                    VALUE 'YES'.
       01  WS-VIN-IDX                    PIC 9(2) VALUE 0.
       01  WS-VIN-CHAR                   PIC X(1).
       01  WS-MAX-MODEL-YEAR             PIC 9(4) VALUE 0.
       01  WS-MODEL-YEAR                 PIC 9(4) VALUE 0.

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

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(38)
               VALUE 'AUTO VEHICLE SCHEDULE MAINTENANCE -   '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'POLICY:'.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'VIN: '.
           05  RPT-RES-VIN               PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(25) VALUE SPACES.

       01  RPT-LIST-HEADER-LINE.
           05  FILLER                    PIC X(36)
               VALUE 'SCHEDULED VEHICLES FOLLOW:          '.
           05  FILLER                    PIC X(96) VALUE SPACES.

       01  RPT-LIST-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-LST-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LST-VIN               PIC X(17).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LST-YEAR              PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LST-MAKE              PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LST-MODEL             PIC X(20).
           05  FILLER                    PIC X(47) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(10) VALUE 'ACCEPTED: '.
           05  RPT-TOT-ACCEPTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REQUESTS
           PERFORM 8000-LIST-TABLE-PARA
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           COMPUTE WS-MAX-MODEL-YEAR = WS-YEAR + 1

           OPEN INPUT  VEH-MAINT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VEH-MAINT-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT VEH-MAINT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VEH-MAINT-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE VEH-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           INSPECT VMT-VIN CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT VMT-MAKE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT VMT-MODEL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE VMT-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE VMT-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER
           MOVE VMT-VIN            TO RPT-RES-VIN

           EVALUATE TRUE
               WHEN VMT-POLICY-NUMBER = SPACES
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - POLICY NUMBER MISSING'
                                       TO RPT-RES-RESULT
               WHEN VMT-VIN = SPACES
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - VIN MISSING'
                                       TO RPT-RES-RESULT
               WHEN VMT-TRANS-TYPE = 'ADD' OR 'UPDATE'
                   PERFORM 2100-APPLY-ADD-UPDATE
               WHEN VMT-TRANS-TYPE = 'DELETE'
                   PERFORM 2200-APPLY-DELETE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - INVALID TRANSACTION TYPE'
                                       TO RPT-RES-RESULT
           END-EVALUATE
           WRITE VEH-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

      *    THE ID CARD PRINTS THE YEAR, MAKE, MODEL AND VIN EXACTLY AS
      *    HELD HERE, AND THE STATES MATCH THE VIN AGAINST THEIR
      *    REGISTRATIONS, SO A ROW THAT COULD NOT APPEAR ON A CARD IS
      *    NOT ACCEPTED.
       2100-APPLY-ADD-UPDATE.
           PERFORM 2150-VALIDATE-VIN
           MOVE 0 TO WS-MODEL-YEAR
           IF VMT-YEAR NUMERIC
               MOVE VMT-YEAR TO WS-MODEL-YEAR
           END-IF
           EVALUATE TRUE
               WHEN NOT VIN-OK
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - VIN NOT 17 VALID CHARACTERS'
                                       TO RPT-RES-RESULT
               WHEN WS-MODEL-YEAR < 1900
                       OR WS-MODEL-YEAR > WS-MAX-MODEL-YEAR
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - MODEL YEAR INVALID'
                                       TO RPT-RES-RESULT
               WHEN VMT-MAKE = SPACES OR VMT-MODEL = SPACES
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - MAKE OR MODEL MISSING'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   PERFORM 2120-CHECK-OWNING-POLICY
           END-EVALUATE.

       2120-CHECK-OWNING-POLICY.
           MOVE 'POLCHK'           TO WS-VH-OPERATION-TYPE
           MOVE VMT-POLICY-NUMBER  TO WS-VH-POLICY-NUMBER
           CALL 'VEHDRVR1' USING VEHDRVR1-AREA
           EVALUATE TRUE
               WHEN WS-VH-SQLCODE NOT = 0
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - POLICY NOT ON FILE'
                                       TO RPT-RES-RESULT
               WHEN WS-VH-OUT-POLICY-TYPE NOT = 'AUTO'
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - NOT AN AUTO POLICY'
                                       TO RPT-RES-RESULT
               WHEN VMT-TRANS-TYPE = 'ADD'
                       AND WS-VH-OUT-POLICY-STATUS NOT = 'A'
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - POLICY NOT ACTIVE'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   MOVE VMT-TRANS-TYPE    TO WS-VH-OPERATION-TYPE
                   MOVE VMT-POLICY-NUMBER TO WS-VH-POLICY-NUMBER
                   MOVE VMT-VIN           TO WS-VH-VIN
                   MOVE VMT-YEAR          TO WS-VH-YEAR
                   MOVE VMT-MAKE          TO WS-VH-MAKE
                   MOVE VMT-MODEL         TO WS-VH-MODEL
                   CALL 'VEHDRVR1' USING VEHDRVR1-AREA
                   EVALUATE WS-VH-SQLCODE
                       WHEN 0
                           ADD 1 TO WS-ACCEPTED-CNT
                           MOVE 'COMPLETED' TO RPT-RES-RESULT
                       WHEN -803
                           ADD 1 TO WS-REJECTED-CNT
                           MOVE 'REJECTED - VEHICLE ALREADY SCHEDULED'
                                           TO RPT-RES-RESULT
                       WHEN 100
                           ADD 1 TO WS-REJECTED-CNT
                           MOVE 'REJECTED - VEHICLE NOT SCHEDULED'
                                           TO RPT-RES-RESULT
                       WHEN OTHER
                           ADD 1 TO WS-REJECTED-CNT
                           MOVE 'REJECTED - SQL ERROR'
                                           TO RPT-RES-RESULT
                   END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-VIN.
           MOVE 'YES' TO WS-VIN-OK-SW
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > 17
               MOVE VMT-VIN (WS-VIN-IDX : 1) TO WS-VIN-CHAR
               IF WS-VIN-CHAR = 'I' OR 'O' OR 'Q'
                   MOVE 'NO' TO WS-VIN-OK-SW
               END-IF
               IF WS-VIN-CHAR NOT NUMERIC
                       AND WS-VIN-CHAR NOT ALPHABETIC-UPPER
                   MOVE 'NO' TO WS-VIN-OK-SW
               END-IF
               IF WS-VIN-CHAR = SPACE
                   MOVE 'NO' TO WS-VIN-OK-SW
               END-IF
           END-PERFORM.

       2200-APPLY-DELETE.
           MOVE 'DELETE'           TO WS-VH-OPERATION-TYPE
           MOVE VMT-POLICY-NUMBER  TO WS-VH-POLICY-NUMBER
           MOVE VMT-VIN            TO WS-VH-VIN
           CALL 'VEHDRVR1' USING VEHDRVR1-AREA
           EVALUATE WS-VH-SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE 'COMPLETED' TO RPT-RES-RESULT
               WHEN 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - VEHICLE NOT SCHEDULED'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - SQL ERROR'
                                       TO RPT-RES-RESULT
           END-EVALUATE.

       2050-READ-REQUEST-PARA.
           READ VEH-MAINT-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       8000-LIST-TABLE-PARA.
           WRITE VEH-MAINT-REPORT-REC FROM RPT-LIST-HEADER-LINE
           MOVE 'OPEN' TO WS-VH-OPERATION-TYPE
           CALL 'VEHDRVR1' USING VEHDRVR1-AREA
           MOVE 'NO' TO WS-LIST-EOF-SW
           PERFORM 8100-LIST-ENTRY-PARA UNTIL END-OF-LIST
           MOVE 'CLOSE' TO WS-VH-OPERATION-TYPE
           CALL 'VEHDRVR1' USING VEHDRVR1-AREA.

       8100-LIST-ENTRY-PARA.
           MOVE 'FETCH' TO WS-VH-OPERATION-TYPE
           CALL 'VEHDRVR1' USING VEHDRVR1-AREA
           IF WS-VH-SQLCODE = 0
               MOVE WS-VH-OUT-POLICY-NUMBER TO RPT-LST-POLICY-NUMBER
               MOVE WS-VH-OUT-VIN           TO RPT-LST-VIN
               MOVE WS-VH-OUT-YEAR          TO RPT-LST-YEAR
               MOVE WS-VH-OUT-MAKE          TO RPT-LST-MAKE
               MOVE WS-VH-OUT-MODEL         TO RPT-LST-MODEL
               WRITE VEH-MAINT-REPORT-REC FROM RPT-LIST-LINE
           ELSE
               MOVE 'YES' TO WS-LIST-EOF-SW
           END-IF.

       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           WRITE VEH-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE VEH-MAINT-REQUEST
           CLOSE VEH-MAINT-REPORT.

       END PROGRAM VEHMNT1.
