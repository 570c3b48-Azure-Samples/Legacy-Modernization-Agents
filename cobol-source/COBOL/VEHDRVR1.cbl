       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DVEHICLE
       END-EXEC.

       EXEC SQL
           INCLUDE DPOLICY
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.

      *    ACTIVE VEHICLES IN POLICY ORDER, FOR THE MAINTENANCE JOB'S
      *    SCHEDULE LISTING.
       EXEC SQL
           DECLARE VEH-LIST-CURSOR CURSOR FOR
               SELECT VEH_POLICY_NUMBER, VEH_VIN, VEH_YEAR,
                      VEH_MAKE, VEH_MODEL
                 FROM INSURNCE.TVEHICLE
                 WHERE VEH_STATUS = 'A'
                 ORDER BY VEH_POLICY_NUMBER, VEH_VIN
       END-EXEC.

      *    ACTIVE VEHICLES OF ONE POLICY - ONE ID CARD EACH.
       EXEC SQL
           DECLARE VEH-POL-CURSOR CURSOR FOR
               SELECT VEH_POLICY_NUMBER, VEH_VIN, VEH_YEAR,
                      VEH_MAKE, VEH_MODEL
                 FROM INSURNCE.TVEHICLE
                 WHERE VEH_POLICY_NUMBER = :VEH-POLICY-NUMBER
                   AND VEH_STATUS = 'A'
                 ORDER BY VEH_YEAR, VEH_VIN
       END-EXEC.

      *    'POLCHK' RETURNS THE OWNING POLICY'S TYPE AND STATUS SO THE
      *    CALLER CAN KEEP VEHICLES OFF ANYTHING BUT AN AUTO POLICY.
       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-VIN                      PIC X(17).
               10  LNK-YEAR                     PIC X(4).
               10  LNK-MAKE                     PIC X(20).
               10  LNK-MODEL                    PIC X(20).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-VIN                  PIC X(17).
               10  LNK-OUT-YEAR                 PIC X(4).
               10  LNK-OUT-MAKE                 PIC X(20).
               10  LNK-OUT-MODEL                PIC X(20).
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-POLICY-STATUS        PIC X(1).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-POLICY-NUMBER  TO VEH-POLICY-NUMBER
           MOVE LNK-VIN            TO VEH-VIN
           MOVE LNK-YEAR           TO VEH-YEAR
           MOVE LNK-MAKE           TO VEH-MAKE
           MOVE LNK-MODEL          TO VEH-MODEL
           EVALUATE WS-OPERATION-TYPE
               WHEN 'ADD'
                   PERFORM 2000-ADD-VEHICLE
               WHEN 'UPDATE'
                   PERFORM 2100-UPDATE-VEHICLE
               WHEN 'DELETE'
                   PERFORM 2200-DELETE-VEHICLE
               WHEN 'POLCHK'
                   PERFORM 3000-CHECK-POLICY
               WHEN 'OPEN'
                   EXEC SQL OPEN VEH-LIST-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'FETCH'
                   PERFORM 4000-FETCH-VEHICLE
               WHEN 'CLOSE'
                   EXEC SQL CLOSE VEH-LIST-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'POLOPEN'
                   EXEC SQL OPEN VEH-POL-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'POLFETCH'
                   PERFORM 4100-FETCH-POLICY-VEHICLE
               WHEN 'POLCLOSE'
                   EXEC SQL CLOSE VEH-POL-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'VEHDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    A VIN ALREADY ON THE POLICY BUT DEACTIVATED IS BROUGHT
      *    BACK RATHER THAN REJECTED; ONLY AN ACTIVE DUPLICATE COMES
      *    BACK AS -803.
       2000-ADD-VEHICLE.
           EXEC SQL
               INSERT INTO INSURNCE.TVEHICLE (
                    VEH_POLICY_NUMBER, VEH_VIN, VEH_YEAR,
                    VEH_MAKE, VEH_MODEL, VEH_STATUS,
                    VEH_ADD_TIMESTAMP, VEH_UPDATE_TIMESTAMP
                    ) VALUES (
                    :VEH-POLICY-NUMBER, :VEH-VIN, :VEH-YEAR,
                    :VEH-MAKE, :VEH-MODEL, 'A',
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP )
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = -803
               EXEC SQL
                   UPDATE INSURNCE.TVEHICLE
                   SET   VEH_YEAR = :VEH-YEAR,
                         VEH_MAKE = :VEH-MAKE,
                         VEH_MODEL = :VEH-MODEL,
                         VEH_STATUS = 'A',
                         VEH_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE VEH_POLICY_NUMBER = :VEH-POLICY-NUMBER
                      AND VEH_VIN = :VEH-VIN
                      AND VEH_STATUS = 'I'
               END-EXEC
               IF SQLCODE = 100
                   MOVE -803 TO WS-SQLCODE
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE
               END-IF
           END-IF.

       2100-UPDATE-VEHICLE.
           EXEC SQL
               UPDATE INSURNCE.TVEHICLE
               SET   VEH_YEAR = :VEH-YEAR,
                     VEH_MAKE = :VEH-MAKE,
                     VEH_MODEL = :VEH-MODEL,
                     VEH_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE VEH_POLICY_NUMBER = :VEH-POLICY-NUMBER
                  AND VEH_VIN = :VEH-VIN
                  AND VEH_STATUS = 'A'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

      *    A VEHICLE SOLD OR REPLACED IS DEACTIVATED - THE ROW STAYS
      *    SO THE SCHEDULE HISTORY SHOWS WHAT WAS INSURED WHEN.
       2200-DELETE-VEHICLE.
           EXEC SQL
               UPDATE INSURNCE.TVEHICLE
               SET   VEH_STATUS = 'I',
                     VEH_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE VEH_POLICY_NUMBER = :VEH-POLICY-NUMBER
                  AND VEH_VIN = :VEH-VIN
                  AND VEH_STATUS = 'A'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       3000-CHECK-POLICY.
           MOVE LNK-POLICY-NUMBER TO POLICY-NUMBER
           EXEC SQL
               SELECT POLICY_TYPE, POLICY_STATUS
                 INTO :POLICY-TYPE, :POLICY-STATUS
                 FROM INSURNCE.TPOLICY
                 WHERE POLICY_NUMBER = :POLICY-NUMBER
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE POLICY-TYPE   TO LNK-OUT-POLICY-TYPE
               MOVE POLICY-STATUS TO LNK-OUT-POLICY-STATUS
           END-IF.

       4000-FETCH-VEHICLE.
           EXEC SQL
               FETCH VEH-LIST-CURSOR
                   INTO :VEH-POLICY-NUMBER, :VEH-VIN, :VEH-YEAR,
                        :VEH-MAKE, :VEH-MODEL
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               PERFORM 5000-RETURN-ROW
           END-IF.

       4100-FETCH-POLICY-VEHICLE.
           EXEC SQL
               FETCH VEH-POL-CURSOR
                   INTO :VEH-POLICY-NUMBER, :VEH-VIN, :VEH-YEAR,
                        :VEH-MAKE, :VEH-MODEL
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               PERFORM 5000-RETURN-ROW
           END-IF.

       5000-RETURN-ROW.
           MOVE VEH-POLICY-NUMBER TO LNK-OUT-POLICY-NUMBER
           MOVE VEH-VIN           TO LNK-OUT-VIN
           MOVE VEH-YEAR          TO LNK-OUT-YEAR
           MOVE VEH-MAKE          TO LNK-OUT-MAKE
           MOVE VEH-MODEL         TO LNK-OUT-MODEL.

       END PROGRAM VEHDRVR1.
