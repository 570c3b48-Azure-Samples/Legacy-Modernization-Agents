       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DACCTPER
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-CLOSED-CNT                  PIC S9(9) COMP.
       01  WS-OPEN-DATE                   PIC X(10).

      *    ACCOUNTING-PERIOD CALENDAR (TACCTPER). 'CHECK' IS THE ONE
      *    QUESTION EVERY POSTING RUN ASKS: IS THIS TRANSACTION DATE
      *    INSIDE A CLOSED PERIOD, AND IF SO WHAT IS THE FIRST DATE
      *    STILL OPEN (THE DAY AFTER THE LATEST CLOSED PERIOD) TO
      *    ROLL IT FORWARD TO. 'NEXTOPEN' RETURNS THAT DATE ALONE -
      *    BLANK WHILE NO PERIOD HAS EVER BEEN CLOSED. 'GET',
      *    'DEFINE' AND 'CLOSE' ARE THE CLOSE PROGRAM'S (PERCLOS1).
      *    DATES IN AND OUT ARE MM/DD/YYYY.
       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PER-DATE                 PIC X(10).
               10  LNK-PER-START-DATE           PIC X(10).
               10  LNK-PER-END-DATE             PIC X(10).
               10  LNK-CLOSED-BY                PIC X(8).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-PER-STATUS               PIC X(1).
                   88  LNK-PERIOD-CLOSED        VALUE 'C'.
               10  LNK-OPEN-DATE                PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PER-START-DATE TO PER-START-DATE
           MOVE LNK-PER-END-DATE   TO PER-END-DATE
           MOVE LNK-CLOSED-BY      TO PER-CLOSED-BY
           EVALUATE WS-OPERATION-TYPE
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-DATE
               WHEN 'NEXTOPEN'
                   PERFORM 2100-NEXT-OPEN-DATE
               WHEN 'GET'
                   PERFORM 3000-GET-PERIOD
               WHEN 'DEFINE'
                   PERFORM 3100-DEFINE-PERIOD
               WHEN 'CLOSE'
                   PERFORM 3200-CLOSE-PERIOD
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'PERDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    A DATE WITH NO CALENDAR ROW AT ALL IS OPEN - THE CALENDAR
      *    ONLY EVER HOLDS BACK WHAT HAS ACTUALLY BEEN CLOSED.
       2000-CHECK-DATE.
           MOVE 'O'    TO LNK-PER-STATUS
           MOVE SPACES TO LNK-OPEN-DATE
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CLOSED-CNT
                 FROM INSURNCE.TACCTPER
                 WHERE PER_STATUS = 'C'
                   AND DATE(:LNK-PER-DATE)
                       BETWEEN PER_START_DATE AND PER_END_DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0 AND WS-CLOSED-CNT > 0
               MOVE 'C' TO LNK-PER-STATUS
               PERFORM 2100-NEXT-OPEN-DATE
           END-IF.

       2100-NEXT-OPEN-DATE.
           MOVE SPACES TO WS-OPEN-DATE
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(PER_END_DATE) + 1 DAY, USA),
                               ' ')
                 INTO :WS-OPEN-DATE
                 FROM INSURNCE.TACCTPER
                 WHERE PER_STATUS = 'C'
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-OPEN-DATE TO LNK-OPEN-DATE
           END-IF.

       3000-GET-PERIOD.
           MOVE SPACES TO LNK-PER-STATUS
           EXEC SQL
               SELECT PER_STATUS
                 INTO :PER-STATUS
                 FROM INSURNCE.TACCTPER
                 WHERE PER_START_DATE = DATE(:PER-START-DATE)
                   AND PER_END_DATE   = DATE(:PER-END-DATE)
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PER-STATUS TO LNK-PER-STATUS
           END-IF.

      *    A NEW PERIOD ALWAYS STARTS OPEN. -803 (ALREADY ON THE
      *    CALENDAR) IS LEFT TO THE CALLER, WHICH TREATS IT AS DONE.
       3100-DEFINE-PERIOD.
           MOVE 'O'    TO PER-STATUS
           MOVE SPACES TO PER-CLOSED-BY
           EXEC SQL
               INSERT INTO INSURNCE.TACCTPER (
                    PER_START_DATE, PER_END_DATE, PER_STATUS,
                    PER_CLOSED_BY, PER_UPDATE_TIMESTAMP
                    ) VALUES (
                    DATE(:PER-START-DATE), DATE(:PER-END-DATE),
                    :PER-STATUS, :PER-CLOSED-BY, CURRENT TIMESTAMP )
           END-EXEC.

      *    ONLY AN OPEN PERIOD CLOSES - 100 BACK MEANS THE PERIOD IS
      *    NOT ON THE CALENDAR OR WAS ALREADY CLOSED.
       3200-CLOSE-PERIOD.
           EXEC SQL
               UPDATE INSURNCE.TACCTPER
                  SET PER_STATUS = 'C',
                      PER_CLOSED_BY = :PER-CLOSED-BY,
                      PER_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE PER_START_DATE = DATE(:PER-START-DATE)
                  AND PER_END_DATE   = DATE(:PER-END-DATE)
                  AND PER_STATUS     = 'O'
           END-EXEC.

       END PROGRAM PERDRVR1.
