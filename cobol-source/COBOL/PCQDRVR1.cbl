       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCQDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DPENDCHG
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-AGE-DAYS                    PIC S9(9) COMP.

      *    EVERY CHANGE STILL WAITING FOR A DECISION, OLDEST FIRST,
      *    WITH ITS AGE IN DAYS AT THE PROCESS DATE - THE AGING RUN
      *    EXPIRES THOSE PAST THE LIMIT AND LISTS THE REST.
       EXEC SQL
           DECLARE PENDING-CURSOR CURSOR FOR
               SELECT PC_CHANGE_ID, PC_PROGRAM, PC_TRANS_TYPE,
                      PC_TRANS_KEY, PC_MAKER_USER,
                      CHAR(PC_STAGE_DATE, USA),
                      DAYS(DATE(:WS-PROCESS-DATE))
                                           - DAYS(PC_STAGE_DATE)
                 FROM INSURNCE.TPENDCHG
                WHERE PC_STATUS = 'P'
                ORDER BY PC_STAGE_DATE, PC_CHANGE_ID
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-CHANGE-ID                PIC S9(9) COMP.
               10  LNK-PROGRAM                  PIC X(8).
               10  LNK-TRANS-TYPE               PIC X(8).
               10  LNK-TRANS-KEY                PIC X(20).
               10  LNK-TRANS-IMAGE              PIC X(400).
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-STATUS                   PIC X(1).
               10  LNK-RESULT                   PIC X(40).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-CHANGE-ID            PIC S9(9) COMP.
               10  LNK-OUT-PROGRAM              PIC X(8).
               10  LNK-OUT-TRANS-TYPE           PIC X(8).
               10  LNK-OUT-TRANS-KEY            PIC X(20).
               10  LNK-OUT-TRANS-IMAGE          PIC X(400).
               10  LNK-OUT-MAKER-USER           PIC X(8).
               10  LNK-OUT-STAGE-DATE           PIC X(10).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-CHECKER-USER         PIC X(8).
               10  LNK-OUT-RESULT               PIC X(40).
               10  LNK-OUT-AGE-DAYS             PIC S9(9) COMP.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-CHANGE-ID      TO PC-CHANGE-ID
           MOVE LNK-PROGRAM        TO PC-PROGRAM
           EVALUATE WS-OPERATION-TYPE
               WHEN 'STAGE'
                   PERFORM 2000-STAGE-CHANGE
               WHEN 'GET'
                   PERFORM 3000-GET-CHANGE
               WHEN 'DECIDE'
                   PERFORM 4000-RECORD-DECISION
               WHEN 'NEXTAPR'
                   PERFORM 5000-NEXT-APPROVED
               WHEN 'COMPLETE'
                   PERFORM 5100-RECORD-OUTCOME
               WHEN 'AGE-OPEN'
                   EXEC SQL OPEN PENDING-CURSOR END-EXEC
               WHEN 'AGE-FETCH'
                   PERFORM 6000-FETCH-PENDING
               WHEN 'AGE-CLOSE'
                   EXEC SQL CLOSE PENDING-CURSOR END-EXEC
               WHEN 'EXPIRE'
                   PERFORM 6100-EXPIRE-CHANGE
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'PCQDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    THE NEXT CHANGE NUMBER IS ONE PAST THE HIGHEST ON THE
      *    QUEUE; THE NUMBER COMES BACK FOR THE MAKER'S REPORT, AS
      *    IT IS WHAT THE CHECKER KEYS THE DECISION AGAINST.
       2000-STAGE-CHANGE.
           EXEC SQL
               SELECT COALESCE(MAX(PC_CHANGE_ID), 0) + 1
               INTO :PC-CHANGE-ID
               FROM INSURNCE.TPENDCHG
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE LNK-TRANS-TYPE  TO PC-TRANS-TYPE
               MOVE LNK-TRANS-KEY   TO PC-TRANS-KEY
               MOVE LNK-TRANS-IMAGE TO PC-TRANS-IMAGE
               MOVE LNK-USER-ID     TO PC-MAKER-USER
               MOVE SPACES          TO PC-CHECKER-USER
                                       PC-RESULT
               EXEC SQL
                   INSERT INTO INSURNCE.TPENDCHG (
                        PC_CHANGE_ID, PC_PROGRAM, PC_TRANS_TYPE,
                        PC_TRANS_KEY, PC_TRANS_IMAGE, PC_MAKER_USER,
                        PC_STAGE_DATE, PC_STATUS, PC_CHECKER_USER,
                        PC_RESULT, PC_ADD_TIMESTAMP
                        ) VALUES (
                        :PC-CHANGE-ID, :PC-PROGRAM, :PC-TRANS-TYPE,
                        :PC-TRANS-KEY, :PC-TRANS-IMAGE,
                        :PC-MAKER-USER, CURRENT DATE, 'P',
                        :PC-CHECKER-USER, :PC-RESULT,
                        CURRENT TIMESTAMP )
               END-EXEC
               IF SQLCODE EQUAL TO 0
                   MOVE PC-CHANGE-ID TO LNK-OUT-CHANGE-ID
               END-IF
           END-IF.

       3000-GET-CHANGE.
           EXEC SQL
               SELECT PC_PROGRAM, PC_TRANS_TYPE, PC_TRANS_KEY,
                      PC_MAKER_USER, CHAR(PC_STAGE_DATE, USA),
                      PC_STATUS, PC_CHECKER_USER, PC_RESULT
               INTO :PC-PROGRAM, :PC-TRANS-TYPE, :PC-TRANS-KEY,
                    :PC-MAKER-USER, :PC-STAGE-DATE,
                    :PC-STATUS, :PC-CHECKER-USER, :PC-RESULT
               FROM INSURNCE.TPENDCHG
               WHERE PC_CHANGE_ID = :PC-CHANGE-ID
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PC-CHANGE-ID    TO LNK-OUT-CHANGE-ID
               MOVE PC-PROGRAM      TO LNK-OUT-PROGRAM
               MOVE PC-TRANS-TYPE   TO LNK-OUT-TRANS-TYPE
               MOVE PC-TRANS-KEY    TO LNK-OUT-TRANS-KEY
               MOVE PC-MAKER-USER   TO LNK-OUT-MAKER-USER
               MOVE PC-STAGE-DATE   TO LNK-OUT-STAGE-DATE
               MOVE PC-STATUS       TO LNK-OUT-STATUS
               MOVE PC-CHECKER-USER TO LNK-OUT-CHECKER-USER
               MOVE PC-RESULT       TO LNK-OUT-RESULT
           END-IF.

      *    'A' APPROVED OR 'R' REJECTED, ONLY WHILE STILL PENDING -
      *    A CHANGE ALREADY DECIDED OR EXPIRED COMES BACK 100.
       4000-RECORD-DECISION.
           MOVE LNK-STATUS  TO PC-STATUS
           MOVE LNK-USER-ID TO PC-CHECKER-USER
           MOVE LNK-RESULT  TO PC-RESULT
           EXEC SQL
               UPDATE INSURNCE.TPENDCHG
                  SET PC_STATUS        = :PC-STATUS,
                      PC_CHECKER_USER  = :PC-CHECKER-USER,
                      PC_DECISION_DATE = CURRENT DATE,
                      PC_RESULT        = :PC-RESULT
                WHERE PC_CHANGE_ID = :PC-CHANGE-ID
                  AND PC_STATUS = 'P'
           END-EXEC.

      *    THE OLDEST APPROVED CHANGE FOR THE CALLING PROGRAM. EACH
      *    ONE IS COMPLETED BEFORE THE NEXT IS ASKED FOR, SO NO
      *    CURSOR IS HELD ACROSS THE APPLY.
       5000-NEXT-APPROVED.
           EXEC SQL
               SELECT PC_CHANGE_ID, PC_TRANS_TYPE, PC_TRANS_KEY,
                      PC_TRANS_IMAGE, PC_MAKER_USER,
                      CHAR(PC_STAGE_DATE, USA), PC_CHECKER_USER
               INTO :PC-CHANGE-ID, :PC-TRANS-TYPE, :PC-TRANS-KEY,
                    :PC-TRANS-IMAGE, :PC-MAKER-USER,
                    :PC-STAGE-DATE, :PC-CHECKER-USER
               FROM INSURNCE.TPENDCHG
               WHERE PC_PROGRAM = :PC-PROGRAM
                 AND PC_STATUS = 'A'
                 AND PC_CHANGE_ID =
                     (SELECT MIN(PC_CHANGE_ID)
                        FROM INSURNCE.TPENDCHG
                       WHERE PC_PROGRAM = :PC-PROGRAM
                         AND PC_STATUS = 'A')
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PC-CHANGE-ID    TO LNK-OUT-CHANGE-ID
               MOVE PC-TRANS-TYPE   TO LNK-OUT-TRANS-TYPE
               MOVE PC-TRANS-KEY    TO LNK-OUT-TRANS-KEY
               MOVE PC-TRANS-IMAGE  TO LNK-OUT-TRANS-IMAGE
               MOVE PC-MAKER-USER   TO LNK-OUT-MAKER-USER
               MOVE PC-STAGE-DATE   TO LNK-OUT-STAGE-DATE
               MOVE PC-CHECKER-USER TO LNK-OUT-CHECKER-USER
           END-IF.

      *    'D' APPLIED OR 'F' FAILED, WITH THE OWNING PROGRAM'S
      *    RESULT TEXT.
       5100-RECORD-OUTCOME.
           MOVE LNK-STATUS  TO PC-STATUS
           MOVE LNK-RESULT  TO PC-RESULT
           EXEC SQL
               UPDATE INSURNCE.TPENDCHG
                  SET PC_STATUS = :PC-STATUS,
                      PC_RESULT = :PC-RESULT
                WHERE PC_CHANGE_ID = :PC-CHANGE-ID
                  AND PC_STATUS = 'A'
           END-EXEC.

       6000-FETCH-PENDING.
           EXEC SQL
               FETCH PENDING-CURSOR
                   INTO :PC-CHANGE-ID, :PC-PROGRAM, :PC-TRANS-TYPE,
                        :PC-TRANS-KEY, :PC-MAKER-USER,
                        :PC-STAGE-DATE, :WS-AGE-DAYS
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PC-CHANGE-ID    TO LNK-OUT-CHANGE-ID
               MOVE PC-PROGRAM      TO LNK-OUT-PROGRAM
               MOVE PC-TRANS-TYPE   TO LNK-OUT-TRANS-TYPE
               MOVE PC-TRANS-KEY    TO LNK-OUT-TRANS-KEY
               MOVE PC-MAKER-USER   TO LNK-OUT-MAKER-USER
               MOVE PC-STAGE-DATE   TO LNK-OUT-STAGE-DATE
               MOVE WS-AGE-DAYS     TO LNK-OUT-AGE-DAYS
           END-IF.

       6100-EXPIRE-CHANGE.
           MOVE LNK-RESULT  TO PC-RESULT
           EXEC SQL
               UPDATE INSURNCE.TPENDCHG
                  SET PC_STATUS        = 'X',
                      PC_DECISION_DATE = CURRENT DATE,
                      PC_RESULT        = :PC-RESULT
                WHERE PC_CHANGE_ID = :PC-CHANGE-ID
                  AND PC_STATUS = 'P'
           END-EXEC.

       END PROGRAM PCQDRVR1.
