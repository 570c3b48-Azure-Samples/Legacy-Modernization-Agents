       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DACHMAND
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).

      *    ACH DEBIT MANDATES (TACHMAND). 'CHECK' IS MAINPGM'S ONE
      *    QUESTION - MAY THIS POLICY BE DRAFTED TODAY: YES ONCE THE
      *    MANDATE IS ACTIVE, OR STILL PENDING BUT PAST ITS CLEAR DATE
      *    WITH NO PRENOTE RETURN POSTED (THE NEXT MNDMNT1 RUN WILL
      *    PROMOTE IT). 'GET', 'ADD', 'REPLACE', 'REVOKE' AND
      *    'ACTIVATE' ARE MNDMNT1'S; 'PNRETURN' IS ACHRETN1'S, AND
      *    ACHRETN1 ALSO 'REVOKE'S ON AN R07/R10 DRAFT RETURN.
      *    DATES IN AND OUT ARE MM/DD/YYYY.
       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-ROUTING-NO               PIC X(9).
               10  LNK-ACCOUNT-MASK             PIC X(17).
               10  LNK-ACCOUNT-TYPE             PIC X(1).
               10  LNK-AUTH-DATE                PIC X(10).
               10  LNK-AUTH-SOURCE              PIC X(8).
               10  LNK-STATUS                   PIC X(1).
               10  LNK-PRENOTE-DATE             PIC X(10).
               10  LNK-CLEAR-DATE               PIC X(10).
               10  LNK-RETURN-CODE              PIC X(3).
               10  LNK-UPDATE-USER              PIC X(8).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-DRAFT-OK                 PIC X(1).
                   88  LNK-MANDATE-CLEAR        VALUE 'Y'.
               10  LNK-OUT-ROUTING-NO           PIC X(9).
               10  LNK-OUT-ACCOUNT-MASK         PIC X(17).
               10  LNK-OUT-ACCOUNT-TYPE         PIC X(1).
               10  LNK-OUT-AUTH-DATE            PIC X(10).
               10  LNK-OUT-AUTH-SOURCE          PIC X(8).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-PRENOTE-DATE         PIC X(10).
               10  LNK-OUT-CLEAR-DATE           PIC X(10).
               10  LNK-OUT-RETURN-CODE          PIC X(3).
               10  LNK-ROWS-UPDATED             PIC S9(9) COMP.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-POLICY-NUMBER  TO MND-POLICY-NUMBER
           MOVE 'N'                TO LNK-DRAFT-OK
           MOVE 0                  TO LNK-ROWS-UPDATED
           EVALUATE WS-OPERATION-TYPE
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-MANDATE
               WHEN 'GET'
                   PERFORM 2100-GET-MANDATE
               WHEN 'ADD'
                   PERFORM 3000-ADD-MANDATE
               WHEN 'REPLACE'
                   PERFORM 3100-REPLACE-MANDATE
               WHEN 'REVOKE'
                   PERFORM 3200-REVOKE-MANDATE
               WHEN 'PNRETURN'
                   PERFORM 3300-POST-PRENOTE-RETURN
               WHEN 'ACTIVATE'
                   PERFORM 3400-ACTIVATE-CLEARED
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'MNDDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    SQLCODE 100 = NO MANDATE ON FILE, WHICH IS NEVER DRAFTABLE.
       2000-CHECK-MANDATE.
           EXEC SQL
               SELECT MND_STATUS
                 INTO :MND-STATUS
                 FROM INSURNCE.TACHMAND
                WHERE MND_POLICY_NUMBER = :MND-POLICY-NUMBER
                  AND (MND_STATUS = 'A'
                       OR (MND_STATUS = 'P'
                           AND MND_CLEAR_DATE
                               <= DATE(:WS-PROCESS-DATE)))
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE 'Y' TO LNK-DRAFT-OK
           END-IF.

       2100-GET-MANDATE.
           EXEC SQL
               SELECT MND_ROUTING_NO, MND_ACCOUNT_MASK,
                      MND_ACCOUNT_TYPE, CHAR(MND_AUTH_DATE, USA),
                      MND_AUTH_SOURCE, MND_STATUS,
                      CHAR(MND_PRENOTE_DATE, USA),
                      CHAR(MND_CLEAR_DATE, USA), MND_RETURN_CODE
                 INTO :MND-ROUTING-NO, :MND-ACCOUNT-MASK,
                      :MND-ACCOUNT-TYPE, :MND-AUTH-DATE,
                      :MND-AUTH-SOURCE, :MND-STATUS,
                      :MND-PRENOTE-DATE,
                      :MND-CLEAR-DATE, :MND-RETURN-CODE
                 FROM INSURNCE.TACHMAND
                WHERE MND_POLICY_NUMBER = :MND-POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE MND-ROUTING-NO   TO LNK-OUT-ROUTING-NO
               MOVE MND-ACCOUNT-MASK TO LNK-OUT-ACCOUNT-MASK
               MOVE MND-ACCOUNT-TYPE TO LNK-OUT-ACCOUNT-TYPE
               MOVE MND-AUTH-DATE    TO LNK-OUT-AUTH-DATE
               MOVE MND-AUTH-SOURCE  TO LNK-OUT-AUTH-SOURCE
               MOVE MND-STATUS       TO LNK-OUT-STATUS
               MOVE MND-PRENOTE-DATE TO LNK-OUT-PRENOTE-DATE
               MOVE MND-CLEAR-DATE   TO LNK-OUT-CLEAR-DATE
               MOVE MND-RETURN-CODE  TO LNK-OUT-RETURN-CODE
           END-IF.

       2200-LOAD-MANDATE-FIELDS.
           MOVE LNK-ROUTING-NO     TO MND-ROUTING-NO
           MOVE LNK-ACCOUNT-MASK   TO MND-ACCOUNT-MASK
           MOVE LNK-ACCOUNT-TYPE   TO MND-ACCOUNT-TYPE
           MOVE LNK-AUTH-DATE      TO MND-AUTH-DATE
           MOVE LNK-AUTH-SOURCE    TO MND-AUTH-SOURCE
           MOVE LNK-STATUS         TO MND-STATUS
           MOVE LNK-PRENOTE-DATE   TO MND-PRENOTE-DATE
           MOVE LNK-CLEAR-DATE     TO MND-CLEAR-DATE
           MOVE SPACES             TO MND-RETURN-CODE
           MOVE LNK-UPDATE-USER    TO MND-UPDATE-USER.

      *    -803 (A MANDATE ALREADY ON FILE) IS LEFT TO THE CALLER.
       3000-ADD-MANDATE.
           PERFORM 2200-LOAD-MANDATE-FIELDS
           EXEC SQL
               INSERT INTO INSURNCE.TACHMAND (
                    MND_POLICY_NUMBER, MND_ROUTING_NO,
                    MND_ACCOUNT_MASK, MND_ACCOUNT_TYPE,
                    MND_AUTH_DATE, MND_AUTH_SOURCE, MND_STATUS,
                    MND_PRENOTE_DATE, MND_CLEAR_DATE,
                    MND_RETURN_CODE, MND_UPDATE_USER,
                    MND_UPDATE_TIMESTAMP
                    ) VALUES (
                    :MND-POLICY-NUMBER, :MND-ROUTING-NO,
                    :MND-ACCOUNT-MASK, :MND-ACCOUNT-TYPE,
                    DATE(:MND-AUTH-DATE), :MND-AUTH-SOURCE,
                    :MND-STATUS, DATE(:MND-PRENOTE-DATE),
                    DATE(:MND-CLEAR-DATE), :MND-RETURN-CODE,
                    :MND-UPDATE-USER, CURRENT TIMESTAMP )
           END-EXEC.

      *    NEW BANK DETAILS (OR A RE-ENROLLMENT AFTER A REVOKE OR A
      *    FAILED PRENOTE) REPLACE THE WHOLE AUTHORIZATION AND CLEAR
      *    ANY EARLIER RETURN CODE.
       3100-REPLACE-MANDATE.
           PERFORM 2200-LOAD-MANDATE-FIELDS
           EXEC SQL
               UPDATE INSURNCE.TACHMAND
                  SET MND_ROUTING_NO   = :MND-ROUTING-NO,
                      MND_ACCOUNT_MASK = :MND-ACCOUNT-MASK,
                      MND_ACCOUNT_TYPE = :MND-ACCOUNT-TYPE,
                      MND_AUTH_DATE    = DATE(:MND-AUTH-DATE),
                      MND_AUTH_SOURCE  = :MND-AUTH-SOURCE,
                      MND_STATUS       = :MND-STATUS,
                      MND_PRENOTE_DATE = DATE(:MND-PRENOTE-DATE),
                      MND_CLEAR_DATE   = DATE(:MND-CLEAR-DATE),
                      MND_RETURN_CODE  = :MND-RETURN-CODE,
                      MND_UPDATE_USER  = :MND-UPDATE-USER,
                      MND_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE MND_POLICY_NUMBER = :MND-POLICY-NUMBER
           END-EXEC.

      *    100 BACK MEANS NO MANDATE, OR ONE ALREADY REVOKED.
       3200-REVOKE-MANDATE.
           MOVE LNK-UPDATE-USER TO MND-UPDATE-USER
           EXEC SQL
               UPDATE INSURNCE.TACHMAND
                  SET MND_STATUS      = 'R',
                      MND_UPDATE_USER = :MND-UPDATE-USER,
                      MND_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE MND_POLICY_NUMBER = :MND-POLICY-NUMBER
                  AND MND_STATUS <> 'R'
           END-EXEC.

      *    A PRENOTE RETURN FAILS THE MANDATE WHETHER OR NOT IT WAS
      *    ALREADY PROMOTED - A LATE RETURN STILL MEANS THE ACCOUNT
      *    CANNOT BE DRAFTED. A REVOKED MANDATE IS LEFT ALONE.
       3300-POST-PRENOTE-RETURN.
           MOVE LNK-RETURN-CODE TO MND-RETURN-CODE
           MOVE LNK-UPDATE-USER TO MND-UPDATE-USER
           EXEC SQL
               UPDATE INSURNCE.TACHMAND
                  SET MND_STATUS      = 'F',
                      MND_RETURN_CODE = :MND-RETURN-CODE,
                      MND_UPDATE_USER = :MND-UPDATE-USER,
                      MND_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE MND_POLICY_NUMBER = :MND-POLICY-NUMBER
                  AND MND_STATUS IN ('P', 'A')
           END-EXEC.

      *    EVERY PENDING MANDATE WHOSE RETURN WINDOW HAS PASSED GOES
      *    ACTIVE. SQLERRD(3) CARRIES THE NUMBER PROMOTED.
       3400-ACTIVATE-CLEARED.
           MOVE LNK-UPDATE-USER TO MND-UPDATE-USER
           EXEC SQL
               UPDATE INSURNCE.TACHMAND
                  SET MND_STATUS      = 'A',
                      MND_UPDATE_USER = :MND-UPDATE-USER,
                      MND_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE MND_STATUS = 'P'
                  AND MND_CLEAR_DATE <= DATE(:WS-PROCESS-DATE)
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SQLERRD(3) TO LNK-ROWS-UPDATED
           END-IF.

       END PROGRAM MNDDRVR1.
