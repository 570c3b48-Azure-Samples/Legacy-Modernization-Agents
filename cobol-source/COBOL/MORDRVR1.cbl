       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DMORATOR
       END-EXEC.

       EXEC SQL
           INCLUDE DMORHOLD
       END-EXEC.

       EXEC SQL
           INCLUDE DZIPCNTY
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-GRACE-DAYS                  PIC S9(4) COMP.
       01  WS-MOR-END-DATE                PIC X(10).
       01  WS-MOR-START-DATE              PIC X(10).

      *    HELD CANCELLATIONS OF A GIVEN SOURCE PROGRAM WHOSE
      *    MORATORIUM HAS RUN OUT - EVERY AREA ROW OF THE MORATORIUM
      *    MUST HAVE ENDED BEFORE THE PROCESS DATE, SO AN EXTENSION
      *    KEYED FOR ANY ONE AREA KEEPS THE ITEM HELD. FEEDS THE
      *    CANCAP1 RELEASE PASS.
       EXEC SQL
           DECLARE RELEASE-CURSOR CURSOR FOR
               SELECT MH_MORATORIUM_ID, MH_POLICY_NUMBER, MH_ACTION,
                      MH_FIRST_HELD_DATE, MH_LAST_HELD_DATE,
                      MH_HOLD_COUNT, MH_REF_DATE, MH_REF_TEXT
                 FROM INSURNCE.TMORHOLD
                 WHERE MH_STATUS     = 'H'
                   AND MH_SOURCE_PGM = :MH-SOURCE-PGM
                   AND MH_MORATORIUM_ID IN (
                            SELECT MR_MORATORIUM_ID
                            FROM INSURNCE.TMORATOR
                            GROUP BY MR_MORATORIUM_ID
                            HAVING MAX(MR_END_DATE) < :WS-PROCESS-DATE)
                 ORDER BY MH_POLICY_NUMBER, MH_ACTION
       END-EXEC.

      *    THE COMPLIANCE REGISTER - EVERY HELD ACTION OF A MORATORIUM
      *    STILL IN FORCE OR ENDED WITHIN THE LOOKBACK, WITH THE
      *    MORATORIUM'S STATE, EVENT AND OVERALL DATES.
       EXEC SQL
           DECLARE REGISTER-CURSOR CURSOR FOR
               SELECT H.MH_MORATORIUM_ID, H.MH_POLICY_NUMBER,
                      H.MH_ACTION, H.MH_SOURCE_PGM,
                      H.MH_FIRST_HELD_DATE, H.MH_LAST_HELD_DATE,
                      H.MH_HOLD_COUNT, H.MH_REF_DATE, H.MH_REF_TEXT,
                      H.MH_STATUS,
                      COALESCE(CHAR(H.MH_RELEASE_DATE, USA), ' '),
                      M.MOR_STATE, M.MOR_EVENT_DESC,
                      M.MOR_START_DATE, M.MOR_END_DATE
                 FROM INSURNCE.TMORHOLD H,
                      (SELECT MR_MORATORIUM_ID AS MOR_ID,
                              MAX(MR_STATE)       AS MOR_STATE,
                              MAX(MR_EVENT_DESC)  AS MOR_EVENT_DESC,
                              MIN(MR_START_DATE)  AS MOR_START_DATE,
                              MAX(MR_END_DATE)    AS MOR_END_DATE
                         FROM INSURNCE.TMORATOR
                         GROUP BY MR_MORATORIUM_ID) AS M
                 WHERE M.MOR_ID = H.MH_MORATORIUM_ID
                   AND M.MOR_END_DATE >=
                           DATE(:WS-PROCESS-DATE) - :WS-GRACE-DAYS DAYS
                 ORDER BY H.MH_MORATORIUM_ID, H.MH_ACTION,
                          H.MH_POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-ACTION                   PIC X(8).
               10  LNK-SOURCE-PGM               PIC X(8).
               10  LNK-MORATORIUM-ID            PIC X(10).
               10  LNK-REF-DATE                 PIC X(10).
               10  LNK-REF-TEXT                 PIC X(10).
               10  LNK-GRACE-DAYS               PIC S9(4) COMP.
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-ROW-CNT                  PIC S9(9) COMP.
               10  LNK-OUT-MORATORIUM-ID        PIC X(10).
               10  LNK-OUT-STATE                PIC X(2).
               10  LNK-OUT-EVENT-DESC           PIC X(40).
               10  LNK-OUT-START-DATE           PIC X(10).
               10  LNK-OUT-END-DATE             PIC X(10).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-ACTION               PIC X(8).
               10  LNK-OUT-SOURCE-PGM           PIC X(8).
               10  LNK-OUT-FIRST-HELD-DATE      PIC X(10).
               10  LNK-OUT-LAST-HELD-DATE       PIC X(10).
               10  LNK-OUT-HOLD-COUNT           PIC S9(4) COMP.
               10  LNK-OUT-REF-DATE             PIC X(10).
               10  LNK-OUT-REF-TEXT             PIC X(10).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-RELEASE-DATE         PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-GRACE-DAYS     TO WS-GRACE-DAYS
           MOVE LNK-POLICY-NUMBER  TO MH-POLICY-NUMBER
           MOVE LNK-ACTION         TO MH-ACTION
           MOVE LNK-SOURCE-PGM     TO MH-SOURCE-PGM
           MOVE LNK-MORATORIUM-ID  TO MH-MORATORIUM-ID
           MOVE 0                  TO LNK-ROW-CNT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-MORATORIUM
               WHEN 'HOLD'
                   PERFORM 3000-RECORD-HOLD
               WHEN 'RELEASE'
                   PERFORM 3100-RELEASE-HOLDS
               WHEN 'RELONE'
                   PERFORM 3200-RELEASE-ONE
               WHEN 'CLOSEONE'
                   PERFORM 3300-CLOSE-ONE
               WHEN 'EXPIRE'
                   PERFORM 3400-EXPIRE-STALE-HOLDS
               WHEN 'RELOPEN'
                   EXEC SQL OPEN RELEASE-CURSOR END-EXEC
               WHEN 'RELFETCH'
                   PERFORM 4000-FETCH-RELEASE
               WHEN 'RELCLOSE'
                   EXEC SQL CLOSE RELEASE-CURSOR END-EXEC
               WHEN 'REGOPEN'
                   EXEC SQL OPEN REGISTER-CURSOR END-EXEC
               WHEN 'REGFETCH'
                   PERFORM 4100-FETCH-REGISTER
               WHEN 'REGCLOSE'
                   EXEC SQL CLOSE REGISTER-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'MORDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    SQLCODE 0 = THE POLICYHOLDER'S ADDRESS IS IN AN AREA UNDER
      *    A MORATORIUM IN FORCE ON THE PROCESS DATE THAT FREEZES THE
      *    ACTION ASKED ABOUT; 100 = THE ACTION MAY PROCEED. A ZIP
      *    AREA MATCHES ON THE FIRST FIVE DIGITS OF THE ZIP, A COUNTY
      *    AREA THROUGH THE TZIPCNTY CROSS REFERENCE. WHERE AREAS OF
      *    TWO MORATORIA OVERLAP THE ONE RUNNING LONGEST IS RETURNED.
       2000-CHECK-MORATORIUM.
           EXEC SQL
               SELECT M.MR_MORATORIUM_ID, M.MR_STATE,
                      M.MR_EVENT_DESC,
                      CHAR(M.MR_START_DATE, USA),
                      CHAR(M.MR_END_DATE, USA)
               INTO :MR-MORATORIUM-ID, :MR-STATE,
                    :MR-EVENT-DESC,
                    :WS-MOR-START-DATE, :WS-MOR-END-DATE
               FROM INSURNCE.TMORATOR M, INSURNCE.TPOLICY P
               WHERE P.POLICY_NUMBER = :MH-POLICY-NUMBER
                 AND M.MR_STATE      = P.POLICY_HOLDER_STATE
                 AND :WS-PROCESS-DATE BETWEEN M.MR_START_DATE
                                          AND M.MR_END_DATE
                 AND (   (:MH-ACTION = 'NONRENEW'
                          AND M.MR_FRZ_NONRENEW = 'Y')
                      OR (:MH-ACTION = 'LAPSE'
                          AND M.MR_FRZ_LAPSE = 'Y')
                      OR (:MH-ACTION = 'NONPAY'
                          AND M.MR_FRZ_NONPAY = 'Y')
                      OR (:MH-ACTION = 'CANCEL'
                          AND M.MR_FRZ_CANCEL = 'Y'))
                 AND (   (M.MR_AREA_TYPE = 'Z'
                          AND SUBSTR(M.MR_AREA_CODE, 1, 5) =
                              SUBSTR(P.POLICY_HOLDER_ZIP_CD, 1, 5))
                      OR (M.MR_AREA_TYPE = 'C'
                          AND EXISTS (
                              SELECT 1
                              FROM INSURNCE.TZIPCNTY Z
                              WHERE Z.ZC_ZIP5 =
                                  SUBSTR(P.POLICY_HOLDER_ZIP_CD, 1, 5)
                                AND Z.ZC_STATE       = M.MR_STATE
                                AND Z.ZC_COUNTY_NAME = M.MR_AREA_CODE)))
               ORDER BY M.MR_END_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE MR-MORATORIUM-ID  TO LNK-OUT-MORATORIUM-ID
               MOVE MR-STATE          TO LNK-OUT-STATE
               MOVE MR-EVENT-DESC     TO LNK-OUT-EVENT-DESC
               MOVE WS-MOR-START-DATE TO LNK-OUT-START-DATE
               MOVE WS-MOR-END-DATE   TO LNK-OUT-END-DATE
           END-IF.

      *    ONE ROW PER MORATORIUM, POLICY AND ACTION. THE SAME ACTION
      *    SUPPRESSED AGAIN ON A LATER RUN (-803) BUMPS THE COUNT AND
      *    LAST-HELD DATE AND PUTS A ROW RELEASED EARLIER BACK ON HOLD
      *    WITH THE NEW REFERENCE - A FRESH ADVERSE EVENT.
       3000-RECORD-HOLD.
           MOVE LNK-REF-DATE TO MH-REF-DATE
           MOVE LNK-REF-TEXT TO MH-REF-TEXT
           EXEC SQL
               INSERT INTO INSURNCE.TMORHOLD (
                    MH_MORATORIUM_ID, MH_POLICY_NUMBER, MH_ACTION,
                    MH_SOURCE_PGM, MH_FIRST_HELD_DATE,
                    MH_LAST_HELD_DATE, MH_HOLD_COUNT, MH_REF_DATE,
                    MH_REF_TEXT, MH_STATUS, MH_RELEASE_DATE,
                    MH_ADD_TIMESTAMP
                    ) VALUES (
                    :MH-MORATORIUM-ID, :MH-POLICY-NUMBER, :MH-ACTION,
                    :MH-SOURCE-PGM, :WS-PROCESS-DATE,
                    :WS-PROCESS-DATE, 1, :MH-REF-DATE,
                    :MH-REF-TEXT, 'H', NULL,
                    CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE INSURNCE.TMORHOLD
                      SET MH_LAST_HELD_DATE = :WS-PROCESS-DATE,
                          MH_HOLD_COUNT     = MH_HOLD_COUNT + 1,
                          MH_REF_DATE       = :MH-REF-DATE,
                          MH_REF_TEXT       = :MH-REF-TEXT,
                          MH_STATUS         = 'H',
                          MH_RELEASE_DATE   = NULL
                    WHERE MH_MORATORIUM_ID  = :MH-MORATORIUM-ID
                      AND MH_POLICY_NUMBER  = :MH-POLICY-NUMBER
                      AND MH_ACTION         = :MH-ACTION
               END-EXEC
           END-IF.

      *    THE ACTION HAS BEEN TAKEN NOW THAT NO MORATORIUM FREEZES
      *    IT - EVERY HOLD THE SOURCE PROGRAM HAS ON THE POLICY FOR
      *    THAT ACTION IS MARKED RELEASED. 100 = NOTHING WAS HELD.
       3100-RELEASE-HOLDS.
           EXEC SQL
               UPDATE INSURNCE.TMORHOLD
                  SET MH_STATUS       = 'R',
                      MH_RELEASE_DATE = :WS-PROCESS-DATE
                WHERE MH_POLICY_NUMBER = :MH-POLICY-NUMBER
                  AND MH_ACTION        = :MH-ACTION
                  AND MH_SOURCE_PGM    = :MH-SOURCE-PGM
                  AND MH_STATUS        = 'H'
           END-EXEC
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO LNK-ROW-CNT
           END-IF.

       3200-RELEASE-ONE.
           EXEC SQL
               UPDATE INSURNCE.TMORHOLD
                  SET MH_STATUS       = 'R',
                      MH_RELEASE_DATE = :WS-PROCESS-DATE
                WHERE MH_MORATORIUM_ID = :MH-MORATORIUM-ID
                  AND MH_POLICY_NUMBER = :MH-POLICY-NUMBER
                  AND MH_ACTION        = :MH-ACTION
                  AND MH_STATUS        = 'H'
           END-EXEC.

      *    CLOSED WITHOUT THE ACTION BEING TAKEN - SUPERSEDED BY A
      *    HOLD UNDER ANOTHER MORATORIUM, OR NO LONGER DUE.
       3300-CLOSE-ONE.
           EXEC SQL
               UPDATE INSURNCE.TMORHOLD
                  SET MH_STATUS       = 'X',
                      MH_RELEASE_DATE = :WS-PROCESS-DATE
                WHERE MH_MORATORIUM_ID = :MH-MORATORIUM-ID
                  AND MH_POLICY_NUMBER = :MH-POLICY-NUMBER
                  AND MH_ACTION        = :MH-ACTION
                  AND MH_STATUS        = 'H'
           END-EXEC.

      *    HOLDS THE NOTIFICATION AND DUNNING RUNS NEVER RE-DROVE
      *    WITHIN THE GRACE DAYS AFTER THEIR MORATORIUM ENDED (THE
      *    POLICY RENEWED, PAID OR LEFT THE BOOK MEANWHILE) ARE CLOSED
      *    AS NO LONGER DUE. CANCAP1 HOLDS ARE NEVER EXPIRED - ITS
      *    RELEASE PASS ALWAYS RE-DRIVES THEM.
       3400-EXPIRE-STALE-HOLDS.
           EXEC SQL
               UPDATE INSURNCE.TMORHOLD
                  SET MH_STATUS       = 'X',
                      MH_RELEASE_DATE = :WS-PROCESS-DATE
                WHERE MH_STATUS      = 'H'
                  AND MH_SOURCE_PGM <> 'CANCAP1'
                  AND MH_MORATORIUM_ID IN (
                        SELECT MR_MORATORIUM_ID
                        FROM INSURNCE.TMORATOR
                        GROUP BY MR_MORATORIUM_ID
                        HAVING MAX(MR_END_DATE) <
                           DATE(:WS-PROCESS-DATE) - :WS-GRACE-DAYS DAYS)
           END-EXEC
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO LNK-ROW-CNT
           END-IF.

       4000-FETCH-RELEASE.
           EXEC SQL
               FETCH RELEASE-CURSOR
                   INTO :MH-MORATORIUM-ID, :MH-POLICY-NUMBER,
                        :MH-ACTION, :MH-FIRST-HELD-DATE,
                        :MH-LAST-HELD-DATE, :MH-HOLD-COUNT,
                        :MH-REF-DATE, :MH-REF-TEXT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE MH-MORATORIUM-ID   TO LNK-OUT-MORATORIUM-ID
               MOVE MH-POLICY-NUMBER   TO LNK-OUT-POLICY-NUMBER
               MOVE MH-ACTION          TO LNK-OUT-ACTION
               MOVE MH-FIRST-HELD-DATE TO LNK-OUT-FIRST-HELD-DATE
               MOVE MH-LAST-HELD-DATE  TO LNK-OUT-LAST-HELD-DATE
               MOVE MH-HOLD-COUNT      TO LNK-OUT-HOLD-COUNT
               MOVE MH-REF-DATE        TO LNK-OUT-REF-DATE
               MOVE MH-REF-TEXT        TO LNK-OUT-REF-TEXT
           END-IF.

       4100-FETCH-REGISTER.
           EXEC SQL
               FETCH REGISTER-CURSOR
                   INTO :MH-MORATORIUM-ID, :MH-POLICY-NUMBER,
                        :MH-ACTION, :MH-SOURCE-PGM,
                        :MH-FIRST-HELD-DATE, :MH-LAST-HELD-DATE,
                        :MH-HOLD-COUNT, :MH-REF-DATE, :MH-REF-TEXT,
                        :MH-STATUS, :MH-RELEASE-DATE,
                        :MR-STATE, :MR-EVENT-DESC,
                        :MR-START-DATE, :MR-END-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE MH-MORATORIUM-ID   TO LNK-OUT-MORATORIUM-ID
               MOVE MH-POLICY-NUMBER   TO LNK-OUT-POLICY-NUMBER
               MOVE MH-ACTION          TO LNK-OUT-ACTION
               MOVE MH-SOURCE-PGM      TO LNK-OUT-SOURCE-PGM
               MOVE MH-FIRST-HELD-DATE TO LNK-OUT-FIRST-HELD-DATE
               MOVE MH-LAST-HELD-DATE  TO LNK-OUT-LAST-HELD-DATE
               MOVE MH-HOLD-COUNT      TO LNK-OUT-HOLD-COUNT
               MOVE MH-REF-DATE        TO LNK-OUT-REF-DATE
               MOVE MH-REF-TEXT        TO LNK-OUT-REF-TEXT
               MOVE MH-STATUS          TO LNK-OUT-STATUS
               MOVE MH-RELEASE-DATE    TO LNK-OUT-RELEASE-DATE
               MOVE MR-STATE           TO LNK-OUT-STATE
               MOVE MR-EVENT-DESC      TO LNK-OUT-EVENT-DESC
               MOVE MR-START-DATE      TO LNK-OUT-START-DATE
               MOVE MR-END-DATE        TO LNK-OUT-END-DATE
           END-IF.

       END PROGRAM MORDRVR1.
