       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DBENEF
       END-EXEC.

       EXEC SQL
           INCLUDE DBENHIST
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.

       01  WS-POL-FIELDS.
           05  WS-POL-TYPE                PIC X(50).
           05  WS-POL-STATUS              PIC X(1).
           05  WS-POL-FNAME               PIC X(35).
           05  WS-POL-MNAME               PIC X(1).
           05  WS-POL-LNAME               PIC X(35).
           05  WS-POL-ADDR-1              PIC X(100).
           05  WS-POL-ADDR-2              PIC X(100).
           05  WS-POL-CITY                PIC X(30).
           05  WS-POL-STATE               PIC X(2).
           05  WS-POL-ZIP-CD              PIC X(10).
           05  WS-POL-EMAIL               PIC X(30).
           05  WS-POL-CONTACT-PREF        PIC X(1).
           05  WS-POL-PREF-LANGUAGE       PIC X(2).
           05  WS-POL-AGENT-CODE          PIC X(10).
           05  WS-POL-START               PIC X(10).
           05  WS-POL-EXPIRY              PIC X(10).
           05  WS-POL-BENEF-NAME          PIC X(60).
           05  WS-POL-BENEF-RELATION      PIC X(15).
           05  WS-POL-FILE-FORM-DATE      PIC X(10).
           05  WS-POL-CHANGE-TS           PIC X(26).

      *    THE DESIGNATION IN FORCE FOR ONE POLICY, PRIMARIES FIRST,
      *    EACH TYPE IN THE ORDER THE FORM LISTED THE NAMES.
       EXEC SQL
           DECLARE BENEF-CURSOR CURSOR FOR
               SELECT BF_BENEF_TYPE, BF_SEQ_NO, BF_NAME, BF_RELATION,
                      BF_SHARE_PCT, CHAR(BF_FORM_DATE, USA)
                 FROM INSURNCE.TBENEF
                 WHERE BF_POLICY_NUMBER = :BF-POLICY-NUMBER
                 ORDER BY BF_BENEF_TYPE DESC, BF_SEQ_NO
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-BENEF-TYPE               PIC X(1).
               10  LNK-SEQ-NO                   PIC S9(4) COMP.
               10  LNK-NAME                     PIC X(60).
               10  LNK-RELATION                 PIC X(4).
               10  LNK-SHARE-PCT                PIC S9(3)V9(2) COMP-3.
               10  LNK-FORM-DATE                PIC X(10).
               10  LNK-CHANGE-TS                PIC X(26).
               10  LNK-LINE-NO                  PIC S9(4) COMP.
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-ACTION                   PIC X(3).
               10  LNK-BEFORE-NAME              PIC X(60).
               10  LNK-BEFORE-RELATION          PIC X(4).
               10  LNK-BEFORE-SHARE-PCT         PIC S9(3)V9(2) COMP-3.
               10  LNK-AFTER-NAME               PIC X(60).
               10  LNK-AFTER-RELATION           PIC X(4).
               10  LNK-AFTER-SHARE-PCT          PIC S9(3)V9(2) COMP-3.
               10  LNK-POL-BENEF-NAME           PIC X(60).
               10  LNK-POL-BENEF-RELATION       PIC X(15).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-POL-TYPE                 PIC X(50).
               10  LNK-POL-STATUS               PIC X(1).
               10  LNK-POL-FNAME                PIC X(35).
               10  LNK-POL-MNAME                PIC X(1).
               10  LNK-POL-LNAME                PIC X(35).
               10  LNK-POL-ADDR-1               PIC X(100).
               10  LNK-POL-ADDR-2               PIC X(100).
               10  LNK-POL-CITY                 PIC X(30).
               10  LNK-POL-STATE                PIC X(2).
               10  LNK-POL-ZIP-CD               PIC X(10).
               10  LNK-POL-EMAIL                PIC X(30).
               10  LNK-POL-CONTACT-PREF         PIC X(1).
               10  LNK-POL-PREF-LANGUAGE        PIC X(2).
               10  LNK-POL-AGENT-CODE           PIC X(10).
               10  LNK-POL-START                PIC X(10).
               10  LNK-POL-EXPIRY               PIC X(10).
               10  LNK-POL-CUR-BENEF-NAME       PIC X(60).
               10  LNK-POL-CUR-BENEF-RELATION   PIC X(15).
               10  LNK-POL-FILE-FORM-DATE       PIC X(10).
               10  LNK-POL-CHANGE-TS            PIC X(26).
               10  LNK-OUT-BENEF-TYPE           PIC X(1).
               10  LNK-OUT-SEQ-NO               PIC S9(4) COMP.
               10  LNK-OUT-NAME                 PIC X(60).
               10  LNK-OUT-RELATION             PIC X(4).
               10  LNK-OUT-SHARE-PCT            PIC S9(3)V9(2) COMP-3.
               10  LNK-OUT-FORM-DATE            PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-POLICY-NUMBER  TO BF-POLICY-NUMBER
           EVALUATE WS-OPERATION-TYPE
               WHEN 'GETPOL'
                   PERFORM 2000-GET-POLICY
               WHEN 'OPEN'
                   EXEC SQL OPEN BENEF-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'FETCH'
                   PERFORM 2100-FETCH-BENEFICIARY
               WHEN 'CLOSE'
                   EXEC SQL CLOSE BENEF-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'DELALL'
                   PERFORM 2200-DELETE-DESIGNATION
               WHEN 'INSERT'
                   PERFORM 2300-INSERT-BENEFICIARY
               WHEN 'HIST'
                   PERFORM 2400-INSERT-HISTORY
               WHEN 'SETPOL'
                   PERFORM 2500-UPDATE-POLICY
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'BENDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    THE POLICY THE FORM NAMES: ITS TYPE AND STATUS, THE HOLDER
      *    THE CONFIRMATION GOES TO, THE BENEFICIARY NOW PRINTED ON
      *    THE NOTICES, AND THE RECEIVED DATE OF THE FORM ON FILE
      *    (BLANK WHEN NO DESIGNATION HAS BEEN KEYED YET). THE CURRENT
      *    TIMESTAMP COMES BACK WITH IT SO EVERY HISTORY ROW OF THE
      *    FORM CARRIES THE SAME CHANGE TIMESTAMP.
       2000-GET-POLICY.
           EXEC SQL
               SELECT P.POLICY_TYPE, P.POLICY_STATUS,
                      P.POLICY_HOLDER_FNAME, P.POLICY_HOLDER_MNAME,
                      P.POLICY_HOLDER_LNAME, P.POLICY_HOLDER_ADDR_1,
                      P.POLICY_HOLDER_ADDR_2, P.POLICY_HOLDER_CITY,
                      P.POLICY_HOLDER_STATE, P.POLICY_HOLDER_ZIP_CD,
                      P.POLICY_HOLDER_EMAIL, P.POLICY_CONTACT_PREF,
                      P.POLICY_PREF_LANGUAGE, P.POLICY_AGENT_CODE,
                      CHAR(P.POLICY_START_DATE, USA),
                      CHAR(P.POLICY_EXPIRY_DATE, USA),
                      P.POLICY_BENEF_NAME, P.POLICY_BENEF_RELATION,
                      COALESCE(
                        (SELECT CHAR(MAX(B.BF_FORM_DATE), USA)
                           FROM INSURNCE.TBENEF B
                          WHERE B.BF_POLICY_NUMBER = P.POLICY_NUMBER),
                        ' '),
                      CHAR(CURRENT TIMESTAMP)
               INTO :WS-POL-TYPE, :WS-POL-STATUS,
                    :WS-POL-FNAME, :WS-POL-MNAME,
                    :WS-POL-LNAME, :WS-POL-ADDR-1,
                    :WS-POL-ADDR-2, :WS-POL-CITY,
                    :WS-POL-STATE, :WS-POL-ZIP-CD,
                    :WS-POL-EMAIL, :WS-POL-CONTACT-PREF,
                    :WS-POL-PREF-LANGUAGE, :WS-POL-AGENT-CODE,
                    :WS-POL-START, :WS-POL-EXPIRY,
                    :WS-POL-BENEF-NAME, :WS-POL-BENEF-RELATION,
                    :WS-POL-FILE-FORM-DATE, :WS-POL-CHANGE-TS
               FROM INSURNCE.TPOLICY P
               WHERE P.POLICY_NUMBER = :BF-POLICY-NUMBER
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE WS-POL-TYPE            TO LNK-POL-TYPE
               MOVE WS-POL-STATUS          TO LNK-POL-STATUS
               MOVE WS-POL-FNAME           TO LNK-POL-FNAME
               MOVE WS-POL-MNAME           TO LNK-POL-MNAME
               MOVE WS-POL-LNAME           TO LNK-POL-LNAME
               MOVE WS-POL-ADDR-1          TO LNK-POL-ADDR-1
               MOVE WS-POL-ADDR-2          TO LNK-POL-ADDR-2
               MOVE WS-POL-CITY            TO LNK-POL-CITY
               MOVE WS-POL-STATE           TO LNK-POL-STATE
               MOVE WS-POL-ZIP-CD          TO LNK-POL-ZIP-CD
               MOVE WS-POL-EMAIL           TO LNK-POL-EMAIL
               MOVE WS-POL-CONTACT-PREF    TO LNK-POL-CONTACT-PREF
               MOVE WS-POL-PREF-LANGUAGE   TO LNK-POL-PREF-LANGUAGE
               MOVE WS-POL-AGENT-CODE      TO LNK-POL-AGENT-CODE
               MOVE WS-POL-START           TO LNK-POL-START
               MOVE WS-POL-EXPIRY          TO LNK-POL-EXPIRY
               MOVE WS-POL-BENEF-NAME      TO LNK-POL-CUR-BENEF-NAME
               MOVE WS-POL-BENEF-RELATION
                                       TO LNK-POL-CUR-BENEF-RELATION
               MOVE WS-POL-FILE-FORM-DATE  TO LNK-POL-FILE-FORM-DATE
               MOVE WS-POL-CHANGE-TS       TO LNK-POL-CHANGE-TS
           END-IF.

       2100-FETCH-BENEFICIARY.
           EXEC SQL
               FETCH BENEF-CURSOR
                   INTO :BF-BENEF-TYPE, :BF-SEQ-NO, :BF-NAME,
                        :BF-RELATION, :BF-SHARE-PCT, :BF-FORM-DATE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               MOVE BF-BENEF-TYPE   TO LNK-OUT-BENEF-TYPE
               MOVE BF-SEQ-NO       TO LNK-OUT-SEQ-NO
               MOVE BF-NAME         TO LNK-OUT-NAME
               MOVE BF-RELATION     TO LNK-OUT-RELATION
               MOVE BF-SHARE-PCT    TO LNK-OUT-SHARE-PCT
               MOVE BF-FORM-DATE    TO LNK-OUT-FORM-DATE
           END-IF.

      *    A NEW FORM REPLACES THE WHOLE DESIGNATION - THE ROWS IN
      *    FORCE GO AND THE FORM'S LINES ARE INSERTED IN THEIR PLACE.
      *    A POLICY WITH NO ROWS YET IS NOT AN ERROR.
       2200-DELETE-DESIGNATION.
           EXEC SQL
               DELETE FROM INSURNCE.TBENEF
               WHERE BF_POLICY_NUMBER = :BF-POLICY-NUMBER
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 100
               MOVE 0 TO WS-SQLCODE
           END-IF.

       2300-INSERT-BENEFICIARY.
           MOVE LNK-BENEF-TYPE     TO BF-BENEF-TYPE
           MOVE LNK-SEQ-NO         TO BF-SEQ-NO
           MOVE LNK-NAME           TO BF-NAME
           MOVE LNK-RELATION       TO BF-RELATION
           MOVE LNK-SHARE-PCT      TO BF-SHARE-PCT
           MOVE LNK-FORM-DATE      TO BF-FORM-DATE
           EXEC SQL
               INSERT INTO INSURNCE.TBENEF
                   (BF_POLICY_NUMBER, BF_BENEF_TYPE, BF_SEQ_NO,
                    BF_NAME, BF_RELATION, BF_SHARE_PCT,
                    BF_FORM_DATE, BF_ADD_TIMESTAMP)
               VALUES
                   (:BF-POLICY-NUMBER, :BF-BENEF-TYPE, :BF-SEQ-NO,
                    :BF-NAME, :BF-RELATION, :BF-SHARE-PCT,
                    DATE(:BF-FORM-DATE), CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       2400-INSERT-HISTORY.
           MOVE LNK-POLICY-NUMBER     TO BH-POLICY-NUMBER
           MOVE LNK-CHANGE-TS         TO BH-CHANGE-TIMESTAMP
           MOVE LNK-LINE-NO           TO BH-LINE-NO
           MOVE LNK-FORM-DATE         TO BH-FORM-DATE
           MOVE LNK-USER-ID           TO BH-USER-ID
           MOVE LNK-ACTION            TO BH-ACTION
           MOVE LNK-BENEF-TYPE        TO BH-BENEF-TYPE
           MOVE LNK-BEFORE-NAME       TO BH-BEFORE-NAME
           MOVE LNK-BEFORE-RELATION   TO BH-BEFORE-RELATION
           MOVE LNK-BEFORE-SHARE-PCT  TO BH-BEFORE-SHARE-PCT
           MOVE LNK-AFTER-NAME        TO BH-AFTER-NAME
           MOVE LNK-AFTER-RELATION    TO BH-AFTER-RELATION
           MOVE LNK-AFTER-SHARE-PCT   TO BH-AFTER-SHARE-PCT
           EXEC SQL
               INSERT INTO INSURNCE.TBENHIST
                   (BH_POLICY_NUMBER, BH_CHANGE_TIMESTAMP, BH_LINE_NO,
                    BH_FORM_DATE, BH_USER_ID, BH_ACTION,
                    BH_BENEF_TYPE, BH_BEFORE_NAME, BH_BEFORE_RELATION,
                    BH_BEFORE_SHARE_PCT, BH_AFTER_NAME,
                    BH_AFTER_RELATION, BH_AFTER_SHARE_PCT)
               VALUES
                   (:BH-POLICY-NUMBER, TIMESTAMP(:BH-CHANGE-TIMESTAMP),
                    :BH-LINE-NO, DATE(:BH-FORM-DATE), :BH-USER-ID,
                    :BH-ACTION, :BH-BENEF-TYPE, :BH-BEFORE-NAME,
                    :BH-BEFORE-RELATION, :BH-BEFORE-SHARE-PCT,
                    :BH-AFTER-NAME, :BH-AFTER-RELATION,
                    :BH-AFTER-SHARE-PCT)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

      *    THE LEADING PRIMARY AND ITS RELATIONSHIP GO ON TPOLICY FOR
      *    THE LIFE NOTICES MAINPGM PRINTS.
       2500-UPDATE-POLICY.
           MOVE LNK-POL-BENEF-NAME     TO WS-POL-BENEF-NAME
           MOVE LNK-POL-BENEF-RELATION TO WS-POL-BENEF-RELATION
           EXEC SQL
               UPDATE INSURNCE.TPOLICY
                  SET POLICY_BENEF_NAME = :WS-POL-BENEF-NAME,
                      POLICY_BENEF_RELATION = :WS-POL-BENEF-RELATION,
                      POLICY_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE POLICY_NUMBER = :BF-POLICY-NUMBER
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       END PROGRAM BENDRVR1.
