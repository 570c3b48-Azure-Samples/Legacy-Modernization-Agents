               10  LNK-OUT-REASON-CODE          PIC X(10).
               10  LNK-OUT-EFF-DATE             PIC X(10).
               10  LNK-OUT-AUTH-USER            PIC X(8).
      *    THE APPROVING OPERATOR OF A DUAL-CONTROL ADD - APPENDED
      *    AFTER THE EXISTING AREAS SO EVERY ESTABLISHED CALLER'S
      *    OFFSETS ARE UNCHANGED. ONLY 'ADDDUAL' REFERENCES IT, SO
      *    CALLERS WITH THE SHORTER AREA ARE UNAFFECTED.
           05 LNK-APPROVAL-AREA.
               10  LNK-APPROVER-USER            PIC X(8).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-SUPPRESSION
               WHEN 'ADD'
                   MOVE SPACES TO SUP-APPROVER-USER
                   PERFORM 3000-ADD-SUPPRESSION
               WHEN 'ADDDUAL'
                   MOVE LNK-APPROVER-USER TO SUP-APPROVER-USER
                   PERFORM 3000-ADD-SUPPRESSION
               WHEN 'DELETE'
                   PERFORM 3100-DELETE-SUPPRESSION
           EXEC SQL
               INSERT INTO INSURNCE.TSUPPRES (
                    SUP_POLICY_NUMBER, SUP_REASON_CODE,
                    SUP_EFF_DATE, SUP_AUTH_USER, SUP_ADD_TIMESTAMP,
                    SUP_APPROVER_USER
                    ) VALUES (
                    :SUP-POLICY-NUMBER, :SUP-REASON-CODE,
                    :SUP-EFF-DATE, :SUP-AUTH-USER,
                    CURRENT TIMESTAMP, :SUP-APPROVER-USER )
           END-EXEC.

       3100-DELETE-SUPPRESSION.
