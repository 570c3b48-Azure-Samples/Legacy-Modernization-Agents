       01  WS-STATUS-CODE       PIC X(2).

       01  WS-AUDIT-BEFORE-SAVE PIC X(258).
       01  WS-AUDIT-BEFORE-TAX  PIC X(60).
       01  WS-AUDIT-BEFORE-BANK PIC X(48).
       01  WS-MASK-ACCOUNT      PIC X(17).
       01  WS-MASK-LEN          PIC S9(4) COMP.

       LINKAGE SECTION.
       01  LNK-AREA.
           05 LNK-CALLER-AREA.
               10 LNK-CALLER-JOB        PIC X(8).
               10 LNK-CALLER-USER       PIC X(8).
      *    TAX IDENTITY (W-9) - APPENDED AFTER THE CALLER AREA FOR THE
      *    SAME REASON. ONLY 'TAXUPD' (MAINTAIN) AND 'TAXGET' (SEARCH
      *    PLUS THE TAX FIELDS) REFERENCE IT; ADD STARTS AN AGENT WITH
      *    NO TAX IDENTITY AND UPDATE/DEACTIVE LEAVE IT AS IT IS.
           05 LNK-TAX-AREA.
               10 LNK-MAINT-TAX-IDENTITY.
                  15 LNK-MAINT-TAX-ID          PIC X(9).
                  15 LNK-MAINT-TIN-TYPE        PIC X(1).
                  15 LNK-MAINT-LEGAL-NAME      PIC X(40).
                  15 LNK-MAINT-W9-DATE         PIC X(10).
               10 LNK-AGENT-TAX-IDENTITY.
                  15 LNK-AGENT-TAX-ID          PIC X(9).
                  15 LNK-AGENT-TIN-TYPE        PIC X(1).
                  15 LNK-AGENT-LEGAL-NAME      PIC X(40).
                  15 LNK-AGENT-W9-DATE         PIC X(10).
      *    DIRECT-DEPOSIT DETAILS - APPENDED AFTER THE TAX AREA THE SAME
      *    WAY. 'BANKUPD' REPLACES THEM, 'BANKSTS' CHANGES ONLY THE
      *    DEPOSIT STATUS (PRENOTE CLEARED, DEPOSIT STOPPED) AND
      *    'BANKGET' IS SEARCH PLUS THE BANK FIELDS.
           05 LNK-BANK-AREA.
               10 LNK-MAINT-BANK-DETAILS.
                  15 LNK-MAINT-ROUTING-NO      PIC X(9).
                  15 LNK-MAINT-ACCOUNT-NO      PIC X(17).
                  15 LNK-MAINT-ACCT-TYPE       PIC X(1).
                  15 LNK-MAINT-DEPOSIT-STATUS  PIC X(1).
                  15 LNK-MAINT-PRENOTE-DATE    PIC X(10).
                  15 LNK-MAINT-PRENOTE-CLEAR   PIC X(10).
               10 LNK-AGENT-BANK-DETAILS.
                  15 LNK-AGENT-ROUTING-NO      PIC X(9).
                  15 LNK-AGENT-ACCOUNT-NO      PIC X(17).
                  15 LNK-AGENT-ACCT-TYPE       PIC X(1).
                  15 LNK-AGENT-DEPOSIT-STATUS  PIC X(1).
                  15 LNK-AGENT-PRENOTE-DATE    PIC X(10).
                  15 LNK-AGENT-PRENOTE-CLEAR   PIC X(10).
      *    THE APPROVING OPERATOR OF A DUAL-CONTROL CHANGE - APPENDED
      *    AFTER THE BANK AREA THE SAME WAY. ONLY 'TAXUPD' AND
      *    'BANKUPD' REFERENCE IT, AND AGTMNT1 IS THEIR ONLY CALLER.
           05 LNK-APPROVAL-AREA.
               10 LNK-APPROVER-USER         PIC X(8).

       PROCEDURE DIVISION USING LNK-AREA.

                   PERFORM UPDATE-AGENT-RECORD
               WHEN 'DEACTIVE'
                   PERFORM DEACTIVATE-AGENT-RECORD
               WHEN 'TAXUPD'
                   PERFORM UPDATE-AGENT-TAX-IDENTITY
               WHEN 'TAXGET'
                   PERFORM SEARCH-AGENT-FILE
                   IF WS-STATUS-CODE = '00'
                       MOVE AGENT-TAX-IDENTITY TO LNK-AGENT-TAX-IDENTITY
                   END-IF
               WHEN 'BANKUPD'
                   PERFORM UPDATE-AGENT-BANK-DETAILS
               WHEN 'BANKSTS'
                   PERFORM UPDATE-AGENT-DEPOSIT-STATUS
               WHEN 'BANKGET'
                   PERFORM SEARCH-AGENT-FILE
                   IF WS-STATUS-CODE = '00'
                       MOVE AGENT-BANK-DETAILS TO LNK-AGENT-BANK-DETAILS
                   END-IF
               WHEN OTHER
                   MOVE '99' TO WS-STATUS-CODE
           END-EVALUATE
           MOVE LNK-MAINT-AGENT-CONTACT-NO TO AGENT-CONTACT-NO
           MOVE LNK-MAINT-AGENT-START-DATE TO AGENT-START-DATE
           MOVE LNK-MAINT-AGENT-END-DATE   TO AGENT-END-DATE
           MOVE SPACES                     TO AGENT-TAX-IDENTITY
                                              AGENT-BANK-DETAILS
           MOVE SPACES TO WS-AUDIT-BEFORE-SAVE
                          WS-AUDIT-BEFORE-TAX
                          WS-AUDIT-BEFORE-BANK
           WRITE AGENT-RECORD
               INVALID KEY
                   MOVE FILE-STATUS-CODE TO WS-STATUS-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE AGENT-RECORD TO WS-AUDIT-BEFORE-SAVE
                   MOVE AGENT-TAX-IDENTITY TO WS-AUDIT-BEFORE-TAX
                   MOVE AGENT-BANK-DETAILS TO WS-AUDIT-BEFORE-BANK
                   MOVE LNK-MAINT-AGENT-NAME       TO AGENT-NAME
                   MOVE LNK-MAINT-AGENT-ADDRESS-1  TO AGENT-ADDRESS-1
                   MOVE LNK-MAINT-AGENT-ADDRESS-2  TO AGENT-ADDRESS-2
                   END-IF
               NOT INVALID KEY
                   MOVE AGENT-RECORD TO WS-AUDIT-BEFORE-SAVE
                   MOVE AGENT-TAX-IDENTITY TO WS-AUDIT-BEFORE-TAX
                   MOVE AGENT-BANK-DETAILS TO WS-AUDIT-BEFORE-BANK
                   MOVE 'I' TO AGENT-STATUS
                   IF LNK-MAINT-AGENT-END-DATE NOT = SPACES
                       MOVE LNK-MAINT-AGENT-END-DATE TO AGENT-END-DATE
                   PERFORM WRITE-AUDIT-RECORD
           END-READ.

      *    W-9 MAINTENANCE - REPLACES THE AGENT'S TAX IDENTITY ONLY.
      *    THE DETAIL FIELDS ARE NOT TOUCHED, SO A TIN CORRECTION
      *    CANNOT DISTURB AN ADDRESS OR STATUS CHANGE AND VICE VERSA.
       UPDATE-AGENT-TAX-IDENTITY.
           MOVE WS-AGENT-CODE TO AGENT-CODE
           READ AGENT-FILE
               INVALID KEY
                   MOVE FILE-STATUS-CODE TO WS-STATUS-CODE
                   IF FILE-STATUS-NOT-FOUND
                       DISPLAY 'WARNING: AGENT CODE NOT FOUND ON AGENTV
      -                        'SAM: ' WS-AGENT-CODE
                   ELSE
                       PERFORM ERROR-HANDLING
                   END-IF
               NOT INVALID KEY
                   MOVE AGENT-RECORD TO WS-AUDIT-BEFORE-SAVE
                   MOVE AGENT-TAX-IDENTITY TO WS-AUDIT-BEFORE-TAX
                   MOVE AGENT-BANK-DETAILS TO WS-AUDIT-BEFORE-BANK
                   MOVE LNK-MAINT-TAX-IDENTITY TO AGENT-TAX-IDENTITY
                   REWRITE AGENT-RECORD
                   MOVE FILE-STATUS-CODE TO WS-STATUS-CODE
                   IF NOT FILE-STATUS-OK
                       PERFORM ERROR-HANDLING
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
           END-READ.

      *    DIRECT-DEPOSIT MAINTENANCE - REPLACES THE BANK DETAILS ONLY,
      *    LIKE THE TAX IDENTITY ABOVE. THE AGENT'S NAME COMES BACK SO
      *    THE CALLER CAN ADDRESS THE PRENOTE.
       UPDATE-AGENT-BANK-DETAILS.
           MOVE WS-AGENT-CODE TO AGENT-CODE
           READ AGENT-FILE
               INVALID KEY
                   MOVE FILE-STATUS-CODE TO WS-STATUS-CODE
                   IF FILE-STATUS-NOT-FOUND
                       DISPLAY 'WARNING: AGENT CODE NOT FOUND ON AGENTV
      -                        'SAM: ' WS-AGENT-CODE
                   ELSE
                       PERFORM ERROR-HANDLING
                   END-IF
               NOT INVALID KEY
                   MOVE AGENT-RECORD TO WS-AUDIT-BEFORE-SAVE
                   MOVE AGENT-TAX-IDENTITY TO WS-AUDIT-BEFORE-TAX
                   MOVE AGENT-BANK-DETAILS TO WS-AUDIT-BEFORE-BANK
                   MOVE LNK-MAINT-BANK-DETAILS TO AGENT-BANK-DETAILS
                   REWRITE AGENT-RECORD
                   MOVE FILE-STATUS-CODE TO WS-STATUS-CODE
                   IF NOT FILE-STATUS-OK
                       PERFORM ERROR-HANDLING
                   END-IF
                   PERFORM RETURN-AGENT-FIELDS
                   PERFORM WRITE-AUDIT-RECORD
           END-READ.

       UPDATE-AGENT-DEPOSIT-STATUS.
           MOVE WS-AGENT-CODE TO AGENT-CODE
           READ AGENT-FILE
               INVALID KEY
                   MOVE FILE-STATUS-CODE TO WS-STATUS-CODE
                   IF FILE-STATUS-NOT-FOUND
                       DISPLAY 'WARNING: AGENT CODE NOT FOUND ON AGENTV
      -                        'SAM: ' WS-AGENT-CODE
                   ELSE
                       PERFORM ERROR-HANDLING
                   END-IF
               NOT INVALID KEY
                   MOVE AGENT-RECORD TO WS-AUDIT-BEFORE-SAVE
                   MOVE AGENT-TAX-IDENTITY TO WS-AUDIT-BEFORE-TAX
                   MOVE AGENT-BANK-DETAILS TO WS-AUDIT-BEFORE-BANK
                   MOVE LNK-MAINT-DEPOSIT-STATUS TO AGENT-DEPOSIT-STATUS
                   REWRITE AGENT-RECORD
                   MOVE FILE-STATUS-CODE TO WS-STATUS-CODE
                   IF NOT FILE-STATUS-OK
                       PERFORM ERROR-HANDLING
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
           END-READ.

      *    ONE AUDIT RECORD PER SUCCESSFUL MAINTENANCE OPERATION, WITH
      *    THE FULL BEFORE- AND AFTER-IMAGE OF THE AGENT RECORD. THE
      *    FILE IS OPENED, WRITTEN AND CLOSED PER RECORD SO EVERY
               MOVE WS-AGENT-CODE         TO AUD-AGENT-CODE
               MOVE WS-AUDIT-BEFORE-SAVE  TO AUD-BEFORE-IMAGE
               MOVE AGENT-RECORD          TO AUD-AFTER-IMAGE
               MOVE WS-AUDIT-BEFORE-TAX   TO AUD-BEFORE-TAX-IMAGE
               MOVE AGENT-TAX-IDENTITY    TO AUD-AFTER-TAX-IMAGE
               MOVE WS-AUDIT-BEFORE-BANK  TO AUD-BEFORE-BANK-IMAGE
               MOVE AUD-BEF-ACCOUNT-MASK  TO WS-MASK-ACCOUNT
               PERFORM MASK-BANK-ACCOUNT
               MOVE WS-MASK-ACCOUNT       TO AUD-BEF-ACCOUNT-MASK
               MOVE AGENT-BANK-DETAILS    TO AUD-AFTER-BANK-IMAGE
               MOVE AUD-AFT-ACCOUNT-MASK  TO WS-MASK-ACCOUNT
               PERFORM MASK-BANK-ACCOUNT
               MOVE WS-MASK-ACCOUNT       TO AUD-AFT-ACCOUNT-MASK
               IF WS-OPERATION-TYPE = 'TAXUPD' OR 'BANKUPD'
                   MOVE LNK-APPROVER-USER TO AUD-APPROVER-USER
               ELSE
                   MOVE SPACES            TO AUD-APPROVER-USER
               END-IF
               WRITE AGENT-AUDIT-RECORD
               IF NOT AUDIT-STATUS-OK
                   DISPLAY 'WARNING: AGENT AUDIT WRITE FAILED, STATUS: '
                       AUDIT-STATUS-CODE
           END-IF.

      *    EVERYTHING BUT THE LAST FOUR CHARACTERS BECOMES '*'.
       MASK-BANK-ACCOUNT.
           PERFORM VARYING WS-MASK-LEN FROM 17 BY -1
                     UNTIL WS-MASK-LEN = 0
                        OR WS-MASK-ACCOUNT (WS-MASK-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-MASK-LEN > 4
               MOVE ALL '*' TO WS-MASK-ACCOUNT (1:WS-MASK-LEN - 4)
           END-IF.

       ERROR-HANDLING.
           DISPLAY 'IN FLEDIVR1'
           DISPLAY 'ERROR: ' WS-OPERATION-TYPE ' ON AGENTVSAM FILE STATU
