       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJDRVR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNLW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE DAY'S JOURNAL WORK FILE. EXTEND-OPENED SO EVERY SOURCE
      *    PROGRAM IN THE NIGHT'S SCHEDULE ADDS TO THE SAME FILE;
      *    GLFEED1 PROVES IT, RELEASES IT TO THE LEDGER AND EMPTIES IT.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

       01  WS-GLJ-STATUS                  PIC XX.
       01  WS-OPERATION-TYPE              PIC X(8).
       01  WS-POST-DATE                   PIC X(8).
       01  WS-ENTRY-NO                    PIC 9(7) VALUE 0.
       01  WS-POST-AMOUNT                 PIC S9(9)V99.
       01  WS-DEBIT-ACCOUNT               PIC X(10).
       01  WS-CREDIT-ACCOUNT              PIC X(10).

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(8).
               10  LNK-SOURCE-PGM               PIC X(8).
               10  LNK-DEBIT-ACCOUNT            PIC X(10).
               10  LNK-CREDIT-ACCOUNT           PIC X(10).
               10  LNK-AMOUNT                   PIC S9(9)V99 COMP-3.
               10  LNK-REF-TYPE                 PIC X(1).
               10  LNK-REFERENCE                PIC X(10).
               10  LNK-DESCRIPTION              PIC X(20).
           05  LNK-OUTPUT-AREA.
               10  LNK-STATUS-CODE              PIC X(2).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE '00'               TO LNK-STATUS-CODE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'OPEN'
                   PERFORM 2000-OPEN-JOURNAL
               WHEN 'POST'
                   PERFORM 3000-POST-ENTRY
               WHEN 'CONTROL'
                   PERFORM 4000-WRITE-CONTROL
               WHEN 'CLOSE'
                   CLOSE GL-JOURNAL-FILE
                   MOVE WS-GLJ-STATUS TO LNK-STATUS-CODE
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE '99' TO LNK-STATUS-CODE
           END-EVALUATE
           GOBACK.

       2000-OPEN-JOURNAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-DATE
           MOVE 0 TO WS-ENTRY-NO
           OPEN EXTEND GL-JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = '00'
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF WS-GLJ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLJRNLW: ' WS-GLJ-STATUS
               CALL 'ABEND'
           END-IF.

      *    ONE ENTRY = ONE DEBIT LEG AND ONE CREDIT LEG FOR THE SAME
      *    AMOUNT, SO THE FILE CAN ONLY GO OUT OF BALANCE THROUGH A
      *    LOST OR DAMAGED RECORD. A NEGATIVE AMOUNT IS A REVERSAL:
      *    THE SIDES SWAP AND THE TIE AMOUNT STAYS NEGATIVE. A ZERO
      *    AMOUNT POSTS NOTHING.
       3000-POST-ENTRY.
           MOVE LNK-AMOUNT TO WS-POST-AMOUNT
           IF WS-POST-AMOUNT NOT = 0
               PERFORM 3050-WRITE-LEGS
           END-IF.

       3050-WRITE-LEGS.
           IF WS-POST-AMOUNT < 0
               MOVE LNK-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE LNK-DEBIT-ACCOUNT  TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE LNK-DEBIT-ACCOUNT  TO WS-DEBIT-ACCOUNT
               MOVE LNK-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF
           ADD 1 TO WS-ENTRY-NO

           MOVE SPACES             TO GL-JOURNAL-REC
           SET GLJ-DETAIL          TO TRUE
           MOVE LNK-SOURCE-PGM     TO GLJ-SOURCE-PGM
           MOVE WS-POST-DATE       TO GLJ-POST-DATE
           MOVE WS-ENTRY-NO        TO GLJ-ENTRY-NO
           MOVE LNK-REF-TYPE       TO GLJ-REF-TYPE
           MOVE LNK-REFERENCE      TO GLJ-REFERENCE
           MOVE LNK-DESCRIPTION    TO GLJ-DESCRIPTION
           MOVE WS-POST-AMOUNT     TO GLJ-AMOUNT

           MOVE WS-DEBIT-ACCOUNT   TO GLJ-ACCOUNT
           SET GLJ-DEBIT           TO TRUE
           MOVE WS-POST-AMOUNT     TO GLJ-TIE-AMOUNT
           WRITE GL-JOURNAL-REC
           PERFORM 3100-CHECK-WRITE

           MOVE WS-CREDIT-ACCOUNT  TO GLJ-ACCOUNT
           SET GLJ-CREDIT          TO TRUE
           MOVE 0                  TO GLJ-TIE-AMOUNT
           WRITE GL-JOURNAL-REC
           PERFORM 3100-CHECK-WRITE.

       3100-CHECK-WRITE.
           IF WS-GLJ-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNLW: ' WS-GLJ-STATUS
               CALL 'ABEND'
           END-IF.

      *    THE SOURCE'S OWN REPORT TOTAL - WRITTEN EVEN WHEN IT IS
      *    ZERO, SO GLFEED1 CAN TELL A QUIET DAY FROM A JOB THAT
      *    NEVER RAN.
       4000-WRITE-CONTROL.
           MOVE SPACES             TO GL-JOURNAL-REC
           SET GLJ-CONTROL         TO TRUE
           MOVE LNK-SOURCE-PGM     TO GLJ-SOURCE-PGM
           MOVE WS-POST-DATE       TO GLJ-POST-DATE
           MOVE WS-ENTRY-NO        TO GLJ-ENTRY-NO
           MOVE 0                  TO GLJ-AMOUNT
           MOVE LNK-AMOUNT         TO GLJ-TIE-AMOUNT
           MOVE LNK-DESCRIPTION    TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-REC
           PERFORM 3100-CHECK-WRITE.

       END PROGRAM GLJDRVR1.
