           SELECT LETTER-PRINT-FILE ASSIGN TO 'LTRPRINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATEMENT-DETAIL-FILE ASSIGN TO 'STMTDTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT DOCUMENT-INDEX-FILE ASSIGN TO 'LTRINDEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO 'CUSTXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT MAIL-PIECE-FILE ASSIGN TO 'MAILPCS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-RECORD           PIC X(132).

      *    INSTALLMENT LINES FOR THE ACCOUNT STATEMENTS ON CUSTFLE
      *    (ACCTSTM1), IN THE ORDER THE STATEMENTS WERE WRITTEN.
      *    OPTIONAL - WITHOUT IT A STATEMENT PRINTS ITS BALANCE ONLY.
       FD  STATEMENT-DETAIL-FILE.
       01  STATEMENT-DETAIL-RECORD       PIC X(120).

      *    CONTENT-ARCHIVE INDEX - ONE ENTRY PER LETTER ON LTRPRINT
      *    WITH ITS PAGE RANGE, IN THE ARCHIVE'S LOAD FORMAT: AN 'H'
      *    HEADER, THE 'D' ENTRIES (ARCINDX) AND A 'T' TRAILER WITH
      *    THE DOCUMENT AND PAGE COUNTS. THE ARCHIVE LOADS LTRPRINT
      *    BY THIS INDEX; ARCRCN1 CHECKS ITS ACKNOWLEDGEMENTS BACK.
       FD  DOCUMENT-INDEX-FILE.
       01  DOCUMENT-INDEX-REC.
           COPY ARCINDX.
       01  DOCUMENT-INDEX-HEADER.
           05  ARH-REC-TYPE              PIC X(1).
           05  ARH-SOURCE                PIC X(8).
           05  ARH-BATCH-ID              PIC X(14).
           05  ARH-PRINT-FILE            PIC X(8).
           05  FILLER                    PIC X(169).
       01  DOCUMENT-INDEX-TRAILER.
           05  ART-REC-TYPE              PIC X(1).
           05  ART-BATCH-ID              PIC X(14).
           05  ART-DOC-CNT               PIC 9(9).
           05  ART-PAGE-CNT              PIC 9(9).
           05  FILLER                    PIC X(167).

      *    POLICY-TO-CUSTOMER CROSS-REFERENCE EXTRACT FROM CUSTMST1
      *    (POLICY|CUSTOMER ID|HOUSEHOLD ID), AS CONSNTF1 READS IT.
      *    OPTIONAL - WITHOUT IT THE INDEX CARRIES NO CUSTOMER IDS.
       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-REC.
           05  XRF-POLICY-NUMBER         PIC X(10).
           05  FILLER                    PIC X(1).
           05  XRF-CUSTOMER-ID           PIC 9(9).
           05  FILLER                    PIC X(1).
           05  XRF-HOUSEHOLD-ID          PIC 9(9).
           05  FILLER                    PIC X(50).

      *    TRAY BREAKS AND BARCODES FROM MAILSEQ1, IN THE PRESORT
      *    ORDER OF THE CUSTFLE IT WROTE - EACH NOTICE HAS ITS 'P'
      *    PIECE, EACH TRAY ITS 'B' BREAK AHEAD OF ITS PIECES.
      *    OPTIONAL - WITHOUT IT THE FILE IS UNSORTED AND THE LETTERS
      *    PRINT WITHOUT A BARCODE OR TRAY SHEETS, AS BEFORE.
       FD  MAIL-PIECE-FILE.
       01  MAIL-PIECE-REC                PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-NOTICES            VALUE 'YES'.
       01  WS-DTL-STATUS                 PIC XX.
       01  WS-DTL-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-STMT-DETAIL        VALUE 'YES'.
       01  WS-IDX-STATUS                 PIC XX.
       01  WS-XREF-STATUS                PIC XX.
       01  WS-XREF-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-XREF               VALUE 'YES'.
       01  WS-PCS-STATUS                 PIC XX.
       01  WS-PCS-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-MAIL-PIECES        VALUE 'YES'.
       01  WS-PCS-OPEN-SW                PIC X(1) VALUE 'N'.
           88  MAIL-PIECES-PRESENT       VALUE 'Y'.

       01  WS-CUST.
           COPY CUSTNTFY.

      *    THE NEXT UNPRINTED STATEMENT DETAIL LINE. A STATEMENT
      *    NOTICE CARRIES A RUN ID ENDING 'ST'; ITS LINES ARE THE ONES
      *    WITH THE SAME POLICY AND RUN ID.
       01  WS-STM.
           COPY STMTDTL.
       01  WS-STM-FOUND-SW               PIC X(1) VALUE 'N'.
           88  STM-DETAIL-FOUND          VALUE 'Y'.
       01  WS-STM-BAL-EDIT               PIC ZZ,ZZ9.99-.
       01  WS-STM-TOT-EDIT               PIC Z,ZZZ,ZZ9.99-.

      *    'PROOF' + N LIMITS OUTPUT TO THE FIRST N LETTERS PER STATE
      *    SO COMPLIANCE CAN SIGN OFF A SAMPLE BEFORE THE FULL FILE
      *    GOES TO THE VENDOR. BLANK MODE COMPOSES EVERYTHING.
           05  WS-ADDR-FIRST-LINE        PIC 9(3) VALUE 8.

       01  WS-LETTER-CNT                 PIC 9(7) VALUE 0.
      *    PAGES WRITTEN TO LTRPRINT SO FAR, AND WHERE THE CURRENT
      *    LETTER STARTED - EVERY LETTER BEGINS ON A FRESH PAGE.
       01  WS-PAGE-CNT                   PIC 9(7) VALUE 0.
       01  WS-LETTER-START-PAGE          PIC 9(7) VALUE 0.
       01  WS-COV-IDX                    PIC 9(2) VALUE 0.
       01  WS-SKIPPED-CNT                PIC 9(7) VALUE 0.

       01  WS-INST-CNT-EDIT              PIC Z9.

      *    WORD-WRAP WORK FIELDS FOR THE 100-CHARACTER CATALOG TEXTS.
      *    ARCHIVE INDEX WORK FIELDS. THE BATCH ID IS THE RUN'S START
      *    DATE AND TIME; THE DOCUMENT TYPE COMES FROM THE RUN ID
      *    SUFFIX THE PRODUCER STAMPED (3960-SET-DOCUMENT-TYPE).
       01  WS-BATCH-ID.
           05  WS-BATCH-DATE             PIC X(8).
           05  WS-BATCH-TIME             PIC X(6).
       01  WS-START-TIME                 PIC X(8).
       01  WS-DOC-TYPE                   PIC X(4).
       01  WS-MAIL-DATE                  PIC X(8).
       01  WS-INDEX-CNT                  PIC 9(7) VALUE 0.
       01  WS-NO-CUSTOMER-CNT            PIC 9(7) VALUE 0.
       01  WS-DOC-TYPE-COUNTS.
           05  WS-TIER-CNT               PIC 9(7) VALUE 0.
           05  WS-NRNW-CNT               PIC 9(7) VALUE 0.
           05  WS-DUNN-CNT               PIC 9(7) VALUE 0.
           05  WS-RINS-CNT               PIC 9(7) VALUE 0.
           05  WS-CONF-CNT               PIC 9(7) VALUE 0.
           05  WS-STMT-CNT               PIC 9(7) VALUE 0.

      *    CUSTOMER IDS BY POLICY, LOADED FROM CUSTXREF AT STARTUP.
       01  WS-XREF-TABLE.
           05 WS-XRF-ENTRY               OCCURS 50000 TIMES.
              10 WS-XRF-POLICY           PIC X(10).
              10 WS-XRF-CUST-ID          PIC X(9).
       01  WS-XRF-TBL-CNT                PIC 9(5) VALUE 0.
       01  WS-XRF-IDX                    PIC 9(5) VALUE 0.
       01  WS-XRF-FOUND-IDX              PIC 9(5) VALUE 0.

      *    THE NEXT MAILPCS RECORD, AND THE BARCODE OF THE LETTER
      *    BEING COMPOSED (SPACES WHEN MAILPCS IS NOT PRESENT). TRAY
      *    SHEETS ARE PAGES ON LTRPRINT BUT NOT DOCUMENTS, SO THEY ARE
      *    KEPT OUT OF THE ARCHIVE TRAILER'S PAGE COUNT.
       01  WS-PCS.
           COPY MAILPCS.
       01  WS-LETTER-IMB                 PIC X(31).
       01  WS-LETTER-IMB-SERIAL          PIC X(9).
       01  WS-TRAY-SHEET-CNT             PIC 9(7) VALUE 0.
       01  WS-PCS-LEFT-CNT               PIC 9(7) VALUE 0.
       01  WS-TRAY-PIECES-EDIT           PIC ZZZZ9.

       01  WS-WRAP-FIELDS.
           05  WS-WRAP-TEXT              PIC X(100).
           05  WS-WRAP-START             PIC 9(3) VALUE 1.
               DISPLAY 'ERROR OPENING LTRPRINT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN INPUT STATEMENT-DETAIL-FILE
           IF WS-DTL-STATUS NOT = '00'
               MOVE 'YES' TO WS-DTL-EOF-SW
           ELSE
               PERFORM 2060-READ-STMT-DETAIL-PARA
           END-IF

      *    A PROOF RUN IS A SAMPLE FOR SIGN-OFF, NOT A MAILING, SO IT
      *    SENDS THE ARCHIVE NOTHING.
           IF NOT PROOF-MODE
               PERFORM 1200-LOAD-XREF-TABLE
               PERFORM 1300-OPEN-INDEX-PARA
               PERFORM 1400-OPEN-MAIL-PIECES
           END-IF

           PERFORM 2050-READ-NOTICE-PARA.

           END-IF
           PERFORM 2050-READ-NOTICE-PARA.

       1200-LOAD-XREF-TABLE.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'LTRCOMP1: CUSTXREF NOT AVAILABLE - ARCHIVE '
                       'INDEX CARRIES NO CUSTOMER IDS'
           ELSE
               PERFORM 1210-READ-XREF-PARA UNTIL END-OF-XREF
               CLOSE CUSTOMER-XREF-FILE
               DISPLAY 'LTRCOMP1: CUSTOMER XREF ENTRIES: '
                       WS-XRF-TBL-CNT
           END-IF.

       1210-READ-XREF-PARA.
           READ CUSTOMER-XREF-FILE
               AT END
                   MOVE 'YES' TO WS-XREF-EOF-SW
               NOT AT END
                   IF XRF-POLICY-NUMBER NOT = SPACES
                       IF WS-XRF-TBL-CNT >= 50000
                           DISPLAY '*** LTRCOMP1: XREF TABLE FULL '
                                   '(50000) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-XRF-TBL-CNT
                       MOVE XRF-POLICY-NUMBER
                           TO WS-XRF-POLICY (WS-XRF-TBL-CNT)
                       MOVE XRF-CUSTOMER-ID
                           TO WS-XRF-CUST-ID (WS-XRF-TBL-CNT)
                   END-IF
           END-READ.

       1300-OPEN-INDEX-PARA.
           ACCEPT WS-START-TIME FROM TIME
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BATCH-DATE
           MOVE WS-START-TIME (1:6)         TO WS-BATCH-TIME
           OPEN OUTPUT DOCUMENT-INDEX-FILE
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LTRINDEX: ' WS-IDX-STATUS
               CALL 'ABEND'
           END-IF
           MOVE SPACES           TO DOCUMENT-INDEX-HEADER
           MOVE 'H'              TO ARH-REC-TYPE
           MOVE 'LTRCOMP1'       TO ARH-SOURCE
           MOVE WS-BATCH-ID      TO ARH-BATCH-ID
           MOVE 'LTRPRINT'       TO ARH-PRINT-FILE
           WRITE DOCUMENT-INDEX-HEADER.

       1400-OPEN-MAIL-PIECES.
           OPEN INPUT MAIL-PIECE-FILE
           IF WS-PCS-STATUS NOT = '00'
               DISPLAY 'LTRCOMP1: MAILPCS NOT AVAILABLE - LETTERS '
                       'PRINT WITHOUT BARCODES OR TRAY SHEETS'
           ELSE
               MOVE 'Y' TO WS-PCS-OPEN-SW
               PERFORM 2070-READ-MAIL-PIECE-PARA
           END-IF.

      *    WS-SPF-FOUND-IDX COMES BACK ZERO ONCE THE STATE HAS HAD
      *    ITS SAMPLE - THE LETTER IS COUNTED BUT NOT COMPOSED.
       2100-CHECK-PROOF-QUOTA.
           END-IF.

       3000-COMPOSE-LETTER.
           MOVE SPACES TO WS-LETTER-IMB WS-LETTER-IMB-SERIAL
           IF MAIL-PIECES-PRESENT
               PERFORM 3010-TAKE-MAIL-PIECE
           END-IF
           ADD 1 TO WS-LETTER-CNT
           MOVE 0 TO WS-LINE-NO
           COMPUTE WS-LETTER-START-PAGE = WS-PAGE-CNT + 1

           PERFORM 3090-EMIT-LETTERHEAD
           PERFORM 3500-FILL-TO-ADDR-BLOCK
           PERFORM 3600-EMIT-BLANK-LINE
           PERFORM 3120-EMIT-BODY
           PERFORM 3600-EMIT-BLANK-LINE
           IF WS-CUST-RUN-ID (11:2) = 'ST'
               PERFORM 3160-EMIT-STATEMENT-BLOCK
           ELSE
               PERFORM 3130-EMIT-PREMIUM-BLOCK
           END-IF
           PERFORM 3600-EMIT-BLANK-LINE
           PERFORM 3135-EMIT-COVERAGE-BLOCK
           PERFORM 3140-EMIT-AGENT-BLOCK
           PERFORM 3150-EMIT-STATUTORY-BLOCK
           PERFORM 3700-FILL-TO-PAGE-END
           IF NOT PROOF-MODE
               PERFORM 3950-WRITE-INDEX-ENTRY
           END-IF.

      *    PRINTS THE SHEETS FOR ANY TRAYS STARTING AHEAD OF THIS
      *    NOTICE, THEN TAKES ITS PIECE. THE TWO FILES CAME FROM ONE
      *    MAILSEQ1 RUN IN THE SAME ORDER; A PIECE FOR ANOTHER NOTICE
      *    MEANS THEY DO NOT BELONG TOGETHER AND THE BARCODES WOULD
      *    GO ON THE WRONG LETTERS.
       3010-TAKE-MAIL-PIECE.
           PERFORM 3020-EMIT-TRAY-SHEET
               UNTIL END-OF-MAIL-PIECES OR NOT MPS-TRAY-BREAK
           IF END-OF-MAIL-PIECES
                   OR NOT MPS-PIECE
                   OR MPS-POLICY-NUMBER NOT = WS-CUST-POLICY-NUMBER
                   OR MPS-RUN-ID NOT = WS-CUST-RUN-ID
               DISPLAY '*** LTRCOMP1: MAILPCS OUT OF STEP WITH '
                       'CUSTFLE AT POLICY ' WS-CUST-POLICY-NUMBER
                       ' - RUN STOPPED ***'
               CALL 'ABEND'
           END-IF
           MOVE SPACES TO WS-LETTER-IMB
           STRING MPS-IMB-TRACKING     DELIMITED BY SIZE
                  MPS-IMB-ROUTING      DELIMITED BY SPACE
             INTO WS-LETTER-IMB
           END-STRING
           MOVE MPS-IMB-SERIAL TO WS-LETTER-IMB-SERIAL
           PERFORM 2070-READ-MAIL-PIECE-PARA.

      *    A SHEET OF ITS OWN AHEAD OF EACH TRAY'S LETTERS SO THE
      *    VENDOR'S INSERTER OPERATOR CAN SEE WHERE TO BREAK TRAYS.
       3020-EMIT-TRAY-SHEET.
           MOVE 0 TO WS-LINE-NO
           ADD 1 TO WS-TRAY-SHEET-CNT
           PERFORM 3600-EMIT-BLANK-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE '*** TRAY BREAK ***' TO WS-LINE-BUILD (11:18)
           PERFORM 3800-EMIT-LINE
           PERFORM 3600-EMIT-BLANK-LINE
           MOVE MPS-TRAY-PIECES TO WS-TRAY-PIECES-EDIT
           MOVE SPACES TO WS-LINE-BUILD
           STRING 'TRAY '              DELIMITED BY SIZE
                  MPS-TRAY-NO          DELIMITED BY SIZE
                  '   LEVEL '          DELIMITED BY SIZE
                  MPS-PRESORT-LEVEL    DELIMITED BY SIZE
                  '   DESTINATION '    DELIMITED BY SIZE
                  MPS-DESTINATION      DELIMITED BY SIZE
                  '   PIECES '         DELIMITED BY SIZE
                  WS-TRAY-PIECES-EDIT  DELIMITED BY SIZE
             INTO WS-LINE-BUILD (11:80)
           END-STRING
           PERFORM 3800-EMIT-LINE
           PERFORM 3700-FILL-TO-PAGE-END
           PERFORM 2070-READ-MAIL-PIECE-PARA.

      *    THE ISSUING UNDERWRITER'S LETTERHEAD AT THE HEAD OF THE
      *    PAGE - THE REGULATORS REQUIRE THE ISSUING ENTITY'S NAME
                  WS-CUST-ZIP-CD      DELIMITED BY SIZE
             INTO WS-LINE-BUILD (11:60)
           END-STRING
           PERFORM 3800-EMIT-LINE
      *    THE INTELLIGENT MAIL BARCODE UNDER THE LAST ADDRESS LINE,
      *    INSIDE THE ENVELOPE WINDOW - THE VENDOR SETS THESE DIGITS
      *    IN THE IMB FONT.
           IF WS-LETTER-IMB NOT = SPACES
               MOVE SPACES TO WS-LINE-BUILD
               MOVE WS-LETTER-IMB TO WS-LINE-BUILD (11:31)
               PERFORM 3800-EMIT-LINE
           END-IF.

       3110-EMIT-SALUTATION.
           MOVE SPACES TO WS-LINE-BUILD
               PERFORM 3900-EMIT-WRAPPED-TEXT
           END-IF.

      *    THE ACCOUNT STATEMENT IN PLACE OF THE PREMIUM BLOCK - ONE
      *    LINE PER INSTALLMENT, THEN THE BILLED/RECEIVED/OUTSTANDING
      *    TOTALS. LINES LEFT BY A LETTER NOT COMPOSED (PROOF MODE)
      *    ARE SKIPPED OVER; A STATEMENT FROM AN EARLIER RUN, WHOSE
      *    LINES ARE NO LONGER ON THE FILE, PRINTS ITS BALANCE ONLY.
       3160-EMIT-STATEMENT-BLOCK.
           PERFORM 3165-FIND-STATEMENT-DETAIL
           IF STM-DETAIL-FOUND
               MOVE SPACES TO WS-LINE-BUILD
               STRING 'STATEMENT OF ACCOUNT FOR POLICY '
                                         DELIMITED BY SIZE
                      WS-CUST-POLICY-NUMBER DELIMITED BY SIZE
                      ' AS OF '          DELIMITED BY SIZE
                      WS-CUST-NOTIFY-DATE DELIMITED BY SIZE
                 INTO WS-LINE-BUILD (7:110)
               END-STRING
               PERFORM 3800-EMIT-LINE
               PERFORM 3600-EMIT-BLANK-LINE
               MOVE SPACES       TO WS-LINE-BUILD
               MOVE 'NO'         TO WS-LINE-BUILD (7:2)
               MOVE 'DUE DATE'   TO WS-LINE-BUILD (11:8)
               MOVE 'BILLED'     TO WS-LINE-BUILD (25:6)
               MOVE 'RECEIVED'   TO WS-LINE-BUILD (33:8)
               MOVE 'ON'         TO WS-LINE-BUILD (42:2)
               MOVE 'BALANCE'    TO WS-LINE-BUILD (58:7)
               MOVE 'STATUS'     TO WS-LINE-BUILD (67:6)
               MOVE 'ACH RETURN' TO WS-LINE-BUILD (79:10)
               PERFORM 3800-EMIT-LINE
               PERFORM 3170-EMIT-INSTALLMENT-LINE
                   UNTIL END-OF-STMT-DETAIL
                      OR NOT STM-INSTALL-LINE
                      OR STM-POLICY-NUMBER NOT = WS-CUST-POLICY-NUMBER
                      OR STM-RUN-ID NOT = WS-CUST-RUN-ID
               PERFORM 3600-EMIT-BLANK-LINE
               IF NOT END-OF-STMT-DETAIL
                       AND STM-TOTAL-LINE
                       AND STM-POLICY-NUMBER = WS-CUST-POLICY-NUMBER
                       AND STM-RUN-ID = WS-CUST-RUN-ID
                   PERFORM 3180-EMIT-STATEMENT-TOTALS
                   PERFORM 2060-READ-STMT-DETAIL-PARA
               END-IF
           ELSE
               MOVE WS-CUST-RENEWAL-PREMIUM TO WS-AMT-EDIT
               MOVE SPACES TO WS-LINE-BUILD
               STRING 'OUTSTANDING PREMIUM BALANCE ON POLICY '
                                         DELIMITED BY SIZE
                      WS-CUST-POLICY-NUMBER DELIMITED BY SIZE
                      ' AS OF '          DELIMITED BY SIZE
                      WS-CUST-NOTIFY-DATE DELIMITED BY SIZE
                      ': '               DELIMITED BY SIZE
                      WS-AMT-EDIT        DELIMITED BY SIZE
                 INTO WS-LINE-BUILD (7:110)
               END-STRING
               PERFORM 3800-EMIT-LINE
           END-IF.

       3165-FIND-STATEMENT-DETAIL.
           MOVE 'N' TO WS-STM-FOUND-SW
           IF NOT END-OF-STMT-DETAIL
                   AND STM-RUN-ID = WS-CUST-RUN-ID
               PERFORM 2060-READ-STMT-DETAIL-PARA
                   UNTIL END-OF-STMT-DETAIL
                      OR (STM-INSTALL-LINE
                          AND STM-POLICY-NUMBER = WS-CUST-POLICY-NUMBER)
               IF NOT END-OF-STMT-DETAIL
                   MOVE 'Y' TO WS-STM-FOUND-SW
               END-IF
           END-IF.

       3170-EMIT-INSTALLMENT-LINE.
           MOVE SPACES TO WS-LINE-BUILD
           MOVE STM-INSTALL-NO   TO WS-INST-CNT-EDIT
           MOVE WS-INST-CNT-EDIT TO WS-LINE-BUILD (7:2)
           MOVE STM-DUE-DATE     TO WS-LINE-BUILD (11:10)
           MOVE STM-BILLED-AMT   TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT      TO WS-LINE-BUILD (22:9)
           IF STM-PAID-AMT > 0
               MOVE STM-PAID-AMT     TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT      TO WS-LINE-BUILD (32:9)
               MOVE STM-RECEIPT-DATE TO WS-LINE-BUILD (42:10)
           END-IF
           MOVE STM-BALANCE      TO WS-STM-BAL-EDIT
           MOVE WS-STM-BAL-EDIT  TO WS-LINE-BUILD (55:10)
           MOVE STM-STATUS       TO WS-LINE-BUILD (67:10)
           IF STM-RETURN-CODE NOT = SPACES
               STRING STM-RETURN-CODE  DELIMITED BY SIZE
                      ' ON '           DELIMITED BY SIZE
                      STM-RETURN-DATE  DELIMITED BY SIZE
                 INTO WS-LINE-BUILD (79:17)
               END-STRING
           END-IF
           PERFORM 3800-EMIT-LINE
           PERFORM 2060-READ-STMT-DETAIL-PARA.

       3180-EMIT-STATEMENT-TOTALS.
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'PREMIUM BILLED TO DATE' TO WS-LINE-BUILD (7:40)
           MOVE STM-BILLED-AMT   TO WS-STM-TOT-EDIT
           MOVE WS-STM-TOT-EDIT  TO WS-LINE-BUILD (50:13)
           PERFORM 3800-EMIT-LINE
           MOVE SPACES TO WS-LINE-BUILD
           MOVE 'PAYMENTS RECEIVED, NET OF RETURNS'
                                 TO WS-LINE-BUILD (7:40)
           MOVE STM-PAID-AMT     TO WS-STM-TOT-EDIT
           MOVE WS-STM-TOT-EDIT  TO WS-LINE-BUILD (50:13)
           PERFORM 3800-EMIT-LINE
           IF STM-RETURN-AMT > 0
               MOVE SPACES TO WS-LINE-BUILD
               MOVE '(ACH PAYMENTS RETURNED BY YOUR BANK)'
                                     TO WS-LINE-BUILD (7:40)
               MOVE STM-RETURN-AMT   TO WS-STM-TOT-EDIT
               MOVE WS-STM-TOT-EDIT  TO WS-LINE-BUILD (50:13)
               PERFORM 3800-EMIT-LINE
           END-IF
           MOVE SPACES TO WS-LINE-BUILD
           IF STM-BALANCE < 0
               MOVE 'CREDIT BALANCE' TO WS-LINE-BUILD (7:40)
           ELSE
               MOVE 'OUTSTANDING BALANCE' TO WS-LINE-BUILD (7:40)
           END-IF
           MOVE STM-BALANCE      TO WS-STM-TOT-EDIT
           MOVE WS-STM-TOT-EDIT  TO WS-LINE-BUILD (50:13)
           PERFORM 3800-EMIT-LINE
           IF STM-UNBILLED-AMT > 0
               MOVE SPACES TO WS-LINE-BUILD
               MOVE 'INSTALLMENTS STILL TO BE BILLED'
                                     TO WS-LINE-BUILD (7:40)
               MOVE STM-UNBILLED-AMT TO WS-STM-TOT-EDIT
               MOVE WS-STM-TOT-EDIT  TO WS-LINE-BUILD (50:13)
               PERFORM 3800-EMIT-LINE
           END-IF
           PERFORM 3600-EMIT-BLANK-LINE.

       3500-FILL-TO-ADDR-BLOCK.
           PERFORM 3600-EMIT-BLANK-LINE
               UNTIL WS-LINE-NO >= WS-ADDR-FIRST-LINE - 1.
           ADD 1 TO WS-LINE-NO
           IF WS-LINE-NO >= WS-PAGE-LINES
               MOVE 0 TO WS-LINE-NO
               ADD 1 TO WS-PAGE-CNT
           END-IF.

      *    BREAKS WS-WRAP-TEXT AT WORD BOUNDARIES WITHIN THE PRINT
               ADD WS-WRAP-CUT TO WS-WRAP-START
           END-IF.

      *    ONE ARCHIVE INDEX ENTRY FOR THE LETTER JUST COMPOSED -
      *    ITS PAGES ARE THOSE WRITTEN SINCE IT STARTED.
       3950-WRITE-INDEX-ENTRY.
           PERFORM 3960-SET-DOCUMENT-TYPE
           PERFORM 3970-FIND-CUSTOMER-ID
           ADD 1 TO WS-INDEX-CNT
           MOVE SPACES                TO DOCUMENT-INDEX-REC
           MOVE 'D'                   TO ARX-REC-TYPE
           MOVE WS-BATCH-ID           TO ARX-BATCH-ID
           MOVE WS-INDEX-CNT          TO ARX-DOC-SEQ
           MOVE WS-CUST-POLICY-NUMBER TO ARX-POLICY-NUMBER
           IF WS-XRF-FOUND-IDX > 0
               MOVE WS-XRF-CUST-ID (WS-XRF-FOUND-IDX)
                                      TO ARX-CUSTOMER-ID
           ELSE
               ADD 1 TO WS-NO-CUSTOMER-CNT
           END-IF
           MOVE WS-DOC-TYPE           TO ARX-DOC-TYPE
           MOVE WS-CUST-RUN-ID        TO ARX-RUN-TOKEN
           MOVE WS-LETTER-START-PAGE  TO ARX-START-PAGE
           MOVE WS-PAGE-CNT           TO ARX-END-PAGE
           COMPUTE ARX-PAGE-CNT = WS-PAGE-CNT - WS-LETTER-START-PAGE
                                  + 1
           MOVE SPACES                TO WS-MAIL-DATE
           IF WS-CUST-NOTIFY-DATE NOT = SPACES
               STRING WS-CUST-NOTIFY-DATE (7:4)
                      WS-CUST-NOTIFY-DATE (1:2)
                      WS-CUST-NOTIFY-DATE (4:2) DELIMITED BY SIZE
                 INTO WS-MAIL-DATE
               END-STRING
           END-IF
           MOVE WS-MAIL-DATE          TO ARX-MAIL-DATE
           MOVE WS-CUST-STATE         TO ARX-STATE
           MOVE WS-CUST-LAST-NAME     TO ARX-HOLDER-LNAME
           MOVE WS-LETTER-IMB-SERIAL  TO ARX-IMB-SERIAL
           WRITE DOCUMENT-INDEX-REC
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LTRINDEX: ' WS-IDX-STATUS
               CALL 'ABEND'
           END-IF.

      *    THE PRODUCERS OTHER THAN MAINPGM STAMP A LETTER CODE IN THE
      *    LAST TWO BYTES OF THE RUN ID ('ST' ACCTSTM1, 'DN' DUNCYCL1
      *    AND ACHRETN1, 'RI' REINST1, 'CF' RNWCONF1, NBINTK1, BENMNT1
      *    AND ENDRSMT1). A MAINPGM RUN ID ENDS IN ITS ATTEMPT NUMBER;
      *    THOSE NOTICES ARE TIER NOTICES UNLESS NO PREMIUM IS QUOTED,
      *    WHICH IS THE STATUTORY NON-RENEWAL NOTICE.
       3960-SET-DOCUMENT-TYPE.
           EVALUATE WS-CUST-RUN-ID (11:2)
               WHEN 'ST'
                   MOVE 'STMT' TO WS-DOC-TYPE
                   ADD 1 TO WS-STMT-CNT
               WHEN 'DN'
                   MOVE 'DUNN' TO WS-DOC-TYPE
                   ADD 1 TO WS-DUNN-CNT
               WHEN 'RI'
                   MOVE 'RINS' TO WS-DOC-TYPE
                   ADD 1 TO WS-RINS-CNT
               WHEN 'CF'
                   MOVE 'CONF' TO WS-DOC-TYPE
                   ADD 1 TO WS-CONF-CNT
               WHEN OTHER
                   IF WS-CUST-RENEWAL-PREMIUM NUMERIC
                           AND WS-CUST-RENEWAL-PREMIUM > 0
                       MOVE 'TIER' TO WS-DOC-TYPE
                       ADD 1 TO WS-TIER-CNT
                   ELSE
                       MOVE 'NRNW' TO WS-DOC-TYPE
                       ADD 1 TO WS-NRNW-CNT
                   END-IF
           END-EVALUATE.

       3970-FIND-CUSTOMER-ID.
           MOVE 0 TO WS-XRF-FOUND-IDX
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                     UNTIL WS-XRF-IDX > WS-XRF-TBL-CNT
               IF WS-XRF-POLICY (WS-XRF-IDX)
                           = WS-CUST-POLICY-NUMBER
                   MOVE WS-XRF-IDX TO WS-XRF-FOUND-IDX
                   MOVE WS-XRF-TBL-CNT TO WS-XRF-IDX
               END-IF
           END-PERFORM.

       2050-READ-NOTICE-PARA.
           READ CUSTOMER-NOTIFY-FILE INTO WS-CUST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2060-READ-STMT-DETAIL-PARA.
           READ STATEMENT-DETAIL-FILE INTO WS-STM
               AT END
                   MOVE 'YES' TO WS-DTL-EOF-SW
           END-READ.

       2070-READ-MAIL-PIECE-PARA.
           READ MAIL-PIECE-FILE INTO WS-PCS
               AT END
                   MOVE 'YES' TO WS-PCS-EOF-SW
           END-READ.

       9000-FINALIZE-PARA.
           CLOSE CUSTOMER-NOTIFY-FILE
           CLOSE LETTER-PRINT-FILE
           DISPLAY 'LTRCOMP1: LETTERS COMPOSED: ' WS-LETTER-CNT
                   '  PAGES: ' WS-PAGE-CNT
           IF NOT PROOF-MODE
               MOVE SPACES        TO DOCUMENT-INDEX-TRAILER
               MOVE 'T'           TO ART-REC-TYPE
               MOVE WS-BATCH-ID   TO ART-BATCH-ID
               MOVE WS-INDEX-CNT  TO ART-DOC-CNT
               COMPUTE ART-PAGE-CNT = WS-PAGE-CNT - WS-TRAY-SHEET-CNT
               WRITE DOCUMENT-INDEX-TRAILER
               CLOSE DOCUMENT-INDEX-FILE
               DISPLAY 'LTRCOMP1: ARCHIVE BATCH ' WS-BATCH-ID
                       '  DOCUMENTS INDEXED: ' WS-INDEX-CNT
               DISPLAY 'LTRCOMP1:   TIER ' WS-TIER-CNT
                       '  NON-RENEWAL ' WS-NRNW-CNT
                       '  DUNNING ' WS-DUNN-CNT
               DISPLAY 'LTRCOMP1:   REINSTATEMENT ' WS-RINS-CNT
                       '  CONFIRMATION ' WS-CONF-CNT
                       '  STATEMENT ' WS-STMT-CNT
               IF WS-NO-CUSTOMER-CNT > 0
                   DISPLAY 'LTRCOMP1:   WITHOUT A CUSTOMER ID: '
                           WS-NO-CUSTOMER-CNT
               END-IF
               IF MAIL-PIECES-PRESENT
                   PERFORM 9100-CLOSE-MAIL-PIECES
               END-IF
           END-IF
           IF PROOF-MODE
               DISPLAY 'LTRCOMP1: PROOF MODE - NOTICES BEYOND THE '
                       'PER-STATE SAMPLE: ' WS-SKIPPED-CNT
           END-IF.

      *    EVERY MAILPCS RECORD SHOULD HAVE BEEN USED - ANY LEFT OVER
      *    ARE PIECES WITH NO LETTER, SO THE POSTAGE STATEMENT COUNTS
      *    ARE WRONG FOR THIS FILE.
       9100-CLOSE-MAIL-PIECES.
           PERFORM UNTIL END-OF-MAIL-PIECES
               ADD 1 TO WS-PCS-LEFT-CNT
               PERFORM 2070-READ-MAIL-PIECE-PARA
           END-PERFORM
           CLOSE MAIL-PIECE-FILE
           DISPLAY 'LTRCOMP1:   TRAY SHEETS: ' WS-TRAY-SHEET-CNT
           IF WS-PCS-LEFT-CNT > 0
               DISPLAY 'LTRCOMP1: WARNING - MAILPCS RECORDS WITH NO '
                       'NOTICE: ' WS-PCS-LEFT-CNT
           END-IF.

       END PROGRAM LTRCOMP1.
