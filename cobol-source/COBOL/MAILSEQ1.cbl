       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILSEQ1.
      *    PRESORT AND INTELLIGENT MAIL BARCODE STEP FOR THE LETTER
      *    MAILING. RUNS AFTER THE NOTICE RUNS HAVE WRITTEN CUSTFLE
      *    (ADDRESSES ALREADY STANDARDIZED BY MAINPGM 3055 / NBINTK1
      *    AND HOUSEHOLDS CONSOLIDATED) AND BEFORE LTRCOMP1. EACH
      *    NOTICE GETS A SERIAL UNDER OUR MAILER ID AND A ROUTING CODE
      *    FROM ITS ZIP+4 AND DELIVERY POINT; THE NOTICES ARE
      *    SEQUENCED INTO 5-DIGIT, 3-DIGIT AND MIXED TRAYS SO THE
      *    VENDOR CAN MAIL AT PRESORT RATES WITHOUT RE-SORTING:
      *        CUSTPRST  CUSTFLE IN PRESORT ORDER - LTRCOMP1'S CUSTFLE
      *        MAILPCS   TRAY BREAKS AND EACH PIECE'S BARCODE, IN THE
      *                  SAME ORDER (MAILPCS COPYBOOK) - LTRCOMP1 READS
      *                  IT IN STEP TO PRINT THEM
      *        MAILSTMT  POSTAGE STATEMENT COUNTS
      *    EVERY PIECE IS RECORDED ON TMAILPC (MPCDRVR1) SO MAILRET1
      *    CAN TRACE A RETURNED PIECE BY ITS SERIAL.
      *    SYSIN CARD:
      *        COLS  1-9   USPS MAILER ID - 6 DIGITS (LEFT-JUSTIFIED)
      *                    OR 9 DIGITS. REQUIRED.
      *        COLS 10-12  IMB SERVICE TYPE ID (DEFAULT 700)
      *        COLS 13-15  MINIMUM PIECES FOR A 5-DIGIT OR 3-DIGIT
      *                    TRAY (DEFAULT 150)
      *        COLS 16-19  PIECES PER TRAY (DEFAULT 500)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-NOTIFY-FILE ASSIGN TO 'CUSTFLE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRESORT-SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT PRESORTED-NOTIFY-FILE ASSIGN TO 'CUSTPRST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRST-STATUS.
           SELECT MAIL-PIECE-FILE ASSIGN TO 'MAILPCS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCS-STATUS.
           SELECT POSTAGE-STATEMENT ASSIGN TO 'MAILSTMT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-NOTIFY-FILE.
       01  CUSTOMER-NOTIFY-RECORD        PIC X(1163).

      *    PRESORT ORDER: LEVEL (5-DIGIT, 3-DIGIT, MIXED), THE TRAY'S
      *    DESTINATION ZIP, THEN ZIP+4 AND DELIVERY POINT WITHIN IT,
      *    KEEPING CUSTFLE ORDER FOR PIECES AT THE SAME ADDRESS.
       SD  PRESORT-SORT-FILE.
       01  PRESORT-SORT-REC.
           05  SRT-LEVEL-RANK            PIC 9(1).
           05  SRT-DESTINATION           PIC X(5).
           05  SRT-ZIP5                  PIC X(5).
           05  SRT-ZIP4                  PIC X(4).
           05  SRT-DELIVERY-POINT        PIC X(2).
           05  SRT-SEQ                   PIC 9(9).
           05  FILLER                    PIC X(1163).

       FD  PRESORTED-NOTIFY-FILE.
       01  PRESORTED-NOTIFY-RECORD       PIC X(1163).

       FD  MAIL-PIECE-FILE.
       01  MAIL-PIECE-REC.
           COPY MAILPCS.

       FD  POSTAGE-STATEMENT.
       01  POSTAGE-STATEMENT-REC         PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-PRST-STATUS                PIC XX.
       01  WS-PCS-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-NOTICES            VALUE 'YES'.
       01  WS-SORT-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-SORTED             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-PARM-CARD.
           05  WS-PARM-MAILER-ID         PIC X(9).
           05  WS-PARM-STID              PIC X(3).
           05  WS-PARM-MIN-PIECES        PIC X(3).
           05  WS-PARM-TRAY-MAX          PIC X(4).
           05  FILLER                    PIC X(61).

       01  WS-MAILER-ID                  PIC X(9).
       01  WS-MAILER-ID-LEN              PIC 9(1) VALUE 0.
       01  WS-STID                       PIC X(3).
       01  WS-MIN-PIECES                 PIC 9(3) VALUE 150.
       01  WS-TRAY-MAX                   PIC 9(4) VALUE 500.

      *    SERIALS RUN ON FROM THE LAST ONE RECORDED ON TMAILPC AND
      *    WRAP TO 1 AT THE TOP OF THE RANGE THE MAILER ID ALLOWS
      *    (9 DIGITS UNDER A 6-DIGIT ID, 6 UNDER A 9-DIGIT ID).
       01  WS-SERIAL                     PIC 9(9) VALUE 0.
       01  WS-SERIAL-MAX                 PIC 9(9) VALUE 0.
       01  WS-FIRST-SERIAL               PIC 9(9) VALUE 0.
       01  WS-SERIAL-X                   PIC X(9).

      *    THE NOTICE BEING READ, AND ITS ZIP BROKEN OUT. A ZIP THAT
      *    IS NOT 5 OR 9 DIGITS CANNOT BE SORTED OR ROUTED - THE
      *    PIECE GOES IN THE MIXED TRAYS WITH NO ROUTING CODE.
       01  WS-CUST.
           COPY CUSTNTFY.
       01  WS-ZIP-FIELDS.
           05  WS-ZIP-DIGITS             PIC X(9).
           05  WS-ZIP-LEN                PIC 9(2) VALUE 0.
           05  WS-ZIP-IDX                PIC 9(2) VALUE 0.
           05  WS-ZIP5                   PIC X(5).
           05  WS-ZIP5-NUM REDEFINES WS-ZIP5
                                         PIC 9(5).
           05  WS-ZIP3-NUM               PIC 9(3).
           05  WS-ZIP4                   PIC X(4).
           05  WS-DELIVERY-POINT         PIC X(2).
           05  WS-ADDR-DIGITS            PIC 9(3) VALUE 0.
           05  WS-ADDR-IDX               PIC 9(3) VALUE 0.
           05  WS-ZIP-VALID-SW           PIC X(1).
               88  ZIP-VALID             VALUE 'Y'.

      *    PIECE COUNTS BY 5-DIGIT ZIP (SUBSCRIPT = ZIP + 1), AND BY
      *    3-DIGIT ZIP FOR THE PIECES LEFT OVER FROM 5-DIGIT ZIPS TOO
      *    SMALL FOR THEIR OWN TRAY. BOTH ARE COUNTED ON A FIRST PASS
      *    OF CUSTFLE SO EACH PIECE'S LEVEL IS KNOWN AS IT IS SORTED.
       01  WS-ZIP5-TABLE.
           05  WS-Z5-CNT                 PIC 9(7) COMP-3
                                         OCCURS 100000 TIMES.
       01  WS-ZIP3-TABLE.
           05  WS-Z3-RESID               PIC 9(7) COMP-3
                                         OCCURS 1000 TIMES.
       01  WS-Z5-IDX                     PIC 9(6) COMP VALUE 0.
       01  WS-Z3-IDX                     PIC 9(4) COMP VALUE 0.
       01  WS-MIXED-CNT                  PIC 9(9) VALUE 0.
       01  WS-RELEASE-SEQ                PIC 9(9) VALUE 0.

      *    THE PIECE AS RETURNED FROM THE SORT.
       01  WS-SORTED-REC.
           05  WS-SRT-LEVEL-RANK         PIC 9(1).
               88  WS-SRT-5-DIGIT        VALUE 1.
               88  WS-SRT-3-DIGIT        VALUE 2.
               88  WS-SRT-MIXED          VALUE 3.
           05  WS-SRT-DESTINATION        PIC X(5).
           05  WS-SRT-ZIP5               PIC X(5).
           05  WS-SRT-ZIP4               PIC X(4).
           05  WS-SRT-DELIVERY-POINT     PIC X(2).
           05  WS-SRT-SEQ                PIC 9(9).
           05  WS-SRT-CUST               PIC X(1163).

      *    THE TRAY BEING FILLED. A TRAY CLOSES WHEN ITS LEVEL OR
      *    DESTINATION CHANGES OR IT HOLDS ITS SHARE OF THE GROUP -
      *    THE PIECES LEFT IN THE GROUP, UP TO THE TRAY MAXIMUM.
       01  WS-TRAY-FIELDS.
           05  WS-TRAY-NO                PIC 9(5) VALUE 0.
           05  WS-TRAY-LEVEL-RANK        PIC 9(1) VALUE 0.
           05  WS-TRAY-DESTINATION       PIC X(5) VALUE SPACES.
           05  WS-TRAY-PIECES            PIC 9(5) VALUE 0.
           05  WS-TRAY-USED              PIC 9(5) VALUE 0.
           05  WS-GROUP-REMAIN           PIC 9(9) VALUE 0.
           05  WS-LEVEL-CODE             PIC X(2).

       01  WS-ROUTING-CODE               PIC X(11).

       01  WS-COUNTERS.
           05  WS-NOTICE-CNT             PIC 9(9) VALUE 0.
           05  WS-PIECE-CNT              PIC 9(9) VALUE 0.
           05  WS-5D-PIECES              PIC 9(9) VALUE 0.
           05  WS-3D-PIECES              PIC 9(9) VALUE 0.
           05  WS-MX-PIECES              PIC 9(9) VALUE 0.
           05  WS-5D-TRAYS               PIC 9(9) VALUE 0.
           05  WS-3D-TRAYS               PIC 9(9) VALUE 0.
           05  WS-MX-TRAYS               PIC 9(9) VALUE 0.
           05  WS-ROUTE-11-CNT           PIC 9(9) VALUE 0.
           05  WS-ROUTE-9-CNT            PIC 9(9) VALUE 0.
           05  WS-ROUTE-5-CNT            PIC 9(9) VALUE 0.
           05  WS-NO-ROUTE-CNT           PIC 9(9) VALUE 0.

       01  MPCDRVR1-AREA.
           10  WS-MP-OPERATION-TYPE        PIC X(10).
           10  WS-MP-MAILER-ID             PIC X(9).
           10  WS-MP-SERIAL                PIC X(9).
           10  WS-MP-POLICY-NUMBER         PIC X(10).
           10  WS-MP-RUN-ID                PIC X(12).
           10  WS-MP-MAIL-DATE             PIC X(10).
           10  WS-MP-ROUTING-ZIP           PIC X(11).
           10  WS-MP-PRESORT-LEVEL         PIC X(2).
           10  WS-MP-TRAY-NO               PIC S9(9) COMP.
           10  WS-MP-RETURN-TYPE           PIC X(10).
           10  WS-MP-RETURN-DATE           PIC X(10).
           10  WS-MP-SQLCODE               PIC S9(9) COMP.
           10  WS-MP-OUT-SERIAL            PIC X(9).
           10  WS-MP-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-MP-OUT-RUN-ID            PIC X(12).
           10  WS-MP-OUT-MAIL-DATE         PIC X(10).
           10  WS-MP-OUT-ROUTING-ZIP       PIC X(11).
           10  WS-MP-OUT-PRESORT-LEVEL     PIC X(2).
           10  WS-MP-OUT-TRAY-NO           PIC S9(9) COMP.
           10  WS-MP-OUT-RETURN-TYPE       PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(30)
               VALUE 'POSTAGE STATEMENT COUNTS FOR '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(14)
               VALUE '  MAILER ID: '.
           05  RPT-HDR-MAILER-ID         PIC X(9).
           05  FILLER                    PIC X(7)  VALUE '  STID '.
           05  RPT-HDR-STID              PIC X(3).
           05  FILLER                    PIC X(59) VALUE SPACES.

       01  RPT-TRAY-LINE.
           05  FILLER                    PIC X(5)  VALUE 'TRAY '.
           05  RPT-TRY-NO                PIC ZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-TRY-LEVEL             PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRY-DESTINATION       PIC X(5).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-TRY-PIECES            PIC ZZZZ9.
           05  FILLER                    PIC X(7)  VALUE ' PIECES'.
           05  FILLER                    PIC X(89) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05  RPT-NOTE-TEXT             PIC X(80).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 1100-COUNT-PASS
           PERFORM 1200-SET-LEVEL-COUNTS

           SORT PRESORT-SORT-FILE
               ON ASCENDING KEY SRT-LEVEL-RANK
                                SRT-DESTINATION
                                SRT-ZIP5
                                SRT-ZIP4
                                SRT-DELIVERY-POINT
                                SRT-SEQ
               INPUT PROCEDURE IS 1500-FEED-PRESORT
               OUTPUT PROCEDURE IS 3000-SEQUENCE-PIECES

           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE WS-PARM-MAILER-ID TO WS-MAILER-ID
           EVALUATE TRUE
               WHEN WS-MAILER-ID (1:6) IS NUMERIC
                       AND WS-MAILER-ID (7:3) = SPACES
                   MOVE 6         TO WS-MAILER-ID-LEN
                   MOVE 999999999 TO WS-SERIAL-MAX
               WHEN WS-MAILER-ID IS NUMERIC
                   MOVE 9         TO WS-MAILER-ID-LEN
                   MOVE 999999    TO WS-SERIAL-MAX
               WHEN OTHER
                   DISPLAY 'MAILSEQ1: A 6 OR 9 DIGIT MAILER ID IS '
                           'REQUIRED IN SYSIN COLUMNS 1-9'
                   CALL 'ABEND'
           END-EVALUATE
           IF WS-PARM-STID IS NUMERIC
               MOVE WS-PARM-STID TO WS-STID
           ELSE
               MOVE '700'        TO WS-STID
           END-IF
           IF WS-PARM-MIN-PIECES IS NUMERIC
                   AND WS-PARM-MIN-PIECES > '000'
               MOVE WS-PARM-MIN-PIECES TO WS-MIN-PIECES
           END-IF
           IF WS-PARM-TRAY-MAX IS NUMERIC
                   AND WS-PARM-TRAY-MAX > '0000'
               MOVE WS-PARM-TRAY-MAX TO WS-TRAY-MAX
           END-IF

           MOVE 'LASTSER'    TO WS-MP-OPERATION-TYPE
           MOVE WS-MAILER-ID TO WS-MP-MAILER-ID
           CALL 'MPCDRVR1' USING MPCDRVR1-AREA
           IF WS-MP-SQLCODE = 0
                   AND WS-MP-OUT-SERIAL IS NUMERIC
               MOVE WS-MP-OUT-SERIAL TO WS-SERIAL
           END-IF

           OPEN OUTPUT POSTAGE-STATEMENT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MAILSTMT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT PRESORTED-NOTIFY-FILE
           IF WS-PRST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTPRST: ' WS-PRST-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT MAIL-PIECE-FILE
           IF WS-PCS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MAILPCS: ' WS-PCS-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE  TO RPT-HDR-DATE
           MOVE WS-MAILER-ID     TO RPT-HDR-MAILER-ID
           MOVE WS-STID          TO RPT-HDR-STID
           WRITE POSTAGE-STATEMENT-REC FROM RPT-HEADER-LINE
           MOVE SPACES TO POSTAGE-STATEMENT-REC
           WRITE POSTAGE-STATEMENT-REC.

      *    FIRST PASS - PIECES PER 5-DIGIT ZIP.
       1100-COUNT-PASS.
           INITIALIZE WS-ZIP5-TABLE WS-ZIP3-TABLE
           OPEN INPUT CUSTOMER-NOTIFY-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFLE: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           MOVE 'NO' TO WS-EOF-SW
           PERFORM 2050-READ-NOTICE-PARA
           PERFORM 1110-COUNT-ONE-PARA UNTIL END-OF-NOTICES
           CLOSE CUSTOMER-NOTIFY-FILE.

       1110-COUNT-ONE-PARA.
           ADD 1 TO WS-NOTICE-CNT
           PERFORM 2100-PARSE-ZIP
           IF ZIP-VALID
               COMPUTE WS-Z5-IDX = WS-ZIP5-NUM + 1
               ADD 1 TO WS-Z5-CNT (WS-Z5-IDX)
           ELSE
               ADD 1 TO WS-MIXED-CNT
           END-IF
           PERFORM 2050-READ-NOTICE-PARA.

      *    A 5-DIGIT ZIP SHORT OF A TRAY OF ITS OWN FALLS TO ITS
      *    3-DIGIT ZIP; A 3-DIGIT ZIP STILL SHORT FALLS TO MIXED.
       1200-SET-LEVEL-COUNTS.
           PERFORM VARYING WS-Z5-IDX FROM 1 BY 1
                     UNTIL WS-Z5-IDX > 100000
               IF WS-Z5-CNT (WS-Z5-IDX) > 0
                       AND WS-Z5-CNT (WS-Z5-IDX) < WS-MIN-PIECES
                   COMPUTE WS-Z3-IDX = (WS-Z5-IDX - 1) / 100 + 1
                   ADD WS-Z5-CNT (WS-Z5-IDX)
                       TO WS-Z3-RESID (WS-Z3-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Z3-IDX FROM 1 BY 1
                     UNTIL WS-Z3-IDX > 1000
               IF WS-Z3-RESID (WS-Z3-IDX) < WS-MIN-PIECES
                   ADD WS-Z3-RESID (WS-Z3-IDX) TO WS-MIXED-CNT
               END-IF
           END-PERFORM.

      *    SECOND PASS FEEDS THE SORT, EACH PIECE KEYED BY THE LEVEL
      *    ITS ZIP EARNED ON THE FIRST PASS.
       1500-FEED-PRESORT SECTION.
           OPEN INPUT CUSTOMER-NOTIFY-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTFLE: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           MOVE 'NO' TO WS-EOF-SW
           PERFORM 2050-READ-NOTICE-PARA
           PERFORM 1510-RELEASE-ONE-PARA UNTIL END-OF-NOTICES
           CLOSE CUSTOMER-NOTIFY-FILE.

       1510-PRESORT-WORK SECTION.
       1510-RELEASE-ONE-PARA.
           PERFORM 2100-PARSE-ZIP
           MOVE SPACES TO PRESORT-SORT-REC
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ    TO SRT-SEQ
           MOVE WS-ZIP5           TO SRT-ZIP5
           MOVE WS-ZIP4           TO SRT-ZIP4
           MOVE WS-DELIVERY-POINT TO SRT-DELIVERY-POINT
           IF ZIP-VALID
               COMPUTE WS-Z5-IDX = WS-ZIP5-NUM + 1
               COMPUTE WS-Z3-IDX = (WS-Z5-IDX - 1) / 100 + 1
               EVALUATE TRUE
                   WHEN WS-Z5-CNT (WS-Z5-IDX) >= WS-MIN-PIECES
                       MOVE 1        TO SRT-LEVEL-RANK
                       MOVE WS-ZIP5  TO SRT-DESTINATION
                   WHEN WS-Z3-RESID (WS-Z3-IDX) >= WS-MIN-PIECES
                       MOVE 2        TO SRT-LEVEL-RANK
                       MOVE WS-ZIP5 (1:3) TO SRT-DESTINATION
                   WHEN OTHER
                       MOVE 3        TO SRT-LEVEL-RANK
               END-EVALUATE
           ELSE
               MOVE 3 TO SRT-LEVEL-RANK
           END-IF
           MOVE WS-CUST TO PRESORT-SORT-REC (27:1163)
           RELEASE PRESORT-SORT-REC
           PERFORM 2050-READ-NOTICE-PARA.

       2050-READ-NOTICE-PARA.
           READ CUSTOMER-NOTIFY-FILE INTO WS-CUST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

      *    THE ZIP'S DIGITS, WHATEVER THE PUNCTUATION ('12345-6789',
      *    '123456789', '12345'). WITH A ZIP+4 THE DELIVERY POINT IS
      *    THE LAST TWO DIGITS OF THE HOUSE NUMBER THAT LEADS ADDRESS
      *    LINE 1 (ONE DIGIT IS ZERO-FILLED) - NO HOUSE NUMBER, NO
      *    DELIVERY POINT, AND THE BARCODE ROUTES ON THE ZIP+4.
       2100-PARSE-ZIP.
           MOVE SPACES TO WS-ZIP-DIGITS WS-ZIP5 WS-ZIP4
                          WS-DELIVERY-POINT
           MOVE 0 TO WS-ZIP-LEN
           MOVE 'N' TO WS-ZIP-VALID-SW
           PERFORM VARYING WS-ZIP-IDX FROM 1 BY 1
                     UNTIL WS-ZIP-IDX > 10
               IF WS-CUST-ZIP-CD (WS-ZIP-IDX:1) IS NUMERIC
                   ADD 1 TO WS-ZIP-LEN
                   IF WS-ZIP-LEN <= 9
                       MOVE WS-CUST-ZIP-CD (WS-ZIP-IDX:1)
                           TO WS-ZIP-DIGITS (WS-ZIP-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           IF (WS-ZIP-LEN = 5 OR WS-ZIP-LEN = 9)
                   AND WS-ZIP-DIGITS (1:5) NOT = '00000'
               MOVE 'Y' TO WS-ZIP-VALID-SW
               MOVE WS-ZIP-DIGITS (1:5) TO WS-ZIP5
               IF WS-ZIP-LEN = 9
                   MOVE WS-ZIP-DIGITS (6:4) TO WS-ZIP4
                   PERFORM 2110-SET-DELIVERY-POINT
               END-IF
           END-IF.

       2110-SET-DELIVERY-POINT.
           MOVE 0 TO WS-ADDR-DIGITS
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                     UNTIL WS-ADDR-IDX > 10
               IF WS-CUST-ADDR-1 (WS-ADDR-IDX:1) IS NUMERIC
                   ADD 1 TO WS-ADDR-DIGITS
               ELSE
                   MOVE 10 TO WS-ADDR-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ADDR-DIGITS >= 2
                   MOVE WS-CUST-ADDR-1 (WS-ADDR-DIGITS - 1:2)
                       TO WS-DELIVERY-POINT
               WHEN WS-ADDR-DIGITS = 1
                   MOVE '0'                   TO WS-DELIVERY-POINT (1:1)
                   MOVE WS-CUST-ADDR-1 (1:1)  TO WS-DELIVERY-POINT (2:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    TAKES THE PIECES BACK IN PRESORT ORDER, OPENS THE TRAYS,
      *    NUMBERS AND BARCODES EACH PIECE AND WRITES IT OUT.
       3000-SEQUENCE-PIECES SECTION.
           MOVE WS-SERIAL TO WS-FIRST-SERIAL
           MOVE 'NO' TO WS-SORT-EOF-SW
           PERFORM 3050-RETURN-PIECE-PARA
           PERFORM 3100-PLACE-PIECE UNTIL END-OF-SORTED.

       3000-SEQUENCE-WORK SECTION.
       3050-RETURN-PIECE-PARA.
           RETURN PRESORT-SORT-FILE INTO WS-SORTED-REC
               AT END
                   MOVE 'YES' TO WS-SORT-EOF-SW
           END-RETURN.

       3100-PLACE-PIECE.
           IF WS-SRT-LEVEL-RANK NOT = WS-TRAY-LEVEL-RANK
                   OR WS-SRT-DESTINATION NOT = WS-TRAY-DESTINATION
               PERFORM 3200-START-GROUP
               PERFORM 3300-OPEN-TRAY
           ELSE
               IF WS-TRAY-USED >= WS-TRAY-PIECES
                   PERFORM 3300-OPEN-TRAY
               END-IF
           END-IF
           ADD 1 TO WS-TRAY-USED
           SUBTRACT 1 FROM WS-GROUP-REMAIN
           PERFORM 3400-WRITE-PIECE
           PERFORM 3050-RETURN-PIECE-PARA.

      *    A NEW LEVEL OR DESTINATION - HOW MANY PIECES THE GROUP
      *    HOLDS COMES FROM THE FIRST-PASS COUNTS.
       3200-START-GROUP.
           MOVE WS-SRT-LEVEL-RANK  TO WS-TRAY-LEVEL-RANK
           MOVE WS-SRT-DESTINATION TO WS-TRAY-DESTINATION
           EVALUATE TRUE
               WHEN WS-SRT-5-DIGIT
                   MOVE '5D' TO WS-LEVEL-CODE
                   MOVE WS-SRT-DESTINATION TO WS-ZIP5
                   COMPUTE WS-Z5-IDX = WS-ZIP5-NUM + 1
                   MOVE WS-Z5-CNT (WS-Z5-IDX) TO WS-GROUP-REMAIN
               WHEN WS-SRT-3-DIGIT
                   MOVE '3D' TO WS-LEVEL-CODE
                   MOVE WS-SRT-DESTINATION (1:3) TO WS-ZIP3-NUM
                   COMPUTE WS-Z3-IDX = WS-ZIP3-NUM + 1
                   MOVE WS-Z3-RESID (WS-Z3-IDX) TO WS-GROUP-REMAIN
               WHEN OTHER
                   MOVE 'MX' TO WS-LEVEL-CODE
                   MOVE WS-MIXED-CNT TO WS-GROUP-REMAIN
           END-EVALUATE.

       3300-OPEN-TRAY.
           ADD 1 TO WS-TRAY-NO
           MOVE 0 TO WS-TRAY-USED
           IF WS-GROUP-REMAIN > WS-TRAY-MAX
               MOVE WS-TRAY-MAX     TO WS-TRAY-PIECES
           ELSE
               MOVE WS-GROUP-REMAIN TO WS-TRAY-PIECES
           END-IF
           EVALUATE WS-LEVEL-CODE
               WHEN '5D'
                   ADD 1 TO WS-5D-TRAYS
                   MOVE '5-DIGIT' TO RPT-TRY-LEVEL
               WHEN '3D'
                   ADD 1 TO WS-3D-TRAYS
                   MOVE '3-DIGIT' TO RPT-TRY-LEVEL
               WHEN OTHER
                   ADD 1 TO WS-MX-TRAYS
                   MOVE 'MIXED'   TO RPT-TRY-LEVEL
           END-EVALUATE
           MOVE SPACES              TO MAIL-PIECE-REC
           MOVE 'B'                 TO MPS-REC-TYPE
           MOVE WS-TRAY-NO          TO MPS-TRAY-NO
           MOVE WS-LEVEL-CODE       TO MPS-PRESORT-LEVEL
           MOVE WS-TRAY-DESTINATION TO MPS-DESTINATION
           MOVE WS-TRAY-PIECES      TO MPS-TRAY-PIECES
           WRITE MAIL-PIECE-REC
           MOVE WS-TRAY-NO          TO RPT-TRY-NO
           MOVE WS-TRAY-DESTINATION TO RPT-TRY-DESTINATION
           MOVE WS-TRAY-PIECES      TO RPT-TRY-PIECES
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TRAY-LINE.

      *    THE BARCODE: BARCODE ID 00, SERVICE TYPE, MAILER ID AND
      *    SERIAL (15 DIGITS BETWEEN THEM), THEN THE ROUTING CODE.
       3400-WRITE-PIECE.
           ADD 1 TO WS-SERIAL
           IF WS-SERIAL > WS-SERIAL-MAX
               MOVE 1 TO WS-SERIAL
           END-IF
           MOVE WS-SERIAL TO WS-SERIAL-X
           MOVE WS-SRT-CUST TO WS-CUST
           ADD 1 TO WS-PIECE-CNT
           EVALUATE WS-LEVEL-CODE
               WHEN '5D'
                   ADD 1 TO WS-5D-PIECES
               WHEN '3D'
                   ADD 1 TO WS-3D-PIECES
               WHEN OTHER
                   ADD 1 TO WS-MX-PIECES
           END-EVALUATE

           MOVE SPACES TO WS-ROUTING-CODE
           EVALUATE TRUE
               WHEN WS-SRT-ZIP5 = SPACES
                   ADD 1 TO WS-NO-ROUTE-CNT
               WHEN WS-SRT-ZIP4 = SPACES
                   MOVE WS-SRT-ZIP5 TO WS-ROUTING-CODE
                   ADD 1 TO WS-ROUTE-5-CNT
               WHEN WS-SRT-DELIVERY-POINT = SPACES
                   STRING WS-SRT-ZIP5 WS-SRT-ZIP4 DELIMITED BY SIZE
                     INTO WS-ROUTING-CODE
                   END-STRING
                   ADD 1 TO WS-ROUTE-9-CNT
               WHEN OTHER
                   STRING WS-SRT-ZIP5 WS-SRT-ZIP4
                          WS-SRT-DELIVERY-POINT DELIMITED BY SIZE
                     INTO WS-ROUTING-CODE
                   END-STRING
                   ADD 1 TO WS-ROUTE-11-CNT
           END-EVALUATE

           MOVE SPACES              TO MAIL-PIECE-REC
           MOVE 'P'                 TO MPS-REC-TYPE
           MOVE WS-TRAY-NO          TO MPS-TRAY-NO
           MOVE WS-LEVEL-CODE       TO MPS-PRESORT-LEVEL
           MOVE WS-TRAY-DESTINATION TO MPS-DESTINATION
           MOVE WS-CUST-POLICY-NUMBER TO MPS-POLICY-NUMBER
           MOVE WS-CUST-RUN-ID      TO MPS-RUN-ID
           IF WS-MAILER-ID-LEN = 6
               STRING '00' WS-STID WS-MAILER-ID (1:6) WS-SERIAL-X
                      DELIMITED BY SIZE
                 INTO MPS-IMB-TRACKING
               END-STRING
           ELSE
               STRING '00' WS-STID WS-MAILER-ID WS-SERIAL-X (4:6)
                      DELIMITED BY SIZE
                 INTO MPS-IMB-TRACKING
               END-STRING
           END-IF
           MOVE WS-ROUTING-CODE     TO MPS-IMB-ROUTING
           MOVE WS-SERIAL-X         TO MPS-IMB-SERIAL
           WRITE MAIL-PIECE-REC
           WRITE PRESORTED-NOTIFY-RECORD FROM WS-CUST

           MOVE 'ADD'               TO WS-MP-OPERATION-TYPE
           MOVE WS-MAILER-ID        TO WS-MP-MAILER-ID
           MOVE WS-SERIAL-X         TO WS-MP-SERIAL
           MOVE WS-CUST-POLICY-NUMBER TO WS-MP-POLICY-NUMBER
           MOVE WS-CUST-RUN-ID      TO WS-MP-RUN-ID
           MOVE WS-CURRENT-DATE     TO WS-MP-MAIL-DATE
           MOVE WS-ROUTING-CODE     TO WS-MP-ROUTING-ZIP
           MOVE WS-LEVEL-CODE       TO WS-MP-PRESORT-LEVEL
           MOVE WS-TRAY-NO          TO WS-MP-TRAY-NO
           CALL 'MPCDRVR1' USING MPCDRVR1-AREA
           IF WS-MP-SQLCODE NOT = 0
               DISPLAY 'MAILSEQ1: TMAILPC NOT RECORDED FOR SERIAL '
                       WS-SERIAL-X ' SQLCODE: ' WS-MP-SQLCODE
               CALL 'ABEND'
           END-IF.

       9000-FINALIZE-PARA.
           CLOSE PRESORTED-NOTIFY-FILE
           CLOSE MAIL-PIECE-FILE

           MOVE SPACES TO POSTAGE-STATEMENT-REC
           WRITE POSTAGE-STATEMENT-REC
           IF WS-PIECE-CNT NOT = WS-NOTICE-CNT
               MOVE 'PIECES SEQUENCED DO NOT AGREE WITH NOTICES READ'
                                     TO RPT-NOTE-TEXT
               WRITE POSTAGE-STATEMENT-REC FROM RPT-NOTE-LINE
           END-IF
           MOVE 'NOTICES READ FROM CUSTFLE'        TO RPT-TOT-LABEL
           MOVE WS-NOTICE-CNT                      TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE 'PIECES SEQUENCED'                 TO RPT-TOT-LABEL
           MOVE WS-PIECE-CNT                       TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE '  5-DIGIT PIECES'                 TO RPT-TOT-LABEL
           MOVE WS-5D-PIECES                       TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE '  3-DIGIT PIECES'                 TO RPT-TOT-LABEL
           MOVE WS-3D-PIECES                       TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE '  MIXED PIECES'                   TO RPT-TOT-LABEL
           MOVE WS-MX-PIECES                       TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE 'TRAYS'                            TO RPT-TOT-LABEL
           MOVE WS-TRAY-NO                         TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE '  5-DIGIT TRAYS'                  TO RPT-TOT-LABEL
           MOVE WS-5D-TRAYS                        TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE '  3-DIGIT TRAYS'                  TO RPT-TOT-LABEL
           MOVE WS-3D-TRAYS                        TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE '  MIXED TRAYS'                    TO RPT-TOT-LABEL
           MOVE WS-MX-TRAYS                        TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE 'BARCODED TO THE DELIVERY POINT'   TO RPT-TOT-LABEL
           MOVE WS-ROUTE-11-CNT                    TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE 'BARCODED TO THE ZIP+4'            TO RPT-TOT-LABEL
           MOVE WS-ROUTE-9-CNT                     TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE 'BARCODED TO THE 5-DIGIT ZIP'      TO RPT-TOT-LABEL
           MOVE WS-ROUTE-5-CNT                     TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           MOVE 'NO ROUTING CODE - ZIP NOT USABLE' TO RPT-TOT-LABEL
           MOVE WS-NO-ROUTE-CNT                    TO RPT-TOT-CNT
           WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           IF WS-PIECE-CNT > 0
               MOVE 'FIRST SERIAL'                 TO RPT-TOT-LABEL
               IF WS-FIRST-SERIAL >= WS-SERIAL-MAX
                   MOVE 1                          TO RPT-TOT-CNT
               ELSE
                   COMPUTE RPT-TOT-CNT = WS-FIRST-SERIAL + 1
               END-IF
               WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
               MOVE 'LAST SERIAL'                  TO RPT-TOT-LABEL
               MOVE WS-SERIAL                      TO RPT-TOT-CNT
               WRITE POSTAGE-STATEMENT-REC FROM RPT-TOTAL-LINE
           END-IF
           CLOSE POSTAGE-STATEMENT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'MAILSEQ1'      TO OPS-JOB-NAME
               MOVE WS-CURRENT-DATE TO OPS-RUN-DATE
               STRING WS-START-TIME (1:2) ':'
                      WS-START-TIME (3:2) ':'
                      WS-START-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-START-TIME
               END-STRING
               STRING WS-END-TIME (1:2) ':'
                      WS-END-TIME (3:2) ':'
                      WS-END-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-END-TIME
               END-STRING
               MOVE WS-PIECE-CNT     TO OPS-RECORD-CNT
               MOVE WS-NO-ROUTE-CNT  TO OPS-ERROR-CNT
               IF WS-PIECE-CNT NOT = WS-NOTICE-CNT
                   SET OPS-STATUS-ERROR TO TRUE
               ELSE
                   IF WS-NO-ROUTE-CNT > 0
                       SET OPS-STATUS-WARNING TO TRUE
                   ELSE
                       SET OPS-STATUS-OK TO TRUE
                   END-IF
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'MAILSEQ1: PIECES: ' WS-PIECE-CNT
                   '  TRAYS: ' WS-TRAY-NO
                   '  LAST SERIAL: ' WS-SERIAL.

       END PROGRAM MAILSEQ1.
