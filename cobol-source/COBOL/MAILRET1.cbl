      *    ('UNDELIV') OR PER NCOA FORWARDING ADDRESS ON FILE
      *    ('FORWARD'). THE STATE CODE IS THE STATE THE PIECE WAS
      *    ORIGINALLY ADDRESSED TO, CARRIED FOR THE VOLUME SUMMARY.
      *    THE SERIAL IS THE ONE THE VENDOR READ FROM THE PIECE'S
      *    INTELLIGENT MAIL BARCODE (RIGHT-JUSTIFIED, 9 DIGITS) -
      *    SPACES WHEN THE BARCODE WAS MISSING OR UNREADABLE.
       FD  MAIL-RETURN-FILE.
       01  MAIL-RETURN-REC.
           05  MRT-POLICY-NUMBER         PIC X(10).
           05  MRT-NEW-CITY              PIC X(30).
           05  MRT-NEW-STATE             PIC X(2).
           05  MRT-NEW-ZIP-CD            PIC X(10).
           05  MRT-IMB-SERIAL            PIC X(9).
           05  FILLER                    PIC X(7).

      *    ADDRESS-CORRECTION TRANSACTIONS FOR REVIEW AND APPLY
      *    THROUGH POLMNT1 - NOT APPLIED DIRECTLY, SO A BAD VENDOR
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-DAY                    PIC 9(2).

      *    SYSIN CARD: COLUMNS 1-9 OUR USPS MAILER ID, AS GIVEN TO
      *    MAILSEQ1. BLANK = RETURNS ARE NOT TRACED TO THEIR PIECES.
       01  WS-PARM-CARD.
           05  WS-PARM-MAILER-ID         PIC X(9).
           05  FILLER                    PIC X(71).

       01  WS-RETURN-DATE                PIC X(10).
       01  WS-PIECE-LINE-SW              PIC X(1) VALUE 'N'.
           88  PIECE-LINE-BUILT          VALUE 'Y'.

       01  WS-UNDELIV-CNT                PIC 9(7) VALUE 0.
       01  WS-FORWARD-CNT                PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-CNT              PIC 9(7) VALUE 0.
       01  WS-BAD-TYPE-CNT               PIC 9(7) VALUE 0.
       01  WS-TRACED-CNT                 PIC 9(7) VALUE 0.
       01  WS-NOT-TRACED-CNT             PIC 9(7) VALUE 0.
       01  WS-NO-SERIAL-CNT              PIC 9(7) VALUE 0.

      *    UNDELIVERABLE VOLUME BY STATE, BUILT UP LINEARLY THE SAME
      *    WAY MAINPGM'S AGENT WORKLOAD CAP TABLE IS.
           10  WS-D8-NEW-STATUS            PIC X(1).
           10  WS-D8-SQLCODE               PIC S9(9) COMP.

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
           05  FILLER                    PIC X(34)
               VALUE 'MAIL VENDOR RETURN PROCESSING - '.
           05  RPT-RES-ACTION            PIC X(50).
           05  FILLER                    PIC X(36) VALUE SPACES.

      *    THE MAILED PIECE A RETURN WAS TRACED TO BY ITS SERIAL.
       01  RPT-PIECE-LINE.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'SERIAL: '.
           05  RPT-PCE-SERIAL            PIC X(9).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-PCE-TEXT              PIC X(103).

       01  RPT-STATE-SUM-LINE.
           05  FILLER                    PIC X(7)  VALUE 'STATE: '.
           05  RPT-SUM-STATE-CODE        PIC X(2).
           05  RPT-TOT-BAD-TYPE          PIC ZZZZZZ9.
           05  FILLER                    PIC X(48) VALUE SPACES.

       01  RPT-TRACE-TOTAL-LINE.
           05  FILLER                    PIC X(16)
               VALUE 'PIECES TRACED: '.
           05  RPT-TOT-TRACED            PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'NOT TRACED: '.
           05  RPT-TOT-NOT-TRACED        PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'NO SERIAL: '.
           05  RPT-TOT-NO-SERIAL         PIC ZZZZZZ9.
           05  FILLER                    PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (6:2) '-'
                  WS-CURRENT-DATE (9:2) DELIMITED BY SIZE
             INTO WS-RETURN-DATE
           END-STRING

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN

           OPEN INPUT  MAIL-RETURN-FILE
           IF WS-FILE-STATUS NOT = '00'
       2000-PROCESS-PARA.
           MOVE MRT-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE MRT-RETURN-TYPE   TO RPT-RES-RETURN-TYPE
           MOVE 'N' TO WS-PIECE-LINE-SW
           IF WS-PARM-MAILER-ID NOT = SPACES
               IF MRT-IMB-SERIAL = SPACES
                   ADD 1 TO WS-NO-SERIAL-CNT
               ELSE
                   PERFORM 2400-TRACE-MAIL-PIECE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MRT-TYPE-UNDELIV
                   PERFORM 2100-FLAG-UNDELIVERED
                                       TO RPT-RES-ACTION
           END-EVALUATE
           WRITE MAIL-RETURN-REPORT-REC FROM RPT-RESULT-LINE
           IF PIECE-LINE-BUILT
               WRITE MAIL-RETURN-REPORT-REC FROM RPT-PIECE-LINE
           END-IF

           PERFORM 2050-READ-RETURN-PARA.

               END-IF
           END-IF.

      *    FINDS THE EXACT PIECE FROM ITS BARCODE SERIAL ON TMAILPC
      *    (MAILSEQ1) AND STAMPS THE RETURN ON IT. A RETURN WITH NO
      *    POLICY NUMBER TAKES THE PIECE'S; ONE WHOSE POLICY DISAGREES
      *    WITH THE PIECE IS REPORTED AND LEFT UNSTAMPED.
       2400-TRACE-MAIL-PIECE.
           MOVE 'Y'                TO WS-PIECE-LINE-SW
           MOVE MRT-IMB-SERIAL     TO RPT-PCE-SERIAL
           MOVE SPACES             TO RPT-PCE-TEXT
           MOVE 'GETSER'           TO WS-MP-OPERATION-TYPE
           MOVE WS-PARM-MAILER-ID  TO WS-MP-MAILER-ID
           MOVE MRT-IMB-SERIAL     TO WS-MP-SERIAL
           CALL 'MPCDRVR1' USING MPCDRVR1-AREA
           EVALUATE TRUE
               WHEN WS-MP-SQLCODE NOT = 0
                   ADD 1 TO WS-NOT-TRACED-CNT
                   MOVE 'NO MAILED PIECE WITH THIS SERIAL'
                                       TO RPT-PCE-TEXT
               WHEN MRT-POLICY-NUMBER NOT = SPACES
                       AND MRT-POLICY-NUMBER
                               NOT = WS-MP-OUT-POLICY-NUMBER
                   ADD 1 TO WS-NOT-TRACED-CNT
                   STRING 'PIECE WAS MAILED FOR POLICY '
                                             DELIMITED BY SIZE
                          WS-MP-OUT-POLICY-NUMBER
                                             DELIMITED BY SIZE
                          ' - NOT STAMPED'   DELIMITED BY SIZE
                     INTO RPT-PCE-TEXT
                   END-STRING
               WHEN OTHER
                   IF MRT-POLICY-NUMBER = SPACES
                       MOVE WS-MP-OUT-POLICY-NUMBER
                                       TO MRT-POLICY-NUMBER
                                          RPT-RES-POLICY-NUMBER
                   END-IF
                   IF MRT-TYPE-UNDELIV OR MRT-TYPE-FORWARD
                       MOVE 'RETURN'          TO WS-MP-OPERATION-TYPE
                       MOVE WS-MP-OUT-POLICY-NUMBER
                                              TO WS-MP-POLICY-NUMBER
                       MOVE WS-MP-OUT-RUN-ID  TO WS-MP-RUN-ID
                       MOVE MRT-RETURN-TYPE   TO WS-MP-RETURN-TYPE
                       MOVE WS-RETURN-DATE    TO WS-MP-RETURN-DATE
                       CALL 'MPCDRVR1' USING MPCDRVR1-AREA
                   END-IF
                   ADD 1 TO WS-TRACED-CNT
                   STRING 'MAILED '           DELIMITED BY SIZE
                          WS-MP-OUT-MAIL-DATE DELIMITED BY SIZE
                          '  RUN '            DELIMITED BY SIZE
                          WS-MP-OUT-RUN-ID    DELIMITED BY SIZE
                          '  TRAY LEVEL '     DELIMITED BY SIZE
                          WS-MP-OUT-PRESORT-LEVEL
                                              DELIMITED BY SIZE
                          '  ROUTING '        DELIMITED BY SIZE
                          WS-MP-OUT-ROUTING-ZIP
                                              DELIMITED BY SIZE
                     INTO RPT-PCE-TEXT
                   END-STRING
           END-EVALUATE.

       2050-READ-RETURN-PARA.
           READ MAIL-RETURN-FILE
               AT END
           MOVE WS-UNMATCHED-CNT TO RPT-TOT-UNMATCHED
           MOVE WS-BAD-TYPE-CNT  TO RPT-TOT-BAD-TYPE
           WRITE MAIL-RETURN-REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-PARM-MAILER-ID NOT = SPACES
               MOVE WS-TRACED-CNT     TO RPT-TOT-TRACED
               MOVE WS-NOT-TRACED-CNT TO RPT-TOT-NOT-TRACED
               MOVE WS-NO-SERIAL-CNT  TO RPT-TOT-NO-SERIAL
               WRITE MAIL-RETURN-REPORT-REC FROM RPT-TRACE-TOTAL-LINE
           END-IF

           CLOSE MAIL-RETURN-FILE
           CLOSE ADDR-CORRECTION-FILE
