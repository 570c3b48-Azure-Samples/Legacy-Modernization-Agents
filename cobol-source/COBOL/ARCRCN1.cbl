       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRCN1.
      *    CONTENT-ARCHIVE LOAD RECONCILIATION. THE ARCHIVE LOADS
      *    LTRPRINT BY LTRCOMP1'S DOCUMENT INDEX (LTRINDEX) AND RETURNS
      *    ONE ACKNOWLEDGEMENT PER DOCUMENT ON ARCACK - LOADED WITH ITS
      *    ARCHIVE KEY AND PAGE COUNT, OR REJECTED WITH A REASON. THIS
      *    STEP MATCHES THE ACKNOWLEDGEMENTS BACK TO THE INDEX AND
      *    LISTS EVERY LETTER THE ARCHIVE DID NOT LOAD (NO
      *    ACKNOWLEDGEMENT, REJECTED, OR LOADED WITH THE WRONG NUMBER
      *    OF PAGES) AND EVERY ACKNOWLEDGEMENT FOR A DOCUMENT NOT ON
      *    THE INDEX. ANY EXCEPTION ENDS THE RUN WITH A WARNING ON
      *    OPSTATUS SO THE MAILING IS NOT SIGNED OFF AS ARCHIVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-INDEX-FILE ASSIGN TO 'LTRINDEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ARCHIVE-ACK-FILE ASSIGN TO 'ARCACK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK-SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT SORTED-ACK-FILE ASSIGN TO 'ARCASRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-RECON-REPORT ASSIGN TO 'ARCRCNRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE INDEX LTRCOMP1 SENT WITH THE PRINT FILE - 'H' HEADER,
      *    'D' ENTRIES IN DOCUMENT-ID ORDER, 'T' TRAILER.
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

      *    THE ARCHIVE'S LOAD ACKNOWLEDGEMENTS, IN WHATEVER ORDER THE
      *    ARCHIVE LOADED THE DOCUMENTS. STATUS 'L' LOADED, 'R'
      *    REJECTED.
       FD  ARCHIVE-ACK-FILE.
       01  ARCHIVE-ACK-REC.
           05  ACK-DOCUMENT-ID           PIC X(21).
           05  ACK-STATUS                PIC X(1).
               88  ACK-LOADED            VALUE 'L'.
               88  ACK-REJECTED          VALUE 'R'.
           05  ACK-PAGE-CNT              PIC 9(3).
           05  ACK-ARCHIVE-KEY           PIC X(20).
           05  ACK-REASON                PIC X(40).
           05  FILLER                    PIC X(15).

      *    THE ACKNOWLEDGEMENTS IN DOCUMENT-ID ORDER, KEEPING ARRIVAL
      *    ORDER WITHIN A DOCUMENT SO THE FIRST ONE IS THE ONE THAT
      *    COUNTS AND ANY REPEAT IS REPORTED AS A DUPLICATE.
       SD  ACK-SORT-FILE.
       01  ACK-SORT-REC.
           05  ASR-DOCUMENT-ID           PIC X(21).
           05  ASR-SEQ                   PIC 9(9).
           05  FILLER                    PIC X(100).

       FD  SORTED-ACK-FILE.
       01  SORTED-ACK-REC                PIC X(130).

       FD  ARCHIVE-RECON-REPORT.
       01  ARCHIVE-RECON-REPORT-REC      PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-IDX-STATUS                 PIC XX.
       01  WS-ACK-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-FEED-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-ACK-INPUT          VALUE 'YES'.
       01  WS-TRAILER-SW                 PIC X(1) VALUE 'N'.
           88  TRAILER-FOUND             VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-BATCH-ID                   PIC X(14) VALUE SPACES.
       01  WS-TRL-DOC-CNT                PIC 9(9) VALUE 0.
       01  WS-TRL-PAGE-CNT               PIC 9(9) VALUE 0.
       01  WS-RELEASE-SEQ                PIC 9(9) VALUE 0.

      *    MATCH KEYS - HIGH-VALUES AT END OF FILE.
       01  WS-IDX-KEY                    PIC X(21).
       01  WS-ACK-KEY                    PIC X(21).
       01  WS-LAST-MATCHED-KEY           PIC X(21) VALUE SPACES.

       01  WS-ACK-REC.
           05  WS-ACK-DOCUMENT-ID        PIC X(21).
           05  WS-ACK-SEQ                PIC 9(9).
           05  WS-ACK-DATA.
               10  FILLER                PIC X(21).
               10  WS-ACK-STATUS-CODE    PIC X(1).
                   88  WS-ACK-LOADED     VALUE 'L'.
                   88  WS-ACK-REJECTED   VALUE 'R'.
               10  WS-ACK-PAGE-CNT       PIC 9(3).
               10  WS-ACK-ARCHIVE-KEY    PIC X(20).
               10  WS-ACK-REASON         PIC X(40).
               10  FILLER                PIC X(15).

       01  WS-EXCEPTION-TEXT             PIC X(60).
       01  WS-PAGE-EDIT                  PIC ZZ9.

       01  WS-COUNTERS.
           05  WS-INDEXED-CNT            PIC 9(9) VALUE 0.
           05  WS-INDEXED-PAGES          PIC 9(9) VALUE 0.
           05  WS-ACK-READ-CNT           PIC 9(9) VALUE 0.
           05  WS-LOADED-CNT             PIC 9(9) VALUE 0.
           05  WS-LOADED-PAGES           PIC 9(9) VALUE 0.
           05  WS-MISSING-CNT            PIC 9(9) VALUE 0.
           05  WS-REJECTED-CNT           PIC 9(9) VALUE 0.
           05  WS-PAGE-DIFF-CNT          PIC 9(9) VALUE 0.
           05  WS-BAD-STATUS-CNT         PIC 9(9) VALUE 0.
           05  WS-UNKNOWN-DOC-CNT        PIC 9(9) VALUE 0.
           05  WS-DUPLICATE-CNT          PIC 9(9) VALUE 0.
           05  WS-EXCEPTION-CNT          PIC 9(9) VALUE 0.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(30)
               VALUE 'ARCHIVE LOAD RECONCILIATION  '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(9)  VALUE '  BATCH: '.
           05  RPT-HDR-BATCH             PIC X(14).
           05  FILLER                    PIC X(69) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(22)
               VALUE 'DOCUMENT ID'.
           05  FILLER                    PIC X(11) VALUE 'POLICY'.
           05  FILLER                    PIC X(5)  VALUE 'TYPE'.
           05  FILLER                    PIC X(13) VALUE 'RUN TOKEN'.
           05  FILLER                    PIC X(6)  VALUE 'PAGES'.
           05  FILLER                    PIC X(60) VALUE 'EXCEPTION'.
           05  FILLER                    PIC X(15) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-DOC-ID            PIC X(21).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-POLICY            PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-TYPE              PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-RUN-TOKEN         PIC X(12).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-PAGES             PIC ZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-DTL-TEXT              PIC X(60).
           05  FILLER                    PIC X(15) VALUE SPACES.

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

           SORT ACK-SORT-FILE
               ON ASCENDING KEY ASR-DOCUMENT-ID
                                ASR-SEQ
               INPUT PROCEDURE IS 1500-FEED-ACK-SORT
               GIVING SORTED-ACK-FILE

           OPEN INPUT SORTED-ACK-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCASRT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 2050-READ-INDEX-PARA
           PERFORM 2060-READ-ACK-PARA
           PERFORM 2000-PROCESS-PARA
               UNTIL WS-IDX-KEY = HIGH-VALUES
                 AND WS-ACK-KEY = HIGH-VALUES
           CLOSE DOCUMENT-INDEX-FILE
           CLOSE SORTED-ACK-FILE

           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN OUTPUT ARCHIVE-RECON-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCRCNRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

      *    THE INDEX MUST OPEN AND START WITH ITS HEADER - WITHOUT IT
      *    THERE IS NOTHING TO RECONCILE AGAINST.
           OPEN INPUT DOCUMENT-INDEX-FILE
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LTRINDEX: ' WS-IDX-STATUS
               CALL 'ABEND'
           END-IF
           READ DOCUMENT-INDEX-FILE
               AT END
                   DISPLAY 'ARCRCN1: LTRINDEX IS EMPTY'
                   CALL 'ABEND'
           END-READ
           IF ARH-REC-TYPE NOT = 'H'
               DISPLAY 'ARCRCN1: LTRINDEX DOES NOT START WITH ITS '
                       'HEADER RECORD'
               CALL 'ABEND'
           END-IF
           MOVE ARH-BATCH-ID     TO WS-BATCH-ID

           MOVE WS-CURRENT-DATE  TO RPT-HDR-DATE
           MOVE WS-BATCH-ID      TO RPT-HDR-BATCH
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-HEADER-LINE
           MOVE SPACES TO ARCHIVE-RECON-REPORT-REC
           WRITE ARCHIVE-RECON-REPORT-REC
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-COLUMN-LINE.

      *    FEEDS THE SORT FROM ARCACK, NUMBERING THE RECORDS IN
      *    ARRIVAL ORDER. NO ARCACK MEANS THE ARCHIVE ACKNOWLEDGED
      *    NOTHING - EVERY DOCUMENT IS THEN REPORTED AS NOT LOADED.
       1500-FEED-ACK-SORT SECTION.
           OPEN INPUT ARCHIVE-ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'ARCRCN1: ARCACK NOT AVAILABLE ('
                       WS-ACK-STATUS ') - NOTHING ACKNOWLEDGED'
               MOVE 'NO ACKNOWLEDGEMENT FILE (ARCACK) - NOTHING LOADED'
                                           TO RPT-NOTE-TEXT
               WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-NOTE-LINE
           ELSE
               MOVE 'NO' TO WS-FEED-EOF-SW
               PERFORM 1510-RELEASE-ACK-PARA UNTIL END-OF-ACK-INPUT
               CLOSE ARCHIVE-ACK-FILE
           END-IF.

       1510-ACK-WORK SECTION.
       1510-RELEASE-ACK-PARA.
           READ ARCHIVE-ACK-FILE
               AT END
                   MOVE 'YES' TO WS-FEED-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACK-READ-CNT
                   ADD 1 TO WS-RELEASE-SEQ
                   MOVE SPACES            TO ACK-SORT-REC
                   MOVE ACK-DOCUMENT-ID   TO ASR-DOCUMENT-ID
                   MOVE WS-RELEASE-SEQ    TO ASR-SEQ
                   MOVE ARCHIVE-ACK-REC   TO ACK-SORT-REC (31:100)
                   RELEASE ACK-SORT-REC
           END-READ.

       2000-MAIN-BODY SECTION.
      *    ONE STEP OF THE MATCH: THE LOWER KEY IS DEALT WITH AND ITS
      *    FILE ADVANCED; ON EQUAL KEYS THE ACKNOWLEDGEMENT DECIDES
      *    THE DOCUMENT AND BOTH FILES ADVANCE.
       2000-PROCESS-PARA.
           EVALUATE TRUE
               WHEN WS-IDX-KEY < WS-ACK-KEY
                   MOVE 'NOT LOADED - NO ACKNOWLEDGEMENT FROM ARCHIVE'
                                            TO WS-EXCEPTION-TEXT
                   ADD 1 TO WS-MISSING-CNT
                   PERFORM 2800-WRITE-INDEX-EXCEPTION
                   PERFORM 2050-READ-INDEX-PARA
               WHEN WS-IDX-KEY = WS-ACK-KEY
                   PERFORM 2100-CHECK-ACKNOWLEDGEMENT
                   MOVE WS-IDX-KEY TO WS-LAST-MATCHED-KEY
                   PERFORM 2050-READ-INDEX-PARA
                   PERFORM 2060-READ-ACK-PARA
               WHEN OTHER
                   PERFORM 2200-CHECK-UNMATCHED-ACK
                   PERFORM 2060-READ-ACK-PARA
           END-EVALUATE.

       2100-CHECK-ACKNOWLEDGEMENT.
           EVALUATE TRUE
               WHEN WS-ACK-LOADED
                       AND WS-ACK-PAGE-CNT = ARX-PAGE-CNT
                   ADD 1 TO WS-LOADED-CNT
                   ADD WS-ACK-PAGE-CNT TO WS-LOADED-PAGES
               WHEN WS-ACK-LOADED
                   MOVE WS-ACK-PAGE-CNT TO WS-PAGE-EDIT
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'LOADED WITH ' DELIMITED BY SIZE
                          WS-PAGE-EDIT   DELIMITED BY SIZE
                          ' PAGES - PAGE COUNT DOES NOT MATCH'
                                         DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                   END-STRING
                   ADD 1 TO WS-PAGE-DIFF-CNT
                   PERFORM 2800-WRITE-INDEX-EXCEPTION
               WHEN WS-ACK-REJECTED
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'REJECTED: '  DELIMITED BY SIZE
                          WS-ACK-REASON DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                   END-STRING
                   ADD 1 TO WS-REJECTED-CNT
                   PERFORM 2800-WRITE-INDEX-EXCEPTION
               WHEN OTHER
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'UNKNOWN ACKNOWLEDGEMENT STATUS '''
                                              DELIMITED BY SIZE
                          WS-ACK-STATUS-CODE  DELIMITED BY SIZE
                          ''''                DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                   END-STRING
                   ADD 1 TO WS-BAD-STATUS-CNT
                   PERFORM 2800-WRITE-INDEX-EXCEPTION
           END-EVALUATE.

      *    AN ACKNOWLEDGEMENT WITH NO INDEX ENTRY TO MATCH IS EITHER A
      *    REPEAT FOR A DOCUMENT ALREADY DECIDED ABOVE, OR FOR A
      *    DOCUMENT THIS INDEX NEVER SENT (ANOTHER BATCH, OR A
      *    DOCUMENT ID THE ARCHIVE GARBLED).
       2200-CHECK-UNMATCHED-ACK.
           MOVE SPACES             TO RPT-DETAIL-LINE
           MOVE WS-ACK-DOCUMENT-ID TO RPT-DTL-DOC-ID
           MOVE WS-ACK-PAGE-CNT    TO RPT-DTL-PAGES
           IF WS-ACK-DOCUMENT-ID = WS-LAST-MATCHED-KEY
               MOVE 'DUPLICATE ACKNOWLEDGEMENT - IGNORED'
                                   TO RPT-DTL-TEXT
               ADD 1 TO WS-DUPLICATE-CNT
           ELSE
               MOVE 'ACKNOWLEDGED BUT NOT ON THIS INDEX'
                                   TO RPT-DTL-TEXT
               ADD 1 TO WS-UNKNOWN-DOC-CNT
               ADD 1 TO WS-EXCEPTION-CNT
           END-IF
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-DETAIL-LINE.

       2800-WRITE-INDEX-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT
           MOVE SPACES             TO RPT-DETAIL-LINE
           MOVE ARX-DOCUMENT-ID    TO RPT-DTL-DOC-ID
           MOVE ARX-POLICY-NUMBER  TO RPT-DTL-POLICY
           MOVE ARX-DOC-TYPE       TO RPT-DTL-TYPE
           MOVE ARX-RUN-TOKEN      TO RPT-DTL-RUN-TOKEN
           MOVE ARX-PAGE-CNT       TO RPT-DTL-PAGES
           MOVE WS-EXCEPTION-TEXT  TO RPT-DTL-TEXT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-DETAIL-LINE.

      *    NEXT INDEX ENTRY. THE TRAILER ENDS THE INDEX; ITS COUNTS ARE
      *    KEPT FOR THE CONTROL CHECK IN 9000.
       2050-READ-INDEX-PARA.
           MOVE HIGH-VALUES TO WS-IDX-KEY
           IF NOT TRAILER-FOUND
               READ DOCUMENT-INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARX-REC-TYPE = 'T'
                           MOVE 'Y' TO WS-TRAILER-SW
                           MOVE ART-DOC-CNT  TO WS-TRL-DOC-CNT
                           MOVE ART-PAGE-CNT TO WS-TRL-PAGE-CNT
                       ELSE
                           ADD 1 TO WS-INDEXED-CNT
                           ADD ARX-PAGE-CNT TO WS-INDEXED-PAGES
                           MOVE ARX-DOCUMENT-ID TO WS-IDX-KEY
                       END-IF
               END-READ
           END-IF.

       2060-READ-ACK-PARA.
           READ SORTED-ACK-FILE INTO WS-ACK-REC
               AT END
                   MOVE HIGH-VALUES TO WS-ACK-KEY
               NOT AT END
                   MOVE WS-ACK-DOCUMENT-ID TO WS-ACK-KEY
           END-READ.

       9000-FINALIZE-PARA.
      *    THE TRAILER PROVES THE INDEX ARRIVED WHOLE.
           MOVE SPACES TO ARCHIVE-RECON-REPORT-REC
           WRITE ARCHIVE-RECON-REPORT-REC
           IF NOT TRAILER-FOUND
               MOVE 'INDEX HAS NO TRAILER - LTRINDEX IS INCOMPLETE'
                                     TO RPT-NOTE-TEXT
               WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-NOTE-LINE
               ADD 1 TO WS-EXCEPTION-CNT
           ELSE
               IF WS-TRL-DOC-CNT NOT = WS-INDEXED-CNT
                       OR WS-TRL-PAGE-CNT NOT = WS-INDEXED-PAGES
                   MOVE 'INDEX TRAILER COUNTS DISAGREE WITH ITS ENTRIES'
                                             TO RPT-NOTE-TEXT
                   WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-NOTE-LINE
                   ADD 1 TO WS-EXCEPTION-CNT
               END-IF
           END-IF
           IF WS-EXCEPTION-CNT = 0
               MOVE 'EVERY INDEXED DOCUMENT WAS LOADED BY THE ARCHIVE'
                                     TO RPT-NOTE-TEXT
               WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-NOTE-LINE
           END-IF
           MOVE SPACES TO ARCHIVE-RECON-REPORT-REC
           WRITE ARCHIVE-RECON-REPORT-REC

           MOVE 'DOCUMENTS ON THE INDEX'           TO RPT-TOT-LABEL
           MOVE WS-INDEXED-CNT                     TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  PAGES'                          TO RPT-TOT-LABEL
           MOVE WS-INDEXED-PAGES                   TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           IF TRAILER-FOUND
               MOVE 'DOCUMENTS PER INDEX TRAILER'  TO RPT-TOT-LABEL
               MOVE WS-TRL-DOC-CNT                 TO RPT-TOT-CNT
               WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
               MOVE '  PAGES'                      TO RPT-TOT-LABEL
               MOVE WS-TRL-PAGE-CNT                TO RPT-TOT-CNT
               WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           END-IF
           MOVE 'ACKNOWLEDGEMENTS READ'            TO RPT-TOT-LABEL
           MOVE WS-ACK-READ-CNT                    TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DOCUMENTS LOADED'                 TO RPT-TOT-LABEL
           MOVE WS-LOADED-CNT                      TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  PAGES'                          TO RPT-TOT-LABEL
           MOVE WS-LOADED-PAGES                    TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'NOT ACKNOWLEDGED'                 TO RPT-TOT-LABEL
           MOVE WS-MISSING-CNT                     TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED BY THE ARCHIVE'          TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'LOADED WITH A DIFFERENT PAGE COUNT' TO RPT-TOT-LABEL
           MOVE WS-PAGE-DIFF-CNT                   TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'UNKNOWN ACKNOWLEDGEMENT STATUS'   TO RPT-TOT-LABEL
           MOVE WS-BAD-STATUS-CNT                  TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ACKNOWLEDGED, NOT ON THE INDEX'   TO RPT-TOT-LABEL
           MOVE WS-UNKNOWN-DOC-CNT                 TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DUPLICATE ACKNOWLEDGEMENTS'       TO RPT-TOT-LABEL
           MOVE WS-DUPLICATE-CNT                   TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'EXCEPTIONS'                       TO RPT-TOT-LABEL
           MOVE WS-EXCEPTION-CNT                   TO RPT-TOT-CNT
           WRITE ARCHIVE-RECON-REPORT-REC FROM RPT-TOTAL-LINE
           CLOSE ARCHIVE-RECON-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'ARCRCN1'       TO OPS-JOB-NAME
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
               MOVE WS-INDEXED-CNT   TO OPS-RECORD-CNT
               MOVE WS-EXCEPTION-CNT TO OPS-ERROR-CNT
               IF WS-EXCEPTION-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'ARCRCN1: BATCH ' WS-BATCH-ID
                   '  INDEXED: ' WS-INDEXED-CNT
                   '  LOADED: ' WS-LOADED-CNT
                   '  EXCEPTIONS: ' WS-EXCEPTION-CNT.

       END PROGRAM ARCRCN1.
