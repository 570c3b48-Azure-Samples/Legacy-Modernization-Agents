       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCSCRN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-FILE ASSIGN TO 'OFCSDNIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCREENING-REPORT ASSIGN TO 'OFCSCNRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE TREASURY SDN LIST AS COMPLIANCE'S EXTRACT LAYS IT OUT -
      *    A HEADER CARRYING THE LIST'S PUBLICATION DATE, THEN ONE
      *    RECORD PER NAME: THE PRIMARY NAME (SEQ 0) AND EACH AKA
      *    (SEQ 1 UP) OF AN SDN ENTRY, WITH THE ENTRY'S FIRST ADDRESS
      *    CITY AND COUNTRY. VESSEL AND AIRCRAFT ENTRIES ARE SKIPPED -
      *    THEY CANNOT BE A PARTY ON A POLICY.
       FD  SDN-FILE.
       01  SDN-RECORD.
           05  SDN-REC-TYPE              PIC X(1).
               88  SDN-HEADER-REC        VALUE 'H'.
               88  SDN-NAME-REC          VALUE 'N'.
           05  SDN-ENT-NUM               PIC 9(8).
           05  SDN-NAME-SEQ              PIC 9(3).
           05  SDN-NAME                  PIC X(80).
           05  SDN-TYPE                  PIC X(12).
           05  SDN-PROGRAM               PIC X(20).
           05  SDN-CITY                  PIC X(30).
           05  SDN-COUNTRY               PIC X(30).
           05  FILLER                    PIC X(16).
       01  SDN-HEADER-RECORD REDEFINES SDN-RECORD.
           05  FILLER                    PIC X(1).
           05  SDN-HDR-PUB-DATE          PIC X(10).
           05  FILLER                    PIC X(189).

      *    HITS RAISED THIS RUN, THEN THE WHOLE OPEN REVIEW QUEUE -
      *    EVERY PARTY WHOSE PAYMENTS ARE HELD UNTIL COMPLIANCE DECIDES
      *    THROUGH OFCMNT1.
       FD  SCREENING-REPORT.
       01  SCREENING-REPORT-REC          PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-SDN-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-SDN                VALUE 'YES'.
       01  WS-PTY-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-PARTIES            VALUE 'YES'.
       01  WS-AGT-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-AGENTS             VALUE 'YES'.
       01  WS-CAND-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-CANDIDATES         VALUE 'YES'.
       01  WS-QUE-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-QUEUE              VALUE 'YES'.
       01  WS-NOISE-SW                   PIC X(3) VALUE 'NO'.
           88  NOISE-WORD                VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    OPTIONAL MATCH THRESHOLD (050-100, DEFAULT 080) - THE SCORE
      *    AT OR ABOVE WHICH A PARTY GOES ON THE REVIEW QUEUE.
       01  WS-PARM-CARD.
           05  WS-PARM-THRESHOLD         PIC X(3).
           05  FILLER                    PIC X(77).
       01  WS-THRESHOLD                  PIC S9(4) COMP VALUE 80.

       01  WS-RUN-ID                     PIC X(12).
       01  WS-SDN-PUB-DATE               PIC X(10).

       01  WS-SDN-CNT                    PIC 9(7) VALUE 0.
       01  WS-SDN-SKIP-CNT               PIC 9(7) VALUE 0.
       01  WS-SDN-REJECT-CNT             PIC 9(7) VALUE 0.
       01  WS-PARTY-CNT                  PIC 9(7) VALUE 0.
       01  WS-AGENT-CNT                  PIC 9(7) VALUE 0.
       01  WS-NONAME-CNT                 PIC 9(7) VALUE 0.
       01  WS-HIT-CNT                    PIC 9(7) VALUE 0.
       01  WS-NEW-HIT-CNT                PIC 9(7) VALUE 0.
       01  WS-REOPEN-CNT                 PIC 9(7) VALUE 0.
       01  WS-KEPT-CLEAR-CNT             PIC 9(7) VALUE 0.
       01  WS-QUEUE-CNT                  PIC 9(7) VALUE 0.
       01  WS-CONFIRMED-CNT              PIC 9(7) VALUE 0.

      *    THE PARTY BEING SCREENED.
       01  WS-CUR-PARTY.
           05  WS-CUR-TYPE               PIC X(1).
           05  WS-CUR-KEY                PIC X(20).
           05  WS-CUR-POLICY             PIC X(10).
           05  WS-CUR-AGENT              PIC X(10).
           05  WS-CUR-NAME               PIC X(80).
           05  WS-CUR-CITY               PIC X(30).

      *    NAME TOKENIZING. A NAME IS UPPER-CASED AND SPLIT INTO WORDS
      *    ON ANYTHING NOT A LETTER OR DIGIT (AN APOSTROPHE IS DROPPED
      *    SO O'BRIEN STAYS ONE WORD). SINGLE LETTERS AND THE TITLES
      *    AND CORPORATE SUFFIXES BELOW ARE IGNORED. EACH WORD LEFT
      *    BECOMES A SOUND-ALIKE KEY: ITS FIRST LETTER, THEN ITS
      *    CONSONANTS WITHOUT H, W OR Y AND WITH DOUBLES COLLAPSED -
      *    MOHAMMED, MUHAMAD AND MOHAMED ALL KEY AS MD.  UP TO TEN
      *    DISTINCT KEYS ARE KEPT PER NAME.
       01  WS-TKN-NAME                   PIC X(80).
       01  WS-TKN-CHAR                   PIC X(1).
       01  WS-TKN-POS                    PIC S9(4) COMP.
       01  WS-TKN-WORD                   PIC X(20).
       01  WS-TKN-WORD-LEN               PIC S9(4) COMP.
       01  WS-TKN-KEY                    PIC X(20).
       01  WS-TKN-KEY-LEN                PIC S9(4) COMP.
       01  WS-TKN-KEY-POS                PIC S9(4) COMP.
       01  WS-TKN-IDX                    PIC S9(4) COMP.
       01  WS-TKN-DUP-SW                 PIC X(1).
       01  WS-TKN-TABLE.
           05  WS-TKN-ENTRY              PIC X(20) OCCURS 10 TIMES.
       01  WS-TKN-CNT                    PIC S9(4) COMP.

       01  WS-PTY-TKN-TABLE.
           05  WS-PTY-TKN-ENTRY          PIC X(20) OCCURS 10 TIMES.
       01  WS-PTY-TKN-CNT                PIC S9(4) COMP.
       01  WS-PTY-IDX                    PIC S9(4) COMP.

       01  WS-NOISE-VALUES.
           05  FILLER                    PIC X(5) VALUE 'MR   '.
           05  FILLER                    PIC X(5) VALUE 'MRS  '.
           05  FILLER                    PIC X(5) VALUE 'MS   '.
           05  FILLER                    PIC X(5) VALUE 'MISS '.
           05  FILLER                    PIC X(5) VALUE 'DR   '.
           05  FILLER                    PIC X(5) VALUE 'JR   '.
           05  FILLER                    PIC X(5) VALUE 'SR   '.
           05  FILLER                    PIC X(5) VALUE 'II   '.
           05  FILLER                    PIC X(5) VALUE 'III  '.
           05  FILLER                    PIC X(5) VALUE 'IV   '.
           05  FILLER                    PIC X(5) VALUE 'THE  '.
           05  FILLER                    PIC X(5) VALUE 'AND  '.
           05  FILLER                    PIC X(5) VALUE 'OF   '.
           05  FILLER                    PIC X(5) VALUE 'INC  '.
           05  FILLER                    PIC X(5) VALUE 'LLC  '.
           05  FILLER                    PIC X(5) VALUE 'LTD  '.
           05  FILLER                    PIC X(5) VALUE 'CO   '.
           05  FILLER                    PIC X(5) VALUE 'CORP '.
           05  FILLER                    PIC X(5) VALUE 'NA   '.
           05  FILLER                    PIC X(5) VALUE 'FSB  '.
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-VALUES.
           05  WS-NOISE-WORD             PIC X(5) OCCURS 20 TIMES.
       01  WS-NOISE-IDX                  PIC S9(4) COMP.

      *    A CANDIDATE'S SCORE IS THE SHARE OF TOKENS THE TWO NAMES
      *    HAVE IN COMMON (TWICE THE MATCHES OVER THE TOKENS OF BOTH
      *    NAMES, AS A PERCENT), PLUS 10 WHEN THE PARTY'S CITY IS THE
      *    SDN ENTRY'S CITY, TO A MAXIMUM OF 100.
       01  WS-MATCH-CNT                  PIC S9(4) COMP.
       01  WS-SCORE                      PIC S9(4) COMP.
       01  WS-CMP-PTY-CITY               PIC X(30).
       01  WS-CMP-SDN-CITY               PIC X(30).

       01  OFCDRVR1-AREA.
           10  WS-OF-OPERATION-TYPE        PIC X(10).
           10  WS-OF-RUN-ID                PIC X(12).
           10  WS-OF-TOKEN-TABLE.
               15  WS-OF-TOKEN             PIC X(20) OCCURS 6 TIMES.
           10  WS-OF-SDN-ENT-NUM           PIC S9(9) COMP.
           10  WS-OF-SDN-NAME-SEQ          PIC S9(4) COMP.
           10  WS-OF-SDN-NAME              PIC X(80).
           10  WS-OF-SDN-TYPE              PIC X(12).
           10  WS-OF-SDN-PROGRAM           PIC X(20).
           10  WS-OF-SDN-CITY              PIC X(30).
           10  WS-OF-SDN-COUNTRY           PIC X(30).
           10  WS-OF-SDN-TOKEN-CNT         PIC S9(4) COMP.
           10  WS-OF-PARTY-TYPE            PIC X(1).
           10  WS-OF-PARTY-KEY             PIC X(20).
           10  WS-OF-POLICY-NUMBER         PIC X(10).
           10  WS-OF-AGENT-CODE            PIC X(10).
           10  WS-OF-PARTY-NAME            PIC X(80).
           10  WS-OF-SCORE                 PIC S9(4) COMP.
           10  WS-OF-BLOCK-TYPE            PIC X(1).
           10  WS-OF-DECISION              PIC X(1).
           10  WS-OF-USER-ID               PIC X(8).
           10  WS-OF-DECISION-NOTE         PIC X(60).
           10  WS-OF-SDN-PUB-DATE          PIC X(10).
           10  WS-OF-SDN-CNT               PIC S9(9) COMP.
           10  WS-OF-PARTY-CNT             PIC S9(9) COMP.
           10  WS-OF-HIT-CNT               PIC S9(9) COMP.
           10  WS-OF-NEW-HIT-CNT           PIC S9(9) COMP.
           10  WS-OF-REOPEN-CNT            PIC S9(9) COMP.
           10  WS-OF-THRESHOLD             PIC S9(4) COMP.
           10  WS-OF-START-TIME            PIC X(8).
           10  WS-OF-END-TIME              PIC X(8).
           10  WS-OF-SQLCODE               PIC S9(9) COMP.
           10  WS-OF-HIT-RESULT            PIC X(1).
           10  WS-OF-BLOCK-CNT             PIC S9(9) COMP.
           10  WS-OF-BLOCK-STATUS          PIC X(1).
           10  WS-OF-OUT-PARTY-TYPE        PIC X(1).
           10  WS-OF-OUT-PARTY-KEY         PIC X(20).
           10  WS-OF-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-OF-OUT-AGENT-CODE        PIC X(10).
           10  WS-OF-OUT-PARTY-NAME        PIC X(80).
           10  WS-OF-OUT-PARTY-CITY        PIC X(30).
           10  WS-OF-OUT-SDN-ENT-NUM       PIC S9(9) COMP.
           10  WS-OF-OUT-SDN-NAME-SEQ      PIC S9(4) COMP.
           10  WS-OF-OUT-SDN-NAME          PIC X(80).
           10  WS-OF-OUT-SDN-TYPE          PIC X(12).
           10  WS-OF-OUT-SDN-PROGRAM       PIC X(20).
           10  WS-OF-OUT-SDN-CITY          PIC X(30).
           10  WS-OF-OUT-SDN-COUNTRY       PIC X(30).
           10  WS-OF-OUT-SDN-TOKEN-CNT     PIC S9(4) COMP.
           10  WS-OF-OUT-SCORE             PIC S9(4) COMP.
           10  WS-OF-OUT-STATUS            PIC X(1).
           10  WS-OF-OUT-FIRST-HIT-DATE    PIC X(10).
           10  WS-OF-OUT-LAST-HIT-DATE     PIC X(10).
           10  WS-OF-OUT-DECISION-USER     PIC X(8).
           10  WS-OF-OUT-DECISION-DATE     PIC X(10).
           10  WS-OF-OUT-DECISION-NOTE     PIC X(60).
           10  WS-OF-OUT-AGE-DAYS          PIC S9(9) COMP.

       01  FLEDIVR1-AREA.
           10  WS-FLEDIVR1-OPERATION-TYPE  PIC X(8).
           10  WS-FLEDIVR1-AGENT-CODE      PIC X(10).
           10  WS-FLEDIVR1-MAINT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-STATUS-CODE     PIC X(2).
           10  WS-FLEDIVR1-AGENT-RECORD.
               15  WS-FLEDIVR1-AGENT-NAME        PIC X(45).
               15  WS-FLEDIVR1-AGENT-ADDRESS-1   PIC X(50).
               15  WS-FLEDIVR1-AGENT-ADDRESS-2   PIC X(50).
               15  WS-FLEDIVR1-AGENT-CITY        PIC X(20).
               15  WS-FLEDIVR1-AGENT-STATE       PIC X(2).
               15  WS-FLEDIVR1-AGENT-ZIP-CODE    PIC X(10).
               15  WS-FLEDIVR1-AGENT-STATUS      PIC X(1).
               15  WS-FLEDIVR1-AGENT-TYPE        PIC X(10).
               15  WS-FLEDIVR1-AGENT-EMAIL       PIC X(30).
               15  WS-FLEDIVR1-AGENT-CONTACT-NO  PIC X(10).
               15  WS-FLEDIVR1-AGENT-START-DATE  PIC X(10).
               15  WS-FLEDIVR1-AGENT-END-DATE    PIC X(10).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(31)
               VALUE 'OFAC SANCTIONS SCREENING - RUN '.
           05  RPT-HDR-RUN-ID            PIC X(12).
           05  FILLER                    PIC X(14)
               VALUE '  SDN LIST OF '.
           05  RPT-HDR-PUB-DATE          PIC X(10).
           05  FILLER                    PIC X(13)
               VALUE '  THRESHOLD: '.
           05  RPT-HDR-THRESHOLD         PIC ZZ9.
           05  FILLER                    PIC X(8)  VALUE '  DATE: '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(31) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  RPT-HIT-HEADING.
           05  FILLER                    PIC X(2)  VALUE 'T '.
           05  FILLER                    PIC X(21) VALUE 'PARTY KEY'.
           05  FILLER                    PIC X(31) VALUE 'PARTY NAME'.
           05  FILLER                    PIC X(9)  VALUE ' SDN ENT'.
           05  FILLER                    PIC X(31) VALUE 'SDN NAME'.
           05  FILLER                    PIC X(13) VALUE 'PROGRAM'.
           05  FILLER                    PIC X(5)  VALUE 'SCR'.
           05  FILLER                    PIC X(20) VALUE 'RESULT'.

       01  RPT-HIT-LINE.
           05  RPT-HIT-TYPE              PIC X(1).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-HIT-KEY               PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-HIT-PARTY             PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-HIT-ENT               PIC ZZZZZZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-HIT-SDN-NAME          PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-HIT-PROGRAM           PIC X(12).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-HIT-SCORE             PIC ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-HIT-RESULT            PIC X(10).
           05  FILLER                    PIC X(10) VALUE SPACES.

       01  RPT-QUEUE-HEADING.
           05  FILLER                    PIC X(10) VALUE 'STATUS'.
           05  FILLER                    PIC X(6)  VALUE '  AGE '.
           05  FILLER                    PIC X(2)  VALUE 'T '.
           05  FILLER                    PIC X(21) VALUE 'PARTY KEY'.
           05  FILLER                    PIC X(31) VALUE 'PARTY NAME'.
           05  FILLER                    PIC X(9)  VALUE ' SDN ENT'.
           05  FILLER                    PIC X(31) VALUE 'SDN NAME'.
           05  FILLER                    PIC X(5)  VALUE 'SCR'.
           05  FILLER                    PIC X(17) VALUE 'FIRST HIT'.

       01  RPT-QUEUE-LINE.
           05  RPT-QUE-STATUS            PIC X(9).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-AGE               PIC ZZZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-TYPE              PIC X(1).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-KEY               PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-PARTY             PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-ENT               PIC ZZZZZZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-SDN-NAME          PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-SCORE             PIC ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-QUE-FIRST-HIT         PIC X(10).
           05  FILLER                    PIC X(7)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 1100-LOAD-SDN-PARA UNTIL END-OF-SDN
           PERFORM 1200-START-SCREENING
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-PARTIES
           PERFORM 2500-SCREEN-AGENT-PARA UNTIL END-OF-AGENTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING 'OF'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (3:6)  DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (9:4)  DELIMITED BY SIZE
             INTO WS-RUN-ID
           END-STRING

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-THRESHOLD NOT = SPACES
               IF WS-PARM-THRESHOLD NUMERIC
                       AND WS-PARM-THRESHOLD NOT < '050'
                       AND WS-PARM-THRESHOLD NOT > '100'
                   MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
               ELSE
                   DISPLAY 'OFCSCRN1: MATCH THRESHOLD ON SYSIN MUST '
                           'BE 050 TO 100: ' WS-PARM-THRESHOLD
                   CALL 'ABEND'
               END-IF
           END-IF

      *    THE LIST MUST START WITH ITS HEADER - SCREENING AGAINST A
      *    TRUNCATED OR WRONG FILE WOULD CLEAR EVERY PARTY UNSEEN.
           OPEN INPUT SDN-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFCSDNIN: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 1150-READ-SDN-PARA
           IF END-OF-SDN OR NOT SDN-HEADER-REC
               DISPLAY 'OFCSCRN1: OFCSDNIN DOES NOT START WITH AN SDN '
                       'LIST HEADER'
               CALL 'ABEND'
           END-IF
           MOVE SDN-HDR-PUB-DATE TO WS-SDN-PUB-DATE

           OPEN OUTPUT SCREENING-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFCSCNRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-RUN-ID       TO RPT-HDR-RUN-ID WS-OF-RUN-ID
           MOVE WS-SDN-PUB-DATE TO RPT-HDR-PUB-DATE
           MOVE WS-THRESHOLD    TO RPT-HDR-THRESHOLD
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE SCREENING-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'SDNCLEAR' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           PERFORM 1150-READ-SDN-PARA.

      *    ONE SDN NAME: STORED WITH ITS TOKEN COUNT, THEN EACH OF ITS
      *    TOKEN KEYS INDEXED FOR THE CANDIDATE LOOKUP.
       1100-LOAD-SDN-PARA.
           EVALUATE TRUE
               WHEN NOT SDN-NAME-REC
                   ADD 1 TO WS-SDN-REJECT-CNT
                   DISPLAY 'OFCSCRN1: UNKNOWN SDN RECORD TYPE '
                           SDN-REC-TYPE ' SKIPPED'
               WHEN SDN-ENT-NUM NOT NUMERIC
                       OR SDN-NAME-SEQ NOT NUMERIC
                   ADD 1 TO WS-SDN-REJECT-CNT
                   DISPLAY 'OFCSCRN1: SDN ENTRY NUMBER NOT NUMERIC - '
                           SDN-NAME
               WHEN OTHER
                   INSPECT SDN-TYPE CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF SDN-TYPE = 'VESSEL' OR 'AIRCRAFT'
                       ADD 1 TO WS-SDN-SKIP-CNT
                   ELSE
                       MOVE SDN-NAME TO WS-TKN-NAME
                       PERFORM 3000-TOKENIZE-NAME
                       IF WS-TKN-CNT = 0
                           ADD 1 TO WS-SDN-SKIP-CNT
                       ELSE
                           PERFORM 1110-STORE-SDN-NAME
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 1150-READ-SDN-PARA.

       1110-STORE-SDN-NAME.
           ADD 1 TO WS-SDN-CNT
           MOVE SDN-ENT-NUM       TO WS-OF-SDN-ENT-NUM
           MOVE SDN-NAME-SEQ      TO WS-OF-SDN-NAME-SEQ
           MOVE SDN-NAME          TO WS-OF-SDN-NAME
           MOVE SDN-TYPE          TO WS-OF-SDN-TYPE
           MOVE SDN-PROGRAM       TO WS-OF-SDN-PROGRAM
           MOVE SDN-CITY          TO WS-OF-SDN-CITY
           MOVE SDN-COUNTRY       TO WS-OF-SDN-COUNTRY
           MOVE WS-TKN-CNT        TO WS-OF-SDN-TOKEN-CNT
           MOVE 'SDNADD'          TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           MOVE 'TOKADD'          TO WS-OF-OPERATION-TYPE
           PERFORM VARYING WS-TKN-IDX FROM 1 BY 1
                   UNTIL WS-TKN-IDX > WS-TKN-CNT
               MOVE WS-TKN-ENTRY (WS-TKN-IDX) TO WS-OF-TOKEN (1)
               CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           END-PERFORM.

       1150-READ-SDN-PARA.
           READ SDN-FILE
               AT END
                   MOVE 'YES' TO WS-SDN-EOF-SW
           END-READ.

      *    AN EMPTY LIST IS A BROKEN EXTRACT, NOT A CLEAN BILL - THE
      *    RUN STOPS BEFORE ANY PARTY IS SCREENED AGAINST IT.
       1200-START-SCREENING.
           CLOSE SDN-FILE
           IF WS-SDN-CNT = 0
               DISPLAY 'OFCSCRN1: NO SDN NAMES LOADED FROM OFCSDNIN - '
                       'SCREENING NOT RUN'
               CALL 'ABEND'
           END-IF

           MOVE 'SCREENING HITS THIS RUN' TO RPT-SEC-TITLE
           WRITE SCREENING-REPORT-REC FROM RPT-SECTION-LINE
           WRITE SCREENING-REPORT-REC FROM RPT-HIT-HEADING

           MOVE 'PTYOPEN' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           PERFORM 2050-FETCH-PARTY-PARA

           MOVE 'OFCSCRN1' TO WS-FLEDIVR1-CALLER-JOB
                              WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN'     TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF
           MOVE SPACES  TO WS-FLEDIVR1-AGENT-CODE
           MOVE 'START' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR STARTING AGENT BROWSE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF
           PERFORM 2550-READ-NEXT-AGENT.

       2000-PROCESS-PARA.
           ADD 1 TO WS-PARTY-CNT
           MOVE WS-OF-OUT-PARTY-TYPE    TO WS-CUR-TYPE
           MOVE WS-OF-OUT-PARTY-KEY     TO WS-CUR-KEY
           MOVE WS-OF-OUT-POLICY-NUMBER TO WS-CUR-POLICY
           MOVE WS-OF-OUT-AGENT-CODE    TO WS-CUR-AGENT
           MOVE WS-OF-OUT-PARTY-NAME    TO WS-CUR-NAME
           MOVE WS-OF-OUT-PARTY-CITY    TO WS-CUR-CITY
           PERFORM 2100-SCREEN-PARTY
           PERFORM 2050-FETCH-PARTY-PARA.

       2050-FETCH-PARTY-PARA.
           MOVE 'PTYFETCH' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           IF WS-OF-SQLCODE NOT = 0
               MOVE 'YES' TO WS-PTY-EOF-SW
           END-IF.

      *    THE PARTY'S NAME IS TOKENIZED ONCE; ITS FIRST SIX KEYS PICK
      *    THE CANDIDATE SDN NAMES AND EVERY CANDIDATE IS SCORED.
       2100-SCREEN-PARTY.
           MOVE WS-CUR-NAME TO WS-TKN-NAME
           PERFORM 3000-TOKENIZE-NAME
           MOVE WS-TKN-TABLE TO WS-PTY-TKN-TABLE
           MOVE WS-TKN-CNT   TO WS-PTY-TKN-CNT
           IF WS-PTY-TKN-CNT = 0
               ADD 1 TO WS-NONAME-CNT
           ELSE
               MOVE WS-PTY-TKN-TABLE (1:120) TO WS-OF-TOKEN-TABLE
               MOVE 'CANDOPEN' TO WS-OF-OPERATION-TYPE
               CALL 'OFCDRVR1' USING OFCDRVR1-AREA
               MOVE 'NO' TO WS-CAND-EOF-SW
               PERFORM 2150-FETCH-CANDIDATE
               PERFORM 2200-SCORE-CANDIDATE UNTIL END-OF-CANDIDATES
               MOVE 'CANDCLOSE' TO WS-OF-OPERATION-TYPE
               CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           END-IF.

       2150-FETCH-CANDIDATE.
           MOVE 'CANDFETCH' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           IF WS-OF-SQLCODE NOT = 0
               MOVE 'YES' TO WS-CAND-EOF-SW
           END-IF.

       2200-SCORE-CANDIDATE.
           MOVE WS-OF-OUT-SDN-NAME TO WS-TKN-NAME
           PERFORM 3000-TOKENIZE-NAME
           MOVE 0 TO WS-MATCH-CNT
           PERFORM VARYING WS-PTY-IDX FROM 1 BY 1
                   UNTIL WS-PTY-IDX > WS-PTY-TKN-CNT
               PERFORM VARYING WS-TKN-IDX FROM 1 BY 1
                       UNTIL WS-TKN-IDX > WS-TKN-CNT
                   IF WS-TKN-ENTRY (WS-TKN-IDX)
                                   = WS-PTY-TKN-ENTRY (WS-PTY-IDX)
                       ADD 1 TO WS-MATCH-CNT
                       MOVE WS-TKN-CNT TO WS-TKN-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-SCORE = (WS-MATCH-CNT * 200)
                            / (WS-PTY-TKN-CNT + WS-TKN-CNT)
           IF WS-CUR-CITY NOT = SPACES
               MOVE WS-CUR-CITY        TO WS-CMP-PTY-CITY
               MOVE WS-OF-OUT-SDN-CITY TO WS-CMP-SDN-CITY
               INSPECT WS-CMP-PTY-CITY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-CMP-SDN-CITY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-CMP-PTY-CITY = WS-CMP-SDN-CITY
                   ADD 10 TO WS-SCORE
                   IF WS-SCORE > 100
                       MOVE 100 TO WS-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-SCORE NOT < WS-THRESHOLD
               PERFORM 2300-RECORD-HIT
           END-IF
           PERFORM 2150-FETCH-CANDIDATE.

      *    THE DRIVER SAYS WHAT THE MATCH MEANT FOR THE QUEUE. A SECOND
      *    NAME OF AN SDN ENTRY ALREADY MATCHED THIS RUN IS NOT LISTED
      *    OR COUNTED AGAIN.
       2300-RECORD-HIT.
           MOVE WS-CUR-TYPE             TO WS-OF-PARTY-TYPE
           MOVE WS-CUR-KEY              TO WS-OF-PARTY-KEY
           MOVE WS-CUR-POLICY           TO WS-OF-POLICY-NUMBER
           MOVE WS-CUR-AGENT            TO WS-OF-AGENT-CODE
           MOVE WS-CUR-NAME             TO WS-OF-PARTY-NAME
           MOVE WS-OF-OUT-SDN-ENT-NUM   TO WS-OF-SDN-ENT-NUM
           MOVE WS-OF-OUT-SDN-NAME      TO WS-OF-SDN-NAME
           MOVE WS-OF-OUT-SDN-PROGRAM   TO WS-OF-SDN-PROGRAM
           MOVE WS-SCORE                TO WS-OF-SCORE
           MOVE 'HITADD'                TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           MOVE SPACES TO RPT-HIT-RESULT
           EVALUATE WS-OF-HIT-RESULT
               WHEN 'N'
                   ADD 1 TO WS-NEW-HIT-CNT
                   MOVE 'NEW'          TO RPT-HIT-RESULT
               WHEN 'R'
                   ADD 1 TO WS-REOPEN-CNT
                   MOVE 'REOPENED'     TO RPT-HIT-RESULT
               WHEN 'E'
                   MOVE 'STILL OPEN'   TO RPT-HIT-RESULT
               WHEN 'K'
                   ADD 1 TO WS-KEPT-CLEAR-CNT
                   MOVE 'CLEARED'      TO RPT-HIT-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RPT-HIT-RESULT NOT = SPACES
               ADD 1 TO WS-HIT-CNT
               MOVE WS-CUR-TYPE            TO RPT-HIT-TYPE
               MOVE WS-CUR-KEY             TO RPT-HIT-KEY
               MOVE WS-CUR-NAME            TO RPT-HIT-PARTY
               MOVE WS-OF-OUT-SDN-ENT-NUM  TO RPT-HIT-ENT
               MOVE WS-OF-OUT-SDN-NAME     TO RPT-HIT-SDN-NAME
               MOVE WS-OF-OUT-SDN-PROGRAM  TO RPT-HIT-PROGRAM
               MOVE WS-SCORE               TO RPT-HIT-SCORE
               WRITE SCREENING-REPORT-REC FROM RPT-HIT-LINE
           END-IF.

      *    AGENTS ARE THE COMMISSION PAYEES - EVERY AGENT ON FILE IS
      *    SCREENED, ACTIVE OR NOT, AS TERMINATED AGENTS STILL DRAW
      *    TRAILING COMMISSION.
       2500-SCREEN-AGENT-PARA.
           ADD 1 TO WS-AGENT-CNT
           MOVE 'A'                      TO WS-CUR-TYPE
           MOVE WS-FLEDIVR1-AGENT-CODE   TO WS-CUR-KEY WS-CUR-AGENT
           MOVE SPACES                   TO WS-CUR-POLICY
           MOVE WS-FLEDIVR1-AGENT-NAME   TO WS-CUR-NAME
           MOVE WS-FLEDIVR1-AGENT-CITY   TO WS-CUR-CITY
           PERFORM 2100-SCREEN-PARTY
           PERFORM 2550-READ-NEXT-AGENT.

       2550-READ-NEXT-AGENT.
           MOVE 'READNEXT' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE = '10'
               MOVE 'YES' TO WS-AGT-EOF-SW
           ELSE
               IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
                   DISPLAY 'ERROR READING AGENT BROWSE: '
                                        WS-FLEDIVR1-STATUS-CODE
                   CALL 'ABEND'
               END-IF
           END-IF.

       3000-TOKENIZE-NAME.
           MOVE 0      TO WS-TKN-CNT WS-TKN-WORD-LEN
           MOVE SPACES TO WS-TKN-TABLE WS-TKN-WORD
           INSPECT WS-TKN-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-TKN-POS FROM 1 BY 1
                   UNTIL WS-TKN-POS > 80
               MOVE WS-TKN-NAME (WS-TKN-POS:1) TO WS-TKN-CHAR
               EVALUATE TRUE
                   WHEN WS-TKN-CHAR = ''''
                       CONTINUE
                   WHEN WS-TKN-CHAR NUMERIC
                   WHEN WS-TKN-CHAR ALPHABETIC-UPPER
                           AND WS-TKN-CHAR NOT = SPACE
                       IF WS-TKN-WORD-LEN < 20
                           ADD 1 TO WS-TKN-WORD-LEN
                           MOVE WS-TKN-CHAR
                             TO WS-TKN-WORD (WS-TKN-WORD-LEN:1)
                       END-IF
                   WHEN OTHER
                       PERFORM 3010-END-WORD
               END-EVALUATE
           END-PERFORM
           PERFORM 3010-END-WORD.

       3010-END-WORD.
           IF WS-TKN-WORD-LEN > 1
               MOVE 'NO' TO WS-NOISE-SW
               PERFORM VARYING WS-NOISE-IDX FROM 1 BY 1
                       UNTIL WS-NOISE-IDX > 20
                   IF WS-TKN-WORD = WS-NOISE-WORD (WS-NOISE-IDX)
                       MOVE 'YES' TO WS-NOISE-SW
                       MOVE 20 TO WS-NOISE-IDX
                   END-IF
               END-PERFORM
               IF NOT NOISE-WORD
                   PERFORM 3020-BUILD-WORD-KEY
                   PERFORM 3030-ADD-TOKEN
               END-IF
           END-IF
           MOVE SPACES TO WS-TKN-WORD
           MOVE 0      TO WS-TKN-WORD-LEN.

       3020-BUILD-WORD-KEY.
           MOVE SPACES              TO WS-TKN-KEY
           MOVE WS-TKN-WORD (1:1)   TO WS-TKN-KEY (1:1)
           MOVE 1                   TO WS-TKN-KEY-LEN
           PERFORM VARYING WS-TKN-KEY-POS FROM 2 BY 1
                   UNTIL WS-TKN-KEY-POS > WS-TKN-WORD-LEN
               MOVE WS-TKN-WORD (WS-TKN-KEY-POS:1) TO WS-TKN-CHAR
               IF WS-TKN-CHAR NOT = 'A' AND 'E' AND 'I' AND 'O'
                                AND 'U' AND 'Y' AND 'H' AND 'W'
                       AND WS-TKN-CHAR
                               NOT = WS-TKN-KEY (WS-TKN-KEY-LEN:1)
                   ADD 1 TO WS-TKN-KEY-LEN
                   MOVE WS-TKN-CHAR TO WS-TKN-KEY (WS-TKN-KEY-LEN:1)
               END-IF
           END-PERFORM.

       3030-ADD-TOKEN.
           MOVE 'N' TO WS-TKN-DUP-SW
           PERFORM VARYING WS-TKN-IDX FROM 1 BY 1
                   UNTIL WS-TKN-IDX > WS-TKN-CNT
               IF WS-TKN-ENTRY (WS-TKN-IDX) = WS-TKN-KEY
                   MOVE 'Y' TO WS-TKN-DUP-SW
               END-IF
           END-PERFORM
           IF WS-TKN-DUP-SW = 'N' AND WS-TKN-CNT < 10
               ADD 1 TO WS-TKN-CNT
               MOVE WS-TKN-KEY TO WS-TKN-ENTRY (WS-TKN-CNT)
           END-IF.

      *    THE OPEN QUEUE AS IT STANDS AFTER THIS RUN.
       8000-LIST-REVIEW-QUEUE.
           MOVE 'OPEN REVIEW QUEUE - PAYMENTS HELD' TO RPT-SEC-TITLE
           WRITE SCREENING-REPORT-REC FROM RPT-SECTION-LINE
           WRITE SCREENING-REPORT-REC FROM RPT-QUEUE-HEADING
           MOVE 'QUEOPEN' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           MOVE 'NO' TO WS-QUE-EOF-SW
           PERFORM 8050-FETCH-QUEUE
           PERFORM 8010-WRITE-QUEUE-LINE UNTIL END-OF-QUEUE
           MOVE 'QUECLOSE' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA.

       8010-WRITE-QUEUE-LINE.
           ADD 1 TO WS-QUEUE-CNT
           IF WS-OF-OUT-STATUS = 'C'
               ADD 1 TO WS-CONFIRMED-CNT
               MOVE 'CONFIRMED'              TO RPT-QUE-STATUS
           ELSE
               MOVE 'PENDING'                TO RPT-QUE-STATUS
           END-IF
           MOVE WS-OF-OUT-AGE-DAYS           TO RPT-QUE-AGE
           MOVE WS-OF-OUT-PARTY-TYPE         TO RPT-QUE-TYPE
           MOVE WS-OF-OUT-PARTY-KEY          TO RPT-QUE-KEY
           MOVE WS-OF-OUT-PARTY-NAME         TO RPT-QUE-PARTY
           MOVE WS-OF-OUT-SDN-ENT-NUM        TO RPT-QUE-ENT
           MOVE WS-OF-OUT-SDN-NAME           TO RPT-QUE-SDN-NAME
           MOVE WS-OF-OUT-SCORE              TO RPT-QUE-SCORE
           MOVE WS-OF-OUT-FIRST-HIT-DATE     TO RPT-QUE-FIRST-HIT
           WRITE SCREENING-REPORT-REC FROM RPT-QUEUE-LINE
           PERFORM 8050-FETCH-QUEUE.

       8050-FETCH-QUEUE.
           MOVE 'QUEFETCH' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           IF WS-OF-SQLCODE NOT = 0
               MOVE 'YES' TO WS-QUE-EOF-SW
           END-IF.

       9000-FINALIZE-PARA.
           MOVE 'PTYCLOSE' TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA

           PERFORM 8000-LIST-REVIEW-QUEUE

           MOVE 'SDN NAMES LOADED'                 TO RPT-TOT-LABEL
           MOVE WS-SDN-CNT                         TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  SKIPPED (VESSEL/AIRCRAFT/NO NAME)'
                                                   TO RPT-TOT-LABEL
           MOVE WS-SDN-SKIP-CNT                    TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  REJECTED (BAD RECORD)'          TO RPT-TOT-LABEL
           MOVE WS-SDN-REJECT-CNT                  TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'POLICY PARTIES SCREENED'          TO RPT-TOT-LABEL
           MOVE WS-PARTY-CNT                       TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'AGENTS SCREENED'                  TO RPT-TOT-LABEL
           MOVE WS-AGENT-CNT                       TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NO SCREENABLE NAME'             TO RPT-TOT-LABEL
           MOVE WS-NONAME-CNT                      TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'MATCHES AT OR ABOVE THRESHOLD'    TO RPT-TOT-LABEL
           MOVE WS-HIT-CNT                         TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NEW TO THE REVIEW QUEUE'        TO RPT-TOT-LABEL
           MOVE WS-NEW-HIT-CNT                     TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  REOPENED (NAME CHANGED)'        TO RPT-TOT-LABEL
           MOVE WS-REOPEN-CNT                      TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  PREVIOUSLY CLEARED'             TO RPT-TOT-LABEL
           MOVE WS-KEPT-CLEAR-CNT                  TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'OPEN ON THE REVIEW QUEUE'         TO RPT-TOT-LABEL
           MOVE WS-QUEUE-CNT                       TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CONFIRMED MATCHES'              TO RPT-TOT-LABEL
           MOVE WS-CONFIRMED-CNT                   TO RPT-TOT-CNT
           WRITE SCREENING-REPORT-REC FROM RPT-TOTAL-LINE
           CLOSE SCREENING-REPORT

           ACCEPT WS-END-TIME FROM TIME
           MOVE WS-SDN-PUB-DATE   TO WS-OF-SDN-PUB-DATE
           MOVE WS-SDN-CNT        TO WS-OF-SDN-CNT
           COMPUTE WS-OF-PARTY-CNT = WS-PARTY-CNT + WS-AGENT-CNT
           MOVE WS-HIT-CNT        TO WS-OF-HIT-CNT
           MOVE WS-NEW-HIT-CNT    TO WS-OF-NEW-HIT-CNT
           MOVE WS-REOPEN-CNT     TO WS-OF-REOPEN-CNT
           MOVE WS-THRESHOLD      TO WS-OF-THRESHOLD
           MOVE WS-START-TIME     TO WS-OF-START-TIME
           MOVE WS-END-TIME       TO WS-OF-END-TIME
           MOVE 'RUNADD'          TO WS-OF-OPERATION-TYPE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA

           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'OFCSCRN1'      TO OPS-JOB-NAME
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
               COMPUTE OPS-RECORD-CNT = WS-PARTY-CNT + WS-AGENT-CNT
               COMPUTE OPS-ERROR-CNT  = WS-NEW-HIT-CNT + WS-REOPEN-CNT
               IF WS-NEW-HIT-CNT > 0 OR WS-REOPEN-CNT > 0
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
           DISPLAY 'OFCSCRN1: RUN ' WS-RUN-ID
                   '  SDN NAMES: ' WS-SDN-CNT
                   '  PARTIES: ' WS-PARTY-CNT
                   '  AGENTS: ' WS-AGENT-CNT
                   '  NEW HITS: ' WS-NEW-HIT-CNT
                   '  REOPENED: ' WS-REOPEN-CNT.

       END PROGRAM OFCSCRN1.
