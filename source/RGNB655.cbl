      *#PREVIEW# PROGRAM REVIEW FORETAGET.
       ID DIVISION.
       PROGRAM-ID.         RGNB655.
       AUTHOR.             JGM.
       DATE-WRITTEN.       15.10.2026
      *BSK>-------------------------------------------------------------
      *BSK> MODULETS FORMÅL/OPGAVE (KORT BESKREVET)
      *BSK>-------------------------------------------------------------
      *BSK>
      *BSK> VARSEL OM RENTELOFTER DER UDLØBER. KØRES EFTER RGNB649.
      *BSK>
      *BSK> EN KONTO MED RENTELOFT (RTE-LOFT-SATS) FÅR SIN RENTE
      *BSK> HÆVET VED FØRSTE KØRSEL EFTER RTE-LOFT-UDLOB-DATO,
      *BSK> UDEN AT NOGEN I BANKEN HAR TALT MED KUNDEN. MODULET
      *BSK> LÆSER NATTENS FO01 OG LISTER HVER KONTO/RENTE HVIS
      *BSK> LOFT UDLØBER INDEN FOR DE NÆSTE DAGE DAGE (PARAMETER),
      *BSK> MED NUVÆRENDE SATS, LOFTET OG DEN SATS KONTOEN GÅR
      *BSK> TIL NÅR LOFTET ER VÆK - SUBTOTALERET PR. BANKNR/REGNR.
      *BSK> FOR DE BANKER DER STÅR I BANKLIST SKRIVES DERUDOVER
      *BSK> ET UDTRÆK PR. BANK (LF01-LF05), SÅ FILIALERNE KAN
      *BSK> KONTAKTE KUNDERNE I TIDE.
      *BSK>
      *BSK> SATSEN UDEN LOFT ER GRUNDSATS PLUS RENTEPRISSATS, HVER
      *BSK> TAGET SOM DEN AFVIGENDE (AFVIG-GRUND-SATS/AFVIG-RTE-SATS)
      *BSK> HVIS DEN ER SAT, ELLERS LISTESATSEN - BEGRÆNSET AF KONTO-
      *BSK> ENS EGEN MIN-SATS/MAX-SATS (MAX-SATS 0 = INTET LOFT).
      *BSK> SE 330-BEREGN-NY-SATS.
      *BSK>
      *BSK> FO01 ER SORTERET I RGNB649'S NØGLEORDEN (BANKNR/REGNR/
      *BSK> KTONR/RTENR), SÅ SUBTOTALERNE DANNES VED NIVEAUSKIFT.
      *BSK>
      *BSK> INPUT:    PARM     : KDATO (POS 1-10, ÅÅÅÅ-MM-DD), DAGE
      *BSK>                      (POS 12-14, DEFAULT 030) OG BANKLIST
      *BSK>                      (POS 16-30, OP TIL FEM BANKNR À 3
      *BSK>                      CIFRE - SAMME FORMAT SOM RGNB649'S
      *BSK>                      BANKLIST-PARAMETER)
      *BSK>           FO01     : NATTENS FO01 FRA RGNB649 (RGNI656)
      *BSK>
      *BSK> OUTPUT:   LF01-LF05: UDTRÆK PR. BANK I BANKLIST
      *BSK>           SYSOUT   : VARSELSRAPPORT + OPSFEED
      *BSK>
      *CHG>----------+------+-------------------------------------------
      *CHG>   DATO   ! INIT ! FORMÅL MED ÆNDRING
      *CHG>----------+------+-------------------------------------------
      *CHG>15.10.2026+ JGM  + PROGRAMMERING PÅBEGYNDT
      *CHG>----------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FIL
               ASSIGN TO 'PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FO01-FIL
               ASSIGN TO 'FO01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FO01-FILE-STATUS.
           SELECT LF01-FIL
               ASSIGN TO 'LF01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LF-FILE-STATUS.
           SELECT LF02-FIL
               ASSIGN TO 'LF02'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LF-FILE-STATUS.
           SELECT LF03-FIL
               ASSIGN TO 'LF03'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LF-FILE-STATUS.
           SELECT LF04-FIL
               ASSIGN TO 'LF04'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LF-FILE-STATUS.
           SELECT LF05-FIL
               ASSIGN TO 'LF05'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FIL.
       01  PARM-REC.
           03 PARM-KOER-DATO       PIC  X(10).
           03 FILLER               PIC  X(01).
           03 PARM-DAGE            PIC  X(03).
           03 FILLER               PIC  X(01).
           03 PARM-BANKLIST        PIC  X(15).
           03 FILLER               PIC  X(50).

       FD  FO01-FIL.
       01  FO01-REC.
           COPY RGNI656.

      *    UDTRÆKSRECORD TIL FILIALERNE - EN PR. KONTO/RENTE/INTERVAL
      *    HVIS LOFT UDLØBER I VINDUET. SAMME LAYOUT PÅ ALLE FEM.
       FD  LF01-FIL.
       01  LF01-REC                PIC  X(120).

       FD  LF02-FIL.
       01  LF02-REC                PIC  X(120).

       FD  LF03-FIL.
       01  LF03-REC                PIC  X(120).

       FD  LF04-FIL.
       01  LF04-REC                PIC  X(120).

       FD  LF05-FIL.
       01  LF05-REC                PIC  X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01  WS-HARD-CODE.
            03 WS-PROGRAMNAVN       PIC  X(08)  VALUE 'RGNB655'.

       01  WS-FELTER.
            03 WS-PARM-FILE-STATUS  PIC  X(02).
            03 WS-FO01-FILE-STATUS  PIC  X(02).
            03 WS-LF-FILE-STATUS    PIC  X(02).
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FO01-EOF                      VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FOERSTE-UDLOEBER              VALUE 0.
              88 EFTER-FOERSTE                 VALUE 1.
            03 WS-KOER-DATO         PIC  X(10)  VALUE SPACES.
            03 WS-PARM-DAGE         PIC  9(03)  VALUE 30.
            03 WS-OPS-START-TID     PIC  X(08).
            03 WS-TID-SLUT          PIC  X(08).
            03 WS-FEJL-TEKST        PIC  X(60).

      *    BANKER MED EGET UDTRÆK - BANK NR. N I BANKLIST SKRIVES TIL
      *    LF0N (SAMME REGEL SOM RGNB649'S FB01-FB05).
       01  WS-BANKLIST-FELTER.
            03 WS-BL-ANTAL-BANKER   PIC  9(02)  VALUE 0.
            03 WS-BL-IDX            PIC  9(02)  VALUE 0.
            03 WS-BL-FUNDET-IDX     PIC  9(02)  VALUE 0.
            03 WS-BL-TABEL.
              05 WS-BL-BANK OCCURS 5 TIMES.
                07 WS-BL-BANKNR     PIC  9(03).
                07 WS-BL-ANTAL      PIC  9(09)  COMP-5.
            03 ANTAL-UDEN-UDTRAEK   PIC  9(09)  VALUE 0 COMP-5.

      *    DAGNUMMER-BEREGNING SOM I BDSM044'S 340-BEREGN-DAGNR.
       01  WS-DAGNR-ARB.
            03 WS-DAG-DATO          PIC  9(08).
            03 WS-DAG-DATO-X REDEFINES WS-DAG-DATO.
               05 WS-DAG-AAAA       PIC  9(04).
               05 WS-DAG-MM         PIC  9(02).
               05 WS-DAG-DD         PIC  9(02).
            03 WS-DAG-AAR           PIC S9(09)  COMP-5.
            03 WS-DAG-MDR           PIC S9(09)  COMP-5.
            03 WS-DAG-LED1          PIC S9(09)  COMP-5.
            03 WS-DAG-LED2          PIC S9(09)  COMP-5.
            03 WS-DAG-LED3          PIC S9(09)  COMP-5.
            03 WS-DAG-RESULTAT      PIC S9(09)  COMP-5.
            03 WS-KOER-DAGNR        PIC S9(09)  COMP-5.
            03 WS-DAGE-TIL-UDLOEB   PIC S9(09)  COMP-5.

      *    EN ÅÅÅÅ-MM-DD-DATO DELT OP TIL KONTROL OG DAGNUMMER.
       01  WS-DATO-DELT.
            03 WS-DD-AAAA           PIC  X(04).
            03 WS-DD-SEP1           PIC  X(01).
            03 WS-DD-MM             PIC  X(02).
            03 WS-DD-SEP2           PIC  X(01).
            03 WS-DD-DD             PIC  X(02).

      *    SATSBEREGNING (SE 330-BEREGN-NY-SATS).
       01  WS-SATS-FELTER.
            03 WS-GRUND-SATS        PIC S9(05)V9(06).
            03 WS-PRIS-SATS         PIC S9(05)V9(06).
            03 WS-NY-SATS           PIC S9(05)V9(06).
            03 WS-AENDRING          PIC S9(05)V9(06).

      *    NIVEAUSKIFT OG SUBTOTALER PR. BANKNR/REGNR.
       01  WS-NIVEAU-FELTER.
            03 WS-FORRIGE-BANKNR    PIC  9(03)  VALUE 0.
            03 WS-FORRIGE-REGNR     PIC  9(04)  VALUE 0.
            03 SUB-REGNR-ANTAL      PIC  9(09)  VALUE 0 COMP-5.
            03 SUB-REGNR-STIGER     PIC  9(09)  VALUE 0 COMP-5.
            03 SUB-BANK-ANTAL       PIC  9(09)  VALUE 0 COMP-5.
            03 SUB-BANK-STIGER      PIC  9(09)  VALUE 0 COMP-5.

      *    UDTRÆKSRECORD (SKRIVES TIL LF0N).
       01  WS-UDTRAEK-REC.
            03 UDT-BANKNR           PIC  9(03).
            03 UDT-REGNR            PIC  9(04).
            03 UDT-KTONR            PIC  9(10).
            03 UDT-RTENR            PIC  9(05).
            03 UDT-INTVALNR         PIC  9(05).
            03 UDT-UDLOB-DATO       PIC  X(10).
            03 UDT-DAGE             PIC  9(03).
            03 UDT-DETAIL-SATS      PIC S9(05)V9(06).
            03 UDT-LOFT-SATS        PIC S9(05)V9(06).
            03 UDT-NY-SATS          PIC S9(05)V9(06).
            03 UDT-AENDRING         PIC S9(05)V9(06).
            03 UDT-STIGER           PIC  X(01).
            03 UDT-KOER-DATO        PIC  X(10).
            03 FILLER               PIC  X(25).

      *    REDIGEREDE FELTER TIL RAPPORTLINJEN.
       01  WS-RAPPORT-FELTER.
            03 WS-DETAIL-Z          PIC ----9,999999.
            03 WS-LOFT-Z            PIC ----9,999999.
            03 WS-NY-Z              PIC ----9,999999.
            03 WS-AENDRING-Z        PIC ----9,999999.
            03 WS-DAGE-Z            PIC  ZZ9.

       01  WS-TAELLERE.
            03 ANTAL-LAES-FO01      PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-MED-LOFT       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-UDLOEBER       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-STIGER         PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-ALLEREDE-UDL   PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-UDEN-UDLOB     PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-DATO-UGYLDIG   PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-SKREVET-LF     PIC  9(09)  VALUE 0 COMP-5.
            03 WS-OPS-FEJL-ANTAL    PIC  9(09)  VALUE 0 COMP-5.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       000-START-PGM SECTION.
      *-----------------------------------------------------------------

           ACCEPT WS-OPS-START-TID FROM TIME

           PERFORM 100-HENT-PARM
           PERFORM 200-OPEN-FILER
           PERFORM 300-BEHANDL-FO01 UNTIL FO01-EOF
           IF EFTER-FOERSTE
             PERFORM 350-SUBTOTAL-REGNR
             PERFORM 351-SUBTOTAL-BANK
           END-IF
           PERFORM 201-CLOSE-FILER
           PERFORM 112-KONTROLTOTAL-RAPPORT
           PERFORM 113-OPS-STATUS-FEED

           GOBACK
           .
      *-----------------------------------------------------------------
       100-HENT-PARM SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT PARM-FIL
           IF WS-PARM-FILE-STATUS NOT = '00'
             MOVE 'PARM-FIL KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
           READ PARM-FIL
             AT END
               MOVE 'PARM-FIL ER TOM' TO WS-FEJL-TEKST
               PERFORM 999-FEJLMELD
           END-READ
           CLOSE PARM-FIL

      *    KDATO SKAL VÆRE EN ÅÅÅÅ-MM-DD-DATO - ALLE DAGEANTAL
      *    REGNES FRA DEN.
           MOVE PARM-KOER-DATO TO WS-KOER-DATO
           MOVE WS-KOER-DATO   TO WS-DATO-DELT
           IF WS-DD-SEP1 NOT = '-' OR WS-DD-SEP2 NOT = '-'
               OR WS-DD-AAAA NOT NUMERIC
               OR WS-DD-MM   NOT NUMERIC
               OR WS-DD-DD   NOT NUMERIC
             STRING 'KDATO ER IKKE ÅÅÅÅ-MM-DD: ' WS-KOER-DATO
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           PERFORM 320-DATO-TIL-DAGNR
           MOVE WS-DAG-RESULTAT TO WS-KOER-DAGNR

           IF PARM-DAGE NUMERIC
             MOVE PARM-DAGE TO WS-PARM-DAGE
           END-IF

      *    BANKLIST LÆSES SOM I RGNB649: 3 CIFRE PR. BANK FRA POS 1,
      *    FØRSTE IKKE-NUMERISKE POSITION AFSLUTTER LISTEN. EN TOM
      *    LISTE GIVER INGEN UDTRÆK - RAPPORTEN DANNES STADIG.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                     UNTIL WS-BL-IDX > 5
             IF PARM-BANKLIST (WS-BL-IDX * 3 - 2 : 3) NUMERIC
                 AND WS-BL-ANTAL-BANKER = WS-BL-IDX - 1
               MOVE WS-BL-IDX TO WS-BL-ANTAL-BANKER
               MOVE PARM-BANKLIST (WS-BL-IDX * 3 - 2 : 3)
                 TO WS-BL-BANKNR (WS-BL-IDX)
               MOVE 0
                 TO WS-BL-ANTAL (WS-BL-IDX)
             END-IF
           END-PERFORM

           DISPLAY 'KØRSELSDATO.......: ' WS-KOER-DATO
           DISPLAY 'VARSEL DAGE.......: ' WS-PARM-DAGE
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                     UNTIL WS-BL-IDX > WS-BL-ANTAL-BANKER
             DISPLAY 'BANK PÅ LF' WS-BL-IDX '.......: '
                     WS-BL-BANKNR (WS-BL-IDX)
           END-PERFORM
           .
      *-----------------------------------------------------------------
       200-OPEN-FILER SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FO01-FIL
           IF WS-FO01-FILE-STATUS NOT = '00'
             MOVE 'FO01 KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF

      *    KUN DE KONFIGUREREDE BANKERS UDTRÆK ÅBNES - JCL'EN SKAL
      *    KUN HAVE DD FOR DEM.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                     UNTIL WS-BL-IDX > WS-BL-ANTAL-BANKER
             EVALUATE WS-BL-IDX
               WHEN 1
                 OPEN OUTPUT LF01-FIL
               WHEN 2
                 OPEN OUTPUT LF02-FIL
               WHEN 3
                 OPEN OUTPUT LF03-FIL
               WHEN 4
                 OPEN OUTPUT LF04-FIL
               WHEN 5
                 OPEN OUTPUT LF05-FIL
             END-EVALUATE
             IF WS-LF-FILE-STATUS NOT = '00'
               STRING 'LF0' WS-BL-IDX (2:1) ' KAN IKKE ÅBNES'
                   DELIMITED BY SIZE INTO WS-FEJL-TEKST
               END-STRING
               PERFORM 999-FEJLMELD
             END-IF
           END-PERFORM

           PERFORM 700-LAES-FO01
           .
      *-----------------------------------------------------------------
       201-CLOSE-FILER SECTION.
      *-----------------------------------------------------------------

           CLOSE FO01-FIL
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                     UNTIL WS-BL-IDX > WS-BL-ANTAL-BANKER
             EVALUATE WS-BL-IDX
               WHEN 1
                 CLOSE LF01-FIL
               WHEN 2
                 CLOSE LF02-FIL
               WHEN 3
                 CLOSE LF03-FIL
               WHEN 4
                 CLOSE LF04-FIL
               WHEN 5
                 CLOSE LF05-FIL
             END-EVALUATE
           END-PERFORM
           .
      *-----------------------------------------------------------------
       300-BEHANDL-FO01 SECTION.
      *-----------------------------------------------------------------
      *    KUN RECORDS MED ET LOFT (RTE-LOFT-SATS IKKE NUL) OG EN
      *    UDLØBSDATO ER KANDIDATER. ET LOFT DER ALLEREDE ER UDLØBET
      *    (FØR KDATO) ER KUNDENS RENTE ALLEREDE HÆVET FOR, OG DET
      *    TÆLLES BLOT - VARSLET GÆLDER DE LOFTER DER UDLØBER FRA OG
      *    MED I DAG OG DAGE DAGE FREM.

           IF RTE-LOFT-SATS IN FO01-REC NOT = 0
             ADD 1 TO ANTAL-MED-LOFT
             IF RTE-LOFT-UDLOB-DATO IN FO01-REC = SPACES
               ADD 1 TO ANTAL-UDEN-UDLOB
             ELSE
               PERFORM 310-VURDER-UDLOEB
             END-IF
           END-IF

           PERFORM 700-LAES-FO01
           .
      *-----------------------------------------------------------------
       310-VURDER-UDLOEB SECTION.
      *-----------------------------------------------------------------

           MOVE RTE-LOFT-UDLOB-DATO IN FO01-REC TO WS-DATO-DELT
           IF WS-DD-SEP1 NOT = '-' OR WS-DD-SEP2 NOT = '-'
               OR WS-DD-AAAA NOT NUMERIC
               OR WS-DD-MM   NOT NUMERIC
               OR WS-DD-DD   NOT NUMERIC
             ADD 1 TO ANTAL-DATO-UGYLDIG
             DISPLAY 'UGYLDIG RTE-LOFT-UDLOB-DATO: '
                     RTE-LOFT-UDLOB-DATO IN FO01-REC
                     ' KONTO ' BANKNR IN FO01-REC
                     ' ' REGNR IN FO01-REC
                     ' ' KTONR IN FO01-REC
           ELSE
             PERFORM 320-DATO-TIL-DAGNR
             COMPUTE WS-DAGE-TIL-UDLOEB =
                     WS-DAG-RESULTAT - WS-KOER-DAGNR
             IF WS-DAGE-TIL-UDLOEB < 0
               ADD 1 TO ANTAL-ALLEREDE-UDL
             ELSE
               IF WS-DAGE-TIL-UDLOEB NOT > WS-PARM-DAGE
                 PERFORM 330-BEREGN-NY-SATS
                 PERFORM 340-SKRIV-VARSEL
               END-IF
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       320-DATO-TIL-DAGNR SECTION.
      *-----------------------------------------------------------------
      *    WS-DATO-DELT (ÅÅÅÅ-MM-DD) TIL DAGNUMMER - SAMME FORMEL
      *    SOM BDSM044'S 340-BEREGN-DAGNR (365*ÅR + SKUDDAGE +
      *    MÅNEDSLED + DAG, JAN/FEB REGNET TIL ÅRET FØR). KUN
      *    DIFFERENSER ANVENDES.

           MOVE WS-DD-AAAA TO WS-DAG-AAAA
           MOVE WS-DD-MM   TO WS-DAG-MM
           MOVE WS-DD-DD   TO WS-DAG-DD

           IF WS-DAG-MM < 3
             COMPUTE WS-DAG-AAR = WS-DAG-AAAA - 1
             COMPUTE WS-DAG-MDR = WS-DAG-MM + 12
           ELSE
             MOVE WS-DAG-AAAA TO WS-DAG-AAR
             MOVE WS-DAG-MM   TO WS-DAG-MDR
           END-IF

           COMPUTE WS-DAG-RESULTAT = WS-DAG-AAR * 365
           COMPUTE WS-DAG-LED1 = WS-DAG-AAR / 4
           ADD WS-DAG-LED1 TO WS-DAG-RESULTAT
           COMPUTE WS-DAG-LED1 = WS-DAG-AAR / 100
           SUBTRACT WS-DAG-LED1 FROM WS-DAG-RESULTAT
           COMPUTE WS-DAG-LED1 = WS-DAG-AAR / 400
           ADD WS-DAG-LED1 TO WS-DAG-RESULTAT
           COMPUTE WS-DAG-LED2 = WS-DAG-MDR + 1
           COMPUTE WS-DAG-LED3 = WS-DAG-LED2 * 153
           COMPUTE WS-DAG-LED3 = WS-DAG-LED3 / 5
           ADD WS-DAG-LED3 TO WS-DAG-RESULTAT
           ADD WS-DAG-DD   TO WS-DAG-RESULTAT
           .
      *-----------------------------------------------------------------
       330-BEREGN-NY-SATS SECTION.
      *-----------------------------------------------------------------
      *    SATSEN KONTOEN GÅR TIL NÅR LOFTET ER VÆK: GRUNDSATS PLUS
      *    RENTEPRISSATS, DEN AFVIGENDE SATS HVIS DEN ER SAT (IKKE
      *    NUL), ELLERS LISTESATSEN, OG DEREFTER HOLDT INDEN FOR
      *    KONTOENS MIN-SATS/MAX-SATS (MAX-SATS 0 = INTET LOFT) -
      *    SAMME GRÆNSER SOM RGNB649 VALIDERER DETAIL-SATS MOD.

           IF AFVIG-GRUND-SATS IN FO01-REC NOT = 0
             MOVE AFVIG-GRUND-SATS IN FO01-REC TO WS-GRUND-SATS
           ELSE
             MOVE GRUND-SATS       IN FO01-REC TO WS-GRUND-SATS
           END-IF
           IF AFVIG-RTE-SATS IN FO01-REC NOT = 0
             MOVE AFVIG-RTE-SATS   IN FO01-REC TO WS-PRIS-SATS
           ELSE
             MOVE RTE-PRIS-SATS    IN FO01-REC TO WS-PRIS-SATS
           END-IF
           COMPUTE WS-NY-SATS = WS-GRUND-SATS + WS-PRIS-SATS

           IF WS-NY-SATS < MIN-SATS IN FO01-REC
             MOVE MIN-SATS IN FO01-REC TO WS-NY-SATS
           END-IF
           IF MAX-SATS IN FO01-REC NOT = 0
               AND WS-NY-SATS > MAX-SATS IN FO01-REC
             MOVE MAX-SATS IN FO01-REC TO WS-NY-SATS
           END-IF

           COMPUTE WS-AENDRING = WS-NY-SATS - DETAIL-SATS IN FO01-REC
           .
      *-----------------------------------------------------------------
       340-SKRIV-VARSEL SECTION.
      *-----------------------------------------------------------------

           IF EFTER-FOERSTE
             IF BANKNR IN FO01-REC NOT = WS-FORRIGE-BANKNR
               PERFORM 350-SUBTOTAL-REGNR
               PERFORM 351-SUBTOTAL-BANK
             ELSE
               IF REGNR IN FO01-REC NOT = WS-FORRIGE-REGNR
                 PERFORM 350-SUBTOTAL-REGNR
               END-IF
             END-IF
           ELSE
             SET EFTER-FOERSTE TO TRUE
             DISPLAY ' '
             DISPLAY 'BANK REGNR KONTONR    RTENR  INTV UDLØBER   '
                     ' DAGE    NUV. SATS         LOFT     '
                     'SATS UDEN LOFT     ÆNDRING'
           END-IF
           MOVE BANKNR IN FO01-REC TO WS-FORRIGE-BANKNR
           MOVE REGNR  IN FO01-REC TO WS-FORRIGE-REGNR

           ADD 1 TO ANTAL-UDLOEBER
           ADD 1 TO SUB-REGNR-ANTAL
           ADD 1 TO SUB-BANK-ANTAL

           INITIALIZE WS-UDTRAEK-REC
           MOVE BANKNR              IN FO01-REC TO UDT-BANKNR
           MOVE REGNR               IN FO01-REC TO UDT-REGNR
           MOVE KTONR               IN FO01-REC TO UDT-KTONR
           MOVE DETAIL-RTENR        IN FO01-REC TO UDT-RTENR
           MOVE INTVALNR            IN FO01-REC TO UDT-INTVALNR
           MOVE RTE-LOFT-UDLOB-DATO IN FO01-REC TO UDT-UDLOB-DATO
           MOVE WS-DAGE-TIL-UDLOEB               TO UDT-DAGE
           MOVE DETAIL-SATS         IN FO01-REC TO UDT-DETAIL-SATS
           MOVE RTE-LOFT-SATS       IN FO01-REC TO UDT-LOFT-SATS
           MOVE WS-NY-SATS                       TO UDT-NY-SATS
           MOVE WS-AENDRING                      TO UDT-AENDRING
           MOVE WS-KOER-DATO                     TO UDT-KOER-DATO
           IF WS-AENDRING > 0
             MOVE 'J' TO UDT-STIGER
             ADD 1 TO ANTAL-STIGER
             ADD 1 TO SUB-REGNR-STIGER
             ADD 1 TO SUB-BANK-STIGER
           ELSE
             MOVE 'N' TO UDT-STIGER
           END-IF

           MOVE UDT-DETAIL-SATS TO WS-DETAIL-Z
           MOVE UDT-LOFT-SATS   TO WS-LOFT-Z
           MOVE UDT-NY-SATS     TO WS-NY-Z
           MOVE UDT-AENDRING    TO WS-AENDRING-Z
           MOVE UDT-DAGE        TO WS-DAGE-Z
           DISPLAY UDT-BANKNR ' ' UDT-REGNR ' ' UDT-KTONR ' '
                   UDT-RTENR ' ' UDT-INTVALNR ' ' UDT-UDLOB-DATO
                   ' ' WS-DAGE-Z ' ' WS-DETAIL-Z ' ' WS-LOFT-Z
                   ' ' WS-NY-Z ' ' WS-AENDRING-Z

           PERFORM 345-SKRIV-UDTRAEK
           .
      *-----------------------------------------------------------------
       345-SKRIV-UDTRAEK SECTION.
      *-----------------------------------------------------------------
      *    RECORDEN SKRIVES TIL BANKENS UDTRÆK, HVIS BANKEN STÅR I
      *    BANKLIST. EN BANK UDEN UDTRÆK TÆLLES OG VISES I RAPPORTEN,
      *    SÅ EN GLEMT BANK OPDAGES HER OG IKKE HOS KUNDEN.

           MOVE 0 TO WS-BL-FUNDET-IDX
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                     UNTIL WS-BL-IDX > WS-BL-ANTAL-BANKER
             IF WS-BL-BANKNR (WS-BL-IDX) = UDT-BANKNR
               MOVE WS-BL-IDX TO WS-BL-FUNDET-IDX
               MOVE WS-BL-ANTAL-BANKER TO WS-BL-IDX
             END-IF
           END-PERFORM

           IF WS-BL-FUNDET-IDX = 0
             ADD 1 TO ANTAL-UDEN-UDTRAEK
           ELSE
             ADD 1 TO WS-BL-ANTAL (WS-BL-FUNDET-IDX)
             ADD 1 TO ANTAL-SKREVET-LF
             EVALUATE WS-BL-FUNDET-IDX
               WHEN 1
                 WRITE LF01-REC FROM WS-UDTRAEK-REC
               WHEN 2
                 WRITE LF02-REC FROM WS-UDTRAEK-REC
               WHEN 3
                 WRITE LF03-REC FROM WS-UDTRAEK-REC
               WHEN 4
                 WRITE LF04-REC FROM WS-UDTRAEK-REC
               WHEN 5
                 WRITE LF05-REC FROM WS-UDTRAEK-REC
             END-EVALUATE
             IF WS-LF-FILE-STATUS NOT = '00'
               STRING 'LF0' WS-BL-FUNDET-IDX (2:1)
                      ' SKRIVEFEJL, STATUS ' WS-LF-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FEJL-TEKST
               END-STRING
               PERFORM 999-FEJLMELD
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       350-SUBTOTAL-REGNR SECTION.
      *-----------------------------------------------------------------

           DISPLAY '   REGNR ' WS-FORRIGE-BANKNR '/' WS-FORRIGE-REGNR
                   ' I ALT: ' SUB-REGNR-ANTAL
                   '  HERAF STIGNING: ' SUB-REGNR-STIGER
           DISPLAY ' '
           MOVE 0 TO SUB-REGNR-ANTAL
                     SUB-REGNR-STIGER
           .
      *-----------------------------------------------------------------
       351-SUBTOTAL-BANK SECTION.
      *-----------------------------------------------------------------

           DISPLAY '  BANK ' WS-FORRIGE-BANKNR
                   ' I ALT.......: ' SUB-BANK-ANTAL
                   '  HERAF STIGNING: ' SUB-BANK-STIGER
           DISPLAY '------------------------------------------------'
           MOVE 0 TO SUB-BANK-ANTAL
                     SUB-BANK-STIGER
           .
      *-----------------------------------------------------------------
       700-LAES-FO01 SECTION.
      *-----------------------------------------------------------------

           READ FO01-FIL
             AT END
               SET FO01-EOF TO TRUE
             NOT AT END
               ADD 1 TO ANTAL-LAES-FO01
           END-READ
           .
      *-----------------------------------------------------------------
       112-KONTROLTOTAL-RAPPORT SECTION.
      *-----------------------------------------------------------------

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RGNB655 - VARSEL OM UDLØBENDE RENTELOFTER'
           DISPLAY '================================================'
           DISPLAY ' KØRSELSDATO.......: ' WS-KOER-DATO
           DISPLAY ' VARSEL DAGE.......: ' WS-PARM-DAGE
           DISPLAY '------------------------------------------------'
           DISPLAY ' LÆST FO01.........: ' ANTAL-LAES-FO01
           DISPLAY ' MED RENTELOFT.....: ' ANTAL-MED-LOFT
           DISPLAY '   UDEN UDLØBSDATO.: ' ANTAL-UDEN-UDLOB
           DISPLAY '   ALLEREDE UDLØBET: ' ANTAL-ALLEREDE-UDL
           DISPLAY '   UGYLDIG DATO....: ' ANTAL-DATO-UGYLDIG
           DISPLAY '   UDLØBER I VINDUE: ' ANTAL-UDLOEBER
           DISPLAY '     HERAF STIGNING: ' ANTAL-STIGER
           DISPLAY '------------------------------------------------'
           DISPLAY ' SKREVET UDTRÆK....: ' ANTAL-SKREVET-LF
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                     UNTIL WS-BL-IDX > WS-BL-ANTAL-BANKER
             DISPLAY '   BANK ' WS-BL-BANKNR (WS-BL-IDX)
                     ' (LF' WS-BL-IDX ').: '
                     WS-BL-ANTAL (WS-BL-IDX)
           END-PERFORM
           DISPLAY ' UDEN UDTRÆK.......: ' ANTAL-UDEN-UDTRAEK
           DISPLAY '================================================'
           .
      *-----------------------------------------------------------------
       113-OPS-STATUS-FEED SECTION.
      *-----------------------------------------------------------------
      *    SAMME TAGGEDE LINJEFORMAT SOM RGNB649/652/653. FEJL-
      *    ANTALLET ER DE UGYLDIGE UDLØBSDATOER - VARSLERNE SELV ER
      *    FORRETNINGSINFORMATION TIL FILIALERNE, IKKE DRIFTSFEJL.

           ACCEPT WS-TID-SLUT FROM TIME
           MOVE ANTAL-DATO-UGYLDIG TO WS-OPS-FEJL-ANTAL

           DISPLAY 'OPSFEED:RGNB655:' WS-KOER-DATO ':'
                   WS-OPS-START-TID ':' WS-TID-SLUT ':'
                   ANTAL-UDLOEBER ':' WS-OPS-FEJL-ANTAL
           .
      *-----------------------------------------------------------------
       999-FEJLMELD SECTION.
      *-----------------------------------------------------------------
      *    SELVSTÆNDIG FEJLAFSLUTNING MED RETURKODE 16 (SAMME MØNSTER
      *    SOM 999-FEJLMELD I RGNB653) - MODULET KØRER UDEN
      *    BDCOMMIT-RAMMEN.

           DISPLAY '*** RGNB655 FEJLER: ' WS-FEJL-TEKST ' ***'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
