      *#PREVIEW# PROGRAM REVIEW FORETAGET.
       ID DIVISION.
       PROGRAM-ID.         RGNB657.
       AUTHOR.             JGM.
       DATE-WRITTEN.       15.10.2026
      *BSK>-------------------------------------------------------------
      *BSK> MODULETS FORMÅL/OPGAVE (KORT BESKREVET)
      *BSK>-------------------------------------------------------------
      *BSK>
      *BSK> REGISTER OVER AFVIGENDE (INDIVIDUELT AFTALTE) RENTER.
      *BSK> KØRES EFTER RGNB649.
      *BSK>
      *BSK> FI01 BÆRER AFVIG-GRUND-SATS/AFVIG-RTE-SATS FOR KONTI PÅ
      *BSK> EN FORHANDLET SATS, OG RGNB649 FØRER DEM UÆNDRET TIL
      *BSK> FO01. MODULET LÆSER NATTENS FO01 OG:
      *BSK>
      *BSK>   1) LISTER HVER KONTO/RENTE MED AFVIGENDE SATS VED SIDEN
      *BSK>      AF LISTESATSEN (GRUND-SATS/RTE-PRIS-SATS), SPÆNDET
      *BSK>      OG HVOR LÆNGE DEN HAR AFVEGET - SUMMERET PR.
      *BSK>      BANKNR/REGNR.
      *BSK>   2) SÆTTER AFVIGELSER DER IKKE ER ÆNDRET I REVISIONS-
      *BSK>      ALDER DAGE (PARAMETER) PÅ EN REVISIONSLISTE (AW01).
      *BSK>   3) LOGGER TIL KREDITUDVALGET (AL01) NÅR EN AFVIGELSE
      *BSK>      OPSTÅR, ÆNDRES, OPHØRER ELLER RENTEN FORSVINDER.
      *BSK>
      *BSK> EN SATS AFVIGER NÅR AFVIG-GRUND-SATS ELLER AFVIG-RTE-SATS
      *BSK> IKKE ER NUL. SPÆNDET ER AFVIGENDE SATS MINUS LISTESATS FOR
      *BSK> HVER SATS DER AFVIGER, LAGT SAMMEN.
      *BSK>
      *BSK> FOR AT KENDE ALDEREN VIDEREFØRES REGISTRET FRA KØRSEL TIL
      *BSK> KØRSEL (ARF IND, ARN UD) MED FØRSTE-SET-DATO OG DATO FOR
      *BSK> SENESTE ÆNDRING - SAMME VIDEREFØRSEL SOM RGNB653'S
      *BSK> KONTROLFIL. ALDEREN REGNES FRA FØRSTE-SET-DATO; REVISIONS-
      *BSK> ALDEREN FRA SENESTE ÆNDRING, DA EN ÆNDRET SATS ER EN NY
      *BSK> AFTALE. FINDES INTET ARF (FØRSTE KØRSEL), OPRETTES
      *BSK> REGISTRET MED KDATO SOM FØRSTE-SET-DATO OG UDEN LOG.
      *BSK>
      *BSK> EN RENTE DER MANGLER I NATTENS FO01, FORDI RGNB649 HAR
      *BSK> HOLDT DEN TILBAGE (VALIDHLD=J - RECORDEN LIGGER DA PÅ FE01
      *BSK> MED TILBAGEHOLDT = 'J'), ER IKKE FJERNET: REGISTERPOSTEN
      *BSK> VIDEREFØRES UÆNDRET TIL ARN OG LOGGES IKKE, SÅ DATOERNE
      *BSK> BEVARES TIL RENTEN KOMMER IGEN. KUN EN RENTE DER HVERKEN
      *BSK> ER I FO01 ELLER TILBAGEHOLDT PÅ FE01, LOGGES SOM FJERNET.
      *BSK> SAMME REGEL SOM RGNB656'S SNAPSHOT.
      *BSK>
      *BSK> FO01, FE01 OG ARF SKAL VÆRE SORTERET I NØGLEORDEN (BANKNR/
      *BSK> REGNR/KTONR/RTENR/INTVALNR) - ARN SKRIVES I SAMME ORDEN.
      *BSK>
      *BSK> INPUT:    PARM     : KDATO (POS 1-10, ÅÅÅÅ-MM-DD) OG
      *BSK>                      REVISIONSALDER I DAGE (POS 12-14,
      *BSK>                      DEFAULT 365)
      *BSK>           FO01     : NATTENS FO01 FRA RGNB649 (RGNI656)
      *BSK>           ARF      : REGISTER FRA FORRIGE KØRSEL
      *BSK>           FE01     : NATTENS UNDTAGELSER FRA RGNB649
      *BSK>                      (VALGFRI)
      *BSK>
      *BSK> OUTPUT:   ARN      : NYT REGISTER
      *BSK>           AL01     : ÆNDRINGSLOG TIL KREDITUDVALGET
      *BSK>           AW01     : REVISIONSLISTE
      *BSK>           SYSOUT   : REGISTERRAPPORT + OPSFEED
      *BSK>
      *CHG>----------+------+-------------------------------------------
      *CHG>   DATO   ! INIT ! FORMÅL MED ÆNDRING
      *CHG>----------+------+-------------------------------------------
      *CHG>15.10.2026+ JGM  + PROGRAMMERING PÅBEGYNDT
      *CHG>15.10.2026+ JGM  + TILBAGEHOLDTE RENTER (FE01) VIDEREFØRES
      *CHG>          +      + TIL ARN; KUN STATUS 35 ER FØRSTE KØRSEL
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
           SELECT REGISTER-FORRIGE-FIL
               ASSIGN TO 'ARF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARF-FILE-STATUS.
           SELECT UNDTAGELSE-FIL
               ASSIGN TO 'FE01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FE01-FILE-STATUS.
           SELECT REGISTER-NY-FIL
               ASSIGN TO 'ARN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARN-FILE-STATUS.
           SELECT AENDRINGSLOG-FIL
               ASSIGN TO 'AL01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL01-FILE-STATUS.
           SELECT REVISIONSLISTE-FIL
               ASSIGN TO 'AW01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AW01-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FIL.
       01  PARM-REC.
           03 PARM-KOER-DATO       PIC  X(10).
           03 FILLER               PIC  X(01).
           03 PARM-REVISION-DAGE   PIC  X(03).
           03 FILLER               PIC  X(66).

       FD  FO01-FIL.
       01  FO01-REC.
           COPY RGNI656.

      *    REGISTERPOST: NØGLE, DE AFVIGENDE SATSER DA DE SIDST BLEV
      *    SET, FØRSTE-SET-DATO, DATO FOR SENESTE ÆNDRING OG DATO
      *    FOR SENESTE KØRSEL POSTEN BLEV SET I.
       FD  REGISTER-FORRIGE-FIL.
       01  ARF-REC.
           03 ARF-NOGLE.
             05 ARF-BANKNR         PIC  9(03).
             05 ARF-REGNR          PIC  9(04).
             05 ARF-KTONR          PIC  9(10).
             05 ARF-RTENR          PIC  9(05).
             05 ARF-INTVALNR       PIC  9(05).
           03 ARF-AFVIG-GRUND-SATS PIC S9(05)V9(06).
           03 ARF-AFVIG-RTE-SATS   PIC S9(05)V9(06).
           03 ARF-FOERSTE-DATO     PIC  X(10).
           03 ARF-AENDRET-DATO     PIC  X(10).
           03 ARF-SET-DATO         PIC  X(10).
           03 FILLER               PIC  X(21).

      *    UNDTAGELSESRECORD SOM RGNB649'S FE01-REC - NØGLEN ER HER
      *    SAMLET TIL EN GRUPPE, SÅ DEN KAN SAMMENLIGNES MED ARF'S.
       FD  UNDTAGELSE-FIL.
       01  FE01-REC.
           03 FE01-NOGLE.
             05 FE01-BANKNR        PIC  9(03).
             05 FE01-REGNR         PIC  9(04).
             05 FE01-KTONR         PIC  9(10).
             05 FE01-RTENR         PIC  9(05).
             05 FE01-INTVALNR      PIC  9(05).
           03 FE01-AARSAG-KD       PIC  9(02).
           03 FE01-AARSAG-TEKST    PIC  X(40).
           03 FE01-DETAIL-SATS     PIC S9(05)V9(06).
           03 FE01-GRAENSE-SATS    PIC S9(05)V9(06).
           03 FE01-INTVAL-TIL-BEL  PIC S9(13)V9(02).
           03 FE01-FORRIGE-INTVALNR PIC 9(05).
           03 FE01-FORRIGE-TIL-BEL PIC S9(13)V9(02).
           03 FE01-TILBAGEHOLDT    PIC  X(01).
             88 FE01-HOLDT-TILBAGE             VALUE 'J'.
           03 FE01-KOER-DATO       PIC  X(10).
           03 FILLER               PIC  X(20).

       FD  REGISTER-NY-FIL.
       01  ARN-REC.
           03 ARN-NOGLE.
             05 ARN-BANKNR         PIC  9(03).
             05 ARN-REGNR          PIC  9(04).
             05 ARN-KTONR          PIC  9(10).
             05 ARN-RTENR          PIC  9(05).
             05 ARN-INTVALNR       PIC  9(05).
           03 ARN-AFVIG-GRUND-SATS PIC S9(05)V9(06).
           03 ARN-AFVIG-RTE-SATS   PIC S9(05)V9(06).
           03 ARN-FOERSTE-DATO     PIC  X(10).
           03 ARN-AENDRET-DATO     PIC  X(10).
           03 ARN-SET-DATO         PIC  X(10).
           03 FILLER               PIC  X(21).

      *    ÆNDRINGSLOG: N = NY AFVIGELSE, A = ÆNDRET AFVIGENDE SATS,
      *    O = OPHØRT (RENTEN ER TILBAGE PÅ LISTESATS), F = FJERNET
      *    (RENTEN ER IKKE LÆNGERE I FO01). GAMMEL SATS ER NUL VED N,
      *    NY SATS ER NUL VED O OG F.
       FD  AENDRINGSLOG-FIL.
       01  AL01-REC.
           03 AL01-TYPE            PIC  X(01).
             88 AL01-NY                        VALUE 'N'.
             88 AL01-AENDRET                   VALUE 'A'.
             88 AL01-OPHOERT                   VALUE 'O'.
             88 AL01-FJERNET                   VALUE 'F'.
           03 AL01-NOGLE           PIC  X(27).
           03 AL01-GL-AFVIG-GRUND  PIC S9(05)V9(06).
           03 AL01-GL-AFVIG-RTE    PIC S9(05)V9(06).
           03 AL01-NY-AFVIG-GRUND  PIC S9(05)V9(06).
           03 AL01-NY-AFVIG-RTE    PIC S9(05)V9(06).
           03 AL01-GRUND-SATS      PIC S9(05)V9(06).
           03 AL01-RTE-PRIS-SATS   PIC S9(05)V9(06).
           03 AL01-FOERSTE-DATO    PIC  X(10).
           03 AL01-KOER-DATO       PIC  X(10).
           03 FILLER               PIC  X(16).

      *    REVISIONSLISTE: AFVIGELSER UÆNDRET I REVISIONSALDER DAGE.
       FD  REVISIONSLISTE-FIL.
       01  AW01-REC.
           03 AW01-NOGLE           PIC  X(27).
           03 AW01-GRUND-SATS      PIC S9(05)V9(06).
           03 AW01-AFVIG-GRUND     PIC S9(05)V9(06).
           03 AW01-RTE-PRIS-SATS   PIC S9(05)V9(06).
           03 AW01-AFVIG-RTE       PIC S9(05)V9(06).
           03 AW01-SPAEND          PIC S9(05)V9(06).
           03 AW01-FOERSTE-DATO    PIC  X(10).
           03 AW01-AENDRET-DATO    PIC  X(10).
           03 AW01-ALDER-DAGE      PIC  9(05).
           03 AW01-KOER-DATO       PIC  X(10).
           03 FILLER               PIC  X(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01  WS-HARD-CODE.
            03 WS-PROGRAMNAVN       PIC  X(08)  VALUE 'RGNB657'.

       01  WS-FELTER.
            03 WS-PARM-FILE-STATUS  PIC  X(02).
            03 WS-FO01-FILE-STATUS  PIC  X(02).
            03 WS-ARF-FILE-STATUS   PIC  X(02).
            03 WS-ARN-FILE-STATUS   PIC  X(02).
            03 WS-AL01-FILE-STATUS  PIC  X(02).
            03 WS-AW01-FILE-STATUS  PIC  X(02).
            03 WS-FE01-FILE-STATUS  PIC  X(02).
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FO01-EOF                      VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 ARF-EOF                       VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 ARF-AABNET                    VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FE01-EOF                      VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FE01-AABNET                   VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 RENTE-IKKE-HOLDT              VALUE 0.
              88 RENTE-HOLDT                   VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FOERSTE-AFVIG                 VALUE 0.
              88 EFTER-FOERSTE                 VALUE 1.
            03 WS-KOER-DATO         PIC  X(10)  VALUE SPACES.
            03 WS-PARM-REVISION-DAGE PIC 9(03)  VALUE 365.
            03 WS-OPS-START-TID     PIC  X(08).
            03 WS-TID-SLUT          PIC  X(08).
            03 WS-FEJL-TEKST        PIC  X(60).

      *    MATCHNØGLE FOR FO01 - OPBYGGES FELT FOR FELT SOM I RGNB656.
       01  WS-NOGLE-FELTER.
            03 WS-FO01-NOGLE.
              05 WS-FN-BANKNR       PIC  9(03).
              05 WS-FN-REGNR        PIC  9(04).
              05 WS-FN-KTONR        PIC  9(10).
              05 WS-FN-RTENR        PIC  9(05).
              05 WS-FN-INTVALNR     PIC  9(05).
            03 WS-FO01-FORR-NOGLE   PIC  X(27) VALUE LOW-VALUES.
            03 WS-ARF-FORR-NOGLE    PIC  X(27) VALUE LOW-VALUES.
            03 WS-FE01-FORR-NOGLE   PIC  X(27) VALUE LOW-VALUES.
            03 WS-TJEK-NOGLE        PIC  X(27).

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
            03 WS-ALDER-DAGE        PIC S9(09)  COMP-5.
            03 WS-REVISION-ALDER    PIC S9(09)  COMP-5.

      *    EN ÅÅÅÅ-MM-DD-DATO DELT OP TIL KONTROL OG DAGNUMMER.
       01  WS-DATO-DELT.
            03 WS-DD-AAAA           PIC  X(04).
            03 WS-DD-SEP1           PIC  X(01).
            03 WS-DD-MM             PIC  X(02).
            03 WS-DD-SEP2           PIC  X(01).
            03 WS-DD-DD             PIC  X(02).

      *    SPÆND PR. SATS OG I ALT (SE 340-BEREGN-SPAEND).
       01  WS-SPAEND-FELTER.
            03 WS-GRUND-SPAEND      PIC S9(05)V9(06).
            03 WS-PRIS-SPAEND       PIC S9(05)V9(06).
            03 WS-SPAEND            PIC S9(05)V9(06).
            03 WS-SNIT-SPAEND       PIC S9(05)V9(06).

      *    NIVEAUSKIFT OG SUBTOTALER PR. BANKNR/REGNR.
       01  WS-NIVEAU-FELTER.
            03 WS-FORRIGE-BANKNR    PIC  9(03)  VALUE 0.
            03 WS-FORRIGE-REGNR     PIC  9(04)  VALUE 0.
            03 SUB-REGNR-ANTAL      PIC  9(09)  VALUE 0 COMP-5.
            03 SUB-REGNR-REVISION   PIC  9(09)  VALUE 0 COMP-5.
            03 SUB-REGNR-SPAEND     PIC S9(09)V9(06) VALUE 0.
            03 SUB-BANK-ANTAL       PIC  9(09)  VALUE 0 COMP-5.
            03 SUB-BANK-REVISION    PIC  9(09)  VALUE 0 COMP-5.
            03 SUB-BANK-SPAEND      PIC S9(09)V9(06) VALUE 0.
            03 TOT-SPAEND           PIC S9(09)V9(06) VALUE 0.

      *    REDIGEREDE FELTER TIL RAPPORTLINJERNE.
       01  WS-RAPPORT-FELTER.
            03 WS-LISTE-GRUND-Z     PIC ----9,999999.
            03 WS-AFVIG-GRUND-Z     PIC ----9,999999.
            03 WS-LISTE-PRIS-Z      PIC ----9,999999.
            03 WS-AFVIG-PRIS-Z      PIC ----9,999999.
            03 WS-SPAEND-Z          PIC ----9,999999.
            03 WS-SUM-SPAEND-Z      PIC ---------9,999999.
            03 WS-ALDER-Z           PIC  ZZZZ9.
            03 WS-LOG-GL-GRUND-Z    PIC ----9,999999.
            03 WS-LOG-GL-RTE-Z      PIC ----9,999999.
            03 WS-LOG-NY-GRUND-Z    PIC ----9,999999.
            03 WS-LOG-NY-RTE-Z      PIC ----9,999999.

       01  WS-TAELLERE.
            03 ANTAL-LAES-FO01      PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-LAES-ARF       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-AFVIGENDE      PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-UAENDRET       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-NY             PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-AENDRET        PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-OPHOERT        PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-FJERNET        PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-TILBAGEHOLDT   PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-LAES-FE01      PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-REVISION       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-SKREVET-ARN    PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-SKREVET-AL01   PIC  9(09)  VALUE 0 COMP-5.
            03 WS-OPS-FEJL-ANTAL    PIC  9(09)  VALUE 0 COMP-5.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       000-START-PGM SECTION.
      *-----------------------------------------------------------------

           ACCEPT WS-OPS-START-TID FROM TIME

           PERFORM 100-HENT-PARM
           PERFORM 200-OPEN-FILER
           PERFORM 300-MATCH-REGISTER
               UNTIL FO01-EOF AND ARF-EOF
           IF EFTER-FOERSTE
             PERFORM 360-SUBTOTAL-REGNR
             PERFORM 361-SUBTOTAL-BANK
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

      *    KDATO STEMPLER REGISTRET OG ER UDGANGSPUNKT FOR ALDEREN,
      *    SÅ DEN SKAL VÆRE EN ÅÅÅÅ-MM-DD-DATO.
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
           PERFORM 331-DATO-TIL-DAGNR
           MOVE WS-DAG-RESULTAT TO WS-KOER-DAGNR

           IF PARM-REVISION-DAGE NUMERIC
             MOVE PARM-REVISION-DAGE TO WS-PARM-REVISION-DAGE
           END-IF

           DISPLAY 'KØRSELSDATO.......: ' WS-KOER-DATO
           DISPLAY 'REVISIONSALDER....: ' WS-PARM-REVISION-DAGE
           .
      *-----------------------------------------------------------------
       200-OPEN-FILER SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FO01-FIL
           IF WS-FO01-FILE-STATUS NOT = '00'
             MOVE 'FO01 KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
      *    FØRSTE KØRSEL HAR INTET REGISTER - DET OPRETTES MED KDATO
      *    SOM FØRSTE-SET-DATO, OG DER LOGGES INTET. KUN EN FIL DER
      *    IKKE FINDES (STATUS 35) ER FØRSTE KØRSEL; ENHVER ANDEN FEJL
      *    STANDSER, SÅ REGISTRETS DATOER IKKE NULSTILLES.
           OPEN INPUT REGISTER-FORRIGE-FIL
           EVALUATE WS-ARF-FILE-STATUS
             WHEN '00'
               SET ARF-AABNET TO TRUE
             WHEN '35'
               DISPLAY 'ARF IKKE TIL STEDE - REGISTRET OPRETTES'
               SET ARF-EOF TO TRUE
             WHEN OTHER
               MOVE 'ARF KAN IKKE ÅBNES' TO WS-FEJL-TEKST
               PERFORM 999-FEJLMELD
           END-EVALUATE
      *    FE01 FINDES KUN NÅR RGNB649 HAR KØRT MED VALIDERING; UDEN
      *    DEN KENDES INGEN TILBAGEHOLDTE RENTER.
           OPEN INPUT UNDTAGELSE-FIL
           EVALUATE WS-FE01-FILE-STATUS
             WHEN '00'
               SET FE01-AABNET TO TRUE
               PERFORM 705-LAES-FE01
             WHEN '35'
               DISPLAY 'FE01 IKKE TIL STEDE - INGEN TILBAGEHOLDTE '
                       'RENTER'
               SET FE01-EOF TO TRUE
             WHEN OTHER
               MOVE 'FE01 KAN IKKE ÅBNES' TO WS-FEJL-TEKST
               PERFORM 999-FEJLMELD
           END-EVALUATE
           OPEN OUTPUT REGISTER-NY-FIL
           IF WS-ARN-FILE-STATUS NOT = '00'
             MOVE 'ARN KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
           OPEN OUTPUT AENDRINGSLOG-FIL
           IF WS-AL01-FILE-STATUS NOT = '00'
             MOVE 'AL01 KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
           OPEN OUTPUT REVISIONSLISTE-FIL
           IF WS-AW01-FILE-STATUS NOT = '00'
             MOVE 'AW01 KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF

           PERFORM 700-LAES-FO01
           IF ARF-AABNET
             PERFORM 701-LAES-ARF
           END-IF
           .
      *-----------------------------------------------------------------
       201-CLOSE-FILER SECTION.
      *-----------------------------------------------------------------

           CLOSE FO01-FIL
      *    LUKKES PÅ AT ÅBNINGEN LYKKEDES - EOF SIGER KUN AT FILEN
      *    ER TOM, IKKE AT DEN IKKE ER ÅBEN.
           IF ARF-AABNET
             CLOSE REGISTER-FORRIGE-FIL
           END-IF
           IF FE01-AABNET
             CLOSE UNDTAGELSE-FIL
           END-IF
           CLOSE REGISTER-NY-FIL
           CLOSE AENDRINGSLOG-FIL
           CLOSE REVISIONSLISTE-FIL
           .
      *-----------------------------------------------------------------
       300-MATCH-REGISTER SECTION.
      *-----------------------------------------------------------------
      *    SAMME TO-FILS MATCHLØKKE SOM RGNB653'S 300-MATCH-SIDERNE:
      *    BEGGE SIDER ER SORTERET PÅ NØGLEN, OG DEN LAVESTE NØGLE
      *    AFGØR HVEM DER MANGLER SIT MODSTYKKE.

           EVALUATE TRUE
             WHEN FO01-EOF
               PERFORM 330-REGISTER-UDEN-FO01
               PERFORM 701-LAES-ARF

             WHEN ARF-EOF
               PERFORM 310-FO01-UDEN-REGISTER
               PERFORM 700-LAES-FO01

             WHEN WS-FO01-NOGLE = ARF-NOGLE
               PERFORM 320-FO01-MED-REGISTER
               PERFORM 700-LAES-FO01
               PERFORM 701-LAES-ARF

             WHEN WS-FO01-NOGLE < ARF-NOGLE
               PERFORM 310-FO01-UDEN-REGISTER
               PERFORM 700-LAES-FO01

             WHEN OTHER
               PERFORM 330-REGISTER-UDEN-FO01
               PERFORM 701-LAES-ARF
           END-EVALUATE
           .
      *-----------------------------------------------------------------
       310-FO01-UDEN-REGISTER SECTION.
      *-----------------------------------------------------------------
      *    EN AFVIGELSE DER IKKE STÅR I REGISTRET ER NY. RENTER PÅ
      *    LISTESATS VEDRØRER IKKE REGISTRET.

           IF AFVIG-GRUND-SATS IN FO01-REC NOT = 0
               OR AFVIG-RTE-SATS IN FO01-REC NOT = 0
             MOVE WS-KOER-DATO TO ARN-FOERSTE-DATO
             MOVE WS-KOER-DATO TO ARN-AENDRET-DATO
             IF ARF-AABNET
               ADD 1 TO ANTAL-NY
               INITIALIZE AL01-REC
               SET AL01-NY TO TRUE
               MOVE AFVIG-GRUND-SATS IN FO01-REC
                 TO AL01-NY-AFVIG-GRUND
               MOVE AFVIG-RTE-SATS   IN FO01-REC
                 TO AL01-NY-AFVIG-RTE
               PERFORM 345-SKRIV-LOG-FO01
             END-IF
             PERFORM 350-REGISTRER-AFVIG
           END-IF
           .
      *-----------------------------------------------------------------
       320-FO01-MED-REGISTER SECTION.
      *-----------------------------------------------------------------
      *    UÆNDREDE AFVIGENDE SATSER BEHOLDER DERES DATOER. ER EN AF
      *    DEM ÆNDRET, ER DET EN NY AFTALE: ÆNDRINGEN LOGGES, OG
      *    REVISIONSALDEREN STARTER FORFRA. ER BEGGE NU NUL, ER
      *    AFVIGELSEN OPHØRT OG FALDER UD AF REGISTRET.

           IF AFVIG-GRUND-SATS IN FO01-REC NOT = 0
               OR AFVIG-RTE-SATS IN FO01-REC NOT = 0
             MOVE ARF-FOERSTE-DATO TO ARN-FOERSTE-DATO
             IF AFVIG-GRUND-SATS IN FO01-REC = ARF-AFVIG-GRUND-SATS
                 AND AFVIG-RTE-SATS IN FO01-REC = ARF-AFVIG-RTE-SATS
               ADD 1 TO ANTAL-UAENDRET
               MOVE ARF-AENDRET-DATO TO ARN-AENDRET-DATO
             ELSE
               ADD 1 TO ANTAL-AENDRET
               MOVE WS-KOER-DATO     TO ARN-AENDRET-DATO
               INITIALIZE AL01-REC
               SET AL01-AENDRET TO TRUE
               MOVE ARF-AFVIG-GRUND-SATS     TO AL01-GL-AFVIG-GRUND
               MOVE ARF-AFVIG-RTE-SATS       TO AL01-GL-AFVIG-RTE
               MOVE AFVIG-GRUND-SATS IN FO01-REC
                 TO AL01-NY-AFVIG-GRUND
               MOVE AFVIG-RTE-SATS   IN FO01-REC
                 TO AL01-NY-AFVIG-RTE
               PERFORM 345-SKRIV-LOG-FO01
             END-IF
             PERFORM 350-REGISTRER-AFVIG
           ELSE
             ADD 1 TO ANTAL-OPHOERT
             INITIALIZE AL01-REC
             SET AL01-OPHOERT TO TRUE
             MOVE ARF-AFVIG-GRUND-SATS TO AL01-GL-AFVIG-GRUND
             MOVE ARF-AFVIG-RTE-SATS   TO AL01-GL-AFVIG-RTE
             PERFORM 345-SKRIV-LOG-FO01
           END-IF
           .
      *-----------------------------------------------------------------
       330-REGISTER-UDEN-FO01 SECTION.
      *-----------------------------------------------------------------
      *    ER RENTEN HOLDT TILBAGE AF RGNB649, VIDEREFØRES POSTEN
      *    UÆNDRET TIL ARN (OGSÅ SET-DATOEN, SÅ DEN VISER HVORNÅR
      *    RENTEN SIDST VAR I FO01). ELLERS ER KONTOEN ELLER RENTEN
      *    OPHØRT - AFVIGELSEN LOGGES SOM FJERNET. LISTESATSERNE
      *    KENDES IKKE LÆNGERE OG STÅR SOM NUL.

           MOVE ARF-NOGLE TO WS-TJEK-NOGLE
           PERFORM 335-TJEK-TILBAGEHOLDT
           IF RENTE-HOLDT
             ADD 1 TO ANTAL-TILBAGEHOLDT
             DISPLAY 'TILBAGEHOLDT RENTE: ' ARF-NOGLE
                     ' VIDEREFØRT, SIDST SET ' ARF-SET-DATO
             WRITE ARN-REC FROM ARF-REC
             PERFORM 351-KONTROL-ARN
           ELSE
             ADD 1 TO ANTAL-FJERNET
             INITIALIZE AL01-REC
             SET AL01-FJERNET TO TRUE
             MOVE ARF-NOGLE            TO AL01-NOGLE
             MOVE ARF-AFVIG-GRUND-SATS TO AL01-GL-AFVIG-GRUND
             MOVE ARF-AFVIG-RTE-SATS   TO AL01-GL-AFVIG-RTE
             MOVE ARF-FOERSTE-DATO     TO AL01-FOERSTE-DATO
             MOVE WS-KOER-DATO         TO AL01-KOER-DATO
             PERFORM 346-SKRIV-LOG
           END-IF
           .
      *-----------------------------------------------------------------
       335-TJEK-TILBAGEHOLDT SECTION.
      *-----------------------------------------------------------------
      *    FE01 LIGGER I NØGLEORDEN SOM FO01 OG KAN HAVE FLERE RECORDS
      *    PR. NØGLE (EN PR. ÅRSAG). DEN LÆSES FREM TIL FØRSTE NØGLE
      *    EFTER DEN SØGTE - NØGLERNE KOMMER HER I STIGENDE ORDEN.

           SET RENTE-IKKE-HOLDT TO TRUE
           PERFORM 336-SOEG-FE01
               UNTIL FE01-EOF OR FE01-NOGLE > WS-TJEK-NOGLE
           .
      *-----------------------------------------------------------------
       336-SOEG-FE01 SECTION.
      *-----------------------------------------------------------------

           IF FE01-NOGLE = WS-TJEK-NOGLE
               AND FE01-HOLDT-TILBAGE
             SET RENTE-HOLDT TO TRUE
           END-IF
           PERFORM 705-LAES-FE01
           .
      *-----------------------------------------------------------------
       331-DATO-TIL-DAGNR SECTION.
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
       340-BEREGN-SPAEND SECTION.
      *-----------------------------------------------------------------
      *    SPÆNDET PR. SATS ER AFVIGENDE MINUS LISTESATS, NÅR DEN
      *    AFVIGENDE ER SAT; EN SATS PÅ LISTEPRIS BIDRAGER MED NUL.

           MOVE 0 TO WS-GRUND-SPAEND
                     WS-PRIS-SPAEND
           IF AFVIG-GRUND-SATS IN FO01-REC NOT = 0
             COMPUTE WS-GRUND-SPAEND = AFVIG-GRUND-SATS IN FO01-REC
                                     - GRUND-SATS IN FO01-REC
           END-IF
           IF AFVIG-RTE-SATS IN FO01-REC NOT = 0
             COMPUTE WS-PRIS-SPAEND = AFVIG-RTE-SATS IN FO01-REC
                                    - RTE-PRIS-SATS IN FO01-REC
           END-IF
           COMPUTE WS-SPAEND = WS-GRUND-SPAEND + WS-PRIS-SPAEND
           .
      *-----------------------------------------------------------------
       345-SKRIV-LOG-FO01 SECTION.
      *-----------------------------------------------------------------
      *    LOGPOST FOR EN RENTE DER STADIG ER I FO01 - NØGLE OG
      *    LISTESATSER TAGES FRA NATTENS RECORD.

           MOVE WS-FO01-NOGLE               TO AL01-NOGLE
           MOVE GRUND-SATS    IN FO01-REC   TO AL01-GRUND-SATS
           MOVE RTE-PRIS-SATS IN FO01-REC   TO AL01-RTE-PRIS-SATS
           IF AL01-NY
             MOVE WS-KOER-DATO              TO AL01-FOERSTE-DATO
           ELSE
             MOVE ARF-FOERSTE-DATO          TO AL01-FOERSTE-DATO
           END-IF
           MOVE WS-KOER-DATO                TO AL01-KOER-DATO
           PERFORM 346-SKRIV-LOG
           .
      *-----------------------------------------------------------------
       346-SKRIV-LOG SECTION.
      *-----------------------------------------------------------------

           MOVE AL01-GL-AFVIG-GRUND TO WS-LOG-GL-GRUND-Z
           MOVE AL01-GL-AFVIG-RTE   TO WS-LOG-GL-RTE-Z
           MOVE AL01-NY-AFVIG-GRUND TO WS-LOG-NY-GRUND-Z
           MOVE AL01-NY-AFVIG-RTE   TO WS-LOG-NY-RTE-Z
           DISPLAY 'LOG ' AL01-TYPE ' ' AL01-NOGLE
                   ' GRUND ' WS-LOG-GL-GRUND-Z ' -> ' WS-LOG-NY-GRUND-Z
                   ' RTE ' WS-LOG-GL-RTE-Z ' -> ' WS-LOG-NY-RTE-Z

           WRITE AL01-REC
           IF WS-AL01-FILE-STATUS NOT = '00'
             STRING 'AL01 SKRIVEFEJL, STATUS ' WS-AL01-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           ADD 1 TO ANTAL-SKREVET-AL01
           .
      *-----------------------------------------------------------------
       350-REGISTRER-AFVIG SECTION.
      *-----------------------------------------------------------------
      *    FÆLLES FOR ALLE AFVIGELSER DER STÅR I FO01 I NAT: ALDER OG
      *    SPÆND BEREGNES, RAPPORTLINJEN OG SUBTOTALERNE DANNES,
      *    REVISIONSLISTEN VURDERES, OG POSTEN SKRIVES TIL ARN.
      *    ARN-FOERSTE-DATO/ARN-AENDRET-DATO ER SAT AF KALDEREN.

           IF EFTER-FOERSTE
             IF BANKNR IN FO01-REC NOT = WS-FORRIGE-BANKNR
               PERFORM 360-SUBTOTAL-REGNR
               PERFORM 361-SUBTOTAL-BANK
             ELSE
               IF REGNR IN FO01-REC NOT = WS-FORRIGE-REGNR
                 PERFORM 360-SUBTOTAL-REGNR
               END-IF
             END-IF
           ELSE
             SET EFTER-FOERSTE TO TRUE
             DISPLAY ' '
             DISPLAY 'NØGLE (BANK/REGNR/KONTO/RTENR/INTV)    '
                     '   GRUND-SATS  AFVIG-GRUND     RTE-PRIS  '
                     '   AFVIG-RTE        SPÆND  SIDEN       DAGE'
           END-IF
           MOVE BANKNR IN FO01-REC TO WS-FORRIGE-BANKNR
           MOVE REGNR  IN FO01-REC TO WS-FORRIGE-REGNR

           ADD 1 TO ANTAL-AFVIGENDE
           PERFORM 340-BEREGN-SPAEND

           MOVE ARN-FOERSTE-DATO TO WS-DATO-DELT
           PERFORM 331-DATO-TIL-DAGNR
           COMPUTE WS-ALDER-DAGE = WS-KOER-DAGNR - WS-DAG-RESULTAT
           MOVE ARN-AENDRET-DATO TO WS-DATO-DELT
           PERFORM 331-DATO-TIL-DAGNR
           COMPUTE WS-REVISION-ALDER = WS-KOER-DAGNR - WS-DAG-RESULTAT

           ADD 1         TO SUB-REGNR-ANTAL
           ADD 1         TO SUB-BANK-ANTAL
           ADD WS-SPAEND TO SUB-REGNR-SPAEND
           ADD WS-SPAEND TO SUB-BANK-SPAEND
           ADD WS-SPAEND TO TOT-SPAEND

           MOVE GRUND-SATS       IN FO01-REC TO WS-LISTE-GRUND-Z
           MOVE AFVIG-GRUND-SATS IN FO01-REC TO WS-AFVIG-GRUND-Z
           MOVE RTE-PRIS-SATS    IN FO01-REC TO WS-LISTE-PRIS-Z
           MOVE AFVIG-RTE-SATS   IN FO01-REC TO WS-AFVIG-PRIS-Z
           MOVE WS-SPAEND                     TO WS-SPAEND-Z
           MOVE WS-ALDER-DAGE                 TO WS-ALDER-Z
           DISPLAY WS-FO01-NOGLE ' ' WS-LISTE-GRUND-Z ' '
                   WS-AFVIG-GRUND-Z ' ' WS-LISTE-PRIS-Z ' '
                   WS-AFVIG-PRIS-Z ' ' WS-SPAEND-Z ' '
                   ARN-FOERSTE-DATO ' ' WS-ALDER-Z

      *    REVISIONSALDEREN MÅLES FRA SENESTE ÆNDRING - EN AFTALE DER
      *    ER GENFORHANDLET, ER NETOP BLEVET VURDERET.
           IF WS-REVISION-ALDER NOT < WS-PARM-REVISION-DAGE
             ADD 1 TO ANTAL-REVISION
             ADD 1 TO SUB-REGNR-REVISION
             ADD 1 TO SUB-BANK-REVISION
             INITIALIZE AW01-REC
             MOVE WS-FO01-NOGLE                 TO AW01-NOGLE
             MOVE GRUND-SATS       IN FO01-REC TO AW01-GRUND-SATS
             MOVE AFVIG-GRUND-SATS IN FO01-REC TO AW01-AFVIG-GRUND
             MOVE RTE-PRIS-SATS    IN FO01-REC TO AW01-RTE-PRIS-SATS
             MOVE AFVIG-RTE-SATS   IN FO01-REC TO AW01-AFVIG-RTE
             MOVE WS-SPAEND                     TO AW01-SPAEND
             MOVE ARN-FOERSTE-DATO              TO AW01-FOERSTE-DATO
             MOVE ARN-AENDRET-DATO              TO AW01-AENDRET-DATO
             MOVE WS-REVISION-ALDER             TO AW01-ALDER-DAGE
             MOVE WS-KOER-DATO                  TO AW01-KOER-DATO
             WRITE AW01-REC
             IF WS-AW01-FILE-STATUS NOT = '00'
               STRING 'AW01 SKRIVEFEJL, STATUS ' WS-AW01-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FEJL-TEKST
               END-STRING
               PERFORM 999-FEJLMELD
             END-IF
             DISPLAY '   *** TIL REVISION *** UÆNDRET SIDEN '
                     ARN-AENDRET-DATO
           END-IF

           MOVE WS-FO01-NOGLE                 TO ARN-NOGLE
           MOVE AFVIG-GRUND-SATS IN FO01-REC TO ARN-AFVIG-GRUND-SATS
           MOVE AFVIG-RTE-SATS   IN FO01-REC TO ARN-AFVIG-RTE-SATS
           MOVE WS-KOER-DATO                  TO ARN-SET-DATO
           WRITE ARN-REC
           PERFORM 351-KONTROL-ARN
           .
      *-----------------------------------------------------------------
       351-KONTROL-ARN SECTION.
      *-----------------------------------------------------------------
      *    FÆLLES FOR POSTER TIL ARN - FRA FO01 ELLER VIDEREFØRT FRA
      *    ARF.

           IF WS-ARN-FILE-STATUS NOT = '00'
             STRING 'ARN SKRIVEFEJL, STATUS ' WS-ARN-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           ADD 1 TO ANTAL-SKREVET-ARN
           .
      *-----------------------------------------------------------------
       360-SUBTOTAL-REGNR SECTION.
      *-----------------------------------------------------------------

           COMPUTE WS-SNIT-SPAEND ROUNDED =
                   SUB-REGNR-SPAEND / SUB-REGNR-ANTAL
           MOVE SUB-REGNR-SPAEND TO WS-SUM-SPAEND-Z
           MOVE WS-SNIT-SPAEND   TO WS-SPAEND-Z
           DISPLAY '   REGNR ' WS-FORRIGE-BANKNR '/' WS-FORRIGE-REGNR
                   ' I ALT: ' SUB-REGNR-ANTAL
                   '  SPÆND ' WS-SUM-SPAEND-Z
                   '  SNIT ' WS-SPAEND-Z
                   '  TIL REVISION: ' SUB-REGNR-REVISION
           DISPLAY ' '
           MOVE 0 TO SUB-REGNR-ANTAL
                     SUB-REGNR-REVISION
                     SUB-REGNR-SPAEND
           .
      *-----------------------------------------------------------------
       361-SUBTOTAL-BANK SECTION.
      *-----------------------------------------------------------------

           COMPUTE WS-SNIT-SPAEND ROUNDED =
                   SUB-BANK-SPAEND / SUB-BANK-ANTAL
           MOVE SUB-BANK-SPAEND TO WS-SUM-SPAEND-Z
           MOVE WS-SNIT-SPAEND  TO WS-SPAEND-Z
           DISPLAY '  BANK ' WS-FORRIGE-BANKNR
                   ' I ALT.......: ' SUB-BANK-ANTAL
                   '  SPÆND ' WS-SUM-SPAEND-Z
                   '  SNIT ' WS-SPAEND-Z
                   '  TIL REVISION: ' SUB-BANK-REVISION
           DISPLAY '------------------------------------------------'
           MOVE 0 TO SUB-BANK-ANTAL
                     SUB-BANK-REVISION
                     SUB-BANK-SPAEND
           .
      *-----------------------------------------------------------------
       700-LAES-FO01 SECTION.
      *-----------------------------------------------------------------
      *    NØGLEN OPBYGGES VED HVER LÆSNING OG RÆKKEFØLGEN KONTROL-
      *    LERES - EN USORTERET FIL VILLE GIVE FALSKE NYE/FJERNEDE.

           READ FO01-FIL
             AT END
               SET FO01-EOF TO TRUE
             NOT AT END
               ADD 1 TO ANTAL-LAES-FO01
               MOVE BANKNR       IN FO01-REC TO WS-FN-BANKNR
               MOVE REGNR        IN FO01-REC TO WS-FN-REGNR
               MOVE KTONR        IN FO01-REC TO WS-FN-KTONR
               MOVE DETAIL-RTENR IN FO01-REC TO WS-FN-RTENR
               MOVE INTVALNR     IN FO01-REC TO WS-FN-INTVALNR
               IF WS-FO01-NOGLE < WS-FO01-FORR-NOGLE
                 STRING 'FO01 IKKE I NØGLEORDEN VED ' WS-FO01-NOGLE
                     DELIMITED BY SIZE INTO WS-FEJL-TEKST
                 END-STRING
                 PERFORM 999-FEJLMELD
               END-IF
               MOVE WS-FO01-NOGLE TO WS-FO01-FORR-NOGLE
           END-READ
           .
      *-----------------------------------------------------------------
       701-LAES-ARF SECTION.
      *-----------------------------------------------------------------

           READ REGISTER-FORRIGE-FIL
             AT END
               SET ARF-EOF TO TRUE
             NOT AT END
               ADD 1 TO ANTAL-LAES-ARF
               IF ARF-NOGLE < WS-ARF-FORR-NOGLE
                 STRING 'ARF IKKE I NØGLEORDEN VED ' ARF-NOGLE
                     DELIMITED BY SIZE INTO WS-FEJL-TEKST
                 END-STRING
                 PERFORM 999-FEJLMELD
               END-IF
               MOVE ARF-NOGLE TO WS-ARF-FORR-NOGLE
           END-READ
           .
      *-----------------------------------------------------------------
       705-LAES-FE01 SECTION.
      *-----------------------------------------------------------------

           READ UNDTAGELSE-FIL
             AT END
               SET FE01-EOF TO TRUE
             NOT AT END
               ADD 1 TO ANTAL-LAES-FE01
               IF FE01-NOGLE < WS-FE01-FORR-NOGLE
                 STRING 'FE01 IKKE I NØGLEORDEN VED ' FE01-NOGLE
                     DELIMITED BY SIZE INTO WS-FEJL-TEKST
                 END-STRING
                 PERFORM 999-FEJLMELD
               END-IF
               MOVE FE01-NOGLE TO WS-FE01-FORR-NOGLE
           END-READ
           .
      *-----------------------------------------------------------------
       112-KONTROLTOTAL-RAPPORT SECTION.
      *-----------------------------------------------------------------

           MOVE TOT-SPAEND TO WS-SUM-SPAEND-Z
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RGNB657 - REGISTER OVER AFVIGENDE RENTER'
           DISPLAY '================================================'
           DISPLAY ' KØRSELSDATO.......: ' WS-KOER-DATO
           DISPLAY ' REVISIONSALDER....: ' WS-PARM-REVISION-DAGE
           DISPLAY '------------------------------------------------'
           DISPLAY ' LÆST FO01.........: ' ANTAL-LAES-FO01
           DISPLAY ' LÆST ARF..........: ' ANTAL-LAES-ARF
           DISPLAY ' LÆST FE01.........: ' ANTAL-LAES-FE01
           DISPLAY '------------------------------------------------'
           DISPLAY ' AFVIGENDE I ALT...: ' ANTAL-AFVIGENDE
           DISPLAY '   SPÆND I ALT.....: ' WS-SUM-SPAEND-Z
           DISPLAY '   TIL REVISION....: ' ANTAL-REVISION
           DISPLAY '------------------------------------------------'
           DISPLAY ' UÆNDRET...........: ' ANTAL-UAENDRET
           DISPLAY ' NY................: ' ANTAL-NY
           DISPLAY ' ÆNDRET............: ' ANTAL-AENDRET
           DISPLAY ' OPHØRT............: ' ANTAL-OPHOERT
           DISPLAY ' FJERNET...........: ' ANTAL-FJERNET
           DISPLAY ' TILBAGEHOLDT......: ' ANTAL-TILBAGEHOLDT
           DISPLAY ' SKREVET AL01......: ' ANTAL-SKREVET-AL01
           DISPLAY ' SKREVET ARN.......: ' ANTAL-SKREVET-ARN
           DISPLAY '================================================'
           .
      *-----------------------------------------------------------------
       113-OPS-STATUS-FEED SECTION.
      *-----------------------------------------------------------------
      *    SAMME TAGGEDE LINJEFORMAT SOM RGNB649/652/653. REGISTRET
      *    ER FORRETNINGSINFORMATION TIL KREDITUDVALGET - INTET AF
      *    DET ER DRIFTSFEJL, SÅ FEJLANTALLET ER NUL NÅR KØRSLEN
      *    NÅR HERTIL.

           ACCEPT WS-TID-SLUT FROM TIME
           MOVE 0 TO WS-OPS-FEJL-ANTAL

           DISPLAY 'OPSFEED:RGNB657:' WS-KOER-DATO ':'
                   WS-OPS-START-TID ':' WS-TID-SLUT ':'
                   ANTAL-AFVIGENDE ':' WS-OPS-FEJL-ANTAL
           .
      *-----------------------------------------------------------------
       999-FEJLMELD SECTION.
      *-----------------------------------------------------------------
      *    SELVSTÆNDIG FEJLAFSLUTNING MED RETURKODE 16 (SAMME MØNSTER
      *    SOM 999-FEJLMELD I RGNB653) - MODULET KØRER UDEN
      *    BDCOMMIT-RAMMEN.

           DISPLAY '*** RGNB657 FEJLER: ' WS-FEJL-TEKST ' ***'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
