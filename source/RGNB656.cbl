      *#PREVIEW# PROGRAM REVIEW FORETAGET.
       ID DIVISION.
       PROGRAM-ID.         RGNB656.
       AUTHOR.             JGM.
       DATE-WRITTEN.       15.10.2026
      *BSK>-------------------------------------------------------------
      *BSK> MODULETS FORMÅL/OPGAVE (KORT BESKREVET)
      *BSK>-------------------------------------------------------------
      *BSK>
      *BSK> DAG-TIL-DAG SAMMENLIGNING AF FO01 MED RENTEVARSLER.
      *BSK> KØRES EFTER RGNB649.
      *BSK>
      *BSK> RGNB649 DANNER FO01 FORFRA HVER NAT, SÅ INGEN KAN SE
      *BSK> HVILKE KONTI DER REELT FIK ÆNDRET RENTE. MODULET GEMMER
      *BSK> NATTENS FO01 SOM ET DATERET SNAPSHOT (SNN, I SAMME HDR/
      *BSK> TRL-KUVERT SOM FI01 - HDR MED KDATO, TRL MED ANTAL) OG
      *BSK> MATCHER DET MOD FORRIGE SNAPSHOT
      *BSK> (SNF) PÅ BANKNR/REGNR/KTONR/RTENR/INTVALNR MED SAMME
      *BSK> TO-FILS MATCHLØKKE SOM RGNB653:
      *BSK>
      *BSK>   1) RAPPORTERER NYE, FJERNEDE OG ÆNDREDE RENTER
      *BSK>      (DETAIL-SATS, GRUND-SATS, RTE-PRIS-SATS) MED GAMMEL
      *BSK>      OG NY VÆRDI OG IKRAFTTRÆDELSESDATO.
      *BSK>   2) SKRIVER EN VARSELSRECORD (RV01) TIL BANKENS BREV-
      *BSK>      KØRSEL FOR HVER STIGNING I KUNDENS SATS (DETAIL-SATS).
      *BSK>   3) MARKERER STIGNINGER DER TRÆDER I KRAFT INDEN FOR
      *BSK>      VARSELSFRISTEN (PARAMETER, DEFAULT 30 DAGE) - DEM KAN
      *BSK>      KUNDEN IKKE NÅ AT FÅ RETTIDIGT VARSEL OM.
      *BSK>
      *BSK> IKRAFTTRÆDELSESDATOEN ER DEN NYE RECORDS AKTIV-DATO, HVIS
      *BSK> DEN LIGGER EFTER KDATO (RGNB649 MEDTAGER RENTER AKTIVE
      *BSK> TIL ULTIMO), ELLERS KDATO - ÆNDRINGEN SLÅR IGENNEM VED
      *BSK> DENNE KØRSEL.
      *BSK>
      *BSK> FINDES INTET FORRIGE SNAPSHOT (FØRSTE KØRSEL), DANNES KUN
      *BSK> SNN - DER SAMMENLIGNES IKKE MOD EN TOM FIL, DA ALT ELLERS
      *BSK> VILLE BLIVE MELDT SOM NYT. ET FORRIGE SNAPSHOT DER IKKE ER
      *BSK> ÆLDRE END KDATO STANDSER KØRSLEN (FORKERT GENERATION),
      *BSK> OG DET GØR ET SNAPSHOT UDEN HDR ELLER TRL ELLER MED ET
      *BSK> TRL-ANTAL DER IKKE STEMMER (AFBRUDT DANNELSE).
      *BSK>
      *BSK> EN RENTE DER MANGLER I NATTENS FO01, FORDI RGNB649 HAR
      *BSK> HOLDT DEN TILBAGE (VALIDHLD=J - RECORDEN LIGGER DA PÅ FE01
      *BSK> MED TILBAGEHOLDT = 'J'), ER IKKE FJERNET: FORRIGE SNAPSHOTS
      *BSK> RECORD VIDEREFØRES UÆNDRET TIL SNN, SÅ EN STIGNING STADIG
      *BSK> GIVER VARSEL, NÅR RENTEN KOMMER IGEN. KUN EN RENTE DER
      *BSK> HVERKEN ER I FO01 ELLER TILBAGEHOLDT PÅ FE01, MELDES SOM
      *BSK> FJERNET. SAMME REGEL SOM RGNB657'S REGISTER.
      *BSK>
      *BSK> ALLE FILER SKAL VÆRE SORTERET I NØGLEORDEN - DET ER
      *BSK> FO01 OG FE01 FRA RGNB649, OG SNN ARVER ORDENEN.
      *BSK> RÆKKEFØLGEN KONTROLLERES VED LÆSNINGEN.
      *BSK>
      *BSK> INPUT:    PARM     : KDATO (POS 1-10, ÅÅÅÅ-MM-DD) OG
      *BSK>                      VARSELSFRIST I DAGE (POS 12-14,
      *BSK>                      DEFAULT 030)
      *BSK>           FO01     : NATTENS FO01 FRA RGNB649 (RGNI656)
      *BSK>           SNF      : FORRIGE SNAPSHOT (FORRIGE KØRSELS SNN)
      *BSK>           FE01     : NATTENS UNDTAGELSER FRA RGNB649
      *BSK>                      (VALGFRI)
      *BSK>
      *BSK> OUTPUT:   SNN      : NATTENS DATEREDE SNAPSHOT
      *BSK>           RV01     : VARSELSRECORDS TIL BREVKØRSLEN
      *BSK>           SYSOUT   : ÆNDRINGSRAPPORT + OPSFEED
      *BSK>
      *CHG>----------+------+-------------------------------------------
      *CHG>   DATO   ! INIT ! FORMÅL MED ÆNDRING
      *CHG>----------+------+-------------------------------------------
      *CHG>15.10.2026+ JGM  + PROGRAMMERING PÅBEGYNDT
      *CHG>15.10.2026+ JGM  + TILBAGEHOLDTE RENTER (FE01) VIDEREFØRES
      *CHG>          +      + TIL SNN; KUN STATUS 35 ER FØRSTE KØRSEL
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
           SELECT SNAPSHOT-FORRIGE-FIL
               ASSIGN TO 'SNF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNF-FILE-STATUS.
           SELECT UNDTAGELSE-FIL
               ASSIGN TO 'FE01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FE01-FILE-STATUS.
           SELECT SNAPSHOT-NY-FIL
               ASSIGN TO 'SNN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNN-FILE-STATUS.
           SELECT VARSEL-FIL
               ASSIGN TO 'RV01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RV01-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FIL.
       01  PARM-REC.
           03 PARM-KOER-DATO       PIC  X(10).
           03 FILLER               PIC  X(01).
           03 PARM-VARSEL-DAGE     PIC  X(03).
           03 FILLER               PIC  X(66).

       FD  FO01-FIL.
       01  FO01-REC.
           COPY RGNI656.

      *    SNAPSHOTTET ER DEN UÆNDREDE FO01 I SAMME KUVERT SOM FI01
      *    (SE RGNB649'S 702-KUVERT-FI01): EN HDR-RECORD FORREST (POS
      *    1-3 'HDR', POS 4-13 KDATO DA SNAPSHOTTET BLEV DANNET) OG
      *    EN TRL-RECORD BAGEST (POS 1-3 'TRL', POS 4-12 ANTAL
      *    DETAILRECORDS). EN DETAILRECORD STARTER MED BANKNR OG KAN
      *    IKKE FORVEKSLES MED HDR/TRL.
       FD  SNAPSHOT-FORRIGE-FIL.
       01  SNF-REC.
           COPY RGNI656.

      *    UNDTAGELSESRECORD SOM RGNB649'S FE01-REC - NØGLEN ER HER
      *    SAMLET TIL EN GRUPPE, SÅ DEN KAN SAMMENLIGNES MED SNF'S.
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

       FD  SNAPSHOT-NY-FIL.
       01  SNN-REC.
           COPY RGNI656.

      *    VARSELSRECORD TIL BANKENS BREVKØRSEL - EN PR. STIGNING I
      *    KUNDENS SATS PÅ EN KONTO/RENTE/INTERVAL.
       FD  VARSEL-FIL.
       01  RV01-REC.
           03 RV01-BANKNR          PIC  9(03).
           03 RV01-REGNR           PIC  9(04).
           03 RV01-KTONR           PIC  9(10).
           03 RV01-RTENR           PIC  9(05).
           03 RV01-INTVALNR        PIC  9(05).
           03 RV01-NAVN            PIC  X(30).
           03 RV01-GAMMEL-SATS     PIC S9(05)V9(06).
           03 RV01-NY-SATS         PIC S9(05)V9(06).
           03 RV01-AENDRING        PIC S9(05)V9(06).
           03 RV01-IKRAFT-DATO     PIC  X(10).
           03 RV01-DAGE-TIL-IKRAFT PIC  9(05).
           03 RV01-INDEN-FRIST     PIC  X(01).
             88 RV01-INDEN-VARSELSFRIST        VALUE 'J'.
           03 RV01-KOER-DATO       PIC  X(10).
           03 FILLER               PIC  X(24).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01  WS-HARD-CODE.
            03 WS-PROGRAMNAVN       PIC  X(08)  VALUE 'RGNB656'.

       01  WS-FELTER.
            03 WS-PARM-FILE-STATUS  PIC  X(02).
            03 WS-FO01-FILE-STATUS  PIC  X(02).
            03 WS-SNF-FILE-STATUS   PIC  X(02).
            03 WS-SNN-FILE-STATUS   PIC  X(02).
            03 WS-RV01-FILE-STATUS  PIC  X(02).
            03 WS-FE01-FILE-STATUS  PIC  X(02).
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FO01-EOF                      VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 SNF-EOF                       VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 SNF-AABNET                    VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 SNF-HDR-LAEST                 VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 SNF-TRL-LAEST                 VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FE01-EOF                      VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 FE01-AABNET                   VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 RENTE-IKKE-HOLDT              VALUE 0.
              88 RENTE-HOLDT                   VALUE 1.
            03 WS-SNF-TRL-ANTAL     PIC  9(09)  VALUE 0.
            03 WS-SNF-LAEST-ANTAL   PIC  9(09)  VALUE 0.
            03 WS-SNN-TRL-ANTAL     PIC  9(09)  VALUE 0.
            03 WS-KOER-DATO         PIC  X(10)  VALUE SPACES.
            03 WS-SNF-SNAP-DATO     PIC  X(10)  VALUE SPACES.
            03 WS-PARM-VARSEL-DAGE  PIC  9(03)  VALUE 30.
            03 WS-OPS-START-TID     PIC  X(08).
            03 WS-TID-SLUT          PIC  X(08).
            03 WS-FEJL-TEKST        PIC  X(60).

      *    MATCHNØGLER - OPBYGGES FELT FOR FELT, SÅ SAMMENLIGNINGEN
      *    IKKE AFHÆNGER AF FELTERNES PLACERING I RGNI656.
       01  WS-NOGLE-FELTER.
            03 WS-FO01-NOGLE.
              05 WS-FN-BANKNR       PIC  9(03).
              05 WS-FN-REGNR        PIC  9(04).
              05 WS-FN-KTONR        PIC  9(10).
              05 WS-FN-RTENR        PIC  9(05).
              05 WS-FN-INTVALNR     PIC  9(05).
            03 WS-SNF-NOGLE.
              05 WS-SN-BANKNR       PIC  9(03).
              05 WS-SN-REGNR        PIC  9(04).
              05 WS-SN-KTONR        PIC  9(10).
              05 WS-SN-RTENR        PIC  9(05).
              05 WS-SN-INTVALNR     PIC  9(05).
            03 WS-FO01-FORR-NOGLE   PIC  X(27) VALUE LOW-VALUES.
            03 WS-SNF-FORR-NOGLE    PIC  X(27) VALUE LOW-VALUES.
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
            03 WS-DAGE-TIL-IKRAFT   PIC S9(09)  COMP-5.

      *    EN ÅÅÅÅ-MM-DD-DATO DELT OP TIL KONTROL OG DAGNUMMER.
       01  WS-DATO-DELT.
            03 WS-DD-AAAA           PIC  X(04).
            03 WS-DD-SEP1           PIC  X(01).
            03 WS-DD-MM             PIC  X(02).
            03 WS-DD-SEP2           PIC  X(01).
            03 WS-DD-DD             PIC  X(02).
       01  FILLER                   PIC  9(01)  VALUE ZERO.
            88 DATO-GYLDIG                      VALUE 0.
            88 DATO-UGYLDIG                     VALUE 1.

       01  WS-AENDRING-FELTER.
            03 WS-IKRAFT-DATO       PIC  X(10).
            03 WS-AENDRING          PIC S9(05)V9(06).

      *    REDIGEREDE FELTER TIL RAPPORTLINJERNE.
       01  WS-RAPPORT-FELTER.
            03 WS-GL-Z              PIC ----9,999999.
            03 WS-NY-Z              PIC ----9,999999.
            03 WS-DAGE-Z            PIC  ZZZZ9.

       01  WS-TAELLERE.
            03 ANTAL-LAES-FO01      PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-LAES-SNF       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-MATCHET        PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-UAENDRET       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-AENDRET        PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-AENDR-DETAIL   PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-AENDR-GRUND    PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-AENDR-PRIS     PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-NYE            PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-FJERNET        PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-TILBAGEHOLDT   PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-LAES-FE01      PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-STIGNING       PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-FALD           PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-INDEN-FRIST    PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-SKREVET-SNN    PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-SKREVET-RV01   PIC  9(09)  VALUE 0 COMP-5.
            03 WS-OPS-FEJL-ANTAL    PIC  9(09)  VALUE 0 COMP-5.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       000-START-PGM SECTION.
      *-----------------------------------------------------------------

           ACCEPT WS-OPS-START-TID FROM TIME

           PERFORM 100-HENT-PARM
           PERFORM 200-OPEN-FILER
           IF SNF-AABNET
             PERFORM 300-MATCH-SNAPSHOTS
                 UNTIL FO01-EOF AND SNF-EOF
           ELSE
             PERFORM 305-KUN-SNAPSHOT UNTIL FO01-EOF
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

      *    KDATO STEMPLER SNAPSHOTTET OG ER UDGANGSPUNKT FOR
      *    VARSELSFRISTEN, SÅ DEN SKAL VÆRE EN ÅÅÅÅ-MM-DD-DATO.
           MOVE PARM-KOER-DATO TO WS-KOER-DATO
           MOVE WS-KOER-DATO   TO WS-DATO-DELT
           PERFORM 330-KONTROLLER-DATO
           IF DATO-UGYLDIG
             STRING 'KDATO ER IKKE ÅÅÅÅ-MM-DD: ' WS-KOER-DATO
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           PERFORM 331-DATO-TIL-DAGNR
           MOVE WS-DAG-RESULTAT TO WS-KOER-DAGNR

           IF PARM-VARSEL-DAGE NUMERIC
             MOVE PARM-VARSEL-DAGE TO WS-PARM-VARSEL-DAGE
           END-IF

           DISPLAY 'KØRSELSDATO.......: ' WS-KOER-DATO
           DISPLAY 'VARSELSFRIST DAGE.: ' WS-PARM-VARSEL-DAGE
           .
      *-----------------------------------------------------------------
       200-OPEN-FILER SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FO01-FIL
           IF WS-FO01-FILE-STATUS NOT = '00'
             MOVE 'FO01 KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
      *    FØRSTE KØRSEL HAR INTET FORRIGE SNAPSHOT - DER DANNES KUN
      *    SNN, OG DER SAMMENLIGNES FØRST FRA NÆSTE KØRSEL. KUN EN
      *    FIL DER IKKE FINDES (STATUS 35) ER FØRSTE KØRSEL; ENHVER
      *    ANDEN FEJL STANDSER, SÅ SAMMENLIGNINGEN IKKE SPRINGES OVER.
           OPEN INPUT SNAPSHOT-FORRIGE-FIL
           EVALUATE WS-SNF-FILE-STATUS
             WHEN '00'
               SET SNF-AABNET TO TRUE
             WHEN '35'
               DISPLAY 'SNF IKKE TIL STEDE - INGEN SAMMENLIGNING, '
                       'KUN NYT SNAPSHOT'
               SET SNF-EOF TO TRUE
             WHEN OTHER
               MOVE 'SNF KAN IKKE ÅBNES' TO WS-FEJL-TEKST
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
           OPEN OUTPUT SNAPSHOT-NY-FIL
           IF WS-SNN-FILE-STATUS NOT = '00'
             MOVE 'SNN KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
           OPEN OUTPUT VARSEL-FIL
           IF WS-RV01-FILE-STATUS NOT = '00'
             MOVE 'RV01 KAN IKKE ÅBNES' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF

           PERFORM 711-SKRIV-SNN-HDR

           PERFORM 700-LAES-FO01
           IF SNF-AABNET
             PERFORM 701-LAES-SNF
           END-IF
           .
      *-----------------------------------------------------------------
       201-CLOSE-FILER SECTION.
      *-----------------------------------------------------------------

           CLOSE FO01-FIL
      *    LUKKES PÅ AT ÅBNINGEN LYKKEDES - EOF SIGER KUN AT FILEN
      *    ER TOM, IKKE AT DEN IKKE ER ÅBEN.
           IF SNF-AABNET
             CLOSE SNAPSHOT-FORRIGE-FIL
           END-IF
           IF FE01-AABNET
             CLOSE UNDTAGELSE-FIL
           END-IF
           PERFORM 712-SKRIV-SNN-TRL
           CLOSE SNAPSHOT-NY-FIL
           CLOSE VARSEL-FIL
           .
      *-----------------------------------------------------------------
       300-MATCH-SNAPSHOTS SECTION.
      *-----------------------------------------------------------------
      *    SAMME TO-FILS MATCHLØKKE SOM RGNB653'S 300-MATCH-SIDERNE:
      *    BEGGE SIDER ER SORTERET PÅ NØGLEN, OG DEN LAVESTE NØGLE
      *    AFGØR HVEM DER MANGLER SIT MODSTYKKE.

           EVALUATE TRUE
             WHEN FO01-EOF
               PERFORM 312-RENTE-UDEN-FO01
               PERFORM 701-LAES-SNF

             WHEN SNF-EOF
               PERFORM 310-RENTE-NY
               PERFORM 710-SKRIV-SNN
               PERFORM 700-LAES-FO01

             WHEN WS-FO01-NOGLE = WS-SNF-NOGLE
               ADD 1 TO ANTAL-MATCHET
               PERFORM 320-SAMMENLIGN-SATSER
               PERFORM 710-SKRIV-SNN
               PERFORM 700-LAES-FO01
               PERFORM 701-LAES-SNF

             WHEN WS-FO01-NOGLE < WS-SNF-NOGLE
               PERFORM 310-RENTE-NY
               PERFORM 710-SKRIV-SNN
               PERFORM 700-LAES-FO01

             WHEN OTHER
               PERFORM 312-RENTE-UDEN-FO01
               PERFORM 701-LAES-SNF
           END-EVALUATE
           .
      *-----------------------------------------------------------------
       305-KUN-SNAPSHOT SECTION.
      *-----------------------------------------------------------------

           PERFORM 710-SKRIV-SNN
           PERFORM 700-LAES-FO01
           .
      *-----------------------------------------------------------------
       310-RENTE-NY SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ANTAL-NYE
           PERFORM 325-BEREGN-IKRAFT
           MOVE DETAIL-SATS IN FO01-REC TO WS-NY-Z
           DISPLAY 'NY RENTE..........: ' WS-FO01-NOGLE
                   ' DETAIL-SATS ' WS-NY-Z
                   ' IKRAFT ' WS-IKRAFT-DATO
           .
      *-----------------------------------------------------------------
       311-RENTE-FJERNET SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ANTAL-FJERNET
           MOVE DETAIL-SATS IN SNF-REC TO WS-GL-Z
           DISPLAY 'FJERNET RENTE.....: ' WS-SNF-NOGLE
                   ' DETAIL-SATS ' WS-GL-Z
                   ' SIDST SET ' WS-SNF-SNAP-DATO
           .
      *-----------------------------------------------------------------
       312-RENTE-UDEN-FO01 SECTION.
      *-----------------------------------------------------------------
      *    EN TILBAGEHOLDT RENTE ER IKKE OPHØRT - DENS RECORD FRA
      *    FORRIGE SNAPSHOT VIDEREFØRES UÆNDRET, SÅ NÆSTE KØRSEL
      *    SAMMENLIGNER MOD DEN SIDST UDMELDTE SATS OG GIVER VARSEL
      *    VED EN STIGNING. ALT ANDET ER EN FJERNET RENTE.

           MOVE WS-SNF-NOGLE TO WS-TJEK-NOGLE
           PERFORM 315-TJEK-TILBAGEHOLDT
           IF RENTE-HOLDT
             ADD 1 TO ANTAL-TILBAGEHOLDT
             DISPLAY 'TILBAGEHOLDT RENTE: ' WS-SNF-NOGLE
                     ' VIDEREFØRT FRA ' WS-SNF-SNAP-DATO
             WRITE SNN-REC FROM SNF-REC
             PERFORM 714-KONTROL-SNN
           ELSE
             PERFORM 311-RENTE-FJERNET
           END-IF
           .
      *-----------------------------------------------------------------
       315-TJEK-TILBAGEHOLDT SECTION.
      *-----------------------------------------------------------------
      *    FE01 LIGGER I NØGLEORDEN SOM FO01 OG KAN HAVE FLERE RECORDS
      *    PR. NØGLE (EN PR. ÅRSAG). DEN LÆSES FREM TIL FØRSTE NØGLE
      *    EFTER DEN SØGTE - NØGLERNE KOMMER HER I STIGENDE ORDEN.

           SET RENTE-IKKE-HOLDT TO TRUE
           PERFORM 316-SOEG-FE01
               UNTIL FE01-EOF OR FE01-NOGLE > WS-TJEK-NOGLE
           .
      *-----------------------------------------------------------------
       316-SOEG-FE01 SECTION.
      *-----------------------------------------------------------------

           IF FE01-NOGLE = WS-TJEK-NOGLE
               AND FE01-HOLDT-TILBAGE
             SET RENTE-HOLDT TO TRUE
           END-IF
           PERFORM 705-LAES-FE01
           .
      *-----------------------------------------------------------------
       320-SAMMENLIGN-SATSER SECTION.
      *-----------------------------------------------------------------
      *    DE TRE SATSER SAMMENLIGNES HVER FOR SIG OG RAPPORTERES MED
      *    GAMMEL OG NY VÆRDI. KUN EN STIGNING I DETAIL-SATS - DEN
      *    SATS KUNDEN BETALER - GIVER EN VARSELSRECORD; EN ÆNDRET
      *    GRUND- ELLER PRISSATS DER IKKE SLÅR IGENNEM PÅ DETAIL-SATS
      *    (F.EKS. PGA. MIN-/MAX-SATS) ÆNDRER IKKE KUNDENS RENTE.

           IF DETAIL-SATS   IN FO01-REC = DETAIL-SATS   IN SNF-REC
               AND GRUND-SATS    IN FO01-REC = GRUND-SATS    IN SNF-REC
               AND RTE-PRIS-SATS IN FO01-REC = RTE-PRIS-SATS IN SNF-REC
             ADD 1 TO ANTAL-UAENDRET
           ELSE
             ADD 1 TO ANTAL-AENDRET
             PERFORM 325-BEREGN-IKRAFT
             DISPLAY 'ÆNDRET RENTE......: ' WS-FO01-NOGLE
                     ' IKRAFT ' WS-IKRAFT-DATO

             IF GRUND-SATS IN FO01-REC NOT = GRUND-SATS IN SNF-REC
               ADD 1 TO ANTAL-AENDR-GRUND
               MOVE GRUND-SATS IN SNF-REC TO WS-GL-Z
               MOVE GRUND-SATS IN FO01-REC TO WS-NY-Z
               DISPLAY '   GRUND-SATS     : ' WS-GL-Z ' -> ' WS-NY-Z
             END-IF
             IF RTE-PRIS-SATS IN FO01-REC
                                 NOT = RTE-PRIS-SATS IN SNF-REC
               ADD 1 TO ANTAL-AENDR-PRIS
               MOVE RTE-PRIS-SATS IN SNF-REC TO WS-GL-Z
               MOVE RTE-PRIS-SATS IN FO01-REC TO WS-NY-Z
               DISPLAY '   RTE-PRIS-SATS  : ' WS-GL-Z ' -> ' WS-NY-Z
             END-IF
             IF DETAIL-SATS IN FO01-REC NOT = DETAIL-SATS IN SNF-REC
               ADD 1 TO ANTAL-AENDR-DETAIL
               MOVE DETAIL-SATS IN SNF-REC TO WS-GL-Z
               MOVE DETAIL-SATS IN FO01-REC TO WS-NY-Z
               DISPLAY '   DETAIL-SATS    : ' WS-GL-Z ' -> ' WS-NY-Z
               IF DETAIL-SATS IN FO01-REC > DETAIL-SATS IN SNF-REC
                 ADD 1 TO ANTAL-STIGNING
                 PERFORM 340-SKRIV-VARSEL
               ELSE
                 ADD 1 TO ANTAL-FALD
               END-IF
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       325-BEREGN-IKRAFT SECTION.
      *-----------------------------------------------------------------
      *    IKRAFTTRÆDELSE: NATTENS AKTIV-DATO HVIS DEN ER GYLDIG OG
      *    LIGGER EFTER KDATO, ELLERS KDATO. DAGENE DERTIL REGNES FRA
      *    KDATO OG AFGØR OM STIGNINGEN LIGGER INDEN FOR FRISTEN.

           MOVE WS-KOER-DATO TO WS-IKRAFT-DATO
           MOVE 0 TO WS-DAGE-TIL-IKRAFT
           IF AKTIV-DATO IN FO01-REC > WS-KOER-DATO
             MOVE AKTIV-DATO IN FO01-REC TO WS-DATO-DELT
             PERFORM 330-KONTROLLER-DATO
             IF DATO-GYLDIG
               MOVE AKTIV-DATO IN FO01-REC TO WS-IKRAFT-DATO
               PERFORM 331-DATO-TIL-DAGNR
               COMPUTE WS-DAGE-TIL-IKRAFT =
                       WS-DAG-RESULTAT - WS-KOER-DAGNR
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       330-KONTROLLER-DATO SECTION.
      *-----------------------------------------------------------------

           IF WS-DD-SEP1 NOT = '-' OR WS-DD-SEP2 NOT = '-'
               OR WS-DD-AAAA NOT NUMERIC
               OR WS-DD-MM   NOT NUMERIC
               OR WS-DD-DD   NOT NUMERIC
             SET DATO-UGYLDIG TO TRUE
           ELSE
             SET DATO-GYLDIG  TO TRUE
           END-IF
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
       340-SKRIV-VARSEL SECTION.
      *-----------------------------------------------------------------
      *    EN STIGNING DER TRÆDER I KRAFT FÆRRE END VARSELSFRIST
      *    DAGE EFTER KDATO KAN KUNDEN IKKE NÅ AT FÅ RETTIDIGT VARSEL
      *    OM - DEN MARKERES OG TÆLLES SOM FEJL I OPSFEED.

           INITIALIZE RV01-REC
           MOVE WS-FN-BANKNR              TO RV01-BANKNR
           MOVE WS-FN-REGNR               TO RV01-REGNR
           MOVE WS-FN-KTONR               TO RV01-KTONR
           MOVE WS-FN-RTENR               TO RV01-RTENR
           MOVE WS-FN-INTVALNR            TO RV01-INTVALNR
           MOVE NAVN        IN FO01-REC  TO RV01-NAVN
           MOVE DETAIL-SATS IN SNF-REC  TO RV01-GAMMEL-SATS
           MOVE DETAIL-SATS IN FO01-REC  TO RV01-NY-SATS
           COMPUTE RV01-AENDRING = RV01-NY-SATS - RV01-GAMMEL-SATS
           MOVE WS-IKRAFT-DATO            TO RV01-IKRAFT-DATO
           MOVE WS-DAGE-TIL-IKRAFT        TO RV01-DAGE-TIL-IKRAFT
           MOVE WS-KOER-DATO              TO RV01-KOER-DATO
           IF WS-DAGE-TIL-IKRAFT < WS-PARM-VARSEL-DAGE
             MOVE 'J' TO RV01-INDEN-FRIST
             ADD 1 TO ANTAL-INDEN-FRIST
             MOVE RV01-DAGE-TIL-IKRAFT TO WS-DAGE-Z
             DISPLAY '   *** STIGNING INDEN FOR VARSELSFRISTEN *** '
                     WS-DAGE-Z ' DAGE TIL IKRAFT'
           ELSE
             MOVE 'N' TO RV01-INDEN-FRIST
           END-IF

           WRITE RV01-REC
           IF WS-RV01-FILE-STATUS NOT = '00'
             STRING 'RV01 SKRIVEFEJL, STATUS ' WS-RV01-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           ADD 1 TO ANTAL-SKREVET-RV01
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
       701-LAES-SNF SECTION.
      *-----------------------------------------------------------------
      *    LEVERER NÆSTE DETAILRECORD FRA SNF. HDR-RECORDEN FORREST
      *    KONTROLLERES OG SPRINGES OVER; TRL-RECORDEN BAGEST
      *    AFSLUTTER FILEN SOM EOF.

           PERFORM 702-LAES-SNF-REC
           IF NOT SNF-EOF
               AND SNF-REC (1:3) = 'HDR'
             PERFORM 703-KUVERT-HDR-SNF
             PERFORM 702-LAES-SNF-REC
           END-IF
           IF NOT SNF-EOF
             IF NOT SNF-HDR-LAEST
               MOVE 'SNF MANGLER HDR-RECORD' TO WS-FEJL-TEKST
               PERFORM 999-FEJLMELD
             END-IF
             IF SNF-REC (1:3) = 'TRL'
               PERFORM 704-KUVERT-TRL-SNF
             ELSE
               ADD 1 TO ANTAL-LAES-SNF
               MOVE BANKNR       IN SNF-REC TO WS-SN-BANKNR
               MOVE REGNR        IN SNF-REC TO WS-SN-REGNR
               MOVE KTONR        IN SNF-REC TO WS-SN-KTONR
               MOVE DETAIL-RTENR IN SNF-REC TO WS-SN-RTENR
               MOVE INTVALNR     IN SNF-REC TO WS-SN-INTVALNR
               IF WS-SNF-NOGLE < WS-SNF-FORR-NOGLE
                 STRING 'SNF IKKE I NØGLEORDEN VED ' WS-SNF-NOGLE
                     DELIMITED BY SIZE INTO WS-FEJL-TEKST
                 END-STRING
                 PERFORM 999-FEJLMELD
               END-IF
               MOVE WS-SNF-NOGLE TO WS-SNF-FORR-NOGLE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       702-LAES-SNF-REC SECTION.
      *-----------------------------------------------------------------
      *    FYSISK EOF FØR TRL BETYDER AT SNAPSHOTTET BLEV AFBRUDT
      *    UNDER DANNELSEN - DET KAN IKKE BRUGES SOM GRUNDLAG.

           READ SNAPSHOT-FORRIGE-FIL
             AT END
               IF NOT SNF-TRL-LAEST
                 MOVE 'SNF MANGLER TRL-RECORD' TO WS-FEJL-TEKST
                 PERFORM 999-FEJLMELD
               END-IF
               SET SNF-EOF TO TRUE
           END-READ
           .
      *-----------------------------------------------------------------
       703-KUVERT-HDR-SNF SECTION.
      *-----------------------------------------------------------------
      *    ET SNAPSHOT FRA SAMME ELLER EN SENERE DAG ER EN FORKERT
      *    GENERATION (GENKØRSEL UDEN AT SNN ER RULLET TILBAGE) -
      *    SAMMENLIGNINGEN VILLE IKKE VISE NATTENS ÆNDRINGER.

           SET SNF-HDR-LAEST TO TRUE
           MOVE SNF-REC (4:10) TO WS-SNF-SNAP-DATO
           DISPLAY 'FORRIGE SNAPSHOT..: ' WS-SNF-SNAP-DATO
           IF WS-SNF-SNAP-DATO NOT < WS-KOER-DATO
             STRING 'SNF ER FRA ' WS-SNF-SNAP-DATO
                    ' - IKKE ÆLDRE END KDATO'
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           .
      *-----------------------------------------------------------------
       704-KUVERT-TRL-SNF SECTION.
      *-----------------------------------------------------------------
      *    TRL-ANTALLET SKAL STEMME MED DE LÆSTE DETAILRECORDS -
      *    ELLERS ER SNAPSHOTTET UFULDSTÆNDIGT, OG FJERNEDE RENTER
      *    VILLE BLIVE MELDT FORKERT.

           SET SNF-TRL-LAEST TO TRUE
           SET SNF-EOF       TO TRUE
           IF SNF-REC (4:9) NOT NUMERIC
             MOVE 'SNF TRL-ANTAL IKKE NUMERISK' TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
           MOVE SNF-REC (4:9) TO WS-SNF-TRL-ANTAL
           MOVE ANTAL-LAES-SNF TO WS-SNF-LAEST-ANTAL
           IF WS-SNF-TRL-ANTAL NOT = WS-SNF-LAEST-ANTAL
             STRING 'SNF TRL-ANTAL ' WS-SNF-TRL-ANTAL
                    ' ULIG LÆST ' WS-SNF-LAEST-ANTAL
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
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
       710-SKRIV-SNN SECTION.
      *-----------------------------------------------------------------

           WRITE SNN-REC FROM FO01-REC
           PERFORM 714-KONTROL-SNN
           .
      *-----------------------------------------------------------------
       711-SKRIV-SNN-HDR SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES       TO SNN-REC
           MOVE 'HDR'        TO SNN-REC (1:3)
           MOVE WS-KOER-DATO TO SNN-REC (4:10)
           WRITE SNN-REC
           IF WS-SNN-FILE-STATUS NOT = '00'
             STRING 'SNN HDR SKRIVEFEJL, STATUS ' WS-SNN-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           .
      *-----------------------------------------------------------------
       712-SKRIV-SNN-TRL SECTION.
      *-----------------------------------------------------------------
      *    TRL SKRIVES FØRST VED NORMAL AFSLUTNING - STANDSER KØRSLEN
      *    I 999-FEJLMELD, MANGLER TRL, OG NÆSTE KØRSEL AFVISER SNN.

           MOVE ANTAL-SKREVET-SNN TO WS-SNN-TRL-ANTAL
           MOVE SPACES            TO SNN-REC
           MOVE 'TRL'             TO SNN-REC (1:3)
           MOVE WS-SNN-TRL-ANTAL  TO SNN-REC (4:9)
           WRITE SNN-REC
           IF WS-SNN-FILE-STATUS NOT = '00'
             STRING 'SNN TRL SKRIVEFEJL, STATUS ' WS-SNN-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           .
      *-----------------------------------------------------------------
       714-KONTROL-SNN SECTION.
      *-----------------------------------------------------------------
      *    FÆLLES FOR DETAILRECORDS TIL SNN - FRA FO01 ELLER VIDERE-
      *    FØRT FRA SNF. ANTALLET GÅR I TRL.

           IF WS-SNN-FILE-STATUS NOT = '00'
             STRING 'SNN SKRIVEFEJL, STATUS ' WS-SNN-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           ADD 1 TO ANTAL-SKREVET-SNN
           .
      *-----------------------------------------------------------------
       112-KONTROLTOTAL-RAPPORT SECTION.
      *-----------------------------------------------------------------

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RGNB656 - RENTEÆNDRINGER I FO01 (RGNB649)'
           DISPLAY '================================================'
           DISPLAY ' KØRSELSDATO.......: ' WS-KOER-DATO
           DISPLAY ' FORRIGE SNAPSHOT..: ' WS-SNF-SNAP-DATO
           DISPLAY ' VARSELSFRIST DAGE.: ' WS-PARM-VARSEL-DAGE
           DISPLAY '------------------------------------------------'
           DISPLAY ' LÆST FO01.........: ' ANTAL-LAES-FO01
           DISPLAY ' LÆST SNF..........: ' ANTAL-LAES-SNF
           DISPLAY ' LÆST FE01.........: ' ANTAL-LAES-FE01
           DISPLAY '------------------------------------------------'
           DISPLAY ' MATCHET...........: ' ANTAL-MATCHET
           DISPLAY '   UÆNDRET.........: ' ANTAL-UAENDRET
           DISPLAY '   ÆNDRET..........: ' ANTAL-AENDRET
           DISPLAY '     GRUND-SATS....: ' ANTAL-AENDR-GRUND
           DISPLAY '     RTE-PRIS-SATS.: ' ANTAL-AENDR-PRIS
           DISPLAY '     DETAIL-SATS...: ' ANTAL-AENDR-DETAIL
           DISPLAY '       STIGNING....: ' ANTAL-STIGNING
           DISPLAY '       FALD........: ' ANTAL-FALD
           DISPLAY ' NYE RENTER........: ' ANTAL-NYE
           DISPLAY ' FJERNEDE RENTER...: ' ANTAL-FJERNET
           DISPLAY ' TILBAGEHOLDT......: ' ANTAL-TILBAGEHOLDT
           DISPLAY '------------------------------------------------'
           DISPLAY ' SKREVET RV01......: ' ANTAL-SKREVET-RV01
           DISPLAY '   INDEN FOR FRIST.: ' ANTAL-INDEN-FRIST
           DISPLAY ' SKREVET SNN.......: ' ANTAL-SKREVET-SNN
           DISPLAY '================================================'
           .
      *-----------------------------------------------------------------
       113-OPS-STATUS-FEED SECTION.
      *-----------------------------------------------------------------
      *    SAMME TAGGEDE LINJEFORMAT SOM RGNB649/652/653. FEJL-
      *    ANTALLET ER STIGNINGERNE INDEN FOR VARSELSFRISTEN - DEM
      *    SKAL BANKEN TAGE STILLING TIL FØR BREVKØRSLEN.

           ACCEPT WS-TID-SLUT FROM TIME
           MOVE ANTAL-INDEN-FRIST TO WS-OPS-FEJL-ANTAL

           DISPLAY 'OPSFEED:RGNB656:' WS-KOER-DATO ':'
                   WS-OPS-START-TID ':' WS-TID-SLUT ':'
                   ANTAL-LAES-FO01 ':' WS-OPS-FEJL-ANTAL
           .
      *-----------------------------------------------------------------
       999-FEJLMELD SECTION.
      *-----------------------------------------------------------------
      *    SELVSTÆNDIG FEJLAFSLUTNING MED RETURKODE 16 (SAMME MØNSTER
      *    SOM 999-FEJLMELD I RGNB653) - MODULET KØRER UDEN
      *    BDCOMMIT-RAMMEN.

           DISPLAY '*** RGNB656 FEJLER: ' WS-FEJL-TEKST ' ***'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
