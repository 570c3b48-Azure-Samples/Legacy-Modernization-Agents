      *#PREVIEW# PROGRAM REVIEW FORETAGET.
       ID DIVISION.
       PROGRAM-ID.         BDSM046.
       AUTHOR.             JGM.
       DATE-WRITTEN.       15.10.2026
      *BSK>-------------------------------------------------------------
      *BSK> MODULETS FORMÅL/OPGAVE (KORT BESKREVET)
      *BSK>-------------------------------------------------------------
      *BSK>
      *BSK> AUTOMATISK HÆNDELSESFEED TIL SAGSSYSTEMET. KØRES EFTER
      *BSK> BDSM045 PÅ SAMME FEJLLOG.
      *BSK>
      *BSK> HVER NY FEJL (KLASSIFIK 'N') SAMLES PÅ SIN SIGNATUR -
      *BSK> PROGRAM, KATEGORI, STATUSKODE OG DE FØRSTE 40 TEGN AF
      *BSK> FØRSTE FEJLLINJE - OG DER SKRIVES EN IMPORTRECORD PR.
      *BSK> SIGNATUR, IKKE PR. HÆNDELSE. KRYDSREFERENCEN (INCXREF)
      *BSK> HUSKER HVILKEN SAG EN SIGNATUR HAR: ER SAGEN ÅBEN,
      *BSK> SKRIVES EN 'UPD'-RECORD MED NATTENS ANTAL MOD DEN SAMME
      *BSK> SAG I STEDET FOR EN NY; ER DEN LØST, ELLER KENDES
      *BSK> SIGNATUREN IKKE, SKRIVES EN 'NEW'-RECORD (EN LØST SAG DER
      *BSK> GENOPSTÅR, BÆRER DEN GAMLE SAGS NUMMER SOM HENVISNING).
      *BSK>
      *BSK> SAGSSYSTEMETS UDTRÆK (INCRESOL) LÆSES FØRST: DET GIVER
      *BSK> SAGSNUMMERET TIL NYE HÆNDELSER OG MELDER LØSTE SAGER
      *BSK> TILBAGE. ER EN LØST SAG KLASSIFICERET KENDT-GODARTET ('B')
      *BSK> ELLER KENDT-GENKØR ('R'), FÅR KENDT-FEJL-KATALOGET EN NY
      *BSK> REGEL FOR SIGNATUREN, SÅ BDSMFJL KLASSIFICERER DEN FRA
      *BSK> NÆSTE KØRSEL. DE NYE REGLER LÆGGES FORREST, DA FØRSTE
      *BSK> MATCHENDE REGEL VINDER OG DE ER DE MEST SPECIFIKKE.
      *BSK>
      *BSK> INPUT:    BDSMFJLG : FEJLLOGGEN (SE BDSMFJLG-COPY)
      *BSK>           INCXREF  : KRYDSREFERENCE SIGNATUR -> SAG,
      *BSK>                      FORRIGE KØRSELS INCXRFNY
      *BSK>           INCRESOL : SAGSSYSTEMETS STATUSUDTRÆK (VALGFRI)
      *BSK>           FJLKATLG : KENDT-FEJL-KATALOGET
      *BSK>
      *BSK> OUTPUT:   INCIMPRT : IMPORTFIL TIL SAGSSYSTEMET
      *BSK>           INCXRFNY : NY GENERATION AF KRYDSREFERENCEN
      *BSK>           FJLKATNY : NY GENERATION AF KATALOGET
      *BSK>           SYSOUT   : OPSUMMERING + OPSFEED
      *BSK>
      *CHG>----------+------+-------------------------------------------
      *CHG>   DATO   ! INIT ! FORMÅL MED ÆNDRING
      *CHG>----------+------+-------------------------------------------
      *CHG>15.10.2026+ JGM  + PROGRAMMERING PÅBEGYNDT
      *CHG>15.10.2026+ JGM  + AFBRYD FØR FOR LANGT KATALOG; TJEK WRITE
      *CHG>----------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDSMFJL-LOG-FILE
               ASSIGN TO 'BDSMFJLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT XREF-IND-FIL
               ASSIGN TO 'INCXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XIN-FILE-STATUS.
           SELECT XREF-UD-FIL
               ASSIGN TO 'INCXRFNY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XUD-FILE-STATUS.
           SELECT LOESNING-FIL
               ASSIGN TO 'INCRESOL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT IMPORT-FIL
               ASSIGN TO 'INCIMPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMP-FILE-STATUS.
           SELECT KATALOG-IND-FIL
               ASSIGN TO 'FJLKATLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KIN-FILE-STATUS.
           SELECT KATALOG-UD-FIL
               ASSIGN TO 'FJLKATNY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BDSMFJL-LOG-FILE.
           COPY BDSMFJLG.

      *    KRYDSREFERENCEN - EN RECORD PR. SIGNATUR DER NOGENSINDE HAR
      *    FÅET EN SAG. XRF-HAENDELSE-REF ER VORES EGEN REFERENCE
      *    (SENDES MED I IMPORTEN), XRF-SAG-NR SAGSSYSTEMETS NUMMER
      *    NÅR DET ER MELDT TILBAGE.
       FD  XREF-IND-FIL.
       01  XREF-IND-REC               PIC X(200).

       FD  XREF-UD-FIL.
       01  XREF-UD-REC.
           03 XRF-SIGNATUR.
              05 XRF-PROGRAM          PIC X(20).
              05 XRF-KATEGORI         PIC X(06).
              05 XRF-STATUS-KD        PIC X(15).
              05 XRF-TEKST            PIC X(40).
           03 XRF-HAENDELSE-REF       PIC X(15).
           03 XRF-SAG-NR              PIC X(15).
           03 XRF-SAG-STATUS          PIC X(01).
              88 XRF-SAG-AABEN                  VALUE 'O'.
              88 XRF-SAG-LOEST                  VALUE 'L'.
           03 XRF-FOERST-SET          PIC 9(08).
           03 XRF-SIDST-SET           PIC 9(08).
           03 XRF-ANTAL-I-ALT         PIC 9(09).
           03 XRF-LOEST-DATO          PIC 9(08).
           03 XRF-RESOLUTION-KD       PIC X(08).
           03 XRF-FORRIGE-SAG-NR      PIC X(15).
           03 FILLER                  PIC X(32).

      *    SAGSSYSTEMETS STATUSUDTRÆK. STATUS 'O' = SAGEN ER OPRETTET
      *    (SAGSNUMMERET MELDES), 'L' = LØST. KLASSIFIK 'B'/'R' PÅ EN
      *    LØST SAG GIVER EN KATALOGREGEL; BLANK = RETTET I KODEN,
      *    INGEN REGEL (GENOPSTÅR FEJLEN, ER DET EN NY SAG).
       FD  LOESNING-FIL.
       01  LOESNING-REC.
           03 RES-HAENDELSE-REF       PIC X(15).
           03 RES-SAG-NR              PIC X(15).
           03 RES-SAG-STATUS          PIC X(01).
              88 RES-SAG-AABEN                  VALUE 'O'.
              88 RES-SAG-LOEST                  VALUE 'L'.
           03 RES-LOEST-DATO          PIC X(08).
           03 RES-RESOLUTION-KD       PIC X(08).
           03 RES-KLASSIFIK           PIC X(01).
           03 RES-AKTION              PIC X(40).
           03 FILLER                  PIC X(12).

      *    IMPORTRECORD TIL SAGSSYSTEMET - 'NEW' OPRETTER EN SAG,
      *    'UPD' TILFØJER NATTENS FOREKOMSTER PÅ EN ÅBEN SAG.
       FD  IMPORT-FIL.
       01  IMPORT-REC.
           03 IMP-RECORDTYPE          PIC X(03).
           03 IMP-HAENDELSE-REF       PIC X(15).
           03 IMP-SAG-NR              PIC X(15).
           03 IMP-FORRIGE-SAG-NR      PIC X(15).
           03 IMP-PROGRAM             PIC X(20).
           03 IMP-KATEGORI            PIC X(06).
           03 IMP-STATUS-KD           PIC X(15).
           03 IMP-SEVERITET           PIC X(01).
           03 IMP-FOERSTE-LINIE       PIC X(80).
           03 IMP-ANTAL-NAT           PIC 9(07).
           03 IMP-ANTAL-I-ALT         PIC 9(09).
           03 IMP-FOERST-TIMESTMP     PIC X(26).
           03 IMP-SIDST-TIMESTMP      PIC X(26).
           03 IMP-KOERSELSDATO        PIC 9(08).
           03 FILLER                  PIC X(04).

      *    KENDT-FEJL-KATALOGET - SAMME LAYOUT SOM FEJL-KATALOG-
      *    RECORD I BDSMFJL.
       FD  KATALOG-IND-FIL.
       01  KATALOG-IND-REC            PIC X(100).

       FD  KATALOG-UD-FIL.
       01  KATALOG-UD-REC.
           03 KAT-KATEGORI            PIC X(06).
           03 KAT-STATUS-KD           PIC X(15).
           03 KAT-TEKST-MATCH         PIC X(30).
           03 KAT-RESOLUTION-KD       PIC X(08).
           03 KAT-KLASSIFIK           PIC X(01).
           03 KAT-AKTION              PIC X(40).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01  WS-HARD-CODE.
            03 WS-PROGRAMNAVN       PIC  X(08)  VALUE 'BDSM046'.
            03 WS-MAX-KATALOG       PIC S9(04)  COMP  VALUE 50.

       01  WS-FELTER.
            03 WS-LOG-FILE-STATUS   PIC  X(02).
              88 LOG-FILE-STATUS-OK      VALUE '00'.
            03 WS-XIN-FILE-STATUS   PIC  X(02).
              88 XIN-STATUS-OK           VALUE '00'.
            03 WS-XUD-FILE-STATUS   PIC  X(02).
              88 XUD-STATUS-OK           VALUE '00'.
            03 WS-RES-FILE-STATUS   PIC  X(02).
              88 RES-STATUS-OK           VALUE '00'.
            03 WS-IMP-FILE-STATUS   PIC  X(02).
              88 IMP-STATUS-OK           VALUE '00'.
            03 WS-KIN-FILE-STATUS   PIC  X(02).
              88 KIN-STATUS-OK           VALUE '00'.
            03 WS-KUD-FILE-STATUS   PIC  X(02).
              88 KUD-STATUS-OK           VALUE '00'.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 LOG-EOF                 VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 XIN-EOF                 VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 RES-EOF                 VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 KIN-EOF                 VALUE 1.
              88 KIN-IKKE-EOF            VALUE 0.
            03 WS-OPS-START-TID     PIC  X(08).
            03 WS-TID-SLUT          PIC  X(08).
            03 WS-FEJL-TEKST        PIC  X(60).
            03 WS-DAGS-DATO         PIC  9(08).
            03 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO
                                    PIC  X(08).
            03 WS-NU-TID            PIC  9(08).
            03 WS-REF-LOEBENR       PIC  9(04)  VALUE 0.
            03 WS-REF-LOEBENR-X REDEFINES WS-REF-LOEBENR
                                    PIC  X(04).

      *    DEN AKTUELLE HÆNDELSES SIGNATUR.
       01  WS-SIGNATUR.
            03 WS-SIG-PROGRAM       PIC  X(20).
            03 WS-SIG-KATEGORI      PIC  X(06).
            03 WS-SIG-STATUS-KD     PIC  X(15).
            03 WS-SIG-TEKST         PIC  X(40).

      *    KRYDSREFERENCEN I HUKOMMELSEN - INDLÆST FRA INCXREF,
      *    OPDATERET AF UDTRÆKKET OG NATTENS FEJL, UDSKREVET TIL
      *    INCXRFNY TIL SIDST.
       01  WS-XREF-TABEL.
            03 WS-ANTAL-XREF        PIC S9(04)  COMP  VALUE 0.
            03 WS-XREF-ELEMENT OCCURS 1000 TIMES.
               05 WS-XRF-REC        PIC  X(200).
       01  WS-XREF-REC.
            03 WS-XRF-SIGNATUR      PIC  X(81).
            03 WS-XRF-HAENDELSE-REF PIC  X(15).
            03 WS-XRF-SAG-NR        PIC  X(15).
            03 WS-XRF-SAG-STATUS    PIC  X(01).
            03 WS-XRF-FOERST-SET    PIC  9(08).
            03 WS-XRF-SIDST-SET     PIC  9(08).
            03 WS-XRF-ANTAL-I-ALT   PIC  9(09).
            03 WS-XRF-LOEST-DATO    PIC  9(08).
            03 WS-XRF-RESOLUTION-KD PIC  X(08).
            03 WS-XRF-FORRIGE-SAG-NR PIC X(15).
            03 FILLER               PIC  X(32).

      *    NATTENS NYE FEJL SAMLET PR. SIGNATUR.
       01  WS-NAT-TABEL.
            03 WS-ANTAL-NAT-SIG     PIC S9(04)  COMP  VALUE 0.
            03 WS-NAT-ELEMENT OCCURS 500 TIMES.
               05 WS-NAT-SIGNATUR   PIC  X(81).
               05 WS-NAT-SEVERITET  PIC  X(01).
               05 WS-NAT-LINIE      PIC  X(80).
               05 WS-NAT-ANTAL      PIC  9(07)  COMP-5.
               05 WS-NAT-FOERST-TS  PIC  X(26).
               05 WS-NAT-SIDST-TS   PIC  X(26).

      *    NYE KATALOGREGLER FRA LØSTE SAGER.
       01  WS-NY-REGEL-TABEL.
            03 WS-ANTAL-NYE-REGLER  PIC S9(04)  COMP  VALUE 0.
            03 WS-NY-REGEL OCCURS 50 TIMES.
               05 WS-NYR-REC        PIC  X(100).

      *    ARBEJDSOMRÅDE TIL EN NY KATALOGREGEL (SOM KATALOG-UD-REC).
       01  WS-KATALOG-REC.
            03 WS-KAT-KATEGORI      PIC  X(06).
            03 WS-KAT-STATUS-KD     PIC  X(15).
            03 WS-KAT-TEKST-MATCH   PIC  X(30).
            03 WS-KAT-RESOLUTION-KD PIC  X(08).
            03 WS-KAT-KLASSIFIK     PIC  X(01).
            03 WS-KAT-AKTION        PIC  X(40).

       01  WS-INDEKS.
            03 WS-XX                PIC S9(04)  COMP.
            03 WS-XF                PIC S9(04)  COMP.
            03 WS-NX                PIC S9(04)  COMP.
            03 WS-NF                PIC S9(04)  COMP.
            03 WS-RX                PIC S9(04)  COMP.

       01  WS-TAELLERE.
            03 ANTAL-LINJER-LAEST   PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-NYE-HAENDELSER PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-IMPORT-NEW     PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-IMPORT-UPD     PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-GENOPSTAAET    PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-RES-LAEST      PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-RES-UKENDT     PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-SAGER-LOEST    PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-KATALOG-GAMLE  PIC  9(09)  VALUE 0 COMP-5.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       000-START-PGM SECTION.
      *-----------------------------------------------------------------

           PERFORM 010-INIT
           PERFORM 200-LAES-LOESNING UNTIL RES-EOF
           PERFORM 250-TJEK-KATALOG
           PERFORM 300-LAES-FEJLLOG UNTIL LOG-EOF
           PERFORM 400-DAN-IMPORT
           PERFORM 500-SKRIV-XREF
           PERFORM 600-SKRIV-KATALOG
           PERFORM 110-AFSLUT
           STOP RUN
           .
      *-----------------------------------------------------------------
       010-INIT SECTION.
      *-----------------------------------------------------------------

           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-NU-TID    FROM TIME
           STRING WS-NU-TID (1:2) ':' WS-NU-TID (3:2) ':'
                  WS-NU-TID (5:2)
               DELIMITED BY SIZE INTO WS-OPS-START-TID
           END-STRING

      *JGM: FØRSTE KØRSEL HAR INGEN KRYDSREFERENCE - ALLE NATTENS
      *     SIGNATURER BLIVER DA NYE SAGER.
           OPEN INPUT XREF-IND-FIL
           IF NOT XIN-STATUS-OK
             DISPLAY 'BDSM046: INCXREF IKKE TIL STEDE - INGEN '
                     'KENDTE SAGER'
           ELSE
             PERFORM 150-LAES-XREF UNTIL XIN-EOF
             CLOSE XREF-IND-FIL
           END-IF

           OPEN INPUT LOESNING-FIL
           IF NOT RES-STATUS-OK
             DISPLAY 'BDSM046: INCRESOL IKKE TIL STEDE - INGEN '
                     'SAGSOPDATERINGER'
             SET RES-EOF TO TRUE
           ELSE
             PERFORM 710-LAES-LOESNING
           END-IF

           OPEN INPUT BDSMFJL-LOG-FILE
           IF NOT LOG-FILE-STATUS-OK
             DISPLAY 'BDSM046: BDSMFJLG IKKE TIL STEDE - INGEN FEJL'
             SET LOG-EOF TO TRUE
           ELSE
             PERFORM 720-LAES-FEJLLOG
           END-IF

           OPEN OUTPUT IMPORT-FIL
           IF NOT IMP-STATUS-OK
             STRING 'INCIMPRT KAN IKKE ÅBNES, STATUS: '
                    WS-IMP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           .
      *-----------------------------------------------------------------
       150-LAES-XREF SECTION.
      *-----------------------------------------------------------------

           READ XREF-IND-FIL
             AT END
               SET XIN-EOF TO TRUE
             NOT AT END
               IF WS-ANTAL-XREF < 1000
                 ADD 1 TO WS-ANTAL-XREF
                 MOVE XREF-IND-REC TO WS-XRF-REC (WS-ANTAL-XREF)
               ELSE
                 MOVE 'INCXREF HAR MERE END 1000 SIGNATURER'
                   TO WS-FEJL-TEKST
                 PERFORM 999-FEJLMELD
               END-IF
           END-READ
           .
      *-----------------------------------------------------------------
       200-LAES-LOESNING SECTION.
      *-----------------------------------------------------------------
      *JGM: SAGSSYSTEMET KENDER KUN SIN EGEN SAG OG VORES HÆNDELSES-
      *     REFERENCE - DEN BRUGES TIL AT FINDE KRYDSREFERENCEN.

           ADD 1 TO ANTAL-RES-LAEST
           MOVE 0 TO WS-XF
           PERFORM VARYING WS-XX FROM 1 BY 1
                     UNTIL WS-XX > WS-ANTAL-XREF
             MOVE WS-XRF-REC (WS-XX) TO WS-XREF-REC
             IF WS-XRF-HAENDELSE-REF = RES-HAENDELSE-REF
               MOVE WS-XX TO WS-XF
               MOVE WS-ANTAL-XREF TO WS-XX
             END-IF
           END-PERFORM

           IF WS-XF = 0
             ADD 1 TO ANTAL-RES-UKENDT
             DISPLAY 'BDSM046: UKENDT HÆNDELSESREFERENCE I INCRESOL: '
                     RES-HAENDELSE-REF ' SAG ' RES-SAG-NR
           ELSE
             MOVE WS-XRF-REC (WS-XF) TO WS-XREF-REC
             IF RES-SAG-NR NOT = SPACES
               MOVE RES-SAG-NR TO WS-XRF-SAG-NR
             END-IF
             IF RES-SAG-LOEST
               PERFORM 210-SAG-LOEST
             END-IF
             MOVE WS-XREF-REC TO WS-XRF-REC (WS-XF)
           END-IF

           PERFORM 710-LAES-LOESNING
           .
      *-----------------------------------------------------------------
       210-SAG-LOEST SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ANTAL-SAGER-LOEST
           MOVE 'L'               TO WS-XRF-SAG-STATUS
           MOVE RES-RESOLUTION-KD TO WS-XRF-RESOLUTION-KD
           IF RES-LOEST-DATO NUMERIC
             MOVE RES-LOEST-DATO  TO WS-XRF-LOEST-DATO
           ELSE
             MOVE WS-DAGS-DATO    TO WS-XRF-LOEST-DATO
           END-IF

           IF RES-KLASSIFIK = 'B' OR 'R'
             IF WS-ANTAL-NYE-REGLER < WS-MAX-KATALOG
               ADD 1 TO WS-ANTAL-NYE-REGLER
               MOVE WS-XRF-SIGNATUR TO WS-SIGNATUR
               MOVE SPACES            TO WS-KATALOG-REC
               MOVE WS-SIG-KATEGORI   TO WS-KAT-KATEGORI
               MOVE WS-SIG-STATUS-KD  TO WS-KAT-STATUS-KD
               MOVE WS-SIG-TEKST (1:30) TO WS-KAT-TEKST-MATCH
               MOVE RES-RESOLUTION-KD TO WS-KAT-RESOLUTION-KD
               MOVE RES-KLASSIFIK     TO WS-KAT-KLASSIFIK
               MOVE RES-AKTION        TO WS-KAT-AKTION
               MOVE WS-KATALOG-REC
                 TO WS-NYR-REC (WS-ANTAL-NYE-REGLER)
             ELSE
               DISPLAY 'BDSM046: FOR MANGE NYE KATALOGREGLER - '
                       'SAG ' WS-XRF-SAG-NR ' SKAL INDLÆGGES MANUELT'
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       250-TJEK-KATALOG SECTION.
      *-----------------------------------------------------------------
      *JGM: BDSMFJL INDLÆSER KUN DE FØRSTE 50 REGLER. DE NYE REGLER
      *     LÆGGES FORREST, SÅ ET FOR LANGT KATALOG VILLE SKUBBE
      *     GAMLE REGLER UD AF BDSMFJL'S TABEL UDEN VIDERE. DERFOR
      *     TÆLLES DET HIDTIDIGE KATALOG OP, FØR NOGET SKRIVES, OG
      *     KØRSLEN AFBRYDES, HVIS NYE + GAMLE REGLER OVERSTIGER
      *     GRÆNSEN - KATALOGET SKAL DA RYDDES OP, FØR DER KØRES IGEN.

           OPEN INPUT KATALOG-IND-FIL
           IF KIN-STATUS-OK
             PERFORM 260-TAEL-KATALOG UNTIL KIN-EOF
             CLOSE KATALOG-IND-FIL
             SET KIN-IKKE-EOF TO TRUE
           END-IF

           IF WS-ANTAL-NYE-REGLER + ANTAL-KATALOG-GAMLE
                                                   > WS-MAX-KATALOG
             DISPLAY 'BDSM046: GAMLE REGLER ' ANTAL-KATALOG-GAMLE
                     ' NYE REGLER ' WS-ANTAL-NYE-REGLER
             MOVE 'FJLKATLG + NYE REGLER OVERSTIGER 50 - RYD KATALOG OP'
               TO WS-FEJL-TEKST
             PERFORM 999-FEJLMELD
           END-IF
           .
      *-----------------------------------------------------------------
       260-TAEL-KATALOG SECTION.
      *-----------------------------------------------------------------

           READ KATALOG-IND-FIL
             AT END
               SET KIN-EOF TO TRUE
             NOT AT END
               ADD 1 TO ANTAL-KATALOG-GAMLE
           END-READ
           .
      *-----------------------------------------------------------------
       300-LAES-FEJLLOG SECTION.
      *-----------------------------------------------------------------
      *JGM: SOM I BDSM045 TÆLLES HÆNDELSEN PÅ SIN FØRSTE LINJE, OG
      *     KUN NYE/UKENDTE - KENDT-GODARTET OG KENDT-GENKØR HAR
      *     ALLEREDE EN FORESKREVET AKTION OG SKAL IKKE HAVE EN SAG.

           ADD 1 TO ANTAL-LINJER-LAEST
           IF FJLG-LINJE-NR = 1
              AND FJLG-KLASSIFIK NOT = 'B'
              AND FJLG-KLASSIFIK NOT = 'R'
             ADD 1 TO ANTAL-NYE-HAENDELSER
             PERFORM 310-SAML-SIGNATUR
           END-IF
           PERFORM 720-LAES-FEJLLOG
           .
      *-----------------------------------------------------------------
       310-SAML-SIGNATUR SECTION.
      *-----------------------------------------------------------------

           MOVE FJLG-PROGRAM       TO WS-SIG-PROGRAM
           MOVE FJLG-KATEGORI      TO WS-SIG-KATEGORI
           MOVE FJLG-STATUS-KD     TO WS-SIG-STATUS-KD
           MOVE FJLG-LINIE (1:40)  TO WS-SIG-TEKST

           MOVE 0 TO WS-NF
           PERFORM VARYING WS-NX FROM 1 BY 1
                     UNTIL WS-NX > WS-ANTAL-NAT-SIG
             IF WS-NAT-SIGNATUR (WS-NX) = WS-SIGNATUR
               MOVE WS-NX TO WS-NF
               MOVE WS-ANTAL-NAT-SIG TO WS-NX
             END-IF
           END-PERFORM

           IF WS-NF > 0
             ADD 1 TO WS-NAT-ANTAL (WS-NF)
             MOVE FJLG-TIMESTMP TO WS-NAT-SIDST-TS (WS-NF)
             IF FJLG-SEVERITET = 'A'
               MOVE 'A' TO WS-NAT-SEVERITET (WS-NF)
             END-IF
           ELSE
             IF WS-ANTAL-NAT-SIG < 500
               ADD 1 TO WS-ANTAL-NAT-SIG
               MOVE WS-SIGNATUR    TO WS-NAT-SIGNATUR (WS-ANTAL-NAT-SIG)
               MOVE FJLG-SEVERITET
                 TO WS-NAT-SEVERITET (WS-ANTAL-NAT-SIG)
               MOVE FJLG-LINIE     TO WS-NAT-LINIE (WS-ANTAL-NAT-SIG)
               MOVE 1              TO WS-NAT-ANTAL (WS-ANTAL-NAT-SIG)
               MOVE FJLG-TIMESTMP
                 TO WS-NAT-FOERST-TS (WS-ANTAL-NAT-SIG)
                    WS-NAT-SIDST-TS (WS-ANTAL-NAT-SIG)
             ELSE
               DISPLAY 'BDSM046: MERE END 500 NYE SIGNATURER - '
                       'IGNORERET: ' FJLG-PROGRAM ' ' FJLG-STATUS-KD
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       400-DAN-IMPORT SECTION.
      *-----------------------------------------------------------------

           PERFORM 410-DAN-IMPORT-RECORD
               VARYING WS-NX FROM 1 BY 1
                 UNTIL WS-NX > WS-ANTAL-NAT-SIG
           .
      *-----------------------------------------------------------------
       410-DAN-IMPORT-RECORD SECTION.
      *-----------------------------------------------------------------
      *JGM: EN ÅBEN SAG FOR SIGNATUREN FÅR EN 'UPD'. ELLERS EN NY
      *     SAG: FINDES SIGNATUREN MED EN LØST SAG, GENBRUGES DENS
      *     KRYDSREFERENCE-RÆKKE (DEN LØSTE SAGS NUMMER FØLGER MED
      *     SOM HENVISNING), ELLERS TILFØJES EN NY RÆKKE.

           MOVE 0 TO WS-XF
           PERFORM VARYING WS-XX FROM 1 BY 1
                     UNTIL WS-XX > WS-ANTAL-XREF
             MOVE WS-XRF-REC (WS-XX) TO WS-XREF-REC
             IF WS-XRF-SIGNATUR = WS-NAT-SIGNATUR (WS-NX)
               MOVE WS-XX TO WS-XF
               MOVE WS-ANTAL-XREF TO WS-XX
             END-IF
           END-PERFORM

           MOVE SPACES TO IMPORT-REC
           IF WS-XF > 0
             MOVE WS-XRF-REC (WS-XF) TO WS-XREF-REC
           END-IF

           IF WS-XF > 0 AND WS-XRF-SAG-STATUS = 'O'
             MOVE 'UPD'            TO IMP-RECORDTYPE
             ADD 1 TO ANTAL-IMPORT-UPD
           ELSE
             IF WS-XF > 0
               ADD 1 TO ANTAL-GENOPSTAAET
               MOVE WS-XRF-SAG-NR TO WS-XRF-FORRIGE-SAG-NR
             ELSE
               IF WS-ANTAL-XREF NOT < 1000
                 MOVE 'KRYDSREFERENCEN ER FULD (1000)'
                   TO WS-FEJL-TEKST
                 PERFORM 999-FEJLMELD
               END-IF
               ADD 1 TO WS-ANTAL-XREF
               MOVE WS-ANTAL-XREF TO WS-XF
               MOVE SPACES        TO WS-XREF-REC
               MOVE WS-NAT-SIGNATUR (WS-NX) TO WS-XRF-SIGNATUR
             END-IF
             ADD 1 TO WS-REF-LOEBENR
             MOVE SPACES TO WS-XRF-HAENDELSE-REF
             STRING 'BDS' WS-DAGS-DATO-X WS-REF-LOEBENR-X
                 DELIMITED BY SIZE INTO WS-XRF-HAENDELSE-REF
             END-STRING
             MOVE SPACES       TO WS-XRF-SAG-NR
                                  WS-XRF-RESOLUTION-KD
             MOVE 'O'          TO WS-XRF-SAG-STATUS
             MOVE WS-DAGS-DATO TO WS-XRF-FOERST-SET
             MOVE 0            TO WS-XRF-ANTAL-I-ALT
                                  WS-XRF-LOEST-DATO
             MOVE 'NEW'        TO IMP-RECORDTYPE
             ADD 1 TO ANTAL-IMPORT-NEW
           END-IF

           MOVE WS-DAGS-DATO   TO WS-XRF-SIDST-SET
           ADD WS-NAT-ANTAL (WS-NX) TO WS-XRF-ANTAL-I-ALT
           MOVE WS-XREF-REC    TO WS-XRF-REC (WS-XF)

           MOVE WS-NAT-SIGNATUR (WS-NX) TO WS-SIGNATUR
           MOVE WS-XRF-HAENDELSE-REF    TO IMP-HAENDELSE-REF
           MOVE WS-XRF-SAG-NR           TO IMP-SAG-NR
           MOVE WS-XRF-FORRIGE-SAG-NR   TO IMP-FORRIGE-SAG-NR
           MOVE WS-SIG-PROGRAM          TO IMP-PROGRAM
           MOVE WS-SIG-KATEGORI         TO IMP-KATEGORI
           MOVE WS-SIG-STATUS-KD        TO IMP-STATUS-KD
           MOVE WS-NAT-SEVERITET (WS-NX) TO IMP-SEVERITET
           MOVE WS-NAT-LINIE (WS-NX)    TO IMP-FOERSTE-LINIE
           MOVE WS-NAT-ANTAL (WS-NX)    TO IMP-ANTAL-NAT
           MOVE WS-XRF-ANTAL-I-ALT      TO IMP-ANTAL-I-ALT
           MOVE WS-NAT-FOERST-TS (WS-NX) TO IMP-FOERST-TIMESTMP
           MOVE WS-NAT-SIDST-TS (WS-NX) TO IMP-SIDST-TIMESTMP
           MOVE WS-DAGS-DATO            TO IMP-KOERSELSDATO
           WRITE IMPORT-REC
           IF NOT IMP-STATUS-OK
             STRING 'SKRIVNING TIL INCIMPRT FEJLEDE, STATUS: '
                    WS-IMP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF
           .
      *-----------------------------------------------------------------
       500-SKRIV-XREF SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT XREF-UD-FIL
           IF NOT XUD-STATUS-OK
             STRING 'INCXRFNY KAN IKKE ÅBNES, STATUS: '
                    WS-XUD-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF

           PERFORM VARYING WS-XX FROM 1 BY 1
                     UNTIL WS-XX > WS-ANTAL-XREF
             WRITE XREF-UD-REC FROM WS-XRF-REC (WS-XX)
             IF NOT XUD-STATUS-OK
               STRING 'SKRIVNING TIL INCXRFNY FEJLEDE, STATUS: '
                      WS-XUD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FEJL-TEKST
               END-STRING
               PERFORM 999-FEJLMELD
             END-IF
           END-PERFORM

           CLOSE XREF-UD-FIL
           .
      *-----------------------------------------------------------------
       600-SKRIV-KATALOG SECTION.
      *-----------------------------------------------------------------
      *JGM: NYE REGLER FORREST, DEREFTER DET HIDTIDIGE KATALOG UÆNDRET.
      *     GRÆNSEN PÅ 50 REGLER ER ALLEREDE TJEKKET I 250-TJEK-KATALOG.

           OPEN OUTPUT KATALOG-UD-FIL
           IF NOT KUD-STATUS-OK
             STRING 'FJLKATNY KAN IKKE ÅBNES, STATUS: '
                    WS-KUD-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FEJL-TEKST
             END-STRING
             PERFORM 999-FEJLMELD
           END-IF

           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-ANTAL-NYE-REGLER
             WRITE KATALOG-UD-REC FROM WS-NYR-REC (WS-RX)
             IF NOT KUD-STATUS-OK
               PERFORM 620-SKRIVEFEJL
             END-IF
           END-PERFORM

           OPEN INPUT KATALOG-IND-FIL
           IF NOT KIN-STATUS-OK
             DISPLAY 'BDSM046: FJLKATLG IKKE TIL STEDE - NYT KATALOG '
                     'DANNES AF DE NYE REGLER ALENE'
           ELSE
             PERFORM 610-KOPIER-KATALOG UNTIL KIN-EOF
             CLOSE KATALOG-IND-FIL
           END-IF

           CLOSE KATALOG-UD-FIL
           .
      *-----------------------------------------------------------------
       610-KOPIER-KATALOG SECTION.
      *-----------------------------------------------------------------

           READ KATALOG-IND-FIL
             AT END
               SET KIN-EOF TO TRUE
             NOT AT END
               WRITE KATALOG-UD-REC FROM KATALOG-IND-REC
               IF NOT KUD-STATUS-OK
                 PERFORM 620-SKRIVEFEJL
               END-IF
           END-READ
           .
      *-----------------------------------------------------------------
       620-SKRIVEFEJL SECTION.
      *-----------------------------------------------------------------

           STRING 'SKRIVNING TIL FJLKATNY FEJLEDE, STATUS: '
                  WS-KUD-FILE-STATUS
               DELIMITED BY SIZE INTO WS-FEJL-TEKST
           END-STRING
           PERFORM 999-FEJLMELD
           .
      *-----------------------------------------------------------------
       710-LAES-LOESNING SECTION.
      *-----------------------------------------------------------------

           READ LOESNING-FIL
             AT END
               SET RES-EOF TO TRUE
               CLOSE LOESNING-FIL
           END-READ
           .
      *-----------------------------------------------------------------
       720-LAES-FEJLLOG SECTION.
      *-----------------------------------------------------------------

           READ BDSMFJL-LOG-FILE
             AT END
               SET LOG-EOF TO TRUE
               CLOSE BDSMFJL-LOG-FILE
           END-READ
           .
      *-----------------------------------------------------------------
       110-AFSLUT SECTION.
      *-----------------------------------------------------------------

           CLOSE IMPORT-FIL

           ACCEPT WS-NU-TID FROM TIME
           STRING WS-NU-TID (1:2) ':' WS-NU-TID (3:2) ':'
                  WS-NU-TID (5:2)
               DELIMITED BY SIZE INTO WS-TID-SLUT
           END-STRING

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  BDSM046 - HÆNDELSESFEED TIL SAGSSYSTEMET'
           DISPLAY '================================================'
           DISPLAY ' LOGLINJER LÆST....: ' ANTAL-LINJER-LAEST
           DISPLAY ' NYE HÆNDELSER.....: ' ANTAL-NYE-HAENDELSER
           DISPLAY ' SIGNATURER........: ' WS-ANTAL-NAT-SIG
           DISPLAY '   NYE SAGER (NEW).: ' ANTAL-IMPORT-NEW
           DISPLAY '     HERAF GENOPST.: ' ANTAL-GENOPSTAAET
           DISPLAY '   OPDATERET (UPD).: ' ANTAL-IMPORT-UPD
           DISPLAY '------------------------------------------------'
           DISPLAY ' SAGSUDTRÆK LÆST...: ' ANTAL-RES-LAEST
           DISPLAY '   UKENDT REFERENCE: ' ANTAL-RES-UKENDT
           DISPLAY '   LØSTE SAGER.....: ' ANTAL-SAGER-LOEST
           DISPLAY '   NYE KATALOGREGLER: ' WS-ANTAL-NYE-REGLER
           DISPLAY '================================================'

           DISPLAY 'OPSFEED:BDSM046:' WS-OPS-START-TID ':'
                   WS-TID-SLUT ':' WS-ANTAL-NAT-SIG ':'
                   ANTAL-IMPORT-NEW
           .
      *-----------------------------------------------------------------
       999-FEJLMELD SECTION.
      *-----------------------------------------------------------------
      *JGM: SAMME FEJLVEJ SOM 999-FEJLMELD I BDSM044 - AFBRYDELSEN
      *     KENDES PÅ RETURKODE 16.
           DISPLAY '*** ' WS-PROGRAMNAVN ' AFBRUDT: ' WS-FEJL-TEKST
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM BDSM046.
