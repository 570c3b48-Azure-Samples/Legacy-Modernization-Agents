      *BSK>
      *BSK> OUTPUT:   FO01     : GSAMFIL ENS
      *BSK>           FB01-FB05: FO01 PR. KONFIGURERET BANK (BANKSPLT)
      *BSK>           FE01     : UNDTAGELSER FRA SATS-/INTERVAL-
      *BSK>                      VALIDERINGEN, EN PR. FEJL MED
      *BSK>                      ÅRSAGSKODE (SE WS-VALID-FELTER)
      *BSK>           FO02     : GSAMFI01 MANGLER I FI02 (FEJL ?)
      *BSK>           FO03     : GSAMFI02 MANGLER I FI01 (FEJL ?)
      *BSK>
      *CHG>          +      + MED SUBTOTALER PR. BANK OG EN RECAP DER
      *CHG>          +      + BEVISER AT STYKKERNE SUMMER TIL FO01
      *CHG>----------+------+-------------------------------------------
      *CHG>15.10.2026+ JGM  + SATS- OG INTERVALVALIDERING I MATCHEN:
      *CHG>          +      + DETAIL-SATS MOD MIN-/MAX-SATS OG ET
      *CHG>          +      + UUDLØBET RENTELOFT, INTVALNR-FØLGE OG
      *CHG>          +      + STIGENDE INTVAL-TIL-BEL PR. KONTO/RENTE.
      *CHG>          +      + FEJL TIL UNDTAGELSESFILEN FE01 MED
      *CHG>          +      + ÅRSAGSKODE OG TIL KONTROLTOTALEN, OG
      *CHG>          +      + PARAMETEREN VALIDHLD VÆLGER OM DE
      *CHG>          +      + HOLDES TILBAGE FRA FO01
      *CHG>----------+------+-------------------------------------------
      *CHG>15.10.2026+ JGM  + VALIDERINGEN FLYTTET TIL LÆSNINGEN AF
      *CHG>          +      + FI01, SÅ HVERT INTERVAL VALIDERES - OGSÅ
      *CHG>          +      + DE EFTERFØLGENDE INTERVALLER, DER ELLERS
      *CHG>          +      + GIK UVALIDERET TIL FO02. AFGØRELSEN OM
      *CHG>          +      + TILBAGEHOLDELSE LIGGER DERMED FAST FØR
      *CHG>          +      + RECORDEN FORDELES PÅ FO01/FO02
      *CHG>----------+------+-------------------------------------------
      *CHG>----------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 KUVERT-EFTER-GENSTART          VALUE 1.

      *JGM: SATS- OG INTERVALVALIDERING AF HVER FI01-RECORD VED
      *     LÆSNINGEN (SE 320-VALIDER-FI01). HVER FEJL GIVER EN
      *     RECORD PÅ FE01 MED EN AF ÅRSAGSKODERNE NEDENFOR - EN
      *     RECORD KAN FEJLE PÅ FLERE REGLER OG GIVER DA FLERE
      *     UNDTAGELSER.
      *       01 DETAIL-SATS UNDER MIN-SATS
      *       02 DETAIL-SATS OVER MAX-SATS      (MAX-SATS 0 = INTET)
      *       03 MIN-SATS OVER MAX-SATS         (MAX-SATS 0 = INTET)
      *       04 DETAIL-SATS OVER RENTELOFTET   (RTE-LOFT-SATS 0 =
      *          INTET LOFT; UDLØBET LOFT, DVS. RTE-LOFT-UDLOB-DATO
      *          FØR KDATO, KONTROLLERES IKKE)
      *       05 INTVALNR-FØLGEN ER IKKE KOMPLET (FØRSTE INTERVAL ER
      *          IKKE NR. 1, ELLER DER ER HUL I NUMMERFØLGEN)
      *       06 INTVAL-TIL-BEL STIGER IKKE I FORHOLD TIL FORRIGE
      *          INTERVAL PÅ SAMME BANKNR/REGNR/KTONR/RTENR
      *     PARAMETEREN VALIDHLD=J HOLDER FEJLENDE RECORDS TILBAGE
      *     FRA FO01 (DE FINDES DA KUN PÅ FE01); DEFAULT N RAPPORTERER
      *     BLOT, OG FO01 DANNES SOM HIDTIL.
       01  WS-VALID-FELTER.
            03 WS-PARM-VALIDHLD     PIC  X(01)  VALUE 'N'.
              88 VALID-TILBAGEHOLD              VALUE 'J'.
            03 WS-VAL-FOERSTE-INTVAL PIC 9(05)  VALUE 1.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 VALID-OK                       VALUE 0.
              88 VALID-FEJLET                   VALUE 1.
      *JGM: EFTER GENSTART KAN FØRSTE FI01-LÆSNING GIVE DEN RECORD
      *     CHECKPOINTET STOD PÅ - DEN ER DA ALLEREDE VALIDERET.
            03 FILLER               PIC  9(01)  VALUE ZERO.
              88 VALID-NORMAL-LAES              VALUE 0.
              88 VALID-GENLAES-MULIG            VALUE 1.
            03 WS-VAL-AARSAG-KD     PIC  9(02).
            03 WS-VAL-AARSAG-TEKST  PIC  X(40).
            03 WS-VAL-GRAENSE-SATS  PIC S9(05)V9(06).
            03 WS-VAL-TIL-BEL       PIC S9(13)V9(02).

       01  WS-SPEEDO-LINIE.
            03 BANKNR               PIC  9(03).
            03 FILLER               PIC  X(01)  VALUE SPACE.
            03 ANTAL-SEKVFEJL-FI02  PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-UDENFOR-FI01   PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-UDENFOR-FI02   PIC  9(09)  VALUE 0 COMP-5.
      *JGM: VALIDERINGENS TÆLLERE OG FORRIGE VALIDEREDE INTERVAL
      *     GEMMES MED CHECKPOINTET, SÅ INTERVALKONTROLLEN FORTSÆTTER
      *     KORREKT HEN OVER EN GENSTART.
            03 ANTAL-VALID-FEJL     PIC  9(09)  VALUE 0 COMP-5.
            03 ANTAL-VALID-TILBH    PIC  9(09)  VALUE 0 COMP-5.
            03 VALID-FORRIGE-NOGLE  PIC  X(22)  VALUE LOW-VALUES.
            03 VALID-FORRIGE-INTVALNR PIC 9(05) VALUE 0.
            03 VALID-FORRIGE-TIL-BEL PIC S9(13)V9(02) VALUE 0.
            03 VALID-FORRIGE-RESULTAT PIC 9(01) VALUE 0.
              88 VALID-FORRIGE-FEJLET           VALUE 1.
            03 FI01-NOGLE.
              10 BANKNR             PIC  9(03)  VALUE 0.
              10 REGNR              PIC  9(04)  VALUE 0.

       01  FB05-REC.
           COPY RGNI656.

      *JGM: UNDTAGELSESRECORD FRA SATS-/INTERVALVALIDERINGEN - EN
      *     PR. FEJL, MED ÅRSAGSKODE (SE WS-VALID-FELTER), DE
      *     KONTROLLEREDE VÆRDIER OG OM RECORDEN ER HOLDT TILBAGE.
       01  FE01-REC.
            03 FE01-NOGLE.
              10 BANKNR             PIC  9(03).
              10 REGNR              PIC  9(04).
              10 KTONR              PIC  9(10).
              10 DETAIL-RTENR       PIC  9(5).
            03 FE01-INTVALNR        PIC  9(05).
            03 FE01-AARSAG-KD       PIC  9(02).
            03 FE01-AARSAG-TEKST    PIC  X(40).
            03 FE01-DETAIL-SATS     PIC S9(05)V9(06).
            03 FE01-GRAENSE-SATS    PIC S9(05)V9(06).
            03 FE01-INTVAL-TIL-BEL  PIC S9(13)V9(02).
            03 FE01-FORRIGE-INTVALNR PIC 9(05).
            03 FE01-FORRIGE-TIL-BEL PIC S9(13)V9(02).
            03 FE01-TILBAGEHOLDT    PIC  X(01).
            03 FE01-KOER-DATO       PIC  X(10).
            03 FILLER               PIC  X(20).
      
      *-----------------------------------------------------------------
      * COPYBOOKS
                                 ==:'XXXX':== BY =='FB04'==.
           COPY BDCSEQOI REPLACING ==:XXXX:== BY ==FB05==
                                 ==:'XXXX':== BY =='FB05'==.
      *JGM: UNDTAGELSESFIL FRA SATS-/INTERVALVALIDERINGEN.
           COPY BDCSEQOI REPLACING ==:XXXX:== BY ==FE01==
                                 ==:'XXXX':== BY =='FE01'==.
      
       01  BDSM043-PARM.
           COPY BDSM043I.
             END-PERFORM
           END-IF

      *JGM: VALIDHLD ER OPTIONEL - J HOLDER RECORDS DER FEJLER SATS-/
      *     INTERVALVALIDERINGEN TILBAGE FRA FO01, ALT ANDET (OG EN
      *     MANGLENDE PARAMETER) RAPPORTERER BLOT PÅ FE01.
           INITIALIZE BDSPARMC
           MOVE 'VALIDHLD' TO BDSPNAME
           SET BDSP-FUNC-GET TO TRUE
           MOVE 8   TO BDSMFJL-I-PRG-POS
           PERFORM INC-KALD-BDSPARM
           IF BDSP-RET-OK AND BDSPDATA (1:1) = 'J'
             MOVE 'J' TO WS-PARM-VALIDHLD
           END-IF

           DISPLAY 'VALIDERING HOLD...: ' WS-PARM-VALIDHLD

      *JGM: PARALLEL/FRANOKEY/TILNOKEY ER OPTIONELLE. SÆTTES PARALLEL
      *     TIL J, LÆGGES INSTANSENS INTERVAL OGSÅ I BDC-FRA-KEY/
      *     BDC-TIL-KEY OG BDC-PARALLEL, SÅ CHECKPOINTET BÆRER
           DISPLAY 'SKREVET...:' ANTAL-SKRIV-FO01 ' ENS '
           DISPLAY 'SKREVET...:' ANTAL-SKRIV-FO02 ' FI01 UDEN FI02'
           DISPLAY 'SKREVET...:' ANTAL-SKRIV-FO03 ' FI02 UDEN FI01'
           DISPLAY 'SKREVET...:' ANTAL-VALID-FEJL ' VALIDERINGSFEJL'

           PERFORM 112-KONTROLTOTAL-RAPPORT
           PERFORM 113-OPS-STATUS-FEED
           DISPLAY ' SEKVENSFEJL FI02..: ' ANTAL-SEKVFEJL-FI02
           DISPLAY ' DATOER KONTROL....: ' ANTAL-DATO-KONTROL
           DISPLAY ' DATOER AFVIST.....: ' ANTAL-DATO-AFVIST
           DISPLAY ' VALIDERINGSFEJL...: ' ANTAL-VALID-FEJL
           DISPLAY '   HOLDT TILBAGE...: ' ANTAL-VALID-TILBH
           DISPLAY '================================================'

           PERFORM 114-SKRIV-KONTROLTOTAL-REC
           MOVE ANTAL-SEKVFEJL-FI02 TO KTL-ANTAL-SEKV-FI02
           MOVE ANTAL-DATO-KONTROL  TO KTL-ANTAL-DATO-KTL
           MOVE ANTAL-DATO-AFVIST   TO KTL-ANTAL-DATO-AFV
           MOVE ANTAL-VALID-FEJL    TO KTL-ANTAL-VALID-FEJL

           OPEN EXTEND KONTROLTOTAL-FIL
           IF NOT KTLTOT-STATUS-OK
                                      + ANTAL-SKRIV-FO03
                                      + ANTAL-SEKVFEJL-FI01
                                      + ANTAL-SEKVFEJL-FI02
                                      + ANTAL-VALID-FEJL

           DISPLAY 'OPSFEED:RGNB649:' WS-PARM-KOER-DATO ':'
                   WS-OPS-START-TID ':' WS-TID-SLUT ':'
           SET FI01-HDR-LAEST        TO TRUE
           SET FI02-HDR-LAEST        TO TRUE
           DISPLAY 'KUVERT-ANTALSKONTROL UDELADES EFTER GENSTART'

      *JGM: SE 320-VALIDER-FI01.
           SET VALID-GENLAES-MULIG   TO TRUE
           .
      *-----------------------------------------------------------------
       121-CHECK-PGMSTART SECTION.
           PERFORM INC-FO01-COMMIT-INIT
           PERFORM INC-FO02-COMMIT-INIT
           PERFORM INC-FO03-COMMIT-INIT
           PERFORM INC-FE01-COMMIT-INIT

           IF BANKSPLIT-KOERSEL
             PERFORM INC-FB01-COMMIT-INIT
           PERFORM INC-FO01-COMMIT-SLUT
           PERFORM INC-FO02-COMMIT-SLUT
           PERFORM INC-FO03-COMMIT-SLUT
           PERFORM INC-FE01-COMMIT-SLUT

           IF BANKSPLIT-KOERSEL
             PERFORM INC-FB01-COMMIT-SLUT
           AND AKTIV-DATO IN FI01-REC  <= WS-KOER-DATO-ULTIMO
           AND FRKOBL-DATO IN FI01-REC >= WS-KOER-DATO-PRIMO
              PERFORM 305-OPBYG-FO01
      *JGM: FI01-RECORDEN ER VALIDERET DA DEN BLEV LÆST (SE 730-LAES-
      *     FI01-DETAIL), OG AFGØRELSEN GÆLDER FOR ALLE FI02-RECORDS
      *     DEN MATCHES MOD. EN RECORD DER FEJLER VALIDERINGEN HOLDES
      *     KUN TILBAGE MED VALIDHLD=J - DEN LIGGER DA ALENE PÅ FE01.
              IF VALID-FEJLET AND VALID-TILBAGEHOLD
                 ADD 1 TO ANTAL-VALID-TILBH
              ELSE
                 PERFORM 710-SKRIV-FO01
              END-IF
           ELSE
              MOVE FI01-REC
                TO FO02-REC
              SET NETTING-SORT-NEJ  IN FO01-REC TO TRUE
           END-IF
           .
      *-----------------------------------------------------------------
       320-VALIDER-FI01 SECTION.
      *-----------------------------------------------------------------
      *JGM: SATS- OG INTERVALVALIDERING AF DEN LIGE LÆSTE FI01-RECORD
      *     (ÅRSAGSKODER: SE WS-VALID-FELTER). DER VALIDERES VED
      *     LÆSNINGEN, SÅ HVERT INTERVAL VALIDERES NØJAGTIG EN GANG,
      *     UANSET OM DET ENDER PÅ FO01 ELLER FO02. FORRIGE-FELTERNE
      *     LIGGER I CHKP-AREA-1; GENLÆSES CHECKPOINTETS RECORD EFTER
      *     EN GENSTART, GENBRUGES DENS RESULTAT UDEN NYE UNDTAGELSER.

           IF VALID-GENLAES-MULIG
              AND FI01-NOGLE = VALID-FORRIGE-NOGLE
              AND INTVALNR IN FI01-REC = VALID-FORRIGE-INTVALNR
             IF VALID-FORRIGE-FEJLET
               SET VALID-FEJLET TO TRUE
             ELSE
               SET VALID-OK     TO TRUE
             END-IF
           ELSE
             SET VALID-OK TO TRUE
             PERFORM 321-VALIDER-SATSER
             PERFORM 322-VALIDER-INTERVAL

             MOVE FI01-NOGLE                TO VALID-FORRIGE-NOGLE
             MOVE INTVALNR       IN FI01-REC
               TO VALID-FORRIGE-INTVALNR
             MOVE INTVAL-TIL-BEL IN FI01-REC
               TO VALID-FORRIGE-TIL-BEL
             IF VALID-FEJLET
               MOVE 1 TO VALID-FORRIGE-RESULTAT
             ELSE
               MOVE 0 TO VALID-FORRIGE-RESULTAT
             END-IF
           END-IF
           SET VALID-NORMAL-LAES TO TRUE
           .
      *-----------------------------------------------------------------
       321-VALIDER-SATSER SECTION.
      *-----------------------------------------------------------------
      *JGM: DETAIL-SATS SKAL LIGGE INDEN FOR SIT EGET GULV OG LOFT.
      *     MAX-SATS OG RTE-LOFT-SATS PÅ NUL BETYDER AT DER INTET
      *     LOFT ER. ET RENTELOFT GÆLDER TIL OG MED SIN UDLØBSDATO -
      *     ER DEN BLANK, GÆLDER LOFTET UDEN UDLØB.

           IF DETAIL-SATS IN FI01-REC < MIN-SATS IN FI01-REC
             MOVE 01 TO WS-VAL-AARSAG-KD
             MOVE 'DETAIL-SATS UNDER MIN-SATS'
               TO WS-VAL-AARSAG-TEKST
             MOVE MIN-SATS IN FI01-REC TO WS-VAL-GRAENSE-SATS
             PERFORM 329-SKRIV-UNDTAGELSE
           END-IF

           IF MAX-SATS IN FI01-REC NOT = 0
             IF DETAIL-SATS IN FI01-REC > MAX-SATS IN FI01-REC
               MOVE 02 TO WS-VAL-AARSAG-KD
               MOVE 'DETAIL-SATS OVER MAX-SATS'
                 TO WS-VAL-AARSAG-TEKST
               MOVE MAX-SATS IN FI01-REC TO WS-VAL-GRAENSE-SATS
               PERFORM 329-SKRIV-UNDTAGELSE
             END-IF
             IF MIN-SATS IN FI01-REC > MAX-SATS IN FI01-REC
               MOVE 03 TO WS-VAL-AARSAG-KD
               MOVE 'MIN-SATS OVER MAX-SATS'
                 TO WS-VAL-AARSAG-TEKST
               MOVE MAX-SATS IN FI01-REC TO WS-VAL-GRAENSE-SATS
               PERFORM 329-SKRIV-UNDTAGELSE
             END-IF
           END-IF

           IF RTE-LOFT-SATS IN FI01-REC NOT = 0
              AND (RTE-LOFT-UDLOB-DATO IN FI01-REC = SPACES
                OR RTE-LOFT-UDLOB-DATO IN FI01-REC
                                       NOT < WS-PARM-KOER-DATO)
             IF DETAIL-SATS IN FI01-REC > RTE-LOFT-SATS IN FI01-REC
               MOVE 04 TO WS-VAL-AARSAG-KD
               MOVE 'DETAIL-SATS OVER RENTELOFT'
                 TO WS-VAL-AARSAG-TEKST
               MOVE RTE-LOFT-SATS IN FI01-REC TO WS-VAL-GRAENSE-SATS
               PERFORM 329-SKRIV-UNDTAGELSE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       322-VALIDER-INTERVAL SECTION.
      *-----------------------------------------------------------------
      *JGM: FI01 ER SORTERET PÅ BANKNR/REGNR/KTONR/RTENR OG DERUNDER
      *     INTVALNR, SÅ KNÆK-INTERVALLERNE FOR EN KONTO/RENTE KOMMER
      *     I RÆKKEFØLGE. FØRSTE INTERVAL SKAL VÆRE NR. 1 (WS-VAL-
      *     FOERSTE-INTVAL), HVERT FØLGENDE ET HØJERE END FORRIGE, OG
      *     INTVAL-TIL-BEL SKAL STIGE. FORRIGE-FELTERNE FØLGER SIDST
      *     SETE INTERVAL - OGSÅ ET FEJLENDE - SÅ ET ENKELT HUL IKKE
      *     GIVER FØLGEFEJL PÅ RESTEN AF KONTOENS INTERVALLER.

           MOVE 0 TO WS-VAL-GRAENSE-SATS
           IF FI01-NOGLE NOT = VALID-FORRIGE-NOGLE
             IF INTVALNR IN FI01-REC NOT = WS-VAL-FOERSTE-INTVAL
               MOVE 05 TO WS-VAL-AARSAG-KD
               MOVE 'FØRSTE INTVALNR ER IKKE NR. 1'
                 TO WS-VAL-AARSAG-TEKST
               PERFORM 329-SKRIV-UNDTAGELSE
             END-IF
           ELSE
             IF INTVALNR IN FI01-REC
                              NOT = VALID-FORRIGE-INTVALNR + 1
               MOVE 05 TO WS-VAL-AARSAG-KD
               MOVE 'HUL I INTVALNR-FØLGEN'
                 TO WS-VAL-AARSAG-TEKST
               PERFORM 329-SKRIV-UNDTAGELSE
             END-IF
             MOVE INTVAL-TIL-BEL IN FI01-REC TO WS-VAL-TIL-BEL
             IF WS-VAL-TIL-BEL NOT > VALID-FORRIGE-TIL-BEL
               MOVE 06 TO WS-VAL-AARSAG-KD
               MOVE 'INTVAL-TIL-BEL STIGER IKKE'
                 TO WS-VAL-AARSAG-TEKST
               PERFORM 329-SKRIV-UNDTAGELSE
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       329-SKRIV-UNDTAGELSE SECTION.
      *-----------------------------------------------------------------
      *JGM: EN UNDTAGELSE PR. FEJLET REGEL. ÅRSAG OG GRÆNSE ER SAT AF
      *     DEN KALDENDE SECTION; FORRIGE-FELTERNE VISER DET INTERVAL
      *     RECORDEN ER HOLDT OP MOD (NUL PÅ EN KONTOS FØRSTE).

           SET VALID-FEJLET TO TRUE

           INITIALIZE FE01-REC
           MOVE BANKNR         IN FI01-REC TO BANKNR IN FE01-NOGLE
           MOVE REGNR          IN FI01-REC TO REGNR  IN FE01-NOGLE
           MOVE KTONR          IN FI01-REC TO KTONR  IN FE01-NOGLE
           MOVE DETAIL-RTENR   IN FI01-REC
             TO DETAIL-RTENR   IN FE01-NOGLE
           MOVE INTVALNR       IN FI01-REC TO FE01-INTVALNR
           MOVE WS-VAL-AARSAG-KD           TO FE01-AARSAG-KD
           MOVE WS-VAL-AARSAG-TEKST        TO FE01-AARSAG-TEKST
           MOVE DETAIL-SATS    IN FI01-REC TO FE01-DETAIL-SATS
           MOVE WS-VAL-GRAENSE-SATS        TO FE01-GRAENSE-SATS
           MOVE INTVAL-TIL-BEL IN FI01-REC TO FE01-INTVAL-TIL-BEL
           IF FI01-NOGLE = VALID-FORRIGE-NOGLE
             MOVE VALID-FORRIGE-INTVALNR   TO FE01-FORRIGE-INTVALNR
             MOVE VALID-FORRIGE-TIL-BEL    TO FE01-FORRIGE-TIL-BEL
           END-IF
           IF VALID-TILBAGEHOLD
             MOVE 'J'                      TO FE01-TILBAGEHOLDT
           ELSE
             MOVE 'N'                      TO FE01-TILBAGEHOLDT
           END-IF
           MOVE WS-PARM-KOER-DATO          TO FE01-KOER-DATO

           PERFORM 716-SKRIV-FE01
           .
      *-----------------------------------------------------------------
       310-FI01-UDEN-FI02 SECTION.
      *-----------------------------------------------------------------
             ADD 1 TO ANTAL-LAES-FI01
             PERFORM 720-SEKVENSKONTROL-FI01
             PERFORM 740-VALIDER-FI01-DATOER
             IF FI01-SEKV-BEHOLDES
               PERFORM 320-VALIDER-FI01
             END-IF
             MOVE 'LAESFI01' TO FASE-NAVN IN BDSM043-PARM
             PERFORM 131-KALD-SPEEDOMETER
           ELSE
             END-IF
           END-IF
           .
      *----------------------------------------------------------------
       716-SKRIV-FE01 SECTION.
      *----------------------------------------------------------------
      *JGM: SE 710-SKRIV-FO01 OM DRY-RUN.

           IF KOERFUNK-TEST
             ADD 1 TO ANTAL-VALID-FEJL
           ELSE
             PERFORM INC-FE01-SKRIV

             IF BDC-FE01-OK
               ADD 1 TO ANTAL-VALID-FEJL
             END-IF
           END-IF
           .
      *----------------------------------------------------------------
       711-SKRIV-FO02 SECTION.
      *----------------------------------------------------------------
           COPY BDCSEQOK REPLACING ==:XXXX:== BY ==FB03==.
           COPY BDCSEQOK REPLACING ==:XXXX:== BY ==FB04==.
           COPY BDCSEQOK REPLACING ==:XXXX:== BY ==FB05==.
           COPY BDCSEQOK REPLACING ==:XXXX:== BY ==FE01==.
      
