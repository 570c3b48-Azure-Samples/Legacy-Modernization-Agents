      *CHG>01.09.2026+ JGM  + NATTENS SAMLEDE TOTALER SKRIVES NU OGSÅ
      *CHG>          +      + TIL HISTORIKFILEN KTLHIST, SÅ RGNB654
      *CHG>          +      + KAN TRENDE VOLUMEN OG AFVIGELSESRATER
      *CHG>----------+------+-------------------------------------------
      *CHG>15.10.2026+ JGM  + RGNB649'S VALIDERINGSFEJL (FE01) SUMMERES
      *CHG>          +      + MED I RAPPORT, OPSFEED OG HISTORIK
      *CHG>----------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            03 SUM-SEKV-FI02        PIC  9(09)  VALUE 0 COMP-5.
            03 SUM-DATO-KTL         PIC  9(09)  VALUE 0 COMP-5.
            03 SUM-DATO-AFV         PIC  9(09)  VALUE 0 COMP-5.
            03 SUM-VALID-FEJL       PIC  9(09)  VALUE 0 COMP-5.
            03 SUM-TOTAL-LAEST      PIC  9(09)  VALUE 0 COMP-5.
            03 SUM-TOTAL-SKREVET    PIC  9(09)  VALUE 0 COMP-5.
            03 SUM-FEJL-ANTAL       PIC  9(09)  VALUE 0 COMP-5.
           DISPLAY ' SEKVENSFEJL FI02..: ' SUM-SEKV-FI02
           DISPLAY ' DATOER KONTROL....: ' SUM-DATO-KTL
           DISPLAY ' DATOER AFVIST.....: ' SUM-DATO-AFV
           DISPLAY ' VALIDERINGSFEJL...: ' SUM-VALID-FEJL
           DISPLAY '================================================'
           .
      *-----------------------------------------------------------------
           MOVE SUM-SEKV-FI02       TO KTL-ANTAL-SEKV-FI02
           MOVE SUM-DATO-KTL        TO KTL-ANTAL-DATO-KTL
           MOVE SUM-DATO-AFV        TO KTL-ANTAL-DATO-AFV
           MOVE SUM-VALID-FEJL      TO KTL-ANTAL-VALID-FEJL

           OPEN EXTEND KONTROLTOTAL-HISTORIK
           IF NOT KTLHIST-STATUS-OK
           ACCEPT WS-TID-SLUT FROM TIME
           COMPUTE SUM-FEJL-ANTAL = SUM-SKRIV-FO02 + SUM-SKRIV-FO03
                                  + SUM-SEKV-FI01 + SUM-SEKV-FI02
                                  + SUM-VALID-FEJL

           DISPLAY 'OPSFEED:RGNB649:' WS-KOER-DATO ':'
                   WS-OPS-START-TID ':' WS-TID-SLUT ':'
           ADD KTL-ANTAL-SEKV-FI02  TO SUM-SEKV-FI02
           ADD KTL-ANTAL-DATO-KTL   TO SUM-DATO-KTL
           ADD KTL-ANTAL-DATO-AFV   TO SUM-DATO-AFV
           ADD KTL-ANTAL-VALID-FEJL TO SUM-VALID-FEJL

           DISPLAY 'INSTANS ' SUM-ANTAL-INSTANSER
                   ' INTERVAL ' KTL-FRA-NOKEY ' - ' KTL-TIL-NOKEY
