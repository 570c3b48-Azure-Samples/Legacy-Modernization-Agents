000700*        ****        *   SUMMERET AF RGNB652 VED PARALLELKØRSEL  *
000800*********            *                                           *
000900*                        OPRETTET       21.08.2026 JGM           *
000910*                        SIDST ÆNDRET   15.10.2026 JGM           *
000920*                        (ANTAL VALIDERINGSFEJL, FE01)           *
001000******************************************************************
001100
001200 01  KTL-TOTAL-REC.
002520     03  KTL-ANTAL-SEKV-FI02    PIC 9(09).
002530     03  KTL-ANTAL-DATO-KTL     PIC 9(09).
002540     03  KTL-ANTAL-DATO-AFV     PIC 9(09).
002550     03  KTL-ANTAL-VALID-FEJL   PIC 9(09).
