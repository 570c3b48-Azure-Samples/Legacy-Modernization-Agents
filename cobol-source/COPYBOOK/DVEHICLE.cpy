      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TVEHICLE)                                      *
      * AUTO VEHICLE SCHEDULE - ONE ROW PER VEHICLE INSURED UNDER AN AUTO     *
      * POLICY, KEYED BY POLICY AND VIN. VEHMNT1 MAINTAINS THE ROWS THROUGH   *
      * VEHDRVR1; IDCARD1 PRINTS ONE PROOF-OF-INSURANCE ID CARD PER ACTIVE    *
      * VEHICLE WHEN THE POLICY RENEWS, IS REINSTATED OR ITS SCHEDULE         *
      * CHANGES. A VEHICLE TAKEN OFF THE POLICY IS DEACTIVATED ('I'), NOT     *
      * DELETED, AND IS REACTIVATED IF IT IS ADDED BACK.                      *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TVEHICLE TABLE (
               VEH_POLICY_NUMBER    CHAR(10)       NOT NULL,
               VEH_VIN              CHAR(17)       NOT NULL,
               VEH_YEAR             CHAR(4)        NOT NULL,
               VEH_MAKE             CHAR(20)       NOT NULL,
               VEH_MODEL            CHAR(20)       NOT NULL,
               VEH_STATUS           CHAR(1)        NOT NULL,
               VEH_ADD_TIMESTAMP    TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               VEH_UPDATE_TIMESTAMP TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TVEHICLE                         *
      *************************************************************************
       01 DCLVEHICLE.
           05 VEH-POLICY-NUMBER         PIC X(10).
           05 VEH-VIN                   PIC X(17).
           05 VEH-YEAR                  PIC X(4).
           05 VEH-MAKE                  PIC X(20).
           05 VEH-MODEL                 PIC X(20).
           05 VEH-STATUS                PIC X(1).
           05 VEH-ADD-TIMESTAMP         PIC X(26).
           05 VEH-UPDATE-TIMESTAMP      PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8              *
      *************************************************************************
