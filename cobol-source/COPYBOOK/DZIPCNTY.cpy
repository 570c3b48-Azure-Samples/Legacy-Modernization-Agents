      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TZIPCNTY)                                      *
      * ZIP-TO-COUNTY CROSS REFERENCE - ONE ROW PER 5-DIGIT ZIP AND THE       *
      * COUNTY IT FALLS IN, LOADED FROM THE USPS/CENSUS CROSSWALK. USED BY    *
      * MORDRVR1 TO MATCH A POLICYHOLDER ZIP TO A COUNTY-WIDE DISASTER        *
      * MORATORIUM (TMORATOR MR_AREA_TYPE 'C').                               *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TZIPCNTY TABLE (
               ZC_ZIP5              CHAR(5)        NOT NULL,
               ZC_STATE             CHAR(2)        NOT NULL,
               ZC_COUNTY_NAME       CHAR(30)       NOT NULL
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TZIPCNTY                         *
      *************************************************************************
       01 DCLZIPCNTY.
           05 ZC-ZIP5                   PIC X(5).
           05 ZC-STATE                  PIC X(2).
           05 ZC-COUNTY-NAME            PIC X(30).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3              *
      *************************************************************************
