      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TMORATOR)                                      *
      * DISASTER MORATORIUM AREAS - ONE ROW PER AREA COVERED BY A DECLARED    *
      * MORATORIUM. A MORATORIUM (MR_MORATORIUM_ID) IS KEYED BY COMPLIANCE    *
      * AS ONE ROW PER 5-DIGIT ZIP (MR_AREA_TYPE 'Z') OR PER COUNTY           *
      * (MR_AREA_TYPE 'C', MATCHED THROUGH TZIPCNTY) WITHIN MR_STATE. THE     *
      * MR_FRZ_ FLAGS ('Y'/'N') SAY WHICH ADVERSE ACTIONS ARE FROZEN FROM     *
      * MR_START_DATE THROUGH MR_END_DATE INCLUSIVE. EXTENDING A MORATORIUM   *
      * IS DONE BY MOVING MR_END_DATE - HELD ITEMS STAY HELD UNTIL THEN.      *
      * READ BY MORDRVR1 FOR MAINPGM, DUNCYCL1, CANCAP1 AND MORRPT1.          *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TMORATOR TABLE (
               MR_MORATORIUM_ID     CHAR(10)       NOT NULL,
               MR_STATE             CHAR(2)        NOT NULL,
               MR_AREA_TYPE         CHAR(1)        NOT NULL,
               MR_AREA_CODE         CHAR(30)       NOT NULL,
               MR_EVENT_DESC        CHAR(40)       NOT NULL,
               MR_START_DATE        DATE           NOT NULL,
               MR_END_DATE          DATE           NOT NULL,
               MR_FRZ_NONRENEW      CHAR(1)        NOT NULL,
               MR_FRZ_LAPSE         CHAR(1)        NOT NULL,
               MR_FRZ_NONPAY        CHAR(1)        NOT NULL,
               MR_FRZ_CANCEL        CHAR(1)        NOT NULL,
               MR_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TMORATOR                         *
      *************************************************************************
       01 DCLMORATOR.
           05 MR-MORATORIUM-ID          PIC X(10).
           05 MR-STATE                  PIC X(2).
           05 MR-AREA-TYPE              PIC X(1).
           05 MR-AREA-CODE              PIC X(30).
           05 MR-EVENT-DESC             PIC X(40).
           05 MR-START-DATE             PIC X(10).
           05 MR-END-DATE               PIC X(10).
           05 MR-FRZ-NONRENEW           PIC X(1).
           05 MR-FRZ-LAPSE              PIC X(1).
           05 MR-FRZ-NONPAY             PIC X(1).
           05 MR-FRZ-CANCEL             PIC X(1).
           05 MR-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12             *
      *************************************************************************
