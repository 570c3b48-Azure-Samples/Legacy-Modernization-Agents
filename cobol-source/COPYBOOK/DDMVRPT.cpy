      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TDMVRPT)                                       *
      * DMV REPORTING TRACK - ONE ROW PER AUTO POLICY EVENT PER SCHEDULED     *
      * VEHICLE REPORTED TO A STATE, KEYED BY POLICY, VIN, EVENT TYPE AND     *
      * EVENT DATE. DV_EVENT_TYPE 'NEW' = INCEPTION (NBINTK1), 'RNW' =        *
      * RENEWAL (TRENEWAL), 'CAN' = CANCELLATION (TCANCEL), 'REI' =           *
      * REINSTATEMENT (TREINST). DV_EFF_DATE IS THE COVERAGE DATE REPORTED;   *
      * DV_DUE_DATE THE EVENT DATE PLUS THE STATE'S DEADLINE. DV_BATCH_ID     *
      * (STATE + YYYYMMDD OF THE RUN) AND DV_BATCH_SEQ FORM THE REFERENCE     *
      * SENT ON THE RECORD AND ECHOED ON THE DMV'S ACKNOWLEDGEMENT.           *
      * DV_STATUS 'S' = SENT, 'A' = ACCEPTED, 'R' = REJECTED (DV_ERROR_ SET). *
      * A REJECTED ROW IS SENT AGAIN UNDER A NEW REFERENCE ONCE ITS POLICY    *
      * OR VEHICLE ROW HAS BEEN CORRECTED. WRITTEN BY DMVRPT1, ACKNOWLEDGED   *
      * BY DMVACK1, BOTH THROUGH DMVDRVR1.                                    *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TDMVRPT TABLE (
               DV_POLICY_NUMBER     CHAR(10)       NOT NULL,
               DV_VIN               CHAR(17)       NOT NULL,
               DV_EVENT_TYPE        CHAR(3)        NOT NULL,
               DV_EVENT_DATE        DATE           NOT NULL,
               DV_EFF_DATE          DATE           NOT NULL,
               DV_STATE             CHAR(2)        NOT NULL,
               DV_DUE_DATE          DATE           NOT NULL,
               DV_BATCH_ID          CHAR(10)       NOT NULL,
               DV_BATCH_SEQ         INTEGER        NOT NULL,
               DV_SENT_DATE         DATE           NOT NULL,
               DV_STATUS            CHAR(1)        NOT NULL,
               DV_ACK_DATE          DATE           NOT NULL
                                                       WITH DEFAULT,
               DV_ERROR_CODE        CHAR(8)        NOT NULL
                                                       WITH DEFAULT,
               DV_ERROR_TEXT        CHAR(60)       NOT NULL
                                                       WITH DEFAULT,
               DV_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               DV_UPDATE_TIMESTAMP  TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TDMVRPT                          *
      *************************************************************************
       01 DCLDMVRPT.
           05 DV-POLICY-NUMBER          PIC X(10).
           05 DV-VIN                    PIC X(17).
           05 DV-EVENT-TYPE             PIC X(3).
           05 DV-EVENT-DATE             PIC X(10).
           05 DV-EFF-DATE               PIC X(10).
           05 DV-STATE                  PIC X(2).
           05 DV-DUE-DATE               PIC X(10).
           05 DV-BATCH-ID               PIC X(10).
           05 DV-BATCH-SEQ              PIC S9(9) COMP.
           05 DV-SENT-DATE              PIC X(10).
           05 DV-STATUS                 PIC X(1).
               88  DV-SENT                  VALUE 'S'.
               88  DV-ACCEPTED              VALUE 'A'.
               88  DV-REJECTED              VALUE 'R'.
           05 DV-ACK-DATE               PIC X(10).
           05 DV-ERROR-CODE             PIC X(8).
           05 DV-ERROR-TEXT             PIC X(60).
           05 DV-ADD-TIMESTAMP          PIC X(26).
           05 DV-UPDATE-TIMESTAMP       PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16             *
      *************************************************************************
