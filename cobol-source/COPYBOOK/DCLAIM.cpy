      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TCLAIM)                                        *
      * CLAIMS TABLE - ONE ROW PER CLAIM REPORTED AGAINST A POLICY, LOADED    *
      * BY THE FIRST-NOTICE-OF-LOSS INTAKE RUN (CLMFNOL1 VIA CLMDRVR1) FROM   *
      * THE CLAIMS DESK FEED AND KEPT CURRENT BY THE SAME FEED'S RESERVE,     *
      * PAYMENT AND CLOSE TRANSACTIONS. THE LOSS DATE IS ACCEPTED ONLY WHEN   *
      * IT FALLS INSIDE A TERM THE POLICY HAD IN FORCE; THAT TERM IS KEPT ON  *
      * THE ROW. CL_STATUS 'O' OPEN, 'C' CLOSED WITH PAYMENT, 'D' CLOSED      *
      * WITHOUT PAYMENT (DENIED OR WITHDRAWN). TPOLICY.POLICY_CLAIMED IS      *
      * DERIVED FROM THIS TABLE: 'Y' WHILE AN OPEN OR PAID CLAIM HAS A LOSS   *
      * DATE INSIDE THE POLICY'S CURRENT TERM, OTHERWISE 'N'.                 *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TCLAIM TABLE (
               CL_CLAIM_NUMBER      CHAR(12)       NOT NULL,
               CL_POLICY_NUMBER     CHAR(10)       NOT NULL,
               CL_LOSS_DATE         DATE           NOT NULL,
               CL_REPORT_DATE       DATE           NOT NULL,
               CL_CAUSE             CHAR(10)       NOT NULL,
               CL_RESERVE_AMOUNT    DECIMAL(11,2)  NOT NULL,
               CL_PAID_AMOUNT       DECIMAL(11,2)  NOT NULL,
               CL_STATUS            CHAR(1)        NOT NULL,
               CL_TERM_START_DATE   DATE           NOT NULL,
               CL_TERM_EXPIRY_DATE  DATE           NOT NULL,
               CL_CLOSE_DATE        DATE           NOT NULL
                                                       WITH DEFAULT,
               CL_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               CL_UPDATE_TIMESTAMP  TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TCLAIM                           *
      *************************************************************************
       01 DCLCLAIM.
           05 CL-CLAIM-NUMBER           PIC X(12).
           05 CL-POLICY-NUMBER          PIC X(10).
           05 CL-LOSS-DATE              PIC X(10).
           05 CL-REPORT-DATE            PIC X(10).
           05 CL-CAUSE                  PIC X(10).
           05 CL-RESERVE-AMOUNT         PIC S9(9)V9(2) COMP-3.
           05 CL-PAID-AMOUNT            PIC S9(9)V9(2) COMP-3.
           05 CL-STATUS                 PIC X(1).
               88  CL-STATUS-OPEN           VALUE 'O'.
               88  CL-STATUS-CLOSED-PAID    VALUE 'C'.
               88  CL-STATUS-CLOSED-NO-PAY  VALUE 'D'.
           05 CL-TERM-START-DATE        PIC X(10).
           05 CL-TERM-EXPIRY-DATE       PIC X(10).
           05 CL-CLOSE-DATE             PIC X(10).
           05 CL-ADD-TIMESTAMP          PIC X(26).
           05 CL-UPDATE-TIMESTAMP       PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13             *
      *************************************************************************
