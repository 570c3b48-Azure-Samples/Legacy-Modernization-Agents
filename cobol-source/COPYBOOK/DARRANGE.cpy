      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TARRANGE)                                      *
      * HARDSHIP PAYMENT ARRANGEMENTS - A REVISED PAYMENT DATE AGREED WITH    *
      * THE CUSTOMER BY THE SERVICE DESK OR THE AGENT, COVERING A RANGE OF    *
      * THE POLICY'S INSTALLMENTS. ONE ROW PER ARRANGEMENT, KEYED BY POLICY   *
      * AND ENTRY DATE; AT MOST ONE IS ACTIVE PER POLICY AT A TIME.           *
      * STATUS: A = ACTIVE - DUNCYCL1 HOLDS THE COVERED STUBS OUT OF AGING    *
      *         K = KEPT - PAYMENTS RECEIVED ON THE COVERED INSTALLMENTS      *
      *             SINCE THE ENTRY DATE REACHED THE PROMISED AMOUNT          *
      *         B = BROKEN - THE PROMISE DATE PASSED (PLUS THE POSTING        *
      *             GRACE) SHORT OF THE PROMISED AMOUNT; THE STUBS GO BACK    *
      *             INTO DUNNING AT THE LEVEL THEIR DUE DATES GIVE THEM       *
      *         C = CANCELLED BY THE DESK                                     *
      * ARR_PAID_AMOUNT IS THE AMOUNT RECEIVED WHEN THE PROMISE WAS SETTLED   *
      * KEPT OR BROKEN. ENTERED AND CANCELLED BY ARRMNT1, SETTLED BY THE      *
      * DUNCYCL1 SWEEP, REPORTED BY ARRRPT1 - ALL THROUGH ARRDRVR1.           *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TARRANGE TABLE (
               ARR_POLICY_NUMBER    CHAR(10)       NOT NULL,
               ARR_ENTER_DATE       DATE           NOT NULL,
               ARR_FROM_INSTALL     INTEGER        NOT NULL,
               ARR_TO_INSTALL       INTEGER        NOT NULL,
               ARR_PROMISE_DATE     DATE           NOT NULL,
               ARR_PROMISE_AMOUNT   DECIMAL(7,2)   NOT NULL,
               ARR_AGREED_BY        CHAR(10)       NOT NULL,
               ARR_STATUS           CHAR(1)        NOT NULL,
               ARR_STATUS_DATE      DATE           NOT NULL,
               ARR_PAID_AMOUNT      DECIMAL(7,2)   NOT NULL,
               ARR_UPDATE_USER      CHAR(8)        NOT NULL,
               ARR_UPDATE_TIMESTAMP TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TARRANGE                         *
      *************************************************************************
       01 DCLARRANGE.
           05 ARR-POLICY-NUMBER         PIC X(10).
           05 ARR-ENTER-DATE            PIC X(10).
           05 ARR-FROM-INSTALL          PIC S9(9) USAGE COMP.
           05 ARR-TO-INSTALL            PIC S9(9) USAGE COMP.
           05 ARR-PROMISE-DATE          PIC X(10).
           05 ARR-PROMISE-AMOUNT        PIC S9(5)V9(2) COMP-3.
           05 ARR-AGREED-BY             PIC X(10).
           05 ARR-STATUS                PIC X(1).
           05 ARR-STATUS-DATE           PIC X(10).
           05 ARR-PAID-AMOUNT           PIC S9(5)V9(2) COMP-3.
           05 ARR-UPDATE-USER           PIC X(8).
           05 ARR-UPDATE-TIMESTAMP      PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12             *
      *************************************************************************
