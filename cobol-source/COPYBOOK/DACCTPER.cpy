      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TACCTPER)                                      *
      * ACCOUNTING-PERIOD CALENDAR - ONE ROW PER POSTING PERIOD (NORMALLY A   *
      * CALENDAR MONTH). PER_STATUS 'O' = OPEN FOR POSTING, 'C' = CLOSED.     *
      * PERCLOS1 CLOSES A PERIOD ONCE THE MONTH-END JOBS HAVE POSTED TO       *
      * OPSTATUS AND OPENS THE NEXT ONE. THE POSTING RUNS (PMTPOST1,          *
      * CANCAP1, RNWLCAP1, REINST1) ASK PERDRVR1 'CHECK' FOR EVERY            *
      * TRANSACTION DATE AND ROLL FORWARD OR REJECT ANYTHING DATED IN A       *
      * CLOSED PERIOD, SO NUMBERS ALREADY REPORTED CANNOT CHANGE. A DATE      *
      * WITH NO ROW IS TREATED AS OPEN. REOPENING A PERIOD IS A DELIBERATE    *
      * DBA ACTION ON THIS TABLE, THE SAME RULE CMSLOCK FOLLOWS.              *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TACCTPER TABLE (
               PER_START_DATE       DATE           NOT NULL,
               PER_END_DATE         DATE           NOT NULL,
               PER_STATUS           CHAR(1)        NOT NULL,
               PER_CLOSED_BY        CHAR(8)        NOT NULL,
               PER_UPDATE_TIMESTAMP TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TACCTPER                         *
      *************************************************************************
       01 DCLACCTPER.
           05 PER-START-DATE            PIC X(10).
           05 PER-END-DATE              PIC X(10).
           05 PER-STATUS                PIC X(1).
           05 PER-CLOSED-BY             PIC X(8).
           05 PER-UPDATE-TIMESTAMP      PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5              *
      *************************************************************************
