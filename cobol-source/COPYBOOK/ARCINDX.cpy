      *************************************************************************
      * CONTENT-ARCHIVE DOCUMENT INDEX DETAIL RECORD FIELDS - NESTED UNDER A  *
      * CALLER-SUPPLIED 01/05 LEVEL GROUP. WRITTEN BY LTRCOMP1 ON LTRINDEX,   *
      * 200 BYTES, ONE PER LETTER COMPOSED ONTO LTRPRINT, BETWEEN AN 'H'      *
      * HEADER AND A 'T' TRAILER, IN THE ARCHIVE SYSTEM'S LOAD FORMAT.        *
      * THE DOCUMENT ID IS THE COMPOSE BATCH (CCYYMMDDHHMMSS OF THE LTRCOMP1  *
      * RUN) PLUS THE LETTER'S SEQUENCE IN IT, SO A REPRINT OF THE SAME       *
      * NOTICE IS A NEW DOCUMENT. THE ARCHIVE ACKNOWLEDGES EACH DOCUMENT ID   *
      * AND ARCRCN1 RECONCILES THE ACKNOWLEDGEMENTS AGAINST THIS INDEX.       *
      * PAGES ARE THE LETTER'S PAGE RANGE WITHIN THE LTRPRINT DATASET; DATES  *
      * ARE CCYYMMDD.                                                         *
      *************************************************************************
           15 ARX-REC-TYPE           PIC X(1).
           15 ARX-DOCUMENT-ID.
               20 ARX-BATCH-ID           PIC X(14).
               20 ARX-DOC-SEQ            PIC 9(7).
           15 ARX-POLICY-NUMBER      PIC X(10).
      *    TCUSTMST CUSTOMER ID FROM THE CUSTXREF EXTRACT - SPACES WHEN
      *    THE POLICY IS NOT ON THE CUSTOMER MASTER YET.
           15 ARX-CUSTOMER-ID        PIC X(9).
           15 ARX-DOC-TYPE           PIC X(4).
               88  ARX-TIER-NOTICE       VALUE 'TIER'.
               88  ARX-NON-RENEWAL       VALUE 'NRNW'.
               88  ARX-DUNNING           VALUE 'DUNN'.
               88  ARX-REINSTATEMENT     VALUE 'RINS'.
               88  ARX-CONFIRMATION      VALUE 'CONF'.
               88  ARX-STATEMENT         VALUE 'STMT'.
      *    THE RUN ID THE NOTICE WAS PRODUCED UNDER (CUSTNTFY).
           15 ARX-RUN-TOKEN          PIC X(12).
           15 ARX-START-PAGE         PIC 9(7).
           15 ARX-END-PAGE           PIC 9(7).
           15 ARX-PAGE-CNT           PIC 9(3).
           15 ARX-MAIL-DATE          PIC X(8).
           15 ARX-STATE              PIC X(2).
           15 ARX-HOLDER-LNAME       PIC X(35).
      *    THE LETTER'S INTELLIGENT MAIL BARCODE SERIAL (MAILSEQ1) -
      *    SPACES WHEN THE FILE WAS NOT PRESORTED.
           15 ARX-IMB-SERIAL         PIC X(9).
           15 FILLER                 PIC X(72).
