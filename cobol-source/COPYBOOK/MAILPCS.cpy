      *************************************************************************
      * PRESORTED MAIL-PIECE RECORD FIELDS - NESTED UNDER A CALLER-SUPPLIED   *
      * 01/05 LEVEL GROUP. WRITTEN BY MAILSEQ1 ON MAILPCS, 100 BYTES, IN THE  *
      * PRESORT ORDER OF THE CUSTFLE IT WRITES ALONGSIDE (CUSTPRST): A 'B'    *
      * TRAY BREAK AHEAD OF EACH TRAY'S PIECES, THEN ONE 'P' PIECE PER        *
      * NOTICE. LTRCOMP1 READS IT IN STEP WITH THE PRESORTED CUSTFLE TO PRINT *
      * THE TRAY BREAK SHEETS AND EACH LETTER'S INTELLIGENT MAIL BARCODE.     *
      * THE BARCODE IS THE 31-DIGIT IMB STRING - 20-DIGIT TRACKING CODE       *
      * (BARCODE ID, SERVICE TYPE ID, MAILER ID, SERIAL) AND THE ROUTING      *
      * CODE OF 0, 5, 9 OR 11 DIGITS - WHICH THE PRINT VENDOR RENDERS IN      *
      * THE IMB FONT.                                                         *
      *************************************************************************
           15 MPS-REC-TYPE           PIC X(1).
               88  MPS-TRAY-BREAK        VALUE 'B'.
               88  MPS-PIECE             VALUE 'P'.
           15 MPS-TRAY-NO            PIC 9(5).
      *    '5D' 5-DIGIT, '3D' 3-DIGIT OR 'MX' MIXED; THE DESTINATION
      *    IS THE 5-DIGIT OR 3-DIGIT ZIP OF THE TRAY (SPACES ON MIXED).
           15 MPS-PRESORT-LEVEL      PIC X(2).
           15 MPS-DESTINATION        PIC X(5).
      *    ON A TRAY BREAK, THE NUMBER OF PIECES IN THE TRAY.
           15 MPS-TRAY-PIECES        PIC 9(5).
           15 MPS-POLICY-NUMBER      PIC X(10).
           15 MPS-RUN-ID             PIC X(12).
           15 MPS-IMB.
               20 MPS-IMB-TRACKING       PIC X(20).
               20 MPS-IMB-ROUTING        PIC X(11).
      *    THE SERIAL RIGHT-JUSTIFIED TO 9 DIGITS, AS KEPT ON TMAILPC.
           15 MPS-IMB-SERIAL         PIC X(9).
           15 FILLER                 PIC X(20).
