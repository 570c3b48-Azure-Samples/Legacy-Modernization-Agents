      *************************************************************************
      * BURST REPORT PIECE HEADER FIELDS - NESTED UNDER A CALLER-SUPPLIED     *
      * 01/05 LEVEL GROUP. WRITTEN BY RPTBRST1 ON BRSTEML (PIECES TO BE       *
      * E-MAILED) AND BRSTDSN (PIECES TO BE COPIED TO A DATASET), 200 BYTES:  *
      * AN 'H' HEADER NAMING THE RECIPIENT AND DESTINATION, FOLLOWED BY THE   *
      * PIECE'S REPORT LINES AS 'L' RECORDS (RECORD TYPE, THEN THE LINE).     *
      * A RECIPIENT'S PIECES ARE TOGETHER, IN REPORT ORDER. PAGES ARE THE     *
      * PIECE'S PAGE RANGE IN THE ORIGINAL REPORT.                            *
      *************************************************************************
           15 BRH-REC-TYPE           PIC X(1).
               88  BRH-PIECE-HEADER      VALUE 'H'.
               88  BRH-PIECE-LINE        VALUE 'L'.
           15 BRH-REPORT-ID          PIC X(8).
           15 BRH-PIECE-NO           PIC 9(5).
           15 BRH-RECIPIENT          PIC X(30).
           15 BRH-DESTINATION        PIC X(36).
           15 BRH-BREAK-NAME         PIC X(8).
           15 BRH-KEY-VALUE          PIC X(10).
           15 BRH-FIRST-PAGE         PIC 9(5).
           15 BRH-LAST-PAGE          PIC 9(5).
           15 BRH-LINE-CNT           PIC 9(7).
      *    'Y' WHEN THE PIECE WENT TO THE DEFAULT RECIPIENT BECAUSE
      *    ITS KEY HAS NONE OF ITS OWN.
           15 BRH-DEFAULTED          PIC X(1).
           15 FILLER                 PIC X(84).
