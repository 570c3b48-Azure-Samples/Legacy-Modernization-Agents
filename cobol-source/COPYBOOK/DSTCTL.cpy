      *************************************************************************
      * REPORT DISTRIBUTION CONTROL RECORD FIELDS - NESTED UNDER A            *
      * CALLER-SUPPLIED 01/05 LEVEL GROUP. ONE 'D' RECORD PER RECIPIENT OF    *
      * ONE BREAK-KEY VALUE OF A REPORT, 100 BYTES, ON THE DSTCTL CONTROL     *
      * FILE THAT RPTBRST1 BURSTS THE SUITE'S PRINTED REPORTS BY. THE REPORT  *
      * IS ITS DD NAME (QTRRNWRP, AGYRPTF, DUNAGERP, CMSSTMT, RPTFLE ...);    *
      * THE BREAK NAME (STATE, AGENCY, AGENT ...) MATCHES AN 'R' DEFINITION   *
      * ON THE SAME FILE THAT SAYS WHERE THAT KEY IS PRINTED. KEY '*DEFAULT'  *
      * NAMES THE RECIPIENT OF EVERY PIECE WHOSE KEY HAS NO RECIPIENT OF ITS  *
      * OWN, AND OF THE REPORT'S CLOSING SUMMARY ('*SUMMARY' MAY NAME ITS     *
      * OWN). SEVERAL RECIPIENTS MAY SHARE ONE KEY - EACH GETS THE PIECE.     *
      *************************************************************************
           15 DCT-REC-TYPE           PIC X(1).
               88  DCT-DISTRIBUTION      VALUE 'D'.
               88  DCT-REPORT-DEF        VALUE 'R'.
           15 DCT-REPORT-ID          PIC X(8).
           15 DCT-BREAK-NAME         PIC X(8).
           15 DCT-KEY-VALUE          PIC X(10).
               88  DCT-DEFAULT-KEY       VALUE '*DEFAULT'.
           15 DCT-RECIPIENT          PIC X(30).
      *    PRINT - BURST PRINT FILE, DESTINATION IS THE PRINT ROOM OR
      *    MAIL STOP; EMAIL - DESTINATION IS THE ADDRESS; DATASET -
      *    DESTINATION IS THE DATASET NAME THE PIECE IS COPIED TO.
           15 DCT-METHOD             PIC X(7).
               88  DCT-METHOD-PRINT      VALUE 'PRINT'.
               88  DCT-METHOD-EMAIL      VALUE 'EMAIL'.
               88  DCT-METHOD-DATASET    VALUE 'DATASET'.
           15 DCT-DESTINATION        PIC X(36).
