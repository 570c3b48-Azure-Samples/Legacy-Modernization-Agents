      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TDMFMTCH)                                      *
      * DEATH MASTER FILE MATCHES - ONE ROW PER ACTIVE POLICY AND DMF         *
      * DECEDENT (SSN) THAT DMFSCRN1 MATCHED ON LAST NAME AND DATE OF BIRTH   *
      * PLUS FIRST NAME AND/OR ZIP OF LAST RESIDENCE. DM_STATUS IS 'P'        *
      * PENDING REVIEW, 'C' CONFIRMED DECEASED OR 'X' REJECTED AS A           *
      * DIFFERENT PERSON. A MATCH ON FIRST NAME AND ZIP BOTH IS CONFIRMED     *
      * BY DMFSCRN1 ITSELF UNLESS ITS PARM CARD TURNS THAT OFF; EVERY OTHER   *
      * DECISION IS KEYED THROUGH DMFMNT1. DM_ACTION_DATE IS SET WHEN         *
      * DMFACT1 HAS SUPPRESSED THE POLICY'S CUSTOMER NOTICES (TSUPPRES        *
      * REASON 'DECEASED') AND REFERRED IT TO CLAIMS (LIFE) OR THE AGENT.     *
      * DM_DOD AND DM_DOB ARE MM/DD/YYYY AS CONVERTED FROM THE DMF. THE       *
      * FULL SSN IS KEPT FOR THE CLAIMS TEAM; REPORTS SHOW THE LAST FOUR.     *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TDMFMTCH TABLE (
               DM_POLICY_NUMBER     CHAR(10)       NOT NULL,
               DM_SSN               CHAR(9)        NOT NULL,
               DM_LNAME             CHAR(20)       NOT NULL,
               DM_FNAME             CHAR(15)       NOT NULL,
               DM_MNAME             CHAR(15)       NOT NULL,
               DM_DOD               CHAR(10)       NOT NULL,
               DM_DOB               CHAR(10)       NOT NULL,
               DM_ZIP               CHAR(5)        NOT NULL,
               DM_MATCH_BASIS       CHAR(20)       NOT NULL,
               DM_STATUS            CHAR(1)        NOT NULL,
               DM_FIRST_MATCH_DATE  DATE           NOT NULL,
               DM_LAST_MATCH_DATE   DATE           NOT NULL,
               DM_DECISION_USER     CHAR(8)        NOT NULL,
               DM_DECISION_DATE     DATE,
               DM_DECISION_NOTE     CHAR(60)       NOT NULL,
               DM_ACTION_DATE       DATE,
               DM_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TDMFMTCH                         *
      *************************************************************************
       01 DCLDMFMTCH.
           05 DM-POLICY-NUMBER          PIC X(10).
           05 DM-SSN                    PIC X(9).
           05 DM-LNAME                  PIC X(20).
           05 DM-FNAME                  PIC X(15).
           05 DM-MNAME                  PIC X(15).
           05 DM-DOD                    PIC X(10).
           05 DM-DOB                    PIC X(10).
           05 DM-ZIP                    PIC X(5).
           05 DM-MATCH-BASIS            PIC X(20).
           05 DM-STATUS                 PIC X(1).
           05 DM-FIRST-MATCH-DATE       PIC X(10).
           05 DM-LAST-MATCH-DATE        PIC X(10).
           05 DM-DECISION-USER          PIC X(8).
           05 DM-DECISION-DATE          PIC X(10).
           05 DM-DECISION-NOTE          PIC X(60).
           05 DM-ACTION-DATE            PIC X(10).
           05 DM-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17             *
      *************************************************************************
