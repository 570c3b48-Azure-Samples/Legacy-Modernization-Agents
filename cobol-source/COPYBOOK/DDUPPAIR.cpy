      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TDUPPAIR)                                      *
      * DUPLICATE/OVERLAPPING POLICY REVIEW WORKLIST - ONE ROW PER PAIR OF    *
      * IN-FORCE POLICIES OF THE SAME POLICY_TYPE, WITH OVERLAPPING TERMS,    *
      * HELD BY ONE CUSTOMER OR WITHIN ONE HOUSEHOLD (TCUSTMST IDS). THE      *
      * LOWER POLICY NUMBER IS ALWAYS DP_POLICY_A. DP_MATCH_LEVEL IS 'C'      *
      * SAME CUSTOMER OR 'H' SAME HOUSEHOLD, DIFFERENT CUSTOMER.              *
      * DP_STATUS IS 'O' OPEN FOR REVIEW, 'L' LEGITIMATE (BOTH POLICIES       *
      * STAY), 'X' CANCEL ONE, OR 'R' RESOLVED - THE PAIR NO LONGER           *
      * OVERLAPS. ADDED AND RE-FOUND BY THE WEEKLY DUPSCAN1; DECISIONS ARE    *
      * KEYED THROUGH DUPMNT1 AND A DECIDED PAIR IS NOT LISTED AGAIN.         *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TDUPPAIR TABLE (
               DP_POLICY_A          CHAR(10)       NOT NULL,
               DP_POLICY_B          CHAR(10)       NOT NULL,
               DP_CUSTOMER_ID       INTEGER        NOT NULL,
               DP_HOUSEHOLD_ID      INTEGER        NOT NULL,
               DP_MATCH_LEVEL       CHAR(1)        NOT NULL,
               DP_POLICY_TYPE       CHAR(50)       NOT NULL,
               DP_STATUS            CHAR(1)        NOT NULL,
               DP_FIRST_FOUND_DATE  DATE           NOT NULL,
               DP_LAST_FOUND_DATE   DATE           NOT NULL,
               DP_DECISION_USER     CHAR(8)        NOT NULL,
               DP_DECISION_DATE     DATE,
               DP_DECISION_NOTE     CHAR(60)       NOT NULL,
               DP_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TDUPPAIR                         *
      *************************************************************************
       01 DCLDUPPAIR.
           05 DP-POLICY-A               PIC X(10).
           05 DP-POLICY-B               PIC X(10).
           05 DP-CUSTOMER-ID            PIC S9(9) USAGE COMP.
           05 DP-HOUSEHOLD-ID           PIC S9(9) USAGE COMP.
           05 DP-MATCH-LEVEL            PIC X(1).
           05 DP-POLICY-TYPE            PIC X(50).
           05 DP-STATUS                 PIC X(1).
           05 DP-FIRST-FOUND-DATE       PIC X(10).
           05 DP-LAST-FOUND-DATE        PIC X(10).
           05 DP-DECISION-USER          PIC X(8).
           05 DP-DECISION-DATE          PIC X(10).
           05 DP-DECISION-NOTE          PIC X(60).
           05 DP-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13             *
      *************************************************************************
