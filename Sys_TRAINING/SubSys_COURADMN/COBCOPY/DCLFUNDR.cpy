      ******************************************************************
      * DCLGEN TABLE(DBODEVP.FUNDING_RULE)                             *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLFUNDR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.FUNDING_RULE TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             EFFECTIVE_FROM                 DATE NOT NULL,
             EFFECTIVE_TO                   DATE,
             FUNDING_BODY                   CHAR(8) NOT NULL,
             RESIDENCY_CD                   CHAR(2) NOT NULL,
             MIN_AGE                        SMALLINT NOT NULL,
             MAX_AGE                        SMALLINT NOT NULL,
             MAX_EMPLOYER_SIZE              INTEGER NOT NULL,
             FUNDED_PCT                     SMALLINT NOT NULL,
             FUNDED_CAP                     DECIMAL(9,2) NOT NULL,
             MIN_ATTEND_PCT                 SMALLINT NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.FUNDING_RULE               *
      *                                                                *
      * THE GOVERNMENT FUNDING TERMS FOR A SESSION CATEGORY, ONE ROW   *
      * PER CATEGORY PER EFFECTIVE PERIOD (EFFECTIVE_TO NULL = OPEN    *
      * ENDED). THE RULE IN FORCE AT THE SESSION START DATE APPLIES.   *
      * A LEARNER QUALIFIES WHEN:                                      *
      *   RESIDENCY_CD MATCHES ('**' = ANY RESIDENCY),                 *
      *   AGE AT THE SESSION START IS MIN_AGE THRU MAX_AGE, AND        *
      *   EMPLOYER HEADCOUNT IS NOT OVER MAX_EMPLOYER_SIZE (0 = NO     *
      *   LIMIT).                                                      *
      * THE BODY THEN PAYS FUNDED_PCT OF THE SEAT FEE, CAPPED AT       *
      * FUNDED_CAP (0 = NO CAP), PROVIDED THE LEARNER COMPLETES AND    *
      * ATTENDS AT LEAST MIN_ATTEND_PCT OF THE MEETING DAYS. A         *
      * CATEGORY WITHOUT A ROW IS NOT FUNDED. THE ROWS ARE LOADED BY   *
      * THE DBA FROM THE FUNDING BODY'S PUBLISHED SCHEDULE.            *
      ******************************************************************
       01  DCLFUNDING-RULE.
           10 FDR-SESSION-CATG     PIC X(2).
           10 FDR-EFFECTIVE-FROM   PIC X(10).
           10 FDR-EFFECTIVE-TO     PIC X(10).
           10 FDR-FUNDING-BODY     PIC X(8).
           10 FDR-RESIDENCY-CD     PIC X(2).
              88 FDR-ANY-RESIDENCY           VALUE '**'.
           10 FDR-MIN-AGE          PIC S9(4) USAGE COMP.
           10 FDR-MAX-AGE          PIC S9(4) USAGE COMP.
           10 FDR-MAX-EMPLOYER-SIZE PIC S9(9) USAGE COMP.
           10 FDR-FUNDED-PCT       PIC S9(4) USAGE COMP.
           10 FDR-FUNDED-CAP       PIC S9(7)V99 USAGE COMP-3.
           10 FDR-MIN-ATTEND-PCT   PIC S9(4) USAGE COMP.
           10 FDR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
