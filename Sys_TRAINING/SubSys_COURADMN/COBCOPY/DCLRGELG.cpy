      ******************************************************************
      * DCLGEN TABLE(DBODEVP.REGISTRANT_ELIGIBILITY)                   *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLRGELG))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.REGISTRANT_ELIGIBILITY TABLE
           ( PERSON_ID                      INTEGER NOT NULL,
             RESIDENCY_CD                   CHAR(2) NOT NULL,
             BIRTH_DATE                     DATE NOT NULL,
             EMPLOYER_SIZE                  INTEGER NOT NULL,
             EVIDENCE_REF                   VARCHAR(30),
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REGISTRANT_ELIGIBILITY     *
      *                                                                *
      * THE GOVERNMENT-FUNDING ELIGIBILITY ATTRIBUTES OF A PERSON      *
      * (DCLRGPER PERSON_ID - ONE ROW PER HUMAN, NOT PER ADDRESS),     *
      * CAPTURED THROUGH ETRB031. RESIDENCY_CD IS THE FUNDING BODY'S   *
      * RESIDENCY CODE, BIRTH_DATE GIVES THE AGE BAND AT THE SESSION   *
      * START, EMPLOYER_SIZE IS THE HEADCOUNT OF THE LEARNER'S         *
      * EMPLOYER AND EVIDENCE_REF IS WHERE THE PROOF IS FILED. THE     *
      * CWFUNDEL/CPFUNDEL CHECK TESTS THESE AGAINST FUNDING_RULE; A    *
      * PERSON WITHOUT A ROW IS NEVER FUNDED.                          *
      ******************************************************************
       01  DCLREGISTRANT-ELIGIBILITY.
           10 RGE-PERSON-ID        PIC S9(9) USAGE COMP.
           10 RGE-RESIDENCY-CD     PIC X(2).
           10 RGE-BIRTH-DATE       PIC X(10).
           10 RGE-EMPLOYER-SIZE    PIC S9(9) USAGE COMP.
           10 RGE-EVIDENCE-REF.
              49 RGE-EVIDENCE-REF-LEN  PIC S9(4) USAGE COMP.
              49 RGE-EVIDENCE-REF-TEXT PIC X(30).
           10 RGE-USR-ID           PIC X(8).
           10 RGE-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
