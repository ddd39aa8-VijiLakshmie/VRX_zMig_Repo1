      ******************************************************************
      * DCLGEN TABLE(DBODEVP.ASSESSMENT_RESULT)                        *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLASRES))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.ASSESSMENT_RESULT TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             ATTEMPT_NO                     SMALLINT NOT NULL,
             SCORE                          SMALLINT NOT NULL,
             RESULT_DATE                    DATE NOT NULL,
             RESULT_CD                      CHAR(1) NOT NULL,
             RESIT_SESSION_ID               INTEGER,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.ASSESSMENT_RESULT          *
      *                                                                *
      * ONE ROW PER EXAM SITTING. SESSION_CATG, SESSION_ID, EMAIL_ADDR *
      * IS THE REGISTRATION THE DELEGATE SAT THE EXAM ON (UNIQUE ON    *
      * THOSE THREE PLUS ATTEMPT_NO). ATTEMPT_NO COUNTS ACROSS EVERY   *
      * SESSION OF THE CATEGORY FOR THE SAME EMAIL_ADDR - A RESIT ON A *
      * LATER SESSION IS ATTEMPT 2, NOT A NEW ATTEMPT 1 - SO IT CAN BE *
      * HELD AGAINST COURSE_CATALOG.MAX_ATTEMPTS.                      *
      * SCORE IS 0-100. RESULT_CD IS SET FROM THE CATALOG PASS_MARK    *
      * WHEN THE RESULT IS KEYED ON ETRM019: 'P' = PASSED, 'F' =       *
      * FAILED. RESIT_SESSION_ID IS THE LATER SESSION A RESIT SEAT WAS *
      * BOOKED ON FOR A FAILED ATTEMPT, NULL UNTIL ONE IS.             *
      * ETROP22 AND ETROP52 READ THE ROWS BEFORE STAMPING COMPLETION   *
      * ON AN EXAMINED CATEGORY.                                       *
      ******************************************************************
       01  DCLASSESSMENT-RESULT.
           10 ASR-SESSION-CATG     PIC X(2).
           10 ASR-SESSION-ID       PIC S9(9) USAGE COMP.
           10 ASR-EMAIL-ADDR.
              49 ASR-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 ASR-EMAIL-ADDR-TEXT PIC X(120).
           10 ASR-ATTEMPT-NO       PIC S9(4) USAGE COMP.
           10 ASR-SCORE            PIC S9(4) USAGE COMP.
           10 ASR-RESULT-DATE      PIC X(10).
           10 ASR-RESULT-CD        PIC X(1).
           10 ASR-RESIT-SESSION-ID PIC S9(9) USAGE COMP.
           10 ASR-USR-ID           PIC X(8).
           10 ASR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
