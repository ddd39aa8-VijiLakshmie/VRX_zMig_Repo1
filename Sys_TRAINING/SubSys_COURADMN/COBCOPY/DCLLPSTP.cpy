      ******************************************************************
      * DCLGEN TABLE(DBODEVP.LEARNING_PATH_STEP)                       *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLLPSTP))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.LEARNING_PATH_STEP TABLE
           ( PATH_CODE                      CHAR(8) NOT NULL,
             STEP_SEQ                       SMALLINT NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             STEP_TYPE                      CHAR(1) NOT NULL
                                             WITH DEFAULT 'M',
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.LEARNING_PATH_STEP         *
      *                                                                *
      * THE ORDERED STEPS OF A LEARNING_PATH (DCLLPATH) - ONE ROW PER  *
      * COURSE_CATALOG CATEGORY ON THE PATH, UNIQUE ON PATH_CODE +     *
      * STEP_SEQ AND ON PATH_CODE + SESSION_CATG. A STEP IS DONE WHEN  *
      * THE PERSON HOLDS A COMPLETION_STATUS 'C' REGISTRATION, LIVE    *
      * OR ARCHIVED, IN ITS CATEGORY - ANY SESSION, ANY DATE.          *
      * STEP_TYPE: 'M' = MANDATORY (THE DEFAULT), 'E' = ELECTIVE.      *
      ******************************************************************
       01  DCLLEARNING-PATH-STEP.
           10 LPS-PATH-CODE        PIC X(8).
           10 LPS-STEP-SEQ         PIC S9(4) USAGE COMP.
           10 LPS-SESSION-CATG     PIC X(2).
           10 LPS-STEP-TYPE        PIC X(1).
              88 LPS-STEP-MANDATORY          VALUE 'M'.
              88 LPS-STEP-ELECTIVE           VALUE 'E'.
           10 LPS-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
