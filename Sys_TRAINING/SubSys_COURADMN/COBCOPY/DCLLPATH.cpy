      ******************************************************************
      * DCLGEN TABLE(DBODEVP.LEARNING_PATH)                            *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLLPATH))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.LEARNING_PATH TABLE
           ( PATH_CODE                      CHAR(8) NOT NULL,
             PATH_NAME                      VARCHAR(60) NOT NULL,
             PATH_NO                        INTEGER NOT NULL,
             MIN_ELECTIVES                  SMALLINT NOT NULL
                                             WITH DEFAULT 0,
             PATH_STATUS                    CHAR(1) NOT NULL
                                             WITH DEFAULT 'A',
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.LEARNING_PATH              *
      *                                                                *
      * THE LEARNING-PATH (CURRICULUM) MASTER - A PROGRAMME A CLIENT   *
      * BUYS AS A WHOLE, E.G. THE FOUR-COURSE SUPERVISOR PATHWAY. THE  *
      * ORDERED STEPS ARE ON LEARNING_PATH_STEP (DCLLPSTP); WHO IS ON  *
      * THE PATH IS PATH_ENROLMENT (DCLLPENR). A PATH IS COMPLETE FOR  *
      * A PERSON WHEN EVERY MANDATORY STEP IS DONE AND AT LEAST        *
      * MIN_ELECTIVES OF ITS ELECTIVE STEPS ARE. COURSE_PREREQ STILL   *
      * POLICES THE ORDER AT SIGN-UP - THE PATH ONLY DESCRIBES IT.     *
      * PATH_NO IS A UNIQUE NUMBER FOR THE PATH - NOTICE_LOG IS KEYED  *
      * BY SESSION_CATG/SESSION_ID, SO PATH CERTIFICATES LOG UNDER     *
      * SESSION_CATG 'LP' AND SESSION_ID = PATH_NO.                    *
      * PATH_STATUS: 'A' = ACTIVE (THE DEFAULT), 'R' = RETIRED (NO     *
      * NEW ENROLMENTS; EXISTING ONES RUN ON TO COMPLETION).           *
      ******************************************************************
       01  DCLLEARNING-PATH.
           10 LPH-PATH-CODE        PIC X(8).
           10 LPH-PATH-NAME.
              49 LPH-PATH-NAME-LEN   PIC S9(4) USAGE COMP.
              49 LPH-PATH-NAME-TEXT  PIC X(60).
           10 LPH-PATH-NO          PIC S9(9) USAGE COMP.
           10 LPH-MIN-ELECTIVES    PIC S9(4) USAGE COMP.
           10 LPH-PATH-STATUS      PIC X(1).
              88 LPH-PATH-ACTIVE             VALUE 'A'.
              88 LPH-PATH-RETIRED            VALUE 'R'.
           10 LPH-USR-ID           PIC X(8).
           10 LPH-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
