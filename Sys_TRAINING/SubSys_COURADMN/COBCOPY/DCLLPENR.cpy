      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PATH_ENROLMENT)                           *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLLPENR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PATH_ENROLMENT TABLE
           ( PATH_CODE                      CHAR(8) NOT NULL,
             PERSON_ID                      INTEGER NOT NULL,
             ORG_CODE                       CHAR(8),
             ENROL_DATE                     DATE NOT NULL,
             ENROL_STATUS                   CHAR(1) NOT NULL
                                             WITH DEFAULT 'A',
             MAND_DONE                      SMALLINT NOT NULL
                                             WITH DEFAULT 0,
             ELECT_DONE                     SMALLINT NOT NULL
                                             WITH DEFAULT 0,
             NEXT_STEP_SEQ                  SMALLINT,
             LAST_PROGRESS_DATE             DATE NOT NULL,
             COMPLETED_DATE                 DATE,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PATH_ENROLMENT             *
      *                                                                *
      * ONE ROW PER PERSON (DCLRGPER PERSON_ID) ENROLLED ON A          *
      * LEARNING_PATH, UNIQUE ON PATH_CODE + PERSON_ID. ORG_CODE IS    *
      * THE CLIENT THAT BOUGHT THE PROGRAMME - NULL FOR A PRIVATE      *
      * ENROLMENT. ENROLMENTS ARE LOADED BY SQL FROM THE CLIENT'S      *
      * LIST FOR NOW, LAST_PROGRESS_DATE = ENROL_DATE.                 *
      *                                                                *
      * ETROP96 (NIGHTLY) RECOMPUTES MAND_DONE/ELECT_DONE FROM         *
      * COMPLETION_STATUS, POINTS NEXT_STEP_SEQ AT THE LOWEST STEP     *
      * STILL OPEN (MANDATORY FIRST, THEN ELECTIVE), MOVES             *
      * LAST_PROGRESS_DATE ON WHENEVER A COUNT GOES UP, AND ON         *
      * COMPLETION SETS ENROL_STATUS 'C', COMPLETED_DATE AND A NULL    *
      * NEXT_STEP_SEQ AND WRITES THE PATH CERTIFICATE. ETROP97 IS THE  *
      * PER-ORG PROGRESS REPORT THAT FLAGS WHO IS STALLED.             *
      * ENROL_STATUS: 'A' = ACTIVE (THE DEFAULT), 'C' = COMPLETE,      *
      * 'W' = WITHDRAWN.                                               *
      ******************************************************************
       01  DCLPATH-ENROLMENT.
           10 LPE-PATH-CODE        PIC X(8).
           10 LPE-PERSON-ID        PIC S9(9) USAGE COMP.
           10 LPE-ORG-CODE         PIC X(8).
           10 LPE-ENROL-DATE       PIC X(10).
           10 LPE-ENROL-STATUS     PIC X(1).
              88 LPE-ENROL-ACTIVE            VALUE 'A'.
              88 LPE-ENROL-COMPLETE          VALUE 'C'.
              88 LPE-ENROL-WITHDRAWN         VALUE 'W'.
           10 LPE-MAND-DONE        PIC S9(4) USAGE COMP.
           10 LPE-ELECT-DONE       PIC S9(4) USAGE COMP.
           10 LPE-NEXT-STEP-SEQ    PIC S9(4) USAGE COMP.
           10 LPE-LAST-PROGRESS-DATE
                                   PIC X(10).
           10 LPE-COMPLETED-DATE   PIC X(10).
           10 LPE-USR-ID           PIC X(8).
           10 LPE-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
