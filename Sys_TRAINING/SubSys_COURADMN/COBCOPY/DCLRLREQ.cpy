      ******************************************************************
      * DCLGEN TABLE(DBODEVP.ROLE_REQUIRED_TRAINING)                   *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLRLREQ))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.ROLE_REQUIRED_TRAINING TABLE
           ( EROLE                          CHAR(2) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.ROLE_REQUIRED_TRAINING     *
      *                                                                *
      * THE MANDATORY-TRAINING MATRIX - ONE ROW PER (ROLE, REQUIRED    *
      * COURSE) PAIR. EROLE IS THE EMP999 ROLE CODE (ETRB018           *
      * MAINTAINS IT ON THE EMPLOYEE); SESSION_CATG IS THE             *
      * COURSE_CATALOG CATEGORY EVERY HOLDER OF THE ROLE MUST HOLD     *
      * CURRENT. A COURSE WITH CERT_VALID_MONTHS IS HELD UNTIL ITS     *
      * CERT_EXPIRY_DATE; ONE WITHOUT IS HELD ONCE COMPLETED. THE      *
      * ETROP87 COMPLIANCE RUN CHECKS EVERY EMPLOYEE AGAINST THEIR     *
      * ROLE'S ROWS. A ROLE WITH NO ROWS HAS NO MANDATORY TRAINING.    *
      ******************************************************************
       01  DCLROLE-REQUIRED-TRAINING.
           10 RRT-EROLE            PIC X(2).
           10 RRT-SESSION-CATG     PIC X(2).
           10 RRT-USR-ID           PIC X(8).
           10 RRT-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
