      ******************************************************************
      * DCLGEN TABLE(DBODEVP.COURSE_INTEREST)                          *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLCRINT))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.COURSE_INTEREST TABLE
           ( PERSON_ID                      INTEGER NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             FULL_NAME                      VARCHAR(130) NOT NULL,
             ORG_CODE                       CHAR(8),
             PREF_MONTH                     CHAR(7),
             DELIVERY_MODE                  CHAR(1),
             INTEREST_STATUS                CHAR(1) NOT NULL
                                             WITH DEFAULT 'O',
             CAPTURE_DTS                    TIMESTAMP NOT NULL,
             NOTIFIED_SESSION_ID            INTEGER,
             NOTIFIED_DATE                  DATE,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.COURSE_INTEREST            *
      *                                                                 *
      * THE EXPRESSION-OF-INTEREST REGISTER. A WAITLIST ROW NEEDS A   *
      * REAL TRAINING_SESSION BEHIND IT; WHEN SOMEONE ASKS FOR A      *
      * COURSE WE ARE NOT RUNNING THEY ARE RECORDED HERE INSTEAD, ONE *
      * ROW PER PERSON PER SESSION_CATG (UNIQUE ON PERSON_ID,         *
      * SESSION_CATG). PERSON_ID IS THE DCLRGPER MASTER'S - ETRM018   *
      * RESOLVES OR CLAIMS IT THE WAY ETRB002'S SIGN-UP DOES;         *
      * EMAIL_ADDR IS THE ADDRESS THE NOTICE GOES TO.                 *
      * ORG_CODE, PREF_MONTH ('YYYY-MM') AND DELIVERY_MODE ('C', 'V', *
      * 'H' AS ON TRAINING_SESSION) ARE NULL WHEN NOT GIVEN - NULL    *
      * MODE OR MONTH MEANS ANY.                                       *
      * INTEREST_STATUS: 'O' = OPEN (THE DEFAULT), 'N' = NOTIFIED,    *
      * 'W' = WITHDRAWN. ETROP95 (NIGHTLY) NOTICES EVERY OPEN ROW     *
      * WHOSE CATEGORY HAS GAINED AN OPEN, NOT-YET-STARTED SESSION    *
      * OF A SUITABLE MODE CREATED AFTER CAPTURE_DTS, THEN STAMPS     *
      * 'N' WITH THE SESSION OFFERED AND THE DATE. RE-SAVING A        *
      * NOTIFIED OR WITHDRAWN ROW ON ETRM018 REOPENS IT WITH A NEW    *
      * CAPTURE_DTS. OPEN ROWS ARE THE PENT-UP DEMAND ETROP30 AND     *
      * ETROP53 REPORT.                                                *
      ******************************************************************
       01  DCLCOURSE-INTEREST.
           10 CRI-PERSON-ID        PIC S9(9) USAGE COMP.
           10 CRI-SESSION-CATG     PIC X(2).
           10 CRI-EMAIL-ADDR.
              49 CRI-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 CRI-EMAIL-ADDR-TEXT PIC X(120).
           10 CRI-FULL-NAME.
              49 CRI-FULL-NAME-LEN   PIC S9(4) USAGE COMP.
              49 CRI-FULL-NAME-TEXT  PIC X(130).
           10 CRI-ORG-CODE         PIC X(8).
           10 CRI-PREF-MONTH       PIC X(7).
           10 CRI-DELIVERY-MODE    PIC X(1).
           10 CRI-INTEREST-STATUS  PIC X(1).
           10 CRI-CAPTURE-DTS      PIC X(26).
           10 CRI-NOTIFIED-SESSION-ID
                                   PIC S9(9) USAGE COMP.
           10 CRI-NOTIFIED-DATE    PIC X(10).
           10 CRI-USR-ID           PIC X(8).
           10 CRI-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
