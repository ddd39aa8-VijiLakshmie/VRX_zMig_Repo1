           EXEC SQL DECLARE DBODEVP.USER_AUTHORITY TABLE
           ( USR_ID                         CHAR(8) NOT NULL,
             FUNCTION_CODE                  CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL,
             ENO                            CHAR(4),
             GRANTED_BY                     CHAR(8) NOT NULL
                                             WITH DEFAULT,
             RECERT_DUE                     DATE,
             RECERT_DTS                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.USER_AUTHORITY             *
      * CPAUTHCK CHECK AT THE TOP OF EACH MAINTENANCE PROGRAM DENIES   *
      * ANY CALLER WITHOUT A ROW - FAIL CLOSED. FUNCTION_CODE VALUES:  *
      *   'REGISTER' - SIGN A REGISTRANT UP            (ETRB002)       *
      *              RECORD COURSE INTEREST            (ETRM018)       *
      *   'CANCLREG' - CANCEL ONE REGISTRATION         (ETRB003)       *
      *   'CANCLSES' - CANCEL A WHOLE SESSION          (ETRB006)       *
      *   'ASSIGNIN' - ASSIGN/REPLACE AN INSTRUCTOR    (ETRB004)       *
      *   'SALMAINT' - SALARY MAINTENANCE              (ETRB009)       *
      *   'WEBBOOK ' - WEBSITE BOOKING SERVICE         (ETRO006)       *
      *   'PAYREVRS' - REVERSE A POSTED PAYMENT        (ETRB028)       *
      *   'RFNDPAY ' - APPROVE REFUND PAYOUTS/BANK     (ETRM016)       *
      *   'EXAMRSLT' - RECORD EXAM RESULTS/BOOK RESITS (ETRM019)       *
      *   'FUNDELIG' - FUNDING ELIGIBILITY CAPTURE     (ETRB031)       *
      *   'SEATHOLD' - PLACE/CONVERT/RELEASE HOLDS     (ETRB032)       *
      *   'SUBSTREG' - SUBSTITUTE A SAME-ORG DELEGATE  (ETRB033)       *
      *   'INCIDENT' - MAINTAIN/CLOSE ERROR INCIDENTS  (ETRM021)       *
      *   'CREDITRL' - RELEASE AN ORG'S CREDIT HOLD    (ETRB034)       *
      *   'FINVIEW ' - ORG ACCOUNT INQUIRY             (ETRM024)       *
      *   'MAKEUPBK' - BOOK/CANCEL MAKE-UP DAYS        (ETRB035)       *
      *   'DDMANDAT' - KEEP DIRECT-DEBIT MANDATES      (ETRB036)       *
      *   'USERAUTH' - GRANT/REVOKE/RECONFIRM THESE    (ETRM025)       *
      *              ROWS - USERADMN                                   *
      *                                                                *
      * GRANTS ARE MAINTAINED ON ETRM025 (TRANSID ETRT) AND EVERY      *
      * CHANGE IS WRITTEN TO USER_AUTHORITY_AUDIT (DCLUAAUD). DTS IS   *
      * WHEN THE GRANT WAS MADE. ENO IS THE EMP999 EMPLOYEE THE USER   *
      * ID BELONGS TO - NULL ONLY ON ROWS LOADED BEFORE ETRM025, WHICH *
      * THE QUARTERLY RECERTIFICATION LISTS AS UNOWNED. ETROP128       *
      * REVOKES A GRANT THE NIGHT ITS ENO LEAVES (OR DROPS OFF)        *
      * EMP999. RECERT_DUE IS SET WHILE A GRANT AWAITS ITS MANAGER'S   *
      * QUARTERLY RE-CONFIRMATION AND IS CLEARED (RECERT_DTS STAMPED)  *
      * WHEN IT IS RE-CONFIRMED; PAST RECERT_DUE ETROP128 REVOKES IT.  *
      ******************************************************************
       01  DCLUSER-AUTHORITY.
           10 UAU-USR-ID           PIC X(8).
           10 UAU-FUNCTION-CODE    PIC X(8).
           10 UAU-DTS              PIC X(26).
           10 UAU-ENO              PIC X(4).
           10 UAU-GRANTED-BY       PIC X(8).
           10 UAU-RECERT-DUE       PIC X(10).
           10 UAU-RECERT-DTS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
