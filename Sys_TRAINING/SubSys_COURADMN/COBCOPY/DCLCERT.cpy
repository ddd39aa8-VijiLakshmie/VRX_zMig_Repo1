      ******************************************************************
      * DCLGEN TABLE(DBODEVP.CERTIFICATE)                              *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLCERT))              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.CERTIFICATE TABLE
           ( CERT_NO                        CHAR(10) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             PERSON_ID                      INTEGER,
             FULL_NAME                      VARCHAR(130) NOT NULL,
             ISSUE_DATE                     DATE NOT NULL,
             CERT_EXPIRY_DATE               DATE,
             REVOKED_SW                     CHAR(1) NOT NULL,
             REVOKED_DATE                   DATE,
             ISSUED_BY                      CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.CERTIFICATE                *
      *                                                                *
      * THE CERTIFICATE REGISTER - ONE ROW PER CERTIFICATE EVER        *
      * ISSUED, SO AN EMPLOYER OR REGULATOR QUOTING A NUMBER OFF A     *
      * CERTIFICATE CAN HAVE IT CONFIRMED ON THE ETRM020 INQUIRY.      *
      * ISSUED BY CPCERTIS WHEN ETROP22 (ATTENDANCE/EXAM) OR ETROP52   *
      * (LMS FEED) STAMPS A REGISTRATION 'C', AND PRINTED BY THE       *
      * ETROP23 CERTIFICATE MERGE. AT MOST ONE UNREVOKED ROW PER       *
      * REGISTRATION.                                                  *
      *                                                                *
      * CERT_NO IS A 9-DIGIT SERIAL (MAX + 1, FROM 100000001) PLUS A   *
      * LUHN CHECK DIGIT FROM RCBT006A. FULL_NAME, PERSON_ID AND       *
      * CERT_EXPIRY_DATE ARE COPIED OFF THE REGISTRATION AT ISSUE -    *
      * THE CERTIFICATE SAYS WHAT IT SAID ON THE DAY, WHATEVER LATER   *
      * CONTACT CORRECTIONS DO TO THE REGISTRATION. NULL EXPIRY =      *
      * THE COURSE CARRIES NO EXPIRING CERTIFICATION.                  *
      *                                                                *
      * REVOKED_SW 'Y' (WITH REVOKED_DATE) WITHDRAWS A CERTIFICATE -   *
      * ISSUED IN ERROR OR OBTAINED IMPROPERLY. THE ROW IS NEVER       *
      * DELETED, SO THE INQUIRY ANSWERS 'REVOKED', NOT 'NOT FOUND'.    *
      * ISSUED_BY IS THE ISSUING JOB (ETROP22/ETROP52).                *
      ******************************************************************
       01  DCLCERTIFICATE.
           10 CRT-CERT-NO          PIC X(10).
           10 CRT-SESSION-CATG     PIC X(2).
           10 CRT-SESSION-ID       PIC S9(9) USAGE COMP.
           10 CRT-EMAIL-ADDR.
              49 CRT-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 CRT-EMAIL-ADDR-TEXT PIC X(120).
           10 CRT-PERSON-ID        PIC S9(9) USAGE COMP.
           10 CRT-FULL-NAME.
              49 CRT-FULL-NAME-LEN   PIC S9(4) USAGE COMP.
              49 CRT-FULL-NAME-TEXT  PIC X(130).
           10 CRT-ISSUE-DATE       PIC X(10).
           10 CRT-CERT-EXPIRY-DATE PIC X(10).
           10 CRT-REVOKED-SW       PIC X(1).
              88 CRT-REVOKED                VALUE 'Y'.
              88 CRT-NOT-REVOKED            VALUE 'N'.
           10 CRT-REVOKED-DATE     PIC X(10).
           10 CRT-ISSUED-BY        PIC X(8).
           10 CRT-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
