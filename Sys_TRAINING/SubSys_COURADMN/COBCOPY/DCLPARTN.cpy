      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PARTNER)                                  *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLPARTN))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PARTNER TABLE
           ( PARTNER_CODE                   CHAR(8) NOT NULL,
             PARTNER_NAME                   VARCHAR(60) NOT NULL,
             PARTNER_STATUS                 CHAR(1) NOT NULL,
             CONTACT_EMAIL                  VARCHAR(120),
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PARTNER                    *
      *                                                                *
      * THE BOOKING-PARTNER MASTER - THE TRAINING BROKERS AND          *
      * RESELLERS WHO BOOK SEATS ON BEHALF OF END-CLIENT ORGS AND ARE  *
      * OWED A COMMISSION ON THEM. A SIGN-UP (ETRB002) OR BULK LOAD    *
      * (ETROP36) THAT NAMES A PARTNER STAMPS ITS CODE ON              *
      * REGISTRATION.PARTNER_CODE; THE RATES ARE HELD PER SESSION      *
      * CATEGORY ON PARTNER_RATE (DCLPTNRT) AND THE ETROP107 MONTHLY   *
      * RUN EARNS AND CLAWS BACK THE COMMISSION ON PARTNER_COMMISSION  *
      * (DCLPTNCM).                                                    *
      *                                                                *
      * PARTNER_STATUS: 'A' = ACTIVE - MAY BE NAMED ON NEW BOOKINGS,   *
      * 'I' = INACTIVE - REFUSED ON NEW BOOKINGS, BUT COMMISSION AND   *
      * CLAW-BACKS ON ITS EXISTING BOOKINGS STILL RUN THROUGH.         *
      * CONTACT_EMAIL IS WHERE THE PARTNER STATEMENT IS SENT.          *
      ******************************************************************
       01  DCLPARTNER.
           10 PTN-PARTNER-CODE     PIC X(8).
           10 PTN-PARTNER-NAME.
              49 PTN-PARTNER-NAME-LEN  PIC S9(4) USAGE COMP.
              49 PTN-PARTNER-NAME-TEXT PIC X(60).
           10 PTN-PARTNER-STATUS   PIC X(1).
              88 PTN-ACTIVE                  VALUE 'A'.
              88 PTN-INACTIVE                VALUE 'I'.
           10 PTN-CONTACT-EMAIL.
              49 PTN-CONTACT-EMAIL-LEN  PIC S9(4) USAGE COMP.
              49 PTN-CONTACT-EMAIL-TEXT PIC X(120).
           10 PTN-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
