      ******************************************************************
      * DCLGEN TABLE(DBODEVP.FUNDING_CLAIM)                            *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLFUNDC))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.FUNDING_CLAIM TABLE
           ( CLAIM_NO                       INTEGER NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             PERSON_ID                      INTEGER NOT NULL,
             ORG_NAME                       VARCHAR(120) NOT NULL,
             FUNDING_BODY                   CHAR(8) NOT NULL,
             CLAIM_PERIOD                   CHAR(6) NOT NULL,
             CLAIM_AMOUNT                   DECIMAL(9,2) NOT NULL,
             CLAIM_STATUS                   CHAR(1) NOT NULL,
             PAID_AMOUNT                    DECIMAL(9,2),
             RESPONSE_REASON                VARCHAR(60),
             SUBMIT_DATE                    DATE NOT NULL,
             RESPONSE_DATE                  DATE,
             REBILL_INVOICE_NO              INTEGER,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.FUNDING_CLAIM              *
      *                                                                *
      * ONE ROW PER FUNDED REGISTRATION (REGISTRATION.FUNDED_AMOUNT >  *
      * 0) ONCE THE QUARTERLY ETROP112 CLAIM RUN HAS DEALT WITH IT.    *
      * CLAIM_NO IS MAX + 1. CLAIM_PERIOD IS THE QUARTER, 'YYYYQN'.    *
      * CLAIM_STATUS:                                                  *
      *   'S' = SUBMITTED ON THE FUNDCLM FILE, NO RESPONSE YET         *
      *   'P' = PAID BY THE FUNDING BODY (PAID_AMOUNT MAY BE SHORT)    *
      *   'R' = REJECTED BY THE FUNDING BODY (SEE RESPONSE_REASON)     *
      *   'N' = NOT CLAIMABLE - THE LEARNER DID NOT COMPLETE, FELL     *
      *         SHORT OF THE ATTENDANCE MINIMUM OR IS NO LONGER        *
      *         ELIGIBLE                                               *
      * ETROP113 POSTS THE FUNDING BODY'S RESPONSE FILE. THE ORG WAS   *
      * INVOICED NET OF THE EXPECTED FUNDING, SO WHATEVER THE BODY     *
      * DOES NOT PAY ('R', 'N' OR A SHORT 'P') IS RE-BILLED ON THE     *
      * ORG'S NEXT ETROP20 INVOICE, WHICH STAMPS REBILL_INVOICE_NO.    *
      ******************************************************************
       01  DCLFUNDING-CLAIM.
           10 FDC-CLAIM-NO         PIC S9(9) USAGE COMP.
           10 FDC-SESSION-CATG     PIC X(2).
           10 FDC-SESSION-ID       PIC S9(9) USAGE COMP.
           10 FDC-EMAIL-ADDR.
              49 FDC-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 FDC-EMAIL-ADDR-TEXT PIC X(120).
           10 FDC-PERSON-ID        PIC S9(9) USAGE COMP.
           10 FDC-ORG-NAME.
              49 FDC-ORG-NAME-LEN    PIC S9(4) USAGE COMP.
              49 FDC-ORG-NAME-TEXT   PIC X(120).
           10 FDC-FUNDING-BODY     PIC X(8).
           10 FDC-CLAIM-PERIOD     PIC X(6).
           10 FDC-CLAIM-AMOUNT     PIC S9(7)V99 USAGE COMP-3.
           10 FDC-CLAIM-STATUS     PIC X(1).
              88 FDC-SUBMITTED               VALUE 'S'.
              88 FDC-PAID                    VALUE 'P'.
              88 FDC-REJECTED                VALUE 'R'.
              88 FDC-NOT-CLAIMABLE           VALUE 'N'.
           10 FDC-PAID-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
           10 FDC-RESPONSE-REASON.
              49 FDC-RESPONSE-REASON-LEN  PIC S9(4) USAGE COMP.
              49 FDC-RESPONSE-REASON-TEXT PIC X(60).
           10 FDC-SUBMIT-DATE      PIC X(10).
           10 FDC-RESPONSE-DATE    PIC X(10).
           10 FDC-REBILL-INVOICE-NO PIC S9(9) USAGE COMP.
           10 FDC-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
