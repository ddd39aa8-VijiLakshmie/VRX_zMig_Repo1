      ******************************************************************
      * DCLGEN TABLE(DBODEVP.DIRECT_DEBIT_MANDATE)                     *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLDDMND))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.DIRECT_DEBIT_MANDATE TABLE
           ( MANDATE_REF                    CHAR(18) NOT NULL,
             ORG_CODE                       CHAR(8),
             EMAIL_ADDR                     VARCHAR(120),
             ACCOUNT_NAME                   CHAR(18) NOT NULL,
             SORT_CODE                      CHAR(6) NOT NULL,
             ACCOUNT_NO                     CHAR(8) NOT NULL,
             MANDATE_STATUS                 CHAR(1) NOT NULL
                                             WITH DEFAULT 'A',
             LAST_RETURN_CODE               CHAR(4),
             LAST_RETURN_DATE               DATE,
             UPDATED_BY                     CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.DIRECT_DEBIT_MANDATE       *
      *                                                                *
      * ONE ROW PER DIRECT-DEBIT INSTRUCTION A PAYER HAS SIGNED, SO    *
      * PAYMENT-PLAN INSTALMENTS (DCLPAYPL) ARE COLLECTED BY ETROP132  *
      * RATHER THAN WAITING FOR THE ORG TO REMEMBER TO PAY. KEPT       *
      * THROUGH ETRB036. THE PAYER IS EITHER AN ORGANIZATION (ORG_CODE *
      * SET, EMAIL_ADDR NULL - EVERY REGISTRATION CARRYING THAT        *
      * ORG_CODE) OR ONE REGISTRANT (EMAIL_ADDR SET, ORG_CODE NULL),   *
      * NEVER BOTH; A REGISTRANT'S OWN MANDATE IS USED BEFORE THEIR    *
      * ORG'S. MANDATE_REF IS THE REFERENCE THE BANK HOLDS THE         *
      * INSTRUCTION UNDER AND IS QUOTED ON EVERY COLLECTION.           *
      * ACCOUNT_NAME IS HELD AT THE 18 CHARACTERS THE BANK FILE        *
      * CARRIES, AS ON REFUND_PAYEE_BANK. MANDATE_STATUS:              *
      *   'A' - ACTIVE; A PAYER HAS AT MOST ONE ACTIVE MANDATE         *
      *   'S' - SUSPENDED BY ETROP133 AFTER AN UNPAID COLLECTION THE   *
      *         BANK SAYS TO REFER TO THE PAYER; ETRB036 REINSTATES    *
      *   'C' - CANCELLED, BY US THROUGH ETRB036 OR BY THE PAYER/BANK  *
      *         (ETROP133 ON AN INSTRUCTION-CANCELLED, ACCOUNT-CLOSED  *
      *         OR SIMILAR RETURN) - NEW BANK DETAILS MEAN A NEW       *
      *         MANDATE, NEVER AN EDIT OF THIS ONE                     *
      * LAST_RETURN_CODE/LAST_RETURN_DATE ARE THE BANK'S REASON AND    *
      * DATE FROM THE MOST RECENT UNPAID COLLECTION, NULL WHEN THERE   *
      * HAS NEVER BEEN ONE.                                            *
      ******************************************************************
       01  DCLDIRECT-DEBIT-MANDATE.
           10 DDM-MANDATE-REF      PIC X(18).
           10 DDM-ORG-CODE         PIC X(8).
           10 DDM-EMAIL-ADDR.
              49 DDM-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 DDM-EMAIL-ADDR-TEXT PIC X(120).
           10 DDM-ACCOUNT-NAME     PIC X(18).
           10 DDM-SORT-CODE        PIC X(6).
           10 DDM-ACCOUNT-NO       PIC X(8).
           10 DDM-MANDATE-STATUS   PIC X(1).
              88 DDM-STATUS-ACTIVE              VALUE 'A'.
              88 DDM-STATUS-SUSPENDED           VALUE 'S'.
              88 DDM-STATUS-CANCELLED           VALUE 'C'.
           10 DDM-LAST-RETURN-CODE PIC X(4).
           10 DDM-LAST-RETURN-DATE PIC X(10).
           10 DDM-UPDATED-BY       PIC X(8).
           10 DDM-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
