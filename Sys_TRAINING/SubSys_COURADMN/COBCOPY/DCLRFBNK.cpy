      ******************************************************************
      * DCLGEN TABLE(DBODEVP.REFUND_PAYEE_BANK)                        *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLRFBNK))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.REFUND_PAYEE_BANK TABLE
           ( EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             ACCOUNT_NAME                   CHAR(18) NOT NULL,
             SORT_CODE                      CHAR(6) NOT NULL,
             ACCOUNT_NO                     CHAR(8) NOT NULL,
             UPDATED_BY                     CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REFUND_PAYEE_BANK          *
      *                                                                *
      * ONE ROW PER REGISTRANT WHO IS TO BE REFUNDED BY BANK PAYMENT - *
      * THE ACCOUNT ETROP93 PAYS AN APPROVED REFUND INTO. KEYED ON     *
      * EMAIL_ADDR AND KEPT ON ETRM016; A REFUND CANNOT BE APPROVED    *
      * FOR PAYOUT UNTIL A ROW EXISTS. ACCOUNT_NAME IS HELD AT THE     *
      * 18 CHARACTERS THE BANK FILE CARRIES.                           *
      ******************************************************************
       01  DCLREFUND-PAYEE-BANK.
           10 RPB-EMAIL-ADDR.
              49 RPB-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 RPB-EMAIL-ADDR-TEXT PIC X(120).
           10 RPB-ACCOUNT-NAME     PIC X(18).
           10 RPB-SORT-CODE        PIC X(6).
           10 RPB-ACCOUNT-NO       PIC X(8).
           10 RPB-UPDATED-BY       PIC X(8).
           10 RPB-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
