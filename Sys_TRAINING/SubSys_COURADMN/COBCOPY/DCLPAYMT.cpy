             PAYMENT_CURRENCY               CHAR(3),
             BASE_AMOUNT                    DECIMAL(9,2),
             RECON_DATE                     DATE,
             RECON_REF                      VARCHAR(30),
             REVERSES_SEQ                   SMALLINT,
             REVERSAL_REASON                CHAR(2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REGISTRATION_PAYMENT       *
      *                                                                 *
      * PAYMENT_METHOD: 'CH' = CHEQUE, 'BT' = BANK TRANSFER,            *
      * 'CC' = CARD, 'CA' = CASH, 'CR' = CREDIT ON ACCOUNT APPLIED.     *
      * 'DD' = DIRECT-DEBIT COLLECTION (ETROP132) - PAYMENT_REF IS    *
      * THE 'DDC' COLLECTION REFERENCE (DCLDDCOL).                    *
      * PAYMENT_REF IS THE BANK-STATEMENT OR REMITTANCE REFERENCE       *
      * FINANCE RECONCILES AGAINST.                                     *
      *                                                                 *
      * THE ROW - NULL MEANS THE BANK HAS NOT YET CONFIRMED THE       *
      * MONEY. METHOD 'WO'/'CR' ROWS NEVER RECONCILE (NO BANK         *
      * MOVEMENT EXISTS FOR THEM BY CONSTRUCTION).                    *
      *                                                                 *
      * REVERSES_SEQ IS SET ONLY ON A REVERSAL ROW POSTED BY ETRB028   *
      * (CARD CHARGEBACK, RETURNED CHEQUE/TRANSFER, OR A KEYING        *
      * CORRECTION) - IT NAMES THE PAYMENT_SEQ OF THE ORIGINAL ROW    *
      * WITHIN THE SAME REGISTRATION, AND PAYMENT_AMOUNT/BASE_AMOUNT  *
      * CARRY THE NEGATIVE OF WHAT WAS TAKEN BACK. REVERSAL_REASON:   *
      * 'CB' = CARD CHARGEBACK, 'RI' = RETURNED ITEM (BOUNCED CHEQUE  *
      * OR RECALLED TRANSFER), 'MA' = MANUAL CORRECTION. BOTH ARE     *
      * NULL ON AN ORDINARY PAYMENT ROW.                              *
      ******************************************************************
       01  DCLREGISTRATION-PAYMENT.
           10 PAY-SESSION-CATG     PIC X(2).
           10 PAY-RECON-REF.
              49 PAY-RECON-REF-LEN   PIC S9(4) USAGE COMP.
              49 PAY-RECON-REF-TEXT  PIC X(30).
           10 PAY-REVERSES-SEQ     PIC S9(4) USAGE COMP.
           10 PAY-REVERSAL-REASON  PIC X(2).
              88 PAY-REVERSAL-CHARGEBACK        VALUE 'CB'.
              88 PAY-REVERSAL-RETURNED-ITEM     VALUE 'RI'.
              88 PAY-REVERSAL-MANUAL            VALUE 'MA'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
