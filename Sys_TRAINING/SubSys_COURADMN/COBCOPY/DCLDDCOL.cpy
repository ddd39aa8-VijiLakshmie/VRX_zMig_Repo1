      ******************************************************************
      * DCLGEN TABLE(DBODEVP.DIRECT_DEBIT_COLLECTION)                  *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLDDCOL))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.DIRECT_DEBIT_COLLECTION TABLE
           ( COLLECTION_NO                  INTEGER NOT NULL,
             MANDATE_REF                    CHAR(18) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             INSTALMENT_SEQ                 SMALLINT NOT NULL,
             COLLECT_AMOUNT                 DECIMAL(9,2) NOT NULL,
             COLLECT_DATE                   DATE NOT NULL,
             COLLECT_STATUS                 CHAR(1) NOT NULL,
             NOTICE_DATE                    DATE NOT NULL,
             SUBMIT_DATE                    DATE,
             RETURN_CODE                    CHAR(4),
             RETURN_DATE                    DATE,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.DIRECT_DEBIT_COLLECTION    *
      *                                                                *
      * ONE ROW PER PAYMENT-PLAN INSTALMENT TAKEN BY DIRECT DEBIT -    *
      * ONE INSTALMENT IS ONLY EVER ATTEMPTED ONCE. ETROP132 CREATES   *
      * THE ROW WHEN IT SENDS THE ADVANCE NOTICE AND MOVES IT ON WHEN  *
      * THE DEBIT GOES TO THE BANK; ETROP133 MARKS IT WHEN THE BANK    *
      * RETURNS IT UNPAID. COLLECTION_NO NUMBERS THE COLLECTIONS 1..N  *
      * ACROSS THE SYSTEM; 'DDC' AND THAT NUMBER IS THE COLLECTION     *
      * REFERENCE ON THE BANK FILE, ON THE UNPAID FILE AND AS THE      *
      * PAYMENT_REF OF THE 'DD' LEDGER ROW (DCLPAYMT) IT POSTED.       *
      * COLLECT_DATE IS THE DATE THE ADVANCE NOTICE PROMISED - THE     *
      * DUE DATE, OR LATER WHEN THE NOTICE PERIOD WOULD NOT ALLOW IT.  *
      * COLLECT_STATUS:                                                *
      *   'N' - NOTICED; ADVANCE NOTICE SENT, NOT YET SUBMITTED        *
      *   'S' - SUBMITTED ON THE BANK FILE AND POSTED THROUGH ETRB010  *
      *   'R' - RETURNED UNPAID; THE PAYMENT WAS REVERSED THROUGH      *
      *         ETRB028 AND RETURN_CODE/RETURN_DATE ARE THE BANK'S     *
      *   'X' - NOT COLLECTED; RETURN_CODE SAYS WHY: 'MAND' MANDATE NO *
      *         LONGER ACTIVE, 'PAID' NOTHING LEFT OWING, 'RGNA'       *
      *         REGISTRATION NO LONGER ACTIVE, 'PLAN' INSTALMENT TAKEN *
      *         OFF THE PAYMENT PLAN SINCE IT WAS NOTICED              *
      * COLLECT_AMOUNT IS WHAT WAS NOTICED, THEN WHAT WAS ACTUALLY     *
      * SUBMITTED IF THE REGISTRATION HAD PAID SOME OF IT MEANWHILE.   *
      ******************************************************************
       01  DCLDIRECT-DEBIT-COLLECTION.
           10 DDC-COLLECTION-NO    PIC S9(9) USAGE COMP.
           10 DDC-MANDATE-REF      PIC X(18).
           10 DDC-SESSION-CATG     PIC X(2).
           10 DDC-SESSION-ID       PIC S9(9) USAGE COMP.
           10 DDC-EMAIL-ADDR.
              49 DDC-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 DDC-EMAIL-ADDR-TEXT PIC X(120).
           10 DDC-INSTALMENT-SEQ   PIC S9(4) USAGE COMP.
           10 DDC-COLLECT-AMOUNT   PIC S9(7)V99 USAGE COMP-3.
           10 DDC-COLLECT-DATE     PIC X(10).
           10 DDC-COLLECT-STATUS   PIC X(1).
              88 DDC-STATUS-NOTICED             VALUE 'N'.
              88 DDC-STATUS-SUBMITTED           VALUE 'S'.
              88 DDC-STATUS-RETURNED            VALUE 'R'.
              88 DDC-STATUS-NOT-COLLECTED       VALUE 'X'.
           10 DDC-NOTICE-DATE      PIC X(10).
           10 DDC-SUBMIT-DATE      PIC X(10).
           10 DDC-RETURN-CODE      PIC X(4).
           10 DDC-RETURN-DATE      PIC X(10).
           10 DDC-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
