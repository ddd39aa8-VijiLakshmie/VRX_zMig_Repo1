             SPECIAL_REQS                   VARCHAR(120),
             LANG_PREF                      CHAR(2),
             NO_SHOW_SW                     CHAR(1),
             ATTEND_MODE                    CHAR(1),
             PARTNER_CODE                   CHAR(8),
             PROMO_CODE                     CHAR(12),
             PROMO_AMOUNT                   DECIMAL(9,2),
             FUNDED_AMOUNT                  DECIMAL(9,2),
             ARCHIVE_DTS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
              49 RGA-SPECIAL-REQS-TEXT PIC X(120).
           10 RGA-LANG-PREF       PIC X(2).
           10 RGA-NO-SHOW-SW      PIC X(1).
           10 RGA-ATTEND-MODE     PIC X(1).
           10 RGA-PARTNER-CODE    PIC X(8).
           10 RGA-PROMO-CODE      PIC X(12).
           10 RGA-PROMO-AMOUNT    PIC S9(7)V99 USAGE COMP-3.
           10 RGA-FUNDED-AMOUNT   PIC S9(7)V99 USAGE COMP-3.
           10 RGA-ARCHIVE-DTS     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 31      *
      ******************************************************************
