             CONFIRM_NO                     CHAR(8),
             SPECIAL_REQS                   VARCHAR(120),
             LANG_PREF                      CHAR(2),
             NO_SHOW_SW                     CHAR(1),
             ATTEND_MODE                    CHAR(1),
             PARTNER_CODE                   CHAR(8),
             PROMO_CODE                     CHAR(12),
             PROMO_AMOUNT                   DECIMAL(9,2),
             FUNDED_AMOUNT                  DECIMAL(9,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REGISTRATION               *
      *    STAKE, CHARGEABLE WHERE THE ORG MASTER'S NOSHOW_CHARGE
      *    TERMS ALLOW. NULL = ATTENDED, OR NOT YET SWEPT.
           10 REG-NO-SHOW-SW       PIC X(1).
      *    ATTEND_MODE 'R' MARKS A DELEGATE ON A HYBRID SESSION WHO
      *    JOINS THROUGH THE MEETING LINK INSTEAD OF IN THE ROOM -
      *    SET BY SQL FROM THE COORDINATOR'S LIST FOR NOW. THE ETROP91
      *    CATERING ORDER LEAVES THEM OUT OF THE ROOM HEADCOUNT. NULL
      *    = IN THE ROOM (ALWAYS, ON A CLASSROOM SESSION).
           10 REG-ATTEND-MODE      PIC X(1).
              88 REG-ATTEND-REMOTE          VALUE 'R'.
      *    PARTNER_CODE NAMES THE TRAINING BROKER OR RESELLER
      *    (DCLPARTN) WHO BOOKED THE SEAT ON THE END CLIENT'S BEHALF -
      *    KEYED AT SIGN-UP (ETRB002) OR CARRIED ON THE ETROP36 BULK
      *    FILE, AND CARRIED ACROSS ON A TRANSFER. THE ETROP107 RUN
      *    PAYS THE PARTNER'S COMMISSION ON IT. NULL = BOOKED DIRECT.
           10 REG-PARTNER-CODE     PIC X(8).
      *    PROMO_CODE IS THE CAMPAIGN CODE OR GIFT VOUCHER (DCLPROMO)
      *    THE BOOKER QUOTED AT SIGN-UP, STAMPED BY ETRB002 ONLY WHEN
      *    IT LOWERED THE PRICE. PROMO_AMOUNT IS WHAT THE CODE TOOK
      *    OFF THE PRICE THE SEAT WOULD OTHERWISE HAVE BEEN BOOKED AT,
      *    FOR THE ETROP108 REDEMPTION REPORT. BOTH CARRIED ACROSS ON
      *    A TRANSFER. NULL = NO CODE USED.
           10 REG-PROMO-CODE       PIC X(12).
           10 REG-PROMO-AMOUNT     PIC S9(7)V99 USAGE COMP-3.
      *    FUNDED_AMOUNT IS THE GOVERNMENT FUNDING (CWFUNDEL CHECK
      *    AGAINST FUNDING_RULE) ETROP20 DEDUCTED FROM THE ORG'S
      *    INVOICE FOR THIS SEAT - WHAT THE ETROP112 QUARTERLY RUN
      *    CLAIMS FROM THE FUNDING BODY. CARRIED ACROSS ON A
      *    TRANSFER. NULL = NOT FUNDED.
           10 REG-FUNDED-AMOUNT    PIC S9(7)V99 USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 32      *
      ******************************************************************
