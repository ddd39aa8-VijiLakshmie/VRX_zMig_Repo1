             REFUND_PCT                     SMALLINT NOT NULL,
             REFUND_AMOUNT                  DECIMAL(9,2) NOT NULL,
             REFUND_REASON                  CHAR(1) NOT NULL,
             DTS                            TIMESTAMP NOT NULL,
             REFUND_STATUS                  CHAR(1) NOT NULL,
             STATUS_DATE                    DATE,
             APPROVED_BY                    CHAR(8),
             PAYOUT_NO                      INTEGER,
             PAID_DATE                      DATE,
             FAIL_CODE                      CHAR(4),
             FAIL_TEXT                      CHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REGISTRATION_REFUND        *
      *                                                                 *
      * REFUND_REASON: 'S' = SESSION ITSELF WAS CANCELLED (FULL         *
      * REFUND), 'R' = REGISTRANT CANCELLED (SCALED BY NOTICE GIVEN).   *
      *                                                                 *
      * REFUND_STATUS TRACKS THE MONEY GOING BACK:                      *
      *   'C' COMPUTED - ETROP19 RECORDED THE DECISION                  *
      *   'A' APPROVED - RELEASED FOR PAYOUT ON ETRM016 (APPROVED_BY)   *
      *   'S' SENT     - ON AN ETROP93 BANK PAYMENT FILE AS PAYOUT_NO   *
      *   'P' PAID     - THE BANK CONFIRMED IT (ETROP94, PAID_DATE)     *
      *   'F' FAILED   - THE BANK REJECTED IT (ETROP94, FAIL_CODE AND   *
      *                  FAIL_TEXT); ON THE WORKLIST UNTIL ETRM016      *
      *                  RE-APPROVES IT WITH CORRECTED BANK DETAILS     *
      * STATUS_DATE IS THE DATE OF THE LATEST CHANGE. A REFUND ON AN    *
      * INVOICED REGISTRATION IS SETTLED BY AN ETROP56 CREDIT NOTE      *
      * INSTEAD AND STAYS 'C'. ROWS DECIDED BEFORE PAYOUTS WERE         *
      * TRACKED WERE PAID BY HAND AND WERE LOADED AS 'P' WITH           *
      * PAID_DATE = REFUND_DATE.                                        *
      ******************************************************************
       01  DCLREGISTRATION-REFUND.
           10 RFD-SESSION-CATG     PIC X(2).
              88 RFD-REASON-SESSION-CANCELLED   VALUE 'S'.
              88 RFD-REASON-REGISTRANT          VALUE 'R'.
           10 RFD-DTS              PIC X(26).
           10 RFD-REFUND-STATUS    PIC X(1).
              88 RFD-STATUS-COMPUTED            VALUE 'C'.
              88 RFD-STATUS-APPROVED            VALUE 'A'.
              88 RFD-STATUS-SENT                VALUE 'S'.
              88 RFD-STATUS-PAID                VALUE 'P'.
              88 RFD-STATUS-FAILED              VALUE 'F'.
           10 RFD-STATUS-DATE      PIC X(10).
           10 RFD-APPROVED-BY      PIC X(8).
           10 RFD-PAYOUT-NO        PIC S9(9) USAGE COMP.
           10 RFD-PAID-DATE        PIC X(10).
           10 RFD-FAIL-CODE        PIC X(4).
           10 RFD-FAIL-TEXT        PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
