      ******************************************************************
      * DCLGEN TABLE(DBODEVP.FINANCIAL_APPROVAL)                       *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLFINAP))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.FINANCIAL_APPROVAL TABLE
           ( APPROVAL_NO                    INTEGER NOT NULL,
             ITEM_TYPE                      CHAR(1) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL
                                             WITH DEFAULT,
             SESSION_ID                     INTEGER NOT NULL
                                             WITH DEFAULT,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL
                                             WITH DEFAULT,
             ORG_CODE                       CHAR(8) NOT NULL
                                             WITH DEFAULT,
             AMOUNT                         DECIMAL(9,2) NOT NULL,
             ITEM_REF                       CHAR(30) NOT NULL
                                             WITH DEFAULT,
             APPROVAL_STATUS                CHAR(1) NOT NULL,
             MAKER_ID                       CHAR(8) NOT NULL,
             MAKER_MODULE                   CHAR(8) NOT NULL,
             MAKER_DTS                      TIMESTAMP NOT NULL,
             CHECKER_ID                     CHAR(8),
             CHECKER_DTS                    TIMESTAMP,
             REJECT_REASON                  CHAR(40) NOT NULL
                                             WITH DEFAULT,
             POSTED_DTS                     TIMESTAMP,
             POSTED_AMOUNT                  DECIMAL(9,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.FINANCIAL_APPROVAL         *
      *                                                                *
      * THE MAKER-CHECKER QUEUE FOR FINANCIAL ADJUSTMENTS. ONE ROW PER *
      * ADJUSTMENT RAISED, NUMBERED 1..N BY APPROVAL_NO. ITEM_TYPE:    *
      *   'R' - A REFUND PAYOUT (REGISTRATION_REFUND, BY SESSION KEY   *
      *         AND EMAIL) - RAISED BY ETROP19 FOR A NEW DECISION, OR  *
      *         BY ETRM016 WHEN ONE WITH NO ITEM IS RELEASED           *
      *   'W' - A WRITE-OFF OVERRIDE - A BALANCE OVER THE ETROP61      *
      *         WRITEOFF-LIMIT, WRITTEN OFF BY HAND (SESSION KEY)      *
      *   'C' - A MANUAL CREDIT TO AN ORGANIZATION'S ORG_CREDIT LEDGER *
      *         (ORG_CODE)                                             *
      * WHATEVER IS OVER ITS SYSTEM_PARAMETER LIMIT (SEE CWFINAP) IS   *
      * RAISED PENDING AND TAKES EFFECT ONLY ONCE A DIFFERENT USER     *
      * HOLDING 'FINAPPR' APPROVES IT ON ETRM026. APPROVAL_STATUS:     *
      *   'P' - PENDING SECOND APPROVAL                                *
      *   'A' - APPROVED (CHECKER_ID, CHECKER_DTS)                     *
      *   'J' - REJECTED (CHECKER_ID, CHECKER_DTS, REJECT_REASON)      *
      *   'U' - WITHIN LIMIT - NEEDED NO SECOND APPROVAL               *
      * POSTED_DTS/POSTED_AMOUNT ARE SET BY WHATEVER APPLIED AN 'A' OR *
      * 'U' ITEM - ETRM016 (REFUNDS, ON RELEASE), ETROP61 (WRITE-OFFS) *
      * OR ETROP55 (CREDITS).                                          *
      * ROWS ARE NEVER DELETED.                                        *
      ******************************************************************
       01  DCLFINANCIAL-APPROVAL.
           10 FAP-APPROVAL-NO      PIC S9(9) USAGE COMP.
           10 FAP-ITEM-TYPE        PIC X(1).
              88 FAP-TYPE-REFUND                VALUE 'R'.
              88 FAP-TYPE-WRITEOFF              VALUE 'W'.
              88 FAP-TYPE-CREDIT                VALUE 'C'.
           10 FAP-SESSION-CATG     PIC X(2).
           10 FAP-SESSION-ID       PIC S9(9) USAGE COMP.
           10 FAP-EMAIL-ADDR.
              49 FAP-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 FAP-EMAIL-ADDR-TEXT PIC X(120).
           10 FAP-ORG-CODE         PIC X(8).
           10 FAP-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
           10 FAP-ITEM-REF         PIC X(30).
           10 FAP-APPROVAL-STATUS  PIC X(1).
              88 FAP-STATUS-PENDING             VALUE 'P'.
              88 FAP-STATUS-APPROVED            VALUE 'A'.
              88 FAP-STATUS-REJECTED            VALUE 'J'.
              88 FAP-STATUS-WITHIN-LIMIT        VALUE 'U'.
           10 FAP-MAKER-ID         PIC X(8).
           10 FAP-MAKER-MODULE     PIC X(8).
           10 FAP-MAKER-DTS        PIC X(26).
           10 FAP-CHECKER-ID       PIC X(8).
           10 FAP-CHECKER-DTS      PIC X(26).
           10 FAP-REJECT-REASON    PIC X(40).
           10 FAP-POSTED-DTS       PIC X(26).
           10 FAP-POSTED-AMOUNT    PIC S9(7)V99 USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
