       IDENTIFICATION DIVISION.
      *    ETRB028 IS THE PAYMENT-REVERSAL SERVICE. ETRB010 ONLY EVER
      *    ADDS MONEY TO THE REGISTRATION_PAYMENT LEDGER, SO WHEN A
      *    CARD PAYMENT WAS CHARGED BACK OR A CHEQUE BOUNCED SOMEONE
      *    EDITED AMOUNT_PAID BY HAND AND THE LEDGER, THE AUDIT TRAIL
      *    AND THE BANK RECONCILIATION ALL STOPPED AGREEING. A
      *    REVERSAL NOW POSTS ITS OWN NEGATIVE LEDGER ROW, LINKED TO
      *    THE ORIGINAL BY REVERSES_SEQ, AND ROLLS AMOUNT_PAID BACK BY
      *    THE SAME BASE (GBP) AMOUNT - THE OUTSTANDING BALANCE
      *    REAPPEARS, SO THE ETROP21 AGING AND ETROP57 DUNNING RUNS
      *    PICK THE REGISTRATION BACK UP WITH NO CHANGE OF THEIR OWN.
      *    THE ETROP92 CHARGEBACK/RETURNED-ITEM FILE AND THE ETRM015
      *    SCREEN ARE THE FRONT ENDS.
      *    THE REVERSAL IS TAKEN IN THE CURRENCY OF THE ORIGINAL AND
      *    ITS BASE AMOUNT IS THE ORIGINAL'S OWN CONVERTED FIGURE (PRO
      *    RATA FOR A PARTIAL CHARGEBACK) - NEVER A FRESH RATE, OR A
      *    FULL REVERSAL COULD LEAVE PENNIES BEHIND IN AMOUNT_PAID.
      *    NO COMMIT IS TAKEN HERE; THE CHANGES RIDE THE CALLER'S
      *    UNIT OF WORK.
       PROGRAM-ID. ETRB028.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQLCODE PIC +(11).
       01  WS-REVERSAL-KEYS.
           10 WS-SESSION-CATG         PIC X(2).
           10 WS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 WS-EMAIL-ADDR.
              49 WS-EMAIL-ADDR-LEN    PIC S9(4) USAGE COMP.
              49 WS-EMAIL-ADDR-TEXT   PIC X(120).
           10 WS-ORIG-PAYMENT-SEQ     PIC S9(4) USAGE COMP.
      *    THE ORIGINAL LEDGER ROW AND WHAT HAS ALREADY BEEN TAKEN
      *    BACK AGAINST IT BY EARLIER (PARTIAL) REVERSALS.
       01  WS-ORIGINAL-PAYMENT.
           10 WS-ORIG-AMOUNT          PIC S9(7)V99 USAGE COMP-3.
           10 WS-ORIG-METHOD          PIC X(2).
           10 WS-ORIG-CURRENCY        PIC X(3).
           10 WS-ORIG-CURRENCY-IND    PIC S9(4) USAGE COMP.
           10 WS-ORIG-BASE            PIC S9(7)V99 USAGE COMP-3.
           10 WS-ORIG-RECON-DATE      PIC X(10).
           10 WS-ORIG-RECON-DATE-IND  PIC S9(4) USAGE COMP.
           10 WS-ORIG-RECON-REF       PIC X(30).
           10 WS-ORIG-RECON-REF-IND   PIC S9(4) USAGE COMP.
           10 WS-ORIG-REVERSES-SEQ    PIC S9(4) USAGE COMP.
           10 WS-ORIG-REVERSES-IND    PIC S9(4) USAGE COMP.
           10 WS-DONE-AMOUNT          PIC S9(7)V99 USAGE COMP-3.
           10 WS-DONE-BASE            PIC S9(7)V99 USAGE COMP-3.
           10 WS-LEFT-AMOUNT          PIC S9(7)V99 USAGE COMP-3.
           10 WS-REVERSE-AMOUNT       PIC S9(7)V99 USAGE COMP-3.
           10 WS-REVERSE-BASE         PIC S9(7)V99 USAGE COMP-3.
           10 WS-AMOUNT-PAID          PIC S9(7)V99 USAGE COMP-3.
           10 WS-AMOUNT-PAID-IND      PIC S9(4) USAGE COMP.
      *    RCBT002A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
      *    CALENDAR-DATE VALIDATION ROUTINE AHEAD OF THE INSERT BELOW.
       01  WS-RCBT002A-PARM.
           10 WS-VALID-DATE-TEXT      PIC X(10).
           10 WS-VALID-RETURN-CODE    PIC X(1).
              88 WS-VALID-DATE-OK               VALUE '0'.
              88 WS-VALID-DATE-BAD               VALUE '9'.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLPAYMT
           END-EXEC.
      *    REGISTRATION CHANGE-AUDIT FIELDS - SEE CWRGAUD.
           EXEC SQL
                INCLUDE CWRGAUD
           END-EXEC.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
                INCLUDE CWERRLOG
           END-EXEC.
           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-REVERSE-PAYMENT-PARM NAMES ONE LEDGER ROW BY ITS FULL KEY
      *    (REGISTRATION PLUS PAYMENT_SEQ) AND THE MONEY TO TAKE BACK:
      *    LS-REVERSAL-AMOUNT IS POSITIVE, IN THE ORIGINAL'S CURRENCY,
      *    AND ZERO MEANS WHATEVER OF THE ORIGINAL IS STILL UNREVERSED.
      *    LS-REVERSAL-REASON IS 'CB' CARD CHARGEBACK, 'RI' RETURNED
      *    ITEM (BOUNCED CHEQUE / RECALLED TRANSFER) OR 'MA' MANUAL
      *    CORRECTION; LS-REVERSAL-REF IS THE ACQUIRER CASE NUMBER OR
      *    BANK RETURN REFERENCE. LS-RETURN-CODE COMES BACK:
      *      '0' REVERSAL POSTED AND AMOUNT_PAID ROLLED BACK
      *      'N' NO SUCH PAYMENT ROW
      *      'I' THE ROW CANNOT BE REVERSED - IT IS ITSELF A REVERSAL,
      *          OR A 'WO'/'CR' ROW THAT MOVED NO MONEY
      *      'A' ALREADY FULLY REVERSED
      *      'E' AMOUNT EXCEEDS WHAT IS LEFT TO REVERSE
      *      'D' INVALID REVERSAL DATE
      *      'Z' BAD REASON CODE OR NEGATIVE AMOUNT
      *      'X' NOT AUTHORIZED
      *      '9' SQL FAILURE (CALLER MUST ROLL BACK)
      *    ON '0' THE OUTPUT FIELDS CARRY THE NEW ROW'S PAYMENT_SEQ,
      *    THE BASE AMOUNT TAKEN OFF AMOUNT_PAID, AND WHETHER THE
      *    ORIGINAL HAD ALREADY BEEN RECONCILED BY ETROP62 ('Y' - THE
      *    BANK RECONCILIATION MUST BE TOLD) WITH ITS RECON DATE/REF.
       01  LS-REVERSE-PAYMENT-PARM.
           10 LS-SESSION-CATG         PIC X(2).
           10 LS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 LS-EMAIL-ADDR           PIC X(120).
           10 LS-ORIG-PAYMENT-SEQ     PIC S9(4) USAGE COMP.
           10 LS-REVERSAL-DATE        PIC X(10).
           10 LS-REVERSAL-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
           10 LS-REVERSAL-REASON      PIC X(2).
              88 LS-REASON-VALID                VALUE 'CB' 'RI' 'MA'.
           10 LS-REVERSAL-REF         PIC X(30).
           10 LS-AUTH-USR-ID          PIC X(8).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-REVERSE-OK                  VALUE '0'.
              88 LS-REVERSE-NOT-FOUND           VALUE 'N'.
              88 LS-REVERSE-INELIGIBLE          VALUE 'I'.
              88 LS-REVERSE-ALREADY-DONE        VALUE 'A'.
              88 LS-REVERSE-EXCEEDS             VALUE 'E'.
              88 LS-REVERSE-BAD-DATE            VALUE 'D'.
              88 LS-REVERSE-BAD-INPUT           VALUE 'Z'.
              88 LS-REVERSE-UNAUTHORIZED        VALUE 'X'.
              88 LS-REVERSE-FAILED              VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-REVERSE-QUIESCED            VALUE 'Q'.
           10 LS-REVERSAL-SEQ         PIC S9(4) USAGE COMP.
           10 LS-REVERSED-BASE        PIC S9(7)V99 USAGE COMP-3.
           10 LS-ORIG-RECON-SW        PIC X(1).
              88 LS-ORIG-RECONCILED             VALUE 'Y'.
              88 LS-ORIG-NOT-RECONCILED         VALUE 'N'.
           10 LS-ORIG-RECON-DATE      PIC X(10).
           10 LS-ORIG-RECON-REF       PIC X(30).
       PROCEDURE DIVISION USING LS-REVERSE-PAYMENT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           MOVE 0                      TO LS-REVERSAL-SEQ.
           MOVE 0                      TO LS-REVERSED-BASE.
           SET LS-ORIG-NOT-RECONCILED  TO TRUE.
           MOVE SPACES                 TO LS-ORIG-RECON-DATE.
           MOVE SPACES                 TO LS-ORIG-RECON-REF.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-REVERSE-QUIESCED TO TRUE
               DISPLAY ' REVERSAL REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB028'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'PAYREVRS'             TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-REVERSE-UNAUTHORIZED TO TRUE
               DISPLAY ' REVERSAL REFUSED - NOT AUTHORIZED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           IF NOT LS-REASON-VALID OR LS-REVERSAL-AMOUNT < 0
               SET LS-REVERSE-BAD-INPUT TO TRUE
               DISPLAY ' REVERSAL REFUSED - BAD REASON/AMOUNT : '
                   LS-REVERSAL-REASON
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG        TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID          TO WS-SESSION-ID.
           MOVE LS-EMAIL-ADDR          TO WS-EMAIL-ADDR-TEXT.
           MOVE LENGTH OF LS-EMAIL-ADDR TO WS-EMAIL-ADDR-LEN.
           MOVE LS-ORIG-PAYMENT-SEQ    TO WS-ORIG-PAYMENT-SEQ.
           PERFORM EDIT-REVERSAL-DATE-PARA.
           IF WS-VALID-DATE-BAD
               SET LS-REVERSE-BAD-DATE TO TRUE
               DISPLAY ' REVERSAL NOT POSTED - INVALID DATE : '
                   LS-REVERSAL-DATE
           ELSE
               PERFORM READ-ORIGINAL-PARA
               IF LS-REVERSE-OK
                   PERFORM CHECK-REVERSIBLE-PARA
               END-IF
               IF LS-REVERSE-OK
                   PERFORM INSERT-REVERSAL-PARA
               END-IF
               IF LS-REVERSE-OK
                   PERFORM ROLL-AMOUNT-PAID-BACK-PARA
               END-IF
           END-IF.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * EDIT-REVERSAL-DATE-PARA hands LS-REVERSAL-DATE to the shared
      * RCBT002A calendar-date validation routine, the same edit
      * ETRB010 applies to a payment date.
       EDIT-REVERSAL-DATE-PARA.
           MOVE LS-REVERSAL-DATE      TO WS-VALID-DATE-TEXT.
           CALL 'RCBT002A' USING WS-RCBT002A-PARM.
      *
      * READ-ORIGINAL-PARA fetches the row being reversed, plus what
      * earlier reversals have already taken back against it. The
      * original is read with update locks kept, so a second reversal
      * of the same row (the chargeback file and the screen at once)
      * waits here until this unit of work ends and then sees this
      * one's row in its total - the row can never be reversed twice.
       READ-ORIGINAL-PARA.
           SET LS-REVERSE-OK TO TRUE.
           EXEC SQL
             SELECT PAYMENT_AMOUNT, PAYMENT_METHOD, PAYMENT_CURRENCY,
                    COALESCE(BASE_AMOUNT, PAYMENT_AMOUNT),
                    CHAR(RECON_DATE, ISO), RECON_REF, REVERSES_SEQ
               INTO :WS-ORIG-AMOUNT,
                    :WS-ORIG-METHOD,
                    :WS-ORIG-CURRENCY   :WS-ORIG-CURRENCY-IND,
                    :WS-ORIG-BASE,
                    :WS-ORIG-RECON-DATE :WS-ORIG-RECON-DATE-IND,
                    :WS-ORIG-RECON-REF  :WS-ORIG-RECON-REF-IND,
                    :WS-ORIG-REVERSES-SEQ :WS-ORIG-REVERSES-IND
               FROM DBODEVP.REGISTRATION_PAYMENT
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-EMAIL-ADDR
                AND PAYMENT_SEQ  = :WS-ORIG-PAYMENT-SEQ
               WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET LS-REVERSE-NOT-FOUND TO TRUE
               DISPLAY ' REVERSAL NOT POSTED - NO SUCH PAYMENT : '
                       WS-SESSION-CATG '/' WS-SESSION-ID
                       ' SEQ ' WS-ORIG-PAYMENT-SEQ
             WHEN OTHER
               SET LS-REVERSE-FAILED TO TRUE
               DISPLAY ' ORIGINAL PAYMENT LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
           IF LS-REVERSE-OK
               EXEC SQL
                 SELECT COALESCE(SUM(0 - PAYMENT_AMOUNT), 0),
                        COALESCE(SUM(0 - COALESCE(BASE_AMOUNT,
                                                  PAYMENT_AMOUNT)), 0)
                   INTO :WS-DONE-AMOUNT,
                        :WS-DONE-BASE
                   FROM DBODEVP.REGISTRATION_PAYMENT
                  WHERE SESSION_CATG = :WS-SESSION-CATG
                    AND SESSION_ID   = :WS-SESSION-ID
                    AND EMAIL_ADDR   = :WS-EMAIL-ADDR
                    AND REVERSES_SEQ = :WS-ORIG-PAYMENT-SEQ
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LS-REVERSE-FAILED TO TRUE
                   DISPLAY ' PRIOR REVERSAL LOOKUP FAILED '
                   DISPLAY ' SQL CODE   '  SQLCODE
               END-IF
           END-IF.
      *
      * CHECK-REVERSIBLE-PARA settles how much comes back. A reversal
      * row, a write-off or a credit application moved no bank money
      * and cannot be charged back; what is left is the original less
      * earlier reversals, and a zero request amount takes all of it.
      * Taking all of what is left reverses the remaining base figure
      * exactly; a part takes its pro-rata share of the original base.
       CHECK-REVERSIBLE-PARA.
           COMPUTE WS-LEFT-AMOUNT = WS-ORIG-AMOUNT - WS-DONE-AMOUNT.
           IF LS-REVERSAL-AMOUNT = 0
               MOVE WS-LEFT-AMOUNT     TO WS-REVERSE-AMOUNT
           ELSE
               MOVE LS-REVERSAL-AMOUNT TO WS-REVERSE-AMOUNT
           END-IF.
           EVALUATE TRUE
             WHEN WS-ORIG-REVERSES-IND NOT < 0
             WHEN WS-ORIG-AMOUNT NOT > 0
             WHEN WS-ORIG-METHOD = 'WO'
             WHEN WS-ORIG-METHOD = 'CR'
               SET LS-REVERSE-INELIGIBLE TO TRUE
               DISPLAY ' REVERSAL NOT POSTED - ROW NOT REVERSIBLE : '
                       WS-ORIG-METHOD ' SEQ ' WS-ORIG-PAYMENT-SEQ
             WHEN WS-LEFT-AMOUNT NOT > 0
               SET LS-REVERSE-ALREADY-DONE TO TRUE
               DISPLAY ' REVERSAL NOT POSTED - ALREADY REVERSED : SEQ '
                       WS-ORIG-PAYMENT-SEQ
             WHEN WS-REVERSE-AMOUNT > WS-LEFT-AMOUNT
               SET LS-REVERSE-EXCEEDS TO TRUE
               DISPLAY ' REVERSAL NOT POSTED - EXCEEDS PAYMENT : SEQ '
                       WS-ORIG-PAYMENT-SEQ
             WHEN WS-REVERSE-AMOUNT = WS-LEFT-AMOUNT
               COMPUTE WS-REVERSE-BASE = WS-ORIG-BASE - WS-DONE-BASE
             WHEN OTHER
               COMPUTE WS-REVERSE-BASE ROUNDED =
                   WS-ORIG-BASE * WS-REVERSE-AMOUNT / WS-ORIG-AMOUNT
           END-EVALUATE.
           IF WS-ORIG-RECON-DATE-IND NOT < 0
               SET LS-ORIG-RECONCILED  TO TRUE
               MOVE WS-ORIG-RECON-DATE TO LS-ORIG-RECON-DATE
               IF WS-ORIG-RECON-REF-IND NOT < 0
                   MOVE WS-ORIG-RECON-REF TO LS-ORIG-RECON-REF
               END-IF
           END-IF.
      *
      * INSERT-REVERSAL-PARA writes the negative ledger row under the
      * registration's next PAYMENT_SEQ, in the original's method and
      * currency so method and currency totals net to what really
      * stayed in the bank.
       INSERT-REVERSAL-PARA.
           EXEC SQL
             SELECT COALESCE(MAX(PAYMENT_SEQ), 0) + 1
               INTO :PAY-PAYMENT-SEQ
               FROM DBODEVP.REGISTRATION_PAYMENT
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-EMAIL-ADDR
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-REVERSE-FAILED TO TRUE
               DISPLAY ' PAYMENT SEQ LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  SQLCODE
           ELSE
               MOVE WS-SESSION-CATG    TO PAY-SESSION-CATG
               MOVE WS-SESSION-ID      TO PAY-SESSION-ID
               MOVE WS-EMAIL-ADDR-TEXT TO PAY-EMAIL-ADDR-TEXT
               MOVE WS-EMAIL-ADDR-LEN  TO PAY-EMAIL-ADDR-LEN
               MOVE LS-REVERSAL-DATE   TO PAY-PAYMENT-DATE
               COMPUTE PAY-PAYMENT-AMOUNT = 0 - WS-REVERSE-AMOUNT
               MOVE WS-ORIG-METHOD     TO PAY-PAYMENT-METHOD
               MOVE LS-REVERSAL-REF    TO PAY-PAYMENT-REF-TEXT
               MOVE LENGTH OF LS-REVERSAL-REF TO PAY-PAYMENT-REF-LEN
               MOVE WS-ORIG-CURRENCY   TO PAY-PAYMENT-CURRENCY
               COMPUTE PAY-BASE-AMOUNT = 0 - WS-REVERSE-BASE
               MOVE WS-ORIG-PAYMENT-SEQ TO PAY-REVERSES-SEQ
               MOVE LS-REVERSAL-REASON TO PAY-REVERSAL-REASON
               EXEC SQL
                 INSERT INTO DBODEVP.REGISTRATION_PAYMENT
                        ( SESSION_CATG,   SESSION_ID,   EMAIL_ADDR,
                          PAYMENT_SEQ,    PAYMENT_DATE,
                          PAYMENT_AMOUNT, PAYMENT_METHOD,
                          PAYMENT_REF,    DTS,
                          PAYMENT_CURRENCY, BASE_AMOUNT,
                          REVERSES_SEQ,   REVERSAL_REASON )
                 VALUES ( :PAY-SESSION-CATG, :PAY-SESSION-ID,
                          :PAY-EMAIL-ADDR,   :PAY-PAYMENT-SEQ,
                          :PAY-PAYMENT-DATE, :PAY-PAYMENT-AMOUNT,
                          :PAY-PAYMENT-METHOD, :PAY-PAYMENT-REF,
                          CURRENT TIMESTAMP,
                          :PAY-PAYMENT-CURRENCY
                           :WS-ORIG-CURRENCY-IND,
                          :PAY-BASE-AMOUNT,
                          :PAY-REVERSES-SEQ, :PAY-REVERSAL-REASON )
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               IF SQLCODE = 0
                   MOVE PAY-PAYMENT-SEQ TO LS-REVERSAL-SEQ
                   MOVE WS-REVERSE-BASE TO LS-REVERSED-BASE
                   DISPLAY ' REVERSAL POSTED : ' WS-SESSION-CATG
                           '/' WS-SESSION-ID ' SEQ ' PAY-PAYMENT-SEQ
                           ' REVERSES ' WS-ORIG-PAYMENT-SEQ
               ELSE
                   SET LS-REVERSE-FAILED TO TRUE
                   DISPLAY ' REVERSAL INSERT FAILED '
                   DISPLAY ' SQL CODE   '  WS-SQLCODE
                   DISPLAY ' SQL STATE  '  SQLSTATE
                   DISPLAY ' SQL ERRMC  '  SQLERRMC
               END-IF
           END-IF.
      *
      * ROLL-AMOUNT-PAID-BACK-PARA takes the reversed base amount off
      * the registration's running total. Unlike a payment, the new
      * total is known before the update, so the audit row records it.
       ROLL-AMOUNT-PAID-BACK-PARA.
           EXEC SQL
             SELECT AMOUNT_PAID
               INTO :WS-AMOUNT-PAID :WS-AMOUNT-PAID-IND
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-EMAIL-ADDR
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-REVERSE-FAILED TO TRUE
               DISPLAY ' REGISTRATION LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  SQLCODE
               GOBACK
           END-IF.
           IF WS-AMOUNT-PAID-IND < 0
               MOVE 0                TO WS-AMOUNT-PAID
           END-IF.
           PERFORM RESET-REG-AUDIT-PARA.
           MOVE WS-SESSION-CATG      TO AUD-SESSION-CATG.
           MOVE WS-SESSION-ID        TO AUD-SESSION-ID.
           MOVE WS-EMAIL-ADDR-TEXT   TO AUD-EMAIL-ADDR-TEXT.
           MOVE 'ETRB028'            TO AUD-MODULE.
           MOVE 'REVERSAL'           TO AUD-ACTION.
           IF LS-AUTH-USR-ID NOT = SPACES
               MOVE LS-AUTH-USR-ID   TO AUD-USERID
           ELSE
               MOVE 'BATCH   '       TO AUD-USERID
           END-IF.
           COMPUTE AUD-NEW-AMOUNT-PAID =
               WS-AMOUNT-PAID - WS-REVERSE-BASE.
           MOVE 0                    TO AUD-NEW-AMOUNT-PAID-IND.
           PERFORM WRITE-REG-AUDIT-PARA.
           EXEC SQL
             UPDATE DBODEVP.REGISTRATION
                SET AMOUNT_PAID = COALESCE(AMOUNT_PAID, 0)
                                  - :WS-REVERSE-BASE
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-EMAIL-ADDR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
               DISPLAY ' AMOUNT PAID ROLLED BACK : '
                       WS-SESSION-CATG '/' WS-SESSION-ID
           ELSE
      *    THE REVERSAL ROW IS IN BUT THE ROLL-BACK FAILED - REPORT '9'
      *    SO THE CALLER ROLLS BACK ITS UNIT OF WORK, THE SAME RULE AS
      *    ETRB010: A LEDGER THAT DISAGREES WITH AMOUNT_PAID IS WORSE
      *    THAN A REVERSAL THAT HAS TO BE RE-KEYED.
               SET LS-REVERSE-FAILED TO TRUE
               DISPLAY ' AMOUNT PAID ROLL-BACK FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
      * Registration Change Audit
           EXEC SQL
             INCLUDE CPRGAUD
           END-EXEC.
      *    AUTHORIZATION CHECK AND ERROR-LOG FRAMEWORK.
           EXEC SQL
             INCLUDE CPAUTHCK
           END-EXEC.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
