           10 WS-PERSON-ID-IND        PIC S9(4) USAGE COMP.
           10 WS-SPECIAL-REQS-IND      PIC S9(4) USAGE COMP.
           10 WS-LANG-PREF-IND         PIC S9(4) USAGE COMP.
           10 WS-PARTNER-CODE-IND      PIC S9(4) USAGE COMP.
           10 WS-PROMO-CODE-IND        PIC S9(4) USAGE COMP.
           10 WS-PROMO-AMOUNT-IND      PIC S9(4) USAGE COMP.
           10 WS-FUNDED-AMOUNT-IND     PIC S9(4) USAGE COMP.
      *    THE TARGET ROW GETS ITS OWN CONFIRMATION NUMBER - THE MOVE
      *    IS A NEW BOOKING AS FAR AS THE REGISTRANT'S PAPERWORK IS
      *    CONCERNED. ASSIGNED THE ETRB002 WAY (HIGHEST ISSUED PLUS
           EXEC SQL
                INCLUDE DCLRGSTR
           END-EXEC.
      *    ORGANIZATION SEAT HOLDS - SEE DCLSEATH.
           EXEC SQL
                INCLUDE DCLSEATH
           END-EXEC.
      *    REGISTRATION CHANGE-AUDIT FIELDS - SEE CWRGAUD.
           EXEC SQL
                INCLUDE CWRGAUD
           EXEC SQL
                INCLUDE CWLMSEV
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD - SEE CWREVSCH. THE
      *    SEAT'S PENDING SLICES LEAVE THE SOURCE SESSION AND ARE
      *    SPREAD OVER THE TARGET'S MEETINGS IN THIS UNIT OF WORK.
           EXEC SQL
                INCLUDE CWREVSCH
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-TRANSFER-PARM IDENTIFIES THE REGISTRANT (BY EMAIL, THE
      *    SAME KEY ETRB003/ETRB008 USE), THE SESSION THEY ARE ON, AND
              88 LS-TRANSFER-NO-SOURCE          VALUE 'N'.
              88 LS-TRANSFER-BAD-TARGET         VALUE 'T'.
              88 LS-TRANSFER-FAILED             VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-TRANSFER-QUIESCED           VALUE 'Q'.
      *    LS-AUTH-USR-ID IS THE SIGNED-ON USER THE CALLER VOUCHES
      *    FOR, RECORDED ON THE AUDIT ROW - A BLANK ONE (LEGACY
      *    CALLERS) IS RECORDED AS 'BATCH'. APPENDED SO EXISTING
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-TRANSFER-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-TRANSFER-QUIESCED TO TRUE
               DISPLAY ' TRANSFER REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SOURCE-SESSION-CATG TO WS-SOURCE-CATG.
           MOVE LS-SOURCE-SESSION-ID   TO WS-SOURCE-ID.
           MOVE LS-TARGET-SESSION-CATG TO WS-TARGET-CATG.
           IF LS-TRANSFER-OK OR LS-TRANSFER-WAITLISTED
               PERFORM INSERT-TARGET-ROW-PARA
           END-IF.
           IF LS-TRANSFER-OK OR LS-TRANSFER-WAITLISTED
               MOVE WS-SOURCE-CATG     TO RSC-SESSION-CATG
               MOVE WS-SOURCE-ID       TO RSC-SESSION-ID
               PERFORM REBUILD-REV-SCHEDULE-PARA
               MOVE WS-TARGET-CATG     TO RSC-SESSION-CATG
               MOVE WS-TARGET-ID       TO RSC-SESSION-ID
               PERFORM REBUILD-REV-SCHEDULE-PARA
           END-IF.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
                    PHONE_NUMBER, AMOUNT_PAID,
                    ORG_CODE, PRICED_FEE, DISCOUNT_PCT, ENO,
                    PO_REFERENCE, CONTRACT_ID, PERSON_ID,
                    SPECIAL_REQS, LANG_PREF, PARTNER_CODE,
                    PROMO_CODE, PROMO_AMOUNT, FUNDED_AMOUNT
               INTO :FULL-NAME, :ORG-NAME, :REG-DATE,
                    :PHONE-NUMBER :WS-PHONE-NUMBER-IND,
                    :AMOUNT-PAID :WS-AMOUNT-PAID-IND,
                    :REG-CONTRACT-ID :WS-CONTRACT-ID-IND,
                    :REG-PERSON-ID :WS-PERSON-ID-IND,
                    :REG-SPECIAL-REQS :WS-SPECIAL-REQS-IND,
                    :REG-LANG-PREF :WS-LANG-PREF-IND,
                    :REG-PARTNER-CODE :WS-PARTNER-CODE-IND,
                    :REG-PROMO-CODE :WS-PROMO-CODE-IND,
                    :REG-PROMO-AMOUNT :WS-PROMO-AMOUNT-IND,
                    :REG-FUNDED-AMOUNT :WS-FUNDED-AMOUNT-IND
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-SOURCE-CATG
                AND SESSION_ID   = :WS-SOURCE-ID
      * CHECK-TARGET-CAPACITY-PARA applies the same SESSION_CAPACITY
      * session-full check ETRB002 applies at sign-up - a full target
      * routes the transfer to waitlisted status with the next queue
      * position rather than refusing it. Seats an organization holds
      * unnamed (DCLSEATH) count as taken, as they do there.
       CHECK-TARGET-CAPACITY-PARA.
      *    THE SELF-ASSIGNING UPDATE IS THE SEAT LATCH (SEE ETRB002'S
      *    CHECK-SESSION-FULL-PARA) - THE HEADCOUNT CHECK AND THE
           MOVE -1                     TO WS-NEW-WAITLIST-SEQ-IND.
           EXEC SQL
             SELECT COUNT(*)
                    + (SELECT COALESCE(SUM(H.SEATS_HELD
                                         - H.SEATS_CONVERTED), 0)
                         FROM DBODEVP.SEAT_HOLD H
                        WHERE H.SESSION_CATG = :WS-TARGET-CATG
                          AND H.SESSION_ID   = :WS-TARGET-ID
                          AND H.HOLD_STATUS  = 'O')
               INTO :WS-TARGET-ACTIVE-COUNT
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-TARGET-CATG
                    AMOUNT_PAID,   WAITLIST_SEQ, ORG_CODE,
                    PRICED_FEE,    DISCOUNT_PCT, ENO,
                    PO_REFERENCE,  CONTRACT_ID,  PERSON_ID,
                    CONFIRM_NO,    SPECIAL_REQS, LANG_PREF,
                    PARTNER_CODE,  PROMO_CODE,   PROMO_AMOUNT,
                    FUNDED_AMOUNT)
             VALUES (:SESSION-CATG, :SESSION-ID, :EMAIL-ADDR,
                     :FULL-NAME, :ORG-NAME, :REG-DATE,
                     :REG-STATUS, CURRENT TIMESTAMP,
                     :REG-PERSON-ID :WS-PERSON-ID-IND,
                     :WS-CONFIRM-NO :WS-CONFIRM-NO-IND,
                     :REG-SPECIAL-REQS :WS-SPECIAL-REQS-IND,
                     :REG-LANG-PREF :WS-LANG-PREF-IND,
                     :REG-PARTNER-CODE :WS-PARTNER-CODE-IND,
                     :REG-PROMO-CODE :WS-PROMO-CODE-IND,
                     :REG-PROMO-AMOUNT :WS-PROMO-AMOUNT-IND,
                     :REG-FUNDED-AMOUNT :WS-FUNDED-AMOUNT-IND)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
                       '/' WS-SOURCE-ID ' TO ' WS-TARGET-CATG
                       '/' WS-TARGET-ID
               PERFORM PUBLISH-TRANSFER-EVENT-PARA
               IF WS-PARTNER-CODE-IND >= 0
                   PERFORM MOVE-COMMISSION-PARA
               END-IF
           ELSE
      *    THE SOURCE ROW IS ALREADY CANCELLED IN THIS UNIT OF WORK -
      *    '9' TELLS THE CALLER TO ROLL BACK SO NEITHER CHANGE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
      * MOVE-COMMISSION-PARA - A PARTNER-BOOKED SEAT IS STILL THE ONE
      * SALE AFTER A TRANSFER, SO ANY COMMISSION ETROP107 HAS ALREADY
      * EARNED OR CLAWED BACK ON IT FOLLOWS THE SEAT TO THE TARGET
      * SESSION. OTHERWISE THE TARGET ROW WOULD EARN A SECOND TIME AND
      * A LATER REFUND ON IT WOULD FIND NOTHING TO CLAW BACK. THE
      * AMOUNTS AND PERIODS ARE UNTOUCHED, SO NOTHING ALREADY FED TO
      * THE GL CHANGES.
       MOVE-COMMISSION-PARA.
           EXEC SQL
             UPDATE DBODEVP.PARTNER_COMMISSION
                SET SESSION_CATG = :WS-TARGET-CATG,
                    SESSION_ID   = :WS-TARGET-ID
              WHERE SESSION_CATG = :WS-SOURCE-CATG
                AND SESSION_ID   = :WS-SOURCE-ID
                AND EMAIL_ADDR   = :EMAIL-ADDR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LS-TRANSFER-FAILED TO TRUE
               DISPLAY ' COMMISSION MOVE FAILED - ROLL BACK REQUIRED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
      * ASSIGN-CONFIRM-PARA issues the target row's confirmation
      * number - highest ever issued (live or archived) plus one, the
      * same rule ETRB002 applies at sign-up - including ETRB002's
           EXEC SQL
             INCLUDE CPLMSEV
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD.
           EXEC SQL
             INCLUDE CPREVSCH
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
