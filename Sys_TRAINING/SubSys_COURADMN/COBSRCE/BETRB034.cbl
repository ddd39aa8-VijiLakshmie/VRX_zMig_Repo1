       IDENTIFICATION DIVISION.
      *    ETRB034 IS FINANCE'S RELEASE OF AN ORGANIZATION'S CREDIT
      *    HOLD (THE ETRM022 CREDIT-CONTROL SCREEN IS THE USUAL FRONT
      *    END). A REASON IS REQUIRED. THE RELEASE:
      *      - MOVES ORGANIZATION.CREDIT_HOLD FROM 'Y' TO 'R'. A
      *        RELEASED ORG TAKES SIGN-UPS AGAIN (SUBJECT TO ITS
      *        CREDIT LIMIT), AND THE ETROP125 SWEEP LEAVES IT ALONE
      *        UNTIL THE AGED DEBT IS PAID, WHEN IT RETURNS TO 'N';
      *      - ACTIVATES EVERY SIGN-UP ETRB002 PARKED FOR THE ORG
      *        (REG_STATUS 'H'), OLDEST FIRST. A PARKED SEAT NEVER
      *        HELD A PLACE, SO THE SESSION-FULL CHECK RUNS AGAIN FOR
      *        EACH ONE (THE ETRB025 SHAPE): A SESSION THAT FILLED
      *        MEANWHILE PUTS THE DELEGATE ON THE WAITLIST. EACH SEAT
      *        IS AUDITED AND PUBLISHED TO THE LMS FEED AS A SIGN-UP
      *        OR A WAITLIST ENTRY;
      *      - WRITES A CREDIT_HOLD_LOG 'R' ROW WITH WHO, WHY AND THE
      *        ORG'S EXPOSURE AT THE TIME.
      *    A RELEASE DOES NOT LIFT THE CREDIT LIMIT - THAT IS RAISED
      *    ON THE ORG MASTER THROUGH ETRB019.
      *    NO COMMIT IS TAKEN HERE; THE CHANGES RIDE THE CALLER'S
      *    UNIT OF WORK.
       PROGRAM-ID. ETRB034.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQLCODE PIC +(11).
       01  WS-RELEASE-WORK.
           10 WS-SESSION-CATG         PIC X(2).
           10 WS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 WS-CHK-CAPACITY         PIC S9(4) USAGE COMP.
           10 WS-CHK-ACTIVE-COUNT     PIC S9(9) USAGE COMP.
           10 WS-NEW-STATUS           PIC X(1).
           10 WS-NEW-WAITLIST-SEQ     PIC S9(4) USAGE COMP.
           10 WS-NEW-WAITLIST-IND     PIC S9(4) USAGE COMP.
           10 WS-PARKED-SW            PIC X(1).
              88 WS-PARKED-MORE                 VALUE 'Y'.
              88 WS-PARKED-DONE                 VALUE 'N'.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLRGSTR
           END-EXEC.
      *    ORGANIZATION SEAT HOLDS - SEE DCLSEATH.
           EXEC SQL
                INCLUDE DCLSEATH
           END-EXEC.
      *    ORGANIZATION CREDIT CONTROL - SEE CWCRDEXP AND DCLCRHLG.
           EXEC SQL
                INCLUDE CWCRDEXP
           END-EXEC.
           EXEC SQL
                INCLUDE DCLCRHLG
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
      *    REAL-TIME LMS EVENT PUBLISH - SEE CWLMSEV. A RELEASED SEAT
      *    IS A SIGN-UP AS FAR AS THE LMS IS CONCERNED.
           EXEC SQL
                INCLUDE CWLMSEV
           END-EXEC.
      *    EVERY SIGN-UP PARKED ON CREDIT FOR THE ORG, OLDEST FIRST.
      *    THE ACTIVATION UPDATE IS GUARDED ON REG_STATUS 'H', SO A
      *    ROW TOUCHED SINCE THE FETCH IS SIMPLY PASSED OVER.
           EXEC SQL
             DECLARE PARKED-SIGNUPS CURSOR FOR
             SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR, FULL_NAME
               FROM DBODEVP.REGISTRATION
              WHERE ORG_CODE   = :CX-ORG-CODE
                AND REG_STATUS = 'H'
              ORDER BY REG_DATE, SESSION_CATG, SESSION_ID
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-CREDIT-RELEASE-PARM NAMES THE ORG AND CARRIES FINANCE'S
      *    REASON. LS-RETURN-CODE COMES BACK '0' RELEASED, 'N'
      *    NOTHING TO RELEASE (NOT ON HOLD AND NO PARKED SIGN-UPS),
      *    'O' NO SUCH ORG CODE, 'Z' NO REASON KEYED, 'X' NOT
      *    AUTHORIZED, '9' SQL FAILURE (CALLER MUST ROLL BACK).
      *    LS-ACTIVATED-COUNT AND LS-WAITLISTED-COUNT SAY WHERE THE
      *    PARKED SIGN-UPS LANDED.
       01  LS-CREDIT-RELEASE-PARM.
           10 LS-ORG-CODE             PIC X(8).
           10 LS-RELEASE-REASON       PIC X(60).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-RELEASE-DONE                VALUE '0'.
              88 LS-RELEASE-NOTHING             VALUE 'N'.
              88 LS-RELEASE-UNKNOWN-ORG         VALUE 'O'.
              88 LS-RELEASE-BAD-INPUT           VALUE 'Z'.
              88 LS-RELEASE-UNAUTHORIZED        VALUE 'X'.
              88 LS-RELEASE-FAILED              VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-RELEASE-QUIESCED            VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
           10 LS-ACTIVATED-COUNT      PIC S9(4) USAGE COMP.
           10 LS-WAITLISTED-COUNT     PIC S9(4) USAGE COMP.
       PROCEDURE DIVISION USING LS-CREDIT-RELEASE-PARM.
           DISPLAY 'PROGRAM STARTED'.
           MOVE 0                      TO LS-ACTIVATED-COUNT.
           MOVE 0                      TO LS-WAITLISTED-COUNT.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-RELEASE-QUIESCED TO TRUE
               DISPLAY ' CREDIT RELEASE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB034'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'CREDITRL'             TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-RELEASE-UNAUTHORIZED TO TRUE
               DISPLAY ' CREDIT RELEASE REFUSED - NOT AUTHORIZED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           IF LS-RELEASE-REASON = SPACES OR LS-ORG-CODE = SPACES
               SET LS-RELEASE-BAD-INPUT TO TRUE
               DISPLAY ' NOT RELEASED - ORG CODE AND REASON REQUIRED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB034'              TO CX-PROGRAM-ID.
           MOVE LS-ORG-CODE            TO CX-ORG-CODE.
           CALL 'RCBT010A' USING CX-RCBT010A-PARM.
           EVALUATE TRUE
             WHEN CX-ORG-MISSING
               SET LS-RELEASE-UNKNOWN-ORG TO TRUE
               DISPLAY ' NO ORGANIZATION FOR CODE : ' LS-ORG-CODE
             WHEN CX-EXPOSURE-FAILED
               SET LS-RELEASE-FAILED TO TRUE
               DISPLAY ' UNABLE TO READ THE ORG CREDIT POSITION '
             WHEN NOT CX-ON-HOLD AND CX-PARKED-COUNT = 0
               SET LS-RELEASE-NOTHING TO TRUE
               DISPLAY ' NOTHING TO RELEASE FOR ORG : ' LS-ORG-CODE
             WHEN OTHER
               SET LS-RELEASE-DONE TO TRUE
               PERFORM RELEASE-HOLD-PARA
               IF LS-RELEASE-DONE
                   PERFORM RELEASE-PARKED-PARA
               END-IF
               IF LS-RELEASE-DONE
                   PERFORM LOG-RELEASE-PARA
               END-IF
           END-EVALUATE.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * RELEASE-HOLD-PARA moves the org off credit hold. An org only
      * over its limit (parked seats, no hold) has nothing to flip.
       RELEASE-HOLD-PARA.
           IF CX-ON-HOLD
               EXEC SQL
                 UPDATE DBODEVP.ORGANIZATION
                    SET CREDIT_HOLD = 'R'
                  WHERE ORG_CODE    = :CX-ORG-CODE
                    AND CREDIT_HOLD = 'Y'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE SQLCODE
                 WHEN 0
                   DISPLAY ' CREDIT HOLD RELEASED : ' CX-ORG-CODE
                 WHEN 100
      *            RELEASED OR CLEARED SINCE THE READ - THE PARKED
      *            SEATS STILL GO THROUGH.
                   CONTINUE
                 WHEN OTHER
                   SET LS-RELEASE-FAILED TO TRUE
                   DISPLAY ' CREDIT HOLD UPDATE FAILED '
                   DISPLAY ' SQL CODE   '  WS-SQLCODE
                   DISPLAY ' SQL STATE  '  SQLSTATE
                   DISPLAY ' SQL ERRMC  '  SQLERRMC
               END-EVALUATE
           END-IF.
      *
      * RELEASE-PARKED-PARA walks the org's parked sign-ups through
      * the PARKED-SIGNUPS cursor, one ACTIVATE-PARKED-PARA each.
       RELEASE-PARKED-PARA.
           IF CX-PARKED-COUNT > 0
               EXEC SQL
                 OPEN PARKED-SIGNUPS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LS-RELEASE-FAILED TO TRUE
                   DISPLAY ' SQL FAILED ON OPEN - PARKED SIGN-UPS '
                   DISPLAY ' SQL CODE   '  SQLCODE
               ELSE
                   SET WS-PARKED-MORE TO TRUE
                   PERFORM FETCH-PARKED-PARA
                       UNTIL WS-PARKED-DONE
                   EXEC SQL
                     CLOSE PARKED-SIGNUPS
                   END-EXEC
               END-IF
           END-IF.
      *
       FETCH-PARKED-PARA.
           EXEC SQL
             FETCH PARKED-SIGNUPS
                  INTO :WS-SESSION-CATG, :WS-SESSION-ID,
                       :EMAIL-ADDR, :DCLREGISTRATION.FULL-NAME
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               PERFORM ACTIVATE-PARKED-PARA
               IF LS-RELEASE-FAILED
                   SET WS-PARKED-DONE TO TRUE
               END-IF
             WHEN 100
               SET WS-PARKED-DONE TO TRUE
             WHEN OTHER
               SET LS-RELEASE-FAILED TO TRUE
               SET WS-PARKED-DONE TO TRUE
               DISPLAY ' SQL FAILED ON FETCH - PARKED SIGN-UPS '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * ACTIVATE-PARKED-PARA gives one parked sign-up the place that
      * is genuinely left on its session now - a seat, or the next
      * waitlist position - audited before the update and published
      * to the LMS after it.
       ACTIVATE-PARKED-PARA.
           PERFORM CHECK-SESSION-FULL-PARA.
           IF LS-RELEASE-FAILED
               CONTINUE
           ELSE
               PERFORM RESET-REG-AUDIT-PARA
               MOVE WS-SESSION-CATG   TO AUD-SESSION-CATG
               MOVE WS-SESSION-ID     TO AUD-SESSION-ID
               MOVE EMAIL-ADDR-TEXT   TO AUD-EMAIL-ADDR-TEXT
               MOVE 'ETRB034'         TO AUD-MODULE
               MOVE 'CRDRLSE'         TO AUD-ACTION
               IF LS-AUTH-USR-ID NOT = SPACES
                   MOVE LS-AUTH-USR-ID TO AUD-USERID
               ELSE
                   MOVE 'BATCH   '    TO AUD-USERID
               END-IF
               MOVE WS-NEW-STATUS     TO AUD-NEW-REG-STATUS
               MOVE 0                 TO AUD-NEW-REG-STATUS-IND
               PERFORM WRITE-REG-AUDIT-PARA
               EXEC SQL
                 UPDATE DBODEVP.REGISTRATION
                    SET REG_STATUS   = :WS-NEW-STATUS,
                        WAITLIST_SEQ =
                            :WS-NEW-WAITLIST-SEQ :WS-NEW-WAITLIST-IND
                  WHERE SESSION_CATG = :WS-SESSION-CATG
                    AND SESSION_ID   = :WS-SESSION-ID
                    AND EMAIL_ADDR   = :EMAIL-ADDR
                    AND REG_STATUS   = 'H'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE SQLCODE
                 WHEN 0
                   PERFORM PUBLISH-RELEASE-EVENT-PARA
                 WHEN 100
                   CONTINUE
                 WHEN OTHER
                   SET LS-RELEASE-FAILED TO TRUE
                   DISPLAY ' PARKED SIGN-UP UPDATE FAILED '
                   DISPLAY ' SQL CODE   '  WS-SQLCODE
                   DISPLAY ' SQL STATE  '  SQLSTATE
                   DISPLAY ' SQL ERRMC  '  SQLERRMC
               END-EVALUATE
           END-IF.
      *
      * CHECK-SESSION-FULL-PARA decides 'A' or 'W' for a released
      * seat - ETRB025's check, session latch included, with seats an
      * organization holds unnamed (DCLSEATH) counted as taken.
       CHECK-SESSION-FULL-PARA.
           EXEC SQL
             UPDATE DBODEVP.TRAINING_SESSION
                SET SESSION_CAPACITY = SESSION_CAPACITY
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-RELEASE-FAILED TO TRUE
               DISPLAY ' UNABLE TO LATCH THE SESSION ROW '
               DISPLAY ' SQL CODE   '  SQLCODE
           ELSE
               PERFORM COUNT-SESSION-SEATS-PARA
           END-IF.
      *
       COUNT-SESSION-SEATS-PARA.
           MOVE 'A'                  TO WS-NEW-STATUS.
           MOVE 0                    TO WS-NEW-WAITLIST-SEQ.
           MOVE -1                   TO WS-NEW-WAITLIST-IND.
           EXEC SQL
             SELECT SESSION_CAPACITY
               INTO :WS-CHK-CAPACITY
               FROM DBODEVP.TRAINING_SESSION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-RELEASE-FAILED TO TRUE
               DISPLAY ' UNABLE TO READ SESSION CAPACITY '
               DISPLAY ' SQL CODE   '  SQLCODE
           ELSE
               EXEC SQL
                 SELECT COUNT(*)
                        + (SELECT COALESCE(SUM(H.SEATS_HELD
                                             - H.SEATS_CONVERTED), 0)
                             FROM DBODEVP.SEAT_HOLD H
                            WHERE H.SESSION_CATG = :WS-SESSION-CATG
                              AND H.SESSION_ID   = :WS-SESSION-ID
                              AND H.HOLD_STATUS  = 'O')
                   INTO :WS-CHK-ACTIVE-COUNT
                   FROM DBODEVP.REGISTRATION
                  WHERE SESSION_CATG = :WS-SESSION-CATG
                    AND SESSION_ID   = :WS-SESSION-ID
                    AND REG_STATUS   = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LS-RELEASE-FAILED TO TRUE
                   DISPLAY ' UNABLE TO READ SESSION HEADCOUNT '
                   DISPLAY ' SQL CODE   '  SQLCODE
               ELSE
                   IF WS-CHK-ACTIVE-COUNT >= WS-CHK-CAPACITY
                       PERFORM NEXT-WAITLIST-SEQ-PARA
                   END-IF
               END-IF
           END-IF.
      *
       NEXT-WAITLIST-SEQ-PARA.
           MOVE 'W'                  TO WS-NEW-STATUS.
           EXEC SQL
             SELECT COALESCE(MAX(WAITLIST_SEQ), 0) + 1
               INTO :WS-NEW-WAITLIST-SEQ
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND REG_STATUS   = 'W'
           END-EXEC.
           IF SQLCODE = 0
               MOVE 0                TO WS-NEW-WAITLIST-IND
           ELSE
      *        FAIL SOFT - WAITLISTED WITHOUT A POSITION RATHER THAN
      *        FAILING THE RELEASE (THE ETRB002 POSTURE).
               MOVE 0                TO WS-NEW-WAITLIST-SEQ
               MOVE -1               TO WS-NEW-WAITLIST-IND
           END-IF.
      *
      * PUBLISH-RELEASE-EVENT-PARA counts the released seat and tells
      * the LMS feed where it landed - a SIGNUP for a seat, a WAIT
      * for the waitlist, as ETRB025 does for an approval.
       PUBLISH-RELEASE-EVENT-PARA.
           IF WS-NEW-STATUS = 'W'
               ADD 1                 TO LS-WAITLISTED-COUNT
               SET LMQ-EVENT-WAITLIST TO TRUE
               DISPLAY ' RELEASED TO THE WAITLIST AT '
                       WS-NEW-WAITLIST-SEQ ' : '
                       WS-SESSION-CATG '/' WS-SESSION-ID
           ELSE
               ADD 1                 TO LS-ACTIVATED-COUNT
               SET LMQ-EVENT-SIGNUP  TO TRUE
               DISPLAY ' RELEASED - ACTIVATED : '
                       WS-SESSION-CATG '/' WS-SESSION-ID
           END-IF.
           MOVE WS-SESSION-CATG      TO LMQ-SESSION-CATG.
           MOVE WS-SESSION-ID        TO LMQ-SESSION-ID.
           MOVE EMAIL-ADDR-TEXT      TO LMQ-EMAIL-ADDR.
           MOVE FULL-NAME-TEXT       TO LMQ-FULL-NAME.
           PERFORM PUBLISH-LMS-EVENT-PARA.
      *
      * LOG-RELEASE-PARA records the release on CREDIT_HOLD_LOG. THE
      * LOG IS PART OF THE RELEASE: A FAILED INSERT RETURNS '9' SO
      * THE CALLER ROLLS THE WHOLE RELEASE BACK WITH IT.
       LOG-RELEASE-PARA.
           MOVE CX-ORG-CODE          TO CHL-ORG-CODE.
           SET CHL-ACTION-RELEASE    TO TRUE.
           IF LS-AUTH-USR-ID NOT = SPACES
               MOVE LS-AUTH-USR-ID   TO CHL-ACTION-USR
           ELSE
               MOVE 'BATCH   '       TO CHL-ACTION-USR
           END-IF.
           MOVE LS-RELEASE-REASON    TO CHL-ACTION-REASON-TEXT.
           MOVE LENGTH OF LS-RELEASE-REASON
                                     TO CHL-ACTION-REASON-LEN.
           MOVE CX-EXPOSURE          TO CHL-EXPOSURE.
           EXEC SQL
             INSERT INTO DBODEVP.CREDIT_HOLD_LOG
                  ( ORG_CODE, HOLD_ACTION, ACTION_USR, ACTION_REASON,
                    AGED_BALANCE, EXPOSURE, DTS )
             VALUES
                  ( :CHL-ORG-CODE, :CHL-HOLD-ACTION, :CHL-ACTION-USR,
                    :CHL-ACTION-REASON, NULL, :CHL-EXPOSURE,
                    CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-RELEASE-FAILED TO TRUE
               DISPLAY ' CREDIT HOLD LOG FAILED - ROLL BACK '
                       'REQUIRED '
               DISPLAY ' SQL CODE   '  SQLCODE
           ELSE
               DISPLAY ' SIGN-UPS ACTIVATED  : ' LS-ACTIVATED-COUNT
               DISPLAY ' SIGN-UPS WAITLISTED : ' LS-WAITLISTED-COUNT
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
      *    REAL-TIME LMS EVENT PUBLISH.
           EXEC SQL
             INCLUDE CPLMSEV
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
