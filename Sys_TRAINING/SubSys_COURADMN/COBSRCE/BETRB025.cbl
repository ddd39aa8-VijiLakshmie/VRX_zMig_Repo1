      *                ETRB002 SHAPE). AN ACTIVATED SEAT IS PUBLISHED
      *                TO THE REAL-TIME LMS FEED - PENDING ROWS NEVER
      *                WERE.
      *                AN APPROVAL IS ALSO HELD TO THE EMPLOYEE'S
      *                DEPARTMENT TRAINING BUDGET (DEPT_TRAINING_
      *                BUDGET): WHEN THE DEPARTMENT'S COMMITTED SPEND
      *                FOR THE FISCAL YEAR (FISCAL_PERIOD) - APPROVED
      *                PLUS PENDING ENO SEATS AT THEIR PRICED FEE,
      *                THIS ONE INCLUDED - WOULD PASS THE ALLOCATION,
      *                THE APPROVAL IS REFUSED 'B' UNLESS THE MANAGER
      *                KEYED AN OVERRIDE REASON, AND AN OVERRIDE TAKEN
      *                IS LOGGED IN BUDGET_OVERRIDE. A SESSION STARTING
      *                OUTSIDE EVERY FISCAL PERIOD IS REFUSED 'F'.
      *      REJECT  - THE ROW CANCELS WITH CANCEL_REASON_CD 'NAP'
      *                AND THE MANAGER'S REASON ON RECORD.
      *    ONLY A 'P' ROW CAN BE ANSWERED - ANYTHING ELSE BOUNCES 'N'.
           10 WS-APR-ORG-CODE         PIC X(8).
           10 WS-APR-ORG-CODE-IND     PIC S9(4) USAGE COMP.
           10 WS-APR-CONTRACT-ID      PIC S9(9) USAGE COMP.
           10 WS-APR-CONTRACT-ORG     PIC X(8).
      *    DEPARTMENT BUDGET CHECK - THE PENDING SEAT'S DEPARTMENT,
      *    YEAR AND PRICE, AND THE DEPARTMENT'S POSITION FOR THE YEAR.
       01  WS-BUDGET-WORK.
           10 WS-BUD-EDEPT            PIC X(4).
           10 WS-BUD-EDEPT-IND        PIC S9(4) USAGE COMP.
           10 WS-BUD-ENO              PIC X(4).
           10 WS-BUD-FISCAL-YEAR      PIC S9(4) USAGE COMP.
           10 WS-BUD-FISCAL-YEAR-IND  PIC S9(4) USAGE COMP.
           10 WS-BUD-SEAT-FEE         PIC S9(7)V99 USAGE COMP-3.
           10 WS-BUD-ALLOCATED        PIC S9(9)V99 USAGE COMP-3.
           10 WS-BUD-COMMITTED        PIC S9(9)V99 USAGE COMP-3.
           10 WS-BUD-COMMITTED-IND    PIC S9(4) USAGE COMP.
           10 WS-BUD-RESULT-SW        PIC X(1).
              88 WS-BUD-WITHIN                  VALUE 'Y'.
              88 WS-BUD-OVERRIDDEN              VALUE 'O'.
              88 WS-BUD-OVER                    VALUE 'B'.
              88 WS-BUD-NO-PERIOD               VALUE 'F'.
              88 WS-BUD-FAILED                  VALUE '9'.
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
           EXEC SQL
                INCLUDE DCLDBUDG
           END-EXEC.
           EXEC SQL
                INCLUDE DCLBDOVR
           END-EXEC.
      *    REGISTRATION CHANGE-AUDIT FIELDS - SEE CWRGAUD.
           EXEC SQL
                INCLUDE CWRGAUD
           EXEC SQL
                INCLUDE CWLMSEV
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-APPROVAL-PARM IDENTIFIES THE PENDING REGISTRATION AND
      *    CARRIES THE MANAGER'S ANSWER: 'A' APPROVE, 'R' REJECT
      *    'W' APPROVED BUT WAITLISTED (SESSION FILLED MEANWHILE),
      *    'R' REJECTED, 'N' NO PENDING ROW FOR THE KEY, 'Z' BAD
      *    ANSWER CODE OR MISSING REJECT REASON, 'X' NOT AUTHORIZED,
      *    'B' REFUSED - OVER THE DEPARTMENT'S TRAINING BUDGET AND NO
      *    OVERRIDE REASON KEYED, 'F' REFUSED - NO FISCAL PERIOD ON
      *    FILE FOR THE SESSION START, SO NO BUDGET YEAR TO HOLD IT
      *    TO, '9' SQL FAILURE (CALLER MUST ROLL BACK).
      *    LS-OVERRIDE-REASON IS ONLY READ ON AN APPROVE.
       01  LS-APPROVAL-PARM.
           10 LS-SESSION-CATG         PIC X(2).
           10 LS-SESSION-ID           PIC S9(9) USAGE COMP.
              88 LS-APPROVAL-NOT-PENDING        VALUE 'N'.
              88 LS-APPROVAL-BAD-INPUT          VALUE 'Z'.
              88 LS-APPROVAL-UNAUTHORIZED       VALUE 'X'.
              88 LS-APPROVAL-OVER-BUDGET        VALUE 'B'.
              88 LS-APPROVAL-NO-FISCAL-PERIOD   VALUE 'F'.
              88 LS-APPROVAL-FAILED             VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-APPROVAL-QUIESCED           VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
           10 LS-OVERRIDE-REASON      PIC X(60).
       PROCEDURE DIVISION USING LS-APPROVAL-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-APPROVAL-QUIESCED TO TRUE
               DISPLAY ' APPROVAL ANSWER REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB025'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'APPROVE '             TO AUT-FUNCTION.
      * the moment of approval - the pending row never held a seat,
      * so the seat it gets now is whatever is genuinely left.
       APPROVE-REGISTRATION-PARA.
           PERFORM CHECK-DEPT-BUDGET-PARA
              THRU CHECK-DEPT-BUDGET-EXIT.
           EVALUATE TRUE
             WHEN WS-BUD-OVER
               SET LS-APPROVAL-OVER-BUDGET TO TRUE
               DISPLAY ' NOT APPROVED - OVER DEPARTMENT BUDGET : '
                       WS-BUD-EDEPT
               GOBACK
             WHEN WS-BUD-NO-PERIOD
               SET LS-APPROVAL-NO-FISCAL-PERIOD TO TRUE
               DISPLAY ' NOT APPROVED - NO FISCAL PERIOD FOR SESSION : '
                       WS-SESSION-CATG '/' WS-SESSION-ID
               GOBACK
             WHEN WS-BUD-FAILED
               SET LS-APPROVAL-FAILED TO TRUE
               GOBACK
           END-EVALUATE.
           PERFORM CHECK-SESSION-FULL-PARA.
           IF LS-APPROVAL-FAILED
               GOBACK
                       PERFORM PUBLISH-APPROVE-EVENT-PARA
                   END-IF
               END-IF
               IF WS-BUD-OVERRIDDEN AND NOT LS-APPROVAL-FAILED
                   PERFORM LOG-BUDGET-OVERRIDE-PARA
               END-IF
             WHEN 100
               SET LS-APPROVAL-NOT-PENDING TO TRUE
               DISPLAY ' NO PENDING REGISTRATION FOR : '
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * CHECK-DEPT-BUDGET-PARA holds the approval to the employee's
      * department training budget for the fiscal year the session
      * starts in - the FISCAL_PERIOD row covering the start date, as
      * ETRB024 resolves a period. A START DATE NO PERIOD COVERS IS
      * REFUSED 'F' - THERE IS NO BUDGET YEAR TO HOLD IT TO, AND THE
      * CALENDAR YEAR IS NOT ONE.
      * COMMITTED IS EVERY APPROVED ('A') AND PENDING ('P') ENO SEAT
      * OF THE DEPARTMENT THAT YEAR AT ITS PRICED FEE - THE PENDING
      * ROW BEING ANSWERED IS ONE OF THEM, SO THE SUM IS THE POSITION
      * AFTER THIS APPROVAL. NO ENO ROW, NO EDEPT ON FILE OR NO
      * BUDGET ROW FOR THE YEAR MEANS NOTHING TO ENFORCE; THE ROW
      * NOT BEING PENDING IS LEFT FOR THE APPROVAL UPDATE TO REPORT.
       CHECK-DEPT-BUDGET-PARA.
           SET WS-BUD-WITHIN         TO TRUE.
           EXEC SQL
             SELECT E.EDEPT, R.ENO, F.FISCAL_YEAR,
                    COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
               INTO :WS-BUD-EDEPT :WS-BUD-EDEPT-IND,
                    :WS-BUD-ENO,
                    :WS-BUD-FISCAL-YEAR :WS-BUD-FISCAL-YEAR-IND,
                    :WS-BUD-SEAT-FEE
               FROM DBODEVP.REGISTRATION R
                    INNER JOIN DBODEVP.TRAINING_SESSION S
                       ON S.SESSION_CATG = R.SESSION_CATG
                      AND S.SESSION_ID   = R.SESSION_ID
                    INNER JOIN VIJILAK.EMP999 E
                       ON E.ENO          = R.ENO
                    LEFT OUTER JOIN DBODEVP.FISCAL_PERIOD F
                       ON S.SESSION_START_DATE
                          BETWEEN F.PERIOD_START AND F.PERIOD_END
              WHERE R.SESSION_CATG = :WS-SESSION-CATG
                AND R.SESSION_ID   = :WS-SESSION-ID
                AND R.EMAIL_ADDR   = :EMAIL-ADDR
                AND R.REG_STATUS   = 'P'
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               GO TO CHECK-DEPT-BUDGET-EXIT
             WHEN OTHER
               SET WS-BUD-FAILED     TO TRUE
               DISPLAY ' UNABLE TO READ THE PENDING SEAT '
               DISPLAY ' SQL CODE   '  SQLCODE
               GO TO CHECK-DEPT-BUDGET-EXIT
           END-EVALUATE.
           IF WS-BUD-EDEPT-IND < 0 OR WS-BUD-EDEPT = SPACES
               GO TO CHECK-DEPT-BUDGET-EXIT
           END-IF.
           IF WS-BUD-FISCAL-YEAR-IND < 0
               SET WS-BUD-NO-PERIOD  TO TRUE
               DISPLAY ' INVALID PERIOD - SESSION START NOT IN AN '
                       'ACCOUNTING PERIOD '
               GO TO CHECK-DEPT-BUDGET-EXIT
           END-IF.
           MOVE WS-BUD-EDEPT         TO DBG-EDEPT.
           MOVE WS-BUD-FISCAL-YEAR   TO DBG-FISCAL-YEAR.
           EXEC SQL
             SELECT ALLOCATED_AMOUNT
               INTO :DBG-ALLOCATED-AMOUNT
               FROM DBODEVP.DEPT_TRAINING_BUDGET
              WHERE EDEPT       = :DBG-EDEPT
                AND FISCAL_YEAR = :DBG-FISCAL-YEAR
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE DBG-ALLOCATED-AMOUNT TO WS-BUD-ALLOCATED
             WHEN 100
               GO TO CHECK-DEPT-BUDGET-EXIT
             WHEN OTHER
               SET WS-BUD-FAILED     TO TRUE
               DISPLAY ' UNABLE TO READ THE DEPARTMENT BUDGET '
               DISPLAY ' SQL CODE   '  SQLCODE
               GO TO CHECK-DEPT-BUDGET-EXIT
           END-EVALUATE.
           EXEC SQL
             SELECT SUM(COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0))
               INTO :WS-BUD-COMMITTED :WS-BUD-COMMITTED-IND
               FROM DBODEVP.REGISTRATION R,
                    DBODEVP.TRAINING_SESSION S,
                    VIJILAK.EMP999 E,
                    DBODEVP.FISCAL_PERIOD F
              WHERE S.SESSION_CATG = R.SESSION_CATG
                AND S.SESSION_ID   = R.SESSION_ID
                AND E.ENO          = R.ENO
                AND E.EDEPT        = :DBG-EDEPT
                AND R.REG_STATUS  IN ('A', 'P')
                AND S.SESSION_START_DATE
                    BETWEEN F.PERIOD_START AND F.PERIOD_END
                AND F.FISCAL_YEAR  = :DBG-FISCAL-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0
               SET WS-BUD-FAILED     TO TRUE
               DISPLAY ' UNABLE TO SUM DEPARTMENT COMMITMENTS '
               DISPLAY ' SQL CODE   '  SQLCODE
               GO TO CHECK-DEPT-BUDGET-EXIT
           END-IF.
           IF WS-BUD-COMMITTED-IND < 0
               MOVE 0                TO WS-BUD-COMMITTED
           END-IF.
           IF WS-BUD-COMMITTED > WS-BUD-ALLOCATED
               IF LS-OVERRIDE-REASON = SPACES
                   SET WS-BUD-OVER   TO TRUE
               ELSE
                   SET WS-BUD-OVERRIDDEN TO TRUE
                   DISPLAY ' BUDGET OVERRIDDEN FOR DEPARTMENT : '
                           WS-BUD-EDEPT
               END-IF
           END-IF.
       CHECK-DEPT-BUDGET-EXIT.
           EXIT.
      *
      * LOG-BUDGET-OVERRIDE-PARA records an approval taken over the
      * department's budget - who, why, and the figures at the time.
      * THE LOG IS PART OF THE APPROVAL: A FAILED INSERT RETURNS '9'
      * SO THE CALLER ROLLS THE ACTIVATION BACK WITH IT.
       LOG-BUDGET-OVERRIDE-PARA.
           MOVE WS-BUD-EDEPT         TO BOV-EDEPT.
           MOVE WS-BUD-FISCAL-YEAR   TO BOV-FISCAL-YEAR.
           MOVE WS-SESSION-CATG      TO BOV-SESSION-CATG.
           MOVE WS-SESSION-ID        TO BOV-SESSION-ID.
           MOVE LS-EMAIL-ADDR        TO BOV-EMAIL-ADDR-TEXT.
           MOVE LENGTH OF LS-EMAIL-ADDR TO BOV-EMAIL-ADDR-LEN.
           MOVE WS-BUD-ENO           TO BOV-ENO.
           MOVE WS-BUD-SEAT-FEE      TO BOV-SEAT-FEE.
           MOVE WS-BUD-COMMITTED     TO BOV-COMMITTED-AMOUNT.
           MOVE WS-BUD-ALLOCATED     TO BOV-ALLOCATED-AMOUNT.
           MOVE LS-OVERRIDE-REASON   TO BOV-OVERRIDE-REASON-TEXT.
           MOVE LENGTH OF LS-OVERRIDE-REASON
                                     TO BOV-OVERRIDE-REASON-LEN.
           IF LS-AUTH-USR-ID NOT = SPACES
               MOVE LS-AUTH-USR-ID   TO BOV-USR-ID
           ELSE
               MOVE 'BATCH   '       TO BOV-USR-ID
           END-IF.
           EXEC SQL
             INSERT INTO DBODEVP.BUDGET_OVERRIDE
                  ( EDEPT, FISCAL_YEAR, SESSION_CATG, SESSION_ID,
                    EMAIL_ADDR, ENO, SEAT_FEE, COMMITTED_AMOUNT,
                    ALLOCATED_AMOUNT, OVERRIDE_REASON, USR_ID, DTS )
             VALUES
                  ( :BOV-EDEPT, :BOV-FISCAL-YEAR,
                    :BOV-SESSION-CATG, :BOV-SESSION-ID,
                    :BOV-EMAIL-ADDR, :BOV-ENO, :BOV-SEAT-FEE,
                    :BOV-COMMITTED-AMOUNT, :BOV-ALLOCATED-AMOUNT,
                    :BOV-OVERRIDE-REASON, :BOV-USR-ID,
                    CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-APPROVAL-FAILED TO TRUE
               DISPLAY ' BUDGET OVERRIDE LOG FAILED - ROLL BACK '
                       'REQUIRED '
               DISPLAY ' SQL CODE   '  SQLCODE
           END-IF.
      *
      * CHECK-SESSION-FULL-PARA decides 'A' or 'W' for the approval -
      * the same capacity-versus-active-heads comparison ETRB002 runs
      * at sign-up, with the next queue position assigned when the
      * answer is the waitlist. Seats an organization holds unnamed
      * (DCLSEATH) count as taken, as they do there.
       CHECK-SESSION-FULL-PARA.
      *    THE SELF-ASSIGNING UPDATE IS THE SEAT LATCH (SEE ETRB002'S
      *    CHECK-SESSION-FULL-PARA) - THE ACTIVATION'S HEADCOUNT
           END-IF.
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
      * NORMALLY), BUT ONCE THE SEATS_USED + 1 HAS LANDED A FAILED
      * ROW STAMP RETURNS '9' SO THE CALLER ROLLS THE WHOLE UNIT OF
      * WORK BACK - OTHERWISE THE CONTRACT WOULD LOSE A SEAT WHILE
      * THE ROW STILL BILLS. THE CONTRACT IS CHOSEN AS ETRB002 DOES -
      * THE ORG'S OWN FIRST, THEN A GROUP_DRAWDOWN CONTRACT HELD
      * ELSEWHERE IN ITS CLIENT GROUP.
       CLAIM-CONTRACT-SEAT-PARA.
           MOVE SPACES               TO WS-APR-ORG-CODE.
           MOVE -1                   TO WS-APR-ORG-CODE-IND.
               CONTINUE
           ELSE
               EXEC SQL
                 SELECT C.ORG_CODE, C.CONTRACT_ID
                   INTO :WS-APR-CONTRACT-ORG, :WS-APR-CONTRACT-ID
                   FROM DBODEVP.SEAT_CONTRACT C
                  WHERE C.CONTRACT_STATUS = 'A'
                    AND C.START_DATE     <= CURRENT DATE
                    AND C.END_DATE       >= CURRENT DATE
                    AND C.SEATS_USED      < C.SEATS_PURCHASED
                    AND (C.ORG_CODE       = :WS-APR-ORG-CODE
                     OR (C.GROUP_DRAWDOWN = 'Y'
                    AND  C.ORG_CODE IN
                         (SELECT G.ORG_CODE
                            FROM DBODEVP.ORGANIZATION G,
                                 DBODEVP.ORGANIZATION M
                           WHERE M.ORG_CODE = :WS-APR-ORG-CODE
                             AND COALESCE(G.PARENT_ORG_CODE,
                                          G.ORG_CODE) =
                                 COALESCE(M.PARENT_ORG_CODE,
                                          M.ORG_CODE))))
                  ORDER BY CASE WHEN C.ORG_CODE = :WS-APR-ORG-CODE
                                THEN 0 ELSE 1 END,
                           C.END_DATE
                  FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
           EXEC SQL
             UPDATE DBODEVP.SEAT_CONTRACT
                SET SEATS_USED      = SEATS_USED + 1
              WHERE ORG_CODE        = :WS-APR-CONTRACT-ORG
                AND CONTRACT_ID     = :WS-APR-CONTRACT-ID
                AND CONTRACT_STATUS = 'A'
                AND SEATS_USED      < SEATS_PURCHASED
           EXEC SQL
             INCLUDE CPLMSEV
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
