      *    INTO THE GL ONCE. THE REGISTER IS INSERT-ONLY: EVERY CLOSE
      *    AND EVERY REOPEN IS A NEW ROW CARRYING WHO ACTED AND - FOR
      *    A REOPEN - WHY, SO THE TABLE IS ITS OWN AUDIT TRAIL.
      *    A CLOSE ALSO WAITS ON THE ETROP105 RECEIVABLES-TO-GL
      *    RECONCILIATION: IT IS REFUSED UNTIL THE PERIOD HAS BEEN
      *    RECONCILED AND EVERY BREAK IS CLEARED OR SIGNED OFF. THE
      *    SIGN-OFF ('S') IS TAKEN HERE, UNDER THE SAME AUTHORITY, AND
      *    STAMPS WHO AND WHY ON THE AR_RECON ROWS.
      *    THE PERIOD IS AN ACCOUNTING PERIOD AS RCBT009A RESOLVES IT -
      *    A FISCAL_PERIOD ROW, OR A CALENDAR MONTH WHERE ETRB024 (OR
      *    THE INSTALLATION) RUNS ON CALENDAR-MONTHS - SO THE REGISTER
      *    IS KEYED THE SAME WAY THE GATED JOBS LOOK IT UP.
       PROGRAM-ID. ETRB024.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           EXEC SQL
                INCLUDE DCLPERCL
           END-EXEC.
           EXEC SQL
                INCLUDE DCLARREC
           END-EXEC.
       01  WS-RECON-ROWS          PIC S9(9) USAGE COMP.
       01  WS-OPEN-BREAKS         PIC S9(9) USAGE COMP.
       01  WS-SIGNED-COUNT        PIC S9(9) USAGE COMP.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
           EXEC SQL
                INCLUDE CWPERCL
           END-EXEC.
      *    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
           EXEC SQL
                INCLUDE CWFISPER
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-PERIOD-PARM NAMES THE PERIOD AND CARRIES THE ACTION:
      *    'C' CLOSE, 'O' REOPEN (REASON REQUIRED - A CONTROLLED
      *    REOPEN MUST SAY WHY), 'S' SIGN OFF THE PERIOD'S OPEN
      *    RECONCILIATION BREAKS (REASON REQUIRED) - ALL OF THEM, OR
      *    ONLY LS-SIGNOFF-LEDGER/LS-SIGNOFF-CURRENCY WHERE GIVEN.
      *    LS-RETURN-CODE COMES BACK '0' APPLIED, 'S' PERIOD ALREADY
      *    IN THE REQUESTED STATE (OR NO OPEN BREAK TO SIGN OFF), 'Z'
      *    BAD PERIOD OR MISSING REASON, 'X' NOT AUTHORIZED, 'R'
      *    CLOSE REFUSED - NOT RECONCILED OR BREAKS STILL OPEN, '9'
      *    SQL FAILURE.
       01  LS-PERIOD-PARM.
           10 LS-ACTION               PIC X(1).
              88 LS-ACTION-CLOSE                VALUE 'C'.
              88 LS-ACTION-REOPEN               VALUE 'O'.
              88 LS-ACTION-SIGN-OFF             VALUE 'S'.
           10 LS-PERIOD-YEAR          PIC S9(4) USAGE COMP.
           10 LS-PERIOD-MONTH         PIC S9(4) USAGE COMP.
           10 LS-ACTION-REASON        PIC X(60).
              88 LS-PERIOD-SAME-STATE           VALUE 'S'.
              88 LS-PERIOD-BAD-INPUT            VALUE 'Z'.
              88 LS-PERIOD-UNAUTHORIZED         VALUE 'X'.
              88 LS-PERIOD-RECON-OPEN           VALUE 'R'.
              88 LS-PERIOD-FAILED                VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-PERIOD-QUIESCED              VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
           10 LS-SIGNOFF-LEDGER       PIC X(2).
           10 LS-SIGNOFF-CURRENCY     PIC X(3).
       PROCEDURE DIVISION USING LS-PERIOD-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-PERIOD-QUIESCED TO TRUE
               DISPLAY ' PERIOD ACTION REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB024'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'PERCLOSE'             TO AUT-FUNCTION.
           END-IF.
           SET LS-PERIOD-OK            TO TRUE.
           PERFORM EDIT-PERIOD-PARA.
           IF LS-PERIOD-BAD-INPUT OR LS-PERIOD-FAILED
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
               PERFORM CLOSE-PERIOD-PARA
             WHEN LS-ACTION-REOPEN
               PERFORM REOPEN-PERIOD-PARA
             WHEN LS-ACTION-SIGN-OFF
               PERFORM SIGN-OFF-BREAKS-PARA
             WHEN OTHER
               SET LS-PERIOD-BAD-INPUT TO TRUE
               DISPLAY ' INVALID ACTION CODE : ' LS-ACTION
           GOBACK.
      *
      * EDIT-PERIOD-PARA rejects a period that cannot be a real
      * accounting period before anything touches the register - on
      * the fiscal basis the period must be on FISCAL_PERIOD.
       EDIT-PERIOD-PARA.
           IF LS-PERIOD-YEAR < 2000 OR LS-PERIOD-YEAR > 2099
               SET LS-PERIOD-BAD-INPUT TO TRUE
               DISPLAY ' INVALID PERIOD - YEAR 2000-2099 '
           ELSE
               MOVE 'ETRB024'          TO FP-PROGRAM-ID
               SET FP-PERIOD-BY-KEY    TO TRUE
               MOVE LS-PERIOD-YEAR     TO FP-PERIOD-YEAR
               MOVE LS-PERIOD-MONTH    TO FP-PERIOD-NO
               CALL 'RCBT009A' USING FP-RCBT009A-PARM
               IF FP-PERIOD-FAILED
                   SET LS-PERIOD-FAILED TO TRUE
                   DISPLAY ' PERIOD LOOKUP FAILED '
               ELSE
                   IF NOT FP-PERIOD-FOUND
                       SET LS-PERIOD-BAD-INPUT TO TRUE
                       DISPLAY ' INVALID PERIOD - NOT AN ACCOUNTING '
                               'PERIOD : '
                               LS-PERIOD-YEAR '/' LS-PERIOD-MONTH
                   END-IF
               END-IF
           END-IF.
      *
      * CLOSE-PERIOD-PARA flips an open period to closed. A CLOSE ON
                       LS-PERIOD-YEAR '/' LS-PERIOD-MONTH
               GOBACK
           END-IF.
           PERFORM CHECK-RECONCILED-PARA.
           IF NOT LS-PERIOD-OK
               GOBACK
           END-IF.
           MOVE 'C'                    TO PER-CLOSE-ACTION.
           PERFORM WRITE-ACTION-ROW-PARA.
           IF LS-PERIOD-OK
                       LS-PERIOD-YEAR '/' LS-PERIOD-MONTH
           END-IF.
      *
      * CHECK-RECONCILED-PARA holds the close until ETROP105 has
      * RECONCILED THE PERIOD AND NO BREAK IS LEFT OPEN ('B') - A
      * BREAK IS EITHER CLEARED BY A RERUN OR SIGNED OFF BELOW.
       CHECK-RECONCILED-PARA.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN RECON_STATUS = 'B'
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-RECON-ROWS, :WS-OPEN-BREAKS
               FROM DBODEVP.AR_RECON
              WHERE PERIOD_YEAR  = :LS-PERIOD-YEAR
                AND PERIOD_MONTH = :LS-PERIOD-MONTH
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               SET LS-PERIOD-FAILED TO TRUE
               DISPLAY ' RECONCILIATION LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
             WHEN WS-RECON-ROWS = 0
               SET LS-PERIOD-RECON-OPEN TO TRUE
               DISPLAY ' PERIOD NOT CLOSED - AR RECONCILIATION HAS '
                       'NOT BEEN RUN : '
                       LS-PERIOD-YEAR '/' LS-PERIOD-MONTH
             WHEN WS-OPEN-BREAKS > 0
               SET LS-PERIOD-RECON-OPEN TO TRUE
               DISPLAY ' PERIOD NOT CLOSED - OPEN RECONCILIATION '
                       'BREAKS : ' WS-OPEN-BREAKS
           END-EVALUATE.
      *
      * REOPEN-PERIOD-PARA is the controlled exception path: it
      * DEMANDS A REASON AND ONLY ACTS ON A PERIOD THAT IS ACTUALLY
      * CLOSED. THE WHO-AND-WHY LANDS ON THE NEW REGISTER ROW.
               DISPLAY ' PERIOD REOPENED : '
                       LS-PERIOD-YEAR '/' LS-PERIOD-MONTH
           END-IF.
      *
      * SIGN-OFF-BREAKS-PARA accepts open breaks the reconciliation
      * CANNOT CLEAR (A KNOWN TIMING DIFFERENCE, A GL-SIDE ERROR
      * BEING CORRECTED THERE). IT DEMANDS A REASON; WHO, WHY AND
      * WHEN STAY ON THE ROW, AND AN ETROP105 RERUN KEEPS THE
      * SIGN-OFF ONLY WHILE THE BREAK AMOUNT IS UNCHANGED.
       SIGN-OFF-BREAKS-PARA.
           IF LS-ACTION-REASON = SPACES
               SET LS-PERIOD-BAD-INPUT TO TRUE
               DISPLAY ' BREAKS NOT SIGNED OFF - A REASON IS REQUIRED '
               GOBACK
           END-IF.
           MOVE LS-PERIOD-YEAR         TO ARR-PERIOD-YEAR.
           MOVE LS-PERIOD-MONTH        TO ARR-PERIOD-MONTH.
           MOVE LS-SIGNOFF-LEDGER      TO ARR-LEDGER-CODE.
           MOVE LS-SIGNOFF-CURRENCY    TO ARR-CURRENCY-CODE.
           MOVE LS-AUTH-USR-ID         TO ARR-SIGNOFF-USR.
           MOVE LS-ACTION-REASON       TO ARR-SIGNOFF-REASON-TEXT.
           MOVE LENGTH OF LS-ACTION-REASON
                                       TO ARR-SIGNOFF-REASON-LEN.
           EXEC SQL
             UPDATE DBODEVP.AR_RECON
                SET RECON_STATUS   = 'S',
                    SIGNOFF_USR    = :ARR-SIGNOFF-USR,
                    SIGNOFF_REASON = :ARR-SIGNOFF-REASON,
                    SIGNOFF_DTS    = CURRENT TIMESTAMP
              WHERE PERIOD_YEAR    = :ARR-PERIOD-YEAR
                AND PERIOD_MONTH   = :ARR-PERIOD-MONTH
                AND RECON_STATUS   = 'B'
                AND (:ARR-LEDGER-CODE = ' '
                     OR LEDGER_CODE = :ARR-LEDGER-CODE)
                AND (:ARR-CURRENCY-CODE = ' '
                     OR CURRENCY_CODE = :ARR-CURRENCY-CODE)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)        TO WS-SIGNED-COUNT
               DISPLAY ' BREAKS SIGNED OFF : ' WS-SIGNED-COUNT
             WHEN 100
               SET LS-PERIOD-SAME-STATE TO TRUE
               DISPLAY ' NO OPEN BREAK TO SIGN OFF : '
                       LS-PERIOD-YEAR '/' LS-PERIOD-MONTH
             WHEN OTHER
               SET LS-PERIOD-FAILED TO TRUE
               DISPLAY ' BREAK SIGN-OFF FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
       WRITE-ACTION-ROW-PARA.
           MOVE LS-PERIOD-YEAR         TO PER-PERIOD-YEAR.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
