       IDENTIFICATION DIVISION.
      *    ETRB032 KEEPS PROVISIONAL SEAT HOLDS (DCLSEATH) FOR AN
      *    ORGANIZATION THAT WANTS SEATS ON A SESSION BEFORE IT CAN
      *    NAME THE DELEGATES:
      *      HOLD    - PLACES A HOLD OF N SEATS UNTIL AN EXPIRY DATE.
      *                THE SEATS ARE PROVED FREE UNDER THE SESSION-ROW
      *                LATCH (SEE ETRB002'S CHECK-SESSION-FULL-PARA) -
      *                ACTIVE HEADCOUNT PLUS SEATS ALREADY HELD PLUS
      *                THIS HOLD MAY NOT PASS SESSION_CAPACITY. THE
      *                OVERBOOKING ALLOWANCE IS NEVER HELD AGAINST.
      *      CONVERT - TURNS ONE HELD SEAT INTO A NAMED REGISTRATION.
      *                SEATS_CONVERTED GOES UP BY ONE AND THE DELEGATE
      *                IS SIGNED UP THROUGH ETRB002 UNDER THE HOLD'S
      *                ORG CODE IN THE SAME UNIT OF WORK, SO THE SEAT
      *                PASSES FROM HELD TO ACTIVE WITHOUT EVER BEING
      *                FREE. ANY OUTCOME BUT AN ACTIVE SEAT BOUNCES 'F'
      *                AND THE CALLER ROLLS BACK, LEAVING THE HOLD AS
      *                IT WAS.
      *      RELEASE - GIVES THE UNNAMED SEATS BACK ('R'); ETROP06
      *                OFFERS THEM TO THE WAITLIST ON ITS NEXT RUN.
      *    UNNAMED SEATS STILL HELD AT THE EXPIRY DATE ARE RELEASED BY
      *    THE NIGHTLY ETROP115 SWEEP, WHICH ALSO WARNS THE ORG A FEW
      *    BUSINESS DAYS AHEAD. NO COMMIT IS TAKEN HERE; THE CHANGE
      *    RIDES THE CALLER'S UNIT OF WORK.
       PROGRAM-ID. ETRB032.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQLCODE PIC +(11).
       01  WS-HOLD-WORK.
           10 WS-SESSION-CATG         PIC X(2).
           10 WS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 WS-CHK-CAPACITY         PIC S9(4) USAGE COMP.
           10 WS-CHK-START-DATE       PIC X(10).
           10 WS-CHK-ACTIVE-COUNT     PIC S9(9) USAGE COMP.
           10 WS-CHK-HELD-COUNT       PIC S9(9) USAGE COMP.
           10 WS-CHK-DATE-OK          PIC X(1).
           10 WS-TODAY                PIC X(10).
      *    ETRB002'S SIGN-UP PARM, BUILT FOR A CONVERSION. ONLY THE
      *    FIELDS A HELD SEAT NEEDS ARE FILLED; THE REST GO BLANK.
       01  WS-ETRB002-PARM.
           05 WS-SU-SESSION-CATG      PIC X(2).
           05 WS-SU-SESSION-ID        PIC S9(9) USAGE COMP.
           05 WS-SU-REQUEST-TYPE      PIC X(1).
           05 WS-SU-SIGNUP-DATA.
              10 WS-SU-EMAIL-ADDR     PIC X(120).
              10 WS-SU-FULL-NAME      PIC X(130).
              10 WS-SU-ORG-NAME       PIC X(120).
              10 WS-SU-REG-DATE       PIC X(10).
              10 WS-SU-PHONE-NUMBER   PIC X(20).
              10 WS-SU-AMOUNT-PAID    PIC S9(7)V99 USAGE COMP-3.
           05 WS-SU-SIGNUP-RC         PIC X(1).
              88 WS-SU-SIGNUP-OK                VALUE '0'.
           05 WS-SU-AUTH-USR-ID       PIC X(8).
           05 WS-SU-ORG-CODE          PIC X(8).
           05 WS-SU-ENO               PIC X(4).
           05 WS-SU-PO-REFERENCE      PIC X(30).
           05 WS-SU-PREREQ-OVERRIDE   PIC X(1).
           05 WS-SU-CONFIRM-NO        PIC X(8).
           05 WS-SU-SPECIAL-REQS      PIC X(120).
           05 WS-SU-LANG-PREF         PIC X(2).
           05 WS-SU-RESIT-SEAT        PIC X(1).
           05 WS-SU-PARTNER-CODE      PIC X(8).
           05 WS-SU-PROMO-CODE        PIC X(12).
           05 WS-SU-PROMO-RESULT      PIC X(1).
           05 WS-SU-PROMO-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLSEATH
           END-EXEC.
           EXEC SQL
                INCLUDE DCLORGMS
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
      *    LS-SEAT-HOLD-PARM CARRIES THE FUNCTION: 'H' HOLD (ORG CODE,
      *    SESSION KEY, SEATS AND EXPIRY DATE YYYY-MM-DD ARE READ AND
      *    THE NEW LS-HOLD-ID COMES BACK), 'C' CONVERT (LS-HOLD-ID AND
      *    THE DELEGATE'S EMAIL, NAME AND PHONE ARE READ; THE
      *    CONFIRMATION NUMBER COMES BACK IN LS-CONFIRM-NO AND
      *    ETRB002'S OWN OUTCOME IN LS-SIGNUP-RC), 'X' RELEASE
      *    (LS-HOLD-ID). LS-SEATS-LEFT COMES BACK WITH THE SEATS STILL
      *    HELD UNNAMED AFTER THE FUNCTION.
      *    LS-RETURN-CODE COMES BACK '0' DONE, 'N' NO OPEN HOLD WITH
      *    SEATS LEFT FOR LS-HOLD-ID, 'O' ORG CODE NOT ON THE MASTER,
      *    'S' NO SUCH SESSION, 'D' EXPIRY DATE INVALID, PAST, OR
      *    AFTER THE SESSION STARTS, 'Z' SEATS NOT ABOVE ZERO OR BAD
      *    FUNCTION CODE, 'F' NOT ENOUGH FREE SEATS TO HOLD, OR THE
      *    CONVERTED DELEGATE DID NOT LAND ACTIVE (CALLER MUST ROLL
      *    BACK), 'X' NOT AUTHORIZED, '9' SQL FAILURE (CALLER MUST
      *    ROLL BACK).
       01  LS-SEAT-HOLD-PARM.
           10 LS-FUNCTION             PIC X(1).
              88 LS-FUNCTION-HOLD               VALUE 'H'.
              88 LS-FUNCTION-CONVERT            VALUE 'C'.
              88 LS-FUNCTION-RELEASE            VALUE 'X'.
           10 LS-HOLD-ID              PIC S9(9) USAGE COMP.
           10 LS-ORG-CODE             PIC X(8).
           10 LS-SESSION-CATG         PIC X(2).
           10 LS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 LS-SEATS-HELD           PIC S9(9) USAGE COMP.
           10 LS-EXPIRY-DATE          PIC X(10).
           10 LS-EMAIL-ADDR           PIC X(120).
           10 LS-FULL-NAME            PIC X(130).
           10 LS-PHONE-NUMBER         PIC X(20).
           10 LS-CONFIRM-NO           PIC X(8).
           10 LS-SIGNUP-RC            PIC X(1).
           10 LS-SEATS-LEFT           PIC S9(9) USAGE COMP.
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-HOLD-OK                     VALUE '0'.
              88 LS-HOLD-NOT-FOUND              VALUE 'N'.
              88 LS-HOLD-UNKNOWN-ORG            VALUE 'O'.
              88 LS-HOLD-UNKNOWN-SESSION        VALUE 'S'.
              88 LS-HOLD-BAD-DATE               VALUE 'D'.
              88 LS-HOLD-BAD-INPUT              VALUE 'Z'.
              88 LS-HOLD-NO-ROOM                VALUE 'F'.
              88 LS-HOLD-UNAUTHORIZED           VALUE 'X'.
              88 LS-HOLD-FAILED                 VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-HOLD-QUIESCED               VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-SEAT-HOLD-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-HOLD-OK             TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-HOLD-QUIESCED TO TRUE
               DISPLAY ' SEAT HOLD REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB032'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'SEATHOLD'             TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-HOLD-UNAUTHORIZED TO TRUE
               DISPLAY ' SEAT HOLD REFUSED - NOT AUTHORIZED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           EVALUATE TRUE
             WHEN LS-FUNCTION-HOLD
               PERFORM EDIT-HOLD-PARA
               IF LS-HOLD-OK
                   PERFORM LATCH-SESSION-PARA
               END-IF
               IF LS-HOLD-OK
                   PERFORM CHECK-SEATS-FREE-PARA
               END-IF
               IF LS-HOLD-OK
                   PERFORM ADD-HOLD-PARA
               END-IF
             WHEN LS-FUNCTION-CONVERT
               PERFORM READ-HOLD-PARA
               IF LS-HOLD-OK
                   PERFORM LATCH-SESSION-PARA
               END-IF
               IF LS-HOLD-OK
                   PERFORM TAKE-HELD-SEAT-PARA
               END-IF
               IF LS-HOLD-OK
                   PERFORM SIGN-UP-DELEGATE-PARA
               END-IF
             WHEN LS-FUNCTION-RELEASE
               PERFORM READ-HOLD-PARA
               IF LS-HOLD-OK
                   PERFORM RELEASE-HOLD-PARA
               END-IF
             WHEN OTHER
               SET LS-HOLD-BAD-INPUT TO TRUE
               DISPLAY ' INVALID FUNCTION CODE : ' LS-FUNCTION
           END-EVALUATE.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * EDIT-HOLD-PARA proves the org and the session exist and lets
      * DB2 judge the expiry date - one it cannot convert (-180/-181),
      * one already past, or one after the session starts is refused
      * before anything is written.
       EDIT-HOLD-PARA.
           IF LS-SEATS-HELD NOT > 0
               SET LS-HOLD-BAD-INPUT TO TRUE
               DISPLAY ' SEATS TO HOLD MUST BE ABOVE ZERO '
               GOBACK
           END-IF.
           MOVE LS-ORG-CODE            TO ORG-ORG-CODE.
           EXEC SQL
             SELECT ORG_NAME
               INTO :ORG-ORG-NAME
               FROM DBODEVP.ORGANIZATION
              WHERE ORG_CODE = :ORG-ORG-CODE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET LS-HOLD-UNKNOWN-ORG TO TRUE
               DISPLAY ' SEAT HOLD REFUSED - UNKNOWN ORG : '
                       LS-ORG-CODE
               GOBACK
             WHEN OTHER
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' ORGANIZATION READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               GOBACK
           END-EVALUATE.
           MOVE LS-SESSION-CATG        TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID          TO WS-SESSION-ID.
           EXEC SQL
             SELECT CHAR(SESSION_START_DATE, ISO)
               INTO :WS-CHK-START-DATE
               FROM DBODEVP.TRAINING_SESSION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET LS-HOLD-UNKNOWN-SESSION TO TRUE
               DISPLAY ' SEAT HOLD REFUSED - NO SUCH SESSION : '
                       WS-SESSION-CATG '/' WS-SESSION-ID
               GOBACK
             WHEN OTHER
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' SESSION READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               GOBACK
           END-EVALUATE.
           MOVE 'N'                    TO WS-CHK-DATE-OK.
           EXEC SQL
             SELECT 'Y'
               INTO :WS-CHK-DATE-OK
               FROM SYSIBM.SYSDUMMY1
              WHERE DATE(:LS-EXPIRY-DATE) >= CURRENT DATE
                AND DATE(:LS-EXPIRY-DATE) <= DATE(:WS-CHK-START-DATE)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
             WHEN -180
             WHEN -181
               SET LS-HOLD-BAD-DATE TO TRUE
               DISPLAY ' SEAT HOLD REFUSED - EXPIRY DATE : '
                       LS-EXPIRY-DATE
             WHEN OTHER
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' EXPIRY DATE CHECK FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      * LATCH-SESSION-PARA is the seat latch ETRB002 and ETRB020 take
      * - an exclusive lock on the session row for the rest of the
      * unit of work, so a hold and a competing sign-up cannot both
      * see the same last seat free.
       LATCH-SESSION-PARA.
           EXEC SQL
             UPDATE DBODEVP.TRAINING_SESSION
                SET SESSION_CAPACITY = SESSION_CAPACITY
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' UNABLE TO LATCH THE SESSION ROW '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-IF.
      *
      * CHECK-SEATS-FREE-PARA counts the session the way ETRB002
      * does - active registrations plus seats already held unnamed -
      * and refuses a hold that would take it past SESSION_CAPACITY.
       CHECK-SEATS-FREE-PARA.
           EXEC SQL
             SELECT SESSION_CAPACITY,
                    (SELECT COUNT(*)
                       FROM DBODEVP.REGISTRATION R
                      WHERE R.SESSION_CATG = :WS-SESSION-CATG
                        AND R.SESSION_ID   = :WS-SESSION-ID
                        AND R.REG_STATUS   = 'A'),
                    (SELECT COALESCE(SUM(H.SEATS_HELD
                                       - H.SEATS_CONVERTED), 0)
                       FROM DBODEVP.SEAT_HOLD H
                      WHERE H.SESSION_CATG = :WS-SESSION-CATG
                        AND H.SESSION_ID   = :WS-SESSION-ID
                        AND H.HOLD_STATUS  = 'O')
               INTO :WS-CHK-CAPACITY,
                    :WS-CHK-ACTIVE-COUNT,
                    :WS-CHK-HELD-COUNT
               FROM DBODEVP.TRAINING_SESSION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' UNABLE TO READ SESSION HEADCOUNT '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-CHK-ACTIVE-COUNT + WS-CHK-HELD-COUNT
                  + LS-SEATS-HELD > WS-CHK-CAPACITY
                   SET LS-HOLD-NO-ROOM TO TRUE
                   COMPUTE LS-SEATS-LEFT = WS-CHK-CAPACITY
                       - WS-CHK-ACTIVE-COUNT - WS-CHK-HELD-COUNT
                   IF LS-SEATS-LEFT < 0
                       MOVE 0          TO LS-SEATS-LEFT
                   END-IF
                   DISPLAY ' SEAT HOLD REFUSED - SEATS FREE : '
                           LS-SEATS-LEFT
               END-IF
           END-IF.
      *
      * ADD-HOLD-PARA numbers the hold MAX + 1 - safe under the
      * session latch for this session, and HOLD_ID carries a unique
      * index that bounces (-803) the rare cross-session collision
      * for the caller to retry.
       ADD-HOLD-PARA.
           EXEC SQL
             SELECT COALESCE(MAX(HOLD_ID), 0) + 1
               INTO :SHD-HOLD-ID
               FROM DBODEVP.SEAT_HOLD
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' UNABLE TO NUMBER THE HOLD '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               GOBACK
           END-IF.
           MOVE LS-ORG-CODE            TO SHD-ORG-CODE.
           MOVE WS-SESSION-CATG        TO SHD-SESSION-CATG.
           MOVE WS-SESSION-ID          TO SHD-SESSION-ID.
           MOVE LS-SEATS-HELD          TO SHD-SEATS-HELD.
           MOVE LS-EXPIRY-DATE         TO SHD-HOLD-EXPIRY-DATE.
           MOVE LS-AUTH-USR-ID         TO SHD-HOLD-USR-ID.
           EXEC SQL
             INSERT INTO DBODEVP.SEAT_HOLD
                   (HOLD_ID,          ORG_CODE,        SESSION_CATG,
                    SESSION_ID,       SEATS_HELD,      SEATS_CONVERTED,
                    SEATS_RELEASED,   HOLD_EXPIRY_DATE, HOLD_STATUS,
                    WARNED_DATE,      HOLD_USR_ID,     DTS)
             VALUES (:SHD-HOLD-ID,          :SHD-ORG-CODE,
                     :SHD-SESSION-CATG,     :SHD-SESSION-ID,
                     :SHD-SEATS-HELD,       0,
                     0,                     :SHD-HOLD-EXPIRY-DATE,
                     'O',                   NULL,
                     :SHD-HOLD-USR-ID,      CURRENT TIMESTAMP)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
               MOVE SHD-HOLD-ID        TO LS-HOLD-ID
               MOVE SHD-SEATS-HELD     TO LS-SEATS-LEFT
               DISPLAY ' SEAT HOLD PLACED : ' SHD-HOLD-ID
           ELSE
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' SEAT HOLD INSERT FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
      * READ-HOLD-PARA finds the open hold named by LS-HOLD-ID. A
      * hold already converted, released or lapsed comes back
      * LS-HOLD-NOT-FOUND with nothing touched.
       READ-HOLD-PARA.
           MOVE LS-HOLD-ID             TO SHD-HOLD-ID.
           EXEC SQL
             SELECT ORG_CODE, SESSION_CATG, SESSION_ID,
                    SEATS_HELD, SEATS_CONVERTED, CHAR(CURRENT DATE, ISO)
               INTO :SHD-ORG-CODE, :SHD-SESSION-CATG, :SHD-SESSION-ID,
                    :SHD-SEATS-HELD, :SHD-SEATS-CONVERTED, :WS-TODAY
               FROM DBODEVP.SEAT_HOLD
              WHERE HOLD_ID     = :SHD-HOLD-ID
                AND HOLD_STATUS = 'O'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               MOVE SHD-SESSION-CATG   TO WS-SESSION-CATG
               MOVE SHD-SESSION-ID     TO WS-SESSION-ID
               COMPUTE LS-SEATS-LEFT =
                   SHD-SEATS-HELD - SHD-SEATS-CONVERTED
             WHEN 100
               SET LS-HOLD-NOT-FOUND TO TRUE
               DISPLAY ' NO OPEN SEAT HOLD : ' SHD-HOLD-ID
             WHEN OTHER
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' SEAT HOLD READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      * TAKE-HELD-SEAT-PARA moves one seat from held to converted
      * BEFORE the sign-up, so ETRB002's headcount sees the seat as
      * free for exactly this delegate. The SEATS_CONVERTED guard
      * refuses a conversion past the seats held; the last one
      * closes the hold 'C'.
       TAKE-HELD-SEAT-PARA.
           EXEC SQL
             UPDATE DBODEVP.SEAT_HOLD
                SET SEATS_CONVERTED = SEATS_CONVERTED + 1,
                    HOLD_STATUS     =
                        CASE WHEN SEATS_CONVERTED + 1 >= SEATS_HELD
                             THEN 'C' ELSE 'O' END
              WHERE HOLD_ID         = :SHD-HOLD-ID
                AND HOLD_STATUS     = 'O'
                AND SEATS_CONVERTED < SEATS_HELD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               SUBTRACT 1              FROM LS-SEATS-LEFT
             WHEN 100
               SET LS-HOLD-NOT-FOUND TO TRUE
               DISPLAY ' NO HELD SEAT LEFT : ' SHD-HOLD-ID
             WHEN OTHER
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' SEAT HOLD UPDATE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      * SIGN-UP-DELEGATE-PARA names the seat through the ordinary
      * ETRB002 sign-up under the hold's org code, so pricing, seat
      * contracts, prerequisites and the LMS feed all apply as for
      * any booking. Anything but an active seat (waitlisted, pending
      * approval, refused) bounces 'F' with ETRB002's own code in
      * LS-SIGNUP-RC - the caller rolls back and the hold stands.
       SIGN-UP-DELEGATE-PARA.
           INITIALIZE WS-ETRB002-PARM.
           MOVE WS-SESSION-CATG        TO WS-SU-SESSION-CATG.
           MOVE WS-SESSION-ID          TO WS-SU-SESSION-ID.
           MOVE 'S'                    TO WS-SU-REQUEST-TYPE.
           MOVE LS-EMAIL-ADDR          TO WS-SU-EMAIL-ADDR.
           MOVE LS-FULL-NAME           TO WS-SU-FULL-NAME.
           MOVE WS-TODAY               TO WS-SU-REG-DATE.
           MOVE LS-PHONE-NUMBER        TO WS-SU-PHONE-NUMBER.
           MOVE LS-AUTH-USR-ID         TO WS-SU-AUTH-USR-ID.
           MOVE SHD-ORG-CODE           TO WS-SU-ORG-CODE.
           CALL 'ETRB002' USING WS-ETRB002-PARM.
           MOVE WS-SU-SIGNUP-RC        TO LS-SIGNUP-RC.
           IF WS-SU-SIGNUP-OK
               MOVE WS-SU-CONFIRM-NO   TO LS-CONFIRM-NO
               DISPLAY ' HELD SEAT CONVERTED : ' SHD-HOLD-ID
           ELSE
               SET LS-HOLD-NO-ROOM TO TRUE
               MOVE SPACES             TO LS-CONFIRM-NO
               DISPLAY ' HELD SEAT NOT CONVERTED - SIGN-UP CODE : '
                       WS-SU-SIGNUP-RC
               DISPLAY ' ROLL BACK REQUIRED '
           END-IF.
      *
      * RELEASE-HOLD-PARA closes the hold 'R' and records how many
      * unnamed seats went back to the session, which is what puts
      * the session in front of ETROP06's next offer round.
       RELEASE-HOLD-PARA.
           EXEC SQL
             UPDATE DBODEVP.SEAT_HOLD
                SET HOLD_STATUS    = 'R',
                    SEATS_RELEASED = SEATS_HELD - SEATS_CONVERTED
              WHERE HOLD_ID        = :SHD-HOLD-ID
                AND HOLD_STATUS    = 'O'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' SEAT HOLD RELEASED : ' SHD-HOLD-ID
                       ' SEATS : ' LS-SEATS-LEFT
               MOVE 0                  TO LS-SEATS-LEFT
             WHEN 100
               SET LS-HOLD-NOT-FOUND TO TRUE
               DISPLAY ' NO OPEN SEAT HOLD : ' SHD-HOLD-ID
             WHEN OTHER
               SET LS-HOLD-FAILED TO TRUE
               DISPLAY ' SEAT HOLD RELEASE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
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
