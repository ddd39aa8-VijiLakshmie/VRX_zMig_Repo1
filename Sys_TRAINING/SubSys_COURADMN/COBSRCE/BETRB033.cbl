       IDENTIFICATION DIVISION.
      *    ETRB033 SUBSTITUTES ONE DELEGATE FOR ANOTHER ON AN EXISTING
      *    REGISTRATION - THE EMPLOYER SENDS A COLLEAGUE IN THE SEAT
      *    SOMEONE CAN NO LONGER USE. BEFORE THIS, STAFF CANCELLED
      *    THROUGH ETRB003 (FIRING THE ETROP19 REFUND AND AN ETROP06
      *    WAITLIST OFFER) AND RE-KEYED THROUGH ETRB002 AT TODAY'S
      *    FEE, AND THE MONEY NEVER LINED UP AGAIN. HERE THE ROW IS
      *    RE-KEYED IN PLACE TO THE NEWCOMER: CONFIRM_NO, REG_DATE,
      *    PRICED_FEE, AMOUNT_PAID, CONTRACT_ID, PO_REFERENCE AND THE
      *    ORG LINKAGE STAY AS THEY ARE, AND EVERY MONEY ROW KEYED BY
      *    THE REGISTRANT'S EMAIL (PAYMENTS, PAYMENT PLAN, REFUNDS,
      *    WRITE-OFFS, CREDIT NOTES, PARTNER COMMISSION, REVENUE
      *    SLICES, DIRECT-DEBIT COLLECTIONS AND OPEN REFUND/WRITE-OFF
      *    APPROVALS) AND ANY BOOKED MAKE-UP DAY IS RE-POINTED TO THE
      *    NEWCOMER IN THE SAME UNIT OF WORK. THE INVOICE IS PER
      *    ORGANIZATION AND NEVER CHANGES.
      *    THE NEWCOMER MUST BELONG TO THE SAME ORG_CODE AS THE SEAT,
      *    AND ETRB002'S PREREQUISITE AND MANAGER-APPROVAL RULES ARE
      *    RE-RUN FOR THEM. THE ORIGINAL DELEGATE GETS A RELEASE
      *    NOTICE (SUBSMRG); THE NEWCOMER'S JOINING INSTRUCTIONS AND
      *    CALENDAR INVITE NEED NO EXTRA STEP - ETROP11 AND ETROP100
      *    FIND AN ACTIVE REGISTRANT THEY HAVE NOT YET MAILED, AND
      *    ETROP100 CANCELS THE ORIGINAL DELEGATE'S INVITE. ATTENDANCE,
      *    RESULTS, CERTIFICATES AND THE NOTICE LOG STAY WITH THE
      *    PERSON THEY WERE RECORDED FOR. NO COMMIT IS TAKEN HERE.
       PROGRAM-ID. ETRB033.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-NOTICE-FILE ASSIGN TO SUBSMRG
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    RELEASE-NOTICE-RECORD FEEDS THE SAME MAIL-MERGE JOB AS
      *    ETRB006'S CANCMRG AND ETRB012'S RESCMRG - SAME 200-BYTE
      *    SHAPE, WITH THE NEWCOMER'S NAME WHERE THE CANCEL REASON
      *    SITS, SO THE RELEASED DELEGATE IS TOLD WHO TOOK THE SEAT.
       FD  RELEASE-NOTICE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  RELEASE-NOTICE-RECORD.
           05 SN-EMAIL-ADDR            PIC X(120).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SN-FULL-NAME             PIC X(130).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SN-SESSION-CATG          PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SN-SESSION-ID            PIC Z(08)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SN-START-DATE            PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SN-CONFIRM-NO            PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
      *    TEMPLATE/LANGUAGE CODE THE MAILING SYSTEM SELECTS ON.
           05 SN-LANG-CD               PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SN-NEW-FULL-NAME         PIC X(60).
       WORKING-STORAGE SECTION.
      *
      *      RDz Endevor Integration for PoC project"
       01  WS-SQLCODE PIC +(11).
       01  WS-NOTICE-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-SUBSTITUTE-WORK.
           10 WS-SESSION-CATG          PIC X(2).
           10 WS-SESSION-ID            PIC S9(9) USAGE COMP.
           10 WS-SESSION-STATUS        PIC X(1).
           10 WS-START-DATE            PIC X(10).
           10 WS-NEWCOMER-COUNT        PIC S9(9) USAGE COMP.
           10 WS-NEW-REG-STATUS        PIC X(1).
           10 WS-MOVE-TABLE            PIC X(24).
      *    THE ORIGINAL DELEGATE, KEPT FOR THE AUDIT ROW, THE LMS
      *    LEAVE EVENT AND THE RELEASE NOTICE ONCE THE ROW CARRIES
      *    THE NEWCOMER.
       01  WS-ORIGINAL-DELEGATE.
           10 WS-OLD-EMAIL-ADDR.
              49 WS-OLD-EMAIL-ADDR-LEN   PIC S9(4) USAGE COMP.
              49 WS-OLD-EMAIL-ADDR-TEXT  PIC X(120).
           10 WS-OLD-FULL-NAME         PIC X(130).
           10 WS-OLD-LANG-PREF         PIC X(2).
      *    THE NEWCOMER AS THE ROW WILL CARRY THEM. PHONE, ENO,
      *    SPECIAL_REQS AND LANG_PREF ARE NULLABLE - A BLANK ENTRY
      *    STORES NULL, AS AT SIGN-UP.
       01  WS-NEWCOMER.
           10 WS-NEW-EMAIL-ADDR.
              49 WS-NEW-EMAIL-ADDR-LEN   PIC S9(4) USAGE COMP.
              49 WS-NEW-EMAIL-ADDR-TEXT  PIC X(120).
           10 WS-NEW-FULL-NAME.
              49 WS-NEW-FULL-NAME-LEN    PIC S9(4) USAGE COMP.
              49 WS-NEW-FULL-NAME-TEXT   PIC X(130).
           10 WS-NEW-PHONE-NUMBER.
              49 WS-NEW-PHONE-NUMBER-LEN  PIC S9(4) USAGE COMP.
              49 WS-NEW-PHONE-NUMBER-TEXT PIC X(20).
           10 WS-NEW-PHONE-NUMBER-IND  PIC S9(4) USAGE COMP.
           10 WS-NEW-ENO               PIC X(4).
           10 WS-NEW-ENO-IND           PIC S9(4) USAGE COMP.
           10 WS-NEW-SPECIAL-REQS.
              49 WS-NEW-SPECIAL-REQS-LEN  PIC S9(4) USAGE COMP.
              49 WS-NEW-SPECIAL-REQS-TEXT PIC X(120).
           10 WS-NEW-SPECIAL-REQS-IND  PIC S9(4) USAGE COMP.
           10 WS-NEW-LANG-PREF         PIC X(2).
           10 WS-NEW-LANG-PREF-IND     PIC S9(4) USAGE COMP.
           10 WS-NEW-PERSON-ID         PIC S9(9) USAGE COMP.
           10 WS-NEW-PERSON-ID-IND     PIC S9(4) USAGE COMP.
       01  WS-ROW-INDICATORS.
           10 WS-ORG-CODE-IND          PIC S9(4) USAGE COMP.
           10 WS-CONFIRM-NO-IND        PIC S9(4) USAGE COMP.
           10 WS-LANG-PREF-IND         PIC S9(4) USAGE COMP.
           10 WS-FUNDED-AMOUNT-IND     PIC S9(4) USAGE COMP.
      *    PREREQUISITE CHECK WORK FIELDS - THE ETRB002 SHAPE.
       01  WS-PREREQ-WORK.
           10 WS-PRQ-ENO              PIC X(4).
           10 WS-PRQ-MET-COUNT        PIC S9(9) USAGE COMP.
           10 WS-PRQ-UNMET-SW         PIC X(1).
              88 WS-PRQ-ALL-MET                 VALUE SPACES.
              88 WS-PRQ-REJECT-UNMET            VALUE 'R'.
           10 WS-PRQ-SAVED-SQLCODE    PIC S9(9) USAGE COMP.
      *    RCBT003A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
      *    EMAIL-ADDRESS SHAPE-VALIDATION ROUTINE.
       01  WS-RCBT003A-PARM.
           10 WS-VALID-EMAIL-TEXT     PIC X(120).
           10 WS-VALID-EMAIL-RC       PIC X(1).
              88 WS-VALID-EMAIL-OK              VALUE '0'.
              88 WS-VALID-EMAIL-BAD              VALUE '9'.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLRGSTR
           END-EXEC.
           EXEC SQL
                INCLUDE DCLRGPER
           END-EXEC.
           EXEC SQL
                INCLUDE DCLORGMS
           END-EXEC.
           EXEC SQL
                INCLUDE DCLCPREQ
           END-EXEC.
           EXEC SQL
                INCLUDE EMP999
           END-EXEC.
      *    REGISTRATION CHANGE-AUDIT FIELDS - SEE CWRGAUD.
           EXEC SQL
                INCLUDE CWRGAUD
           END-EXEC.
      *    REAL-TIME LMS EVENT PUBLISH - SEE CWLMSEV.
           EXEC SQL
                INCLUDE CWLMSEV
           END-EXEC.
      *    MAILING OPT-OUT SUPPRESSION FIELDS - SEE CWOPTOUT.
           EXEC SQL
                INCLUDE CWOPTOUT
           END-EXEC.
      *    OUTBOUND-NOTICE AUDIT LOG - SEE CWNTCLOG.
           EXEC SQL
                INCLUDE CWNTCLOG
           END-EXEC.
      *    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
           EXEC SQL
                INCLUDE CWHDRTRL
           END-EXEC.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
                INCLUDE CWERRLOG
           END-EXEC.
           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    EVERY PREREQUISITE LINK FOR THE COURSE - WALKED FOR THE
      *    NEWCOMER BY CHECK-PREREQS-PARA AHEAD OF THE SWAP.
           EXEC SQL
             DECLARE COURSE-PREREQS CURSOR FOR
             SELECT PREREQ_CATG, ENFORCE_CD
               FROM DBODEVP.COURSE_PREREQ
              WHERE SESSION_CATG = :WS-SESSION-CATG
              ORDER BY PREREQ_CATG
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-SUBSTITUTE-PARM IDENTIFIES THE REGISTRATION (SESSION KEY
      *    AND THE BOOKED DELEGATE'S EMAIL, THE ETRB003/ETRB013 KEY)
      *    AND THE NEWCOMER - EMAIL, NAME, PHONE, ORG CODE (MUST BE
      *    THE SEAT'S OWN ORG_CODE), ENO FOR INTERNAL STAFF, SPECIAL
      *    REQUIREMENTS AND LANGUAGE. LS-PREREQ-OVERRIDE IS ETRB002'S
      *    STAFF FORCE-THROUGH. LS-CONFIRM-NO COMES BACK WITH THE
      *    UNCHANGED CONFIRMATION NUMBER.
      *    LS-RETURN-CODE COMES BACK '0' WHEN THE NEWCOMER HOLDS THE
      *    SEAT, 'M' WHEN THE NEWCOMER IS INTERNAL STAFF AND THE ROW
      *    NOW AWAITS THEIR MANAGER'S APPROVAL (ETRB025), 'N' NO
      *    ACTIVE REGISTRATION FOR THE KEY, 'O' NEWCOMER'S ORG CODE IS
      *    NOT THE SEAT'S (OR THE SEAT HAS NO ORG CODE), 'S' SESSION
      *    CANCELLED OR ALREADY STARTED, 'A' NEWCOMER ALREADY HAS A
      *    ROW ON THE SESSION, 'E' NEWCOMER EMAIL OR NAME INVALID,
      *    'U' UNKNOWN ENO, 'P' A REQUIRED PREREQUISITE IS NOT MET,
      *    'G' THE SEAT IS GOVERNMENT-FUNDED (FUNDING IS THE LEARNER'S
      *    OWN ELIGIBILITY AND CANNOT PASS TO SOMEONE ELSE), 'X' NOT
      *    AUTHORIZED, AND '9' ON ANY SQL FAILURE (CALLER MUST ROLL
      *    BACK).
       01  LS-SUBSTITUTE-PARM.
           10 LS-SESSION-CATG         PIC X(2).
           10 LS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 LS-EMAIL-ADDR           PIC X(120).
           10 LS-NEW-EMAIL-ADDR       PIC X(120).
           10 LS-NEW-FULL-NAME        PIC X(130).
           10 LS-NEW-PHONE-NUMBER     PIC X(20).
           10 LS-NEW-ORG-CODE         PIC X(8).
           10 LS-NEW-ENO              PIC X(4).
           10 LS-NEW-SPECIAL-REQS     PIC X(120).
           10 LS-NEW-LANG-PREF        PIC X(2).
           10 LS-PREREQ-OVERRIDE      PIC X(1).
              88 LS-PREREQ-FORCED               VALUE 'Y'.
           10 LS-CONFIRM-NO           PIC X(8).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-SUBST-OK                    VALUE '0'.
              88 LS-SUBST-PENDING               VALUE 'M'.
              88 LS-SUBST-NOT-FOUND             VALUE 'N'.
              88 LS-SUBST-OTHER-ORG             VALUE 'O'.
              88 LS-SUBST-TOO-LATE              VALUE 'S'.
              88 LS-SUBST-ALREADY-BOOKED        VALUE 'A'.
              88 LS-SUBST-BAD-INPUT             VALUE 'E'.
              88 LS-SUBST-UNKNOWN-ENO           VALUE 'U'.
              88 LS-SUBST-PREREQ-UNMET          VALUE 'P'.
              88 LS-SUBST-FUNDED-SEAT           VALUE 'G'.
              88 LS-SUBST-UNAUTHORIZED          VALUE 'X'.
              88 LS-SUBST-FAILED                VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-SUBST-QUIESCED              VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-SUBSTITUTE-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-SUBST-OK            TO TRUE.
           MOVE SPACES                 TO LS-CONFIRM-NO.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-SUBST-QUIESCED TO TRUE
               DISPLAY ' SUBSTITUTION REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB033'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'SUBSTREG'             TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-SUBST-UNAUTHORIZED TO TRUE
               DISPLAY ' SUBSTITUTION REFUSED - NOT AUTHORIZED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG        TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID          TO WS-SESSION-ID.
           MOVE LS-EMAIL-ADDR          TO WS-OLD-EMAIL-ADDR-TEXT.
           MOVE LENGTH OF LS-EMAIL-ADDR TO WS-OLD-EMAIL-ADDR-LEN.
           PERFORM EDIT-NEWCOMER-PARA.
           IF LS-SUBST-OK
               PERFORM GET-REGISTRATION-PARA
           END-IF.
           IF LS-SUBST-OK
               PERFORM CHECK-SESSION-PARA
           END-IF.
           IF LS-SUBST-OK
               PERFORM CHECK-NEWCOMER-FREE-PARA
           END-IF.
           IF LS-SUBST-OK
               PERFORM RESOLVE-ENO-PARA
           END-IF.
           IF LS-SUBST-OK
               PERFORM CHECK-PREREQS-PARA
           END-IF.
           IF LS-SUBST-OK
               PERFORM RESOLVE-PERSON-PARA
               PERFORM SUBSTITUTE-ROW-PARA
           END-IF.
           IF LS-SUBST-OK OR LS-SUBST-PENDING
               PERFORM MOVE-MONEY-ROWS-PARA
           END-IF.
           IF LS-SUBST-OK OR LS-SUBST-PENDING
               PERFORM PUBLISH-SUBSTITUTION-PARA
               PERFORM WRITE-RELEASE-NOTICE-PARA
           END-IF.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * EDIT-NEWCOMER-PARA checks the newcomer's email shape through
      * RCBT003A (the ETRB002 edit) and that a name was keyed, and
      * builds the nullable columns the row will carry.
       EDIT-NEWCOMER-PARA.
           MOVE LS-NEW-EMAIL-ADDR      TO WS-VALID-EMAIL-TEXT.
           CALL 'RCBT003A' USING WS-RCBT003A-PARM.
           IF WS-VALID-EMAIL-BAD OR LS-NEW-FULL-NAME = SPACES
              OR LS-NEW-EMAIL-ADDR = LS-EMAIL-ADDR
               SET LS-SUBST-BAD-INPUT TO TRUE
               DISPLAY ' SUBSTITUTION REFUSED - NEWCOMER EMAIL OR '
               DISPLAY ' NAME INVALID : ' LS-NEW-EMAIL-ADDR
           END-IF.
           MOVE LS-NEW-EMAIL-ADDR      TO WS-NEW-EMAIL-ADDR-TEXT.
           MOVE LENGTH OF LS-NEW-EMAIL-ADDR
                                       TO WS-NEW-EMAIL-ADDR-LEN.
           MOVE LS-NEW-FULL-NAME       TO WS-NEW-FULL-NAME-TEXT.
           MOVE LENGTH OF LS-NEW-FULL-NAME
                                       TO WS-NEW-FULL-NAME-LEN.
           MOVE LS-NEW-PHONE-NUMBER    TO WS-NEW-PHONE-NUMBER-TEXT.
           MOVE LENGTH OF LS-NEW-PHONE-NUMBER
                                       TO WS-NEW-PHONE-NUMBER-LEN.
           IF LS-NEW-PHONE-NUMBER = SPACES
               MOVE -1                 TO WS-NEW-PHONE-NUMBER-IND
           ELSE
               MOVE 0                  TO WS-NEW-PHONE-NUMBER-IND
           END-IF.
           MOVE LS-NEW-SPECIAL-REQS    TO WS-NEW-SPECIAL-REQS-TEXT.
           MOVE LENGTH OF LS-NEW-SPECIAL-REQS
                                       TO WS-NEW-SPECIAL-REQS-LEN.
           IF LS-NEW-SPECIAL-REQS = SPACES
               MOVE -1                 TO WS-NEW-SPECIAL-REQS-IND
           ELSE
               MOVE 0                  TO WS-NEW-SPECIAL-REQS-IND
           END-IF.
      *
      * GET-REGISTRATION-PARA reads the active row being handed over.
      * The seat must be an organization's (ORG_CODE set) and the
      * newcomer must come from that same organization; a funded
      * seat cannot change hands.
       GET-REGISTRATION-PARA.
           MOVE WS-OLD-EMAIL-ADDR      TO EMAIL-ADDR.
           EXEC SQL
             SELECT FULL_NAME, ORG_CODE, CONFIRM_NO, LANG_PREF,
                    FUNDED_AMOUNT
               INTO :FULL-NAME,
                    :ORG-CODE :WS-ORG-CODE-IND,
                    :REG-CONFIRM-NO :WS-CONFIRM-NO-IND,
                    :REG-LANG-PREF :WS-LANG-PREF-IND,
                    :REG-FUNDED-AMOUNT :WS-FUNDED-AMOUNT-IND
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :EMAIL-ADDR
                AND REG_STATUS   = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               MOVE FULL-NAME-TEXT     TO WS-OLD-FULL-NAME
               IF WS-CONFIRM-NO-IND < 0
                   MOVE SPACES         TO REG-CONFIRM-NO
               END-IF
               MOVE REG-CONFIRM-NO     TO LS-CONFIRM-NO
               IF WS-LANG-PREF-IND < 0
                   MOVE 'EN'           TO WS-OLD-LANG-PREF
               ELSE
                   MOVE REG-LANG-PREF  TO WS-OLD-LANG-PREF
               END-IF
               IF WS-ORG-CODE-IND < 0
                  OR ORG-CODE NOT = LS-NEW-ORG-CODE
                   SET LS-SUBST-OTHER-ORG TO TRUE
                   DISPLAY ' SUBSTITUTION REFUSED - NEWCOMER NOT FROM '
                   DISPLAY ' THE SEAT''S ORGANIZATION : '
                           LS-NEW-ORG-CODE
               END-IF
               IF WS-FUNDED-AMOUNT-IND >= 0
                   SET LS-SUBST-FUNDED-SEAT TO TRUE
                   DISPLAY ' SUBSTITUTION REFUSED - FUNDED SEAT '
               END-IF
             WHEN 100
               SET LS-SUBST-NOT-FOUND TO TRUE
               DISPLAY ' SUBSTITUTION REFUSED - NO ACTIVE '
                       'REGISTRATION : ' WS-SESSION-CATG '/'
                       WS-SESSION-ID
             WHEN OTHER
               SET LS-SUBST-FAILED TO TRUE
               DISPLAY ' REGISTRATION READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * CHECK-SESSION-PARA - once the session is cancelled or under
      * way the seat is no longer the organization's to hand on.
       CHECK-SESSION-PARA.
           EXEC SQL
             SELECT SESSION_STATUS, CHAR(SESSION_START_DATE, ISO)
               INTO :WS-SESSION-STATUS, :WS-START-DATE
               FROM DBODEVP.TRAINING_SESSION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND SESSION_STATUS <> 'C'
                AND SESSION_START_DATE > CURRENT DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET LS-SUBST-TOO-LATE TO TRUE
               DISPLAY ' SUBSTITUTION REFUSED - SESSION CANCELLED OR '
               DISPLAY ' ALREADY STARTED : ' WS-SESSION-CATG '/'
                       WS-SESSION-ID
             WHEN OTHER
               SET LS-SUBST-FAILED TO TRUE
               DISPLAY ' SESSION READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      * CHECK-NEWCOMER-FREE-PARA - the newcomer's email becomes the
      * row key, so any row of theirs already on the session (live
      * or cancelled) refuses the swap.
       CHECK-NEWCOMER-FREE-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-NEWCOMER-COUNT
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               SET LS-SUBST-FAILED TO TRUE
               DISPLAY ' NEWCOMER LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-NEWCOMER-COUNT > 0
                   SET LS-SUBST-ALREADY-BOOKED TO TRUE
                   DISPLAY ' SUBSTITUTION REFUSED - NEWCOMER ALREADY '
                   DISPLAY ' ON THE SESSION : ' LS-NEW-EMAIL-ADDR
               END-IF
           END-IF.
      *
      * RESOLVE-ENO-PARA - a keyed ENO must be on EMP999, exactly as
      * at sign-up. An internal newcomer's row goes back to pending
      * manager approval ('P') - ETRB025 activates it, re-running the
      * session-full and department-budget checks for the newcomer.
      * An external newcomer keeps the seat active.
       RESOLVE-ENO-PARA.
           MOVE 'A'                    TO WS-NEW-REG-STATUS.
           IF LS-NEW-ENO = SPACES
               MOVE SPACES             TO WS-NEW-ENO
               MOVE -1                 TO WS-NEW-ENO-IND
           ELSE
               MOVE LS-NEW-ENO         TO ENO OF DCLEMP999
               EXEC SQL
                 SELECT ENAME
                   INTO :DCLEMP999.ENAME
                   FROM VIJILAK.EMP999
                  WHERE ENO = :DCLEMP999.ENO
               END-EXEC
               IF SQLCODE = 0
                   MOVE LS-NEW-ENO     TO WS-NEW-ENO
                   MOVE 0              TO WS-NEW-ENO-IND
                   MOVE 'P'            TO WS-NEW-REG-STATUS
               ELSE
                   SET LS-SUBST-UNKNOWN-ENO TO TRUE
                   DISPLAY ' SUBSTITUTION REFUSED - UNKNOWN ENO : '
                           LS-NEW-ENO
               END-IF
           END-IF.
      *
      * CHECK-PREREQS-PARA walks every COURSE_PREREQ link for the
      * newcomer the way ETRB002 does at sign-up - an unmet 'R' link
      * refuses the swap ('P'), an unmet 'W' link warns on SYSOUT,
      * LS-PREREQ-FORCED skips the links, and a failed link lookup
      * fails soft.
       CHECK-PREREQS-PARA.
           SET WS-PRQ-ALL-MET         TO TRUE.
           IF LS-PREREQ-FORCED
               DISPLAY ' PREREQUISITE CHECK OVERRIDDEN BY : '
                   LS-AUTH-USR-ID
           ELSE
               MOVE SQLCODE           TO WS-PRQ-SAVED-SQLCODE
               IF WS-NEW-ENO-IND < 0
                   MOVE SPACES        TO WS-PRQ-ENO
               ELSE
                   MOVE WS-NEW-ENO    TO WS-PRQ-ENO
               END-IF
               EXEC SQL
                 OPEN COURSE-PREREQS
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY ' PREREQ LOOKUP FAILED - CHECK SKIPPED '
                   DISPLAY ' SQL CODE   '  SQLCODE
               ELSE
                   PERFORM CHECK-ONE-PREREQ-PARA
                       UNTIL SQLCODE NOT = 0
                   EXEC SQL
                     CLOSE COURSE-PREREQS
                   END-EXEC
               END-IF
               MOVE WS-PRQ-SAVED-SQLCODE TO SQLCODE
               IF WS-PRQ-REJECT-UNMET
                   SET LS-SUBST-PREREQ-UNMET TO TRUE
                   DISPLAY ' SUBSTITUTION REFUSED - PREREQUISITE NOT '
                   DISPLAY ' MET FOR CATEGORY : ' WS-SESSION-CATG
               END-IF
           END-IF.
      *
       CHECK-ONE-PREREQ-PARA.
           EXEC SQL
             FETCH COURSE-PREREQS
              INTO :PRQ-PREREQ-CATG,
                   :PRQ-ENFORCE-CD
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               PERFORM COUNT-PREREQ-HISTORY-PARA
               IF WS-PRQ-MET-COUNT = 0
                   IF PRQ-ENFORCE-REJECT
                       SET WS-PRQ-REJECT-UNMET TO TRUE
                       DISPLAY ' PREREQUISITE NOT MET : '
                           PRQ-PREREQ-CATG
                   ELSE
                       DISPLAY ' PREREQUISITE WARNING - NO COMPLETED '
                       DISPLAY ' HISTORY FOR : ' PRQ-PREREQ-CATG
                   END-IF
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY ' PREREQ FETCH FAILED - CHECK SKIPPED '
               DISPLAY ' SQL CODE   '  SQLCODE
           END-EVALUATE.
      *
      * COUNT-PREREQ-HISTORY-PARA - the live table first, the archive
      * only when the live table had nothing.
       COUNT-PREREQ-HISTORY-PARA.
           MOVE 0                     TO WS-PRQ-MET-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PRQ-MET-COUNT
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG      = :PRQ-PREREQ-CATG
                AND COMPLETION_STATUS = 'C'
                AND (EMAIL_ADDR = :WS-NEW-EMAIL-ADDR
                     OR ENO     = :WS-PRQ-ENO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0                 TO WS-PRQ-MET-COUNT
           END-IF.
           IF WS-PRQ-MET-COUNT = 0
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PRQ-MET-COUNT
                   FROM DBODEVP.REGISTRATION_ARCHIVE
                  WHERE SESSION_CATG      = :PRQ-PREREQ-CATG
                    AND COMPLETION_STATUS = 'C'
                    AND (EMAIL_ADDR = :WS-NEW-EMAIL-ADDR
                         OR ENO     = :WS-PRQ-ENO)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0             TO WS-PRQ-MET-COUNT
               END-IF
           END-IF.
      *
      * RESOLVE-PERSON-PARA finds (or assigns) the newcomer's durable
      * PERSON_ID on the registrant master, as ETRB002 does. A
      * failure stores NULL and never blocks the substitution.
       RESOLVE-PERSON-PARA.
           MOVE 0                     TO WS-NEW-PERSON-ID.
           MOVE -1                    TO WS-NEW-PERSON-ID-IND.
           EXEC SQL
             SELECT PERSON_ID
               INTO :WS-NEW-PERSON-ID
               FROM DBODEVP.REGISTRANT
              WHERE EMAIL_ADDR = :WS-NEW-EMAIL-ADDR
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE 0                 TO WS-NEW-PERSON-ID-IND
             WHEN 100
               PERFORM ASSIGN-PERSON-PARA
             WHEN OTHER
               DISPLAY ' PERSON LOOKUP FAILED - STORED WITHOUT ID '
               DISPLAY ' SQL CODE   '  SQLCODE
           END-EVALUATE.
      *
       ASSIGN-PERSON-PARA.
           MOVE WS-NEW-EMAIL-ADDR     TO RGP-EMAIL-ADDR.
           MOVE WS-NEW-FULL-NAME      TO RGP-FULL-NAME.
           EXEC SQL
             INSERT INTO DBODEVP.REGISTRANT
                    ( PERSON_ID, EMAIL_ADDR, FULL_NAME, DTS )
             SELECT COALESCE(MAX(PERSON_ID), 0) + 1,
                    RTRIM(:RGP-EMAIL-ADDR),
                    RTRIM(:RGP-FULL-NAME),
                    CURRENT TIMESTAMP
               FROM DBODEVP.REGISTRANT
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ' PERSON ASSIGN FAILED - STORED WITHOUT ID '
               DISPLAY ' SQL CODE   '  SQLCODE
           ELSE
               EXEC SQL
                 SELECT PERSON_ID
                   INTO :WS-NEW-PERSON-ID
                   FROM DBODEVP.REGISTRANT
                  WHERE EMAIL_ADDR = :WS-NEW-EMAIL-ADDR
               END-EXEC
               IF SQLCODE = 0
                   MOVE 0             TO WS-NEW-PERSON-ID-IND
               END-IF
           END-IF.
      *
      * SUBSTITUTE-ROW-PARA writes the before/after audit row and
      * re-keys the registration to the newcomer. The newcomer's own
      * language preference wins; the organization's default covers
      * a blank one, as at sign-up.
       SUBSTITUTE-ROW-PARA.
           MOVE LS-NEW-LANG-PREF       TO WS-NEW-LANG-PREF.
           MOVE 0                      TO WS-NEW-LANG-PREF-IND.
           IF LS-NEW-LANG-PREF = SPACES
               MOVE ORG-CODE           TO ORG-ORG-CODE
               EXEC SQL
                 SELECT LANG_PREF
                   INTO :ORG-LANG-PREF
                   FROM DBODEVP.ORGANIZATION
                  WHERE ORG_CODE = :ORG-ORG-CODE
               END-EXEC
               IF SQLCODE = 0 AND ORG-LANG-PREF NOT = SPACES
                   MOVE ORG-LANG-PREF  TO WS-NEW-LANG-PREF
               ELSE
                   MOVE -1             TO WS-NEW-LANG-PREF-IND
               END-IF
           END-IF.
           PERFORM RESET-REG-AUDIT-PARA.
           MOVE WS-SESSION-CATG        TO AUD-SESSION-CATG.
           MOVE WS-SESSION-ID          TO AUD-SESSION-ID.
           MOVE WS-OLD-EMAIL-ADDR-TEXT TO AUD-EMAIL-ADDR-TEXT.
           MOVE 'ETRB033'              TO AUD-MODULE.
           MOVE 'SUBSTIT'              TO AUD-ACTION.
           IF LS-AUTH-USR-ID NOT = SPACES
               MOVE LS-AUTH-USR-ID     TO AUD-USERID
           ELSE
               MOVE 'BATCH   '         TO AUD-USERID
           END-IF.
           MOVE WS-NEW-REG-STATUS      TO AUD-NEW-REG-STATUS.
           MOVE 0                      TO AUD-NEW-REG-STATUS-IND.
           MOVE WS-NEW-EMAIL-ADDR-TEXT TO AUD-NEW-EMAIL-ADDR-TEXT.
           MOVE 0                      TO AUD-NEW-EMAIL-ADDR-IND.
           MOVE WS-NEW-FULL-NAME-TEXT  TO AUD-NEW-FULL-NAME-TEXT.
           MOVE 0                      TO AUD-NEW-FULL-NAME-IND.
           MOVE WS-NEW-PHONE-NUMBER-TEXT
                                       TO AUD-NEW-PHONE-NUMBER-TEXT.
           MOVE WS-NEW-PHONE-NUMBER-IND
                                       TO AUD-NEW-PHONE-NUMBER-IND.
           PERFORM WRITE-REG-AUDIT-PARA.
           EXEC SQL
             UPDATE DBODEVP.REGISTRATION
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR,
                    FULL_NAME    = :WS-NEW-FULL-NAME,
                    PHONE_NUMBER = :WS-NEW-PHONE-NUMBER
                                   :WS-NEW-PHONE-NUMBER-IND,
                    ENO          = :WS-NEW-ENO :WS-NEW-ENO-IND,
                    PERSON_ID    = :WS-NEW-PERSON-ID
                                   :WS-NEW-PERSON-ID-IND,
                    SPECIAL_REQS = :WS-NEW-SPECIAL-REQS
                                   :WS-NEW-SPECIAL-REQS-IND,
                    LANG_PREF    = :WS-NEW-LANG-PREF
                                   :WS-NEW-LANG-PREF-IND,
                    REG_STATUS   = :WS-NEW-REG-STATUS,
                    DTS          = CURRENT TIMESTAMP
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
                AND REG_STATUS   = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               IF WS-NEW-REG-STATUS = 'P'
                   SET LS-SUBST-PENDING TO TRUE
                   DISPLAY ' SUBSTITUTED - PENDING MANAGER APPROVAL '
               ELSE
                   DISPLAY ' SUBSTITUTED : ' WS-SESSION-CATG '/'
                           WS-SESSION-ID ' CONFIRM ' LS-CONFIRM-NO
               END-IF
             WHEN 100
               SET LS-SUBST-NOT-FOUND TO TRUE
               DISPLAY ' SUBSTITUTION REFUSED - ROW NO LONGER ACTIVE '
             WHEN OTHER
               SET LS-SUBST-FAILED TO TRUE
               DISPLAY ' SUBSTITUTION UPDATE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * MOVE-MONEY-ROWS-PARA re-points every money row keyed by the
      * registrant's email to the newcomer, amounts and dates
      * untouched - nothing already posted, fed to the GL or invoiced
      * changes. A table with no rows for the seat is not an error.
      * The direct-debit collections go with the payment plan they
      * collect, so ETROP132 never notices an instalment twice and
      * ETROP133 still finds the ledger row of a returned one. Only
      * the refund and write-off approvals still to be applied move -
      * a finished one is history. A booked make-up day goes with the
      * seat; the session has not started, so no make-up has been
      * sat yet.
       MOVE-MONEY-ROWS-PARA.
           EXEC SQL
             UPDATE DBODEVP.REGISTRATION_PAYMENT
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'REGISTRATION_PAYMENT'  TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.PAYMENT_PLAN
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'PAYMENT_PLAN'          TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.REGISTRATION_REFUND
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'REGISTRATION_REFUND'   TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.REGISTRATION_WRITEOFF
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'REGISTRATION_WRITEOFF' TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.CREDIT_NOTE
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'CREDIT_NOTE'           TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.PARTNER_COMMISSION
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'PARTNER_COMMISSION'    TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.REVENUE_SCHEDULE
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'REVENUE_SCHEDULE'      TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.DIRECT_DEBIT_COLLECTION
                SET EMAIL_ADDR   = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'DIRECT_DEBIT_COLLECTION' TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.FINANCIAL_APPROVAL
                SET EMAIL_ADDR      = :WS-NEW-EMAIL-ADDR
              WHERE ITEM_TYPE      IN ('R', 'W')
                AND SESSION_CATG    = :WS-SESSION-CATG
                AND SESSION_ID      = :WS-SESSION-ID
                AND EMAIL_ADDR      = :WS-OLD-EMAIL-ADDR
                AND APPROVAL_STATUS IN ('P', 'A', 'U')
                AND POSTED_DTS     IS NULL
           END-EXEC.
           MOVE 'FINANCIAL_APPROVAL'    TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
           EXEC SQL
             UPDATE DBODEVP.MAKEUP_BOOKING
                SET EMAIL_ADDR      = :WS-NEW-EMAIL-ADDR
              WHERE SESSION_CATG    = :WS-SESSION-CATG
                AND ORIG_SESSION_ID = :WS-SESSION-ID
                AND EMAIL_ADDR      = :WS-OLD-EMAIL-ADDR
           END-EXEC.
           MOVE 'MAKEUP_BOOKING'        TO WS-MOVE-TABLE.
           PERFORM CHECK-MONEY-MOVE-PARA.
      *
      * CHECK-MONEY-MOVE-PARA - the row is already re-keyed in this
      * unit of work, so a failed money move returns '9' and the
      * caller rolls the whole substitution back.
       CHECK-MONEY-MOVE-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LS-SUBST-FAILED TO TRUE
               DISPLAY ' MONEY ROW MOVE FAILED - ROLL BACK REQUIRED '
               DISPLAY ' TABLE      '  WS-MOVE-TABLE
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
      * PUBLISH-SUBSTITUTION-PARA tells the real-time LMS feed the
      * original delegate has left the session and, when the seat is
      * active, that the newcomer has joined it. A pending newcomer
      * is published by ETRB025 on approval, as at sign-up.
       PUBLISH-SUBSTITUTION-PARA.
           IF LS-SUBST-OK OR LS-SUBST-PENDING
               SET LMQ-EVENT-CANCEL    TO TRUE
               MOVE WS-SESSION-CATG    TO LMQ-SESSION-CATG
               MOVE WS-SESSION-ID      TO LMQ-SESSION-ID
               MOVE WS-OLD-EMAIL-ADDR-TEXT TO LMQ-EMAIL-ADDR
               MOVE WS-OLD-FULL-NAME   TO LMQ-FULL-NAME
               PERFORM PUBLISH-LMS-EVENT-PARA
           END-IF.
           IF LS-SUBST-OK
               SET LMQ-EVENT-SIGNUP    TO TRUE
               MOVE WS-NEW-EMAIL-ADDR-TEXT TO LMQ-EMAIL-ADDR
               MOVE WS-NEW-FULL-NAME-TEXT  TO LMQ-FULL-NAME
               PERFORM PUBLISH-LMS-EVENT-PARA
           END-IF.
      *
      * WRITE-RELEASE-NOTICE-PARA writes the original delegate's
      * release notice to SUBSMRG between the usual header and
      * trailer, logged as a 'SUBS' notice. An opted-out address gets
      * no record; scope 'D' lets a later substitution on the same
      * seat notify again.
       WRITE-RELEASE-NOTICE-PARA.
           OPEN OUTPUT RELEASE-NOTICE-FILE.
           MOVE 'ETRB033'               TO HT-PROGRAM-ID.
           MOVE 'SUBSMRG'               TO HT-INTERFACE-NAME.
           MOVE 'MAILING SYSTEM'        TO HT-DESTINATION.
           PERFORM BUILD-HEADER-PARA.
           MOVE HT-IO-RECORD            TO RELEASE-NOTICE-RECORD.
           WRITE RELEASE-NOTICE-RECORD.
           MOVE SPACES                  TO RELEASE-NOTICE-RECORD.
           MOVE 0                       TO WS-NOTICE-COUNT.
           MOVE WS-OLD-EMAIL-ADDR-TEXT  TO OPT-EMAIL-ADDR.
           PERFORM CHECK-OPTOUT-PARA.
           IF OPT-NOT-SUPPRESSED
               MOVE WS-OLD-EMAIL-ADDR-TEXT TO NTL-EMAIL-ADDR
               MOVE 'SUBS'              TO NTL-NOTICE-TYPE
               MOVE WS-SESSION-CATG     TO NTL-SESSION-CATG
               MOVE WS-SESSION-ID       TO NTL-SESSION-ID
               SET NTL-SCOPE-TODAY      TO TRUE
               PERFORM CHECK-NOTICE-SENT-PARA
           END-IF.
           IF OPT-NOT-SUPPRESSED AND NTL-NOT-SENT
               MOVE WS-OLD-EMAIL-ADDR-TEXT TO SN-EMAIL-ADDR
               MOVE WS-OLD-FULL-NAME    TO SN-FULL-NAME
               MOVE WS-SESSION-CATG     TO SN-SESSION-CATG
               MOVE WS-SESSION-ID       TO SN-SESSION-ID
               MOVE WS-START-DATE       TO SN-START-DATE
               MOVE LS-CONFIRM-NO       TO SN-CONFIRM-NO
               MOVE WS-OLD-LANG-PREF    TO SN-LANG-CD
               MOVE WS-OLD-LANG-PREF    TO NTL-LANG-CD
               MOVE WS-NEW-FULL-NAME-TEXT TO SN-NEW-FULL-NAME
               WRITE RELEASE-NOTICE-RECORD
               ADD 1                    TO WS-NOTICE-COUNT
               PERFORM LOG-NOTICE-PARA
           END-IF.
           DISPLAY ' RELEASE NOTICES WRITTEN    : ' WS-NOTICE-COUNT.
           MOVE WS-NOTICE-COUNT         TO HT-RECORD-COUNT.
           PERFORM BUILD-TRAILER-PARA.
           MOVE HT-IO-RECORD            TO RELEASE-NOTICE-RECORD.
           WRITE RELEASE-NOTICE-RECORD.
           CLOSE RELEASE-NOTICE-FILE.
      *
      * Registration Change Audit
           EXEC SQL
             INCLUDE CPRGAUD
           END-EXEC.
      *    REAL-TIME LMS EVENT PUBLISH.
           EXEC SQL
             INCLUDE CPLMSEV
           END-EXEC.
      *    OPT-OUT SUPPRESSION CHECK - SEE CWOPTOUT.
           EXEC SQL
             INCLUDE CPOPTOUT
           END-EXEC.
      *    OUTBOUND-NOTICE AUDIT LOG.
           EXEC SQL
             INCLUDE CPNTCLOG
           END-EXEC.
      *    INTERFACE HEADER/TRAILER BUILDS.
           EXEC SQL
             INCLUDE CPHDRTRL
           END-EXEC.
      *    ROLE-BASED AUTHORIZATION.
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
