      *    IS CAPACITY PLUS CAPACITY*PCT/100, FRACTIONS DROPPED.
           10 WS-CHK-OVERBOOK-PCT     PIC S9(9) USAGE COMP.
           10 WS-CHK-EFF-CAPACITY     PIC S9(9) USAGE COMP.
      *    REGULATED INSTRUCTOR RATIO OF A PRACTICAL CATEGORY - SEE
      *    GET-INSTRUCTOR-RATIO-PARA. NULL RATIO = NO RATIO CEILING.
           10 WS-CHK-MAX-PER-INSTR    PIC S9(4) USAGE COMP.
           10 WS-CHK-MAX-PER-INSTR-IND PIC S9(4) USAGE COMP.
           10 WS-CHK-INSTR-COUNT      PIC S9(9) USAGE COMP.
           10 WS-CHK-RATIO-CEILING    PIC S9(9) USAGE COMP.
      *    SEATS STILL HELD UNNAMED FOR ORGANIZATIONS ON THE SESSION
      *    (OPEN SEAT_HOLD ROWS) - THEY COUNT AS TAKEN. SEE DCLSEATH.
           10 WS-CHK-HELD-COUNT       PIC S9(9) USAGE COMP.
       01  WS-RCBT004A-PARM.
           10 WS-SP-PROGRAM-ID        PIC X(08).
           10 WS-SP-PARM-NAME         PIC X(16).
       01  WS-SESSION-FEE-IND         PIC S9(4) USAGE COMP.
       01  WS-DAYS-BEFORE             PIC S9(9) USAGE COMP.
       01  WS-ORG-SEATS               PIC S9(9) USAGE COMP.
       01  WS-RESIT-FEE               PIC S9(7)V99 USAGE COMP-3.
       01  WS-RESIT-FEE-IND           PIC S9(4) USAGE COMP.
      *    CLOSED (PRIVATE IN-HOUSE) SESSION CHECK - SEE DCLSESSN. A
      *    CLOSED SESSION TAKES SIGN-UPS ONLY FROM ITS ONE ORG CODE.
       01  WS-SESSION-TYPE            PIC X(1).
           88 WS-SESSION-CLOSED                VALUE 'C'.
       01  WS-CLOSED-ORG-CODE         PIC X(8).
           EXEC SQL
                INCLUDE DCLDSCRL
           END-EXEC.
      *    NOTICE LANGUAGE - KEYED, OR THE ORG MASTER'S DEFAULT.
       01  WS-LANG-PREF               PIC X(2).
       01  WS-LANG-PREF-IND           PIC S9(4) USAGE COMP.
      *    BOOKING PARTNER - SEE DCLPARTN. NULL ON A DIRECT BOOKING.
       01  WS-PARTNER-CODE            PIC X(8).
       01  WS-PARTNER-CODE-IND        PIC S9(4) USAGE COMP.
           EXEC SQL
                INCLUDE DCLPARTN
           END-EXEC.
      *    PROMOTION OR GIFT VOUCHER CODE - SEE DCLPROMO. CODE AND
      *    AMOUNT STORE NULL UNLESS THE QUOTED CODE ACTUALLY LOWERED
      *    THE PRICE. A NULL MAX_USES OR MAX_PER_PERSON IS UNLIMITED.
       01  WS-PROMO-CODE              PIC X(12).
       01  WS-PROMO-CODE-IND          PIC S9(4) USAGE COMP.
       01  WS-PROMO-AMOUNT            PIC S9(7)V99 USAGE COMP-3.
       01  WS-PROMO-AMOUNT-IND        PIC S9(4) USAGE COMP.
       01  WS-PROMO-BASE              PIC S9(7)V99 USAGE COMP-3.
       01  WS-PROMO-OFF               PIC S9(7)V99 USAGE COMP-3.
       01  WS-PROMO-PRICE             PIC S9(7)V99 USAGE COMP-3.
       01  WS-MAX-USES-IND            PIC S9(4) USAGE COMP.
       01  WS-MAX-PER-PERSON-IND      PIC S9(4) USAGE COMP.
       01  WS-PROMO-CATG-ROWS         PIC S9(9) USAGE COMP.
       01  WS-PROMO-CATG-HITS         PIC S9(9) USAGE COMP.
       01  WS-PROMO-PERSON-USES       PIC S9(9) USAGE COMP.
           EXEC SQL
                INCLUDE DCLPROMO
           END-EXEC.
      *    PREPAID SEAT-BLOCK DRAWDOWN - SEE DCLSEATC. NULL CONTRACT
      *    ID ON ORDINARY PRICED-FOR-INVOICE SIGN-UPS.
       01  WS-CONTRACT-ID             PIC S9(9) USAGE COMP.
           EXEC SQL
                INCLUDE DCLSEATC
           END-EXEC.
      *    PROVISIONAL ORGANIZATION SEAT HOLDS - SEE DCLSEATH.
           EXEC SQL
                INCLUDE DCLSEATH
           END-EXEC.
      *    REGISTRANT PERSON MASTER LINK - SEE DCLRGPER. THE SIGN-UP
      *    RESOLVES THE ADDRESS TO ITS STABLE PERSON_ID (ASSIGNING
      *    MAX + 1 AT FIRST SIGHT) AND STAMPS IT ON THE ROW. A
           EXEC SQL
                INCLUDE DCLORGMS
           END-EXEC.
      *    ORGANIZATION CREDIT CONTROL - SEE CWCRDEXP. AN ORG ON
      *    CREDIT HOLD, OR ONE THIS SEAT WOULD TAKE OVER ITS CREDIT
      *    LIMIT, HAS THE SIGN-UP PARKED ('H') FOR FINANCE OR
      *    REFUSED, AS SYSTEM_PARAMETER CREDIT-PARK UNDER ETRB002
      *    SAYS (1 = PARK, THE DEFAULT; 0 = REFUSE).
           EXEC SQL
                INCLUDE CWCRDEXP
           END-EXEC.
       01  WS-CREDIT-CHECK.
           10 WS-CRD-SEAT-FEE         PIC S9(7)V99 USAGE COMP-3.
           10 WS-CRD-RESULT-SW        PIC X(1).
              88 WS-CRD-CLEAR                   VALUE SPACES.
              88 WS-CRD-BLOCKED                 VALUE 'B'.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
              WHERE SESSION_CATG = :WS-ADD-SESSION-CATG
              ORDER BY PREREQ_CATG
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-REG-LOOKUP-PARM IS PASSED AS A PARM/COMMAREA-STYLE RECORD
      *    BY EVERY CALLER - THIS PROGRAM IS A BATCH/CALLABLE MODULE
      *    DISPLAYED TO SYSOUT. LEFT UNTOUCHED ON A LOOKUP REQUEST.
      *    '0' ADDED ACTIVE, 'W' ADDED WAITLISTED, 'D' BAD REG DATE,
      *    'E' BAD EMAIL ADDRESS, 'C' CAPACITY CHECK FAILED, '9' SQL
      *    FAILURE, 'N' CLOSED SESSION NOT OPEN TO THE SIGN-UP'S ORG,
      *    'B' BOOKING PARTNER UNKNOWN OR NO LONGER ACTIVE, 'V'
      *    PROMOTION OR VOUCHER CODE NOT VALID (LS-PROMO-RESULT SAYS
      *    WHY), 'H' ADDED BUT PARKED ON CREDIT - THE ORG IS ON
      *    CREDIT HOLD OR OVER ITS LIMIT AND FINANCE MUST RELEASE IT
      *    (ETRB034), 'L' REFUSED ON CREDIT FOR THE SAME REASONS.
           10 LS-SIGNUP-RC            PIC X(1).
              88 LS-SIGNUP-OK                   VALUE '0'.
              88 LS-SIGNUP-WAITLISTED           VALUE 'W'.
              88 LS-SIGNUP-UNKNOWN-ENO          VALUE 'U'.
              88 LS-SIGNUP-PREREQ-UNMET         VALUE 'P'.
              88 LS-SIGNUP-PENDING              VALUE 'M'.
              88 LS-SIGNUP-CLOSED-SESSION       VALUE 'N'.
              88 LS-SIGNUP-UNKNOWN-PARTNER      VALUE 'B'.
              88 LS-SIGNUP-BAD-PROMO            VALUE 'V'.
              88 LS-SIGNUP-CREDIT-HELD          VALUE 'H'.
              88 LS-SIGNUP-CREDIT-REFUSED       VALUE 'L'.
              88 LS-SIGNUP-FAILED               VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-SIGNUP-QUIESCED             VALUE 'Q'.
      *    LS-AUTH-USR-ID IS THE SIGNED-ON USER THE CALLER VOUCHES
      *    FOR - APPENDED SO OLDER CALLERS' FIELD OFFSETS STILL LINE
      *    UP. ONLY A SIGN-UP IS AUTHORITY-CHECKED; LOOKUPS ARE OPEN.
      *    DEFAULTS FROM THE ORG MASTER'S LANG_PREF (WHEN AN ORG
      *    CODE WAS KEYED); NO PREFERENCE ANYWHERE STORES NULL = EN.
           10 LS-LANG-PREF            PIC X(2).
      *    LS-RESIT-SEAT ('Y') MARKS A RESIT BOOKED FROM ETRM019 FOR A
      *    DELEGATE WHO FAILED THE CATEGORY'S EXAM. THE PREREQUISITES
      *    WERE MET FOR THE FIRST SITTING AND ARE NOT RECOUNTED; THE
      *    SEAT IS PRICED AT COURSE_CATALOG.RESIT_FEE WITH NO DISCOUNT
      *    AND NEVER DRAWS ON A PREPAID CONTRACT. ANYTHING ELSE IS AN
      *    ORDINARY SIGN-UP.
           10 LS-RESIT-SEAT           PIC X(1).
              88 LS-RESIT-BOOKING               VALUE 'Y'.
      *    LS-PARTNER-CODE NAMES THE TRAINING BROKER OR RESELLER WHO
      *    BOOKED THE SEAT FOR THE END CLIENT - IT MUST BE AN ACTIVE
      *    PARTNER ON THE MASTER (DCLPARTN) OR THE SIGN-UP BOUNCES
      *    'B'. BLANK IS A DIRECT BOOKING AND STORES NULL. ETROP107
      *    PAYS THE PARTNER'S COMMISSION OFF THE STORED CODE.
           10 LS-PARTNER-CODE         PIC X(8).
      *    LS-PROMO-CODE IS A MARKETING CAMPAIGN CODE OR GIFT VOUCHER
      *    NUMBER (DCLPROMO) QUOTED BY THE BOOKER. BLANK IS NO CODE.
      *    A CODE THAT FAILS VALIDATION BOUNCES 'V' WITH THE REASON
      *    IN LS-PROMO-RESULT: 'I' UNKNOWN OR WITHDRAWN, 'D' OUTSIDE
      *    ITS DATE WINDOW, 'G' NOT VALID FOR THE CATEGORY, 'L' NO
      *    USES LEFT, 'M' THE REGISTRANT'S OWN LIMIT REACHED. ON A
      *    BOOKING LS-PROMO-RESULT SAYS WHAT THE CODE DID: 'S' TAKEN
      *    OFF (ON TOP OF ANY AUTOMATIC DISCOUNT), 'R' REPLACED THE
      *    AUTOMATIC DISCOUNT, 'K' AUTOMATIC DISCOUNT KEPT AS THE
      *    BETTER PRICE, 'N' NOT APPLICABLE TO THIS SEAT (NO FEE,
      *    PREPAID CONTRACT, RESIT OR CLOSED SESSION), 'U' THE LAST
      *    USE WENT TO ANOTHER BOOKING MEANWHILE. LS-PROMO-AMOUNT IS
      *    WHAT THE CODE TOOK OFF THE PRICE.
           10 LS-PROMO-CODE           PIC X(12).
           10 LS-PROMO-RESULT         PIC X(1).
              88 LS-PROMO-REJECTED      VALUE 'I' 'D' 'G' 'L' 'M'.
              88 LS-PROMO-APPLIED               VALUE 'S' 'R'.
           10 LS-PROMO-AMOUNT         PIC S9(7)V99 USAGE COMP-3.
       PROCEDURE DIVISION USING LS-REG-LOOKUP-PARM.
           DISPLAY 'PROGRAM STARTED'.
      *    CATG-LIST-FILE'S PRESENCE, NOT LS-REG-LOOKUP-PARM, IS WHAT
                 CLOSE REGISTRATION-LOOKUP
               END-EXEC
               IF LS-REQUEST-SIGNUP
                   PERFORM CHECK-QUIESCE-PARA
                   IF QSC-QUIESCED
                       SET LS-SIGNUP-QUIESCED TO TRUE
                       DISPLAY ' SIGN-UP REFUSED - '
                           QSC-MESSAGE
                   END-IF
               END-IF
               IF LS-REQUEST-SIGNUP AND QSC-OPEN
                   MOVE 'ETRB002'    TO AUT-MODULE
                   MOVE LS-AUTH-USR-ID TO AUT-USR-ID
                   MOVE 'REGISTER'   TO AUT-FUNCTION
      * percentage whose early-bird and seat-count thresholds both
      * match. Discounts do not stack. A session with no fee, or any
      * pricing lookup failure, prices NULL - the sign-up itself is
      * never blocked by pricing. A resit seat then takes the
      * catalog's flat RESIT_FEE in place of all of that.
       PRICE-REGISTRATION-PARA.
           MOVE 0                     TO WS-PRICED-FEE.
           MOVE -1                    TO WS-PRICED-FEE-IND.
                   MOVE WS-SESSION-FEE TO WS-PRICED-FEE
               END-IF
           END-IF.
           IF LS-RESIT-BOOKING
               PERFORM PRICE-RESIT-PARA
           END-IF.
      *    A SEAT ON A CLOSED SESSION IS COVERED BY THE SESSION'S
      *    FLAT FEE (AND ANY OVERAGE), WHICH ETROP20 BILLS TO THE ORG
      *    ONCE - THE SEAT ITSELF PRICES AT ZERO.
           IF WS-SESSION-CLOSED
               MOVE 0                 TO WS-PRICED-FEE
               MOVE 0                 TO WS-PRICED-FEE-IND
               MOVE 0                 TO WS-DISCOUNT-PCT
               MOVE 0                 TO WS-DISCOUNT-PCT-IND
           END-IF.
      *
      * A NULL RESIT_FEE (OR A FAILED LOOKUP) LEAVES THE NORMAL PRICE
      * JUST COMPUTED - A RESIT THEN PAYS WHAT ANY OTHER SEAT DOES.
       PRICE-RESIT-PARA.
           MOVE -1                    TO WS-RESIT-FEE-IND.
           EXEC SQL
             SELECT RESIT_FEE
               INTO :WS-RESIT-FEE :WS-RESIT-FEE-IND
               FROM DBODEVP.COURSE_CATALOG
              WHERE SESSION_CATG = :WS-SESSION-CATG
           END-EXEC.
           IF SQLCODE = 0 AND WS-RESIT-FEE-IND >= 0
               MOVE WS-RESIT-FEE      TO WS-PRICED-FEE
               MOVE 0                 TO WS-PRICED-FEE-IND
               MOVE 0                 TO WS-DISCOUNT-PCT
               MOVE 0                 TO WS-DISCOUNT-PCT-IND
               DISPLAY ' RESIT SEAT PRICED AT RESIT FEE'
           END-IF.
      *
      * THE ORG'S SEATS ON THIS SESSION INCLUDING THE ONE BEING
      * TAKEN - ACTIVE AND WAITLISTED BOTH COUNT TOWARD A VOLUME
               END-IF
           END-IF.
      *
      * RESOLVE-PARTNER-PARA - A KEYED PARTNER CODE MUST BE ON THE
      * PARTNER MASTER AND STILL ACTIVE; AN INACTIVE BROKER TAKES NO
      * NEW BOOKINGS. BLANK IS A DIRECT BOOKING AND STORES NULL.
      * FAILS CLOSED ('B') ON A LOOKUP ERROR.
       RESOLVE-PARTNER-PARA.
           IF LS-PARTNER-CODE = SPACES
               MOVE SPACES            TO WS-PARTNER-CODE
               MOVE -1                TO WS-PARTNER-CODE-IND
           ELSE
               MOVE LS-PARTNER-CODE   TO PTN-PARTNER-CODE
               EXEC SQL
                 SELECT PARTNER_STATUS
                   INTO :PTN-PARTNER-STATUS
                   FROM DBODEVP.PARTNER
                  WHERE PARTNER_CODE = :PTN-PARTNER-CODE
               END-EXEC
               IF SQLCODE = 0 AND PTN-ACTIVE
                   MOVE LS-PARTNER-CODE TO WS-PARTNER-CODE
                   MOVE 0             TO WS-PARTNER-CODE-IND
               ELSE
                   SET LS-SIGNUP-UNKNOWN-PARTNER TO TRUE
               END-IF
           END-IF.
      *
      * CHECK-CLOSED-SESSION-PARA - A CLOSED SESSION IS SOLD WHOLE TO
      * THE ONE ORG IN CLOSED_ORG_CODE, SO A SIGN-UP MUST CARRY THAT
      * ORG CODE - A FREE-TEXT ORG OR ANY OTHER CODE BOUNCES 'N'. A
      * FAILED LOOKUP LEAVES THE SESSION PUBLIC; THE CAPACITY CHECK
      * HAS ALREADY REFUSED A SESSION THAT ISN'T THERE.
       CHECK-CLOSED-SESSION-PARA.
           MOVE 'P'                   TO WS-SESSION-TYPE.
           MOVE SPACES                TO WS-CLOSED-ORG-CODE.
           EXEC SQL
             SELECT SESSION_TYPE, COALESCE(CLOSED_ORG_CODE, ' ')
               INTO :WS-SESSION-TYPE, :WS-CLOSED-ORG-CODE
               FROM DBODEVP.TRAINING_SESSION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'P'               TO WS-SESSION-TYPE
           END-IF.
           IF WS-SESSION-CLOSED
               IF WS-ORG-CODE-IND < 0
                  OR WS-ORG-CODE NOT = WS-CLOSED-ORG-CODE
                   SET LS-SIGNUP-CLOSED-SESSION TO TRUE
               END-IF
           END-IF.
      *
      * ADD-REGISTRATION-PARA enrolls a new registrant by inserting a
      * row into DBODEVP.REGISTRATION. The registrant fields come from
      * WS-NEW-REGISTRANT, populated by MOVE-SIGNUP-DATA-PARA above.
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           PERFORM RESOLVE-PARTNER-PARA.
           IF LS-SIGNUP-UNKNOWN-PARTNER
               DISPLAY ' REGISTRATION NOT ADDED - UNKNOWN PARTNER : '
                   LS-PARTNER-CODE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           PERFORM CHECK-CLOSED-SESSION-PARA.
           IF LS-SIGNUP-CLOSED-SESSION
               DISPLAY ' REGISTRATION NOT ADDED - CLOSED SESSION FOR '
               DISPLAY ' ORG CODE : ' WS-CLOSED-ORG-CODE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           PERFORM CHECK-PREREQS-PARA.
           IF LS-SIGNUP-PREREQ-UNMET
               DISPLAY ' REGISTRATION NOT ADDED - PREREQUISITE NOT '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           PERFORM RESOLVE-PROMO-PARA.
           IF LS-SIGNUP-BAD-PROMO
               DISPLAY ' REGISTRATION NOT ADDED - PROMO CODE '
                   LS-PROMO-CODE ' REFUSED : ' LS-PROMO-RESULT
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
      *    AN INTERNAL-STAFF SIGN-UP (ENO RESOLVED) LANDS PENDING
      *    MANAGER APPROVAL ('P') INSTEAD OF ACTIVE - ETRB025
      *    ACTIVATES OR REJECTS IT, AND ETROP65 CHASES AND EXPIRES
           ELSE
           PERFORM PRICE-REGISTRATION-PARA
           PERFORM CHECK-CONTRACT-PARA
           PERFORM CHECK-CREDIT-PARA
           IF WS-CRD-BLOCKED AND WS-ADD-REG-STATUS NOT = 'H'
               SET LS-SIGNUP-CREDIT-REFUSED TO TRUE
               DISPLAY ' REGISTRATION NOT ADDED - CREDIT REFUSED FOR '
               DISPLAY ' ORG CODE : ' WS-ORG-CODE
           ELSE
           PERFORM APPLY-PROMO-PARA
           PERFORM RESOLVE-PERSON-PARA
           PERFORM ASSIGN-CONFIRM-PARA THRU ASSIGN-CONFIRM-EXIT
           EXEC SQL
                    AMOUNT_PAID,   WAITLIST_SEQ, ORG_CODE,
                    PRICED_FEE,    DISCOUNT_PCT, ENO,
                    PO_REFERENCE,  CONTRACT_ID,  PERSON_ID,
                    CONFIRM_NO,    SPECIAL_REQS, LANG_PREF,
                    PARTNER_CODE,  PROMO_CODE,   PROMO_AMOUNT)
             VALUES (:WS-SESSION-CATG, :WS-SESSION-ID, :WS-EMAIL-ADDR,
                     :WS-FULL-NAME, :WS-ORG-NAME, :WS-REG-DATE,
                     :WS-REG-STATUS, CURRENT TIMESTAMP,
                     :WS-PERSON-ID:WS-PERSON-ID-IND,
                     :WS-CONFIRM-NO:WS-CONFIRM-NO-IND,
                     :WS-SPECIAL-REQS:WS-SPECIAL-REQS-IND,
                     :WS-LANG-PREF:WS-LANG-PREF-IND,
                     :WS-PARTNER-CODE:WS-PARTNER-CODE-IND,
                     :WS-PROMO-CODE:WS-PROMO-CODE-IND,
                     :WS-PROMO-AMOUNT:WS-PROMO-AMOUNT-IND)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF SQLCODE = 0
                 WHEN 'P'
                   SET LS-SIGNUP-PENDING TO TRUE
                   DISPLAY ' AWAITING MANAGER APPROVAL : ' WS-REG-ENO
                 WHEN 'H'
                   SET LS-SIGNUP-CREDIT-HELD TO TRUE
                   DISPLAY ' PARKED FOR FINANCE - CREDIT : ' WS-ORG-CODE
                 WHEN OTHER
                   SET LS-SIGNUP-OK TO TRUE
               END-EVALUATE
                   MOVE SPACES        TO LS-CONFIRM-NO
               END-IF
      *        A PENDING ROW IS NOT PUBLISHED TO THE LMS - THE FEED
      *        SEES IT WHEN ETRB025 ACTIVATES IT, NEVER BEFORE. NOR
      *        IS A ROW PARKED ON CREDIT, UNTIL ETRB034 RELEASES IT.
               IF WS-REG-STATUS NOT = 'P' AND WS-REG-STATUS NOT = 'H'
                   PERFORM PUBLISH-SIGNUP-EVENT-PARA
               END-IF
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      * CHECK-CONTRACT-PARA draws an active sign-up down against the
      * never drawn down; neither are pending-approval sign-ups -
      * ETRB025 draws the seat down at the moment the manager
      * activates the row, so a rejection never strands a prepaid
      * seat. The org's own contract is drawn first; failing that, a
      * GROUP_DRAWDOWN contract held anywhere in its client group
      * (same parent, or the parent itself - the group root is the
      * parent code, or the org's own code when it has no parent).
       CHECK-CONTRACT-PARA.
           MOVE 0                     TO WS-CONTRACT-ID.
           MOVE -1                    TO WS-CONTRACT-ID-IND.
           IF WS-ORG-CODE-IND < 0 OR WS-ADD-REG-STATUS = 'W'
                                  OR WS-ADD-REG-STATUS = 'P'
                                  OR LS-RESIT-BOOKING
                                  OR WS-SESSION-CLOSED
               CONTINUE
           ELSE
               EXEC SQL
                 SELECT C.ORG_CODE, C.CONTRACT_ID
                   INTO :SCT-ORG-CODE, :WS-CONTRACT-ID
                   FROM DBODEVP.SEAT_CONTRACT C
                  WHERE C.CONTRACT_STATUS = 'A'
                    AND C.START_DATE     <= CURRENT DATE
                    AND C.END_DATE       >= CURRENT DATE
                    AND C.SEATS_USED      < C.SEATS_PURCHASED
                    AND (C.ORG_CODE       = :WS-ORG-CODE
                     OR (C.GROUP_DRAWDOWN = 'Y'
                    AND  C.ORG_CODE IN
                         (SELECT G.ORG_CODE
                            FROM DBODEVP.ORGANIZATION G,
                                 DBODEVP.ORGANIZATION M
                           WHERE M.ORG_CODE = :WS-ORG-CODE
                             AND COALESCE(G.PARENT_ORG_CODE,
                                          G.ORG_CODE) =
                                 COALESCE(M.PARENT_ORG_CODE,
                                          M.ORG_CODE))))
                  ORDER BY CASE WHEN C.ORG_CODE = :WS-ORG-CODE
                                THEN 0 ELSE 1 END,
                           C.END_DATE
                  FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
           EXEC SQL
             UPDATE DBODEVP.SEAT_CONTRACT
                SET SEATS_USED      = SEATS_USED + 1
              WHERE ORG_CODE        = :SCT-ORG-CODE
                AND CONTRACT_ID     = :WS-CONTRACT-ID
                AND CONTRACT_STATUS = 'A'
                AND SEATS_USED      < SEATS_PURCHASED
               MOVE -1                TO WS-CONTRACT-ID-IND
           END-IF.
      *
      * CHECK-CREDIT-PARA holds an org's sign-up to its credit terms.
      * An org on credit hold, or one whose exposure (RCBT010A) plus
      * this seat's price would pass its credit limit, is blocked:
      * the seat is parked 'H' for finance to release through ETRB034
      * or, where CREDIT-PARK says so, refused. The price tested is
      * before any promotion code, which is only claimed once the
      * booking is known to go ahead. A seat drawn on a prepaid
      * contract adds nothing to the exposure and a pending-approval
      * or closed-session seat is never billed as a seat, so none is
      * checked; nor is a free-text org. A failed exposure lookup
      * lets the sign-up through - credit control must not stop the
      * desk over a momentary DB2 error.
       CHECK-CREDIT-PARA.
           MOVE SPACES                TO WS-CRD-RESULT-SW.
           IF WS-ORG-CODE-IND < 0 OR WS-CONTRACT-ID-IND >= 0
                                  OR WS-ADD-REG-STATUS = 'P'
                                  OR WS-SESSION-CLOSED
               CONTINUE
           ELSE
               MOVE 'ETRB002'         TO CX-PROGRAM-ID
               MOVE WS-ORG-CODE       TO CX-ORG-CODE
               CALL 'RCBT010A' USING CX-RCBT010A-PARM
               IF CX-EXPOSURE-FOUND
                   PERFORM TEST-CREDIT-PARA
               ELSE
                   DISPLAY ' CREDIT CHECK NOT AVAILABLE FOR ORG : '
                       WS-ORG-CODE
               END-IF
           END-IF.
      *
      * TEST-CREDIT-PARA - A PARKED SEAT HOLDS NO PLACE: IT LEAVES
      * THE WAITLIST QUEUE, AND ETRB034 RUNS THE SESSION-FULL CHECK
      * AGAIN WHEN FINANCE RELEASES IT.
       TEST-CREDIT-PARA.
           IF WS-PRICED-FEE-IND >= 0
               MOVE WS-PRICED-FEE     TO WS-CRD-SEAT-FEE
           ELSE
               MOVE 0                 TO WS-CRD-SEAT-FEE
           END-IF.
           IF CX-ON-HOLD
               SET WS-CRD-BLOCKED     TO TRUE
               DISPLAY ' ORG IS ON CREDIT HOLD : ' WS-ORG-CODE
           ELSE
               IF CX-LIMIT-SET
                  AND CX-EXPOSURE + WS-CRD-SEAT-FEE > CX-CREDIT-LIMIT
                   SET WS-CRD-BLOCKED TO TRUE
                   DISPLAY ' SEAT WOULD PASS THE CREDIT LIMIT : '
                       WS-ORG-CODE
               END-IF
           END-IF.
           IF WS-CRD-BLOCKED
               MOVE 'ETRB002'         TO WS-SP-PROGRAM-ID
               MOVE 'CREDIT-PARK'     TO WS-SP-PARM-NAME
               MOVE 1                 TO WS-SP-PARM-VALUE
               CALL 'RCBT004A' USING WS-RCBT004A-PARM
               IF WS-SP-PARM-VALUE NOT = 0
                   MOVE 'H'           TO WS-ADD-REG-STATUS
                   MOVE 'H'           TO WS-REG-STATUS
                   MOVE 0             TO WS-ADD-WAITLIST-SEQ
                   MOVE 0             TO WS-WAITLIST-SEQ
                   MOVE -1            TO WS-WAITLIST-SEQ-IND
               END-IF
           END-IF.
      *
      * RESOLVE-PROMO-PARA - A QUOTED PROMOTION OR VOUCHER CODE MUST
      * BE ON PROMO_CODE AND ACTIVE, THE BOOKING DATE MUST FALL IN ITS
      * WINDOW, THE SESSION CATEGORY MUST BE ONE IT IS GOOD FOR (NO
      * PROMO_CODE_CATG ROWS = ANY), AND NEITHER ITS TOTAL NOR ITS
      * PER-PERSON USE LIMIT MAY BE REACHED. PER-PERSON USES ARE THE
      * REGISTRATIONS ALREADY STAMPED WITH THE CODE FOR THIS EMAIL
      * ADDRESS, CANCELLED ONES INCLUDED - A USE IS NEVER GIVEN BACK.
      * FAILS CLOSED ('V'/'I') ON A LOOKUP ERROR. BLANK IS NO CODE.
       RESOLVE-PROMO-PARA.
           MOVE SPACE                 TO LS-PROMO-RESULT.
           MOVE 0                     TO LS-PROMO-AMOUNT.
           MOVE SPACES                TO WS-PROMO-CODE.
           MOVE -1                    TO WS-PROMO-CODE-IND.
           MOVE 0                     TO WS-PROMO-AMOUNT.
           MOVE -1                    TO WS-PROMO-AMOUNT-IND.
           IF LS-PROMO-CODE = SPACES
               CONTINUE
           ELSE
               MOVE LS-PROMO-CODE     TO PRM-PROMO-CODE
               EXEC SQL
                 SELECT CAMPAIGN_CODE, DISCOUNT_TYPE, DISCOUNT_PCT,
                        DISCOUNT_AMOUNT, VALID_FROM, VALID_TO,
                        MAX_USES, MAX_PER_PERSON, USES_COUNT,
                        STACKABLE, PROMO_STATUS
                   INTO :PRM-CAMPAIGN-CODE, :PRM-DISCOUNT-TYPE,
                        :PRM-DISCOUNT-PCT, :PRM-DISCOUNT-AMOUNT,
                        :PRM-VALID-FROM, :PRM-VALID-TO,
                        :PRM-MAX-USES :WS-MAX-USES-IND,
                        :PRM-MAX-PER-PERSON :WS-MAX-PER-PERSON-IND,
                        :PRM-USES-COUNT, :PRM-STACKABLE,
                        :PRM-PROMO-STATUS
                   FROM DBODEVP.PROMO_CODE
                  WHERE PROMO_CODE = :PRM-PROMO-CODE
               END-EXEC
               EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                 WHEN NOT PRM-ACTIVE
                   MOVE 'I'           TO LS-PROMO-RESULT
                 WHEN WS-ADD-REG-DATE < PRM-VALID-FROM
                 WHEN WS-ADD-REG-DATE > PRM-VALID-TO
                   MOVE 'D'           TO LS-PROMO-RESULT
                 WHEN WS-MAX-USES-IND >= 0
                  AND PRM-USES-COUNT NOT < PRM-MAX-USES
                   MOVE 'L'           TO LS-PROMO-RESULT
                 WHEN OTHER
                   PERFORM CHECK-PROMO-CATG-PARA
               END-EVALUATE
               IF LS-PROMO-RESULT = SPACE
                  AND WS-MAX-PER-PERSON-IND >= 0
                   PERFORM CHECK-PROMO-PERSON-PARA
               END-IF
               IF LS-PROMO-REJECTED
                   SET LS-SIGNUP-BAD-PROMO TO TRUE
               END-IF
           END-IF.
      *
       CHECK-PROMO-CATG-PARA.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN SESSION_CATG =
                                           :WS-SESSION-CATG
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-PROMO-CATG-ROWS, :WS-PROMO-CATG-HITS
               FROM DBODEVP.PROMO_CODE_CATG
              WHERE PROMO_CODE = :PRM-PROMO-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'I'               TO LS-PROMO-RESULT
           ELSE
               IF WS-PROMO-CATG-ROWS > 0 AND WS-PROMO-CATG-HITS = 0
                   MOVE 'G'           TO LS-PROMO-RESULT
               END-IF
           END-IF.
      *
       CHECK-PROMO-PERSON-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PROMO-PERSON-USES
               FROM DBODEVP.REGISTRATION
              WHERE PROMO_CODE = :PRM-PROMO-CODE
                AND EMAIL_ADDR = :WS-EMAIL-ADDR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'I'               TO LS-PROMO-RESULT
           ELSE
               IF WS-PROMO-PERSON-USES NOT < PRM-MAX-PER-PERSON
                   MOVE 'M'           TO LS-PROMO-RESULT
               END-IF
           END-IF.
      *
      * APPLY-PROMO-PARA takes a validated code off the price just
      * set by PRICE-REGISTRATION-PARA. A stackable code comes off
      * the already-discounted price; any other code comes off the
      * full SESSION_FEE instead of the automatic DISCOUNT_RULE
      * discount, and only where that gives the booker a lower price
      * - otherwise the automatic discount stands ('K'). A seat with
      * no fee, a contract-drawn seat, a resit and a closed-session
      * seat take no code ('N'). A code that lowers the price claims
      * one use with a guarded USES_COUNT + 1 update, the same way a
      * contract seat is claimed: the loser of a race for a
      * voucher's last use is booked at the price it had ('U'). The
      * claim rides this unit of work and rolls back with a failed
      * insert.
       APPLY-PROMO-PARA.
           IF LS-PROMO-CODE = SPACES
               CONTINUE
           ELSE
           IF WS-PRICED-FEE-IND < 0 OR WS-CONTRACT-ID-IND >= 0
                                    OR LS-RESIT-BOOKING
                                    OR WS-SESSION-CLOSED
               MOVE 'N'               TO LS-PROMO-RESULT
           ELSE
               IF PRM-STACKS
                   MOVE WS-PRICED-FEE TO WS-PROMO-BASE
               ELSE
                   MOVE WS-SESSION-FEE TO WS-PROMO-BASE
               END-IF
               IF PRM-PERCENT-OFF
                   COMPUTE WS-PROMO-OFF ROUNDED =
                       WS-PROMO-BASE * PRM-DISCOUNT-PCT / 100
               ELSE
                   MOVE PRM-DISCOUNT-AMOUNT TO WS-PROMO-OFF
               END-IF
               IF WS-PROMO-OFF > WS-PROMO-BASE
                   MOVE WS-PROMO-BASE TO WS-PROMO-OFF
               END-IF
               COMPUTE WS-PROMO-PRICE = WS-PROMO-BASE - WS-PROMO-OFF
               IF WS-PROMO-PRICE NOT < WS-PRICED-FEE
                   MOVE 'K'           TO LS-PROMO-RESULT
               ELSE
                   PERFORM CLAIM-PROMO-USE-PARA
               END-IF
           END-IF
           END-IF.
      *
       CLAIM-PROMO-USE-PARA.
           EXEC SQL
             UPDATE DBODEVP.PROMO_CODE
                SET USES_COUNT   = USES_COUNT + 1
              WHERE PROMO_CODE   = :PRM-PROMO-CODE
                AND PROMO_STATUS = 'A'
                AND (MAX_USES IS NULL OR USES_COUNT < MAX_USES)
           END-EXEC.
           IF SQLCODE = 0
               COMPUTE WS-PROMO-AMOUNT =
                   WS-PRICED-FEE - WS-PROMO-PRICE
               MOVE 0                 TO WS-PROMO-AMOUNT-IND
               MOVE PRM-PROMO-CODE    TO WS-PROMO-CODE
               MOVE 0                 TO WS-PROMO-CODE-IND
               MOVE WS-PROMO-PRICE    TO WS-PRICED-FEE
               IF PRM-STACKS OR WS-DISCOUNT-PCT = 0
                   MOVE 'S'           TO LS-PROMO-RESULT
               ELSE
                   MOVE 'R'           TO LS-PROMO-RESULT
                   MOVE 0             TO WS-DISCOUNT-PCT
               END-IF
               MOVE WS-PROMO-AMOUNT   TO LS-PROMO-AMOUNT
               DISPLAY ' PROMO CODE APPLIED : ' PRM-PROMO-CODE
           ELSE
               MOVE 'U'               TO LS-PROMO-RESULT
           END-IF.
      *
      * RESOLVE-PERSON-PARA resolves the sign-up address to its stable
      * PERSON_ID on the registrant master - the same human keeps one
      * identity however their address is later corrected. An address
      * an unmet 'W' link lets it through with a warning on SYSOUT.
      * LS-PREREQ-FORCED is the staff override - the links are not
      * even read, and the force is displayed so it is on the run log.
      * A resit seat (LS-RESIT-BOOKING) skips the links the same way -
      * they were met when the delegate first sat the course.
      * A lookup failure on the links themselves fails soft (the
      * sign-up proceeds) - prerequisites are advisory control, not
      * money, and a broken link table must not stop enrollment.
       CHECK-PREREQS-PARA.
           SET WS-PRQ-ALL-MET         TO TRUE.
           IF LS-PREREQ-FORCED OR LS-RESIT-BOOKING
               IF LS-RESIT-BOOKING
                   DISPLAY ' RESIT SEAT - PREREQUISITES NOT RECOUNTED'
               ELSE
                   DISPLAY ' PREREQUISITE CHECK OVERRIDDEN BY : '
                       LS-AUTH-USR-ID
               END-IF
           ELSE
               MOVE SQLCODE           TO WS-PRQ-SAVED-SQLCODE
               IF WS-REG-ENO-IND < 0
      * headcount for this session against SESSION_CAPACITY, the same
      * two numbers ETROP04 computes per session for the roster report.
      * A session already at or over capacity routes the new registrant
      * to waitlisted status ('W') instead of active ('A'). A practical
      * category's instructor ratio can lower that ceiling - see
      * GET-INSTRUCTOR-RATIO-PARA. Seats an organization holds unnamed
      * on the session (DCLSEATH) count as taken - see
      * GET-HELD-SEATS-PARA.
      *
      * THE SELF-ASSIGNING UPDATE BELOW IS THE SEAT LATCH: IT TAKES
      * AN EXCLUSIVE LOCK ON THE SESSION ROW FOR THE REST OF THIS
                   DISPLAY ' UNABLE TO READ SESSION HEADCOUNT '
                   DISPLAY ' SQL CODE   '  SQLCODE
               ELSE
                   PERFORM GET-HELD-SEATS-PARA
                   PERFORM GET-OVERBOOK-ALLOWANCE-PARA
                   PERFORM GET-INSTRUCTOR-RATIO-PARA
                   IF WS-CHK-CAPACITY-BAD
                       CONTINUE
                   ELSE
                   IF WS-CHK-ACTIVE-COUNT >= WS-CHK-EFF-CAPACITY
                       MOVE 'W'        TO WS-ADD-REG-STATUS
                       PERFORM ASSIGN-WAITLIST-SEQ-PARA
                       MOVE 0          TO WS-ADD-WAITLIST-SEQ
                       MOVE -1         TO WS-WAITLIST-SEQ-IND
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * GET-HELD-SEATS-PARA adds the seats still held unnamed on open
      * SEAT_HOLD rows to the headcount, so a hold fills the session
      * for everyone else exactly as the registrations would. When a
      * hold is converted ETRB032 raises SEATS_CONVERTED before it
      * signs the named delegate up here, so the seat moves from held
      * to active without being counted twice. A failed read refuses
      * the sign-up ('9') rather than risk selling a held seat.
       GET-HELD-SEATS-PARA.
           EXEC SQL
             SELECT COALESCE(SUM(SEATS_HELD - SEATS_CONVERTED), 0)
               INTO :WS-CHK-HELD-COUNT
               FROM DBODEVP.SEAT_HOLD
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND HOLD_STATUS  = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '9'                TO WS-CHK-RETURN-CODE
               DISPLAY ' UNABLE TO READ SESSION SEAT HOLDS '
               DISPLAY ' SQL CODE   '  SQLCODE
           ELSE
               ADD WS-CHK-HELD-COUNT   TO WS-CHK-ACTIVE-COUNT
           END-IF.
      *
      * GET-OVERBOOK-ALLOWANCE-PARA reads the category's tuned
      * overbooking percentage and derives the effective admission
      * ceiling. No parameter row (or a lookup failure) means zero
               WS-CHK-CAPACITY
               + (WS-CHK-CAPACITY * WS-CHK-OVERBOOK-PCT / 100).
      *
      * GET-INSTRUCTOR-RATIO-PARA applies the regulated instructor-to-
      * delegate ratio of a practical category (first aid, forklift -
      * COURSE_CATALOG.MAX_DELEGATES_PER_INSTR, null everywhere else).
      * The ratio ceiling is the instructors assigned on
      * SESSION_INSTRUCTOR times the ratio; where it is below the
      * capacity ceiling it becomes the admission ceiling, so a
      * sign-up the assigned instructors may not legally teach is
      * waitlisted exactly like one past capacity. A session with no
      * instructor yet admits nobody active. A failed lookup refuses
      * the sign-up ('9') rather than risk a breach; no catalog row
      * means no ratio, as before.
       GET-INSTRUCTOR-RATIO-PARA.
           MOVE -1                    TO WS-CHK-MAX-PER-INSTR-IND.
           EXEC SQL
             SELECT MAX_DELEGATES_PER_INSTR
               INTO :WS-CHK-MAX-PER-INSTR :WS-CHK-MAX-PER-INSTR-IND
               FROM DBODEVP.COURSE_CATALOG
              WHERE SESSION_CATG = :WS-SESSION-CATG
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 100
               CONTINUE
             WHEN SQLCODE NOT = 0
               MOVE '9'                TO WS-CHK-RETURN-CODE
               DISPLAY ' UNABLE TO READ INSTRUCTOR RATIO '
               DISPLAY ' SQL CODE   '  SQLCODE
             WHEN WS-CHK-MAX-PER-INSTR-IND < 0
               CONTINUE
             WHEN WS-CHK-MAX-PER-INSTR <= 0
               CONTINUE
             WHEN OTHER
               PERFORM APPLY-INSTRUCTOR-RATIO-PARA
           END-EVALUATE.
      *
       APPLY-INSTRUCTOR-RATIO-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CHK-INSTR-COUNT
               FROM DBODEVP.SESSION_INSTRUCTOR
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '9'                TO WS-CHK-RETURN-CODE
               DISPLAY ' UNABLE TO COUNT SESSION INSTRUCTORS '
               DISPLAY ' SQL CODE   '  SQLCODE
           ELSE
               COMPUTE WS-CHK-RATIO-CEILING =
                   WS-CHK-INSTR-COUNT * WS-CHK-MAX-PER-INSTR
               IF WS-CHK-RATIO-CEILING < WS-CHK-EFF-CAPACITY
                   MOVE WS-CHK-RATIO-CEILING TO WS-CHK-EFF-CAPACITY
                   IF WS-CHK-ACTIVE-COUNT >= WS-CHK-EFF-CAPACITY
                       DISPLAY ' INSTRUCTOR RATIO REACHED - '
                           WS-CHK-INSTR-COUNT ' INSTRUCTOR(S) AT '
                           WS-CHK-MAX-PER-INSTR ' DELEGATES EACH'
                   END-IF
               END-IF
           END-IF.
      *
      * ASSIGN-WAITLIST-SEQ-PARA HANDS THE NEW WAITLISTED REGISTRANT
      * THE NEXT QUEUE POSITION FOR THIS SESSION - MAX EXISTING
      * WAITLIST_SEQ PLUS ONE, STARTING AT 1 ON AN EMPTY WAITLIST.
           EXEC SQL
             INCLUDE CPLMSEV
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
