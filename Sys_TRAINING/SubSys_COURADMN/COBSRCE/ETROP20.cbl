000080*  MONTHLY INVOICE GENERATION JOB.                                *
000090*  ETROP10'S BILLING REPORT IS A HEADCOUNT/REVENUE SUMMARY, NOT   *
000100*  SOMETHING A CLIENT ORG CAN PAY AGAINST. THIS JOB ASSIGNS A     *
000110*  REAL INVOICE NUMBER PER ORG FOR THE CURRENT PERIOD,           *
000120*  RECORDS IT ON THE INVOICE TABLE (DCLINVCE), AND PRINTS ONE     *
000130*  FORMATTED INVOICE DOCUMENT PER ORG WITH ONE LINE PER           *
000140*  REGISTRATION: SESSION CATEGORY, START DATE, SESSION_FEE,       *
000150*  AMOUNT_PAID, AND THE NET BALANCE DUE WITH ITS TAX AND GROSS.   *
000160*  AN ORG THAT ALREADY HOLDS AN INVOICE FOR THIS PERIOD IS        *
000163*  SKIPPED, SO A RERUN NEVER DOUBLE-BILLS A PERIOD. THE          *
000166*  PERIOD IS THE FISCAL PERIOD FROM RCBT009A - OR THE CALENDAR   *
000170*  MONTH WHERE CALENDAR-MONTHS IS SET FOR AN INSTALLATION THAT   *
000173*  INVOICES ITS CLIENTS MONTHLY (SEE CWFISPER) - AND IS WHAT     *
000176*  PERIOD_YEAR/PERIOD_MONTH ON THE INVOICE ROW HOLD.             *
000180*----------------------------------------------------------------*
000190*  VAT IS COMPUTED HERE INSTEAD OF IN FINANCE'S SPREADSHEET: THE  *
000200*  RATE LIVES IN SYSTEM_PARAMETER (VAT-RATE-PCT, READ THROUGH     *
000220*  SHOWS NET/TAX/GROSS, THE TOTALS BREAK OUT THE TAX, AND THE     *
000230*  TAX AMOUNT IS CARRIED ON THE INVOICE ROW SO THE ETROP49 GL     *
000240*  FEED POSTS IT TO THE TAX LIABILITY ACCOUNT.                    *
000241*----------------------------------------------------------------*
000242*  A CLOSED (PRIVATE IN-HOUSE) SESSION IS NOT BILLED PER SEAT -   *
000243*  ITS SEATS PRICE AT ZERO AND NEVER REACH THE REGISTRATION       *
000244*  LINES. INSTEAD THE ORG IN CLOSED_ORG_CODE IS BILLED ONE FLAT   *
000245*  FEE LINE IN THE PERIOD THE SESSION STARTS, PLUS ONE OVERAGE   *
000246*  LINE (OVERAGE_FEE PER ACTIVE HEAD ABOVE CONTRACT_HEADCOUNT)    *
000247*  WHEN THE ORG SENT MORE PEOPLE THAN IT CONTRACTED FOR.          *
00024A*----------------------------------------------------------------*
00024B*  A SEAT WHOSE LEARNER QUALIFIES FOR GOVERNMENT FUNDING (THE    *
00024C*  CATEGORY'S FUNDING_RULE AGAINST THE LEARNER'S ELIGIBILITY ROW,*
00024D*  SEE CWFUNDEL) IS BILLED NET - A NEGATIVE GOVT FUNDING LINE    *
00024E*  FOLLOWS THE SEAT LINE AND THE AMOUNT IS STAMPED ON THE        *
00024F*  REGISTRATION (FUNDED_AMOUNT) FOR THE ETROP112 QUARTERLY CLAIM.*
00024G*  WHATEVER THE FUNDING BODY THEN DECLINES TO PAY - A REJECTED,  *
00024H*  SHORT-PAID OR UNCLAIMABLE FUNDING_CLAIM - IS RE-BILLED TO THE *
00024I*  ORG ON ITS NEXT INVOICE AND THE CLAIM STAMPED WITH THE NUMBER.*
00024J*----------------------------------------------------------------*
00024K*  A SUBSIDIARY WHOSE GROUP_BILLING IS 'P' (SEE DCLORGMS) IS NOT *
00024L*  INVOICED ON ITS OWN: ITS SEATS, CLOSED SESSIONS AND FUNDING   *
00024M*  RE-BILLS GO ON ITS PARENT'S INVOICE. A CONSOLIDATED INVOICE   *
00024N*  PRINTS EACH ENTITY'S LINES UNDER THE ENTITY'S NAME WITH AN    *
00024O*  ENTITY SUBTOTAL - THE PARENT'S OWN LINES FIRST - THEN THE     *
00024P*  GROUP TOTAL, AND IS RECORDED AS ONE INVOICE ROW UNDER THE     *
00024Q*  PARENT'S NAME. A SUBSIDIARY ALREADY HOLDING ITS OWN INVOICE   *
00024R*  FOR THE PERIOD IS LEFT OFF IT.                                *
000250******************************************************************

000260 ENVIRONMENT DIVISION.
001050    05 WS-CUR-TAX                      PIC S9(7)V99 COMP-3.
001060    05 WS-CUR-GROSS                    PIC S9(7)V99 COMP-3.
001070    05 WS-CUR-TOTAL-IND                PIC S9(4) USAGE COMP.
001071*    CONSOLIDATED GROUP INVOICING - THE ENTITY WHOSE LINES ARE
001072*    BEING WRITTEN, AND THE BILLING-CURRENCY COLUMN SUMS WHEN ITS
001073*    SECTION BEGAN, SO ITS SUBTOTAL IS THE DIFFERENCE.
001074    05 WS-GROUP-INVOICE-SW             PIC X(01).
001075       88 WS-GROUP-INVOICE                       VALUE 'Y'.
001076       88 WS-SINGLE-INVOICE                      VALUE 'N'.
001077    05 WS-GROUP-MEMBER-COUNT           PIC S9(9) USAGE COMP.
001078    05 WS-GROUP-INVOICE-COUNT          PIC S9(9) COMP VALUE 0.
001079    05 WS-ENTITY-ORG-NAME.
00107A       49 WS-ENTITY-ORG-NAME-LEN       PIC S9(4) USAGE COMP.
00107B       49 WS-ENTITY-ORG-NAME-TEXT      PIC X(120).
00107C    05 WS-ENTITY-HEADING-SW            PIC X(01).
00107D       88 WS-ENTITY-HEADING-DUE                  VALUE 'Y'.
00107E       88 WS-ENTITY-HEADING-DONE                 VALUE 'N'.
00107F    05 WS-SEAT-LINES-SW                PIC X(01).
00107G       88 WS-SEAT-LINES-OK                       VALUE 'Y'.
00107H       88 WS-SEAT-LINES-FAILED                   VALUE 'N'.
00107I    05 WS-ENT-START-NET                PIC S9(7)V99 COMP-3.
00107J    05 WS-ENT-START-TAX                PIC S9(7)V99 COMP-3.
00107K    05 WS-ENT-START-GROSS              PIC S9(7)V99 COMP-3.
00107L    05 WS-ENT-AMOUNT                   PIC S9(7)V99 COMP-3.
00107M    05 WS-MEMBER-SAVED-SQLCODE         PIC S9(9) USAGE COMP.
001080*    PURCHASE-ORDER ENFORCEMENT - THE ORG'S STANDING PO AND
001090*    PO-REQUIRED FLAG (ETRB019), AND THE COUNT OF BILLED ROWS
001100*    CARRYING THEIR OWN SIGN-UP PO.
001200*    WHEN NONZERO SO THE CLIENT SEES WHAT THEY HOLD ON ACCOUNT.
001210    05 WS-ORG-CREDIT-BALANCE           PIC S9(7)V99 COMP-3.
001220    05 WS-ORG-CREDIT-IND               PIC S9(4) USAGE COMP.
001221*    CLOSED-SESSION BILLING - CONTRACT TERMS AND HEADCOUNT.
001222    05 WS-CLOSED-LINES-SW              PIC X(01).
001223       88 WS-CLOSED-LINES-OK                     VALUE 'Y'.
001224       88 WS-CLOSED-LINES-FAILED                 VALUE 'N'.
001225    05 WS-CL-HEADCOUNT-IND             PIC S9(4) USAGE COMP.
001226    05 WS-CL-OVERAGE-IND               PIC S9(4) USAGE COMP.
001227    05 WS-CL-ACTIVE-COUNT              PIC S9(9) USAGE COMP.
001228    05 WS-CL-OVER-HEADS                PIC S9(9) USAGE COMP.
001229    05 WS-CLOSED-BILLED-COUNT          PIC S9(9) COMP VALUE 0.
00122A*    GOVERNMENT FUNDING - THE LINE'S PERSON, THE FUNDED-AMOUNT
00122B*    STAMP AND THE RE-BILL OF CLAIMS THE FUNDING BODY DECLINED.
00122C    05 WS-LINE-PERSON-IND              PIC S9(4) USAGE COMP.
00122D    05 WS-FUNDED-IND                   PIC S9(4) USAGE COMP.
00122E    05 WS-FUNDING-SAVED-SQLCODE        PIC S9(9) USAGE COMP.
00122F    05 WS-FUNDING-SW                   PIC X(01).
00122G       88 WS-FUNDING-OK                          VALUE 'Y'.
00122H       88 WS-FUNDING-FAILED                      VALUE 'N'.
00122I    05 WS-REBILL-LINES-SW              PIC X(01).
00122J       88 WS-REBILL-LINES-OK                     VALUE 'Y'.
00122K       88 WS-REBILL-LINES-FAILED                 VALUE 'N'.
00122L    05 WS-RB-CLAIM-NO                  PIC S9(9) USAGE COMP.
00122M    05 WS-REBILL-COUNT                 PIC S9(9) USAGE COMP.
00122N    05 WS-FUNDED-LINE-COUNT            PIC S9(9) COMP VALUE 0.
00122O    05 WS-REBILLED-CLAIM-COUNT         PIC S9(9) COMP VALUE 0.
001230******************************************************************
001240*  SHARED CR/DB AMOUNT EDIT - INVOICE MONEY COLUMNS PRINT IN THE  *
001250*  BILLING-STATEMENT (DB) STYLE, THE SAME AS ETROP10.             *
001950    05 WS-DOC-TAX-RATE          PIC ZZ9.
001960    05 FILLER                   PIC X(10) VALUE ' PCT    : '.
001970    05 WS-DOC-TAX-TOTAL         PIC X(12).
001971*    CONSOLIDATED-INVOICE ENTITY HEADING AND SUBTOTAL - THE
001973*    SUBTOTAL'S AMOUNTS SIT UNDER THE NET/TAX/GROSS COLUMNS.
001975 01 WS-DOC-ENTITY-LINE.
001977    05 FILLER                   PIC X(13) VALUE 'CHARGES FOR: '.
001979    05 WS-DOC-ENTITY-NAME       PIC X(60).
00197B 01 WS-DOC-SUBTOTAL-LINE.
00197D    05 FILLER                   PIC X(18) VALUE
00197F       'ENTITY SUBTOTAL : '.
00197H    05 WS-DOC-SUB-NAME          PIC X(40).
00197J    05 FILLER                   PIC X(30) VALUE SPACES.
00197L    05 WS-DOC-SUB-NET           PIC X(12).
00197N    05 FILLER                   PIC X(02) VALUE SPACES.
00197P    05 WS-DOC-SUB-TAX           PIC X(12).
00197R    05 FILLER                   PIC X(02) VALUE SPACES.
00197T    05 WS-DOC-SUB-GROSS         PIC X(12).
001980 01 WS-DOC-CREDIT-LINE.
001990    05 FILLER                   PIC X(20) VALUE
002000       'CREDIT ON ACCOUNT : '.
002010    05 WS-DOC-CREDIT            PIC X(12).
002011*    CLOSED-SESSION LINE TEXT FOR THE REGISTRANT COLUMN.
002012 01 WS-CLOSED-FLAT-DESC.
002013    05 FILLER                   PIC X(17) VALUE
002014       'IN-HOUSE SESSION '.
002015    05 WS-CFD-SESSION-ID        PIC Z(8)9.
002016    05 FILLER                   PIC X(06) VALUE ' FLAT'.
002017 01 WS-CLOSED-OVER-DESC.
002018    05 FILLER                   PIC X(09) VALUE 'OVERAGE  '.
002019    05 WS-COD-HEADS             PIC ZZZ9.
00201A    05 FILLER                   PIC X(12) VALUE ' HEADS OVER '.
00201B    05 WS-COD-CONTRACT          PIC ZZZ9.
00201C*    GOVERNMENT FUNDING LINE TEXT FOR THE REGISTRANT COLUMN.
00201D 01 WS-FUNDED-DESC.
00201E    05 FILLER                   PIC X(15) VALUE
00201F       'GOVT FUNDING - '.
00201G    05 WS-FDD-FUNDING-BODY      PIC X(08).
00201H 01 WS-REBILL-DESC.
00201I    05 FILLER                   PIC X(21) VALUE
00201J       'FUNDING REBILL CLAIM '.
00201K    05 WS-RBD-CLAIM-NO          PIC Z(8)9.
002020******************************************************************
002030* Copybook Includes.                                             *
002040******************************************************************
002240     EXEC SQL
002250       INCLUDE DCLINVCE
002260     END-EXEC.
002261     EXEC SQL
002262       INCLUDE DCLFUNDC
002263     END-EXEC.

002264*    GOVERNMENT-FUNDING ELIGIBILITY CHECK - SEE CWFUNDEL.
002265     EXEC SQL
002266       INCLUDE CWFUNDEL
002267     END-EXEC.

002270*    ACCOUNTING-PERIOD CLOSE-STATUS CHECK - SEE CWPERCL.
002280     EXEC SQL
002290       INCLUDE CWPERCL
002300     END-EXEC.
002302*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
002304     EXEC SQL
002306       INCLUDE CWFISPER
002308     END-EXEC.
002310******************************************************************
002320*  CURSOR DECLARATIONS - ORGS-TO-INVOICE PICKS EVERY ORG WITH     *
002330*  ACTIVE SEATS REGISTERED IN THE PERIOD THAT DOES NOT           *
002340*  ALREADY HOLD AN INVOICE FOR THE PERIOD; INVOICE-LINES THEN     *
002350*  DETAILS THAT ORG'S REGISTRATIONS, ONE LINE EACH, JOINED TO     *
002360*  THE SESSION FOR THE FEE AND START DATE. SEAT-BLOCK CONTRACT    *
002380*  NEVER APPEAR ON AN INVOICE; THE LINE FEE IS THE PRICE-BOOK    *
002390*  FEE FROZEN AT SIGN-UP (PRICED_FEE) FALLING BACK TO THE        *
002400*  SESSION FEE ON LEGACY ROWS, AS ETROP76 DEMANDS IT.            *
002401*  SEATS ON A CLOSED SESSION ARE LEFT OUT OF BOTH - THE ORG IS   *
002402*  PICKED UP BY THE SECOND HALF OF ORGS-TO-INVOICE INSTEAD WHEN  *
002403*  ITS CLOSED SESSION STARTS IN THE PERIOD, AND CLOSED-SESSION-  *
002404*  LINES CARRIES THE FLAT FEE, THE ACTIVE HEADCOUNT AND ANY      *
002405*  AMOUNT ALREADY PAID AGAINST THE SESSION'S SEATS.              *
002406*  A THIRD BRANCH OF ORGS-TO-INVOICE PICKS UP AN ORG OWED A      *
002407*  FUNDING RE-BILL (REBILL-CLAIM-LINES): A FUNDING_CLAIM THE BODY*
002408*  REJECTED, SHORT-PAID OR THAT WAS NEVER CLAIMABLE, NOT YET ON  *
002409*  AN INVOICE OF ITS OWN.                                        *
00240A*  EVERY BRANCH NAMES THE ORG BY ITS BILL-TO NAME - THE          *
00240B*  PARENT'S WHEN IT IS A SUBSIDIARY BILLED THROUGH THE PARENT -  *
00240C*  SO A GROUP GETS ONE CONSOLIDATED INVOICE. THE LINE CURSORS    *
00240D*  THEN RUN ONCE PER ENTITY ON IT (WS-ENTITY-ORG-NAME): THE      *
00240E*  BILL-TO ORG ITSELF, THEN EACH SUBSIDIARY GROUP-MEMBERS NAMES. *
002410******************************************************************
002420     EXEC SQL DECLARE ORGS-TO-INVOICE CURSOR
002430      FOR
002432      SELECT DISTINCT B1.BILL_TO_NAME
002434        FROM (SELECT COALESCE(
002436                     (SELECT MAX(P.ORG_NAME)
002438                        FROM DBODEVP.ORGANIZATION G,
002440                             DBODEVP.ORGANIZATION P
002442                       WHERE G.ORG_NAME      = R.ORG_NAME
002444                         AND G.GROUP_BILLING = 'P'
002446                         AND P.ORG_CODE      = G.PARENT_ORG_CODE),
002448                     R.ORG_NAME) AS BILL_TO_NAME
002450                FROM DBODEVP.REGISTRATION R
002452               WHERE R.REG_STATUS      = 'A'
002454                 AND R.CONTRACT_ID IS NULL
002456                 AND R.REG_DATE BETWEEN :FP-START-DATE
002458                                    AND :FP-END-DATE
002460                 AND NOT EXISTS
002462                     (SELECT 1
002464                        FROM DBODEVP.TRAINING_SESSION T
002466                       WHERE T.SESSION_CATG = R.SESSION_CATG
002468                         AND T.SESSION_ID   = R.SESSION_ID
002470                         AND T.SESSION_TYPE = 'C')) B1
002472       WHERE NOT EXISTS
002510             (SELECT 1
002520                FROM DBODEVP.INVOICE V
002521               WHERE V.ORG_NAME     = B1.BILL_TO_NAME
002522                 AND V.PERIOD_YEAR  = :WS-PERIOD-YEAR
002523                 AND V.PERIOD_MONTH = :WS-PERIOD-MONTH)
002524      UNION
002525      SELECT B2.BILL_TO_NAME
002526        FROM (SELECT COALESCE(
002527                     (SELECT P.ORG_NAME
002528                        FROM DBODEVP.ORGANIZATION P
002529                       WHERE O.GROUP_BILLING = 'P'
002530                         AND P.ORG_CODE      = O.PARENT_ORG_CODE),
002531                     O.ORG_NAME) AS BILL_TO_NAME
002532                FROM DBODEVP.TRAINING_SESSION S,
002533                     DBODEVP.ORGANIZATION O
002534               WHERE S.SESSION_TYPE    = 'C'
002535                 AND S.SESSION_STATUS  = 'A'
002536                 AND O.ORG_CODE        = S.CLOSED_ORG_CODE
002537                 AND S.SESSION_START_DATE
002538                     BETWEEN :FP-START-DATE AND :FP-END-DATE) B2
002539       WHERE NOT EXISTS
002540             (SELECT 1
002541                FROM DBODEVP.INVOICE V
002542               WHERE V.ORG_NAME     = B2.BILL_TO_NAME
002543                 AND V.PERIOD_YEAR  = :WS-PERIOD-YEAR
002544                 AND V.PERIOD_MONTH = :WS-PERIOD-MONTH)
002545      UNION
002546      SELECT B3.BILL_TO_NAME
002547        FROM (SELECT COALESCE(
002548                     (SELECT MAX(P.ORG_NAME)
002549                        FROM DBODEVP.ORGANIZATION G,
002550                             DBODEVP.ORGANIZATION P
002551                       WHERE G.ORG_NAME      = C.ORG_NAME
002552                         AND G.GROUP_BILLING = 'P'
002553                         AND P.ORG_CODE      = G.PARENT_ORG_CODE),
002554                     C.ORG_NAME) AS BILL_TO_NAME
002555                FROM DBODEVP.FUNDING_CLAIM C
002556               WHERE C.REBILL_INVOICE_NO IS NULL
002557                 AND (C.CLAIM_STATUS IN ('R', 'N')
002558                  OR (C.CLAIM_STATUS = 'P'
002559                 AND  C.PAID_AMOUNT  < C.CLAIM_AMOUNT))) B3
002560       WHERE NOT EXISTS
002561             (SELECT 1
002562                FROM DBODEVP.INVOICE V
002563               WHERE V.ORG_NAME     = B3.BILL_TO_NAME
002564                 AND V.PERIOD_YEAR  = :WS-PERIOD-YEAR
002565                 AND V.PERIOD_MONTH = :WS-PERIOD-MONTH)
002566       ORDER BY 1
002570     END-EXEC.
002571******************************************************************
002572*  THE SUBSIDIARIES BILLED THROUGH THE ORG BEING INVOICED THAT   *
002573*  DO NOT ALREADY HOLD THEIR OWN INVOICE FOR THE PERIOD.         *
002574******************************************************************
002575     EXEC SQL DECLARE GROUP-MEMBERS CURSOR
002576      FOR
002577      SELECT G.ORG_NAME
002578        FROM DBODEVP.ORGANIZATION G,
002579             DBODEVP.ORGANIZATION P
00257A       WHERE P.ORG_NAME        = :WS-HOLD-ORG-NAME
00257B         AND G.PARENT_ORG_CODE = P.ORG_CODE
00257C         AND G.GROUP_BILLING   = 'P'
00257D         AND NOT EXISTS
00257E             (SELECT 1
00257F                FROM DBODEVP.INVOICE V
00257G               WHERE V.ORG_NAME     = G.ORG_NAME
00257H                 AND V.PERIOD_YEAR  = :WS-PERIOD-YEAR
00257I                 AND V.PERIOD_MONTH = :WS-PERIOD-MONTH)
00257J       ORDER BY G.ORG_NAME
00257K     END-EXEC.
002580     EXEC SQL DECLARE INVOICE-LINES CURSOR
002590      FOR
002600      SELECT B.SESSION_CATG, A.SESSION_START_DATE,
002610             B.FULL_NAME,
002620             COALESCE(B.PRICED_FEE, A.SESSION_FEE),
002630             B.AMOUNT_PAID,
002631             B.SESSION_ID, B.EMAIL_ADDR, B.PERSON_ID
002640        FROM DBODEVP.TRAINING_SESSION A,
002650             DBODEVP.REGISTRATION B
002660       WHERE B.SESSION_CATG  = A.SESSION_CATG
002670         AND B.SESSION_ID    = A.SESSION_ID
002680         AND B.REG_STATUS    = 'A'
002690         AND B.CONTRACT_ID IS NULL
002691         AND A.SESSION_TYPE <> 'C'
002700         AND B.ORG_NAME      = :WS-ENTITY-ORG-NAME
002710         AND B.REG_DATE BETWEEN :FP-START-DATE
002720                            AND :FP-END-DATE
002730       ORDER BY B.SESSION_CATG, A.SESSION_START_DATE
002740     END-EXEC.
002741     EXEC SQL DECLARE CLOSED-SESSION-LINES CURSOR
002742      FOR
002743      SELECT S.SESSION_CATG, S.SESSION_ID, S.SESSION_START_DATE,
002744             S.FLAT_FEE, S.CONTRACT_HEADCOUNT, S.OVERAGE_FEE,
002745             (SELECT COUNT(*)
002746                FROM DBODEVP.REGISTRATION R
002747               WHERE R.SESSION_CATG = S.SESSION_CATG
002748                 AND R.SESSION_ID   = S.SESSION_ID
002749                 AND R.REG_STATUS   = 'A'),
00274A             (SELECT COALESCE(SUM(R.AMOUNT_PAID), 0)
00274B                FROM DBODEVP.REGISTRATION R
00274C               WHERE R.SESSION_CATG = S.SESSION_CATG
00274D                 AND R.SESSION_ID   = S.SESSION_ID
00274E                 AND R.REG_STATUS   = 'A')
00274F        FROM DBODEVP.TRAINING_SESSION S,
00274G             DBODEVP.ORGANIZATION O
00274H       WHERE S.SESSION_TYPE    = 'C'
00274I         AND S.SESSION_STATUS  = 'A'
00274J         AND O.ORG_CODE        = S.CLOSED_ORG_CODE
00274K         AND O.ORG_NAME        = :WS-ENTITY-ORG-NAME
00274L         AND S.SESSION_START_DATE BETWEEN :FP-START-DATE
00274M                                      AND :FP-END-DATE
00274N       ORDER BY S.SESSION_START_DATE, S.SESSION_CATG, S.SESSION_ID
00274O     END-EXEC.
00274P     EXEC SQL DECLARE REBILL-CLAIM-LINES CURSOR
00274Q      FOR
00274R      SELECT C.CLAIM_NO, C.SESSION_CATG,
00274S             COALESCE(S.SESSION_START_DATE, C.SUBMIT_DATE),
00274T             C.CLAIM_AMOUNT - COALESCE(C.PAID_AMOUNT, 0)
00274U        FROM DBODEVP.FUNDING_CLAIM C
00274V             LEFT OUTER JOIN DBODEVP.TRAINING_SESSION S
00274W               ON S.SESSION_CATG = C.SESSION_CATG
00274X              AND S.SESSION_ID   = C.SESSION_ID
00274Y       WHERE C.ORG_NAME           = :WS-ENTITY-ORG-NAME
00274Z         AND C.REBILL_INVOICE_NO IS NULL
002750         AND (C.CLAIM_STATUS IN ('R', 'N')
002751          OR (C.CLAIM_STATUS = 'P'
002752         AND  C.PAID_AMOUNT  < C.CLAIM_AMOUNT))
002753       ORDER BY C.CLAIM_NO
002754     END-EXEC.
002755 01 WS-END                             PIC X(50) VALUE
002760     'ETROP20-WORKING STORAGE SECTION ENDS HERE'.
002770 PROCEDURE DIVISION.
002780 MAIN-LOGIC-PARA.
002870         PERFORM EXIT-PARA
002880     END-IF.
002890*    FINANCE'S CLOSE REGISTER GATES THE RUN - INVOICING INTO A
002900*    CLOSED PERIOD WOULD REOPEN A PERIOD THE GL HAS TIED OUT.
002910     MOVE WS-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
002920     MOVE WS-PERIOD-MONTH            TO PCL-PERIOD-MONTH.
002930     PERFORM CHECK-PERIOD-CLOSE-PARA.
003360     END-IF.
003370     PERFORM CLOSE-DOCUMENT-PARA.
003380 DISPLAY 'INVOICES ISSUED      : ' WS-INVOICE-COUNT.
003381     DISPLAY 'CLOSED SESSIONS BILLED: ' WS-CLOSED-BILLED-COUNT.
003382     DISPLAY 'SEATS GOVT FUNDED     : ' WS-FUNDED-LINE-COUNT.
003383     DISPLAY 'FUNDING CLAIMS REBILLED: ' WS-REBILLED-CLAIM-COUNT.
003384     DISPLAY 'CONSOLIDATED INVOICES: ' WS-GROUP-INVOICE-COUNT.
003390 DISPLAY 'ORGS SKIPPED (ERROR) : ' WS-SKIPPED-COUNT.
003400     MOVE 'C'                        TO JRL-RUN-STATUS.
003410     MOVE WS-INVOICE-COUNT         TO JRL-ROWS-WRITTEN.
004070         SELECT COUNT(*)
004080           INTO :WS-REG-PO-COUNT
004090           FROM DBODEVP.REGISTRATION
004092          WHERE (ORG_NAME      = :WS-HOLD-ORG-NAME
004094             OR  ORG_NAME IN
004096                 (SELECT G.ORG_NAME
004098                    FROM DBODEVP.ORGANIZATION G,
004101                         DBODEVP.ORGANIZATION P
004103                   WHERE P.ORG_NAME        = :WS-HOLD-ORG-NAME
004105                     AND G.PARENT_ORG_CODE = P.ORG_CODE
004107                     AND G.GROUP_BILLING   = 'P'))
004110            AND REG_STATUS     = 'A'
004120            AND REG_DATE BETWEEN :FP-START-DATE
004130                             AND :FP-END-DATE
004140            AND PO_REFERENCE   IS NOT NULL
004150       END-EXEC
004160       IF SQLCODE NOT = 0
004320     MOVE 'C'                        TO WS-CV-DIRECTION.
004330     CALL 'RCBT005A' USING WS-RCBT005A-PARM.

004333*    THE BILLING PERIOD IS WHATEVER RCBT009A SAYS TODAY FALLS IN;
004336*    WITH NO PERIOD ON FILE THE RUN STOPS RATHER THAN GUESS ONE.
004340 GET-PERIOD-AND-NUMBER-PARA.
004341     MOVE 'ETROP20'                  TO FP-PROGRAM-ID.
004342     SET FP-CURRENT-PERIOD           TO TRUE.
004343     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
004344     IF NOT FP-PERIOD-FOUND
004345       SET WS-FATAL-ERROR            TO TRUE
004346       DISPLAY 'RUN REFUSED - NO ACCOUNTING PERIOD FOR TODAY'
004347     END-IF.
004348     MOVE FP-PERIOD-YEAR             TO WS-PERIOD-YEAR.
004349     MOVE FP-PERIOD-NO               TO WS-PERIOD-MONTH.
004350     EXEC SQL
004360       SELECT COALESCE(MAX(INVOICE_NO), 100000) + 1,
004380              CHAR(CURRENT DATE, ISO)
004390         INTO :WS-NEXT-INVOICE-NO, :WS-TODAY-DATE
004410         FROM DBODEVP.INVOICE
004420     END-EXEC.
004430     IF SQLCODE NOT = 0
004560     MOVE 0                          TO WS-CUR-NET.
004570     MOVE 0                          TO WS-CUR-TAX.
004580     MOVE 0                          TO WS-CUR-GROSS.
004581     SET WS-FUNDING-OK               TO TRUE.
004582     SET WS-SEAT-LINES-OK            TO TRUE.
004584     SET WS-CLOSED-LINES-OK          TO TRUE.
004586     SET WS-REBILL-LINES-OK          TO TRUE.
004588     MOVE 0                          TO WS-REBILL-COUNT.
004590     PERFORM GET-BILLING-CURRENCY-PARA.
004600     PERFORM GET-ORG-PO-PARA.
004605     PERFORM CHECK-GROUP-INVOICE-PARA.
004610     PERFORM WRITE-INVOICE-HEADER-PARA.
004620     PERFORM CHECK-PO-REQUIRED-PARA.
004621     MOVE WS-HOLD-ORG-NAME           TO WS-ENTITY-ORG-NAME.
004623     PERFORM BILL-ONE-ENTITY-PARA.
004625     IF WS-GROUP-INVOICE
004626         PERFORM BILL-GROUP-MEMBERS-PARA
004628     END-IF.
004630     IF WS-SEAT-LINES-OK AND WS-CLOSED-LINES-OK
004631        AND WS-REBILL-LINES-OK AND WS-FUNDING-OK
004633         PERFORM WRITE-INVOICE-TOTAL-PARA
004635         PERFORM WRITE-CREDIT-MEMO-PARA
004636         PERFORM RECORD-INVOICE-PARA
004638     ELSE
004670         ADD 1                       TO WS-SKIPPED-COUNT
004671     END-IF.

004672*    A CONSOLIDATED INVOICE IS ONE WHOSE ORG HAS SUBSIDIARIES
004673*    BILLED THROUGH IT. A FAILED LOOKUP LEAVES THE ORG UNINVOICED
004674*    RATHER THAN INVOICED WITHOUT ITS SUBSIDIARIES' CHARGES.
004675 CHECK-GROUP-INVOICE-PARA.
004676     SET WS-SINGLE-INVOICE           TO TRUE.
004677     MOVE 0                          TO WS-GROUP-MEMBER-COUNT.
004678     EXEC SQL
004679       SELECT COUNT(*)
00467A         INTO :WS-GROUP-MEMBER-COUNT
00467B         FROM DBODEVP.ORGANIZATION G,
00467C              DBODEVP.ORGANIZATION P
00467D        WHERE P.ORG_NAME        = :WS-HOLD-ORG-NAME
00467E          AND G.PARENT_ORG_CODE = P.ORG_CODE
00467F          AND G.GROUP_BILLING   = 'P'
00467G          AND NOT EXISTS
00467H              (SELECT 1
00467I                 FROM DBODEVP.INVOICE V
00467J                WHERE V.ORG_NAME     = G.ORG_NAME
00467K                  AND V.PERIOD_YEAR  = :WS-PERIOD-YEAR
00467L                  AND V.PERIOD_MONTH = :WS-PERIOD-MONTH)
00467M     END-EXEC.
00467N     IF SQLCODE NOT = 0
00467O         SET WS-SEAT-LINES-FAILED    TO TRUE
00467P         MOVE 'SELECT'               TO EL-ERROR-ACTION
00467Q         MOVE 'ORGANIZATION'         TO EL-ERROR-DB2-OBJECT
00467R         PERFORM CHECK-SQLCODE-PARA
00467S     ELSE
00467T         IF WS-GROUP-MEMBER-COUNT > 0
00467U             SET WS-GROUP-INVOICE    TO TRUE
00467V         END-IF
00467W     END-IF.

00467X*    ONE ENTITY'S SEAT, CLOSED-SESSION AND RE-BILL LINES. ON A
00467Y*    CONSOLIDATED INVOICE THE ENTITY'S NAME HEADS ITS FIRST LINE
00467Z*    AND A SUBTOTAL CLOSES IT; AN ENTITY WITH NOTHING TO BILL
004680*    PRINTS NOTHING.
004681 BILL-ONE-ENTITY-PARA.
004682     SET WS-ENTITY-HEADING-DUE       TO TRUE.
004683     MOVE WS-CUR-NET                 TO WS-ENT-START-NET.
004684     MOVE WS-CUR-TAX                 TO WS-ENT-START-TAX.
004685     MOVE WS-CUR-GROSS               TO WS-ENT-START-GROSS.
004686     EXEC SQL
004687       OPEN INVOICE-LINES
004688     END-EXEC.
004689     IF SQLCODE NOT = 0
00468A         SET WS-SEAT-LINES-FAILED    TO TRUE
00468B         MOVE 'OPEN  '               TO EL-ERROR-ACTION
004690         MOVE 'INVOICE-LINES'        TO EL-ERROR-DB2-OBJECT
004700         PERFORM CHECK-SQLCODE-PARA
004710     ELSE
004740         EXEC SQL
004750           CLOSE INVOICE-LINES
004760         END-EXEC
004770         PERFORM BILL-CLOSED-SESSIONS-PARA
004780         PERFORM BILL-FUNDING-REBILLS-PARA
004800     END-IF.
004801     IF WS-GROUP-INVOICE AND WS-ENTITY-HEADING-DONE
004802         PERFORM WRITE-ENTITY-SUBTOTAL-PARA
004803     END-IF.

004804*    AN OPEN OR FETCH FAILURE LEAVES THE WHOLE GROUP UNINVOICED,
004805*    SO A RERUN PICKS IT UP COMPLETE.
004806 BILL-GROUP-MEMBERS-PARA.
004807     EXEC SQL
004808       OPEN GROUP-MEMBERS
004809     END-EXEC.
00480A     IF SQLCODE NOT = 0
00480B         SET WS-SEAT-LINES-FAILED    TO TRUE
00480C         MOVE 'OPEN  '               TO EL-ERROR-ACTION
00480D         MOVE 'GROUP-MEMBERS'        TO EL-ERROR-DB2-OBJECT
00480E         PERFORM CHECK-SQLCODE-PARA
00480F     ELSE
00480G         PERFORM FETCH-GROUP-MEMBER-PARA
00480H             UNTIL SQLCODE NOT = 0
00480I         EXEC SQL
00480J           CLOSE GROUP-MEMBERS
00480K         END-EXEC
00480L     END-IF.

00480M*    THE ENTITY'S OWN CURSORS LEAVE SQLCODE BEHIND - SAVED AND PUT
00480N*    BACK SO THIS LOOP SEES THE MEMBER FETCH'S ZERO.
00480O FETCH-GROUP-MEMBER-PARA.
00480P     EXEC SQL
00480Q       FETCH GROUP-MEMBERS
00480R        INTO :WS-ENTITY-ORG-NAME
00480S     END-EXEC.
00480T     EVALUATE SQLCODE
00480U       WHEN 0
00480V         MOVE SQLCODE                TO WS-MEMBER-SAVED-SQLCODE
00480W         PERFORM BILL-ONE-ENTITY-PARA
00480X         MOVE WS-MEMBER-SAVED-SQLCODE TO SQLCODE
00480Y       WHEN 100
00480Z         CONTINUE
004810       WHEN OTHER
004811         SET WS-SEAT-LINES-FAILED    TO TRUE
004812         MOVE 'FETCH '               TO EL-ERROR-ACTION
004813         MOVE 'GROUP-MEMBERS'        TO EL-ERROR-DB2-OBJECT
004814         PERFORM CHECK-SQLCODE-PARA
004815     END-EVALUATE.

004816 FETCH-INVOICE-LINE-PARA.
004820     EXEC SQL
004830       FETCH INVOICE-LINES
004840        INTO :DCLREGISTRATION.SESSION-CATG,
004850             :DCLTRAINING-SESSION.SESSION-START-DATE,
004860             :DCLREGISTRATION.FULL-NAME,
004870             :WS-LINE-FEE:WS-LINE-FEE-IND,
004880             :WS-LINE-PAID:WS-LINE-PAID-IND,
004881             :DCLREGISTRATION.SESSION-ID,
004882             :DCLREGISTRATION.EMAIL-ADDR,
004883             :REG-PERSON-ID:WS-LINE-PERSON-IND
004890     END-EXEC.
004900     EVALUATE SQLCODE
004910       WHEN 0
004960             MOVE 0 TO WS-LINE-PAID
004970         END-IF
004980         PERFORM WRITE-INVOICE-LINE-PARA
004981         IF WS-LINE-PERSON-IND >= 0
004982             PERFORM APPLY-FUNDING-PARA
004983         END-IF
004990       WHEN 100
005000         CONTINUE
005010       WHEN OTHER
005050     END-EVALUATE.

005060******************************************************************
005061* Closed-Session Flat-Fee Lines                                  *
005062******************************************************************
005063*    AN OPEN FAILURE LEAVES THE ORG UNINVOICED (AND SO PICKED UP
005064*    AGAIN BY A RERUN) RATHER THAN RECORDED WITHOUT ITS FLAT FEE.
005065 BILL-CLOSED-SESSIONS-PARA.
005066     EXEC SQL
005067       OPEN CLOSED-SESSION-LINES
005068     END-EXEC.
005069     IF SQLCODE NOT = 0
00506A         SET WS-CLOSED-LINES-FAILED  TO TRUE
00506B         MOVE 'OPEN  '               TO EL-ERROR-ACTION
00506C         MOVE 'CLOSED-SESSION-LINES' TO EL-ERROR-DB2-OBJECT
00506D         PERFORM CHECK-SQLCODE-PARA
00506E     ELSE
00506F         PERFORM FETCH-CLOSED-LINE-PARA
00506G             UNTIL SQLCODE NOT = 0
00506H         EXEC SQL
00506I           CLOSE CLOSED-SESSION-LINES
00506J         END-EXEC
00506K     END-IF.

00506L FETCH-CLOSED-LINE-PARA.
00506M     EXEC SQL
00506N       FETCH CLOSED-SESSION-LINES
00506O        INTO :DCLTRAINING-SESSION.SESSION-CATG,
00506P             :DCLTRAINING-SESSION.SESSION-ID,
00506Q             :DCLTRAINING-SESSION.SESSION-START-DATE,
00506R             :WS-LINE-FEE:WS-LINE-FEE-IND,
00506S             :DCLTRAINING-SESSION.CONTRACT-HEADCOUNT
00506T                                     :WS-CL-HEADCOUNT-IND,
00506U             :DCLTRAINING-SESSION.OVERAGE-FEE
00506V                                     :WS-CL-OVERAGE-IND,
00506W             :WS-CL-ACTIVE-COUNT,
00506X             :WS-LINE-PAID
00506Y     END-EXEC.
00506Z     EVALUATE SQLCODE
005070       WHEN 0
005071         IF WS-LINE-FEE-IND < 0
005072             MOVE 0 TO WS-LINE-FEE
005073         END-IF
005074         PERFORM WRITE-CLOSED-LINES-PARA
005075       WHEN 100
005076         CONTINUE
005077       WHEN OTHER
005078         MOVE 'FETCH '               TO EL-ERROR-ACTION
005079         MOVE 'CLOSED-SESSION-LINES' TO EL-ERROR-DB2-OBJECT
00507A         PERFORM CHECK-SQLCODE-PARA
00507B     END-EVALUATE.

00507C*    THE FLAT FEE LINE CARRIES WHATEVER HAS BEEN PAID AGAINST THE
00507D*    SESSION'S SEATS; THE OVERAGE LINE, WHEN THE ORG SENT MORE
00507E*    ACTIVE HEADS THAN IT CONTRACTED FOR, IS BILLED IN FULL.
00507F*    BOTH GO THROUGH THE ORDINARY LINE WRITER FOR VAT, CURRENCY
00507G*    AND THE INVOICE TOTALS.
00507H WRITE-CLOSED-LINES-PARA.
00507I     MOVE SESSION-CATG OF DCLTRAINING-SESSION
00507J                                     TO SESSION-CATG OF
00507K                                        DCLREGISTRATION.
00507L     MOVE SESSION-ID OF DCLTRAINING-SESSION TO WS-CFD-SESSION-ID.
00507M     MOVE WS-CLOSED-FLAT-DESC        TO FULL-NAME-TEXT.
00507N     PERFORM WRITE-INVOICE-LINE-PARA.
00507O     ADD 1                           TO WS-CLOSED-BILLED-COUNT.
00507P     IF WS-CL-HEADCOUNT-IND >= 0 AND WS-CL-OVERAGE-IND >= 0
00507Q        AND WS-CL-ACTIVE-COUNT > CONTRACT-HEADCOUNT
00507R         COMPUTE WS-CL-OVER-HEADS =
00507S             WS-CL-ACTIVE-COUNT - CONTRACT-HEADCOUNT
00507T         COMPUTE WS-LINE-FEE = WS-CL-OVER-HEADS * OVERAGE-FEE
00507U         MOVE 0                      TO WS-LINE-PAID
00507V         MOVE WS-CL-OVER-HEADS       TO WS-COD-HEADS
00507W         MOVE CONTRACT-HEADCOUNT     TO WS-COD-CONTRACT
00507X         MOVE WS-CLOSED-OVER-DESC    TO FULL-NAME-TEXT
00507Y         PERFORM WRITE-INVOICE-LINE-PARA
00507Z     END-IF.

005080******************************************************************
005081* Invoice Document Lines                                         *
005082******************************************************************
005090 WRITE-INVOICE-HEADER-PARA.
005100     MOVE SPACES                     TO INVOICE-DOC-RECORD.
005110     WRITE INVOICE-DOC-RECORD.
005240     END-IF.
005250     WRITE INVOICE-DOC-RECORD        FROM WS-DOC-HEADING-3.

00525A*    ON A CONSOLIDATED INVOICE EACH ENTITY'S LINES SIT UNDER ITS
00525B*    OWN NAME AND CLOSE ON ITS SUBTOTAL IN THE BILLING CURRENCY.
00525C WRITE-ENTITY-HEADING-PARA.
00525D     MOVE WS-ENTITY-ORG-NAME-TEXT    TO WS-DOC-ENTITY-NAME.
00525E     WRITE INVOICE-DOC-RECORD        FROM WS-DOC-ENTITY-LINE.
00525F     SET WS-ENTITY-HEADING-DONE      TO TRUE.

00525G WRITE-ENTITY-SUBTOTAL-PARA.
00525H     MOVE WS-ENTITY-ORG-NAME-TEXT    TO WS-DOC-SUB-NAME.
00525I     COMPUTE WS-ENT-AMOUNT = WS-CUR-NET - WS-ENT-START-NET.
00525J     MOVE WS-ENT-AMOUNT              TO EA-AMOUNT.
00525K     PERFORM EDIT-AMOUNT-PARA.
00525L     MOVE EA-EDITED-AMOUNT-DB        TO WS-DOC-SUB-NET.
00525M     COMPUTE WS-ENT-AMOUNT = WS-CUR-TAX - WS-ENT-START-TAX.
00525N     MOVE WS-ENT-AMOUNT              TO EA-AMOUNT.
00525O     PERFORM EDIT-AMOUNT-PARA.
00525P     MOVE EA-EDITED-AMOUNT-DB        TO WS-DOC-SUB-TAX.
00525Q     COMPUTE WS-ENT-AMOUNT = WS-CUR-GROSS - WS-ENT-START-GROSS.
00525R     MOVE WS-ENT-AMOUNT              TO EA-AMOUNT.
00525S     PERFORM EDIT-AMOUNT-PARA.
00525T     MOVE EA-EDITED-AMOUNT-DB        TO WS-DOC-SUB-GROSS.
00525U     WRITE INVOICE-DOC-RECORD        FROM WS-DOC-SUBTOTAL-LINE.

005260 WRITE-INVOICE-LINE-PARA.
005262     IF WS-GROUP-INVOICE AND WS-ENTITY-HEADING-DUE
005265         PERFORM WRITE-ENTITY-HEADING-PARA
005267     END-IF.
005270     MOVE SESSION-CATG OF DCLREGISTRATION TO WS-DOC-CATG.
005280     MOVE SESSION-START-DATE         TO WS-DOC-START-DATE.
005290     MOVE FULL-NAME-TEXT             TO WS-DOC-REGISTRANT.
006390     END-EXEC.
006400     IF SQLCODE = 0
006410         ADD 1                       TO WS-INVOICE-COUNT
006412         IF WS-GROUP-INVOICE
006415             ADD 1                   TO WS-GROUP-INVOICE-COUNT
006417         END-IF
006420         ADD 1                       TO WS-NEXT-INVOICE-NO
006421         IF WS-REBILL-COUNT > 0
006422             PERFORM STAMP-FUNDING-REBILLS-PARA
006423         END-IF
006430     ELSE
006440         ADD 1                       TO WS-SKIPPED-COUNT
006450         MOVE 'INSERT'               TO EL-ERROR-ACTION
006480     END-IF.

006490******************************************************************
006500* Government Funding Lines                                       *
006510******************************************************************
006511*    A SEAT WHOSE LEARNER QUALIFIES UNDER THE CATEGORY'S
006512*    FUNDING_RULE IS INVOICED NET OF THE FUNDING: THE SEAT LINE
006513*    PRINTS AS EVER AND A NEGATIVE GOVT FUNDING LINE FOLLOWS IT
006514*    THROUGH THE ORDINARY LINE WRITER, SO VAT AND THE TOTALS ARE
006515*    ON THE NET. THE AMOUNT IS STAMPED ON THE REGISTRATION FOR THE
006516*    ETROP112 CLAIM; A SEAT NO LONGER FUNDED LOSES A STAMP LEFT BY
006517*    AN EARLIER, UNRECORDED RUN. SQLCODE IS SAVED AND PUT BACK SO
006518*    THE INVOICE-LINES FETCH LOOP STILL SEES THE FETCH'S ZERO.
006519 APPLY-FUNDING-PARA.
00651A     MOVE SQLCODE                    TO WS-FUNDING-SAVED-SQLCODE.
00651B     MOVE SESSION-CATG OF DCLREGISTRATION TO FND-SESSION-CATG.
00651C     MOVE REG-PERSON-ID              TO FND-PERSON-ID.
00651D     MOVE SESSION-START-DATE         TO FND-START-DATE.
00651E     MOVE WS-LINE-FEE                TO FND-FEE.
00651F     PERFORM CHECK-FUNDING-PARA.
00651G     EVALUATE TRUE
00651H       WHEN FND-FUNDED
00651I         MOVE FND-FUNDED-AMOUNT      TO REG-FUNDED-AMOUNT
00651J         MOVE 0                      TO WS-FUNDED-IND
00651K         PERFORM STAMP-FUNDED-AMOUNT-PARA
00651L         IF WS-FUNDING-OK
00651M           ADD 1                     TO WS-FUNDED-LINE-COUNT
00651N           COMPUTE WS-LINE-FEE = 0 - FND-FUNDED-AMOUNT
00651O           MOVE 0                    TO WS-LINE-PAID
00651P           MOVE FND-FUNDING-BODY     TO WS-FDD-FUNDING-BODY
00651Q           MOVE WS-FUNDED-DESC       TO FULL-NAME-TEXT
00651R           PERFORM WRITE-INVOICE-LINE-PARA
00651S         END-IF
00651T       WHEN FND-FAILED
00651U         SET WS-FUNDING-FAILED       TO TRUE
00651V         MOVE 'SELECT'               TO EL-ERROR-ACTION
00651W         MOVE 'FUNDING_RULE'         TO EL-ERROR-DB2-OBJECT
00651X         PERFORM CHECK-SQLCODE-PARA
00651Y       WHEN OTHER
00651Z         MOVE 0                      TO REG-FUNDED-AMOUNT
006520         MOVE -1                     TO WS-FUNDED-IND
006521         PERFORM STAMP-FUNDED-AMOUNT-PARA
006522     END-EVALUATE.
006523     MOVE WS-FUNDING-SAVED-SQLCODE   TO SQLCODE.

006524 STAMP-FUNDED-AMOUNT-PARA.
006525     EXEC SQL
006526       UPDATE DBODEVP.REGISTRATION
006527          SET FUNDED_AMOUNT = :REG-FUNDED-AMOUNT :WS-FUNDED-IND
006528        WHERE SESSION_CATG  = :DCLREGISTRATION.SESSION-CATG
006529          AND SESSION_ID    = :DCLREGISTRATION.SESSION-ID
00652A          AND EMAIL_ADDR    = :DCLREGISTRATION.EMAIL-ADDR
00652B     END-EXEC.
00652C     IF SQLCODE NOT = 0
00652D       SET WS-FUNDING-FAILED         TO TRUE
00652E       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
00652F       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
00652G       PERFORM CHECK-SQLCODE-PARA
00652H     END-IF.

00652I*    WHAT THE FUNDING BODY DID NOT PAY - THE WHOLE CLAIM WHEN IT
00652J*    WAS REJECTED OR NEVER CLAIMABLE, THE SHORTFALL WHEN IT WAS
00652K*    SHORT-PAID - IS BILLED TO THE ORG AS ONE LINE PER CLAIM. AN
00652L*    OPEN FAILURE LEAVES THE ORG UNINVOICED, AS FOR THE CLOSED-
00652M*    SESSION LINES.
00652N BILL-FUNDING-REBILLS-PARA.
00652O     EXEC SQL
00652P       OPEN REBILL-CLAIM-LINES
00652Q     END-EXEC.
00652R     IF SQLCODE NOT = 0
00652S         SET WS-REBILL-LINES-FAILED  TO TRUE
00652T         MOVE 'OPEN  '               TO EL-ERROR-ACTION
00652U         MOVE 'REBILL-CLAIM-LINES'   TO EL-ERROR-DB2-OBJECT
00652V         PERFORM CHECK-SQLCODE-PARA
00652W     ELSE
00652X         PERFORM FETCH-REBILL-LINE-PARA
00652Y             UNTIL SQLCODE NOT = 0
00652Z         EXEC SQL
006530           CLOSE REBILL-CLAIM-LINES
006531         END-EXEC
006532     END-IF.

006533 FETCH-REBILL-LINE-PARA.
006534     EXEC SQL
006535       FETCH REBILL-CLAIM-LINES
006536        INTO :WS-RB-CLAIM-NO,
006537             :DCLREGISTRATION.SESSION-CATG,
006538             :DCLTRAINING-SESSION.SESSION-START-DATE,
006539             :WS-LINE-FEE
00653A     END-EXEC.
00653B     EVALUATE SQLCODE
00653C       WHEN 0
00653D         MOVE 0                      TO WS-LINE-PAID
00653E         MOVE WS-RB-CLAIM-NO         TO WS-RBD-CLAIM-NO
00653F         MOVE WS-REBILL-DESC         TO FULL-NAME-TEXT
00653G         PERFORM WRITE-INVOICE-LINE-PARA
00653H         ADD 1                       TO WS-REBILL-COUNT
00653I       WHEN 100
00653J         CONTINUE
00653K       WHEN OTHER
00653L         SET WS-REBILL-LINES-FAILED  TO TRUE
00653M         MOVE 'FETCH '               TO EL-ERROR-ACTION
00653N         MOVE 'REBILL-CLAIM-LINES'   TO EL-ERROR-DB2-OBJECT
00653O         PERFORM CHECK-SQLCODE-PARA
00653P     END-EVALUATE.

00653Q*    ONCE THE INVOICE IS RECORDED ITS NUMBER GOES ON EVERY CLAIM
00653R*    IT RE-BILLED, SO NO CLAIM IS EVER BILLED TWICE.
00653S STAMP-FUNDING-REBILLS-PARA.
00653T     EXEC SQL
00653U       UPDATE DBODEVP.FUNDING_CLAIM
00653V          SET REBILL_INVOICE_NO = :INV-INVOICE-NO,
00653W              DTS               = CURRENT TIMESTAMP
00653X        WHERE (ORG_NAME          = :WS-HOLD-ORG-NAME
00653Y           OR  ORG_NAME IN
00653Z               (SELECT G.ORG_NAME
006540                  FROM DBODEVP.ORGANIZATION G,
006541                       DBODEVP.ORGANIZATION P
006542                 WHERE P.ORG_NAME        = :WS-HOLD-ORG-NAME
006543                   AND G.PARENT_ORG_CODE = P.ORG_CODE
006544                   AND G.GROUP_BILLING   = 'P'
006545                   AND NOT EXISTS
006546                   (SELECT 1
006547                      FROM DBODEVP.INVOICE V
006548                     WHERE V.ORG_NAME     = G.ORG_NAME
006549                       AND V.PERIOD_YEAR  = :WS-PERIOD-YEAR
00654A                       AND V.PERIOD_MONTH = :WS-PERIOD-MONTH)))
00654B          AND REBILL_INVOICE_NO IS NULL
00654C          AND (CLAIM_STATUS IN ('R', 'N')
00654D           OR (CLAIM_STATUS = 'P'
00654E          AND  PAID_AMOUNT  < CLAIM_AMOUNT))
00654F     END-EXEC.
00654G     IF SQLCODE = 0
00654H         ADD SQLERRD (3)             TO WS-REBILLED-CLAIM-COUNT
00654I     ELSE
00654J         MOVE 'UPDATE'               TO EL-ERROR-ACTION
00654K         MOVE 'FUNDING_CLAIM'        TO EL-ERROR-DB2-OBJECT
00654L         PERFORM CHECK-SQLCODE-PARA
00654M     END-IF.

00654N******************************************************************
00654O* Government-Funding Eligibility Check                           *
00654P******************************************************************
00654Q     EXEC SQL
00654R       INCLUDE CPFUNDEL
00654S     END-EXEC.
00654T******************************************************************
00654U* Invoice Document File                                          *
00654V******************************************************************
00654W OPEN-DOCUMENT-PARA.
00654X     OPEN OUTPUT INVOICE-DOC-FILE.
00654Y     OPEN OUTPUT PO-EXC-FILE.

006550 CLOSE-DOCUMENT-PARA.
006560     DISPLAY 'PO EXCEPTIONS        : ' WS-PO-EXC-COUNT.
