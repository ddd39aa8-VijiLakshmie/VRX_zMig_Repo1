000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCBT010A.
000030 AUTHOR.        ANAND V.
000040 INSTALLATION.  RC.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  10/15/2026 ANAND  NEW PROGRAM.                                *

000100******************************************************************
000110*  SHARED ORGANIZATION CREDIT-EXPOSURE ROUTINE.                  *
000120*  SOME CLIENT ORGS KEPT BOOKING WHILE MONTHS OF INVOICES SAT    *
000130*  UNPAID. THE SIGN-UP, THE NIGHTLY CREDIT-HOLD SWEEP AND THE    *
000140*  CREDIT-CONTROL SCREEN ALL NEED THE SAME ANSWER - HOW MUCH THE *
000150*  ORG OWES AND WILL OWE, AGAINST ITS LIMIT - SO THEY ALL ASK    *
000160*  HERE (SEE CWCRDEXP). A SEAT COUNTS AS BILLED WHEN THE ORG     *
000170*  HOLDS AN INVOICE FOR THE PERIOD ITS REG_DATE FALLS IN, ON THE *
000180*  BASIS THE INVOICE RUN USES (RCBT009A FOR ETROP20).            *
000190******************************************************************
000200  EJECT

000210 ENVIRONMENT DIVISION.

000220 CONFIGURATION SECTION.

000230 SOURCE-COMPUTER. Z900.
000240 OBJECT-COMPUTER. Z900.

000250 DATA DIVISION.

000260 WORKING-STORAGE SECTION.

000270 01 WS-VARIABLES.
000280    05 WS-LIMIT-IND                    PIC S9(4) USAGE COMP.
000290    05 WS-BILLED-AMOUNT                PIC S9(9)V99 USAGE COMP-3.
000300    05 WS-UNBILLED-AMOUNT              PIC S9(9)V99 USAGE COMP-3.
000310    05 WS-DISPUTED-AMOUNT              PIC S9(9)V99 USAGE COMP-3.
000320    05 WS-DISPUTED-IND                 PIC S9(4) USAGE COMP.
000330    05 WS-PARKED-COUNT                 PIC S9(9) USAGE COMP.

000340******************************************************************
000350*  ACCOUNTING-PERIOD RESOLUTION - ONLY THE BASIS IS USED HERE,   *
000360*  TO MATCH A SEAT TO THE INVOICE THAT BILLED IT.                *
000370******************************************************************
000380     EXEC SQL
000390       INCLUDE CWFISPER
000400     END-EXEC.

000410******************************************************************
000420*                     DB2 SECTION                                *
000430******************************************************************
000440     EXEC SQL
000450       INCLUDE SQLCA
000460     END-EXEC.

000470     EXEC SQL
000480       INCLUDE DCLORGMS
000490     END-EXEC.

000500 LINKAGE SECTION.
000510******************************************************************
000520*  LS-RCBT010A-PARM IS THE CALLER'S CX-RCBT010A-PARM (CWCRDEXP). *
000530*  THE CALLER FILLS IN ITS PROGRAM NAME AND THE ORG CODE; IT     *
000540*  GETS BACK THE ORG'S NAME, LIMIT AND HOLD STATE, THE BILLED    *
000550*  (NET OF OPEN DISPUTES) AND UNBILLED BALANCES, THEIR TOTAL AND *
000560*  THE COUNT OF SIGN-UPS PARKED ON CREDIT.                       *
000570*  LS-CX-RETURN-CODE:                                            *
000580*    '0' - EXPOSURE COMPUTED                                     *
000590*    '1' - NO SUCH ORG CODE ON THE ORGANIZATION MASTER           *
000600*    '9' - A LOOKUP FAILED (REASON ON SYSOUT)                    *
000610******************************************************************
000620 01 LS-RCBT010A-PARM.
000630    05 LS-CX-PROGRAM-ID                PIC X(08).
000640    05 LS-CX-ORG-CODE                  PIC X(08).
000650    05 LS-CX-ORG-NAME                  PIC X(120).
000660    05 LS-CX-LIMIT-SW                  PIC X(01).
000670       88 LS-CX-LIMIT-SET                        VALUE 'Y'.
000680       88 LS-CX-NO-LIMIT                         VALUE 'N'.
000690    05 LS-CX-CREDIT-LIMIT              PIC S9(9)V99 USAGE COMP-3.
000700    05 LS-CX-CREDIT-HOLD               PIC X(01).
000710    05 LS-CX-BILLED-BALANCE            PIC S9(9)V99 USAGE COMP-3.
000720    05 LS-CX-DISPUTED-AMOUNT           PIC S9(9)V99 USAGE COMP-3.
000730    05 LS-CX-UNBILLED-AMOUNT           PIC S9(9)V99 USAGE COMP-3.
000740    05 LS-CX-EXPOSURE                  PIC S9(9)V99 USAGE COMP-3.
000750    05 LS-CX-PARKED-COUNT              PIC S9(9) USAGE COMP.
000760    05 LS-CX-RETURN-CODE               PIC X(01).
000770       88 LS-CX-EXPOSURE-FOUND                   VALUE '0'.
000780       88 LS-CX-ORG-MISSING                      VALUE '1'.
000790       88 LS-CX-EXPOSURE-FAILED                  VALUE '9'.

000800 PROCEDURE DIVISION USING LS-RCBT010A-PARM.

000810 MAIN-LOGIC-PARA.
000820     SET LS-CX-EXPOSURE-FOUND        TO TRUE.
000830     MOVE SPACES                     TO LS-CX-ORG-NAME.
000840     SET LS-CX-NO-LIMIT              TO TRUE.
000850     MOVE 'N'                        TO LS-CX-CREDIT-HOLD.
000860     MOVE 0                          TO LS-CX-CREDIT-LIMIT
000870                                        LS-CX-BILLED-BALANCE
000880                                        LS-CX-DISPUTED-AMOUNT
000890                                        LS-CX-UNBILLED-AMOUNT
000900                                        LS-CX-EXPOSURE
000910                                        LS-CX-PARKED-COUNT.
000920     PERFORM GET-ORG-PARA.
000930     IF LS-CX-EXPOSURE-FOUND
000940       PERFORM GET-BASIS-PARA
000950       PERFORM GET-BALANCES-PARA
000960     END-IF.
000970     IF LS-CX-EXPOSURE-FOUND
000980       PERFORM GET-DISPUTED-PARA
000990     END-IF.
001000     IF LS-CX-EXPOSURE-FOUND
001010       PERFORM GET-PARKED-PARA
001020     END-IF.
001030     IF LS-CX-EXPOSURE-FOUND
001040       MOVE WS-DISPUTED-AMOUNT       TO LS-CX-DISPUTED-AMOUNT
001050       COMPUTE LS-CX-BILLED-BALANCE =
001060               WS-BILLED-AMOUNT - WS-DISPUTED-AMOUNT
001070       IF LS-CX-BILLED-BALANCE < 0
001080         MOVE 0                      TO LS-CX-BILLED-BALANCE
001090       END-IF
001100       MOVE WS-UNBILLED-AMOUNT       TO LS-CX-UNBILLED-AMOUNT
001110       COMPUTE LS-CX-EXPOSURE =
001120               LS-CX-BILLED-BALANCE + LS-CX-UNBILLED-AMOUNT
001130       MOVE WS-PARKED-COUNT          TO LS-CX-PARKED-COUNT
001140     END-IF.
001150     GOBACK.

001160******************************************************************
001170* Organization Master                                            *
001180******************************************************************
001190 GET-ORG-PARA.
001200     MOVE LS-CX-ORG-CODE             TO ORG-ORG-CODE.
001210     EXEC SQL
001220       SELECT ORG_NAME, CREDIT_LIMIT, CREDIT_HOLD
001230         INTO :ORG-ORG-NAME,
001240              :ORG-CREDIT-LIMIT :WS-LIMIT-IND,
001250              :ORG-CREDIT-HOLD
001260         FROM DBODEVP.ORGANIZATION
001270        WHERE ORG_CODE = :ORG-ORG-CODE
001280     END-EXEC.
001290     EVALUATE SQLCODE
001300       WHEN 0
001310         MOVE ORG-ORG-NAME-TEXT      TO LS-CX-ORG-NAME
001320         MOVE ORG-CREDIT-HOLD        TO LS-CX-CREDIT-HOLD
001330         IF WS-LIMIT-IND >= 0
001340           SET LS-CX-LIMIT-SET       TO TRUE
001350           MOVE ORG-CREDIT-LIMIT     TO LS-CX-CREDIT-LIMIT
001360         END-IF
001370       WHEN 100
001380         SET LS-CX-ORG-MISSING       TO TRUE
001390       WHEN OTHER
001400         SET LS-CX-EXPOSURE-FAILED   TO TRUE
001410         DISPLAY ' RCBT010A - ORGANIZATION LOOKUP FAILED FOR '
001420                 LS-CX-PROGRAM-ID
001430         DISPLAY ' SQL CODE   '  SQLCODE
001440     END-EVALUATE.

001450*    ONLY FP-BASIS IS WANTED - THE INVOICE RUN'S, SO THE CALL IS
001460*    MADE AS ETROP20. RCBT009A SETS IT BEFORE IT LOOKS FOR THE
001470*    PERIOD, SO A FISCAL CALENDAR NOT YET LOADED THIS FAR AHEAD
001480*    DOES NOT STOP THE CREDIT CHECK.
001490 GET-BASIS-PARA.
001500     SET FP-CURRENT-PERIOD           TO TRUE.
001510     MOVE SPACES                     TO FP-AS-OF-DATE.
001520     MOVE 'ETROP20'                  TO FP-PROGRAM-ID.
001530     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
001540     IF NOT FP-CALENDAR-BASIS
001550       SET FP-FISCAL-BASIS           TO TRUE
001560     END-IF.

001570******************************************************************
001580* Balances                                                       *
001590******************************************************************
001600*    THE ORG'S SEATS ARE THE ROWS CARRYING ITS CODE OR ITS
001610*    CANONICAL NAME (LEGACY FREE-TEXT SIGN-UPS HAVE NO CODE).
001620 GET-BALANCES-PARA.
001630     EXEC SQL
001640       SELECT COALESCE(SUM(CASE WHEN X.BILLED = 'Y'
001650                                THEN X.BALANCE ELSE 0 END), 0),
001660              COALESCE(SUM(CASE WHEN X.BILLED = 'Y'
001670                                THEN 0 ELSE X.BALANCE END), 0)
001680         INTO :WS-BILLED-AMOUNT, :WS-UNBILLED-AMOUNT
001690         FROM
001700       (SELECT COALESCE(R.PRICED_FEE, S.SESSION_FEE)
001710               - COALESCE(R.AMOUNT_PAID, 0) AS BALANCE,
001720               CASE WHEN EXISTS
001730                 (SELECT 1
001740                    FROM DBODEVP.INVOICE I
001750                   WHERE I.ORG_NAME = R.ORG_NAME
001760                     AND ((:FP-BASIS = 'M'
001770                       AND I.PERIOD_YEAR  = YEAR(R.REG_DATE)
001780                       AND I.PERIOD_MONTH = MONTH(R.REG_DATE))
001790                      OR EXISTS
001800                         (SELECT 1
001810                            FROM DBODEVP.FISCAL_PERIOD F
001820                           WHERE :FP-BASIS = 'F'
001830                             AND F.FISCAL_YEAR   = I.PERIOD_YEAR
001840                             AND F.FISCAL_PERIOD = I.PERIOD_MONTH
001850                             AND F.PERIOD_START <= R.REG_DATE
001860                             AND F.PERIOD_END   >= R.REG_DATE)))
001870               THEN 'Y' ELSE 'N' END AS BILLED
001880          FROM DBODEVP.REGISTRATION R,
001890               DBODEVP.TRAINING_SESSION S
001900         WHERE S.SESSION_CATG = R.SESSION_CATG
001910           AND S.SESSION_ID   = R.SESSION_ID
001920           AND (R.ORG_CODE    = :ORG-ORG-CODE
001930            OR  R.ORG_NAME    = :ORG-ORG-NAME)
001940           AND R.REG_STATUS   = 'A'
001950           AND R.CONTRACT_ID IS NULL
001960           AND COALESCE(R.PRICED_FEE, S.SESSION_FEE) IS NOT NULL
001970           AND COALESCE(R.PRICED_FEE, S.SESSION_FEE)
001980               > COALESCE(R.AMOUNT_PAID, 0)) AS X
001990     END-EXEC.
002000     IF SQLCODE NOT = 0
002010       SET LS-CX-EXPOSURE-FAILED     TO TRUE
002020       DISPLAY ' RCBT010A - BALANCE SUM FAILED FOR '
002030               LS-CX-PROGRAM-ID
002040       DISPLAY ' SQL CODE   '  SQLCODE
002050     END-IF.

002060*    THE AMOUNT UNDER OPEN DISPUTE IS HELD OUT OF THE BILLED
002070*    BALANCE, AS ETROP21 PARKS IT OUT OF THE AGING BUCKETS.
002080 GET-DISPUTED-PARA.
002090     MOVE 0                          TO WS-DISPUTED-AMOUNT.
002100     EXEC SQL
002110       SELECT SUM(DISPUTE_AMOUNT)
002120         INTO :WS-DISPUTED-AMOUNT :WS-DISPUTED-IND
002130         FROM DBODEVP.INVOICE
002140        WHERE ORG_NAME       = :ORG-ORG-NAME
002150          AND DISPUTE_STATUS = 'O'
002160     END-EXEC.
002170     IF SQLCODE NOT = 0
002180       SET LS-CX-EXPOSURE-FAILED     TO TRUE
002190       DISPLAY ' RCBT010A - DISPUTE SUM FAILED FOR '
002200               LS-CX-PROGRAM-ID
002210       DISPLAY ' SQL CODE   '  SQLCODE
002220     ELSE
002230       IF WS-DISPUTED-IND < 0
002240         MOVE 0                      TO WS-DISPUTED-AMOUNT
002250       END-IF
002260     END-IF.

002270 GET-PARKED-PARA.
002280     EXEC SQL
002290       SELECT COUNT(*)
002300         INTO :WS-PARKED-COUNT
002310         FROM DBODEVP.REGISTRATION
002320        WHERE ORG_CODE   = :ORG-ORG-CODE
002330          AND REG_STATUS = 'H'
002340     END-EXEC.
002350     IF SQLCODE NOT = 0
002360       SET LS-CX-EXPOSURE-FAILED     TO TRUE
002370       DISPLAY ' RCBT010A - PARKED COUNT FAILED FOR '
002380               LS-CX-PROGRAM-ID
002390       DISPLAY ' SQL CODE   '  SQLCODE
002400     END-IF.
