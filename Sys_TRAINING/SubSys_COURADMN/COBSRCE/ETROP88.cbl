000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP88.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  9/18/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  PER-SESSION PROFITABILITY (P&L) REPORT (MONTHLY).             *
000090*  FOR EVERY NOT-CANCELLED SESSION THAT ENDED IN THE PRIOR       *
000095*  ACCOUNTING PERIOD (FISCAL, OR THE CALENDAR MONTH WHERE        *
000100*  CALENDAR-MONTHS IS SET - SEE CWFISPER) THIS JOB PUTS WHAT THE *
000110*  SESSION EARNED NEXT TO WHAT IT COST:                          *
000120*    BILLED      - ACTIVE SEATS AT COALESCE(PRICED_FEE,          *
000130*                  SESSION_FEE) - WHAT WAS SOLD. A CLOSED        *
000132*                  SESSION BILLS ITS FLAT FEE PLUS OVERAGE ABOVE *
000134*                  THE CONTRACT HEADCOUNT                        *
000140*    COLLECTED   - CASH ON THE REGISTRATION_PAYMENT LEDGER IN    *
000150*                  BASE CURRENCY (WRITE-OFF 'WO' AND CREDIT 'CR' *
000160*                  ROWS MOVE NO MONEY AND ARE LEFT OUT)          *
000170*    INSTRUCTOR  - TEACHING DAYS AT THE CWDAYRT RATES, PRICED AS *
000180*                  ETROP33 PAYS THEM (A SUBSTITUTED DAY MOVES    *
000190*                  FROM THE PRIMARY TO THE SUBSTITUTE AT THE     *
000200*                  PRIMARY RATE)                                 *
000210*    EXPENSES    - APPROVED INSTRUCTOR_EXPENSE CLAIMS            *
000220*    REFUNDS     - REGISTRATION_REFUND DECISIONS. A CREDIT NOTE  *
000230*                  (ETROP56) ONLY DOCUMENTS A REFUND AGAINST AN  *
000240*                  INVOICE, SO IT IS NOT COUNTED A SECOND TIME   *
000250*    WRITE-OFFS  - REGISTRATION_WRITEOFF DECISIONS (ETROP61)     *
000260*    MARGIN      - BILLED LESS REFUNDS, WRITE-OFFS, INSTRUCTOR   *
000270*                  COST AND EXPENSES                             *
000280*  SESSIONS ARE SUBTOTALLED BY SESSION_CATG AND ANY SESSION      *
000290*  WHOSE MARGIN IS BELOW ZERO IS FLAGGED LOSS, SO THE CATALOG    *
000300*  OWNERS SEE WHICH COURSES ARE WORTH RUNNING. REPORT ONLY -     *
000310*  NOTHING IS POSTED, SO THE PERIOD_CLOSE REGISTER IS NOT        *
000320*  CONSULTED.                                                    *
000330******************************************************************

000340 ENVIRONMENT DIVISION.

000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. Z900.
000370 OBJECT-COMPUTER. Z900.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PNL-RPT-FILE   ASSIGN TO SESSPNL
000410            ORGANIZATION  IS LINE SEQUENTIAL.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PNL-RPT-FILE
000450     RECORD CONTAINS 132 CHARACTERS.
000460 01  PNL-RPT-RECORD                  PIC X(132).

000470 WORKING-STORAGE SECTION.

000480 01 WS-BEGIN                          PIC  X(36) VALUE
000490     'ETROP88 WORKING STORAGE STARTS HERE'.

000500******************************************************************
000510*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000520******************************************************************
000530 01 WS-VARIABLES.
000540    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000550       88 WS-NO-ERROR                            VALUE SPACES.
000560       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000570       88 WS-FATAL-ERROR                         VALUE 'F'.
000580    05 WS-REPORT-PERIOD                PIC X(07).
000590    05 WS-SESSION-COUNT                PIC S9(9) COMP VALUE 0.
000600    05 WS-LOSS-COUNT                   PIC S9(9) COMP VALUE 0.
000610    05 WS-CATG-SESSIONS                PIC S9(9) COMP VALUE 0.
000620    05 WS-CATG-LOSSES                  PIC S9(9) COMP VALUE 0.
000630    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000640    05 WS-PREV-CATG                    PIC X(02) VALUE SPACES.
000650    05 WS-FIRST-CATG-SW                PIC X(01) VALUE 'Y'.
000660       88 WS-FIRST-CATG                          VALUE 'Y'.
000670*    TEACHING DAYS OF THE SESSION BY HOW THEY ARE PAID.
000680    05 WS-PRIMARY-DAYS                 PIC S9(9) COMP.
000690    05 WS-CO-DAYS                      PIC S9(9) COMP.
000700    05 WS-SUB-DAYS                     PIC S9(9) COMP.
000710    05 WS-NET-PRIMARY-DAYS             PIC S9(9) COMP.

000720******************************************************************
000730*  ONE SESSION'S FIGURES, AND THE SAME SET ACCUMULATED FOR THE   *
000740*  CATEGORY AND THE RUN - ONE LAYOUT SO THE ROLL-UP IS A SINGLE  *
000750*  ADD ... CORRESPONDING.                                        *
000760******************************************************************
000770 01 WS-SESSION-PNL.
000780    05 PNL-BILLED                      PIC S9(11)V99 COMP-3.
000790    05 PNL-COLLECTED                   PIC S9(11)V99 COMP-3.
000800    05 PNL-INSTRUCTOR                  PIC S9(11)V99 COMP-3.
000810    05 PNL-EXPENSES                    PIC S9(11)V99 COMP-3.
000820    05 PNL-REFUNDS                     PIC S9(11)V99 COMP-3.
000830    05 PNL-WRITEOFFS                   PIC S9(11)V99 COMP-3.
000840    05 PNL-MARGIN                      PIC S9(11)V99 COMP-3.
000850 01 WS-CATG-PNL.
000860    05 PNL-BILLED                      PIC S9(11)V99 COMP-3.
000870    05 PNL-COLLECTED                   PIC S9(11)V99 COMP-3.
000880    05 PNL-INSTRUCTOR                  PIC S9(11)V99 COMP-3.
000890    05 PNL-EXPENSES                    PIC S9(11)V99 COMP-3.
000900    05 PNL-REFUNDS                     PIC S9(11)V99 COMP-3.
000910    05 PNL-WRITEOFFS                   PIC S9(11)V99 COMP-3.
000920    05 PNL-MARGIN                      PIC S9(11)V99 COMP-3.
000930 01 WS-RUN-PNL.
000940    05 PNL-BILLED                      PIC S9(11)V99 COMP-3.
000950    05 PNL-COLLECTED                   PIC S9(11)V99 COMP-3.
000960    05 PNL-INSTRUCTOR                  PIC S9(11)V99 COMP-3.
000970    05 PNL-EXPENSES                    PIC S9(11)V99 COMP-3.
000980    05 PNL-REFUNDS                     PIC S9(11)V99 COMP-3.
000990    05 PNL-WRITEOFFS                   PIC S9(11)V99 COMP-3.
001000    05 PNL-MARGIN                      PIC S9(11)V99 COMP-3.
001010*    THE SET BEING PRINTED - A SESSION, CATEGORY OR RUN TOTAL.
001020 01 WS-PRINT-PNL.
001030    05 PNL-BILLED                      PIC S9(11)V99 COMP-3.
001040    05 PNL-COLLECTED                   PIC S9(11)V99 COMP-3.
001050    05 PNL-INSTRUCTOR                  PIC S9(11)V99 COMP-3.
001060    05 PNL-EXPENSES                    PIC S9(11)V99 COMP-3.
001070    05 PNL-REFUNDS                     PIC S9(11)V99 COMP-3.
001080    05 PNL-WRITEOFFS                   PIC S9(11)V99 COMP-3.
001090    05 PNL-MARGIN                      PIC S9(11)V99 COMP-3.

001100******************************************************************
001110*  FETCH HOLD FIELDS FOR ONE SESSION                             *
001120******************************************************************
001130 01 WS-SESSION.
001140    05 WS-SN-SESSION-CATG              PIC X(02).
001150    05 WS-SN-SESSION-ID                PIC S9(9) USAGE COMP.
001160    05 WS-SN-END-DATE                  PIC X(10).
001170    05 WS-SN-DURATION                  PIC S9(4) USAGE COMP.

001180******************************************************************
001190*  REPORT LINE LAYOUTS                                           *
001200******************************************************************
001210 01 WS-RPT-LINES.
001220    05 WS-HDG-LINE.
001230       10 FILLER                       PIC X(33) VALUE
001240          'SESSION PROFITABILITY - ENDED IN '.
001250       10 WS-HD-PERIOD                 PIC X(07).
001260       10 FILLER                       PIC X(92) VALUE SPACES.
001270    05 WS-COL-LINE.
001280       10 FILLER                       PIC X(44) VALUE
001290          'SESSION           BILLED    COLLECTED   INST'.
001300       10 FILLER                       PIC X(44) VALUE
001310          'RUCTOR     EXPENSES      REFUNDS   WRITE-OFF'.
001320       10 FILLER                       PIC X(44) VALUE
001330          'S       MARGIN                              '.
001340    05 WS-DET-LINE.
001350       10 WS-DT-LABEL.
001360          15 WS-DT-CATG                PIC X(02).
001370          15 WS-DT-SLASH               PIC X(01).
001380          15 WS-DT-SESSION-ID          PIC ZZZZZZZZ9.
001390       10 WS-DT-BILLED                 PIC X(12).
001400       10 FILLER                       PIC X(01) VALUE SPACES.
001410       10 WS-DT-COLLECTED              PIC X(12).
001420       10 FILLER                       PIC X(01) VALUE SPACES.
001430       10 WS-DT-INSTRUCTOR             PIC X(12).
001440       10 FILLER                       PIC X(01) VALUE SPACES.
001450       10 WS-DT-EXPENSES               PIC X(12).
001460       10 FILLER                       PIC X(01) VALUE SPACES.
001470       10 WS-DT-REFUNDS                PIC X(12).
001480       10 FILLER                       PIC X(01) VALUE SPACES.
001490       10 WS-DT-WRITEOFFS              PIC X(12).
001500       10 FILLER                       PIC X(01) VALUE SPACES.
001510       10 WS-DT-MARGIN                 PIC X(12).
001520       10 FILLER                       PIC X(02) VALUE SPACES.
001530       10 WS-DT-FLAG                   PIC X(04).
001540       10 FILLER                       PIC X(37) VALUE SPACES.
001550    05 WS-CATG-LINE.
001560       10 FILLER                       PIC X(13) VALUE
001570          'CATEGORY   : '.
001580       10 WS-CT-CATG                   PIC X(02).
001590       10 FILLER                       PIC X(117) VALUE SPACES.
001600    05 WS-LOSS-LINE.
001610       10 FILLER                       PIC X(26) VALUE
001620          '  SESSIONS / AT A LOSS   :'.
001630       10 WS-LS-SESSIONS               PIC ZZZ,ZZ9.
001640       10 FILLER                       PIC X(03) VALUE ' / '.
001650       10 WS-LS-LOSSES                 PIC ZZZ,ZZ9.
001660       10 FILLER                       PIC X(89) VALUE SPACES.
001670    05 WS-CNT-LINE.
001680       10 WS-CN-LABEL                  PIC X(30).
001690       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001700       10 FILLER                       PIC X(91) VALUE SPACES.

001710******************************************************************
001720* Copybook Includes.                                             *
001730******************************************************************
001740     EXEC SQL
001750       INCLUDE CWERRLOG
001760     END-EXEC.

001770*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001780     EXEC SQL
001790       INCLUDE CWJOBLOG
001800     END-EXEC.

001810*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
001820     EXEC SQL
001830       INCLUDE CWAMTEDT
001840     END-EXEC.

001850*    TEACHING DAY RATES BY INSTRUCTOR_ROLE - SEE CWDAYRT.
001860     EXEC SQL
001870       INCLUDE CWDAYRT
001880     END-EXEC.

001881*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
001882     EXEC SQL
001883       INCLUDE CWFISPER
001884     END-EXEC.

001890******************************************************************
001900*                     DB2 SECTION                                *
001910******************************************************************
001920     EXEC SQL
001930       INCLUDE SQLCA
001940     END-EXEC.

001950******************************************************************
001960*  EVERY NOT-CANCELLED SESSION THAT ENDED IN THE PRIOR ACCOUNTING*
001970*  PERIOD, IN CATEGORY ORDER FOR THE SUBTOTAL BREAK.             *
001980******************************************************************
001990     EXEC SQL DECLARE PNL-SESSIONS CURSOR
002000      FOR
002010      SELECT S.SESSION_CATG, S.SESSION_ID,
002020             CHAR(S.SESSION_END_DATE, ISO),
002030             S.SESSION_DURATION
002040        FROM DBODEVP.TRAINING_SESSION S
002050       WHERE S.SESSION_STATUS   NOT = 'C'
002060         AND S.SESSION_END_DATE IS NOT NULL
002070         AND S.SESSION_END_DATE
002080             BETWEEN :FP-START-DATE AND :FP-END-DATE
002120       ORDER BY S.SESSION_CATG, S.SESSION_ID
002130     END-EXEC.

002140 01 WS-END                             PIC X(50) VALUE
002150     'ETROP88-WORKING STORAGE SECTION ENDS HERE'.

002160 PROCEDURE DIVISION.

002170 MAIN-LOGIC-PARA.

002180     MOVE 'ETROP88'                    TO EL-ERROR-MODULE.
002190     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002200     MOVE 'ETROP88'                    TO JRL-PROGRAM-ID.
002210     PERFORM LOG-JOB-START-PARA.

002220     PERFORM GET-PERIOD-PARA.
002230     INITIALIZE WS-RUN-PNL.

002240     OPEN OUTPUT PNL-RPT-FILE.
002250     MOVE WS-REPORT-PERIOD           TO WS-HD-PERIOD.
002260     WRITE PNL-RPT-RECORD            FROM WS-HDG-LINE.

002270     EXEC SQL
002280       OPEN PNL-SESSIONS
002290     END-EXEC.

002300     IF SQLCODE NOT = 0
002310       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002320       MOVE 'PNL-SESSIONS'             TO EL-ERROR-DB2-OBJECT
002330       PERFORM CHECK-SQLCODE-PARA
002340       PERFORM EXIT-PARA
002350     END-IF.

002360     PERFORM PNL-ONE-SESSION-PARA
002370       UNTIL SQLCODE = 100.

002380     EXEC SQL
002390       CLOSE PNL-SESSIONS
002400     END-EXEC.

002410     IF SQLCODE NOT = 0
002420       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002430       MOVE 'PNL-SESSIONS'             TO EL-ERROR-DB2-OBJECT
002440       PERFORM CHECK-SQLCODE-PARA
002450     END-IF.

002460     IF NOT WS-FIRST-CATG
002470       PERFORM CLOSE-CATEGORY-PARA
002480     END-IF.
002490     PERFORM WRITE-TOTALS-PARA.
002500     CLOSE PNL-RPT-FILE.

002510     DISPLAY 'SESSIONS REPORTED    : ' WS-SESSION-COUNT.
002520     DISPLAY 'SESSIONS AT A LOSS   : ' WS-LOSS-COUNT.
002530     MOVE 'C'                        TO JRL-RUN-STATUS.
002540     MOVE WS-SESSION-COUNT           TO JRL-ROWS-READ.
002550     MOVE WS-SESSION-COUNT           TO JRL-ROWS-WRITTEN.
002560     PERFORM LOG-JOB-END-PARA.
002570     GOBACK.

002580******************************************************************
002590* The Reporting Period                                           *
002600******************************************************************
002610 GET-PERIOD-PARA.
002620     MOVE 'ETROP88'                  TO FP-PROGRAM-ID.
002630     SET FP-PREVIOUS-PERIOD          TO TRUE.
002640     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
002650     IF NOT FP-PERIOD-FOUND
002660       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
002670       PERFORM EXIT-PARA
002680     END-IF.
002690     MOVE FP-PERIOD-LABEL            TO WS-REPORT-PERIOD.

002730******************************************************************
002740* One Session                                                    *
002750******************************************************************
002760 PNL-ONE-SESSION-PARA.
002770     EXEC SQL
002780       FETCH PNL-SESSIONS
002790        INTO :WS-SN-SESSION-CATG,
002800             :WS-SN-SESSION-ID,
002810             :WS-SN-END-DATE,
002820             :WS-SN-DURATION
002830     END-EXEC.
002840     EVALUATE SQLCODE
002850       WHEN 0
002860         ADD 1                         TO WS-SESSION-COUNT
002870         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
002880         PERFORM CHECK-CATEGORY-BREAK-PARA
002890         PERFORM GET-REVENUE-PARA
002900         PERFORM GET-INSTRUCTOR-COST-PARA
002910         PERFORM GET-OTHER-COSTS-PARA
002920         PERFORM REPORT-ONE-SESSION-PARA
002930         MOVE WS-SAVED-SQLCODE         TO SQLCODE
002940       WHEN 100
002950         CONTINUE
002960       WHEN OTHER
002970         MOVE 'FETCH '                 TO EL-ERROR-ACTION
002980         MOVE 'PNL-SESSIONS'           TO EL-ERROR-DB2-OBJECT
002990         PERFORM CHECK-SQLCODE-PARA
003000         PERFORM EXIT-PARA
003010     END-EVALUATE.

003020 CHECK-CATEGORY-BREAK-PARA.
003030     IF WS-SN-SESSION-CATG NOT = WS-PREV-CATG
003040        OR WS-FIRST-CATG
003050       IF NOT WS-FIRST-CATG
003060         PERFORM CLOSE-CATEGORY-PARA
003070       END-IF
003080       MOVE 'N'                      TO WS-FIRST-CATG-SW
003090       MOVE WS-SN-SESSION-CATG       TO WS-PREV-CATG
003100       MOVE 0                        TO WS-CATG-SESSIONS
003110       MOVE 0                        TO WS-CATG-LOSSES
003120       INITIALIZE WS-CATG-PNL
003130       MOVE SPACES                   TO PNL-RPT-RECORD
003140       WRITE PNL-RPT-RECORD
003150       MOVE WS-SN-SESSION-CATG       TO WS-CT-CATG
003160       WRITE PNL-RPT-RECORD          FROM WS-CATG-LINE
003170       WRITE PNL-RPT-RECORD          FROM WS-COL-LINE
003180     END-IF.

003190*    WHAT THE SESSION SOLD AND WHAT CAME IN AGAINST IT. A CLOSED
003192*    SESSION ('C') SELLS ITS FLAT FEE PLUS THE OVERAGE ON ACTIVE
003194*    HEADS ABOVE CONTRACT - THE BASIS CPREVSCH RECOGNIZES - AS
003196*    ITS SEATS ARE PRICED AT ZERO.
003200 GET-REVENUE-PARA.
003210     EXEC SQL
003212       SELECT CASE WHEN S.SESSION_TYPE = 'C'
003214              THEN COALESCE(S.FLAT_FEE, 0)
003216                 + CASE WHEN S.CONTRACT_HEADCOUNT IS NULL
003218                        THEN 0
003220                        ELSE MAX((SELECT COUNT(*)
003222                              FROM DBODEVP.REGISTRATION A
003224                             WHERE A.SESSION_CATG =
003226                                   S.SESSION_CATG
003228                               AND A.SESSION_ID   =
003230                                   S.SESSION_ID
003232                               AND A.REG_STATUS   = 'A')
003234                             - S.CONTRACT_HEADCOUNT, 0)
003236                           * COALESCE(S.OVERAGE_FEE, 0)
003238                   END
003240              ELSE (SELECT COALESCE(SUM(COALESCE(R.PRICED_FEE,
003242                                        S.SESSION_FEE, 0)), 0)
003244                      FROM DBODEVP.REGISTRATION R
003246                     WHERE R.SESSION_CATG = S.SESSION_CATG
003248                       AND R.SESSION_ID   = S.SESSION_ID
003250                       AND R.REG_STATUS   = 'A')
003252              END
003260         INTO :WS-SESSION-PNL.PNL-BILLED
003270         FROM DBODEVP.TRAINING_SESSION S
003290        WHERE S.SESSION_CATG = :WS-SN-SESSION-CATG
003300          AND S.SESSION_ID   = :WS-SN-SESSION-ID
003320     END-EXEC.
003330     IF SQLCODE NOT = 0
003340       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003350       MOVE 'TRAINING_SESSION'       TO EL-ERROR-DB2-OBJECT
003360       PERFORM CHECK-SQLCODE-PARA
003370       PERFORM EXIT-PARA
003380     END-IF.
003390     EXEC SQL
003400       SELECT COALESCE(SUM(COALESCE(BASE_AMOUNT,
003410                                    PAYMENT_AMOUNT)), 0)
003420         INTO :WS-SESSION-PNL.PNL-COLLECTED
003430         FROM DBODEVP.REGISTRATION_PAYMENT
003440        WHERE SESSION_CATG   = :WS-SN-SESSION-CATG
003450          AND SESSION_ID     = :WS-SN-SESSION-ID
003460          AND PAYMENT_METHOD NOT IN ('WO', 'CR')
003470     END-EXEC.
003480     IF SQLCODE NOT = 0
003490       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003500       MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
003510       PERFORM CHECK-SQLCODE-PARA
003520       PERFORM EXIT-PARA
003530     END-IF.

003540*    TEACHING COST THE ETROP33 WAY: PRIMARY DAYS LESS THE DAYS A
003550*    SUBSTITUTE COVERED AT THE PRIMARY RATE, THE COVERED DAYS AT
003560*    THE PRIMARY RATE, AND CO-INSTRUCTOR DAYS AT THE CO RATE.
003570 GET-INSTRUCTOR-COST-PARA.
003580     EXEC SQL
003590       SELECT COALESCE(SUM(CASE WHEN I.INSTRUCTOR_ROLE = 'P'
003600                                THEN :WS-SN-DURATION
003610                                ELSE 0 END), 0),
003620              COALESCE(SUM(CASE WHEN I.INSTRUCTOR_ROLE = 'P'
003630                                THEN 0
003640                                ELSE :WS-SN-DURATION END), 0)
003650         INTO :WS-PRIMARY-DAYS,
003660              :WS-CO-DAYS
003670         FROM DBODEVP.SESSION_INSTRUCTOR I
003680        WHERE I.SESSION_CATG = :WS-SN-SESSION-CATG
003690          AND I.SESSION_ID   = :WS-SN-SESSION-ID
003700     END-EXEC.
003710     IF SQLCODE NOT = 0
003720       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003730       MOVE 'SESSION_INSTRUCTOR'     TO EL-ERROR-DB2-OBJECT
003740       PERFORM CHECK-SQLCODE-PARA
003750       PERFORM EXIT-PARA
003760     END-IF.
003770     EXEC SQL
003780       SELECT COUNT(*)
003790         INTO :WS-SUB-DAYS
003800         FROM DBODEVP.SESSION_SCHEDULE
003810        WHERE SESSION_CATG   = :WS-SN-SESSION-CATG
003820          AND SESSION_ID     = :WS-SN-SESSION-ID
003830          AND SUBSTITUTE_ENO IS NOT NULL
003840     END-EXEC.
003850     IF SQLCODE NOT = 0
003860       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003870       MOVE 'SESSION_SCHEDULE'       TO EL-ERROR-DB2-OBJECT
003880       PERFORM CHECK-SQLCODE-PARA
003890       PERFORM EXIT-PARA
003900     END-IF.
003910     COMPUTE WS-NET-PRIMARY-DAYS = WS-PRIMARY-DAYS - WS-SUB-DAYS.
003920     IF WS-NET-PRIMARY-DAYS < 0
003930       MOVE 0                        TO WS-NET-PRIMARY-DAYS
003940     END-IF.
003950     COMPUTE PNL-INSTRUCTOR OF WS-SESSION-PNL =
003960             (WS-NET-PRIMARY-DAYS + WS-SUB-DAYS)
003970                                  * DYR-DAY-RATE-PRIMARY
003980           + WS-CO-DAYS          * DYR-DAY-RATE-CO.

003990*    APPROVED EXPENSE CLAIMS, REFUND DECISIONS AND WRITE-OFFS.
004000 GET-OTHER-COSTS-PARA.
004010     EXEC SQL
004020       SELECT COALESCE(SUM(EXPENSE_AMOUNT), 0)
004030         INTO :WS-SESSION-PNL.PNL-EXPENSES
004040         FROM DBODEVP.INSTRUCTOR_EXPENSE
004050        WHERE SESSION_CATG = :WS-SN-SESSION-CATG
004060          AND SESSION_ID   = :WS-SN-SESSION-ID
004070          AND APPROVED_SW  = 'Y'
004080     END-EXEC.
004090     IF SQLCODE NOT = 0
004100       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004110       MOVE 'INSTRUCTOR_EXPENSE'     TO EL-ERROR-DB2-OBJECT
004120       PERFORM CHECK-SQLCODE-PARA
004130       PERFORM EXIT-PARA
004140     END-IF.
004150     EXEC SQL
004160       SELECT COALESCE(SUM(REFUND_AMOUNT), 0)
004170         INTO :WS-SESSION-PNL.PNL-REFUNDS
004180         FROM DBODEVP.REGISTRATION_REFUND
004190        WHERE SESSION_CATG = :WS-SN-SESSION-CATG
004200          AND SESSION_ID   = :WS-SN-SESSION-ID
004210     END-EXEC.
004220     IF SQLCODE NOT = 0
004230       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004240       MOVE 'REGISTRATION_REFUND'    TO EL-ERROR-DB2-OBJECT
004250       PERFORM CHECK-SQLCODE-PARA
004260       PERFORM EXIT-PARA
004270     END-IF.
004280     EXEC SQL
004290       SELECT COALESCE(SUM(WRITEOFF_AMOUNT), 0)
004300         INTO :WS-SESSION-PNL.PNL-WRITEOFFS
004310         FROM DBODEVP.REGISTRATION_WRITEOFF
004320        WHERE SESSION_CATG = :WS-SN-SESSION-CATG
004330          AND SESSION_ID   = :WS-SN-SESSION-ID
004340     END-EXEC.
004350     IF SQLCODE NOT = 0
004360       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004370       MOVE 'REGISTRATION_WRITEOFF'  TO EL-ERROR-DB2-OBJECT
004380       PERFORM CHECK-SQLCODE-PARA
004390       PERFORM EXIT-PARA
004400     END-IF.

004410 REPORT-ONE-SESSION-PARA.
004420     COMPUTE PNL-MARGIN OF WS-SESSION-PNL =
004430             PNL-BILLED     OF WS-SESSION-PNL
004440           - PNL-REFUNDS    OF WS-SESSION-PNL
004450           - PNL-WRITEOFFS  OF WS-SESSION-PNL
004460           - PNL-INSTRUCTOR OF WS-SESSION-PNL
004470           - PNL-EXPENSES   OF WS-SESSION-PNL.
004480     ADD CORRESPONDING WS-SESSION-PNL TO WS-CATG-PNL.
004490     ADD 1                           TO WS-CATG-SESSIONS.
004500     MOVE SPACES                     TO WS-DT-FLAG.
004510     IF PNL-MARGIN OF WS-SESSION-PNL < 0
004520       MOVE 'LOSS'                   TO WS-DT-FLAG
004530       ADD 1                         TO WS-LOSS-COUNT
004540       ADD 1                         TO WS-CATG-LOSSES
004550     END-IF.
004560     MOVE WS-SN-SESSION-CATG         TO WS-DT-CATG.
004570     MOVE '/'                        TO WS-DT-SLASH.
004580     MOVE WS-SN-SESSION-ID           TO WS-DT-SESSION-ID.
004590     MOVE WS-SESSION-PNL             TO WS-PRINT-PNL.
004600     PERFORM WRITE-PNL-LINE-PARA.

004610*    THE CATEGORY SUBTOTAL, FLAGGED LIKE A SESSION WHEN THE
004620*    CATEGORY AS A WHOLE LOST MONEY.
004630 CLOSE-CATEGORY-PARA.
004640     ADD CORRESPONDING WS-CATG-PNL   TO WS-RUN-PNL.
004650     MOVE SPACES                     TO WS-DT-LABEL.
004660     MOVE 'CATG TOTAL'               TO WS-DT-LABEL.
004670     MOVE SPACES                     TO WS-DT-FLAG.
004680     IF PNL-MARGIN OF WS-CATG-PNL < 0
004690       MOVE 'LOSS'                   TO WS-DT-FLAG
004700     END-IF.
004710     MOVE WS-CATG-PNL                TO WS-PRINT-PNL.
004720     PERFORM WRITE-PNL-LINE-PARA.
004730     MOVE WS-CATG-SESSIONS           TO WS-LS-SESSIONS.
004740     MOVE WS-CATG-LOSSES             TO WS-LS-LOSSES.
004750     WRITE PNL-RPT-RECORD            FROM WS-LOSS-LINE.

004760******************************************************************
004770* One Line Of Figures - SESSION, CATEGORY OR RUN                 *
004780******************************************************************
004790 WRITE-PNL-LINE-PARA.
004800     MOVE PNL-BILLED OF WS-PRINT-PNL TO EA-AMOUNT.
004810     PERFORM EDIT-AMOUNT-PARA.
004820     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-BILLED.
004830     MOVE PNL-COLLECTED OF WS-PRINT-PNL TO EA-AMOUNT.
004840     PERFORM EDIT-AMOUNT-PARA.
004850     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-COLLECTED.
004860     MOVE PNL-INSTRUCTOR OF WS-PRINT-PNL TO EA-AMOUNT.
004870     PERFORM EDIT-AMOUNT-PARA.
004880     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-INSTRUCTOR.
004890     MOVE PNL-EXPENSES OF WS-PRINT-PNL TO EA-AMOUNT.
004900     PERFORM EDIT-AMOUNT-PARA.
004910     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-EXPENSES.
004920     MOVE PNL-REFUNDS OF WS-PRINT-PNL TO EA-AMOUNT.
004930     PERFORM EDIT-AMOUNT-PARA.
004940     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-REFUNDS.
004950     MOVE PNL-WRITEOFFS OF WS-PRINT-PNL TO EA-AMOUNT.
004960     PERFORM EDIT-AMOUNT-PARA.
004970     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-WRITEOFFS.
004980*    A LOSS PRINTS WITH A TRAILING CR SO IT STANDS OUT.
004990     MOVE PNL-MARGIN OF WS-PRINT-PNL TO EA-AMOUNT.
005000     PERFORM EDIT-AMOUNT-PARA.
005010     MOVE EA-EDITED-AMOUNT-CR        TO WS-DT-MARGIN.
005080     WRITE PNL-RPT-RECORD            FROM WS-DET-LINE.

005090******************************************************************
005100* End-Of-Run Totals                                              *
005110******************************************************************
005120 WRITE-TOTALS-PARA.
005130     MOVE SPACES                     TO PNL-RPT-RECORD.
005140     WRITE PNL-RPT-RECORD.
005150     MOVE SPACES                     TO WS-DT-LABEL.
005160     MOVE 'RUN TOTAL'                TO WS-DT-LABEL.
005170     MOVE SPACES                     TO WS-DT-FLAG.
005180     IF PNL-MARGIN OF WS-RUN-PNL < 0
005190       MOVE 'LOSS'                   TO WS-DT-FLAG
005200     END-IF.
005210     MOVE WS-RUN-PNL                 TO WS-PRINT-PNL.
005220     PERFORM WRITE-PNL-LINE-PARA.
005230     MOVE SPACES                     TO PNL-RPT-RECORD.
005240     WRITE PNL-RPT-RECORD.
005250     MOVE 'SESSIONS REPORTED        :' TO WS-CN-LABEL.
005260     MOVE WS-SESSION-COUNT           TO WS-CN-COUNT.
005270     WRITE PNL-RPT-RECORD            FROM WS-CNT-LINE.
005280     MOVE 'SESSIONS AT A LOSS       :' TO WS-CN-LABEL.
005290     MOVE WS-LOSS-COUNT              TO WS-CN-COUNT.
005300     WRITE PNL-RPT-RECORD            FROM WS-CNT-LINE.

005310******************************************************************
005320* Amount Edit                                                    *
005330******************************************************************
005340     EXEC SQL
005350       INCLUDE CPAMTEDT
005360     END-EXEC.

005370******************************************************************
005380* Error Logging                                                  *
005390******************************************************************
005400     EXEC SQL
005410       INCLUDE CPERRBAT
005420     END-EXEC.

005430 EXIT-PARA.
005440     MOVE 'F'                        TO JRL-RUN-STATUS.
005450     MOVE WS-SESSION-COUNT           TO JRL-ROWS-READ.
005460     PERFORM LOG-JOB-END-PARA.
005470     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
005480     GOBACK.

005490******************************************************************
005500* Run Registry                                                   *
005510******************************************************************
005520     EXEC SQL
005530       INCLUDE CPJOBLOG
005540     END-EXEC.
