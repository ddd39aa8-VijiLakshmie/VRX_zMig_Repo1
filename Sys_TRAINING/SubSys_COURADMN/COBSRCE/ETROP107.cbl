000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP107.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  MONTH-END BOOKING-PARTNER COMMISSION RUN.                     *
000090*  A SEAT BOOKED THROUGH A TRAINING BROKER OR RESELLER CARRIES   *
000100*  THE PARTNER'S CODE ON REGISTRATION.PARTNER_CODE (DCLPARTN).   *
000110*  FOR THE PRIOR ACCOUNTING PERIOD THIS JOB:                     *
000120*    1. CLEARS ANY ROWS AN EARLIER RUN OF THE SAME OPEN PERIOD   *
000130*       WROTE TO PARTNER_COMMISSION (DCLPTNCM), SO A RERUN       *
000140*       REPLACES THEM                                            *
000150*    2. EARNS COMMISSION ON EVERY ACTIVE PARTNER SEAT NOT YET    *
000160*       EARNED THAT WAS PAID IN FULL BY THE MONTH END (OR DRAWN  *
000170*       DOWN AGAINST A PREPAID CONTRACT) AND HAS NOTHING         *
000180*       REFUNDED OR CREDITED - AT THE PARTNER'S RATE FOR THE     *
000190*       SESSION CATEGORY, ELSE ITS '**' DEFAULT RATE (DCLPTNRT). *
000200*       A SEAT WITH NO RATE ON FILE EARNS NOTHING AND IS LISTED  *
000210*    3. CLAWS BACK, AT THE ORIGINAL RATE, THE SHARE OF AN EARNED *
000220*       COMMISSION MATCHING WHAT HAS SINCE BEEN REFUNDED (PAID   *
000230*       REFUNDS) OR CREDITED (CREDIT NOTES) ON THE SEAT          *
000240*    4. PRINTS ONE STATEMENT PER PARTNER ON PTNSTMT, EACH ON A   *
000250*       NEW PAGE, WITH THE NET PAYABLE (OR RECOVERABLE)          *
000260*  THE MONTH'S NET COMMISSION IS JOURNALLED BY THE ETROP49 GL    *
000270*  FEED (DR 61300000 COMMISSION EXPENSE, CR 21400000 PARTNER     *
000280*  COMMISSION PAYABLE) - SO THIS JOB RUNS FIRST.                 *
000290******************************************************************

000300 ENVIRONMENT DIVISION.

000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. Z900.
000330 OBJECT-COMPUTER. Z900.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PTNSTMT-RPT-FILE ASSIGN TO PTNSTMT
000370            ORGANIZATION  IS LINE SEQUENTIAL.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PTNSTMT-RPT-FILE
000410     RECORD CONTAINS 132 CHARACTERS.
000420 01  PTNSTMT-RPT-RECORD              PIC X(132).

000430 WORKING-STORAGE SECTION.

000440 01 WS-BEGIN                          PIC  X(36) VALUE
000450     'ETROP107 WORKING STORAGE STARTS HERE'.

000460******************************************************************
000470*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000480******************************************************************
000490 01 WS-VARIABLES.
000500    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000510       88 WS-NO-ERROR                            VALUE SPACES.
000520       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000530       88 WS-FATAL-ERROR                         VALUE 'F'.
000540    05 WS-GL-PERIOD                    PIC X(07).
000550    05 WS-PERIOD-YEAR                  PIC S9(4) USAGE COMP.
000560    05 WS-PERIOD-MONTH                 PIC S9(4) USAGE COMP.
000570    05 WS-FROM-DATE                    PIC X(10).
000580    05 WS-TO-DATE                      PIC X(10).
000590    05 WS-RUN-DTS                      PIC X(26).
000600    05 WS-CLEARED-COUNT                PIC S9(9) COMP VALUE 0.
000610    05 WS-SEAT-COUNT                   PIC S9(9) COMP VALUE 0.
000620    05 WS-NOT-PAID-COUNT               PIC S9(9) COMP VALUE 0.
000630    05 WS-NO-RATE-COUNT                PIC S9(9) COMP VALUE 0.
000640    05 WS-EARNED-COUNT                 PIC S9(9) COMP VALUE 0.
000650    05 WS-EARNED-READ-COUNT            PIC S9(9) COMP VALUE 0.
000660    05 WS-CLAWED-COUNT                 PIC S9(9) COMP VALUE 0.
000670    05 WS-PARTNER-COUNT                PIC S9(9) COMP VALUE 0.
000680    05 WS-ROWS-READ                    PIC S9(9) COMP VALUE 0.
000690    05 WS-ROWS-WRITTEN                 PIC S9(9) COMP VALUE 0.
000700    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000710    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000720    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
000730    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
000740    05 WS-SECTION-TITLE                PIC X(60).
000750    05 WS-COLUMN-HEADING               PIC X(132).
000760    05 WS-PRINT-LINE                   PIC X(132).

000770******************************************************************
000780*  ONE PARTNER SEAT AS FETCHED - A CANDIDATE TO EARN, OR AN      *
000790*  EARNED SEAT BEING CHECKED FOR A CLAW-BACK.                    *
000800******************************************************************
000810 01 WS-SEAT.
000820    05 WS-ST-PARTNER-CODE              PIC X(08).
000830    05 WS-ST-SESSION-CATG              PIC X(02).
000840    05 WS-ST-SESSION-ID                PIC S9(9) USAGE COMP.
000850    05 WS-ST-EMAIL-ADDR.
000860       49 WS-ST-EMAIL-ADDR-LEN         PIC S9(4) USAGE COMP.
000870       49 WS-ST-EMAIL-ADDR-TEXT        PIC X(120).
000880    05 WS-ST-FEE                       PIC S9(7)V99 COMP-3.
000890    05 WS-ST-PAID                      PIC S9(7)V99 COMP-3.
000900    05 WS-ST-RETURNED                  PIC S9(7)V99 COMP-3.
000910    05 WS-ST-BASE                      PIC S9(7)V99 COMP-3.
000920    05 WS-ST-COMMISSION                PIC S9(7)V99 COMP-3.

000930******************************************************************
000940*  STATEMENT CONTROL BREAK AND TOTALS                            *
000950******************************************************************
000960 01 WS-STATEMENT.
000970    05 WS-PREV-PARTNER-CODE            PIC X(08) VALUE SPACES.
000980    05 WS-PS-EARNED                    PIC S9(9)V99 COMP-3.
000990    05 WS-PS-CLAWED                    PIC S9(9)V99 COMP-3.
001000    05 WS-PS-NET                       PIC S9(9)V99 COMP-3.
001010    05 WS-GT-EARNED                    PIC S9(9)V99 COMP-3.
001020    05 WS-GT-CLAWED                    PIC S9(9)V99 COMP-3.
001030    05 WS-GT-NET                       PIC S9(9)V99 COMP-3.
001040 01 WS-PARTNER-TITLE.
001050    05 FILLER                          PIC X(08) VALUE 'PARTNER '.
001060    05 WS-PT-PARTNER-CODE              PIC X(08).
001070    05 FILLER                          PIC X(03) VALUE ' - '.
001080    05 WS-PT-PARTNER-NAME              PIC X(41).

001090******************************************************************
001100*  STATEMENT REPORT LINE LAYOUTS                                 *
001110******************************************************************
001120 01 WS-RPT-HEADING-1.
001130    05 FILLER                         PIC X(20) VALUE SPACES.
001140    05 FILLER                         PIC X(50) VALUE
001150       'BOOKING PARTNER COMMISSION STATEMENT'.
001160    05 FILLER                         PIC X(10) VALUE SPACES.
001170    05 FILLER                         PIC X(05) VALUE 'PAGE '.
001180    05 WS-RPT-PAGE-NO                 PIC ZZZ9.
001190 01 WS-RPT-HEADING-2.
001200    05 FILLER                         PIC X(07) VALUE 'PERIOD '.
001210    05 WS-RPT-PERIOD                  PIC X(07).
001220    05 FILLER                         PIC X(04) VALUE SPACES.
001230    05 WS-RPT-SECTION-TITLE           PIC X(60).
001240 01 WS-RPT-HEADING-3.
001250    05 FILLER                         PIC X(36) VALUE
001260       'COMMISSION PAYABLE = GL 21400000   '.
001270    05 FILLER                         PIC X(36) VALUE
001280       'COMMISSION EXPENSE = GL 61300000   '.
001290    05 FILLER                         PIC X(20) VALUE
001300       'BASE GBP'.
001310 01 WS-RPT-ENTRY-HEADING.
001320    05 FILLER                         PIC X(11) VALUE 'ENTRY'.
001330    05 FILLER                         PIC X(14) VALUE
001340       'CATG   SESSION'.
001350    05 FILLER                         PIC X(53) VALUE
001360       '  REGISTRANT'.
001370    05 FILLER                         PIC X(12) VALUE
001380       '   SEAT BASE'.
001390    05 FILLER                         PIC X(08) VALUE
001400       '  RATE %'.
001410    05 FILLER                         PIC X(12) VALUE
001420       '  COMMISSION'.
001430 01 WS-RPT-ENTRY-LINE.
001440    05 WS-RPT-EN-TYPE                 PIC X(10).
001450    05 FILLER                         PIC X(01) VALUE SPACES.
001460    05 WS-RPT-EN-CATG                 PIC X(02).
001470    05 FILLER                         PIC X(03) VALUE SPACES.
001480    05 WS-RPT-EN-SESSION-ID           PIC Z(8)9.
001490    05 FILLER                         PIC X(02) VALUE SPACES.
001500    05 WS-RPT-EN-EMAIL                PIC X(50).
001510    05 FILLER                         PIC X(01) VALUE SPACES.
001520    05 WS-RPT-EN-BASE                 PIC -ZZZ,ZZ9.99.
001530    05 FILLER                         PIC X(02) VALUE SPACES.
001540    05 WS-RPT-EN-PCT                  PIC ZZ9.99.
001550    05 FILLER                         PIC X(02) VALUE SPACES.
001560    05 WS-RPT-EN-COMMISSION           PIC -ZZZ,ZZ9.99.
001570 01 WS-RPT-NO-RATE-HEADING.
001580    05 FILLER                         PIC X(11) VALUE 'PARTNER'.
001590    05 FILLER                         PIC X(14) VALUE
001600       'CATG   SESSION'.
001610    05 FILLER                         PIC X(53) VALUE
001620       '  REGISTRANT'.
001630    05 FILLER                         PIC X(12) VALUE
001640       '   SEAT BASE'.
001650 01 WS-RPT-NO-RATE-LINE.
001660    05 WS-RPT-NR-PARTNER-CODE         PIC X(10).
001670    05 FILLER                         PIC X(01) VALUE SPACES.
001680    05 WS-RPT-NR-CATG                 PIC X(02).
001690    05 FILLER                         PIC X(03) VALUE SPACES.
001700    05 WS-RPT-NR-SESSION-ID           PIC Z(8)9.
001710    05 FILLER                         PIC X(02) VALUE SPACES.
001720    05 WS-RPT-NR-EMAIL                PIC X(50).
001730    05 FILLER                         PIC X(01) VALUE SPACES.
001740    05 WS-RPT-NR-BASE                 PIC -ZZZ,ZZ9.99.
001750 01 WS-RPT-NONE-LINE.
001760    05 FILLER                         PIC X(04) VALUE SPACES.
001770    05 WS-RPT-NONE-TEXT               PIC X(80).
001780 01 WS-RPT-AMOUNT-LINE.
001790    05 WS-RPT-AM-LABEL                PIC X(40).
001800    05 WS-RPT-AM-VALUE                PIC -ZZ,ZZZ,ZZ9.99.
001810 01 WS-RPT-COUNT-LINE.
001820    05 WS-RPT-CN-LABEL                PIC X(40).
001830    05 WS-RPT-CN-VALUE                PIC ZZZ,ZZZ,ZZ9.

001840******************************************************************
001850* Copybook Includes.                                             *
001860******************************************************************
001870     EXEC SQL
001880       INCLUDE CWERRLOG
001890     END-EXEC.

001900*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001910     EXEC SQL
001920       INCLUDE CWJOBLOG
001930     END-EXEC.

001940*    PERIOD CLOSE-STATUS CHECK FIELDS - SEE CWPERCL.
001950     EXEC SQL
001960       INCLUDE CWPERCL
001970     END-EXEC.
001972*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
001974     EXEC SQL
001976       INCLUDE CWFISPER
001978     END-EXEC.

001980******************************************************************
001990*                     DB2 SECTION                                *
002000******************************************************************
002010     EXEC SQL
002020       INCLUDE SQLCA
002030     END-EXEC.

002040     EXEC SQL
002050       INCLUDE DCLPARTN
002060     END-EXEC.

002070     EXEC SQL
002080       INCLUDE DCLPTNRT
002090     END-EXEC.

002100     EXEC SQL
002110       INCLUDE DCLPTNCM
002120     END-EXEC.

002130******************************************************************
002140*  CURSOR DECLARATIONS.                                          *
002150*  A SEAT IS A CANDIDATE ONCE IT IS ACTIVE, CARRIES A PARTNER,   *
002160*  HAS NO REFUND DECISION OR CREDIT NOTE AGAINST IT AND HAS NOT  *
002170*  EARNED BEFORE. PAID TO DATE IS THE CASH RECEIVED BY MONTH END *
002180*  - METHOD-'WO' ROWS ARE WRITE-OFFS, NOT MONEY - OR THE WHOLE   *
002190*  FEE WHEN THE SEAT WAS DRAWN DOWN AGAINST A PREPAID CONTRACT.  *
002200*  A SEAT BOOKED AFTER THE MONTH END WAITS FOR NEXT MONTH.       *
002210******************************************************************
002220     EXEC SQL DECLARE EARN-CSR CURSOR
002230      FOR
002240      SELECT R.PARTNER_CODE, R.SESSION_CATG, R.SESSION_ID,
002250             R.EMAIL_ADDR, COALESCE(R.PRICED_FEE, 0),
002260             CASE
002270               WHEN R.CONTRACT_ID IS NOT NULL
002280                 THEN COALESCE(R.PRICED_FEE, 0)
002290               ELSE
002300                    (SELECT COALESCE(SUM(COALESCE(P.BASE_AMOUNT,
002310                                         P.PAYMENT_AMOUNT)), 0)
002320                       FROM DBODEVP.REGISTRATION_PAYMENT P
002330                      WHERE P.SESSION_CATG   = R.SESSION_CATG
002340                        AND P.SESSION_ID     = R.SESSION_ID
002350                        AND P.EMAIL_ADDR     = R.EMAIL_ADDR
002360                        AND P.PAYMENT_METHOD NOT = 'WO'
002370                        AND P.PAYMENT_DATE  <= :WS-TO-DATE)
002380             END
002390        FROM DBODEVP.REGISTRATION R
002400       WHERE R.PARTNER_CODE IS NOT NULL
002410         AND R.REG_STATUS    = 'A'
002420         AND R.REG_DATE     <= :WS-TO-DATE
002430         AND NOT EXISTS
002440             (SELECT 1
002450                FROM DBODEVP.REGISTRATION_REFUND F
002460               WHERE F.SESSION_CATG = R.SESSION_CATG
002470                 AND F.SESSION_ID   = R.SESSION_ID
002480                 AND F.EMAIL_ADDR   = R.EMAIL_ADDR)
002490         AND NOT EXISTS
002500             (SELECT 1
002510                FROM DBODEVP.CREDIT_NOTE N
002520               WHERE N.SESSION_CATG = R.SESSION_CATG
002530                 AND N.SESSION_ID   = R.SESSION_ID
002540                 AND N.EMAIL_ADDR   = R.EMAIL_ADDR)
002550         AND NOT EXISTS
002560             (SELECT 1
002570                FROM DBODEVP.PARTNER_COMMISSION C
002580               WHERE C.SESSION_CATG = R.SESSION_CATG
002590                 AND C.SESSION_ID   = R.SESSION_ID
002600                 AND C.EMAIL_ADDR   = R.EMAIL_ADDR
002610                 AND C.ENTRY_TYPE   = 'C')
002620       ORDER BY 1, 2, 3, 4
002630     END-EXEC.

002640*    AN EARNED SEAT NOT YET CLAWED BACK, WITH WHAT HAS GONE
002650*    BACK TO THE CUSTOMER BY MONTH END - A PAID REFUND OR A
002660*    CREDIT NOTE. AN INVOICED SEAT'S REFUND IS SETTLED BY THE
002670*    CREDIT NOTE, NEVER REACHING 'P', SO THE TWO ARE NOT
002680*    COUNTED TWICE.
002690     EXEC SQL DECLARE CLAW-CSR CURSOR
002700      FOR
002710      SELECT C.PARTNER_CODE, C.SESSION_CATG, C.SESSION_ID,
002720             C.EMAIL_ADDR, C.BASE_AMOUNT, C.COMMISSION_PCT,
002730             C.COMMISSION_AMOUNT,
002740             (SELECT COALESCE(SUM(F.REFUND_AMOUNT), 0)
002750                FROM DBODEVP.REGISTRATION_REFUND F
002760               WHERE F.SESSION_CATG  = C.SESSION_CATG
002770                 AND F.SESSION_ID    = C.SESSION_ID
002780                 AND F.EMAIL_ADDR    = C.EMAIL_ADDR
002790                 AND F.REFUND_STATUS = 'P'
002800                 AND F.PAID_DATE    <= :WS-TO-DATE)
002810           + (SELECT COALESCE(SUM(N.CREDIT_AMOUNT), 0)
002820                FROM DBODEVP.CREDIT_NOTE N
002830               WHERE N.SESSION_CATG  = C.SESSION_CATG
002840                 AND N.SESSION_ID    = C.SESSION_ID
002850                 AND N.EMAIL_ADDR    = C.EMAIL_ADDR
002860                 AND DATE(N.DTS)    <= :WS-TO-DATE)
002870        FROM DBODEVP.PARTNER_COMMISSION C
002880       WHERE C.ENTRY_TYPE = 'C'
002890         AND NOT EXISTS
002900             (SELECT 1
002910                FROM DBODEVP.PARTNER_COMMISSION B
002920               WHERE B.SESSION_CATG = C.SESSION_CATG
002930                 AND B.SESSION_ID   = C.SESSION_ID
002940                 AND B.EMAIL_ADDR   = C.EMAIL_ADDR
002950                 AND B.ENTRY_TYPE   = 'B')
002960       ORDER BY 1, 2, 3, 4
002970     END-EXEC.

002980*    THE MONTH'S LEDGER ROWS, PARTNER BY PARTNER - EARNINGS FIRST.
002990     EXEC SQL DECLARE STATEMENT-CSR CURSOR
003000      FOR
003010      SELECT C.PARTNER_CODE, COALESCE(P.PARTNER_NAME, ' '),
003020             C.ENTRY_TYPE, C.SESSION_CATG, C.SESSION_ID,
003030             C.EMAIL_ADDR, C.BASE_AMOUNT, C.COMMISSION_PCT,
003040             C.COMMISSION_AMOUNT
003050        FROM DBODEVP.PARTNER_COMMISSION C
003060        LEFT OUTER JOIN DBODEVP.PARTNER P
003070          ON P.PARTNER_CODE = C.PARTNER_CODE
003080       WHERE C.PERIOD_YEAR  = :WS-PERIOD-YEAR
003090         AND C.PERIOD_MONTH = :WS-PERIOD-MONTH
003100       ORDER BY C.PARTNER_CODE, C.ENTRY_TYPE DESC,
003110                C.SESSION_CATG, C.SESSION_ID, C.EMAIL_ADDR
003120     END-EXEC.

003130 01 WS-END                             PIC X(50) VALUE
003140     'ETROP107-WORKING STORAGE SECTION ENDS HERE'.

003150 PROCEDURE DIVISION.

003160 MAIN-LOGIC-PARA.

003170     MOVE 'ETROP107'                   TO EL-ERROR-MODULE.
003180     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

003190     MOVE 'ETROP107'                   TO JRL-PROGRAM-ID.
003200     PERFORM LOG-JOB-START-PARA.

003210     PERFORM GET-PERIOD-PARA.

003220     OPEN OUTPUT PTNSTMT-RPT-FILE.
003230     PERFORM CLEAR-PERIOD-PARA.
003240     PERFORM EARN-COMMISSION-PARA.
003250     PERFORM CLAW-BACK-PARA.
003260     PERFORM STATEMENT-SECTION-PARA.
003270     PERFORM WRITE-TOTALS-PARA.
003280     CLOSE PTNSTMT-RPT-FILE.

003290     DISPLAY 'COMMISSION PERIOD     : ' WS-GL-PERIOD.
003300     DISPLAY 'PARTNER SEATS READ    : ' WS-SEAT-COUNT.
003310     DISPLAY 'COMMISSIONS EARNED    : ' WS-EARNED-COUNT.
003320     DISPLAY 'SEATS WITH NO RATE    : ' WS-NO-RATE-COUNT.
003330     DISPLAY 'CLAW-BACKS RAISED     : ' WS-CLAWED-COUNT.
003340     DISPLAY 'PARTNER STATEMENTS    : ' WS-PARTNER-COUNT.
003350     COMPUTE WS-ROWS-READ    = WS-SEAT-COUNT
003360                       + WS-EARNED-READ-COUNT.
003370     COMPUTE WS-ROWS-WRITTEN = WS-EARNED-COUNT + WS-CLAWED-COUNT.
003380     MOVE 'C'                        TO JRL-RUN-STATUS.
003390     MOVE WS-ROWS-READ               TO JRL-ROWS-READ.
003400     MOVE WS-ROWS-WRITTEN            TO JRL-ROWS-WRITTEN.
003410     PERFORM LOG-JOB-END-PARA.
003420     GOBACK.

003430******************************************************************
003440* Run Period                                                     *
003450******************************************************************
003459*    THE PRIOR ACCOUNTING PERIOD, AS ETROP49 DERIVES IT, AND ONE
003469*    RUN TIMESTAMP STAMPED ON EVERY ROW THIS RUN WRITES.
003478 GET-PERIOD-PARA.
003488     MOVE 'ETROP107'                 TO FP-PROGRAM-ID.
003497     SET FP-PREVIOUS-PERIOD          TO TRUE.
003507     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
003516     IF NOT FP-PERIOD-FOUND
003526       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
003535       PERFORM EXIT-PARA
003545     END-IF.
003554     MOVE FP-PERIOD-LABEL            TO WS-GL-PERIOD.
003564     MOVE FP-PERIOD-YEAR             TO WS-PERIOD-YEAR.
003573     MOVE FP-PERIOD-NO               TO WS-PERIOD-MONTH.
003583     MOVE FP-START-DATE              TO WS-FROM-DATE.
003592     MOVE FP-END-DATE                TO WS-TO-DATE.
003602     EXEC SQL
003611       SELECT CHAR(CURRENT TIMESTAMP)
003621         INTO :WS-RUN-DTS
003630         FROM SYSIBM.SYSDUMMY1
003640     END-EXEC.
003650     IF SQLCODE NOT = 0
003660       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003670       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
003680       PERFORM CHECK-SQLCODE-PARA
003690       PERFORM EXIT-PARA
003700     END-IF.
003710*    A CLOSED PERIOD'S COMMISSION IS WHAT THE GL WAS FED AND WHAT
003720*    THE PARTNERS WERE PAID ON - IT IS NOT RE-DERIVED AFTERWARDS.
003730     MOVE WS-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
003740     MOVE WS-PERIOD-MONTH            TO PCL-PERIOD-MONTH.
003750     PERFORM CHECK-PERIOD-CLOSE-PARA.
003760     IF PCL-PERIOD-CLOSED
003770       DISPLAY 'RUN REFUSED - ACCOUNTING PERIOD IS CLOSED'
003780       PERFORM EXIT-PARA
003790     END-IF.

003800******************************************************************
003810* Clear An Earlier Run Of The Same Month                         *
003820******************************************************************
003830*    THE SEATS THOSE ROWS COVERED ARE CANDIDATES AGAIN BELOW, SO A
003840*    RERUN PICKS UP PAYMENTS AND REFUNDS KEYED SINCE.
003850 CLEAR-PERIOD-PARA.
003860     EXEC SQL
003870       DELETE FROM DBODEVP.PARTNER_COMMISSION
003880        WHERE PERIOD_YEAR  = :WS-PERIOD-YEAR
003890          AND PERIOD_MONTH = :WS-PERIOD-MONTH
003900     END-EXEC.
003910     EVALUATE SQLCODE
003920       WHEN 0
003930         MOVE SQLERRD (3)            TO WS-CLEARED-COUNT
003940       WHEN 100
003950         CONTINUE
003960       WHEN OTHER
003970         MOVE 'DELETE'               TO EL-ERROR-ACTION
003980         MOVE 'PARTNER_COMMISSION'   TO EL-ERROR-DB2-OBJECT
003990         PERFORM CHECK-SQLCODE-PARA
004000         PERFORM EXIT-PARA
004010     END-EVALUATE.

004020******************************************************************
004030* Earn Commission On Paid Partner Seats                          *
004040******************************************************************
004050 EARN-COMMISSION-PARA.
004060     MOVE 'PARTNER SEATS WITH NO COMMISSION RATE ON FILE'
004070                                     TO WS-SECTION-TITLE.
004080     MOVE WS-RPT-NO-RATE-HEADING     TO WS-COLUMN-HEADING.
004090     MOVE 99                         TO WS-LINE-CTR.
004100     EXEC SQL
004110       OPEN EARN-CSR
004120     END-EXEC.
004130     IF SQLCODE NOT = 0
004140         MOVE 'OPEN  '               TO EL-ERROR-ACTION
004150         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
004160         PERFORM CHECK-SQLCODE-PARA
004170         PERFORM EXIT-PARA
004180     END-IF.
004190     PERFORM FETCH-EARN-PARA
004200       UNTIL SQLCODE = 100.
004210     EXEC SQL
004220       CLOSE EARN-CSR
004230     END-EXEC.
004240     IF WS-NO-RATE-COUNT = 0
004250       MOVE 'NONE - EVERY PAID PARTNER SEAT HAD A RATE'
004260                                     TO WS-RPT-NONE-TEXT
004270       MOVE WS-RPT-NONE-LINE         TO WS-PRINT-LINE
004280       PERFORM WRITE-DETAIL-PARA
004290     END-IF.

004300 FETCH-EARN-PARA.
004310     EXEC SQL
004320       FETCH EARN-CSR
004330        INTO :WS-ST-PARTNER-CODE, :WS-ST-SESSION-CATG,
004340             :WS-ST-SESSION-ID, :WS-ST-EMAIL-ADDR,
004350             :WS-ST-FEE, :WS-ST-PAID
004360     END-EXEC.
004370     EVALUATE SQLCODE
004380       WHEN 0
004390         ADD 1                       TO WS-SEAT-COUNT
004400         PERFORM EARN-ONE-SEAT-PARA
004410       WHEN 100
004420         CONTINUE
004430       WHEN OTHER
004440         MOVE 'FETCH '               TO EL-ERROR-ACTION
004450         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
004460         PERFORM CHECK-SQLCODE-PARA
004470         PERFORM EXIT-PARA
004480     END-EVALUATE.

004490*    A PRICED SEAT EARNS ON ITS FEE ONCE THE FEE IS PAID IN FULL;
004500*    AN UNPRICED SEAT EARNS ON WHATEVER WAS PAID FOR IT. A SEAT
004510*    STILL OWING IS LEFT FOR A LATER MONTH.
004520 EARN-ONE-SEAT-PARA.
004530     IF WS-ST-PAID NOT > 0
004540        OR (WS-ST-FEE > 0 AND WS-ST-PAID < WS-ST-FEE)
004550       ADD 1                         TO WS-NOT-PAID-COUNT
004560     ELSE
004570       IF WS-ST-FEE > 0
004580         MOVE WS-ST-FEE              TO WS-ST-BASE
004590       ELSE
004600         MOVE WS-ST-PAID             TO WS-ST-BASE
004610       END-IF
004620       PERFORM GET-RATE-PARA
004630       IF SQLCODE = 100
004640         PERFORM PRINT-NO-RATE-PARA
004650       ELSE
004660         COMPUTE WS-ST-COMMISSION ROUNDED =
004670                 WS-ST-BASE * PTR-COMMISSION-PCT / 100
004680         MOVE 'C'                    TO PCM-ENTRY-TYPE
004690         MOVE WS-ST-BASE             TO PCM-BASE-AMOUNT
004700         MOVE PTR-COMMISSION-PCT     TO PCM-COMMISSION-PCT
004710         MOVE WS-ST-COMMISSION       TO PCM-COMMISSION-AMOUNT
004720         PERFORM INSERT-COMMISSION-PARA
004730         ADD 1                       TO WS-EARNED-COUNT
004740       END-IF
004750     END-IF.

004760*    THE CATEGORY'S OWN RATE WINS OVER THE PARTNER'S '**' DEFAULT.
004770*    AN INACTIVE PARTNER IS STILL PAID ON SEATS IT ALREADY BOOKED.
004780 GET-RATE-PARA.
004790     EXEC SQL
004800       SELECT COMMISSION_PCT
004810         INTO :PTR-COMMISSION-PCT
004820         FROM DBODEVP.PARTNER_RATE
004830        WHERE PARTNER_CODE = :WS-ST-PARTNER-CODE
004840          AND SESSION_CATG IN (:WS-ST-SESSION-CATG, '**')
004850        ORDER BY CASE WHEN SESSION_CATG = '**' THEN 1 ELSE 0 END
004860        FETCH FIRST 1 ROW ONLY
004870     END-EXEC.
004880     EVALUATE SQLCODE
004890       WHEN 0
004900         CONTINUE
004910       WHEN 100
004920         CONTINUE
004930       WHEN OTHER
004940         MOVE 'SELECT'               TO EL-ERROR-ACTION
004950         MOVE 'PARTNER_RATE'         TO EL-ERROR-DB2-OBJECT
004960         PERFORM CHECK-SQLCODE-PARA
004970         PERFORM EXIT-PARA
004980     END-EVALUATE.

004990*    THE SEAT EARNS NOTHING THIS MONTH BUT STAYS A CANDIDATE, SO
005000*    IT EARNS ON THE FIRST RUN AFTER A RATE IS SET UP.
005010 PRINT-NO-RATE-PARA.
005020     ADD 1                           TO WS-NO-RATE-COUNT.
005030     MOVE WS-ST-PARTNER-CODE         TO WS-RPT-NR-PARTNER-CODE.
005040     MOVE WS-ST-SESSION-CATG         TO WS-RPT-NR-CATG.
005050     MOVE WS-ST-SESSION-ID           TO WS-RPT-NR-SESSION-ID.
005060     MOVE WS-ST-EMAIL-ADDR-TEXT      TO WS-RPT-NR-EMAIL.
005070     MOVE WS-ST-BASE                 TO WS-RPT-NR-BASE.
005080     MOVE WS-RPT-NO-RATE-LINE        TO WS-PRINT-LINE.
005090     PERFORM WRITE-DETAIL-PARA.

005100******************************************************************
005110* Store One Commission Ledger Row                                *
005120******************************************************************
005130 INSERT-COMMISSION-PARA.
005140     MOVE WS-PERIOD-YEAR             TO PCM-PERIOD-YEAR.
005150     MOVE WS-PERIOD-MONTH            TO PCM-PERIOD-MONTH.
005160     MOVE WS-ST-PARTNER-CODE         TO PCM-PARTNER-CODE.
005170     MOVE WS-ST-SESSION-CATG         TO PCM-SESSION-CATG.
005180     MOVE WS-ST-SESSION-ID           TO PCM-SESSION-ID.
005190     MOVE WS-ST-EMAIL-ADDR           TO PCM-EMAIL-ADDR.
005200     EXEC SQL
005210       INSERT INTO DBODEVP.PARTNER_COMMISSION
005220              ( PERIOD_YEAR, PERIOD_MONTH, PARTNER_CODE,
005230                SESSION_CATG, SESSION_ID, EMAIL_ADDR,
005240                ENTRY_TYPE, BASE_AMOUNT, COMMISSION_PCT,
005250                COMMISSION_AMOUNT, DTS )
005260       VALUES ( :PCM-PERIOD-YEAR, :PCM-PERIOD-MONTH,
005270                :PCM-PARTNER-CODE, :PCM-SESSION-CATG,
005280                :PCM-SESSION-ID, :PCM-EMAIL-ADDR,
005290                :PCM-ENTRY-TYPE, :PCM-BASE-AMOUNT,
005300                :PCM-COMMISSION-PCT, :PCM-COMMISSION-AMOUNT,
005310                :WS-RUN-DTS )
005320     END-EXEC.
005330     IF SQLCODE NOT = 0
005340         MOVE 'INSERT'               TO EL-ERROR-ACTION
005350         MOVE 'PARTNER_COMMISSION'   TO EL-ERROR-DB2-OBJECT
005360         PERFORM CHECK-SQLCODE-PARA
005370         PERFORM EXIT-PARA
005380     END-IF.

005390******************************************************************
005400* Claw Back Commission On Refunded Or Credited Seats             *
005410******************************************************************
005420 CLAW-BACK-PARA.
005430     EXEC SQL
005440       OPEN CLAW-CSR
005450     END-EXEC.
005460     IF SQLCODE NOT = 0
005470         MOVE 'OPEN  '               TO EL-ERROR-ACTION
005480         MOVE 'PARTNER_COMMISSION'   TO EL-ERROR-DB2-OBJECT
005490         PERFORM CHECK-SQLCODE-PARA
005500         PERFORM EXIT-PARA
005510     END-IF.
005520     PERFORM FETCH-CLAW-PARA
005530       UNTIL SQLCODE = 100.
005540     EXEC SQL
005550       CLOSE CLAW-CSR
005560     END-EXEC.

005570 FETCH-CLAW-PARA.
005580     EXEC SQL
005590       FETCH CLAW-CSR
005600        INTO :WS-ST-PARTNER-CODE, :WS-ST-SESSION-CATG,
005610             :WS-ST-SESSION-ID, :WS-ST-EMAIL-ADDR,
005620             :PCM-BASE-AMOUNT, :PCM-COMMISSION-PCT,
005630             :PCM-COMMISSION-AMOUNT, :WS-ST-RETURNED
005640     END-EXEC.
005650     EVALUATE SQLCODE
005660       WHEN 0
005670         ADD 1                       TO WS-EARNED-READ-COUNT
005680         IF WS-ST-RETURNED > 0
005690           PERFORM CLAW-ONE-SEAT-PARA
005700         END-IF
005710       WHEN 100
005720         CONTINUE
005730       WHEN OTHER
005740         MOVE 'FETCH '               TO EL-ERROR-ACTION
005750         MOVE 'PARTNER_COMMISSION'   TO EL-ERROR-DB2-OBJECT
005760         PERFORM CHECK-SQLCODE-PARA
005770         PERFORM EXIT-PARA
005780     END-EVALUATE.

005790*    THE SHARE CLAWED BACK IS THE SHARE OF THE SEAT BASE GIVEN
005800*    BACK, NEVER MORE THAN THE COMMISSION ORIGINALLY EARNED.
005810 CLAW-ONE-SEAT-PARA.
005820     IF WS-ST-RETURNED NOT < PCM-BASE-AMOUNT
005830       MOVE PCM-BASE-AMOUNT          TO WS-ST-BASE
005840       MOVE PCM-COMMISSION-AMOUNT    TO WS-ST-COMMISSION
005850     ELSE
005860       MOVE WS-ST-RETURNED           TO WS-ST-BASE
005870       COMPUTE WS-ST-COMMISSION ROUNDED =
005880               PCM-COMMISSION-AMOUNT * WS-ST-RETURNED
005890             / PCM-BASE-AMOUNT
005900     END-IF.
005910     MOVE 'B'                        TO PCM-ENTRY-TYPE.
005920     COMPUTE PCM-BASE-AMOUNT       = 0 - WS-ST-BASE.
005930     COMPUTE PCM-COMMISSION-AMOUNT = 0 - WS-ST-COMMISSION.
005940     PERFORM INSERT-COMMISSION-PARA.
005950     ADD 1                           TO WS-CLAWED-COUNT.

005960******************************************************************
005970* Partner Statements                                             *
005980******************************************************************
005990 STATEMENT-SECTION-PARA.
006000     INITIALIZE WS-STATEMENT.
006010     MOVE WS-RPT-ENTRY-HEADING       TO WS-COLUMN-HEADING.
006020     EXEC SQL
006030       OPEN STATEMENT-CSR
006040     END-EXEC.
006050     IF SQLCODE NOT = 0
006060         MOVE 'OPEN  '               TO EL-ERROR-ACTION
006070         MOVE 'PARTNER_COMMISSION'   TO EL-ERROR-DB2-OBJECT
006080         PERFORM CHECK-SQLCODE-PARA
006090         PERFORM EXIT-PARA
006100     END-IF.
006110     PERFORM FETCH-STATEMENT-PARA
006120       UNTIL SQLCODE = 100.
006130     EXEC SQL
006140       CLOSE STATEMENT-CSR
006150     END-EXEC.
006160     IF WS-PARTNER-COUNT = 0
006170       MOVE 'PARTNER STATEMENTS'     TO WS-SECTION-TITLE
006180       MOVE 99                       TO WS-LINE-CTR
006190       MOVE 'NO COMMISSION EARNED OR CLAWED BACK THIS PERIOD'
006200                                     TO WS-RPT-NONE-TEXT
006210       MOVE WS-RPT-NONE-LINE         TO WS-PRINT-LINE
006220       PERFORM WRITE-DETAIL-PARA
006230     ELSE
006240       PERFORM END-PARTNER-PARA
006250     END-IF.

006260 FETCH-STATEMENT-PARA.
006270     EXEC SQL
006280       FETCH STATEMENT-CSR
006290        INTO :PCM-PARTNER-CODE, :PTN-PARTNER-NAME,
006300             :PCM-ENTRY-TYPE, :PCM-SESSION-CATG,
006310             :PCM-SESSION-ID, :PCM-EMAIL-ADDR,
006320             :PCM-BASE-AMOUNT, :PCM-COMMISSION-PCT,
006330             :PCM-COMMISSION-AMOUNT
006340     END-EXEC.
006350     EVALUATE SQLCODE
006360       WHEN 0
006370         IF PCM-PARTNER-CODE NOT = WS-PREV-PARTNER-CODE
006380           IF WS-PARTNER-COUNT > 0
006390             PERFORM END-PARTNER-PARA
006400           END-IF
006410           PERFORM START-PARTNER-PARA
006420         END-IF
006430         PERFORM PRINT-ENTRY-PARA
006440       WHEN 100
006450         CONTINUE
006460       WHEN OTHER
006470         MOVE 'FETCH '               TO EL-ERROR-ACTION
006480         MOVE 'PARTNER_COMMISSION'   TO EL-ERROR-DB2-OBJECT
006490         PERFORM CHECK-SQLCODE-PARA
006500         PERFORM EXIT-PARA
006510     END-EVALUATE.

006520*    EACH PARTNER'S STATEMENT STARTS ON A PAGE OF ITS OWN SO IT
006530*    CAN BE SENT ON AS IT STANDS.
006540 START-PARTNER-PARA.
006550     ADD 1                           TO WS-PARTNER-COUNT.
006560     MOVE PCM-PARTNER-CODE           TO WS-PREV-PARTNER-CODE.
006570     MOVE PCM-PARTNER-CODE           TO WS-PT-PARTNER-CODE.
006580     MOVE PTN-PARTNER-NAME-TEXT      TO WS-PT-PARTNER-NAME.
006590     MOVE WS-PARTNER-TITLE           TO WS-SECTION-TITLE.
006600     MOVE 99                         TO WS-LINE-CTR.
006610     MOVE 0                          TO WS-PS-EARNED.
006620     MOVE 0                          TO WS-PS-CLAWED.

006630 PRINT-ENTRY-PARA.
006640     IF PCM-CLAWBACK
006650       MOVE 'CLAW-BACK'              TO WS-RPT-EN-TYPE
006660       ADD PCM-COMMISSION-AMOUNT     TO WS-PS-CLAWED
006670     ELSE
006680       MOVE 'COMMISSION'             TO WS-RPT-EN-TYPE
006690       ADD PCM-COMMISSION-AMOUNT     TO WS-PS-EARNED
006700     END-IF.
006710     MOVE PCM-SESSION-CATG           TO WS-RPT-EN-CATG.
006720     MOVE PCM-SESSION-ID             TO WS-RPT-EN-SESSION-ID.
006730     MOVE PCM-EMAIL-ADDR-TEXT        TO WS-RPT-EN-EMAIL.
006740     MOVE PCM-BASE-AMOUNT            TO WS-RPT-EN-BASE.
006750     MOVE PCM-COMMISSION-PCT         TO WS-RPT-EN-PCT.
006760     MOVE PCM-COMMISSION-AMOUNT      TO WS-RPT-EN-COMMISSION.
006770     MOVE WS-RPT-ENTRY-LINE          TO WS-PRINT-LINE.
006780     PERFORM WRITE-DETAIL-PARA.

006790*    CLAW-BACKS ARE HELD NEGATIVE, SO THE NET IS A STRAIGHT SUM. A
006800*    NET BELOW NIL IS OWED BACK BY THE PARTNER.
006810 END-PARTNER-PARA.
006820     COMPUTE WS-PS-NET = WS-PS-EARNED + WS-PS-CLAWED.
006830     ADD WS-PS-EARNED                TO WS-GT-EARNED.
006840     ADD WS-PS-CLAWED                TO WS-GT-CLAWED.
006850     ADD WS-PS-NET                   TO WS-GT-NET.
006860     MOVE SPACES                     TO WS-PRINT-LINE.
006870     PERFORM WRITE-DETAIL-PARA.
006880     MOVE 'COMMISSION EARNED               :'
006890                                     TO WS-RPT-AM-LABEL.
006900     MOVE WS-PS-EARNED               TO WS-RPT-AM-VALUE.
006910     PERFORM WRITE-AMOUNT-PARA.
006920     MOVE 'COMMISSION CLAWED BACK          :'
006930                                     TO WS-RPT-AM-LABEL.
006940     MOVE WS-PS-CLAWED               TO WS-RPT-AM-VALUE.
006950     PERFORM WRITE-AMOUNT-PARA.
006960     IF WS-PS-NET < 0
006970       MOVE 'NET RECOVERABLE FROM PARTNER    :'
006980                                     TO WS-RPT-AM-LABEL
006990       COMPUTE WS-RPT-AM-VALUE = 0 - WS-PS-NET
007000     ELSE
007010       MOVE 'NET PAYABLE TO PARTNER          :'
007020                                     TO WS-RPT-AM-LABEL
007030       MOVE WS-PS-NET                TO WS-RPT-AM-VALUE
007040     END-IF.
007050     PERFORM WRITE-AMOUNT-PARA.

007060******************************************************************
007070* Run Totals                                                     *
007080******************************************************************
007090 WRITE-TOTALS-PARA.
007100     MOVE 'RUN TOTALS - ALL PARTNERS'  TO WS-SECTION-TITLE.
007110     MOVE SPACES                     TO WS-COLUMN-HEADING.
007120     MOVE 99                         TO WS-LINE-CTR.
007130     MOVE 'COMMISSION EARNED               :'
007140                                     TO WS-RPT-AM-LABEL.
007150     MOVE WS-GT-EARNED               TO WS-RPT-AM-VALUE.
007160     PERFORM WRITE-AMOUNT-PARA.
007170     MOVE 'COMMISSION CLAWED BACK          :'
007180                                     TO WS-RPT-AM-LABEL.
007190     MOVE WS-GT-CLAWED               TO WS-RPT-AM-VALUE.
007200     PERFORM WRITE-AMOUNT-PARA.
007210     MOVE 'NET COMMISSION FOR THE GL       :'
007220                                     TO WS-RPT-AM-LABEL.
007230     MOVE WS-GT-NET                  TO WS-RPT-AM-VALUE.
007240     PERFORM WRITE-AMOUNT-PARA.
007250     MOVE SPACES                     TO WS-PRINT-LINE.
007260     PERFORM WRITE-DETAIL-PARA.
007270     MOVE 'EARLIER RUN ROWS REPLACED       :'
007280                                     TO WS-RPT-CN-LABEL.
007290     MOVE WS-CLEARED-COUNT           TO WS-RPT-CN-VALUE.
007300     PERFORM WRITE-COUNT-PARA.
007310     MOVE 'PARTNER SEATS READ              :'
007320                                     TO WS-RPT-CN-LABEL.
007330     MOVE WS-SEAT-COUNT              TO WS-RPT-CN-VALUE.
007340     PERFORM WRITE-COUNT-PARA.
007350     MOVE 'SEATS NOT YET PAID IN FULL      :'
007360                                     TO WS-RPT-CN-LABEL.
007370     MOVE WS-NOT-PAID-COUNT          TO WS-RPT-CN-VALUE.
007380     PERFORM WRITE-COUNT-PARA.
007390     MOVE 'SEATS WITH NO RATE ON FILE      :'
007400                                     TO WS-RPT-CN-LABEL.
007410     MOVE WS-NO-RATE-COUNT           TO WS-RPT-CN-VALUE.
007420     PERFORM WRITE-COUNT-PARA.
007430     MOVE 'COMMISSIONS EARNED              :'
007440                                     TO WS-RPT-CN-LABEL.
007450     MOVE WS-EARNED-COUNT            TO WS-RPT-CN-VALUE.
007460     PERFORM WRITE-COUNT-PARA.
007470     MOVE 'EARNED SEATS CHECKED FOR REFUND :'
007480                                     TO WS-RPT-CN-LABEL.
007490     MOVE WS-EARNED-READ-COUNT       TO WS-RPT-CN-VALUE.
007500     PERFORM WRITE-COUNT-PARA.
007510     MOVE 'CLAW-BACKS RAISED               :'
007520                                     TO WS-RPT-CN-LABEL.
007530     MOVE WS-CLAWED-COUNT            TO WS-RPT-CN-VALUE.
007540     PERFORM WRITE-COUNT-PARA.
007550     MOVE 'PARTNER STATEMENTS PRINTED      :'
007560                                     TO WS-RPT-CN-LABEL.
007570     MOVE WS-PARTNER-COUNT           TO WS-RPT-CN-VALUE.
007580     PERFORM WRITE-COUNT-PARA.

007590 WRITE-AMOUNT-PARA.
007600     MOVE WS-RPT-AMOUNT-LINE         TO WS-PRINT-LINE.
007610     PERFORM WRITE-DETAIL-PARA.

007620 WRITE-COUNT-PARA.
007630     MOVE WS-RPT-COUNT-LINE          TO WS-PRINT-LINE.
007640     PERFORM WRITE-DETAIL-PARA.

007650******************************************************************
007660* Shared Report Paragraphs                                       *
007670******************************************************************
007680 WRITE-HEADING-PARA.
007690     ADD 1                           TO WS-PAGE-NO.
007700     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
007710     WRITE PTNSTMT-RPT-RECORD        FROM WS-RPT-HEADING-1.
007720     MOVE WS-GL-PERIOD               TO WS-RPT-PERIOD.
007730     MOVE WS-SECTION-TITLE           TO WS-RPT-SECTION-TITLE.
007740     WRITE PTNSTMT-RPT-RECORD        FROM WS-RPT-HEADING-2.
007750     WRITE PTNSTMT-RPT-RECORD        FROM WS-RPT-HEADING-3.
007760     MOVE SPACES                     TO PTNSTMT-RPT-RECORD.
007770     WRITE PTNSTMT-RPT-RECORD.
007780     WRITE PTNSTMT-RPT-RECORD        FROM WS-COLUMN-HEADING.
007790     MOVE 5                          TO WS-LINE-CTR.

007800 WRITE-DETAIL-PARA.
007810     IF WS-LINE-CTR > WS-LINES-PER-PAGE
007820         PERFORM WRITE-HEADING-PARA
007830     END-IF.
007840     WRITE PTNSTMT-RPT-RECORD        FROM WS-PRINT-LINE.
007850     ADD 1                           TO WS-LINE-CTR.
007860     ADD 1                           TO WS-DETAIL-COUNT.

007870******************************************************************
007880* Period Close-Status Check                                      *
007890******************************************************************
007900     EXEC SQL
007910       INCLUDE CPPERCL
007920     END-EXEC.

007930******************************************************************
007940* Error Logging                                                  *
007950******************************************************************
007960     EXEC SQL
007970       INCLUDE CPERRBAT
007980     END-EXEC.

007990*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
008000*    OTHERWISE THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER
008010*    OPENED AND NEVER REACHES SQLCODE = 100.
008020 EXIT-PARA.
008030     MOVE 'F'                        TO JRL-RUN-STATUS.
008040     COMPUTE WS-ROWS-READ    = WS-SEAT-COUNT
008050                       + WS-EARNED-READ-COUNT.
008060     COMPUTE WS-ROWS-WRITTEN = WS-EARNED-COUNT + WS-CLAWED-COUNT.
008070     MOVE WS-ROWS-READ               TO JRL-ROWS-READ.
008080     MOVE WS-ROWS-WRITTEN            TO JRL-ROWS-WRITTEN.
008090     PERFORM LOG-JOB-END-PARA.
008100     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
008110     GOBACK.

008120******************************************************************
008130* Run Registry                                                   *
008140******************************************************************
008150     EXEC SQL
008160       INCLUDE CPJOBLOG
008170     END-EXEC.
