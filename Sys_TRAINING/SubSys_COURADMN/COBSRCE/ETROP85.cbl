000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP85.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  9/07/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  INTERNAL COST-CENTER RECHARGE RUN (MONTH-END).                *
000090*  INTERNAL-STAFF SIGN-UPS CARRY REGISTRATION.ENO AND EMP999     *
000100*  CARRIES THE EMPLOYEE'S EDEPT (ETRB018), BUT INTERNAL TRAINING *
000108*  WAS FREE - NO DEPARTMENT EVER SAW WHAT IT COST. FOR THE PRIOR *
000116*  ACCOUNTING PERIOD THIS JOB PRICES EVERY ACTIVE ENO            *
000124*  REGISTRATION OF A SESSION DELIVERED (SESSION_END_DATE) IN     *
000132*  THE PERIOD THAT                                               *
000140*  EITHER COMPLETED (COMPLETION_STATUS 'C') OR NEVER SHOWED      *
000150*  (NO_SHOW_SW 'Y' - ETROP84: A WASTED SEAT IS STILL A COST) AT  *
000160*  COALESCE(PRICED_FEE, SESSION_FEE), AND RECHARGES IT TO THE    *
000170*  EMPLOYEE'S DEPARTMENT:                                        *
000180*    DR DEPARTMENT COST CENTER - RECHARGE NATURAL ACCOUNT 6250   *
000190*       FOLLOWED BY THE FOUR-BYTE EDEPT (AN EMPLOYEE WITH NO     *
000200*       EDEPT ON FILE LANDS ON CENTER 0000, UNALLOCATED, FOR     *
000210*       FINANCE TO CLEAR)                                        *
000220*    CR TRAINING INCOME        - THE ETROP49 REVENUE ACCOUNT     *
000230*  ONE DEBIT LINE PER DEPARTMENT AND ONE CREDIT LINE FOR THE     *
000240*  RUN, PROVED EQUAL BEFORE THE TRAILER GOES OUT. ETROP49 NO     *
000250*  LONGER COUNTS ENO ROWS AS FEES EARNED, SO THE SAME SEAT IS    *
000260*  NEVER BOTH A RECEIVABLE AND A RECHARGE.                       *
000270*  THE PERIOD_CLOSE REGISTER GATES THE RUN THE ETROP49 WAY       *
000280*  (CPPERCL). RCHGEXT CARRIES THE GLEXT LAYOUT AND THE CWHDRTRL  *
000290*  HEADER/TRAILER (HASH = SUM OF AMOUNTS); RCHGRPT IS THE        *
000300*  PER-DEPARTMENT RECHARGE STATEMENT THE DEPARTMENT HEADS        *
000310*  RECONCILE - EVERY SEAT, ITS BASIS AND PRICE, AND THE COST-    *
000320*  CENTER DEBIT IT ROLLS INTO.                                   *
000330******************************************************************

000340 ENVIRONMENT DIVISION.

000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. Z900.
000370 OBJECT-COMPUTER. Z900.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RCHG-EXT-FILE  ASSIGN TO RCHGEXT
000410            ORGANIZATION  IS LINE SEQUENTIAL.
000420     SELECT RCHG-RPT-FILE  ASSIGN TO RCHGRPT
000430            ORGANIZATION  IS LINE SEQUENTIAL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460******************************************************************
000470*  RCHG-EXT-RECORD IS THE ETROP49 GLEXT JOURNAL LAYOUT - THE     *
000480*  LEDGER LOADS BOTH FEEDS WITH THE SAME STEP.                   *
000490******************************************************************
000500 FD  RCHG-EXT-FILE
000510     RECORD CONTAINS 80 CHARACTERS.
000520 01  RCHG-EXT-RECORD.
000530     05 GX-ACCOUNT                   PIC X(08).
000540     05 FILLER                       PIC X(02) VALUE SPACES.
000550     05 GX-DRCR                      PIC X(02).
000560     05 FILLER                       PIC X(02) VALUE SPACES.
000570     05 GX-AMOUNT                    PIC 9(11)V99.
000580     05 FILLER                       PIC X(02) VALUE SPACES.
000590     05 GX-PERIOD                    PIC X(07).
000600     05 FILLER                       PIC X(02) VALUE SPACES.
000610     05 GX-DESCRIPTION               PIC X(30).
000620     05 FILLER                       PIC X(12) VALUE SPACES.
000630 FD  RCHG-RPT-FILE
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  RCHG-RPT-RECORD                 PIC X(132).

000660 WORKING-STORAGE SECTION.

000670 01 WS-BEGIN                          PIC  X(36) VALUE
000680     'ETROP85 WORKING STORAGE STARTS HERE'.

000690******************************************************************
000700*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000710******************************************************************
000720 01 WS-VARIABLES.
000730    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000740       88 WS-NO-ERROR                            VALUE SPACES.
000750       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000760       88 WS-FATAL-ERROR                         VALUE 'F'.
000770    05 WS-GL-PERIOD                    PIC X(07).
000780    05 WS-PERIOD-YEAR                  PIC S9(4) USAGE COMP.
000790    05 WS-PERIOD-MONTH                 PIC S9(4) USAGE COMP.
000800    05 WS-SEAT-COUNT                   PIC S9(9) COMP VALUE 0.
000810    05 WS-DEPT-COUNT                   PIC S9(9) COMP VALUE 0.
000820    05 WS-DEPT-SEATS                   PIC S9(9) COMP VALUE 0.
000830    05 WS-DEPT-TOTAL                   PIC S9(11)V99 COMP-3
000840                                       VALUE 0.
000850    05 WS-RUN-TOTAL                    PIC S9(11)V99 COMP-3
000860                                       VALUE 0.
000870    05 WS-TOTAL-DR                     PIC S9(11)V99 COMP-3
000880                                       VALUE 0.
000890    05 WS-TOTAL-CR                     PIC S9(11)V99 COMP-3
000900                                       VALUE 0.
000910    05 WS-LINE-COUNT                   PIC S9(9) COMP VALUE 0.
000920    05 WS-JOURNAL-AMOUNT               PIC S9(11)V99 COMP-3.
000930    05 WS-PREV-EDEPT                   PIC X(04) VALUE SPACES.
000940    05 WS-FIRST-DEPT-SW                PIC X(01) VALUE 'Y'.
000950       88 WS-FIRST-DEPT                          VALUE 'Y'.

000960******************************************************************
000970*  THE ACCOUNT CODES THE LEDGER KNOWS US BY. THE DEPARTMENT      *
000980*  DEBIT IS THE RECHARGE NATURAL ACCOUNT WITH THE EDEPT AS ITS   *
000990*  COST-CENTER SUFFIX.                                           *
001000******************************************************************
001010 01 WS-GL-ACCOUNTS.
001020    05 WS-ACCT-DEPT-COST.
001030       10 WS-ACCT-RECHARGE-NATURAL     PIC X(04) VALUE
001040          '6250'.
001050       10 WS-ACCT-COST-CENTER          PIC X(04).
001060    05 WS-ACCT-REVENUE                 PIC X(08) VALUE
001070       '40100000'.
001080    05 WS-UNALLOCATED-CENTER           PIC X(04) VALUE
001090       '0000'.

001100******************************************************************
001110*  FETCH HOLD FIELDS FOR ONE RECHARGEABLE SEAT                   *
001120******************************************************************
001130 01 WS-SEAT.
001140    05 WS-ST-EDEPT                     PIC X(04).
001150    05 WS-ST-SESSION-CATG              PIC X(02).
001160    05 WS-ST-SESSION-ID                PIC S9(9) USAGE COMP.
001170    05 WS-ST-END-DATE                  PIC X(10).
001180    05 WS-ST-ENO                       PIC X(04).
001190    05 WS-ST-ENAME                     PIC X(20).
001200    05 WS-ST-COMPLETION                PIC X(01).
001210    05 WS-ST-NO-SHOW-SW                PIC X(01).
001220    05 WS-ST-FEE                       PIC S9(7)V99 COMP-3.

001230******************************************************************
001240*  REPORT LINE LAYOUTS                                           *
001250******************************************************************
001260 01 WS-RPT-LINES.
001270    05 WS-HDG-LINE.
001280       10 FILLER                       PIC X(40) VALUE
001290          'INTERNAL TRAINING RECHARGE STATEMENT - '.
001300       10 WS-HD-PERIOD                 PIC X(07).
001310       10 FILLER                       PIC X(85) VALUE SPACES.
001320    05 WS-DEPT-LINE.
001330       10 FILLER                       PIC X(13) VALUE
001340          'DEPARTMENT : '.
001350       10 WS-DP-EDEPT                  PIC X(04).
001360       10 FILLER                       PIC X(17) VALUE
001370          '   COST CENTER : '.
001380       10 WS-DP-ACCOUNT                PIC X(08).
001390       10 FILLER                       PIC X(02) VALUE SPACES.
001400       10 WS-DP-NOTE                   PIC X(30).
001410       10 FILLER                       PIC X(58) VALUE SPACES.
001420    05 WS-COL-LINE.
001430       10 FILLER                       PIC X(44) VALUE
001440          'SESSION       ENDED       ENO   NAME        '.
001450       10 FILLER                       PIC X(44) VALUE
001460          '            BASIS           AMOUNT          '.
001470       10 FILLER                       PIC X(44) VALUE SPACES.
001480    05 WS-DET-LINE.
001490       10 WS-DT-CATG                   PIC X(02).
001500       10 FILLER                       PIC X(01) VALUE '/'.
001510       10 WS-DT-SESSION-ID             PIC ZZZZZZZZ9.
001520       10 FILLER                       PIC X(02) VALUE SPACES.
001530       10 WS-DT-END-DATE               PIC X(10).
001540       10 FILLER                       PIC X(02) VALUE SPACES.
001550       10 WS-DT-ENO                    PIC X(04).
001560       10 FILLER                       PIC X(02) VALUE SPACES.
001570       10 WS-DT-ENAME                  PIC X(20).
001580       10 FILLER                       PIC X(02) VALUE SPACES.
001590       10 WS-DT-BASIS                  PIC X(10).
001600       10 FILLER                       PIC X(02) VALUE SPACES.
001610       10 WS-DT-AMOUNT                 PIC X(12).
001620       10 FILLER                       PIC X(54) VALUE SPACES.
001630    05 WS-SUB-LINE.
001640       10 FILLER                       PIC X(26) VALUE
001650          '  SEATS RECHARGED        :'.
001660       10 WS-SB-SEATS                  PIC ZZZ,ZZ9.
001670       10 FILLER                       PIC X(28) VALUE
001680          '   RECHARGE TO DEPARTMENT :'.
001690       10 WS-SB-AMOUNT                 PIC X(12).
001700       10 FILLER                       PIC X(59) VALUE SPACES.
001710    05 WS-JRNL-HDG-LINE.
001720       10 FILLER                       PIC X(44) VALUE
001730          'RECHARGE JOURNAL'.
001740       10 FILLER                       PIC X(88) VALUE SPACES.
001750    05 WS-JRNL-LINE.
001760       10 WS-JL-ACCOUNT                PIC X(08).
001770       10 FILLER                       PIC X(02) VALUE SPACES.
001780       10 WS-JL-DRCR                   PIC X(02).
001790       10 FILLER                       PIC X(02) VALUE SPACES.
001800       10 WS-JL-AMOUNT                 PIC X(12).
001810       10 FILLER                       PIC X(02) VALUE SPACES.
001820       10 WS-JL-DESC                   PIC X(30).
001830       10 FILLER                       PIC X(74) VALUE SPACES.
001840    05 WS-BAL-LINE.
001850       10 FILLER                       PIC X(18) VALUE
001860          'JOURNAL BALANCED: '.
001870       10 WS-BL-DR                     PIC X(12).
001880       10 FILLER                       PIC X(06) VALUE ' DR = '.
001890       10 WS-BL-CR                     PIC X(12).
001900       10 FILLER                       PIC X(84) VALUE ' CR'.
001910    05 WS-CNT-LINE.
001920       10 WS-CN-LABEL                  PIC X(30).
001930       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001940       10 FILLER                       PIC X(91) VALUE SPACES.

001950******************************************************************
001960* Copybook Includes.                                             *
001970******************************************************************
001980     EXEC SQL
001990       INCLUDE CWERRLOG
002000     END-EXEC.

002010*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002020     EXEC SQL
002030       INCLUDE CWJOBLOG
002040     END-EXEC.

002050*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
002060     EXEC SQL
002070       INCLUDE CWAMTEDT
002080     END-EXEC.

002090*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
002100     EXEC SQL
002110       INCLUDE CWHDRTRL
002120     END-EXEC.

002130*    ACCOUNTING-PERIOD CLOSE-STATUS CHECK - SEE CWPERCL.
002140     EXEC SQL
002150       INCLUDE CWPERCL
002160     END-EXEC.
002162*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
002164     EXEC SQL
002166       INCLUDE CWFISPER
002168     END-EXEC.

002170******************************************************************
002180*                     DB2 SECTION                                *
002190******************************************************************
002200     EXEC SQL
002210       INCLUDE SQLCA
002220     END-EXEC.

002230******************************************************************
002240*  RECHARGEABLE SEATS: ACTIVE ENO REGISTRATIONS, COMPLETED OR    *
002250*  NO-SHOW, OF SESSIONS DELIVERED IN THE PRIOR PERIOD,           *
002260*  IN DEPARTMENT ORDER FOR THE CONTROL BREAK.                    *
002270******************************************************************
002280     EXEC SQL DECLARE RECHARGE-SEATS CURSOR
002290      FOR
002300      SELECT COALESCE(E.EDEPT, ' '),
002310             R.SESSION_CATG, R.SESSION_ID,
002320             CHAR(S.SESSION_END_DATE, ISO),
002330             R.ENO, COALESCE(E.ENAME, ' '),
002340             COALESCE(R.COMPLETION_STATUS, ' '),
002350             COALESCE(R.NO_SHOW_SW, ' '),
002360             COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
002370        FROM DBODEVP.REGISTRATION R,
002380             DBODEVP.TRAINING_SESSION S,
002390             VIJILAK.EMP999 E
002400       WHERE S.SESSION_CATG = R.SESSION_CATG
002410         AND S.SESSION_ID   = R.SESSION_ID
002420         AND E.ENO          = R.ENO
002430         AND R.REG_STATUS   = 'A'
002440         AND (R.COMPLETION_STATUS = 'C'
002450              OR R.NO_SHOW_SW     = 'Y')
002460         AND S.SESSION_END_DATE IS NOT NULL
002470         AND S.SESSION_END_DATE
002490             BETWEEN :FP-START-DATE AND :FP-END-DATE
002520       ORDER BY 1, R.SESSION_CATG, R.SESSION_ID, R.ENO
002530     END-EXEC.

002540 01 WS-END                             PIC X(50) VALUE
002550     'ETROP85-WORKING STORAGE SECTION ENDS HERE'.

002560 PROCEDURE DIVISION.

002570 MAIN-LOGIC-PARA.

002580     MOVE 'ETROP85'                    TO EL-ERROR-MODULE.
002590     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002600     MOVE 'ETROP85'                    TO JRL-PROGRAM-ID.
002610     PERFORM LOG-JOB-START-PARA.

002620     PERFORM GET-PERIOD-PARA.

002630     OPEN OUTPUT RCHG-EXT-FILE.
002640     OPEN OUTPUT RCHG-RPT-FILE.
002650     MOVE 'ETROP85'                  TO HT-PROGRAM-ID.
002653     MOVE 'RCHGEXT'                  TO HT-INTERFACE-NAME.
002656     MOVE 'COST CENTER RECHARGE'     TO HT-DESTINATION.
002660     PERFORM BUILD-HEADER-PARA.
002670     MOVE HT-IO-RECORD               TO RCHG-EXT-RECORD.
002680     WRITE RCHG-EXT-RECORD.
002690     MOVE SPACES                     TO RCHG-EXT-RECORD.
002700     MOVE WS-GL-PERIOD               TO WS-HD-PERIOD.
002710     WRITE RCHG-RPT-RECORD           FROM WS-HDG-LINE.

002720     EXEC SQL
002730       OPEN RECHARGE-SEATS
002740     END-EXEC.

002750     EVALUATE SQLCODE
002760       WHEN 0
002770         CONTINUE
002780       WHEN 100
002790         PERFORM EXIT-PARA
002800       WHEN OTHER
002810         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
002820         MOVE 'RECHARGE-SEATS'         TO EL-ERROR-DB2-OBJECT
002830         PERFORM CHECK-SQLCODE-PARA
002840         PERFORM EXIT-PARA
002850     END-EVALUATE.

002860     PERFORM RECHARGE-ONE-SEAT-PARA
002870       UNTIL SQLCODE = 100.

002880     EXEC SQL
002890       CLOSE RECHARGE-SEATS
002900     END-EXEC.

002910     IF SQLCODE NOT = 0
002920       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002930       MOVE 'RECHARGE-SEATS'           TO EL-ERROR-DB2-OBJECT
002940       PERFORM CHECK-SQLCODE-PARA
002950     END-IF.

002960     IF NOT WS-FIRST-DEPT
002970       PERFORM CLOSE-DEPARTMENT-PARA
002980     END-IF.
002990     PERFORM JOURNAL-INCOME-PARA.
003000     PERFORM PROVE-BALANCE-PARA.
003010     PERFORM WRITE-TOTALS-PARA.

003020     PERFORM BUILD-TRAILER-PARA.
003030     MOVE HT-IO-RECORD               TO RCHG-EXT-RECORD.
003040     WRITE RCHG-EXT-RECORD.
003050     CLOSE RCHG-EXT-FILE.
003060     CLOSE RCHG-RPT-FILE.

003070     DISPLAY 'SEATS RECHARGED      : ' WS-SEAT-COUNT.
003080     DISPLAY 'DEPARTMENTS CHARGED  : ' WS-DEPT-COUNT.
003090     DISPLAY 'JOURNAL LINES WRITTEN: ' WS-LINE-COUNT.
003100     MOVE 'C'                        TO JRL-RUN-STATUS.
003110     MOVE WS-SEAT-COUNT              TO JRL-ROWS-READ.
003120     MOVE WS-LINE-COUNT              TO JRL-ROWS-WRITTEN.
003130     PERFORM LOG-JOB-END-PARA.
003140     GOBACK.

003150******************************************************************
003160* The Recharge Period                                            *
003170******************************************************************
003180 GET-PERIOD-PARA.
003194     MOVE 'ETROP85'                  TO FP-PROGRAM-ID.
003209     SET FP-PREVIOUS-PERIOD          TO TRUE.
003223     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
003238     IF NOT FP-PERIOD-FOUND
003252       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
003267       PERFORM EXIT-PARA
003281     END-IF.
003296     MOVE FP-PERIOD-LABEL            TO WS-GL-PERIOD.
003310     MOVE FP-PERIOD-YEAR             TO WS-PERIOD-YEAR.
003325     MOVE FP-PERIOD-NO               TO WS-PERIOD-MONTH.
003340*    A RECHARGE IS A JOURNAL LIKE ANY OTHER - A CLOSED PERIOD IS
003350*    NEVER RE-DERIVED INTO THE LEDGER.
003360     MOVE WS-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
003370     MOVE WS-PERIOD-MONTH            TO PCL-PERIOD-MONTH.
003380     PERFORM CHECK-PERIOD-CLOSE-PARA.
003390     IF PCL-PERIOD-CLOSED
003400       DISPLAY 'RUN REFUSED - ACCOUNTING PERIOD IS CLOSED'
003410       PERFORM EXIT-PARA
003420     END-IF.

003430******************************************************************
003440* One Rechargeable Seat                                          *
003450******************************************************************
003460 RECHARGE-ONE-SEAT-PARA.
003470     EXEC SQL
003480       FETCH RECHARGE-SEATS
003490        INTO :WS-ST-EDEPT,
003500             :WS-ST-SESSION-CATG,
003510             :WS-ST-SESSION-ID,
003520             :WS-ST-END-DATE,
003530             :WS-ST-ENO,
003540             :WS-ST-ENAME,
003550             :WS-ST-COMPLETION,
003560             :WS-ST-NO-SHOW-SW,
003570             :WS-ST-FEE
003580     END-EXEC.
003590     EVALUATE SQLCODE
003600       WHEN 0
003610         ADD 1                         TO WS-SEAT-COUNT
003620         PERFORM REPORT-ONE-SEAT-PARA
003630       WHEN 100
003640         CONTINUE
003650       WHEN OTHER
003660         MOVE 'FETCH '                 TO EL-ERROR-ACTION
003670         MOVE 'RECHARGE-SEATS'         TO EL-ERROR-DB2-OBJECT
003680         PERFORM CHECK-SQLCODE-PARA
003690         PERFORM EXIT-PARA
003700     END-EVALUATE.

003710 REPORT-ONE-SEAT-PARA.
003720     IF WS-ST-EDEPT NOT = WS-PREV-EDEPT
003730        OR WS-FIRST-DEPT
003740       IF NOT WS-FIRST-DEPT
003750         PERFORM CLOSE-DEPARTMENT-PARA
003760       END-IF
003770       PERFORM OPEN-DEPARTMENT-PARA
003780     END-IF.
003790     ADD 1                           TO WS-DEPT-SEATS.
003800     ADD WS-ST-FEE                   TO WS-DEPT-TOTAL.
003810     MOVE WS-ST-SESSION-CATG         TO WS-DT-CATG.
003820     MOVE WS-ST-SESSION-ID           TO WS-DT-SESSION-ID.
003830     MOVE WS-ST-END-DATE             TO WS-DT-END-DATE.
003840     MOVE WS-ST-ENO                  TO WS-DT-ENO.
003850     MOVE WS-ST-ENAME                TO WS-DT-ENAME.
003860*    A COMPLETED SEAT IS SHOWN AS SUCH EVEN IF IT WAS ONCE
003870*    FLAGGED - COMPLETION IS THE LATER, BETTER FACT.
003880     IF WS-ST-COMPLETION = 'C'
003890       MOVE 'COMPLETED'              TO WS-DT-BASIS
003900     ELSE
003910       MOVE 'NO-SHOW'                TO WS-DT-BASIS
003920     END-IF.
003930     MOVE WS-ST-FEE                  TO EA-AMOUNT.
003940     PERFORM EDIT-AMOUNT-PARA.
003950     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-AMOUNT.
003960     WRITE RCHG-RPT-RECORD           FROM WS-DET-LINE.

003970*    A NEW DEPARTMENT SECTION: ITS COST CENTER - OR THE
003980*    UNALLOCATED CENTER WHEN THE EMPLOYEE HAS NO EDEPT ON FILE.
003990 OPEN-DEPARTMENT-PARA.
004000     MOVE 'N'                        TO WS-FIRST-DEPT-SW.
004010     MOVE WS-ST-EDEPT                TO WS-PREV-EDEPT.
004020     MOVE 0                          TO WS-DEPT-SEATS.
004030     MOVE 0                          TO WS-DEPT-TOTAL.
004040     ADD 1                           TO WS-DEPT-COUNT.
004050     MOVE SPACES                     TO WS-DP-NOTE.
004060     IF WS-ST-EDEPT = SPACES
004070       MOVE WS-UNALLOCATED-CENTER    TO WS-ACCT-COST-CENTER
004080       MOVE 'NO DEPARTMENT ON EMP999'
004090                                     TO WS-DP-NOTE
004100     ELSE
004110       MOVE WS-ST-EDEPT              TO WS-ACCT-COST-CENTER
004120     END-IF.
004130     MOVE SPACES                     TO RCHG-RPT-RECORD.
004140     WRITE RCHG-RPT-RECORD.
004150     MOVE WS-ST-EDEPT                TO WS-DP-EDEPT.
004160     MOVE WS-ACCT-DEPT-COST          TO WS-DP-ACCOUNT.
004170     WRITE RCHG-RPT-RECORD           FROM WS-DEPT-LINE.
004180     WRITE RCHG-RPT-RECORD           FROM WS-COL-LINE.

004190*    THE DEPARTMENT'S SUBTOTAL, AND ITS COST-CENTER DEBIT - SO
004200*    THE HEAD OF DEPARTMENT SEES THE EXACT GL LINE THEIR
004210*    SEATS ROLL INTO.
004220 CLOSE-DEPARTMENT-PARA.
004230     MOVE WS-DEPT-SEATS              TO WS-SB-SEATS.
004240     MOVE WS-DEPT-TOTAL              TO EA-AMOUNT.
004250     PERFORM EDIT-AMOUNT-PARA.
004260     MOVE EA-EDITED-AMOUNT-DB        TO WS-SB-AMOUNT.
004270     WRITE RCHG-RPT-RECORD           FROM WS-SUB-LINE.
004280     IF WS-DEPT-TOTAL NOT = 0
004290       MOVE WS-DEPT-TOTAL            TO WS-JOURNAL-AMOUNT
004300       MOVE WS-ACCT-DEPT-COST        TO GX-ACCOUNT
004310       MOVE 'DR'                     TO GX-DRCR
004320       MOVE SPACES                   TO GX-DESCRIPTION
004330       STRING 'TRAINING RECHARGE DEPT '
004340              WS-PREV-EDEPT
004350              DELIMITED BY SIZE    INTO GX-DESCRIPTION
004360       PERFORM WRITE-JOURNAL-LINE-PARA
004370       ADD WS-DEPT-TOTAL             TO WS-RUN-TOTAL
004380     END-IF.

004390*    THE ONE CREDIT: EVERY DEPARTMENT DEBIT OF THE RUN.
004400 JOURNAL-INCOME-PARA.
004410     IF WS-RUN-TOTAL NOT = 0
004420       MOVE WS-RUN-TOTAL             TO WS-JOURNAL-AMOUNT
004430       MOVE WS-ACCT-REVENUE          TO GX-ACCOUNT
004440       MOVE 'CR'                     TO GX-DRCR
004450       MOVE 'INTERNAL TRAINING RECHARGE  ' TO GX-DESCRIPTION
004460       PERFORM WRITE-JOURNAL-LINE-PARA
004470     END-IF.

004480******************************************************************
004490* One Journal Line - FILE, STATEMENT, TOTALS, HASH.              *
004500******************************************************************
004510 WRITE-JOURNAL-LINE-PARA.
004520     MOVE WS-JOURNAL-AMOUNT          TO GX-AMOUNT.
004530     MOVE WS-GL-PERIOD               TO GX-PERIOD.
004540     WRITE RCHG-EXT-RECORD.
004550     ADD 1                           TO WS-LINE-COUNT.
004560     ADD 1                           TO HT-RECORD-COUNT.
004570     ADD WS-JOURNAL-AMOUNT           TO HT-HASH-TOTAL.
004580     IF GX-DRCR = 'DR'
004590       ADD WS-JOURNAL-AMOUNT         TO WS-TOTAL-DR
004600       COMPUTE EA-AMOUNT = WS-JOURNAL-AMOUNT
004610       PERFORM EDIT-AMOUNT-PARA
004620       MOVE EA-EDITED-AMOUNT-DB      TO WS-JL-AMOUNT
004630     ELSE
004640       ADD WS-JOURNAL-AMOUNT         TO WS-TOTAL-CR
004650       COMPUTE EA-AMOUNT = 0 - WS-JOURNAL-AMOUNT
004660       PERFORM EDIT-AMOUNT-PARA
004670       MOVE EA-EDITED-AMOUNT-CR      TO WS-JL-AMOUNT
004680     END-IF.
004690     MOVE GX-ACCOUNT                 TO WS-JL-ACCOUNT.
004700     MOVE GX-DRCR                    TO WS-JL-DRCR.
004710     MOVE GX-DESCRIPTION             TO WS-JL-DESC.
004720     WRITE RCHG-RPT-RECORD           FROM WS-JRNL-LINE.

004730******************************************************************
004740* The Balance Proof                                              *
004750******************************************************************
004760 PROVE-BALANCE-PARA.
004770     IF WS-TOTAL-DR NOT = WS-TOTAL-CR
004780       DISPLAY 'ETROP85 - JOURNAL DOES NOT BALANCE'
004790       PERFORM EXIT-PARA
004800     END-IF.
004810     MOVE SPACES                     TO RCHG-RPT-RECORD.
004820     WRITE RCHG-RPT-RECORD.
004830     COMPUTE EA-AMOUNT = WS-TOTAL-DR.
004840     PERFORM EDIT-AMOUNT-PARA.
004850     MOVE EA-EDITED-AMOUNT-DB        TO WS-BL-DR.
004860     COMPUTE EA-AMOUNT = WS-TOTAL-CR.
004870     PERFORM EDIT-AMOUNT-PARA.
004880     MOVE EA-EDITED-AMOUNT-DB        TO WS-BL-CR.
004890     WRITE RCHG-RPT-RECORD           FROM WS-BAL-LINE.

004900******************************************************************
004910* End-Of-Run Totals                                              *
004920******************************************************************
004930 WRITE-TOTALS-PARA.
004940     MOVE 'SEATS RECHARGED          :' TO WS-CN-LABEL.
004950     MOVE WS-SEAT-COUNT              TO WS-CN-COUNT.
004960     WRITE RCHG-RPT-RECORD           FROM WS-CNT-LINE.
004970     MOVE 'DEPARTMENTS CHARGED      :' TO WS-CN-LABEL.
004980     MOVE WS-DEPT-COUNT              TO WS-CN-COUNT.
004990     WRITE RCHG-RPT-RECORD           FROM WS-CNT-LINE.

005000******************************************************************
005010* Amount Edit                                                    *
005020******************************************************************
005030     EXEC SQL
005040       INCLUDE CPAMTEDT
005050     END-EXEC.

005060******************************************************************
005070* Interface Header/Trailer                                       *
005080******************************************************************
005090     EXEC SQL
005100       INCLUDE CPHDRTRL
005110     END-EXEC.

005120******************************************************************
005130* Period Close-Status Check                                      *
005140******************************************************************
005150     EXEC SQL
005160       INCLUDE CPPERCL
005170     END-EXEC.

005180******************************************************************
005190* Error Logging                                                  *
005200******************************************************************
005210     EXEC SQL
005220       INCLUDE CPERRBAT
005230     END-EXEC.

005240*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
005250*    A HALF-WRITTEN JOURNAL MUST NEVER LOOK COMPLETE.
005260 EXIT-PARA.
005270     MOVE 'F'                        TO JRL-RUN-STATUS.
005280     MOVE WS-SEAT-COUNT              TO JRL-ROWS-READ.
005290     PERFORM LOG-JOB-END-PARA.
005300     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
005310     GOBACK.

005320******************************************************************
005330* Run Registry                                                   *
005340******************************************************************
005350     EXEC SQL
005360       INCLUDE CPJOBLOG
005370     END-EXEC.
