000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP89.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  9/23/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  NIGHTLY MATERIALS PICK LIST AND REORDER REPORT.               *
000090*  COURSE_MATERIAL SAYS WHAT EVERY DELEGATE ON A COURSE IS       *
000100*  ISSUED; MATERIAL_STOCK SAYS WHAT STORES HOLD. FOR EVERY       *
000110*  ACTIVE SESSION STARTING IN THE NEXT PICK-BUS-DAYS BUSINESS    *
000120*  DAYS (RCBT004A, DEFAULT 5 - THE CWBUSDAY/HOLIDAY_CALENDAR     *
000130*  MATH) THE JOB TAKES THE HEADCOUNT THE ETROP04 ROSTER USES     *
000140*  (REG_STATUS 'A') AND:                                         *
000150*    PICKRPT  - PRINTS THE PICK LIST, ONE BLOCK PER SESSION:     *
000160*               ITEM, QTY PER DELEGATE, QTY TO PICK, ON HAND     *
000170*    REORDRPT - LISTS EVERY STOCK ITEM WHOSE ON-HAND LESS ALL    *
000180*               PENDING PICKS FALLS BELOW ITS REORDER LEVEL      *
000190*  PENDING PICKS ARE HELD ON MATERIAL_PICK AND REBUILT EACH NIGHT*
000200*  FROM THE CURRENT HEADCOUNT, SO A LATE SIGN-UP OR CANCELLATION *
000210*  IS PICKED UP. STOCK IS NOT TOUCHED HERE - ETROP90 CONFIRMS A  *
000220*  PICK ONCE STORES HAVE BAGGED IT, TAKES IT OFF ON_HAND_QTY AND *
000230*  FREEZES THE ROW; THIS JOB THEN REPORTS IT AS CONFIRMED.       *
000240******************************************************************

000250 ENVIRONMENT DIVISION.

000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. Z900.
000280 OBJECT-COMPUTER. Z900.

000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PICK-RPT-FILE    ASSIGN TO PICKRPT
000320            ORGANIZATION  IS LINE SEQUENTIAL.
000330     SELECT REORD-RPT-FILE   ASSIGN TO REORDRPT
000340            ORGANIZATION  IS LINE SEQUENTIAL.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PICK-RPT-FILE
000380     RECORD CONTAINS 132 CHARACTERS.
000390 01  PICK-RPT-RECORD                 PIC X(132).
000400 FD  REORD-RPT-FILE
000410     RECORD CONTAINS 132 CHARACTERS.
000420 01  REORD-RPT-RECORD                PIC X(132).

000430 WORKING-STORAGE SECTION.

000440 01 WS-BEGIN                          PIC  X(36) VALUE
000450     'ETROP89 WORKING STORAGE STARTS HERE'.

000460******************************************************************
000470*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000480******************************************************************
000490 01 WS-VARIABLES.
000500    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000510       88 WS-NO-ERROR                            VALUE SPACES.
000520       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000530       88 WS-FATAL-ERROR                         VALUE 'F'.
000540    05 WS-PICK-BUS-DAYS                PIC S9(9) COMP VALUE 5.
000550    05 WS-TODAY-DATE                   PIC X(10).
000560    05 WS-FIRST-DATE                   PIC X(10).
000570    05 WS-HORIZON-DATE                 PIC X(10).
000580    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000590    05 WS-SESSION-COUNT                PIC S9(9) COMP VALUE 0.
000600    05 WS-PENDING-COUNT                PIC S9(9) COMP VALUE 0.
000610    05 WS-CONFIRMED-COUNT              PIC S9(9) COMP VALUE 0.
000620    05 WS-NO-STOCK-COUNT               PIC S9(9) COMP VALUE 0.
000630    05 WS-CLEARED-COUNT                PIC S9(9) COMP VALUE 0.
000640    05 WS-REORDER-COUNT                PIC S9(9) COMP VALUE 0.
000650    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000660    05 WS-PICK-QTY                     PIC S9(9) COMP.
000670    05 WS-CONFIRMED-QTY                PIC S9(9) COMP.
000680    05 WS-PROJECTED-QTY                PIC S9(9) COMP.
000690    05 WS-ORDER-QTY                    PIC S9(9) COMP.
000700    05 WS-PREV-SESSION-CATG            PIC X(02) VALUE SPACES.
000710    05 WS-PREV-SESSION-ID              PIC S9(9) COMP VALUE 0.
000720    05 WS-FIRST-SESSION-SW             PIC X(01) VALUE 'Y'.
000730       88 WS-FIRST-SESSION                       VALUE 'Y'.
000740    05 WS-CONFIRMED-SW                 PIC X(01).
000750       88 WS-PICK-CONFIRMED                      VALUE 'Y'.
000760       88 WS-PICK-NOT-CONFIRMED                  VALUE 'N'.
000770*    RCBT004A-PARM - THE SHARED RUN-PARAMETER READ. THE VALUE
000780*    CLAUSE ON WS-PICK-BUS-DAYS IS THE FALL-BACK DEFAULT ONLY.
000790 01 WS-RCBT004A-PARM.
000800    05 WS-SP-PROGRAM-ID                PIC X(08).
000810    05 WS-SP-PARM-NAME                 PIC X(16).
000820    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000830    05 WS-SP-RETURN-CODE               PIC X(1).

000840******************************************************************
000850*  FETCH HOLD FIELDS FOR ONE SESSION AND MATERIAL                *
000860******************************************************************
000870 01 WS-PICK-LINE.
000880    05 WS-PL-SESSION-CATG              PIC X(02).
000890    05 WS-PL-SESSION-ID                PIC S9(9) COMP.
000900    05 WS-PL-START-DATE                PIC X(10).
000910    05 WS-PL-VENUE-ID                  PIC X(08).
000920    05 WS-PL-HEADCOUNT                 PIC S9(9) COMP.
000930    05 WS-PL-ITEM-CODE                 PIC X(08).
000940    05 WS-PL-QTY-PER-DELEGATE          PIC S9(4) COMP.
000950    05 WS-PL-ITEM-DESC                 PIC X(30).
000960    05 WS-PL-ON-HAND-QTY               PIC S9(9) COMP.
000970    05 WS-PL-STOCK-SW                  PIC X(01).
000980       88 WS-PL-ON-STOCK-FILE                    VALUE 'Y'.

000990******************************************************************
001000*  FETCH HOLD FIELDS FOR ONE REORDER CANDIDATE                   *
001010******************************************************************
001020 01 WS-REORDER-LINE.
001030    05 WS-RO-ITEM-CODE                 PIC X(08).
001040    05 WS-RO-ITEM-DESC                 PIC X(30).
001050    05 WS-RO-ON-HAND-QTY               PIC S9(9) COMP.
001060    05 WS-RO-REORDER-LEVEL             PIC S9(9) COMP.
001070    05 WS-RO-PENDING-QTY               PIC S9(9) COMP.

001080******************************************************************
001090*  REPORT LINE LAYOUTS                                           *
001100******************************************************************
001110 01 WS-RPT-LINES.
001120    05 WS-HDG-LINE.
001130       10 FILLER                       PIC X(40) VALUE
001140          'MATERIALS PICK LIST - SESSIONS STARTING '.
001150       10 WS-HD-FROM-DATE              PIC X(10).
001160       10 FILLER                       PIC X(04) VALUE ' TO '.
001170       10 WS-HD-TO-DATE                PIC X(10).
001180       10 FILLER                       PIC X(68) VALUE SPACES.
001190    05 WS-SESSION-LINE.
001200       10 FILLER                       PIC X(10) VALUE
001210          'SESSION : '.
001220       10 WS-SL-CATG                   PIC X(02).
001230       10 FILLER                       PIC X(01) VALUE '/'.
001240       10 WS-SL-SESSION-ID             PIC ZZZZZZZZ9.
001250       10 FILLER                       PIC X(10) VALUE
001260          '  STARTS  '.
001270       10 WS-SL-START-DATE             PIC X(10).
001280       10 FILLER                       PIC X(09) VALUE
001290          '  VENUE  '.
001300       10 WS-SL-VENUE-ID               PIC X(08).
001310       10 FILLER                       PIC X(13) VALUE
001320          '  DELEGATES  '.
001330       10 WS-SL-HEADCOUNT              PIC ZZZ,ZZ9.
001340       10 FILLER                       PIC X(53) VALUE SPACES.
001350    05 WS-PICK-COL-LINE.
001360       10 FILLER                       PIC X(44) VALUE
001370          '  ITEM      DESCRIPTION                     '.
001380       10 FILLER                       PIC X(44) VALUE
001390          'PER DLGT  PICK QTY   ON HAND  STATUS        '.
001400       10 FILLER                       PIC X(44) VALUE SPACES.
001410    05 WS-PICK-DET-LINE.
001420       10 FILLER                       PIC X(02) VALUE SPACES.
001430       10 WS-PD-ITEM-CODE              PIC X(08).
001440       10 FILLER                       PIC X(02) VALUE SPACES.
001450       10 WS-PD-ITEM-DESC              PIC X(30).
001460       10 FILLER                       PIC X(06) VALUE SPACES.
001470       10 WS-PD-PER-DELEGATE           PIC ZZZ9.
001480       10 FILLER                       PIC X(03) VALUE SPACES.
001490       10 WS-PD-PICK-QTY               PIC ZZZ,ZZ9.
001500       10 FILLER                       PIC X(02) VALUE SPACES.
001510       10 WS-PD-ON-HAND                PIC -ZZZ,ZZ9.
001520       10 FILLER                       PIC X(02) VALUE SPACES.
001530       10 WS-PD-STATUS                 PIC X(30).
001540       10 FILLER                       PIC X(28) VALUE SPACES.
001550    05 WS-REORD-HDG-LINE.
001560       10 FILLER                       PIC X(31) VALUE
001570          'MATERIALS REORDER REPORT AS AT '.
001580       10 WS-RH-DATE                   PIC X(10).
001590       10 FILLER                       PIC X(22) VALUE
001600          '  PICKS STARTING UP TO'.
001610       10 FILLER                       PIC X(01) VALUE SPACES.
001620       10 WS-RH-TO-DATE                PIC X(10).
001630       10 FILLER                       PIC X(58) VALUE SPACES.
001640    05 WS-REORD-COL-LINE.
001650       10 FILLER                       PIC X(44) VALUE
001660          'ITEM      DESCRIPTION                     ON'.
001670       10 FILLER                       PIC X(44) VALUE
001680          ' HAND  PENDING PROJECTED  REORDER LVL  ORD Q'.
001690       10 FILLER                       PIC X(44) VALUE
001700          'TY                                          '.
001710    05 WS-REORD-DET-LINE.
001720       10 WS-RD-ITEM-CODE              PIC X(08).
001730       10 FILLER                       PIC X(02) VALUE SPACES.
001740       10 WS-RD-ITEM-DESC              PIC X(30).
001750       10 FILLER                       PIC X(01) VALUE SPACES.
001760       10 WS-RD-ON-HAND                PIC -ZZZ,ZZ9.
001770       10 FILLER                       PIC X(02) VALUE SPACES.
001780       10 WS-RD-PENDING                PIC ZZZ,ZZ9.
001790       10 FILLER                       PIC X(02) VALUE SPACES.
001800       10 WS-RD-PROJECTED              PIC -ZZZ,ZZ9.
001810       10 FILLER                       PIC X(06) VALUE SPACES.
001820       10 WS-RD-REORDER-LEVEL          PIC ZZZ,ZZ9.
001830       10 FILLER                       PIC X(02) VALUE SPACES.
001840       10 WS-RD-ORDER-QTY              PIC ZZZ,ZZ9.
001850       10 FILLER                       PIC X(02) VALUE SPACES.
001860       10 WS-RD-FLAG                   PIC X(30).
001870       10 FILLER                       PIC X(10) VALUE SPACES.
001880    05 WS-CNT-LINE.
001890       10 WS-CN-LABEL                  PIC X(30).
001900       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001910       10 FILLER                       PIC X(91) VALUE SPACES.

001920******************************************************************
001930* Copybook Includes.                                             *
001940******************************************************************
001950     EXEC SQL
001960       INCLUDE CWERRLOG
001970     END-EXEC.

001980*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001990     EXEC SQL
002000       INCLUDE CWJOBLOG
002010     END-EXEC.

002020*    BUSINESS-DAY END-DATE FIELDS - SEE CWBUSDAY.
002030     EXEC SQL
002040       INCLUDE CWBUSDAY
002050     END-EXEC.

002060******************************************************************
002070*                     DB2 SECTION                                *
002080******************************************************************
002090     EXEC SQL
002100       INCLUDE SQLCA
002110     END-EXEC.

002120     EXEC SQL
002130       INCLUDE DCLMATRL
002140     END-EXEC.

002150     EXEC SQL
002160       INCLUDE DCLMSTOK
002170     END-EXEC.

002180     EXEC SQL
002190       INCLUDE DCLMPICK
002200     END-EXEC.

002210******************************************************************
002220*  EVERY MATERIAL OF EVERY ACTIVE SESSION STARTING IN THE PICK   *
002230*  WINDOW, WITH THE SESSION'S ACTIVE HEADCOUNT AND THE ITEM'S    *
002240*  STOCK ROW - AN ITEM MISSING FROM MATERIAL_STOCK STILL LISTS.  *
002250******************************************************************
002260     EXEC SQL DECLARE PICK-LINES CURSOR
002270      FOR
002280      SELECT S.SESSION_CATG, S.SESSION_ID,
002290             CHAR(S.SESSION_START_DATE, ISO),
002300             COALESCE(S.VENUE_ID, ' '),
002310             (SELECT COUNT(*)
002320                FROM DBODEVP.REGISTRATION R
002330               WHERE R.SESSION_CATG = S.SESSION_CATG
002340                 AND R.SESSION_ID   = S.SESSION_ID
002350                 AND R.REG_STATUS   = 'A'),
002360             M.ITEM_CODE, M.QTY_PER_DELEGATE,
002370             COALESCE(K.ITEM_DESC, ' '),
002380             COALESCE(K.ON_HAND_QTY, 0),
002390             CASE WHEN K.ITEM_CODE IS NULL THEN 'N'
002400                  ELSE 'Y' END
002410        FROM DBODEVP.TRAINING_SESSION S
002420             INNER JOIN DBODEVP.COURSE_MATERIAL M
002430                ON M.SESSION_CATG = S.SESSION_CATG
002440             LEFT OUTER JOIN DBODEVP.MATERIAL_STOCK K
002450                ON K.ITEM_CODE    = M.ITEM_CODE
002460       WHERE S.SESSION_STATUS     = 'A'
002470         AND S.SESSION_START_DATE >= DATE(:WS-FIRST-DATE)
002480         AND S.SESSION_START_DATE <= DATE(:WS-HORIZON-DATE)
002490       ORDER BY 3, S.SESSION_CATG, S.SESSION_ID, M.ITEM_CODE
002500     END-EXEC.

002510******************************************************************
002520*  STOCK ITEMS THE PENDING PICKS WOULD TAKE BELOW REORDER LEVEL. *
002530******************************************************************
002540     EXEC SQL DECLARE REORDER-ITEMS CURSOR
002550      FOR
002560      SELECT K.ITEM_CODE, K.ITEM_DESC, K.ON_HAND_QTY,
002570             K.REORDER_LEVEL, COALESCE(SUM(P.PICK_QTY), 0)
002580        FROM DBODEVP.MATERIAL_STOCK K
002590             LEFT OUTER JOIN DBODEVP.MATERIAL_PICK P
002600                ON P.ITEM_CODE   = K.ITEM_CODE
002610               AND P.PICK_STATUS = 'P'
002620       GROUP BY K.ITEM_CODE, K.ITEM_DESC, K.ON_HAND_QTY,
002630                K.REORDER_LEVEL
002640      HAVING K.ON_HAND_QTY - COALESCE(SUM(P.PICK_QTY), 0)
002650             < K.REORDER_LEVEL
002660       ORDER BY K.ITEM_CODE
002670     END-EXEC.

002680 01 WS-END                             PIC X(50) VALUE
002690     'ETROP89-WORKING STORAGE SECTION ENDS HERE'.

002700 PROCEDURE DIVISION.

002710 MAIN-LOGIC-PARA.

002720     MOVE 'ETROP89'                    TO EL-ERROR-MODULE.
002730     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002740     MOVE 'ETROP89'                    TO JRL-PROGRAM-ID.
002750     PERFORM LOG-JOB-START-PARA.

002760     MOVE 'ETROP89'                    TO WS-SP-PROGRAM-ID.
002770     MOVE 'PICK-BUS-DAYS   '           TO WS-SP-PARM-NAME.
002780     MOVE WS-PICK-BUS-DAYS             TO WS-SP-PARM-VALUE.
002790     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002800*    BUS-DURATION IS S9(4) - A VALUE OUTSIDE 1-999 KEEPS THE
002810*    DEFAULT RATHER THAN TRUNCATE.
002820     IF WS-SP-PARM-VALUE > 0 AND WS-SP-PARM-VALUE < 1000
002830         MOVE WS-SP-PARM-VALUE         TO WS-PICK-BUS-DAYS
002840     END-IF.

002850     PERFORM GET-PICK-WINDOW-PARA.
002860     PERFORM CLEAR-PENDING-PICKS-PARA.

002870     OPEN OUTPUT PICK-RPT-FILE.
002880     MOVE WS-FIRST-DATE              TO WS-HD-FROM-DATE.
002890     MOVE WS-HORIZON-DATE            TO WS-HD-TO-DATE.
002900     WRITE PICK-RPT-RECORD           FROM WS-HDG-LINE.

002910     EXEC SQL
002920       OPEN PICK-LINES
002930     END-EXEC.

002940     IF SQLCODE NOT = 0
002950       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002960       MOVE 'PICK-LINES'               TO EL-ERROR-DB2-OBJECT
002970       PERFORM CHECK-SQLCODE-PARA
002980       PERFORM EXIT-PARA
002990     END-IF.

003000     PERFORM PICK-ONE-LINE-PARA
003010       UNTIL SQLCODE = 100.

003020     EXEC SQL
003030       CLOSE PICK-LINES
003040     END-EXEC.

003050     IF SQLCODE NOT = 0
003060       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
003070       MOVE 'PICK-LINES'               TO EL-ERROR-DB2-OBJECT
003080       PERFORM CHECK-SQLCODE-PARA
003090     END-IF.

003100     PERFORM WRITE-PICK-TOTALS-PARA.
003110     CLOSE PICK-RPT-FILE.

003120     OPEN OUTPUT REORD-RPT-FILE.
003130     MOVE WS-TODAY-DATE              TO WS-RH-DATE.
003140     MOVE WS-HORIZON-DATE            TO WS-RH-TO-DATE.
003150     WRITE REORD-RPT-RECORD          FROM WS-REORD-HDG-LINE.
003160     MOVE SPACES                     TO REORD-RPT-RECORD.
003170     WRITE REORD-RPT-RECORD.
003180     WRITE REORD-RPT-RECORD          FROM WS-REORD-COL-LINE.

003190     EXEC SQL
003200       OPEN REORDER-ITEMS
003210     END-EXEC.

003220     IF SQLCODE NOT = 0
003230       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
003240       MOVE 'REORDER-ITEMS'            TO EL-ERROR-DB2-OBJECT
003250       PERFORM CHECK-SQLCODE-PARA
003260       PERFORM EXIT-PARA
003270     END-IF.

003280     PERFORM REORDER-ONE-ITEM-PARA
003290       UNTIL SQLCODE = 100.

003300     EXEC SQL
003310       CLOSE REORDER-ITEMS
003320     END-EXEC.

003330     IF SQLCODE NOT = 0
003340       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
003350       MOVE 'REORDER-ITEMS'            TO EL-ERROR-DB2-OBJECT
003360       PERFORM CHECK-SQLCODE-PARA
003370     END-IF.

003380     MOVE SPACES                     TO REORD-RPT-RECORD.
003390     WRITE REORD-RPT-RECORD.
003400     MOVE 'ITEMS TO REORDER         :' TO WS-CN-LABEL.
003410     MOVE WS-REORDER-COUNT           TO WS-CN-COUNT.
003420     WRITE REORD-RPT-RECORD          FROM WS-CNT-LINE.
003430     CLOSE REORD-RPT-FILE.

003440     DISPLAY 'PICK WINDOW          : ' WS-FIRST-DATE ' TO '
003450             WS-HORIZON-DATE.
003460     DISPLAY 'PENDING PICKS CLEARED: ' WS-CLEARED-COUNT.
003470     DISPLAY 'SESSIONS IN WINDOW   : ' WS-SESSION-COUNT.
003480     DISPLAY 'PICK LINES PENDING   : ' WS-PENDING-COUNT.
003490     DISPLAY 'PICK LINES CONFIRMED : ' WS-CONFIRMED-COUNT.
003500     DISPLAY 'ITEMS NOT ON STOCK   : ' WS-NO-STOCK-COUNT.
003510     DISPLAY 'ITEMS TO REORDER     : ' WS-REORDER-COUNT.
003520     MOVE 'C'                        TO JRL-RUN-STATUS.
003530     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
003540     MOVE WS-PENDING-COUNT           TO JRL-ROWS-WRITTEN.
003550     PERFORM LOG-JOB-END-PARA.
003560     GOBACK.

003570******************************************************************
003580* The Pick Window                                                *
003590******************************************************************
003600*    THE WINDOW OPENS TOMORROW AND CLOSES ON THE PICK-BUS-DAYS-TH
003610*    BUSINESS DAY FROM THERE, SO A MONDAY RUN WITH THE DEFAULT 5
003620*    COVERS TUESDAY TO THE FOLLOWING MONDAY.
003630 GET-PICK-WINDOW-PARA.
003640     EXEC SQL
003650       SELECT CHAR(CURRENT DATE, ISO),
003660              CHAR(CURRENT DATE + 1 DAY, ISO)
003670         INTO :WS-TODAY-DATE,
003680              :WS-FIRST-DATE
003690         FROM SYSIBM.SYSDUMMY1
003700     END-EXEC.
003710     IF SQLCODE NOT = 0
003720       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003730       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
003740       PERFORM CHECK-SQLCODE-PARA
003750       PERFORM EXIT-PARA
003760     END-IF.
003770     MOVE WS-FIRST-DATE              TO BUS-START-DATE.
003780     MOVE WS-PICK-BUS-DAYS           TO BUS-DURATION.
003790     PERFORM COMPUTE-BUSINESS-END-PARA.
003800     IF BUS-FAILED
003810       DISPLAY 'ETROP89 - BUSINESS-DAY WALK FAILED'
003820       PERFORM EXIT-PARA
003830     END-IF.
003840     MOVE BUS-END-DATE               TO WS-HORIZON-DATE.

003850*    PENDING PICKS ARE REBUILT FROM TONIGHT'S HEADCOUNT; A PICK
003860*    ETROP90 HAS CONFIRMED IS NEVER CLEARED.
003870 CLEAR-PENDING-PICKS-PARA.
003880     EXEC SQL
003890       DELETE FROM DBODEVP.MATERIAL_PICK
003900        WHERE PICK_STATUS = 'P'
003910     END-EXEC.
003920     EVALUATE SQLCODE
003930       WHEN 0
003940         MOVE SQLERRD (3)            TO WS-CLEARED-COUNT
003950       WHEN 100
003960         MOVE 0                      TO WS-CLEARED-COUNT
003970       WHEN OTHER
003980         MOVE 'DELETE'               TO EL-ERROR-ACTION
003990         MOVE 'MATERIAL_PICK'        TO EL-ERROR-DB2-OBJECT
004000         PERFORM CHECK-SQLCODE-PARA
004010         PERFORM EXIT-PARA
004020     END-EVALUATE.

004030******************************************************************
004040* One Session Material                                           *
004050******************************************************************
004060 PICK-ONE-LINE-PARA.
004070     EXEC SQL
004080       FETCH PICK-LINES
004090        INTO :WS-PL-SESSION-CATG,
004100             :WS-PL-SESSION-ID,
004110             :WS-PL-START-DATE,
004120             :WS-PL-VENUE-ID,
004130             :WS-PL-HEADCOUNT,
004140             :WS-PL-ITEM-CODE,
004150             :WS-PL-QTY-PER-DELEGATE,
004160             :WS-PL-ITEM-DESC,
004170             :WS-PL-ON-HAND-QTY,
004180             :WS-PL-STOCK-SW
004190     END-EXEC.
004200     EVALUATE SQLCODE
004210       WHEN 0
004220         ADD 1                         TO WS-READ-COUNT
004230         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
004240         PERFORM CHECK-SESSION-BREAK-PARA
004250         PERFORM PICK-ONE-ITEM-PARA
004260         MOVE WS-SAVED-SQLCODE         TO SQLCODE
004270       WHEN 100
004280         CONTINUE
004290       WHEN OTHER
004300         MOVE 'FETCH '                 TO EL-ERROR-ACTION
004310         MOVE 'PICK-LINES'             TO EL-ERROR-DB2-OBJECT
004320         PERFORM CHECK-SQLCODE-PARA
004330         PERFORM EXIT-PARA
004340     END-EVALUATE.

004350 CHECK-SESSION-BREAK-PARA.
004360     IF WS-PL-SESSION-CATG NOT = WS-PREV-SESSION-CATG
004370        OR WS-PL-SESSION-ID NOT = WS-PREV-SESSION-ID
004380        OR WS-FIRST-SESSION
004390       MOVE 'N'                      TO WS-FIRST-SESSION-SW
004400       MOVE WS-PL-SESSION-CATG       TO WS-PREV-SESSION-CATG
004410       MOVE WS-PL-SESSION-ID         TO WS-PREV-SESSION-ID
004420       ADD 1                         TO WS-SESSION-COUNT
004430       MOVE SPACES                   TO PICK-RPT-RECORD
004440       WRITE PICK-RPT-RECORD
004450       MOVE WS-PL-SESSION-CATG       TO WS-SL-CATG
004460       MOVE WS-PL-SESSION-ID         TO WS-SL-SESSION-ID
004470       MOVE WS-PL-START-DATE         TO WS-SL-START-DATE
004480       MOVE WS-PL-VENUE-ID           TO WS-SL-VENUE-ID
004490       MOVE WS-PL-HEADCOUNT          TO WS-SL-HEADCOUNT
004500       WRITE PICK-RPT-RECORD         FROM WS-SESSION-LINE
004510       WRITE PICK-RPT-RECORD         FROM WS-PICK-COL-LINE
004520     END-IF.

004530*    A CONFIRMED PICK STANDS AS BAGGED; ANYTHING ELSE BECOMES A
004540*    PENDING ROW FOR TONIGHT'S HEADCOUNT. A SESSION WITH NOBODY
004550*    BOOKED YET LISTS BUT RAISES NO PICK.
004560 PICK-ONE-ITEM-PARA.
004570     COMPUTE WS-PICK-QTY =
004580         WS-PL-QTY-PER-DELEGATE * WS-PL-HEADCOUNT.
004590     MOVE WS-PL-ITEM-CODE            TO WS-PD-ITEM-CODE.
004600     MOVE WS-PL-ITEM-DESC            TO WS-PD-ITEM-DESC.
004610     MOVE WS-PL-QTY-PER-DELEGATE     TO WS-PD-PER-DELEGATE.
004620     MOVE WS-PICK-QTY                TO WS-PD-PICK-QTY.
004630     MOVE WS-PL-ON-HAND-QTY          TO WS-PD-ON-HAND.
004640     PERFORM GET-CONFIRMED-PICK-PARA.
004650     EVALUATE TRUE
004660       WHEN WS-PICK-CONFIRMED
004670         ADD 1                       TO WS-CONFIRMED-COUNT
004680         MOVE WS-CONFIRMED-QTY       TO WS-PD-PICK-QTY
004690         IF WS-CONFIRMED-QTY = WS-PICK-QTY
004700           MOVE 'CONFIRMED'          TO WS-PD-STATUS
004710         ELSE
004720           MOVE 'CONFIRMED - HEADCOUNT CHANGED'
004730                                     TO WS-PD-STATUS
004740         END-IF
004750       WHEN WS-PICK-QTY = 0
004760         MOVE 'NO DELEGATES BOOKED'  TO WS-PD-STATUS
004770       WHEN NOT WS-PL-ON-STOCK-FILE
004780         ADD 1                       TO WS-NO-STOCK-COUNT
004790         MOVE 'NOT ON STOCK FILE'    TO WS-PD-STATUS
004800         PERFORM INSERT-PENDING-PICK-PARA
004810       WHEN WS-PICK-QTY > WS-PL-ON-HAND-QTY
004820         MOVE 'TO PICK - STOCK SHORT' TO WS-PD-STATUS
004830         PERFORM INSERT-PENDING-PICK-PARA
004840       WHEN OTHER
004850         MOVE 'TO PICK'              TO WS-PD-STATUS
004860         PERFORM INSERT-PENDING-PICK-PARA
004870     END-EVALUATE.
004880     WRITE PICK-RPT-RECORD           FROM WS-PICK-DET-LINE.

004890 GET-CONFIRMED-PICK-PARA.
004900     SET WS-PICK-CONFIRMED           TO TRUE.
004910     EXEC SQL
004920       SELECT PICK_QTY
004930         INTO :WS-CONFIRMED-QTY
004940         FROM DBODEVP.MATERIAL_PICK
004950        WHERE SESSION_CATG = :WS-PL-SESSION-CATG
004960          AND SESSION_ID   = :WS-PL-SESSION-ID
004970          AND ITEM_CODE    = :WS-PL-ITEM-CODE
004980          AND PICK_STATUS  = 'C'
004990     END-EXEC.
005000     EVALUATE SQLCODE
005010       WHEN 0
005020         CONTINUE
005030       WHEN 100
005040         SET WS-PICK-NOT-CONFIRMED   TO TRUE
005050       WHEN OTHER
005060         MOVE 'SELECT'               TO EL-ERROR-ACTION
005070         MOVE 'MATERIAL_PICK'        TO EL-ERROR-DB2-OBJECT
005080         PERFORM CHECK-SQLCODE-PARA
005090         PERFORM EXIT-PARA
005100     END-EVALUATE.

005110 INSERT-PENDING-PICK-PARA.
005120     MOVE WS-PL-SESSION-CATG         TO MPK-SESSION-CATG.
005130     MOVE WS-PL-SESSION-ID           TO MPK-SESSION-ID.
005140     MOVE WS-PL-ITEM-CODE            TO MPK-ITEM-CODE.
005150     MOVE WS-PICK-QTY                TO MPK-PICK-QTY.
005160     SET MPK-STATUS-PENDING          TO TRUE.
005170     MOVE 'ETROP89 '                 TO MPK-USR-ID.
005180     EXEC SQL
005190       INSERT INTO DBODEVP.MATERIAL_PICK
005200              ( SESSION_CATG, SESSION_ID, ITEM_CODE, PICK_QTY,
005210                PICK_STATUS, CONFIRM_DTS, USR_ID, DTS )
005220       VALUES ( :MPK-SESSION-CATG, :MPK-SESSION-ID,
005230                :MPK-ITEM-CODE, :MPK-PICK-QTY,
005240                :MPK-PICK-STATUS, NULL, :MPK-USR-ID,
005250                CURRENT TIMESTAMP )
005260     END-EXEC.
005270     IF SQLCODE NOT = 0
005280       MOVE 'INSERT'                 TO EL-ERROR-ACTION
005290       MOVE 'MATERIAL_PICK'          TO EL-ERROR-DB2-OBJECT
005300       PERFORM CHECK-SQLCODE-PARA
005310       PERFORM EXIT-PARA
005320     END-IF.
005330     ADD 1                           TO WS-PENDING-COUNT.

005340 WRITE-PICK-TOTALS-PARA.
005350     MOVE SPACES                     TO PICK-RPT-RECORD.
005360     WRITE PICK-RPT-RECORD.
005370     MOVE 'SESSIONS IN WINDOW       :' TO WS-CN-LABEL.
005380     MOVE WS-SESSION-COUNT           TO WS-CN-COUNT.
005390     WRITE PICK-RPT-RECORD           FROM WS-CNT-LINE.
005400     MOVE 'PICK LINES PENDING       :' TO WS-CN-LABEL.
005410     MOVE WS-PENDING-COUNT           TO WS-CN-COUNT.
005420     WRITE PICK-RPT-RECORD           FROM WS-CNT-LINE.
005430     MOVE 'PICK LINES CONFIRMED     :' TO WS-CN-LABEL.
005440     MOVE WS-CONFIRMED-COUNT         TO WS-CN-COUNT.
005450     WRITE PICK-RPT-RECORD           FROM WS-CNT-LINE.
005460     MOVE 'ITEMS NOT ON STOCK FILE  :' TO WS-CN-LABEL.
005470     MOVE WS-NO-STOCK-COUNT          TO WS-CN-COUNT.
005480     WRITE PICK-RPT-RECORD           FROM WS-CNT-LINE.

005490******************************************************************
005500* One Reorder Candidate                                          *
005510******************************************************************
005520*    THE SUGGESTED ORDER BRINGS THE PROJECTED BALANCE BACK UP TO
005530*    THE REORDER LEVEL; A NEGATIVE PROJECTION MEANS THE PENDING
005540*    PICKS CANNOT ALL BE FILLED FROM THE SHELF.
005550 REORDER-ONE-ITEM-PARA.
005560     EXEC SQL
005570       FETCH REORDER-ITEMS
005580        INTO :WS-RO-ITEM-CODE,
005590             :WS-RO-ITEM-DESC,
005600             :WS-RO-ON-HAND-QTY,
005610             :WS-RO-REORDER-LEVEL,
005620             :WS-RO-PENDING-QTY
005630     END-EXEC.
005640     EVALUATE SQLCODE
005650       WHEN 0
005660         ADD 1                         TO WS-REORDER-COUNT
005670         COMPUTE WS-PROJECTED-QTY =
005680             WS-RO-ON-HAND-QTY - WS-RO-PENDING-QTY
005690         COMPUTE WS-ORDER-QTY =
005700             WS-RO-REORDER-LEVEL - WS-PROJECTED-QTY
005710         MOVE WS-RO-ITEM-CODE          TO WS-RD-ITEM-CODE
005720         MOVE WS-RO-ITEM-DESC          TO WS-RD-ITEM-DESC
005730         MOVE WS-RO-ON-HAND-QTY        TO WS-RD-ON-HAND
005740         MOVE WS-RO-PENDING-QTY        TO WS-RD-PENDING
005750         MOVE WS-PROJECTED-QTY         TO WS-RD-PROJECTED
005760         MOVE WS-RO-REORDER-LEVEL      TO WS-RD-REORDER-LEVEL
005770         MOVE WS-ORDER-QTY             TO WS-RD-ORDER-QTY
005780         IF WS-PROJECTED-QTY < 0
005790           MOVE 'CANNOT FILL PENDING PICKS' TO WS-RD-FLAG
005800         ELSE
005810           MOVE SPACES                 TO WS-RD-FLAG
005820         END-IF
005830         WRITE REORD-RPT-RECORD        FROM WS-REORD-DET-LINE
005840       WHEN 100
005850         CONTINUE
005860       WHEN OTHER
005870         MOVE 'FETCH '                 TO EL-ERROR-ACTION
005880         MOVE 'REORDER-ITEMS'          TO EL-ERROR-DB2-OBJECT
005890         PERFORM CHECK-SQLCODE-PARA
005900         PERFORM EXIT-PARA
005910     END-EVALUATE.

005920******************************************************************
005930* Business Days                                                  *
005940******************************************************************
005950     EXEC SQL
005960       INCLUDE CPBUSDAY
005970     END-EXEC.

005980******************************************************************
005990* Error Logging                                                  *
006000******************************************************************
006010     EXEC SQL
006020       INCLUDE CPERRBAT
006030     END-EXEC.

006040 EXIT-PARA.
006050     MOVE 'F'                        TO JRL-RUN-STATUS.
006060     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
006070     MOVE WS-PENDING-COUNT           TO JRL-ROWS-WRITTEN.
006080     PERFORM LOG-JOB-END-PARA.
006090     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
006100     GOBACK.

006110******************************************************************
006120* Run Registry                                                   *
006130******************************************************************
006140     EXEC SQL
006150       INCLUDE CPJOBLOG
006160     END-EXEC.
