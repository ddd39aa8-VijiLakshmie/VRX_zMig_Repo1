000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP128.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  NIGHTLY USER ACCESS REVIEW (USERADMN).                        *
000090*  KEEPS DBODEVP.USER_AUTHORITY IN STEP WITH WHO STILL WORKS     *
000100*  HERE AND STILL NEEDS WHAT THEY HOLD. EVERY CHANGE IS AUDITED  *
000110*  IN USER_AUTHORITY_AUDIT (SEE CWUAAUD), ACTION_BY 'BATCH':     *
000120*    1. LEAVERS - A GRANT WHOSE OWNER (ENO) IS PAST THEIR EMP999 *
000130*       LEAVE DATE, OR NO LONGER ON EMP999 AT ALL, IS REVOKED    *
000140*       ('L')                                                    *
000150*    2. LAPSED - A GRANT STILL AWAITING RE-CONFIRMATION AFTER    *
000160*       ITS RECERT_DUE DATE IS REVOKED ('D')                     *
000170*    3. QUARTERLY RECERTIFICATION - THE FIRST RUN IN A CALENDAR  *
000180*       QUARTER (NO 'S' AUDIT ROW SINCE THE QUARTER BEGAN) SENDS *
000190*       EVERY OWNED GRANT FOR RE-CONFIRMATION: RECERT_DUE IS SET *
000200*       RECERT-DAYS DAYS OUT (RCBT004A, DEFAULT 30) AND RECRTLST *
000210*       GETS ONE SIGN-OFF SECTION PER MANAGER (EMP999            *
000220*       MANAGER_ENO) LISTING THEIR STAFF'S ACCESS. STAFF WITH NO *
000230*       CURRENT MANAGER ON FILE GO IN A SECTION FOR THE SECURITY *
000240*       ADMINISTRATOR, AND GRANTS WITH NO OWNER ON FILE - ROWS   *
000250*       LOADED BEFORE ETRM025 AND THE BATCH IDS - ARE LISTED AS  *
000260*       EXCEPTIONS. THEY ARE NOT SENT, SO THEY NEVER LAPSE; PF10 *
000270*       ON ETRM025 RECORDS THEIR OWNER AND BRINGS THEM INTO THE  *
000280*       NEXT CYCLE.                                              *
000290*  THE SIGNED SECTIONS COME BACK TO THE SECURITY ADMINISTRATOR,  *
000300*  WHO RE-CONFIRMS (PF10) OR REVOKES (PF6) EACH GRANT ON         *
000310*  ETRM025. AUTHRPT LISTS EVERY REVOCATION MADE HERE AND THE     *
000320*  NIGHT'S COUNTS. A GRANT WHOSE AUDIT ROW CANNOT BE WRITTEN IS  *
000330*  LEFT IN PLACE AND REPORTED - IT IS TRIED AGAIN TOMORROW.      *
000340******************************************************************

000350 ENVIRONMENT DIVISION.

000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. Z900.
000380 OBJECT-COMPUTER. Z900.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AUTH-RPT-FILE    ASSIGN TO AUTHRPT
000420            ORGANIZATION  IS LINE SEQUENTIAL.
000430     SELECT RECERT-LIST-FILE ASSIGN TO RECRTLST
000440            ORGANIZATION  IS LINE SEQUENTIAL.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUTH-RPT-FILE
000480     RECORD CONTAINS 132 CHARACTERS.
000490 01  AUTH-RPT-RECORD                 PIC X(132).

000500 FD  RECERT-LIST-FILE
000510     RECORD CONTAINS 132 CHARACTERS.
000520 01  RECERT-LIST-RECORD              PIC X(132).

000530 WORKING-STORAGE SECTION.

000540 01 WS-BEGIN                          PIC  X(36) VALUE
000550     'ETROP128 WORKING STORAGE STARTS HERE'.

000560******************************************************************
000570*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000580******************************************************************
000590 01 WS-VARIABLES.
000600    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000610       88 WS-NO-ERROR                            VALUE SPACES.
000620       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000630       88 WS-FATAL-ERROR                         VALUE 'F'.
000640    05 WS-RECERT-DAYS                  PIC S9(9) COMP VALUE 30.
000650    05 WS-READ-BEFORE                  PIC S9(9) COMP.
000660    05 WS-CYCLE-COUNT                  PIC S9(9) COMP.
000670    05 WS-PENDING-COUNT                PIC S9(9) COMP.
000680    05 WS-DEADLINE                     PIC X(10) VALUE SPACES.
000690    05 WS-PREV-GROUP                   PIC X(05) VALUE SPACES.
000700    05 WS-FIRST-GROUP-SW               PIC X(01) VALUE 'Y'.
000710       88 WS-FIRST-GROUP                         VALUE 'Y'.
000720    05 WS-CYCLE-SW                     PIC X(01) VALUE 'N'.
000730       88 WS-CYCLE-STARTED                       VALUE 'Y'.
000740*    TODAY AND THE FIRST DAY OF ITS CALENDAR QUARTER.
000750    05 WS-TODAY                        PIC X(10).
000760    05 WS-TODAY-PARTS REDEFINES WS-TODAY.
000770       10 WS-TODAY-YYYY                PIC X(04).
000780       10 FILLER                       PIC X(01).
000790       10 WS-TODAY-MM                  PIC 9(02).
000800       10 FILLER                       PIC X(03).
000810    05 WS-QTR-START.
000820       10 WS-QTR-YYYY                  PIC X(04).
000830       10 FILLER                       PIC X(01) VALUE '-'.
000840       10 WS-QTR-MM                    PIC 9(02).
000850       10 FILLER                       PIC X(03) VALUE '-01'.
000860    05 WS-MONTHS-IN                    PIC 9(02).
000870    05 WS-QTR-NO                       PIC 9(01).
000880*    RUN TOTALS.
000890    05 WS-GRANTS-READ                  PIC S9(9) COMP VALUE 0.
000900    05 WS-LEAVER-COUNT                 PIC S9(9) COMP VALUE 0.
000910    05 WS-LAPSED-COUNT                 PIC S9(9) COMP VALUE 0.
000920    05 WS-KEPT-COUNT                   PIC S9(9) COMP VALUE 0.
000930    05 WS-SENT-COUNT                   PIC S9(9) COMP VALUE 0.
000940    05 WS-LISTED-COUNT                 PIC S9(9) COMP VALUE 0.
000950    05 WS-UNOWNED-COUNT                PIC S9(9) COMP VALUE 0.
000960*    RCBT004A-PARM - THE SHARED RUN-PARAMETER READ. THE VALUE
000970*    CLAUSE ON WS-RECERT-DAYS IS THE FALL-BACK DEFAULT ONLY.
000980 01 WS-RCBT004A-PARM.
000990    05 WS-SP-PROGRAM-ID                PIC X(08).
001000    05 WS-SP-PARM-NAME                 PIC X(16).
001010    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001020    05 WS-SP-RETURN-CODE               PIC X(1).

001030******************************************************************
001040*  FETCH HOLD FIELDS                                             *
001050******************************************************************
001060*    ONE GRANT TO REVOKE - LEAVER OR LAPSED.
001070 01 WS-REVOKE-ROW.
001080    05 WS-RV-USR-ID                    PIC X(08).
001090    05 WS-RV-FUNCTION-CODE             PIC X(08).
001100    05 WS-RV-ENO                       PIC X(04).
001110    05 WS-RV-ENAME                     PIC X(20).
001120    05 WS-RV-WHY                       PIC X(01).
001130       88 WS-RV-NOT-ON-FILE                      VALUE 'N'.
001140       88 WS-RV-LEFT                             VALUE 'L'.
001150    05 WS-RV-DATE                      PIC X(10).
001160*    ONE LINE OF A MANAGER'S SIGN-OFF SECTION.
001170 01 WS-RECERT-ROW.
001180    05 WS-RC-GROUP                     PIC X(05).
001190    05 WS-RC-MANAGER-NAME              PIC X(20).
001200    05 WS-RC-ENO                       PIC X(04).
001210    05 WS-RC-ENAME                     PIC X(20).
001220    05 WS-RC-USR-ID                    PIC X(08).
001230    05 WS-RC-FUNCTION-CODE             PIC X(08).
001240    05 WS-RC-GRANTED                   PIC X(10).
001250    05 WS-RC-GRANTED-BY                PIC X(08).

001260******************************************************************
001270*  REPORT LINE LAYOUTS                                           *
001280******************************************************************
001290 01 WS-RPT-LINES.
001300    05 WS-HDG-LINE.
001310       10 FILLER                       PIC X(40) VALUE
001320          'USER ACCESS REVIEW - REVOCATIONS FOR   '.
001330       10 WS-HD-DATE                   PIC X(10).
001340       10 FILLER                       PIC X(82) VALUE SPACES.
001350    05 WS-SECTION-LINE.
001360       10 WS-SC-TEXT                   PIC X(60).
001370       10 FILLER                       PIC X(72) VALUE SPACES.
001380    05 WS-REVOKE-LINE.
001390       10 FILLER                       PIC X(02) VALUE SPACES.
001400       10 WS-RL-USR-ID                 PIC X(08).
001410       10 FILLER                       PIC X(01) VALUE SPACES.
001420       10 WS-RL-FUNCTION-CODE          PIC X(08).
001430       10 FILLER                       PIC X(02) VALUE SPACES.
001440       10 WS-RL-ENO                    PIC X(04).
001450       10 FILLER                       PIC X(01) VALUE SPACES.
001460       10 WS-RL-ENAME                  PIC X(20).
001470       10 FILLER                       PIC X(02) VALUE SPACES.
001480       10 WS-RL-DETAIL                 PIC X(24).
001490       10 FILLER                       PIC X(02) VALUE SPACES.
001500       10 WS-RL-OUTCOME                PIC X(30).
001510       10 FILLER                       PIC X(28) VALUE SPACES.
001520    05 WS-NONE-LINE.
001530       10 FILLER                       PIC X(02) VALUE SPACES.
001540       10 FILLER                       PIC X(20) VALUE
001550          'NONE'.
001560       10 FILLER                       PIC X(110) VALUE SPACES.
001570    05 WS-CNT-LINE.
001580       10 WS-CN-LABEL                  PIC X(34).
001590       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001600       10 FILLER                       PIC X(87) VALUE SPACES.
001610*    THE MANAGERS' SIGN-OFF LIST.
001620    05 WS-LIST-HDG-LINE.
001630       10 FILLER                       PIC X(44) VALUE
001640          'QUARTERLY ACCESS RECERTIFICATION - ISSUED  '.
001650       10 WS-LH-DATE                   PIC X(10).
001660       10 FILLER                       PIC X(16) VALUE
001670          '  - RETURN BY  '.
001680       10 WS-LH-DEADLINE               PIC X(10).
001690       10 FILLER                       PIC X(52) VALUE SPACES.
001700    05 WS-MANAGER-LINE.
001710       10 FILLER                       PIC X(10) VALUE
001720          'MANAGER : '.
001730       10 WS-ML-ENO                    PIC X(04).
001740       10 FILLER                       PIC X(02) VALUE SPACES.
001750       10 WS-ML-NAME                   PIC X(20).
001760       10 FILLER                       PIC X(96) VALUE SPACES.
001770    05 WS-INSTRUCT-LINE-1.
001780       10 FILLER                       PIC X(42) VALUE
001790          'TICK KEEP OR REMOVE FOR EACH ACCESS BELOW,'.
001800       10 FILLER                       PIC X(90) VALUE
001810          ' SIGN, AND RETURN TO THE'.
001820    05 WS-INSTRUCT-LINE-2.
001830       10 FILLER                       PIC X(56) VALUE
001840          'SECURITY ADMINISTRATOR. ACCESS NOT RE-CONFIRMED BY '.
001850       10 WS-IL-DEADLINE               PIC X(10).
001860       10 FILLER                       PIC X(66) VALUE
001870          ' IS REVOKED THE NEXT NIGHT.'.
001880    05 WS-REVIEW-LINE.
001890       10 FILLER                       PIC X(29) VALUE
001900          'NO CURRENT MANAGER ON FILE - '.
001910       10 FILLER                       PIC X(103) VALUE
001920          'FOR THE SECURITY ADMINISTRATOR'.
001930    05 WS-LIST-COL-LINE.
001940       10 FILLER                       PIC X(29) VALUE
001950          '  ENO  EMPLOYEE'.
001960       10 FILLER                       PIC X(19) VALUE
001970          'USER ID  FUNCTION'.
001980       10 FILLER                       PIC X(11) VALUE
001990          'GRANTED'.
002000       10 FILLER                       PIC X(15) VALUE
002010          'BY'.
002020       10 FILLER                       PIC X(58) VALUE
002030          'KEEP   REMOVE'.
002040    05 WS-LIST-LINE.
002050       10 FILLER                       PIC X(02) VALUE SPACES.
002060       10 WS-LL-ENO                    PIC X(04).
002070       10 FILLER                       PIC X(01) VALUE SPACES.
002080       10 WS-LL-ENAME                  PIC X(20).
002090       10 FILLER                       PIC X(02) VALUE SPACES.
002100       10 WS-LL-USR-ID                 PIC X(08).
002110       10 FILLER                       PIC X(01) VALUE SPACES.
002120       10 WS-LL-FUNCTION-CODE          PIC X(08).
002130       10 FILLER                       PIC X(02) VALUE SPACES.
002140       10 WS-LL-GRANTED                PIC X(10).
002150       10 FILLER                       PIC X(01) VALUE SPACES.
002160       10 WS-LL-GRANTED-BY             PIC X(08).
002170       10 FILLER                       PIC X(07) VALUE SPACES.
002180       10 FILLER                       PIC X(16) VALUE
002190          '[ ]    [ ]'.
002200       10 FILLER                       PIC X(42) VALUE SPACES.
002210    05 WS-SIGN-LINE.
002220       10 FILLER                       PIC X(41) VALUE
002230          'SIGNED ______________________________    '.
002240       10 FILLER                       PIC X(91) VALUE
002250          'DATE __________'.
002260    05 WS-UNOWNED-HDG-LINE.
002270       10 FILLER                       PIC X(42) VALUE
002280          'EXCEPTIONS - GRANTS WITH NO OWNER ON FILE,'.
002290       10 FILLER                       PIC X(90) VALUE
002300          ' NOT SENT FOR SIGN-OFF.'.
002310    05 WS-UNOWNED-HDG-LINE-2.
002320       10 FILLER                       PIC X(36) VALUE
002330          'RECORD EACH OWNER ON ETRM025 (PF10) '.
002340       10 FILLER                       PIC X(96) VALUE
002350          'SO IT JOINS THE NEXT CYCLE.'.
002360    05 WS-NO-CYCLE-LINE.
002370       10 FILLER                       PIC X(50) VALUE
002380          'NO RECERTIFICATION CYCLE STARTED TONIGHT - '.
002390       10 WS-NC-PENDING                PIC ZZZ,ZZ9.
002400       10 FILLER                       PIC X(75) VALUE
002410          ' GRANTS STILL AWAITING RE-CONFIRMATION'.

002420******************************************************************
002430* Copybook Includes.                                             *
002440******************************************************************
002450     EXEC SQL
002460       INCLUDE CWERRLOG
002470     END-EXEC.

002480*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002490     EXEC SQL
002500       INCLUDE CWJOBLOG
002510     END-EXEC.

002520*    USER AUTHORITY CHANGE AUDIT - SEE CWUAAUD.
002530     EXEC SQL
002540       INCLUDE CWUAAUD
002550     END-EXEC.

002560******************************************************************
002570*                     DB2 SECTION                                *
002580******************************************************************
002590     EXEC SQL
002600       INCLUDE SQLCA
002610     END-EXEC.

002620******************************************************************
002630*  LEAVER GRANTS - OWNED GRANTS WHOSE OWNER HAS LEFT OR IS NO    *
002640*  LONGER ON EMP999. DETAIL DATE IS THE LEAVE DATE.              *
002650******************************************************************
002660     EXEC SQL DECLARE LEAVER-GRANTS CURSOR
002670      FOR
002680      SELECT A.USR_ID, A.FUNCTION_CODE, A.ENO,
002690             COALESCE(E.ENAME, ' '),
002700             CASE WHEN E.ENO IS NULL THEN 'N' ELSE 'L' END,
002710             COALESCE(CHAR(E.LEAVE_DATE, ISO), ' ')
002720        FROM DBODEVP.USER_AUTHORITY A
002730        LEFT OUTER JOIN VIJILAK.EMP999 E
002740          ON E.ENO = A.ENO
002750       WHERE A.ENO IS NOT NULL
002760         AND (E.ENO IS NULL
002770              OR E.LEAVE_DATE <= CURRENT DATE)
002780       ORDER BY A.ENO, A.USR_ID, A.FUNCTION_CODE
002790     END-EXEC.

002800******************************************************************
002810*  LAPSED GRANTS - SENT FOR RE-CONFIRMATION AND NOT RE-CONFIRMED *
002820*  BY THE DEADLINE. DETAIL DATE IS THE DEADLINE.                 *
002830******************************************************************
002840     EXEC SQL DECLARE LAPSED-GRANTS CURSOR
002850      FOR
002860      SELECT A.USR_ID, A.FUNCTION_CODE,
002870             COALESCE(A.ENO, ' '),
002880             COALESCE(E.ENAME, ' '),
002890             'L',
002900             CHAR(A.RECERT_DUE, ISO)
002910        FROM DBODEVP.USER_AUTHORITY A
002920        LEFT OUTER JOIN VIJILAK.EMP999 E
002930          ON E.ENO = A.ENO
002940       WHERE A.RECERT_DUE < CURRENT DATE
002950       ORDER BY A.ENO, A.USR_ID, A.FUNCTION_CODE
002960     END-EXEC.

002970******************************************************************
002980*  RECERT-LIST - THE GRANTS JUST SENT, ONE GROUP PER CURRENT     *
002990*  MANAGER, THEN ONE GROUP ('ZZZZZ') FOR STAFF WHOSE MANAGER IS  *
003000*  NOT ON FILE OR HAS LEFT.                                      *
003010******************************************************************
003020     EXEC SQL DECLARE RECERT-LIST CURSOR
003030      FOR
003040      SELECT CASE WHEN M.ENO IS NULL
003050                    OR M.LEAVE_DATE <= CURRENT DATE
003060                  THEN 'ZZZZZ'
003070                  ELSE 'M' CONCAT M.ENO END,
003080             COALESCE(M.ENAME, ' '),
003090             A.ENO, E.ENAME, A.USR_ID, A.FUNCTION_CODE,
003100             CHAR(DATE(A.DTS), ISO), A.GRANTED_BY
003110        FROM DBODEVP.USER_AUTHORITY A
003120        JOIN VIJILAK.EMP999 E
003130          ON E.ENO = A.ENO
003140        LEFT OUTER JOIN VIJILAK.EMP999 M
003150          ON M.ENO = E.MANAGER_ENO
003160       WHERE A.RECERT_DUE = DATE(:WS-DEADLINE)
003170       ORDER BY 1, A.ENO, A.USR_ID, A.FUNCTION_CODE
003180     END-EXEC.

003190******************************************************************
003200*  UNOWNED GRANTS - NO ENO ON FILE, SO NOBODY TO SIGN FOR THEM.  *
003210******************************************************************
003220     EXEC SQL DECLARE UNOWNED-GRANTS CURSOR
003230      FOR
003240      SELECT USR_ID, FUNCTION_CODE,
003250             CHAR(DATE(DTS), ISO), GRANTED_BY
003260        FROM DBODEVP.USER_AUTHORITY
003270       WHERE ENO IS NULL
003280       ORDER BY USR_ID, FUNCTION_CODE
003290     END-EXEC.

003300 01 WS-END                             PIC X(50) VALUE
003310     'ETROP128-WORKING STORAGE SECTION ENDS HERE'.

003320 PROCEDURE DIVISION.

003330 MAIN-LOGIC-PARA.

003340     MOVE 'ETROP128'                   TO EL-ERROR-MODULE.
003350     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

003360     MOVE 'ETROP128'                   TO JRL-PROGRAM-ID.
003370     PERFORM LOG-JOB-START-PARA.

003380     MOVE 'ETROP128'                   TO WS-SP-PROGRAM-ID.
003390     MOVE 'RECERT-DAYS     '           TO WS-SP-PARM-NAME.
003400     MOVE WS-RECERT-DAYS               TO WS-SP-PARM-VALUE.
003410     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
003420*    A DEADLINE UNDER A WEEK IS TOO SHORT TO CHASE THE MANAGERS,
003430*    AND ONE PAST THE QUARTER WOULD RUN INTO THE NEXT CYCLE.
003440     IF WS-SP-PARM-VALUE > 6 AND WS-SP-PARM-VALUE < 85
003450         MOVE WS-SP-PARM-VALUE         TO WS-RECERT-DAYS
003460     END-IF.

003470     PERFORM GET-DATES-PARA.

003480     MOVE 'ETROP128'                   TO UAA-MODULE.
003490     MOVE 'BATCH   '                   TO UAA-ACTION-BY.

003500     OPEN OUTPUT AUTH-RPT-FILE.
003510     OPEN OUTPUT RECERT-LIST-FILE.
003520     MOVE WS-TODAY                     TO WS-HD-DATE.
003530     WRITE AUTH-RPT-RECORD             FROM WS-HDG-LINE.

003540     PERFORM REVOKE-LEAVERS-PARA.
003550     PERFORM REVOKE-LAPSED-PARA.
003560     PERFORM CHECK-CYCLE-PARA.
003570     IF WS-CYCLE-COUNT = 0
003580         PERFORM START-CYCLE-PARA
003590     ELSE
003600         PERFORM NO-CYCLE-PARA
003610     END-IF.

003620     PERFORM WRITE-TOTALS-PARA.
003630     CLOSE AUTH-RPT-FILE.
003640     CLOSE RECERT-LIST-FILE.

003650     DISPLAY 'ACCESS REVIEW DATE       : ' WS-TODAY.
003660     DISPLAY 'LEAVER GRANTS REVOKED    : ' WS-LEAVER-COUNT.
003670     DISPLAY 'LAPSED GRANTS REVOKED    : ' WS-LAPSED-COUNT.
003680     DISPLAY 'NOT REVOKED - NO AUDIT   : ' WS-KEPT-COUNT.
003690     DISPLAY 'SENT FOR RECERTIFICATION : ' WS-SENT-COUNT.
003700     DISPLAY 'UNOWNED GRANTS LISTED    : ' WS-UNOWNED-COUNT.
003710     MOVE 'C'                          TO JRL-RUN-STATUS.
003720     COMPUTE JRL-ROWS-READ = WS-GRANTS-READ + WS-SENT-COUNT.
003730     COMPUTE JRL-ROWS-WRITTEN = WS-LEAVER-COUNT + WS-LAPSED-COUNT
003740                              + WS-SENT-COUNT.
003750     MOVE WS-KEPT-COUNT                TO JRL-ROWS-SKIPPED.
003760     PERFORM LOG-JOB-END-PARA.
003770     GOBACK.

003780******************************************************************
003790* Today And The Quarter It Falls In                              *
003800******************************************************************
003810*    QUARTERS START IN JANUARY, APRIL, JULY AND OCTOBER.
003820 GET-DATES-PARA.
003830     EXEC SQL
003840       SELECT CHAR(CURRENT DATE, ISO),
003850              CHAR(CURRENT DATE + :WS-RECERT-DAYS DAYS, ISO)
003860         INTO :WS-TODAY, :WS-DEADLINE
003870         FROM SYSIBM.SYSDUMMY1
003880     END-EXEC.
003890     IF SQLCODE NOT = 0
003900         MOVE 'SELECT'                 TO EL-ERROR-ACTION
003910         MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
003920         PERFORM CHECK-SQLCODE-PARA
003930         PERFORM EXIT-PARA
003940     END-IF.
003950     COMPUTE WS-MONTHS-IN = WS-TODAY-MM - 1.
003960     DIVIDE 3 INTO WS-MONTHS-IN GIVING WS-QTR-NO.
003970     MOVE WS-TODAY-YYYY                TO WS-QTR-YYYY.
003980     COMPUTE WS-QTR-MM = WS-QTR-NO * 3 + 1.

003990******************************************************************
004000* 1. Leavers                                                     *
004010******************************************************************
004020 REVOKE-LEAVERS-PARA.
004030     MOVE 'REVOKE-LEAVERS-PARA       ' TO EL-ERROR-PARA-NAME.
004040     MOVE SPACES                       TO AUTH-RPT-RECORD.
004050     WRITE AUTH-RPT-RECORD.
004060     MOVE 'GRANTS REVOKED - OWNER HAS LEFT OR IS NOT ON EMP999'
004070                                       TO WS-SC-TEXT.
004080     WRITE AUTH-RPT-RECORD             FROM WS-SECTION-LINE.
004090     EXEC SQL
004100       OPEN LEAVER-GRANTS
004110     END-EXEC.
004120     IF SQLCODE NOT = 0
004130         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
004140         MOVE 'LEAVER-GRANTS'          TO EL-ERROR-DB2-OBJECT
004150         PERFORM CHECK-SQLCODE-PARA
004160         PERFORM EXIT-PARA
004170     END-IF.
004180     SET UAA-LEAVER                    TO TRUE.
004190     PERFORM REVOKE-LEAVER-PARA
004200         UNTIL SQLCODE = 100.
004210     EXEC SQL
004220       CLOSE LEAVER-GRANTS
004230     END-EXEC.
004240     IF SQLCODE NOT = 0
004250         MOVE 'CLOSE '                 TO EL-ERROR-ACTION
004260         MOVE 'LEAVER-GRANTS'          TO EL-ERROR-DB2-OBJECT
004270         PERFORM CHECK-SQLCODE-PARA
004280     END-IF.
004290     IF WS-GRANTS-READ = 0
004300         WRITE AUTH-RPT-RECORD         FROM WS-NONE-LINE
004310     END-IF.

004320 REVOKE-LEAVER-PARA.
004330     EXEC SQL
004340       FETCH LEAVER-GRANTS
004350        INTO :WS-RV-USR-ID, :WS-RV-FUNCTION-CODE, :WS-RV-ENO,
004360             :WS-RV-ENAME, :WS-RV-WHY, :WS-RV-DATE
004370     END-EXEC.
004380     EVALUATE SQLCODE
004390       WHEN 0
004400         ADD 1                         TO WS-GRANTS-READ
004410         IF WS-RV-NOT-ON-FILE
004420             MOVE 'NOT ON EMP999'      TO WS-RL-DETAIL
004430             MOVE 'OWNER NOT ON EMP999' TO UAA-REASON
004440         ELSE
004450             MOVE SPACES               TO WS-RL-DETAIL
004460             STRING 'LEFT ' WS-RV-DATE
004470                 DELIMITED BY SIZE   INTO WS-RL-DETAIL
004480             MOVE 'OWNER LEFT - EMP999 LEAVE DATE PASSED'
004490                                       TO UAA-REASON
004500         END-IF
004510         PERFORM REVOKE-GRANT-PARA
004520         IF UAA-WRITTEN
004530             ADD 1                     TO WS-LEAVER-COUNT
004540         END-IF
004550         MOVE 0                        TO SQLCODE
004560       WHEN 100
004570         CONTINUE
004580       WHEN OTHER
004590         MOVE 'FETCH '                 TO EL-ERROR-ACTION
004600         MOVE 'LEAVER-GRANTS'          TO EL-ERROR-DB2-OBJECT
004610         PERFORM CHECK-SQLCODE-PARA
004620         PERFORM EXIT-PARA
004630     END-EVALUATE.

004640******************************************************************
004650* 2. Lapsed Re-confirmations                                     *
004660******************************************************************
004670 REVOKE-LAPSED-PARA.
004680     MOVE 'REVOKE-LAPSED-PARA        ' TO EL-ERROR-PARA-NAME.
004690     MOVE SPACES                       TO AUTH-RPT-RECORD.
004700     WRITE AUTH-RPT-RECORD.
004710     MOVE 'GRANTS REVOKED - NOT RE-CONFIRMED BY THE DEADLINE'
004720                                       TO WS-SC-TEXT.
004730     WRITE AUTH-RPT-RECORD             FROM WS-SECTION-LINE.
004740     MOVE WS-GRANTS-READ               TO WS-READ-BEFORE.
004750     EXEC SQL
004760       OPEN LAPSED-GRANTS
004770     END-EXEC.
004780     IF SQLCODE NOT = 0
004790         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
004800         MOVE 'LAPSED-GRANTS'          TO EL-ERROR-DB2-OBJECT
004810         PERFORM CHECK-SQLCODE-PARA
004820         PERFORM EXIT-PARA
004830     END-IF.
004840     SET UAA-LAPSED                    TO TRUE.
004850     MOVE 'NOT RE-CONFIRMED BY THE RECERT DEADLINE'
004860                                       TO UAA-REASON.
004870     PERFORM REVOKE-LAPSED-ONE-PARA
004880         UNTIL SQLCODE = 100.
004890     EXEC SQL
004900       CLOSE LAPSED-GRANTS
004910     END-EXEC.
004920     IF SQLCODE NOT = 0
004930         MOVE 'CLOSE '                 TO EL-ERROR-ACTION
004940         MOVE 'LAPSED-GRANTS'          TO EL-ERROR-DB2-OBJECT
004950         PERFORM CHECK-SQLCODE-PARA
004960     END-IF.
004970     IF WS-GRANTS-READ = WS-READ-BEFORE
004980         WRITE AUTH-RPT-RECORD         FROM WS-NONE-LINE
004990     END-IF.

005000 REVOKE-LAPSED-ONE-PARA.
005010     EXEC SQL
005020       FETCH LAPSED-GRANTS
005030        INTO :WS-RV-USR-ID, :WS-RV-FUNCTION-CODE, :WS-RV-ENO,
005040             :WS-RV-ENAME, :WS-RV-WHY, :WS-RV-DATE
005050     END-EXEC.
005060     EVALUATE SQLCODE
005070       WHEN 0
005080         ADD 1                         TO WS-GRANTS-READ
005090         MOVE SPACES                   TO WS-RL-DETAIL
005100         STRING 'WAS DUE ' WS-RV-DATE
005110             DELIMITED BY SIZE       INTO WS-RL-DETAIL
005120         PERFORM REVOKE-GRANT-PARA
005130         IF UAA-WRITTEN
005140             ADD 1                     TO WS-LAPSED-COUNT
005150         END-IF
005160         MOVE 0                        TO SQLCODE
005170       WHEN 100
005180         CONTINUE
005190       WHEN OTHER
005200         MOVE 'FETCH '                 TO EL-ERROR-ACTION
005210         MOVE 'LAPSED-GRANTS'          TO EL-ERROR-DB2-OBJECT
005220         PERFORM CHECK-SQLCODE-PARA
005230         PERFORM EXIT-PARA
005240     END-EVALUATE.

005250******************************************************************
005260* Revoke One Grant                                               *
005270******************************************************************
005280*    THE AUDIT ROW IS WRITTEN FIRST, WHILE THERE IS A ROW TO COPY.
005290*    NO AUDIT ROW, NO DELETE - THE GRANT IS KEPT AND REPORTED,
005300*    AND TOMORROW'S RUN FINDS IT AGAIN.
005310 REVOKE-GRANT-PARA.
005320     MOVE WS-RV-USR-ID                 TO UAA-USR-ID
005330                                          WS-RL-USR-ID.
005340     MOVE WS-RV-FUNCTION-CODE          TO UAA-FUNCTION-CODE
005350                                          WS-RL-FUNCTION-CODE.
005360     MOVE WS-RV-ENO                    TO WS-RL-ENO.
005370     MOVE WS-RV-ENAME                  TO WS-RL-ENAME.
005380     PERFORM WRITE-AUTH-AUDIT-PARA.
005390     IF UAA-WRITTEN
005400         EXEC SQL
005410           DELETE FROM DBODEVP.USER_AUTHORITY
005420            WHERE USR_ID        = :UAA-USR-ID
005430              AND FUNCTION_CODE = :UAA-FUNCTION-CODE
005440         END-EXEC
005450         IF SQLCODE NOT = 0
005460             MOVE 'DELETE'             TO EL-ERROR-ACTION
005470             MOVE 'USER_AUTHORITY'     TO EL-ERROR-DB2-OBJECT
005480             PERFORM CHECK-SQLCODE-PARA
005490             PERFORM EXIT-PARA
005500         END-IF
005510         MOVE 'REVOKED'                TO WS-RL-OUTCOME
005520     ELSE
005530         ADD 1                         TO WS-KEPT-COUNT
005540         MOVE 'NOT REVOKED - AUDIT FAILED'
005550                                       TO WS-RL-OUTCOME
005560     END-IF.
005570     WRITE AUTH-RPT-RECORD             FROM WS-REVOKE-LINE.

005580******************************************************************
005590* 3. Quarterly Recertification                                   *
005600******************************************************************
005610*    A CYCLE HAS STARTED THIS QUARTER IF ANY GRANT HAS BEEN SENT
005620*    SINCE THE QUARTER BEGAN.
005630 CHECK-CYCLE-PARA.
005640     MOVE 'CHECK-CYCLE-PARA          ' TO EL-ERROR-PARA-NAME.
005650     EXEC SQL
005660       SELECT COUNT(*)
005670         INTO :WS-CYCLE-COUNT
005680         FROM DBODEVP.USER_AUTHORITY_AUDIT
005690        WHERE AUDIT_ACTION = 'S'
005700          AND AUDIT_DTS   >= TIMESTAMP(:WS-QTR-START, '00.00.00')
005710     END-EXEC.
005720     IF SQLCODE NOT = 0
005730         MOVE 'SELECT'                 TO EL-ERROR-ACTION
005740         MOVE 'USER_AUTHORITY_AUDIT'   TO EL-ERROR-DB2-OBJECT
005750         PERFORM CHECK-SQLCODE-PARA
005760         PERFORM EXIT-PARA
005770     END-IF.

005780*    EVERY OWNED GRANT NOT ALREADY AWAITING RE-CONFIRMATION IS
005790*    AUDITED AS SENT AND GIVEN THE DEADLINE, AS ONE SET EACH SO
005800*    THE AUDIT AND THE TABLE CANNOT DISAGREE ABOUT WHICH WENT.
005810 START-CYCLE-PARA.
005820     MOVE 'START-CYCLE-PARA          ' TO EL-ERROR-PARA-NAME.
005830     SET WS-CYCLE-STARTED              TO TRUE.
005840     SET UAA-SENT-FOR-RECERT           TO TRUE.
005850     MOVE 'QUARTERLY RECERTIFICATION'  TO UAA-REASON.
005860     EXEC SQL
005870       INSERT INTO DBODEVP.USER_AUTHORITY_AUDIT
005880            ( AUDIT_DTS, USR_ID, FUNCTION_CODE, AUDIT_ACTION,
005890              ENO, GRANTED_BY, GRANTED_DTS,
005900              ACTION_BY, ACTION_MODULE, ACTION_REASON )
005910       SELECT CURRENT TIMESTAMP, USR_ID, FUNCTION_CODE,
005920              :UAA-ACTION,
005930              ENO, GRANTED_BY, DTS,
005940              :UAA-ACTION-BY, :UAA-MODULE, :UAA-REASON
005950         FROM DBODEVP.USER_AUTHORITY
005960        WHERE ENO IS NOT NULL
005970          AND RECERT_DUE IS NULL
005980     END-EXEC.
005990     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
006000         MOVE 'INSERT'                 TO EL-ERROR-ACTION
006010         MOVE 'USER_AUTHORITY_AUDIT'   TO EL-ERROR-DB2-OBJECT
006020         PERFORM CHECK-SQLCODE-PARA
006030         PERFORM EXIT-PARA
006040     END-IF.
006050     EXEC SQL
006060       UPDATE DBODEVP.USER_AUTHORITY
006070          SET RECERT_DUE = DATE(:WS-DEADLINE)
006080        WHERE ENO IS NOT NULL
006090          AND RECERT_DUE IS NULL
006100     END-EXEC.
006110     EVALUATE SQLCODE
006120       WHEN 0
006130         MOVE SQLERRD (3)              TO WS-SENT-COUNT
006140       WHEN 100
006150         MOVE 0                        TO WS-SENT-COUNT
006160       WHEN OTHER
006170         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
006180         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
006190         PERFORM CHECK-SQLCODE-PARA
006200         PERFORM EXIT-PARA
006210     END-EVALUATE.

006220     MOVE WS-TODAY                     TO WS-LH-DATE.
006230     MOVE WS-DEADLINE                  TO WS-LH-DEADLINE
006240                                          WS-IL-DEADLINE.
006250     WRITE RECERT-LIST-RECORD          FROM WS-LIST-HDG-LINE.
006260     PERFORM WRITE-MANAGER-LISTS-PARA.
006270     PERFORM WRITE-UNOWNED-PARA.

006280 WRITE-MANAGER-LISTS-PARA.
006290     MOVE 'WRITE-MANAGER-LISTS-PARA  ' TO EL-ERROR-PARA-NAME.
006300     EXEC SQL
006310       OPEN RECERT-LIST
006320     END-EXEC.
006330     IF SQLCODE NOT = 0
006340         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
006350         MOVE 'RECERT-LIST'            TO EL-ERROR-DB2-OBJECT
006360         PERFORM CHECK-SQLCODE-PARA
006370         PERFORM EXIT-PARA
006380     END-IF.
006390     PERFORM LIST-ONE-GRANT-PARA
006400         UNTIL SQLCODE = 100.
006410     EXEC SQL
006420       CLOSE RECERT-LIST
006430     END-EXEC.
006440     IF SQLCODE NOT = 0
006450         MOVE 'CLOSE '                 TO EL-ERROR-ACTION
006460         MOVE 'RECERT-LIST'            TO EL-ERROR-DB2-OBJECT
006470         PERFORM CHECK-SQLCODE-PARA
006480     END-IF.
006490     IF NOT WS-FIRST-GROUP
006500         PERFORM END-GROUP-PARA
006510     END-IF.

006520 LIST-ONE-GRANT-PARA.
006530     EXEC SQL
006540       FETCH RECERT-LIST
006550        INTO :WS-RC-GROUP, :WS-RC-MANAGER-NAME,
006560             :WS-RC-ENO, :WS-RC-ENAME,
006570             :WS-RC-USR-ID, :WS-RC-FUNCTION-CODE,
006580             :WS-RC-GRANTED, :WS-RC-GRANTED-BY
006590     END-EXEC.
006600     EVALUATE SQLCODE
006610       WHEN 0
006620         ADD 1                         TO WS-LISTED-COUNT
006630         PERFORM GROUP-BREAK-PARA
006640         MOVE WS-RC-ENO                TO WS-LL-ENO
006650         MOVE WS-RC-ENAME              TO WS-LL-ENAME
006660         MOVE WS-RC-USR-ID             TO WS-LL-USR-ID
006670         MOVE WS-RC-FUNCTION-CODE      TO WS-LL-FUNCTION-CODE
006680         MOVE WS-RC-GRANTED            TO WS-LL-GRANTED
006690         MOVE WS-RC-GRANTED-BY         TO WS-LL-GRANTED-BY
006700         WRITE RECERT-LIST-RECORD      FROM WS-LIST-LINE
006710       WHEN 100
006720         CONTINUE
006730       WHEN OTHER
006740         MOVE 'FETCH '                 TO EL-ERROR-ACTION
006750         MOVE 'RECERT-LIST'            TO EL-ERROR-DB2-OBJECT
006760         PERFORM CHECK-SQLCODE-PARA
006770         PERFORM EXIT-PARA
006780     END-EVALUATE.

006790*    EACH MANAGER'S SECTION STANDS ALONE SO IT CAN BE TORN OFF
006800*    AND SENT - ITS OWN HEADING, INSTRUCTIONS AND SIGNATURE LINE.
006810 GROUP-BREAK-PARA.
006820     IF WS-FIRST-GROUP
006830        OR WS-RC-GROUP NOT = WS-PREV-GROUP
006840         IF NOT WS-FIRST-GROUP
006850             PERFORM END-GROUP-PARA
006860         END-IF
006870         MOVE 'N'                      TO WS-FIRST-GROUP-SW
006880         MOVE WS-RC-GROUP              TO WS-PREV-GROUP
006890         MOVE SPACES                   TO RECERT-LIST-RECORD
006900         WRITE RECERT-LIST-RECORD
006910         WRITE RECERT-LIST-RECORD
006920         IF WS-RC-GROUP = 'ZZZZZ'
006930             WRITE RECERT-LIST-RECORD  FROM WS-REVIEW-LINE
006940         ELSE
006950             MOVE WS-RC-GROUP (2:4)    TO WS-ML-ENO
006960             MOVE WS-RC-MANAGER-NAME   TO WS-ML-NAME
006970             WRITE RECERT-LIST-RECORD  FROM WS-MANAGER-LINE
006980         END-IF
006990         WRITE RECERT-LIST-RECORD      FROM WS-INSTRUCT-LINE-1
007000         WRITE RECERT-LIST-RECORD      FROM WS-INSTRUCT-LINE-2
007010         MOVE SPACES                   TO RECERT-LIST-RECORD
007020         WRITE RECERT-LIST-RECORD
007030         WRITE RECERT-LIST-RECORD      FROM WS-LIST-COL-LINE
007040     END-IF.

007050 END-GROUP-PARA.
007060     MOVE SPACES                       TO RECERT-LIST-RECORD.
007070     WRITE RECERT-LIST-RECORD.
007080     WRITE RECERT-LIST-RECORD          FROM WS-SIGN-LINE.

007090 WRITE-UNOWNED-PARA.
007100     MOVE 'WRITE-UNOWNED-PARA        ' TO EL-ERROR-PARA-NAME.
007110     MOVE SPACES                       TO RECERT-LIST-RECORD.
007120     WRITE RECERT-LIST-RECORD.
007130     WRITE RECERT-LIST-RECORD.
007140     WRITE RECERT-LIST-RECORD          FROM WS-UNOWNED-HDG-LINE.
007150     WRITE RECERT-LIST-RECORD          FROM WS-UNOWNED-HDG-LINE-2.
007160     MOVE SPACES                       TO RECERT-LIST-RECORD.
007170     WRITE RECERT-LIST-RECORD.
007180     WRITE RECERT-LIST-RECORD          FROM WS-LIST-COL-LINE.
007190     EXEC SQL
007200       OPEN UNOWNED-GRANTS
007210     END-EXEC.
007220     IF SQLCODE NOT = 0
007230         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
007240         MOVE 'UNOWNED-GRANTS'         TO EL-ERROR-DB2-OBJECT
007250         PERFORM CHECK-SQLCODE-PARA
007260         PERFORM EXIT-PARA
007270     END-IF.
007280     MOVE SPACES                       TO WS-LL-ENO
007290                                          WS-LL-ENAME.
007300     PERFORM LIST-UNOWNED-PARA
007310         UNTIL SQLCODE = 100.
007320     EXEC SQL
007330       CLOSE UNOWNED-GRANTS
007340     END-EXEC.
007350     IF SQLCODE NOT = 0
007360         MOVE 'CLOSE '                 TO EL-ERROR-ACTION
007370         MOVE 'UNOWNED-GRANTS'         TO EL-ERROR-DB2-OBJECT
007380         PERFORM CHECK-SQLCODE-PARA
007390     END-IF.
007400     IF WS-UNOWNED-COUNT = 0
007410         WRITE RECERT-LIST-RECORD      FROM WS-NONE-LINE
007420     END-IF.

007430 LIST-UNOWNED-PARA.
007440     EXEC SQL
007450       FETCH UNOWNED-GRANTS
007460        INTO :WS-RC-USR-ID, :WS-RC-FUNCTION-CODE,
007470             :WS-RC-GRANTED, :WS-RC-GRANTED-BY
007480     END-EXEC.
007490     EVALUATE SQLCODE
007500       WHEN 0
007510         ADD 1                         TO WS-UNOWNED-COUNT
007520         MOVE WS-RC-USR-ID             TO WS-LL-USR-ID
007530         MOVE WS-RC-FUNCTION-CODE      TO WS-LL-FUNCTION-CODE
007540         MOVE WS-RC-GRANTED            TO WS-LL-GRANTED
007550         MOVE WS-RC-GRANTED-BY         TO WS-LL-GRANTED-BY
007560         WRITE RECERT-LIST-RECORD      FROM WS-LIST-LINE
007570       WHEN 100
007580         CONTINUE
007590       WHEN OTHER
007600         MOVE 'FETCH '                 TO EL-ERROR-ACTION
007610         MOVE 'UNOWNED-GRANTS'         TO EL-ERROR-DB2-OBJECT
007620         PERFORM CHECK-SQLCODE-PARA
007630         PERFORM EXIT-PARA
007640     END-EVALUATE.

007650*    ON THE OTHER NIGHTS OF THE QUARTER THE LIST SAYS HOW MANY
007660*    GRANTS ARE STILL OUT, SO THE ADMINISTRATOR CAN CHASE THEM.
007670 NO-CYCLE-PARA.
007680     MOVE 'NO-CYCLE-PARA             ' TO EL-ERROR-PARA-NAME.
007690     EXEC SQL
007700       SELECT COUNT(*)
007710         INTO :WS-PENDING-COUNT
007720         FROM DBODEVP.USER_AUTHORITY
007730        WHERE RECERT_DUE IS NOT NULL
007740     END-EXEC.
007750     IF SQLCODE NOT = 0
007760         MOVE 'SELECT'                 TO EL-ERROR-ACTION
007770         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
007780         PERFORM CHECK-SQLCODE-PARA
007790         PERFORM EXIT-PARA
007800     END-IF.
007810     MOVE WS-PENDING-COUNT             TO WS-NC-PENDING.
007820     WRITE RECERT-LIST-RECORD          FROM WS-NO-CYCLE-LINE.

007830******************************************************************
007840* Totals                                                         *
007850******************************************************************
007860 WRITE-TOTALS-PARA.
007870     MOVE SPACES                       TO AUTH-RPT-RECORD.
007880     WRITE AUTH-RPT-RECORD.
007890     MOVE 'LEAVER GRANTS REVOKED           :' TO WS-CN-LABEL.
007900     MOVE WS-LEAVER-COUNT              TO WS-CN-COUNT.
007910     WRITE AUTH-RPT-RECORD             FROM WS-CNT-LINE.
007920     MOVE 'LAPSED GRANTS REVOKED           :' TO WS-CN-LABEL.
007930     MOVE WS-LAPSED-COUNT              TO WS-CN-COUNT.
007940     WRITE AUTH-RPT-RECORD             FROM WS-CNT-LINE.
007950     MOVE 'NOT REVOKED - AUDIT FAILED      :' TO WS-CN-LABEL.
007960     MOVE WS-KEPT-COUNT                TO WS-CN-COUNT.
007970     WRITE AUTH-RPT-RECORD             FROM WS-CNT-LINE.
007980     IF WS-CYCLE-STARTED
007990         MOVE 'SENT FOR RECERTIFICATION        :'
008000                                       TO WS-CN-LABEL
008010         MOVE WS-SENT-COUNT            TO WS-CN-COUNT
008020         WRITE AUTH-RPT-RECORD         FROM WS-CNT-LINE
008030         MOVE 'LISTED TO MANAGERS/ADMINISTRATOR:'
008040                                       TO WS-CN-LABEL
008050         MOVE WS-LISTED-COUNT          TO WS-CN-COUNT
008060         WRITE AUTH-RPT-RECORD         FROM WS-CNT-LINE
008070         MOVE 'UNOWNED GRANTS LISTED           :'
008080                                       TO WS-CN-LABEL
008090         MOVE WS-UNOWNED-COUNT         TO WS-CN-COUNT
008100         WRITE AUTH-RPT-RECORD         FROM WS-CNT-LINE
008110     ELSE
008120         MOVE 'AWAITING RE-CONFIRMATION        :'
008130                                       TO WS-CN-LABEL
008140         MOVE WS-PENDING-COUNT         TO WS-CN-COUNT
008150         WRITE AUTH-RPT-RECORD         FROM WS-CNT-LINE
008160     END-IF.

008170******************************************************************
008180* User Authority Change Audit                                    *
008190******************************************************************
008200     EXEC SQL
008210       INCLUDE CPUAAUD
008220     END-EXEC.

008230******************************************************************
008240* Error Logging                                                  *
008250******************************************************************
008260     EXEC SQL
008270       INCLUDE CPERRBAT
008280     END-EXEC.

008290*    NO COMMIT IS TAKEN BEFORE THE RUN ENDS, SO A FAILED RUN
008300*    LEAVES NO GRANT DELETED WITHOUT ITS AUDIT ROW AND NO CYCLE
008310*    HALF SENT.
008320 EXIT-PARA.
008330     MOVE 'F'                        TO JRL-RUN-STATUS.
008340     PERFORM LOG-JOB-END-PARA.
008350     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
008360     GOBACK.

008370******************************************************************
008380* Run Registry                                                   *
008390******************************************************************
008400     EXEC SQL
008410       INCLUDE CPJOBLOG
008420     END-EXEC.
