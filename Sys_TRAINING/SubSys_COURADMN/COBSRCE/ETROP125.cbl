000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP125.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  NIGHTLY ORGANIZATION CREDIT-HOLD SWEEP.                       *
000090*  SETS AND CLEARS ORGANIZATION.CREDIT_HOLD FROM THE ETROP21     *
000100*  AGING MATH. AN ORG'S AGED BALANCE IS ITS UNPAID SEAT BALANCE  *
000110*  (PRICED_FEE, ELSE SESSION_FEE, LESS AMOUNT_PAID ON ACTIVE     *
000120*  ROWS NOT DRAWN ON A PREPAID CONTRACT) BOOKED HOLD-AGE-DAYS    *
000130*  OR MORE AGO - THE ETROP21 90-PLUS BUCKET AT THE DEFAULT -     *
000140*  LESS THE AMOUNT IN OPEN DISPUTE (ETRB023), WHICH IS NEVER     *
000150*  CHASED.                                                       *
000160*    'N' ORG WITH AN AGED BALANCE OF HOLD-MIN-AMOUNT OR MORE -   *
000170*        PUT ON HOLD ('Y'); ETRB002 THEN PARKS OR REFUSES ITS    *
000180*        SIGN-UPS                                                *
000190*    'Y' OR 'R' ORG WITH NO AGED BALANCE LEFT - CLEARED TO 'N'   *
000200*  A HOLD FINANCE HAS RELEASED ('R', ETRB034) IS NOT SET AGAIN   *
000210*  FOR THE SAME DEBT - IT STAYS RELEASED UNTIL THE AGED BALANCE  *
000220*  IS PAID. EVERY CHANGE IS LOGGED IN CREDIT_HOLD_LOG (DCLCRHLG) *
000230*  AND LISTED ON CRHLDRPT WITH EVERY ORG STILL HELD OR RELEASED. *
000240*  RUN PARAMETERS (SYSTEM_PARAMETER VIA RCBT004A, PROGRAM_ID     *
000250*  ETROP125):                                                    *
000260*    HOLD-AGE-DAYS     DAYS OLD A BALANCE MUST BE (DEFAULT 90)   *
000270*    HOLD-MIN-AMOUNT   WHOLE-UNIT AGED BALANCE THAT SETS A HOLD  *
000280*                      (DEFAULT 1)                               *
000290******************************************************************

000300 ENVIRONMENT DIVISION.

000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. Z900.
000330 OBJECT-COMPUTER. Z900.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CREDIT-RPT-FILE ASSIGN TO CRHLDRPT
000370            ORGANIZATION  IS LINE SEQUENTIAL.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CREDIT-RPT-FILE
000410     RECORD CONTAINS 132 CHARACTERS.
000420 01  CREDIT-RPT-RECORD               PIC X(132).

000430 WORKING-STORAGE SECTION.

000440 01 WS-BEGIN                          PIC  X(36) VALUE
000450     'ETROP125 WORKING STORAGE STARTS HERE'.

000460******************************************************************
000470*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000480******************************************************************
000490 01 WS-VARIABLES.
000500    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000510       88 WS-NO-ERROR                            VALUE SPACES.
000520       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000530       88 WS-FATAL-ERROR                         VALUE 'F'.
000540    05 WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000550       88 WS-END-OF-ROWS                         VALUE 'Y'.
000560       88 WS-MORE-ROWS                           VALUE 'N'.
000570    05 WS-RUN-DATE                     PIC X(10).
000580    05 WS-HOLD-AGE-DAYS                PIC S9(9) COMP VALUE 90.
000590    05 WS-HOLD-MIN-AMOUNT              PIC S9(9) COMP VALUE 1.
000600    05 WS-AGED-BALANCE                 PIC S9(9)V99 COMP-3.
000610    05 WS-ACTION                       PIC X(01).
000620       88 WS-ACTION-HOLD                         VALUE 'H'.
000630       88 WS-ACTION-CLEAR                        VALUE 'C'.
000640       88 WS-ACTION-NONE                         VALUE SPACES.
000650    05 WS-ORG-COUNT                    PIC S9(9) COMP VALUE 0.
000660    05 WS-HELD-COUNT                   PIC S9(9) COMP VALUE 0.
000670    05 WS-CLEARED-COUNT                PIC S9(9) COMP VALUE 0.
000680    05 WS-STILL-HELD-COUNT             PIC S9(9) COMP VALUE 0.
000690    05 WS-SKIPPED-COUNT                PIC S9(9) COMP VALUE 0.

000700*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
000710*    SYSTEM_PARAMETER LOOKUP.
000720 01 WS-RCBT004A-PARM.
000730    05 WS-SP-PROGRAM-ID                PIC X(08).
000740    05 WS-SP-PARM-NAME                 PIC X(16).
000750    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000760    05 WS-SP-RETURN-CODE               PIC X(1).

000770******************************************************************
000780*  REPORT LINES                                                  *
000790******************************************************************
000800 01 WS-RPT-LINES.
000810    05 WS-HDG-LINE.
000820       10 FILLER                       PIC X(44) VALUE
000830          'ORGANIZATION CREDIT-HOLD SWEEP - REPORT DATE'.
000840       10 FILLER                       PIC X(01) VALUE SPACES.
000850       10 WS-HD-RUN-DATE               PIC X(10).
000860       10 FILLER                       PIC X(12) VALUE
000870          '   HOLD AGE '.
000880       10 WS-HD-AGE-DAYS               PIC ZZZ9.
000890       10 FILLER                       PIC X(05) VALUE
000900          ' DAYS'.
000910       10 FILLER                       PIC X(56) VALUE SPACES.
000920    05 WS-COL-LINE.
000930       10 FILLER                       PIC X(44) VALUE
000940          '  ORG CODE ORGANIZATION                     '.
000950       10 FILLER                       PIC X(44) VALUE
000960          ' ACTION         AGED BALANCE     EXPOSURE   '.
000970       10 FILLER                       PIC X(44) VALUE
000980          'CREDIT LIMIT  PARKED                        '.
000990    05 WS-DETAIL-LINE.
001000       10 FILLER                       PIC X(02) VALUE SPACES.
001010       10 WS-DL-ORG-CODE               PIC X(08).
001020       10 FILLER                       PIC X(01) VALUE SPACES.
001030       10 WS-DL-ORG-NAME               PIC X(32).
001040       10 FILLER                       PIC X(01) VALUE SPACES.
001050       10 WS-DL-ACTION                 PIC X(14).
001060       10 FILLER                       PIC X(01) VALUE SPACES.
001070       10 WS-DL-AGED-BALANCE           PIC X(12).
001080       10 FILLER                       PIC X(01) VALUE SPACES.
001090       10 WS-DL-EXPOSURE               PIC X(12).
001100       10 FILLER                       PIC X(01) VALUE SPACES.
001110       10 WS-DL-CREDIT-LIMIT           PIC X(12).
001120       10 FILLER                       PIC X(01) VALUE SPACES.
001130       10 WS-DL-PARKED                 PIC ZZZZZ9.
001140       10 FILLER                       PIC X(28) VALUE SPACES.
001150    05 WS-NONE-LINE.
001160       10 FILLER                       PIC X(02) VALUE SPACES.
001170       10 WS-NL-TEXT                   PIC X(40).
001180       10 FILLER                       PIC X(90) VALUE SPACES.
001190    05 WS-TOTAL-LINE.
001200       10 FILLER                       PIC X(02) VALUE SPACES.
001210       10 FILLER                       PIC X(18) VALUE
001220          'ORGS CHECKED      '.
001230       10 WS-TL-ORGS                   PIC ZZZ,ZZ9.
001240       10 FILLER                       PIC X(18) VALUE
001250          '   HOLDS SET      '.
001260       10 WS-TL-HELD                   PIC ZZZ,ZZ9.
001270       10 FILLER                       PIC X(18) VALUE
001280          '   HOLDS CLEARED  '.
001290       10 WS-TL-CLEARED                PIC ZZZ,ZZ9.
001300       10 FILLER                       PIC X(18) VALUE
001310          '   STILL HELD     '.
001320       10 WS-TL-STILL-HELD             PIC ZZZ,ZZ9.
001330       10 FILLER                       PIC X(30) VALUE SPACES.

001340     COPY CWAMTEDT.

001350******************************************************************
001360* Copybook Includes.                                             *
001370******************************************************************
001380     EXEC SQL
001390       INCLUDE CWERRLOG
001400     END-EXEC.

001410*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001420     EXEC SQL
001430       INCLUDE CWJOBLOG
001440     END-EXEC.

001450*    ORGANIZATION CREDIT EXPOSURE - SEE CWCRDEXP.
001460     EXEC SQL
001470       INCLUDE CWCRDEXP
001480     END-EXEC.

001490******************************************************************
001500*                     DB2 SECTION                                *
001510******************************************************************
001520     EXEC SQL
001530       INCLUDE SQLCA
001540     END-EXEC.

001550     EXEC SQL
001560       INCLUDE DCLORGMS
001570     END-EXEC.

001580     EXEC SQL
001590       INCLUDE DCLCRHLG
001600     END-EXEC.

001610*    EVERY ORG WITH ITS GROSS AGED BALANCE. THE ORG'S SEATS ARE
001620*    THE ROWS CARRYING ITS CODE OR ITS CANONICAL NAME, AS IN
001630*    RCBT010A.
001640     EXEC SQL
001650       DECLARE ORG-AGED-BALANCES CURSOR FOR
001660        SELECT O.ORG_CODE, O.ORG_NAME, O.CREDIT_HOLD,
001670               (SELECT COALESCE(SUM(
001680                         COALESCE(R.PRICED_FEE, S.SESSION_FEE)
001690                       - COALESCE(R.AMOUNT_PAID, 0)), 0)
001700                  FROM DBODEVP.REGISTRATION R,
001710                       DBODEVP.TRAINING_SESSION S
001720                 WHERE S.SESSION_CATG = R.SESSION_CATG
001730                   AND S.SESSION_ID   = R.SESSION_ID
001740                   AND (R.ORG_CODE    = O.ORG_CODE
001750                    OR  R.ORG_NAME    = O.ORG_NAME)
001760                   AND R.REG_STATUS   = 'A'
001770                   AND R.CONTRACT_ID IS NULL
001780                   AND COALESCE(R.PRICED_FEE, S.SESSION_FEE)
001790                       IS NOT NULL
001800                   AND COALESCE(R.PRICED_FEE, S.SESSION_FEE)
001810                       > COALESCE(R.AMOUNT_PAID, 0)
001820                   AND DAYS(CURRENT DATE) - DAYS(R.REG_DATE)
001830                       >= :WS-HOLD-AGE-DAYS)
001840          FROM DBODEVP.ORGANIZATION O
001850         ORDER BY O.ORG_CODE
001860     END-EXEC.

001870 01 WS-END                             PIC X(50) VALUE
001880     'ETROP125-WORKING STORAGE SECTION ENDS HERE'.

001890 PROCEDURE DIVISION.

001900 MAIN-LOGIC-PARA.

001910     MOVE 'ETROP125'                   TO EL-ERROR-MODULE.
001920     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001930     MOVE 'ETROP125'                   TO JRL-PROGRAM-ID.
001940     PERFORM LOG-JOB-START-PARA.

001950     PERFORM GET-PARAMETERS-PARA.
001960     PERFORM GET-RUN-DATE-PARA.
001970     OPEN OUTPUT CREDIT-RPT-FILE.
001980     WRITE CREDIT-RPT-RECORD         FROM WS-HDG-LINE.
001990     MOVE SPACES                     TO CREDIT-RPT-RECORD.
002000     WRITE CREDIT-RPT-RECORD.
002010     WRITE CREDIT-RPT-RECORD         FROM WS-COL-LINE.

002020     EXEC SQL
002030       OPEN ORG-AGED-BALANCES
002040     END-EXEC.
002050     IF SQLCODE NOT = 0
002060       MOVE 'OPEN'                   TO EL-ERROR-ACTION
002070       MOVE 'ORGANIZATION'           TO EL-ERROR-DB2-OBJECT
002080       PERFORM CHECK-SQLCODE-PARA
002090       PERFORM EXIT-PARA
002100     END-IF.
002110     SET WS-MORE-ROWS                TO TRUE.
002120     PERFORM FETCH-ORG-PARA.
002130     PERFORM SWEEP-ONE-ORG-PARA
002140       UNTIL WS-END-OF-ROWS.
002150     EXEC SQL
002160       CLOSE ORG-AGED-BALANCES
002170     END-EXEC.

002180     IF WS-HELD-COUNT + WS-CLEARED-COUNT + WS-STILL-HELD-COUNT
002190        = 0
002200       MOVE 'NO ORGANIZATION ON CREDIT HOLD' TO WS-NL-TEXT
002210       WRITE CREDIT-RPT-RECORD       FROM WS-NONE-LINE
002220     END-IF.
002230     MOVE SPACES                     TO CREDIT-RPT-RECORD.
002240     WRITE CREDIT-RPT-RECORD.
002250     MOVE WS-ORG-COUNT               TO WS-TL-ORGS.
002260     MOVE WS-HELD-COUNT              TO WS-TL-HELD.
002270     MOVE WS-CLEARED-COUNT           TO WS-TL-CLEARED.
002280     MOVE WS-STILL-HELD-COUNT        TO WS-TL-STILL-HELD.
002290     WRITE CREDIT-RPT-RECORD         FROM WS-TOTAL-LINE.
002300     CLOSE CREDIT-RPT-FILE.

002310     DISPLAY 'ORGANIZATIONS CHECKED   : ' WS-ORG-COUNT.
002320     DISPLAY 'CREDIT HOLDS SET        : ' WS-HELD-COUNT.
002330     DISPLAY 'CREDIT HOLDS CLEARED    : ' WS-CLEARED-COUNT.
002340     DISPLAY 'ORGS STILL HELD/RELEASED: ' WS-STILL-HELD-COUNT.
002350     DISPLAY 'ORGS SKIPPED            : ' WS-SKIPPED-COUNT.
002360     MOVE 'C'                        TO JRL-RUN-STATUS.
002370     MOVE WS-ORG-COUNT               TO JRL-ROWS-READ.
002380     COMPUTE JRL-ROWS-WRITTEN = WS-HELD-COUNT + WS-CLEARED-COUNT.
002390     COMPUTE JRL-ROWS-UPDATED = WS-HELD-COUNT + WS-CLEARED-COUNT.
002400     MOVE WS-SKIPPED-COUNT           TO JRL-ROWS-SKIPPED.
002410     PERFORM LOG-JOB-END-PARA.
002420     GOBACK.

002430******************************************************************
002440* Run Parameters                                                 *
002450******************************************************************
002460 GET-PARAMETERS-PARA.
002470     MOVE 'ETROP125'                 TO WS-SP-PROGRAM-ID.
002480     MOVE 'HOLD-AGE-DAYS'            TO WS-SP-PARM-NAME.
002490     MOVE WS-HOLD-AGE-DAYS           TO WS-SP-PARM-VALUE.
002500     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002510     IF WS-SP-PARM-VALUE > 0
002520       MOVE WS-SP-PARM-VALUE         TO WS-HOLD-AGE-DAYS
002530     END-IF.
002540     MOVE 'ETROP125'                 TO WS-SP-PROGRAM-ID.
002550     MOVE 'HOLD-MIN-AMOUNT'          TO WS-SP-PARM-NAME.
002560     MOVE WS-HOLD-MIN-AMOUNT         TO WS-SP-PARM-VALUE.
002570     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002580     IF WS-SP-PARM-VALUE > 0
002590       MOVE WS-SP-PARM-VALUE         TO WS-HOLD-MIN-AMOUNT
002600     END-IF.
002610     MOVE WS-HOLD-AGE-DAYS           TO WS-HD-AGE-DAYS.

002620 GET-RUN-DATE-PARA.
002630     EXEC SQL
002640       SELECT CHAR(CURRENT DATE, ISO)
002650         INTO :WS-RUN-DATE
002660         FROM SYSIBM.SYSDUMMY1
002670     END-EXEC.
002680     IF SQLCODE NOT = 0
002690       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002700       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
002710       PERFORM CHECK-SQLCODE-PARA
002720       PERFORM EXIT-PARA
002730     END-IF.
002740     MOVE WS-RUN-DATE                TO WS-HD-RUN-DATE.

002750******************************************************************
002760* Organization Sweep                                             *
002770******************************************************************
002780 FETCH-ORG-PARA.
002790     MOVE 'FETCH-ORG-PARA            ' TO EL-ERROR-PARA-NAME.
002800     EXEC SQL
002810       FETCH ORG-AGED-BALANCES
002820        INTO :ORG-ORG-CODE, :ORG-ORG-NAME, :ORG-CREDIT-HOLD,
002830             :WS-AGED-BALANCE
002840     END-EXEC.
002850     EVALUATE SQLCODE
002860       WHEN 0
002870         ADD 1                       TO WS-ORG-COUNT
002880       WHEN 100
002890         SET WS-END-OF-ROWS          TO TRUE
002900       WHEN OTHER
002910         MOVE 'FETCH'                TO EL-ERROR-ACTION
002920         MOVE 'ORGANIZATION'         TO EL-ERROR-DB2-OBJECT
002930         PERFORM CHECK-SQLCODE-PARA
002940         PERFORM EXIT-PARA
002950     END-EVALUATE.

002960*    RCBT010A SUPPLIES THE AMOUNT IN OPEN DISPUTE, NETTED OFF THE
002970*    AGED BALANCE, AND THE EXPOSURE AND LIMIT FOR THE REPORT. AN
002980*    ORG IT CANNOT READ IS LEFT AS IT IS UNTIL THE NEXT RUN.
002990 SWEEP-ONE-ORG-PARA.
003000     MOVE 'ETROP125'                 TO CX-PROGRAM-ID.
003010     MOVE ORG-ORG-CODE               TO CX-ORG-CODE.
003020     CALL 'RCBT010A' USING CX-RCBT010A-PARM.
003030     IF CX-EXPOSURE-FOUND
003040       SUBTRACT CX-DISPUTED-AMOUNT   FROM WS-AGED-BALANCE
003050       IF WS-AGED-BALANCE < 0
003060         MOVE 0                      TO WS-AGED-BALANCE
003070       END-IF
003080       PERFORM DECIDE-HOLD-PARA
003090     ELSE
003100       ADD 1                         TO WS-SKIPPED-COUNT
003110       DISPLAY 'CREDIT POSITION NOT AVAILABLE - ORG : '
003120               ORG-ORG-CODE
003130     END-IF.
003140     PERFORM FETCH-ORG-PARA.

003150 DECIDE-HOLD-PARA.
003160     SET WS-ACTION-NONE              TO TRUE.
003170     EVALUATE TRUE
003180       WHEN ORG-CREDIT-NOT-HELD
003190        AND WS-AGED-BALANCE > 0
003200        AND WS-AGED-BALANCE NOT < WS-HOLD-MIN-AMOUNT
003210         SET WS-ACTION-HOLD          TO TRUE
003220         PERFORM SET-HOLD-PARA
003230       WHEN ORG-CREDIT-NOT-HELD
003240         CONTINUE
003250       WHEN WS-AGED-BALANCE = 0
003260         SET WS-ACTION-CLEAR         TO TRUE
003270         PERFORM CLEAR-HOLD-PARA
003280       WHEN ORG-CREDIT-ON-HOLD
003290         ADD 1                       TO WS-STILL-HELD-COUNT
003300         MOVE 'STILL ON HOLD'        TO WS-DL-ACTION
003310         PERFORM WRITE-DETAIL-PARA
003320       WHEN OTHER
003330         ADD 1                       TO WS-STILL-HELD-COUNT
003340         MOVE 'RELEASED'             TO WS-DL-ACTION
003350         PERFORM WRITE-DETAIL-PARA
003360     END-EVALUATE.

003370*    EACH UPDATE IS GUARDED ON THE STATE THE CURSOR READ, SO A
003380*    RELEASE KEYED WHILE THE SWEEP RUNS IS NOT OVERWRITTEN.
003390 SET-HOLD-PARA.
003400     MOVE 'SET-HOLD-PARA             ' TO EL-ERROR-PARA-NAME.
003410     EXEC SQL
003420       UPDATE DBODEVP.ORGANIZATION
003430          SET CREDIT_HOLD = 'Y'
003440        WHERE ORG_CODE    = :ORG-ORG-CODE
003450          AND CREDIT_HOLD = 'N'
003460     END-EXEC.
003470     EVALUATE SQLCODE
003480       WHEN 0
003490         ADD 1                       TO WS-HELD-COUNT
003500         PERFORM LOG-HOLD-ACTION-PARA
003510         MOVE 'HOLD SET'             TO WS-DL-ACTION
003520         PERFORM WRITE-DETAIL-PARA
003530       WHEN 100
003540         CONTINUE
003550       WHEN OTHER
003560         MOVE 'UPDATE'               TO EL-ERROR-ACTION
003570         MOVE 'ORGANIZATION'         TO EL-ERROR-DB2-OBJECT
003580         PERFORM CHECK-SQLCODE-PARA
003590         PERFORM EXIT-PARA
003600     END-EVALUATE.

003610 CLEAR-HOLD-PARA.
003620     MOVE 'CLEAR-HOLD-PARA           ' TO EL-ERROR-PARA-NAME.
003630     EXEC SQL
003640       UPDATE DBODEVP.ORGANIZATION
003650          SET CREDIT_HOLD = 'N'
003660        WHERE ORG_CODE    = :ORG-ORG-CODE
003670          AND CREDIT_HOLD = :ORG-CREDIT-HOLD
003680     END-EXEC.
003690     EVALUATE SQLCODE
003700       WHEN 0
003710         ADD 1                       TO WS-CLEARED-COUNT
003720         PERFORM LOG-HOLD-ACTION-PARA
003730         MOVE 'HOLD CLEARED'         TO WS-DL-ACTION
003740         PERFORM WRITE-DETAIL-PARA
003750       WHEN 100
003760         CONTINUE
003770       WHEN OTHER
003780         MOVE 'UPDATE'               TO EL-ERROR-ACTION
003790         MOVE 'ORGANIZATION'         TO EL-ERROR-DB2-OBJECT
003800         PERFORM CHECK-SQLCODE-PARA
003810         PERFORM EXIT-PARA
003820     END-EVALUATE.

003830 LOG-HOLD-ACTION-PARA.
003840     MOVE ORG-ORG-CODE               TO CHL-ORG-CODE.
003850     MOVE WS-ACTION                  TO CHL-HOLD-ACTION.
003860     MOVE 'BATCH'                    TO CHL-ACTION-USR.
003870     IF CHL-ACTION-HOLD
003880       MOVE 'AGED BALANCE PAST HOLD AGE' TO CHL-ACTION-REASON-TEXT
003890     ELSE
003900       MOVE 'AGED BALANCE PAID'      TO CHL-ACTION-REASON-TEXT
003910     END-IF.
003920     MOVE LENGTH OF CHL-ACTION-REASON-TEXT
003930                                     TO CHL-ACTION-REASON-LEN.
003940     MOVE WS-AGED-BALANCE            TO CHL-AGED-BALANCE.
003950     MOVE CX-EXPOSURE                TO CHL-EXPOSURE.
003960     EXEC SQL
003970       INSERT INTO DBODEVP.CREDIT_HOLD_LOG
003980              ( ORG_CODE, HOLD_ACTION, ACTION_USR, ACTION_REASON,
003990                AGED_BALANCE, EXPOSURE, DTS )
004000       VALUES ( :CHL-ORG-CODE, :CHL-HOLD-ACTION, :CHL-ACTION-USR,
004010                :CHL-ACTION-REASON, :CHL-AGED-BALANCE,
004020                :CHL-EXPOSURE, CURRENT TIMESTAMP )
004030     END-EXEC.
004040     IF SQLCODE NOT = 0
004050       MOVE 'INSERT'                 TO EL-ERROR-ACTION
004060       MOVE 'CREDIT_HOLD_LOG'        TO EL-ERROR-DB2-OBJECT
004070       PERFORM CHECK-SQLCODE-PARA
004080       PERFORM EXIT-PARA
004090     END-IF.

004100******************************************************************
004110* Report                                                         *
004120******************************************************************
004130 WRITE-DETAIL-PARA.
004140     MOVE ORG-ORG-CODE               TO WS-DL-ORG-CODE.
004150     MOVE ORG-ORG-NAME-TEXT          TO WS-DL-ORG-NAME.
004160     MOVE WS-AGED-BALANCE            TO EA-AMOUNT.
004170     PERFORM EDIT-AMOUNT-PARA.
004180     MOVE EA-EDITED-AMOUNT-DB        TO WS-DL-AGED-BALANCE.
004190     MOVE CX-EXPOSURE                TO EA-AMOUNT.
004200     PERFORM EDIT-AMOUNT-PARA.
004210     MOVE EA-EDITED-AMOUNT-DB        TO WS-DL-EXPOSURE.
004220     IF CX-LIMIT-SET
004230       MOVE CX-CREDIT-LIMIT          TO EA-AMOUNT
004240       PERFORM EDIT-AMOUNT-PARA
004250       MOVE EA-EDITED-AMOUNT-DB      TO WS-DL-CREDIT-LIMIT
004260     ELSE
004270       MOVE '        NONE'           TO WS-DL-CREDIT-LIMIT
004280     END-IF.
004290     MOVE CX-PARKED-COUNT            TO WS-DL-PARKED.
004300     WRITE CREDIT-RPT-RECORD         FROM WS-DETAIL-LINE.

004310******************************************************************
004320* Shared CR/DB Amount Edit                                       *
004330******************************************************************
004340     COPY CPAMTEDT.

004350******************************************************************
004360* Error Logging                                                  *
004370******************************************************************
004380     EXEC SQL
004390       INCLUDE CPERRBAT
004400     END-EXEC.

004410 EXIT-PARA.
004420     MOVE 'F'                        TO JRL-RUN-STATUS.
004430     PERFORM LOG-JOB-END-PARA.
004440     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004450     GOBACK.

004460******************************************************************
004470* Run Registry                                                   *
004480******************************************************************
004490     EXEC SQL
004500       INCLUDE CPJOBLOG
004510     END-EXEC.
