000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP112.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  QUARTERLY GOVERNMENT-FUNDING CLAIM RUN.                       *
000090*  ETROP20 INVOICES A FUNDED SEAT NET OF ITS GOVERNMENT FUNDING  *
000100*  AND STAMPS THE AMOUNT ON THE REGISTRATION (FUNDED_AMOUNT).    *
000110*  THIS JOB CLAIMS IT BACK: EVERY FUNDED SEAT WHOSE SESSION HAD  *
000120*  ENDED BY THE CLOSE OF THE CLAIM QUARTER, WHOSE COMPLETION HAS *
000130*  BEEN RECORDED BY ETROP22 AND THAT HAS NO FUNDING_CLAIM YET IS *
000140*  JUDGED ONCE:                                                  *
000150*    CLAIMED  - COMPLETED ('C'), STILL ELIGIBLE UNDER THE        *
000160*               CATEGORY'S FUNDING_RULE (CWFUNDEL) AND PRESENT   *
000170*               FOR AT LEAST THE RULE'S MIN_ATTEND_PCT OF THE    *
000180*               SESSION'S MEETING DAYS. A FUNDCLM RECORD GOES TO *
000190*               THE FUNDING BODY AND THE CLAIM ROW IS 'S'.       *
000200*    NOT CLAIMABLE - ANYTHING ELSE. THE CLAIM ROW IS 'N' WITH    *
000210*               THE REASON, AND ETROP20 RE-BILLS THE AMOUNT TO   *
000220*               THE ORG ON ITS NEXT INVOICE.                     *
000230*  EVERY SEAT JUDGED IS LISTED ON THE FUNDREG CLAIM REGISTER     *
000240*  WITH THE TOTALS. THE CLAIM QUARTER IS THE CALENDAR QUARTER    *
000250*  BEFORE TODAY UNLESS THE OPTIONAL CLMPARM CARD NAMES ONE AS    *
000260*  YYYYQN IN COLUMNS 1-6. ETROP113 POSTS THE FUNDING BODY'S      *
000270*  RESPONSE FILE AGAINST THE CLAIM ROWS.                         *
000280******************************************************************

000290 ENVIRONMENT DIVISION.

000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. Z900.
000320 OBJECT-COMPUTER. Z900.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350*    CLM-PARM-FILE IS THE OPTIONAL CLAIM-QUARTER CARD - ABSENT,
000360*    BLANK OR NOT A VALID YYYYQN LEAVES THE PREVIOUS QUARTER.
000370     SELECT OPTIONAL CLM-PARM-FILE  ASSIGN TO CLMPARM
000380            ORGANIZATION  IS LINE SEQUENTIAL.
000390     SELECT FUND-CLM-FILE  ASSIGN TO FUNDCLM
000400            ORGANIZATION  IS LINE SEQUENTIAL.
000410     SELECT FUND-REG-FILE  ASSIGN TO FUNDREG
000420            ORGANIZATION  IS LINE SEQUENTIAL.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CLM-PARM-FILE
000460     RECORD CONTAINS 80 CHARACTERS.
000470 01  CLM-PARM-RECORD.
000480     05 CP-CLAIM-PERIOD.
000490        10 CP-PERIOD-YEAR            PIC X(04).
000500        10 CP-PERIOD-Q               PIC X(01).
000510        10 CP-PERIOD-QUARTER         PIC X(01).
000520     05 FILLER                       PIC X(74).
000530*    ONE RECORD PER CLAIMED SEAT. THE TRAILER HASH IS THE SUM OF
000540*    THE CLAIM AMOUNTS (COLS 176-184) SO ETROP47 CAN PROVE THE
000550*    FILE ARRIVED INTACT BEFORE IT IS SUBMITTED.
000560 FD  FUND-CLM-FILE
000570     RECORD CONTAINS 200 CHARACTERS.
000580 01  FUND-CLM-RECORD.
000590     05 FC-CLAIM-NO                  PIC 9(09).
000600     05 FILLER                       PIC X(01).
000610     05 FC-FUNDING-BODY              PIC X(08).
000620     05 FILLER                       PIC X(01).
000630     05 FC-CLAIM-PERIOD              PIC X(06).
000640     05 FILLER                       PIC X(01).
000650     05 FC-LEARNER-NAME              PIC X(40).
000660     05 FILLER                       PIC X(01).
000670     05 FC-BIRTH-DATE                PIC X(10).
000680     05 FILLER                       PIC X(01).
000690     05 FC-RESIDENCY-CD              PIC X(02).
000700     05 FILLER                       PIC X(01).
000710     05 FC-EMPLOYER-SIZE             PIC 9(06).
000720     05 FILLER                       PIC X(01).
000730     05 FC-EVIDENCE-REF              PIC X(30).
000740     05 FILLER                       PIC X(01).
000750     05 FC-ORG-CODE                  PIC X(08).
000760     05 FILLER                       PIC X(01).
000770     05 FC-SESSION-CATG              PIC X(02).
000780     05 FILLER                       PIC X(01).
000790     05 FC-SESSION-ID                PIC 9(09).
000800     05 FILLER                       PIC X(01).
000810     05 FC-START-DATE                PIC X(10).
000820     05 FILLER                       PIC X(01).
000830     05 FC-END-DATE                  PIC X(10).
000840     05 FILLER                       PIC X(01).
000850     05 FC-DAYS-PRESENT              PIC 9(03).
000860     05 FILLER                       PIC X(01).
000870     05 FC-MEETING-DAYS              PIC 9(03).
000880     05 FILLER                       PIC X(01).
000890     05 FC-ATTEND-PCT                PIC 9(03).
000900     05 FILLER                       PIC X(01).
000910     05 FC-CLAIM-AMOUNT              PIC 9(07)V99.
000920     05 FILLER                       PIC X(16).
000930 FD  FUND-REG-FILE
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  FUND-REG-RECORD                 PIC X(132).

000960 WORKING-STORAGE SECTION.

000970 01 WS-BEGIN                          PIC  X(36) VALUE
000980     'ETROP112 WORKING STORAGE STARTS HERE'.

000990******************************************************************
001000*  APPLICATION-SPECIFIC WORKING STORAGE                          *
001010******************************************************************
001020 01 WS-VARIABLES.
001030    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
001040       88 WS-NO-ERROR                            VALUE SPACES.
001050       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
001060       88 WS-FATAL-ERROR                         VALUE 'F'.
001070    05 WS-SEAT-COUNT                   PIC S9(9) COMP VALUE 0.
001080    05 WS-CLAIMED-COUNT                PIC S9(9) COMP VALUE 0.
001090    05 WS-NOT-CLAIMABLE-COUNT          PIC S9(9) COMP VALUE 0.
001100    05 WS-SKIPPED-COUNT                PIC S9(9) COMP VALUE 0.
001110    05 WS-CLAIMED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
001120    05 WS-NOT-CLAIMABLE-AMOUNT   PIC S9(9)V99 COMP-3 VALUE 0.
001130    05 WS-NEXT-CLAIM-NO                PIC S9(9) USAGE COMP.
001140    05 WS-CLAIM-SW                     PIC X(01).
001150       88 WS-CLAIMABLE                           VALUE 'S'.
001160       88 WS-NOT-CLAIMABLE                       VALUE 'N'.
001170    05 WS-CLAIM-REASON                 PIC X(20).

001180*    THE CLAIM QUARTER - 'YYYYQN' AND ITS LAST DAY.
001190 01 WS-PERIOD.
001200    05 WS-TODAY-NUM                    PIC 9(08).
001210    05 WS-TODAY-VIEW REDEFINES WS-TODAY-NUM.
001220       10 WS-TODAY-YEAR                PIC 9(04).
001230       10 WS-TODAY-MONTH               PIC 9(02).
001240       10 WS-TODAY-DAY                 PIC 9(02).
001250    05 WS-CLAIM-YEAR                   PIC 9(04).
001260    05 WS-CLAIM-QUARTER                PIC 9(01).
001270    05 WS-CLAIM-PERIOD.
001280       10 WS-CP-YEAR                   PIC 9(04).
001290       10 FILLER                       PIC X(01) VALUE 'Q'.
001300       10 WS-CP-QUARTER                PIC 9(01).
001310    05 WS-QUARTER-END.
001320       10 WS-QE-YEAR                   PIC 9(04).
001330       10 FILLER                       PIC X(01) VALUE '-'.
001340       10 WS-QE-MONTH                  PIC 9(02).
001350       10 FILLER                       PIC X(01) VALUE '-'.
001360       10 WS-QE-DAY                    PIC 9(02).

001370*    ONE FUNDED SEAT AS THE FUNDED-SEATS CURSOR HANDS IT BACK.
001380 01 WS-SEAT.
001390    05 WS-ST-SESSION-CATG              PIC X(02).
001400    05 WS-ST-SESSION-ID                PIC S9(9) USAGE COMP.
001410    05 WS-ST-EMAIL-ADDR.
001420       49 WS-ST-EMAIL-ADDR-LEN         PIC S9(4) USAGE COMP.
001430       49 WS-ST-EMAIL-ADDR-TEXT        PIC X(120).
001440    05 WS-ST-PERSON-ID                 PIC S9(9) USAGE COMP.
001450    05 WS-ST-FULL-NAME.
001460       49 WS-ST-FULL-NAME-LEN          PIC S9(4) USAGE COMP.
001470       49 WS-ST-FULL-NAME-TEXT         PIC X(130).
001480    05 WS-ST-ORG-NAME.
001490       49 WS-ST-ORG-NAME-LEN           PIC S9(4) USAGE COMP.
001500       49 WS-ST-ORG-NAME-TEXT          PIC X(120).
001510    05 WS-ST-ORG-CODE                  PIC X(08).
001520    05 WS-ST-FUNDED-AMOUNT             PIC S9(7)V99 USAGE COMP-3.
001530    05 WS-ST-COMPLETION-STATUS         PIC X(01).
001540       88 WS-ST-COMPLETED                        VALUE 'C'.
001550    05 WS-ST-START-DATE                PIC X(10).
001560    05 WS-ST-END-DATE                  PIC X(10).
001570    05 WS-ST-FEE                       PIC S9(7)V99 USAGE COMP-3.
001580    05 WS-ST-DAYS-PRESENT              PIC S9(9) USAGE COMP.
001590    05 WS-ST-MEETING-DAYS              PIC S9(9) USAGE COMP.
001600    05 WS-ST-ATTEND-PCT                PIC S9(9) USAGE COMP.

001610******************************************************************
001620*  CLAIM REGISTER LINES                                          *
001630******************************************************************
001640 01 WS-RPT-LINES.
001650    05 WS-HDG-LINE-1.
001660       10 FILLER                       PIC X(36) VALUE
001670          'GOVERNMENT FUNDING CLAIM REGISTER - '.
001680       10 WS-HD-CLAIM-PERIOD           PIC X(06).
001690       10 FILLER                       PIC X(13) VALUE
001700          '  QUARTER TO '.
001710       10 WS-HD-QUARTER-END            PIC X(10).
001720       10 FILLER                       PIC X(67) VALUE SPACES.
001730    05 WS-HDG-LINE-2.
001740       10 FILLER                       PIC X(11) VALUE 'CLAIM NO'.
001750       10 FILLER                       PIC X(03) VALUE 'ST'.
001760       10 FILLER                       PIC X(09) VALUE 'BODY'.
001770       10 FILLER                       PIC X(31) VALUE 'LEARNER'.
001780       10 FILLER                       PIC X(26) VALUE
001785          'ORGANIZATION'.
001790       10 FILLER                       PIC X(13) VALUE 'SESSION'.
001800       10 FILLER                       PIC X(05) VALUE 'ATT%'.
001810       10 FILLER                       PIC X(14) VALUE
001820          '      AMOUNT'.
001830       10 FILLER                       PIC X(20) VALUE 'REASON'.
001840    05 WS-DTL-LINE.
001850       10 WS-DL-CLAIM-NO               PIC Z(08)9.
001860       10 FILLER                       PIC X(02) VALUE SPACES.
001870       10 WS-DL-STATUS                 PIC X(01).
001880       10 FILLER                       PIC X(02) VALUE SPACES.
001890       10 WS-DL-FUNDING-BODY           PIC X(08).
001900       10 FILLER                       PIC X(01) VALUE SPACES.
001910       10 WS-DL-LEARNER                PIC X(30).
001920       10 FILLER                       PIC X(01) VALUE SPACES.
001930       10 WS-DL-ORG-NAME               PIC X(25).
001940       10 FILLER                       PIC X(01) VALUE SPACES.
001950       10 WS-DL-SESSION-CATG           PIC X(02).
001960       10 FILLER                       PIC X(01) VALUE '/'.
001970       10 WS-DL-SESSION-ID             PIC Z(08)9.
001980       10 FILLER                       PIC X(01) VALUE SPACES.
001990       10 WS-DL-ATTEND-PCT             PIC ZZ9.
002000       10 FILLER                       PIC X(02) VALUE SPACES.
002010       10 WS-DL-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
002020       10 FILLER                       PIC X(02) VALUE SPACES.
002030       10 WS-DL-REASON                 PIC X(20).
002040    05 WS-CNT-LINE.
002050       10 WS-CN-LABEL                  PIC X(30).
002060       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002070       10 FILLER                       PIC X(03) VALUE SPACES.
002080       10 WS-CN-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
002090       10 FILLER                       PIC X(74) VALUE SPACES.

002100******************************************************************
002110* Copybook Includes.                                             *
002120******************************************************************
002130     EXEC SQL
002140       INCLUDE CWERRLOG
002150     END-EXEC.

002160*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
002170     EXEC SQL
002180       INCLUDE CWHDRTRL
002190     END-EXEC.

002200*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002210     EXEC SQL
002220       INCLUDE CWJOBLOG
002230     END-EXEC.

002240******************************************************************
002250*                     DB2 SECTION                                *
002260******************************************************************
002270     EXEC SQL
002280       INCLUDE SQLCA
002290     END-EXEC.

002300     EXEC SQL
002310       INCLUDE DCLFUNDC
002320     END-EXEC.

002330*    GOVERNMENT-FUNDING ELIGIBILITY CHECK - SEE CWFUNDEL.
002340     EXEC SQL
002350       INCLUDE CWFUNDEL
002360     END-EXEC.

002370******************************************************************
002380*  EVERY FUNDED ACTIVE SEAT WITH ITS COMPLETION RECORDED, WHOSE  *
002390*  SESSION HAD ENDED BY THE CLOSE OF THE CLAIM QUARTER AND THAT  *
002400*  HAS NO FUNDING_CLAIM YET. A SEAT MISSED BY AN EARLIER QUARTER *
002410*  (COMPLETION KEYED LATE) IS PICKED UP BY THE NEXT ONE.         *
002420******************************************************************
002430     EXEC SQL DECLARE FUNDED-SEATS CURSOR
002440      FOR
002450      SELECT R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR,
002460             R.PERSON_ID, R.FULL_NAME, R.ORG_NAME,
002470             COALESCE(R.ORG_CODE, ' '), R.FUNDED_AMOUNT,
002480             R.COMPLETION_STATUS, S.SESSION_START_DATE,
002490             COALESCE(S.SESSION_END_DATE, S.SESSION_START_DATE),
002500             COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
002510        FROM DBODEVP.REGISTRATION R,
002520             DBODEVP.TRAINING_SESSION S
002530       WHERE R.REG_STATUS         = 'A'
002540         AND R.FUNDED_AMOUNT      > 0
002550         AND R.PERSON_ID         IS NOT NULL
002560         AND R.COMPLETION_STATUS IS NOT NULL
002570         AND S.SESSION_CATG       = R.SESSION_CATG
002580         AND S.SESSION_ID         = R.SESSION_ID
002590         AND COALESCE(S.SESSION_END_DATE, S.SESSION_START_DATE)
002600                                 <= DATE(:WS-QUARTER-END)
002610         AND NOT EXISTS
002620             ( SELECT 1
002630                 FROM DBODEVP.FUNDING_CLAIM C
002640                WHERE C.SESSION_CATG = R.SESSION_CATG
002650                  AND C.SESSION_ID   = R.SESSION_ID
002660                  AND C.EMAIL_ADDR   = R.EMAIL_ADDR )
002670       ORDER BY R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR
002680     END-EXEC.

002690 01 WS-END                             PIC X(50) VALUE
002700     'ETROP112-WORKING STORAGE SECTION ENDS HERE'.

002710 PROCEDURE DIVISION.

002720 MAIN-LOGIC-PARA.

002730     MOVE 'ETROP112'                   TO EL-ERROR-MODULE.
002740     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002750     MOVE 'ETROP112'                   TO JRL-PROGRAM-ID.
002760     PERFORM LOG-JOB-START-PARA.

002770     PERFORM GET-CLAIM-PERIOD-PARA.
002780     PERFORM GET-NEXT-CLAIM-NO-PARA.
002790     PERFORM OPEN-FILES-PARA.

002800     EXEC SQL
002810       OPEN FUNDED-SEATS
002820     END-EXEC.
002830     IF SQLCODE NOT = 0
002840       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002850       MOVE 'FUNDED-SEATS'             TO EL-ERROR-DB2-OBJECT
002860       PERFORM CHECK-SQLCODE-PARA
002870       PERFORM EXIT-PARA
002880     END-IF.

002890     PERFORM FETCH-SEAT-PARA
002900       UNTIL SQLCODE = 100.

002910     EXEC SQL
002920       CLOSE FUNDED-SEATS
002930     END-EXEC.
002940     IF SQLCODE NOT = 0
002950       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002960       MOVE 'FUNDED-SEATS'             TO EL-ERROR-DB2-OBJECT
002970       PERFORM CHECK-SQLCODE-PARA
002980     END-IF.

002990     PERFORM WRITE-TOTALS-PARA.
003000     PERFORM CLOSE-FILES-PARA.

003010     DISPLAY 'CLAIM PERIOD          : ' WS-CLAIM-PERIOD.
003020     DISPLAY 'FUNDED SEATS JUDGED   : ' WS-SEAT-COUNT.
003030     DISPLAY '  CLAIMED             : ' WS-CLAIMED-COUNT.
003040     DISPLAY '  NOT CLAIMABLE       : ' WS-NOT-CLAIMABLE-COUNT.
003050     DISPLAY 'SEATS SKIPPED (ERROR) : ' WS-SKIPPED-COUNT.
003060     MOVE 'C'                        TO JRL-RUN-STATUS.
003070     MOVE WS-SEAT-COUNT              TO JRL-ROWS-READ.
003080     MOVE WS-CLAIMED-COUNT           TO JRL-ROWS-WRITTEN.
003090     MOVE WS-SKIPPED-COUNT           TO JRL-ROWS-SKIPPED.
003100     PERFORM LOG-JOB-END-PARA.
003110     GOBACK.

003120******************************************************************
003130* Claim Quarter And Next Claim Number                            *
003140******************************************************************
003150*    THE DEFAULT IS THE CALENDAR QUARTER BEFORE THE ONE TODAY
003160*    FALLS IN - THE JOB IS SCHEDULED EARLY IN EACH QUARTER. THE
003170*    OPTIONAL CLMPARM CARD RE-RUNS OR CATCHES UP A NAMED QUARTER.
003180 GET-CLAIM-PERIOD-PARA.
003190     ACCEPT WS-TODAY-NUM             FROM DATE YYYYMMDD.
003200     COMPUTE WS-CLAIM-QUARTER = (WS-TODAY-MONTH + 2) / 3.
003210     MOVE WS-TODAY-YEAR              TO WS-CLAIM-YEAR.
003220     IF WS-CLAIM-QUARTER = 1
003230       MOVE 4                        TO WS-CLAIM-QUARTER
003240       SUBTRACT 1                    FROM WS-CLAIM-YEAR
003250     ELSE
003260       SUBTRACT 1                    FROM WS-CLAIM-QUARTER
003270     END-IF.
003280     OPEN INPUT CLM-PARM-FILE.
003290     READ CLM-PARM-FILE
003300       AT END
003310         CONTINUE
003320       NOT AT END
003330         IF CP-PERIOD-YEAR NUMERIC
003340            AND CP-PERIOD-Q = 'Q'
003350            AND CP-PERIOD-QUARTER >= '1'
003360            AND CP-PERIOD-QUARTER <= '4'
003370           MOVE CP-PERIOD-YEAR       TO WS-CLAIM-YEAR
003380           MOVE CP-PERIOD-QUARTER    TO WS-CLAIM-QUARTER
003390         ELSE
003400           DISPLAY 'ETROP112 - CLMPARM IGNORED, NOT YYYYQN : '
003410                   CP-CLAIM-PERIOD
003420         END-IF
003430     END-READ.
003440     CLOSE CLM-PARM-FILE.
003450     MOVE WS-CLAIM-YEAR              TO WS-CP-YEAR.
003460     MOVE WS-CLAIM-QUARTER           TO WS-CP-QUARTER.
003470     MOVE WS-CLAIM-YEAR              TO WS-QE-YEAR.
003480     COMPUTE WS-QE-MONTH = WS-CLAIM-QUARTER * 3.
003490     IF WS-CLAIM-QUARTER = 1 OR WS-CLAIM-QUARTER = 4
003500       MOVE 31                       TO WS-QE-DAY
003510     ELSE
003520       MOVE 30                       TO WS-QE-DAY
003530     END-IF.

003540*    CLAIM NUMBERS ARE MAX + 1, TAKEN ONCE AT THE TOP OF THE RUN
003550*    AND INCREMENTED LOCALLY - THE ETROP20 INVOICE-NUMBER WAY.
003560 GET-NEXT-CLAIM-NO-PARA.
003570     EXEC SQL
003580       SELECT COALESCE(MAX(CLAIM_NO), 0) + 1
003590         INTO :WS-NEXT-CLAIM-NO
003600         FROM DBODEVP.FUNDING_CLAIM
003610     END-EXEC.
003620     IF SQLCODE NOT = 0
003630       MOVE 'SELECT'                   TO EL-ERROR-ACTION
003640       MOVE 'FUNDING_CLAIM'            TO EL-ERROR-DB2-OBJECT
003650       PERFORM CHECK-SQLCODE-PARA
003660       PERFORM EXIT-PARA
003670     END-IF.

003680******************************************************************
003690* Funded-Seat Cursor                                             *
003700******************************************************************
003710 FETCH-SEAT-PARA.
003720     EXEC SQL
003730       FETCH FUNDED-SEATS
003740        INTO :WS-ST-SESSION-CATG,
003750             :WS-ST-SESSION-ID,
003760             :WS-ST-EMAIL-ADDR,
003770             :WS-ST-PERSON-ID,
003780             :WS-ST-FULL-NAME,
003790             :WS-ST-ORG-NAME,
003800             :WS-ST-ORG-CODE,
003810             :WS-ST-FUNDED-AMOUNT,
003820             :WS-ST-COMPLETION-STATUS,
003830             :WS-ST-START-DATE,
003840             :WS-ST-END-DATE,
003850             :WS-ST-FEE
003860     END-EXEC.
003870     EVALUATE SQLCODE
003880       WHEN 0
003890         ADD 1                       TO WS-SEAT-COUNT
003900         PERFORM JUDGE-ONE-SEAT-PARA
003910       WHEN 100
003920         CONTINUE
003930       WHEN OTHER
003940         MOVE 'FETCH '                 TO EL-ERROR-ACTION
003950         MOVE 'FUNDED-SEATS'           TO EL-ERROR-DB2-OBJECT
003960         PERFORM CHECK-SQLCODE-PARA
003970         PERFORM EXIT-PARA
003980     END-EVALUATE.

003990******************************************************************
004000* One Funded Seat                                                *
004010******************************************************************
004020*    THE ELIGIBILITY IS CHECKED AGAIN AT CLAIM TIME - EVIDENCE
004030*    CORRECTED SINCE THE INVOICE (A WRONG BIRTH DATE, A BIGGER
004040*    EMPLOYER) MUST NOT BE CLAIMED ON. THE AMOUNT CLAIMED IS
004050*    WHAT ETROP20 DEDUCTED, NOT A FRESH CALCULATION. SQLCODE IS
004060*    PUT BACK TO 0 AT THE END SO THE FETCH LOOP'S UNTIL TEST ONLY
004070*    EVER SEES THE CURSOR'S OWN RESULT.
004080 JUDGE-ONE-SEAT-PARA.
004090     MOVE WS-ST-SESSION-CATG         TO FND-SESSION-CATG.
004100     MOVE WS-ST-PERSON-ID            TO FND-PERSON-ID.
004110     MOVE WS-ST-START-DATE           TO FND-START-DATE.
004120     MOVE WS-ST-FEE                  TO FND-FEE.
004130     PERFORM CHECK-FUNDING-PARA.
004140     IF FND-FAILED
004150       ADD 1                         TO WS-SKIPPED-COUNT
004160       DISPLAY ' FUNDING CHECK FAILED FOR ' WS-ST-SESSION-CATG
004170               '/' WS-ST-SESSION-ID ' ' WS-ST-EMAIL-ADDR-TEXT
004180       DISPLAY ' SQL CODE   '  SQLCODE
004190     ELSE
004200       PERFORM GET-ATTENDANCE-PARA
004210       PERFORM DECIDE-CLAIM-PARA
004220       PERFORM RECORD-CLAIM-PARA
004230     END-IF.
004240     MOVE 0                          TO SQLCODE.

004250*    ATTENDANCE IS DAYS MARKED PRESENT OVER THE SESSION'S MEETING
004260*    DAYS - THE DISTINCT DATES ANYONE WAS MARKED ON, THE SAME
004270*    DENOMINATOR ETROP22 USES FOR ITS COMPLETION RULE.
004280 GET-ATTENDANCE-PARA.
004290     MOVE 0                          TO WS-ST-DAYS-PRESENT.
004300     MOVE 0                          TO WS-ST-MEETING-DAYS.
004310     MOVE 0                          TO WS-ST-ATTEND-PCT.
004320     EXEC SQL
004330       SELECT COUNT(DISTINCT MEETING_DATE),
004340              COUNT(DISTINCT CASE
004345                     WHEN EMAIL_ADDR = :WS-ST-EMAIL-ADDR
004350                                   AND ATTEND_STATUS = 'P'
004360                                  THEN MEETING_DATE END)
004370         INTO :WS-ST-MEETING-DAYS,
004380              :WS-ST-DAYS-PRESENT
004390         FROM DBODEVP.ATTENDANCE
004400        WHERE SESSION_CATG = :WS-ST-SESSION-CATG
004410          AND SESSION_ID   = :WS-ST-SESSION-ID
004420     END-EXEC.
004430     IF SQLCODE NOT = 0
004440       MOVE 0                        TO WS-ST-MEETING-DAYS
004450       MOVE 0                        TO WS-ST-DAYS-PRESENT
004460     END-IF.
004470     IF WS-ST-MEETING-DAYS > 0
004480       COMPUTE WS-ST-ATTEND-PCT =
004490               WS-ST-DAYS-PRESENT * 100 / WS-ST-MEETING-DAYS
004500     END-IF.

004510 DECIDE-CLAIM-PARA.
004520     SET WS-CLAIMABLE                TO TRUE.
004530     MOVE SPACES                     TO WS-CLAIM-REASON.
004540     EVALUATE TRUE
004550       WHEN NOT WS-ST-COMPLETED
004560         SET WS-NOT-CLAIMABLE        TO TRUE
004570         MOVE 'NOT COMPLETED'        TO WS-CLAIM-REASON
004580       WHEN NOT FND-FUNDED
004590         SET WS-NOT-CLAIMABLE        TO TRUE
004600         MOVE FND-REASON             TO WS-CLAIM-REASON
004610       WHEN WS-ST-MEETING-DAYS = 0
004620         SET WS-NOT-CLAIMABLE        TO TRUE
004630         MOVE 'NO ATTENDANCE TAKEN'  TO WS-CLAIM-REASON
004640       WHEN WS-ST-ATTEND-PCT < FND-MIN-ATTEND-PCT
004650         SET WS-NOT-CLAIMABLE        TO TRUE
004660         MOVE 'ATTENDANCE TOO LOW'   TO WS-CLAIM-REASON
004670       WHEN OTHER
004680         CONTINUE
004690     END-EVALUATE.

004700******************************************************************
004710* Record The Claim                                               *
004720******************************************************************
004730*    THE CLAIM ROW RIDES THE SAME UNIT OF WORK AS THE FUNDCLM
004740*    RECORD. A SEAT WHOSE ROW CANNOT BE WRITTEN IS LEFT OFF THE
004750*    FILE AND PICKED UP AGAIN BY THE NEXT RUN.
004760 RECORD-CLAIM-PARA.
004770     MOVE WS-NEXT-CLAIM-NO           TO FDC-CLAIM-NO.
004780     MOVE WS-ST-SESSION-CATG         TO FDC-SESSION-CATG.
004790     MOVE WS-ST-SESSION-ID           TO FDC-SESSION-ID.
004800     MOVE WS-ST-EMAIL-ADDR           TO FDC-EMAIL-ADDR.
004810     MOVE WS-ST-PERSON-ID            TO FDC-PERSON-ID.
004820     MOVE WS-ST-ORG-NAME             TO FDC-ORG-NAME.
004830     MOVE FND-FUNDING-BODY           TO FDC-FUNDING-BODY.
004840     MOVE WS-CLAIM-PERIOD            TO FDC-CLAIM-PERIOD.
004850     MOVE WS-ST-FUNDED-AMOUNT        TO FDC-CLAIM-AMOUNT.
004860     MOVE WS-CLAIM-SW                TO FDC-CLAIM-STATUS.
004870     MOVE WS-CLAIM-REASON            TO FDC-RESPONSE-REASON-TEXT.
004880     MOVE LENGTH OF WS-CLAIM-REASON  TO FDC-RESPONSE-REASON-LEN.
004890     EXEC SQL
004900       INSERT INTO DBODEVP.FUNDING_CLAIM
004910              ( CLAIM_NO, SESSION_CATG, SESSION_ID, EMAIL_ADDR,
004920                PERSON_ID, ORG_NAME, FUNDING_BODY, CLAIM_PERIOD,
004930                CLAIM_AMOUNT, CLAIM_STATUS, PAID_AMOUNT,
004940                RESPONSE_REASON, SUBMIT_DATE, RESPONSE_DATE,
004950                REBILL_INVOICE_NO, DTS )
004960       VALUES ( :FDC-CLAIM-NO, :FDC-SESSION-CATG,
004970                :FDC-SESSION-ID, :FDC-EMAIL-ADDR,
004980                :FDC-PERSON-ID, :FDC-ORG-NAME,
004990                :FDC-FUNDING-BODY, :FDC-CLAIM-PERIOD,
005000                :FDC-CLAIM-AMOUNT, :FDC-CLAIM-STATUS, NULL,
005010                NULLIF(:FDC-RESPONSE-REASON, ' '),
005020                CURRENT DATE, NULL, NULL, CURRENT TIMESTAMP )
005030     END-EXEC.
005040     IF SQLCODE = 0
005050       ADD 1                         TO WS-NEXT-CLAIM-NO
005060       IF WS-CLAIMABLE
005070         ADD 1                       TO WS-CLAIMED-COUNT
005080         ADD WS-ST-FUNDED-AMOUNT     TO WS-CLAIMED-AMOUNT
005090         PERFORM WRITE-CLAIM-RECORD-PARA
005100       ELSE
005110         ADD 1                       TO WS-NOT-CLAIMABLE-COUNT
005120         ADD WS-ST-FUNDED-AMOUNT     TO WS-NOT-CLAIMABLE-AMOUNT
005130       END-IF
005140       PERFORM WRITE-REGISTER-LINE-PARA
005150     ELSE
005160       ADD 1                         TO WS-SKIPPED-COUNT
005170       MOVE 'INSERT'                 TO EL-ERROR-ACTION
005180       MOVE 'FUNDING_CLAIM'          TO EL-ERROR-DB2-OBJECT
005190       PERFORM CHECK-SQLCODE-PARA
005200     END-IF.

005210******************************************************************
005220* Funding-Body Claim File                                        *
005230******************************************************************
005240 OPEN-FILES-PARA.
005250     OPEN OUTPUT FUND-CLM-FILE.
005260     MOVE 'ETROP112'                 TO HT-PROGRAM-ID.
005263     MOVE 'FUNDCLM'                  TO HT-INTERFACE-NAME.
005266     MOVE 'FUNDING AGENCY'           TO HT-DESTINATION.
005270     PERFORM BUILD-HEADER-PARA.
005280     MOVE HT-IO-RECORD               TO FUND-CLM-RECORD.
005290     WRITE FUND-CLM-RECORD.
005300     OPEN OUTPUT FUND-REG-FILE.
005310     MOVE WS-CLAIM-PERIOD            TO WS-HD-CLAIM-PERIOD.
005320     MOVE WS-QUARTER-END             TO WS-HD-QUARTER-END.
005330     WRITE FUND-REG-RECORD           FROM WS-HDG-LINE-1.
005340     MOVE SPACES                     TO FUND-REG-RECORD.
005350     WRITE FUND-REG-RECORD.
005360     WRITE FUND-REG-RECORD           FROM WS-HDG-LINE-2.

005370 WRITE-CLAIM-RECORD-PARA.
005380     MOVE SPACES                     TO FUND-CLM-RECORD.
005390     MOVE FDC-CLAIM-NO               TO FC-CLAIM-NO.
005400     MOVE FND-FUNDING-BODY           TO FC-FUNDING-BODY.
005410     MOVE WS-CLAIM-PERIOD            TO FC-CLAIM-PERIOD.
005420     MOVE WS-ST-FULL-NAME-TEXT       TO FC-LEARNER-NAME.
005430     MOVE FND-BIRTH-DATE             TO FC-BIRTH-DATE.
005440     MOVE FND-RESIDENCY-CD           TO FC-RESIDENCY-CD.
005450     MOVE FND-EMPLOYER-SIZE          TO FC-EMPLOYER-SIZE.
005460     MOVE FND-EVIDENCE-REF           TO FC-EVIDENCE-REF.
005470     MOVE WS-ST-ORG-CODE             TO FC-ORG-CODE.
005480     MOVE WS-ST-SESSION-CATG         TO FC-SESSION-CATG.
005490     MOVE WS-ST-SESSION-ID           TO FC-SESSION-ID.
005500     MOVE WS-ST-START-DATE           TO FC-START-DATE.
005510     MOVE WS-ST-END-DATE             TO FC-END-DATE.
005520     MOVE WS-ST-DAYS-PRESENT         TO FC-DAYS-PRESENT.
005530     MOVE WS-ST-MEETING-DAYS         TO FC-MEETING-DAYS.
005540     MOVE WS-ST-ATTEND-PCT           TO FC-ATTEND-PCT.
005550     MOVE WS-ST-FUNDED-AMOUNT        TO FC-CLAIM-AMOUNT.
005560     WRITE FUND-CLM-RECORD.
005570     ADD 1                           TO HT-RECORD-COUNT.
005580     ADD WS-ST-FUNDED-AMOUNT         TO HT-HASH-TOTAL.

005590******************************************************************
005600* Claim Register                                                 *
005610******************************************************************
005620 WRITE-REGISTER-LINE-PARA.
005630     MOVE FDC-CLAIM-NO               TO WS-DL-CLAIM-NO.
005640     MOVE WS-CLAIM-SW                TO WS-DL-STATUS.
005650     MOVE FND-FUNDING-BODY           TO WS-DL-FUNDING-BODY.
005660     MOVE WS-ST-FULL-NAME-TEXT       TO WS-DL-LEARNER.
005670     MOVE WS-ST-ORG-NAME-TEXT        TO WS-DL-ORG-NAME.
005680     MOVE WS-ST-SESSION-CATG         TO WS-DL-SESSION-CATG.
005690     MOVE WS-ST-SESSION-ID           TO WS-DL-SESSION-ID.
005700     MOVE WS-ST-ATTEND-PCT           TO WS-DL-ATTEND-PCT.
005710     MOVE WS-ST-FUNDED-AMOUNT        TO WS-DL-AMOUNT.
005720     MOVE WS-CLAIM-REASON            TO WS-DL-REASON.
005730     WRITE FUND-REG-RECORD           FROM WS-DTL-LINE.

005740 WRITE-TOTALS-PARA.
005750     MOVE SPACES                     TO FUND-REG-RECORD.
005760     WRITE FUND-REG-RECORD.
005770     MOVE 'CLAIMED                  :' TO WS-CN-LABEL.
005780     MOVE WS-CLAIMED-COUNT           TO WS-CN-COUNT.
005790     MOVE WS-CLAIMED-AMOUNT          TO WS-CN-AMOUNT.
005800     WRITE FUND-REG-RECORD           FROM WS-CNT-LINE.
005810     MOVE 'NOT CLAIMABLE - REBILLED :' TO WS-CN-LABEL.
005820     MOVE WS-NOT-CLAIMABLE-COUNT     TO WS-CN-COUNT.
005830     MOVE WS-NOT-CLAIMABLE-AMOUNT    TO WS-CN-AMOUNT.
005840     WRITE FUND-REG-RECORD           FROM WS-CNT-LINE.
005850     MOVE 'SKIPPED - SEE ERROR LOG  :' TO WS-CN-LABEL.
005860     MOVE WS-SKIPPED-COUNT           TO WS-CN-COUNT.
005870     MOVE 0                          TO WS-CN-AMOUNT.
005880     WRITE FUND-REG-RECORD           FROM WS-CNT-LINE.

005890 CLOSE-FILES-PARA.
005900     PERFORM BUILD-TRAILER-PARA.
005910     MOVE HT-IO-RECORD               TO FUND-CLM-RECORD.
005920     WRITE FUND-CLM-RECORD.
005930     CLOSE FUND-CLM-FILE.
005940     CLOSE FUND-REG-FILE.

005950******************************************************************
005960* Government-Funding Eligibility Check                           *
005970******************************************************************
005980     EXEC SQL
005990       INCLUDE CPFUNDEL
006000     END-EXEC.

006010******************************************************************
006020* Error Logging                                                  *
006030******************************************************************
006040     EXEC SQL
006050       INCLUDE CPERRBAT
006060     END-EXEC.

006070*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
006080*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
006090*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
006100*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
006110*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
006120 EXIT-PARA.
006130     MOVE 'F'                        TO JRL-RUN-STATUS.
006140     MOVE WS-CLAIMED-COUNT           TO JRL-ROWS-WRITTEN.
006150     PERFORM LOG-JOB-END-PARA.
006160     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
006170     GOBACK.

006180******************************************************************
006190* Run Registry                                                   *
006200******************************************************************
006210     EXEC SQL
006220       INCLUDE CPJOBLOG
006230     END-EXEC.

006240******************************************************************
006250* Interface Header/Trailer                                       *
006260******************************************************************
006270     EXEC SQL
006280       INCLUDE CPHDRTRL
006290     END-EXEC.
