000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP116.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  SESSION SCHEDULING PROPOSALS FOR A QUARTER.                   *
000090*  PLANNING A QUARTER MEANT READING ETROP30'S FILL-RATE TREND,   *
000100*  ETROP53'S UNMET DEMAND AND ETROP71'S CAPACITY FIGURES, THEN   *
000110*  HUNTING BY HAND FOR DATES WHERE A QUALIFIED INSTRUCTOR, A     *
000120*  FREE ROOM AND A BUSINESS DAY LINE UP. EACH PLANPARM CARD      *
000130*  NAMES A QUARTER (CCYYQN), A SESSION_CATG, THE NUMBER OF       *
000140*  SESSIONS WANTED THAT QUARTER AND THE CREATING USR_ID. LIVE    *
000150*  SESSIONS ALREADY IN THE QUARTER AND APPROVED PROPOSALS COUNT  *
000160*  TOWARD THE TARGET; THE REST ARE SPREAD EVENLY ACROSS THE      *
000170*  QUARTER. EACH ONE WALKS FORWARD FROM ITS SLOT DATE UNTIL A    *
000180*  DAY FITS EVERY RULE THE LOAD WILL LATER APPLY:                *
000190*    - A BUSINESS DAY (CPBUSDAY - NO WEEKEND OR HOLIDAY START)   *
000200*    - THE CREATOR HAS NO OVERLAPPING SESSION (ETRB005)          *
000210*    - AN INSTRUCTOR WITH A CURRENT INSTRUCTOR_QUAL ROW, NO      *
000220*      BLACKOUT AND NO OVERLAPPING ASSIGNMENT (ETRB004) - THE    *
000230*      LEAST-LOADED ONE THIS QUARTER WINS                        *
000240*    - THE SMALLEST ROOM WITH THE CATALOG CAPACITY IN SEATS AND  *
000250*      NO OVERLAPPING BOOKING (ETRB017)                          *
000260*  OPEN PROPOSALS HOLD THEIR INSTRUCTOR, ROOM AND CREATOR JUST   *
000270*  AS A LIVE SESSION DOES, SO ONE RUN NEVER DOUBLE-BOOKS ITSELF. *
000280*  EACH PLACED SESSION IS WRITTEN TO SESSION_PROPOSAL ('P') AND  *
000290*  LISTED ON PLANRPT; A SLOT THAT CANNOT BE PLACED IS LISTED     *
000300*  WITH HOW MANY DAYS FAILED ON WHICH RULE. A RE-RUN REPLACES    *
000310*  THE QUARTER/CATEGORY'S UNAPPROVED PROPOSALS. STAFF APPROVE    *
000320*  ROWS BY SQL AND ETROP117 LOADS THEM - SEE DCLSESPR.           *
000330******************************************************************

000340 ENVIRONMENT DIVISION.

000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. Z900.
000370 OBJECT-COMPUTER. Z900.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PLAN-PARM-FILE  ASSIGN TO PLANPARM
000410            ORGANIZATION  IS LINE SEQUENTIAL.
000420     SELECT PLAN-RPT-FILE   ASSIGN TO PLANRPT
000430            ORGANIZATION  IS LINE SEQUENTIAL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PLAN-PARM-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  PLAN-PARM-RECORD.
000490     05 PC-PLAN-QUARTER              PIC X(06).
000500     05 FILLER                       PIC X(01).
000510     05 PC-SESSION-CATG              PIC X(02).
000520     05 FILLER                       PIC X(01).
000530     05 PC-TARGET-COUNT              PIC X(03).
000540     05 FILLER                       PIC X(01).
000550     05 PC-USR-ID                    PIC X(08).
000560     05 FILLER                       PIC X(58).
000570 FD  PLAN-RPT-FILE
000580     RECORD CONTAINS 132 CHARACTERS.
000590 01  PLAN-RPT-RECORD                 PIC X(132).

000600 WORKING-STORAGE SECTION.

000610 01 WS-BEGIN                          PIC  X(36) VALUE
000620     'ETROP116 WORKING STORAGE STARTS HERE'.

000630******************************************************************
000640*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000650******************************************************************
000660 01 WS-VARIABLES.
000670    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000680       88 WS-NO-ERROR                            VALUE SPACES.
000690       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000700       88 WS-FATAL-ERROR                         VALUE 'F'.
000710    05 WS-PARM-EOF-SWITCH              PIC X(01) VALUE 'N'.
000720       88 WS-PARM-EOF                            VALUE 'Y'.
000730    05 WS-CARD-SWITCH                  PIC X(01) VALUE 'Y'.
000740       88 WS-CARD-OK                             VALUE 'Y'.
000750       88 WS-CARD-REJECTED                       VALUE 'N'.
000760    05 WS-PLACED-SWITCH                PIC X(01) VALUE 'N'.
000770       88 WS-SLOT-PLACED                         VALUE 'Y'.
000780       88 WS-SLOT-OPEN                           VALUE 'N'.
000790    05 WS-DAY-SWITCH                   PIC X(01) VALUE 'N'.
000800       88 WS-DAY-OPEN                            VALUE 'Y'.
000810       88 WS-DAY-CLOSED                          VALUE 'N'.
000820    05 WS-REJECT-TEXT                  PIC X(40).
000830    05 WS-PLAN-QUARTER                 PIC X(06).
000840    05 WS-PLAN-QUARTER-PARTS REDEFINES WS-PLAN-QUARTER.
000850       10 WS-PQ-YEAR                   PIC X(04).
000860       10 WS-PQ-LETTER                 PIC X(01).
000870       10 WS-PQ-NUMBER                 PIC X(01).
000880    05 WS-QUARTER-NO                   PIC 9(01).
000890    05 WS-QUARTER-MONTH                PIC 9(02).
000900    05 WS-TARGET-COUNT                 PIC S9(4) COMP.
000910    05 WS-USR-ID                       PIC X(08).
000920    05 WS-SESSION-CATG                 PIC X(02).
000930    05 WS-DURATION                     PIC S9(4) COMP.
000940    05 WS-CAPACITY                     PIC S9(4) COMP.
000950    05 WS-QTR-START-DATE               PIC X(10).
000960    05 WS-QTR-START-PARTS REDEFINES WS-QTR-START-DATE.
000970       10 WS-QS-YEAR                   PIC X(04).
000980       10 WS-QS-DASH-1                 PIC X(01).
000990       10 WS-QS-MONTH                  PIC 9(02).
001000       10 WS-QS-DASH-2                 PIC X(01).
001010       10 WS-QS-DAY                    PIC X(02).
001020    05 WS-QTR-END-DATE                 PIC X(10).
001030    05 WS-FIRST-DATE                   PIC X(10).
001040    05 WS-LAST-START-DATE              PIC X(10).
001050    05 WS-TRY-DATE                     PIC X(10).
001060    05 WS-TRY-END-DATE                 PIC X(10).
001070    05 WS-ADD-DAYS                     PIC S9(9) COMP.
001080    05 WS-WINDOW-DAYS                  PIC S9(9) COMP.
001090    05 WS-SPACING-DAYS                 PIC S9(9) COMP.
001100    05 WS-LIVE-COUNT                   PIC S9(9) COMP.
001110    05 WS-APPROVED-COUNT               PIC S9(9) COMP.
001120    05 WS-INTEREST-COUNT               PIC S9(9) COMP.
001130    05 WS-QUALIFIED-COUNT              PIC S9(9) COMP.
001140    05 WS-CREATOR-COUNT                PIC S9(9) COMP.
001150    05 WS-TO-PLACE                     PIC S9(4) COMP.
001160    05 WS-SLOT                         PIC S9(4) COMP.
001170    05 WS-NEXT-SEQ                     PIC S9(4) COMP.
001180    05 WS-MAX-SEQ-IND                  PIC S9(4) COMP.
001190    05 WS-ENO-LOAD                     PIC S9(9) COMP.
001200    05 WS-FOUND-ENO                    PIC X(04).
001210    05 WS-FOUND-VENUE                  PIC X(08).
001220    05 WS-FOUND-SEATS                  PIC S9(4) COMP.
001230*    WHY A SLOT FAILED - ONE COUNT PER DAY TRIED, AGAINST THE
001240*    FIRST RULE THAT DAY BROKE.
001250    05 WS-DAYS-TRIED                   PIC S9(4) COMP.
001260    05 WS-MISS-CLOSED                  PIC S9(4) COMP.
001270    05 WS-MISS-CREATOR                 PIC S9(4) COMP.
001280    05 WS-MISS-INSTRUCTOR              PIC S9(4) COMP.
001290    05 WS-MISS-ROOM                    PIC S9(4) COMP.
001300    05 WS-PROPOSED-COUNT               PIC S9(9) COMP VALUE 0.
001310    05 WS-SHORTFALL-COUNT              PIC S9(9) COMP VALUE 0.
001320    05 WS-CARDS-REJECTED               PIC S9(9) COMP VALUE 0.

001330******************************************************************
001340*  REPORT LINES                                                  *
001350******************************************************************
001360 01 WS-RPT-LINES.
001370    05 WS-HDG-LINE.
001380       10 FILLER                       PIC X(38) VALUE
001390          'SESSION SCHEDULING PROPOSALS - RUN ON '.
001400       10 WS-HD-RUN-DATE               PIC X(10).
001410       10 FILLER                       PIC X(84) VALUE SPACES.
001420    05 WS-CATG-LINE.
001430       10 FILLER                       PIC X(09) VALUE
001440          'CATEGORY '.
001450       10 WS-CL-CATG                   PIC X(02).
001460       10 FILLER                       PIC X(09) VALUE
001470          ' QUARTER '.
001480       10 WS-CL-QUARTER                PIC X(06).
001490       10 FILLER                       PIC X(08) VALUE
001500          ' TARGET '.
001510       10 WS-CL-TARGET                 PIC ZZ9.
001520       10 FILLER                       PIC X(11) VALUE
001530          ' SCHEDULED '.
001540       10 WS-CL-LIVE                   PIC ZZ9.
001550       10 FILLER                       PIC X(10) VALUE
001560          ' APPROVED '.
001570       10 WS-CL-APPROVED               PIC ZZ9.
001580       10 FILLER                       PIC X(10) VALUE
001590          ' TO PLACE '.
001600       10 WS-CL-TO-PLACE               PIC ZZ9.
001610       10 FILLER                       PIC X(15) VALUE
001620          ' OPEN INTEREST '.
001630       10 WS-CL-INTEREST               PIC ZZZZ9.
001640       10 FILLER                       PIC X(35) VALUE SPACES.
001650    05 WS-DETAIL-LINE.
001660       10 FILLER                       PIC X(02) VALUE SPACES.
001670       10 WS-DT-SLOT                   PIC ZZ9.
001680       10 FILLER                       PIC X(06) VALUE
001690          '  SEQ '.
001700       10 WS-DT-SEQ                    PIC ZZZ9.
001710       10 FILLER                       PIC X(02) VALUE SPACES.
001720       10 WS-DT-START-DATE             PIC X(10).
001730       10 FILLER                       PIC X(03) VALUE ' - '.
001740       10 WS-DT-END-DATE               PIC X(10).
001750       10 FILLER                       PIC X(13) VALUE
001760          '  INSTRUCTOR '.
001770       10 WS-DT-ENO                    PIC X(04).
001780       10 FILLER                       PIC X(07) VALUE
001790          '  ROOM '.
001800       10 WS-DT-VENUE                  PIC X(08).
001810       10 FILLER                       PIC X(08) VALUE
001820          '  SEATS '.
001830       10 WS-DT-SEATS                  PIC ZZZ9.
001840       10 FILLER                       PIC X(48) VALUE SPACES.
001850    05 WS-SHORT-LINE.
001860       10 FILLER                       PIC X(02) VALUE SPACES.
001870       10 WS-SL-SLOT                   PIC ZZ9.
001880       10 FILLER                       PIC X(15) VALUE
001890          '  NOT PLACED - '.
001900       10 WS-SL-REASON                 PIC X(40).
001910       10 FILLER                       PIC X(07) VALUE
001920          ' TRIED '.
001930       10 WS-SL-TRIED                  PIC ZZ9.
001940       10 FILLER                       PIC X(08) VALUE
001950          ' CLOSED '.
001960       10 WS-SL-CLOSED                 PIC ZZ9.
001970       10 FILLER                       PIC X(09) VALUE
001980          ' CREATOR '.
001990       10 WS-SL-CREATOR                PIC ZZ9.
002000       10 FILLER                       PIC X(12) VALUE
002010          ' INSTRUCTOR '.
002020       10 WS-SL-INSTRUCTOR             PIC ZZ9.
002030       10 FILLER                       PIC X(06) VALUE
002040          ' ROOM '.
002050       10 WS-SL-ROOM                   PIC ZZ9.
002060       10 FILLER                       PIC X(15) VALUE SPACES.
002070    05 WS-REJECT-LINE.
002080       10 FILLER                       PIC X(05) VALUE
002090          'CARD '.
002100       10 WS-RL-CARD                   PIC X(20).
002110       10 FILLER                       PIC X(12) VALUE
002120          ' REJECTED - '.
002130       10 WS-RL-REASON                 PIC X(40).
002140       10 FILLER                       PIC X(55) VALUE SPACES.

002150******************************************************************
002160* Copybook Includes.                                             *
002170******************************************************************
002180     EXEC SQL
002190       INCLUDE CWERRLOG
002200     END-EXEC.

002210*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002220     EXEC SQL
002230       INCLUDE CWJOBLOG
002240     END-EXEC.

002250*    BUSINESS-DAY END-DATE FIELDS - SEE CWBUSDAY.
002260     EXEC SQL
002270       INCLUDE CWBUSDAY
002280     END-EXEC.

002290******************************************************************
002300*                     DB2 SECTION                                *
002310******************************************************************
002320     EXEC SQL
002330       INCLUDE SQLCA
002340     END-EXEC.

002350     EXEC SQL
002360       INCLUDE DCLSESPR
002370     END-EXEC.

002380 01 WS-END                             PIC X(50) VALUE
002390     'ETROP116-WORKING STORAGE SECTION ENDS HERE'.

002400 PROCEDURE DIVISION.

002410 MAIN-LOGIC-PARA.

002420     MOVE 'ETROP116'                   TO EL-ERROR-MODULE.
002430     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002440     MOVE 'ETROP116'                   TO JRL-PROGRAM-ID.
002450     PERFORM LOG-JOB-START-PARA.

002460     PERFORM GET-RUN-DATE-PARA.

002470     OPEN INPUT  PLAN-PARM-FILE.
002480     OPEN OUTPUT PLAN-RPT-FILE.
002490     WRITE PLAN-RPT-RECORD           FROM WS-HDG-LINE.
002500     MOVE SPACES                     TO PLAN-RPT-RECORD.
002510     WRITE PLAN-RPT-RECORD.

002520     PERFORM READ-PARM-PARA.
002530     IF WS-PARM-EOF
002540       DISPLAY 'ETROP116 - NO CARDS ON PLANPARM'
002550     END-IF.
002560     PERFORM PLAN-ONE-CATEGORY-PARA
002570       UNTIL WS-PARM-EOF.

002580     CLOSE PLAN-PARM-FILE.
002590     CLOSE PLAN-RPT-FILE.

002600     DISPLAY 'SESSIONS PROPOSED       : ' WS-PROPOSED-COUNT.
002610     DISPLAY 'SLOTS NOT PLACED        : ' WS-SHORTFALL-COUNT.
002620     DISPLAY 'PLANPARM CARDS REJECTED : ' WS-CARDS-REJECTED.
002630     MOVE 'C'                        TO JRL-RUN-STATUS.
002640     MOVE WS-PROPOSED-COUNT          TO JRL-ROWS-WRITTEN.
002650     MOVE WS-SHORTFALL-COUNT         TO JRL-ROWS-SKIPPED.
002660     PERFORM LOG-JOB-END-PARA.
002670     GOBACK.

002680******************************************************************
002690* Run Date And Parameter Cards                                   *
002700******************************************************************
002710 GET-RUN-DATE-PARA.
002720     EXEC SQL
002730       SELECT CHAR(CURRENT DATE, ISO)
002740         INTO :WS-HD-RUN-DATE
002750         FROM SYSIBM.SYSDUMMY1
002760     END-EXEC.
002770     IF SQLCODE NOT = 0
002780       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002790       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
002800       PERFORM CHECK-SQLCODE-PARA
002810       PERFORM EXIT-PARA
002820     END-IF.

002830 READ-PARM-PARA.
002840     READ PLAN-PARM-FILE
002850       AT END SET WS-PARM-EOF        TO TRUE
002860     END-READ.

002870******************************************************************
002880* One Category Card                                              *
002890******************************************************************
002900 PLAN-ONE-CATEGORY-PARA.
002910     SET WS-CARD-OK                  TO TRUE.
002920     PERFORM EDIT-CARD-PARA.
002930     IF WS-CARD-OK
002940       PERFORM GET-CATALOG-PARA
002950     END-IF.
002960     IF WS-CARD-OK
002970       PERFORM SET-QUARTER-WINDOW-PARA
002980     END-IF.
002990     IF WS-CARD-OK
003000       PERFORM CLEAR-OPEN-PROPOSALS-PARA
003010       PERFORM COUNT-STANDING-PARA
003020       PERFORM WRITE-CATEGORY-LINE-PARA
003030       PERFORM PLACE-ONE-SLOT-PARA
003040         VARYING WS-SLOT FROM 1 BY 1
003050         UNTIL WS-SLOT > WS-TO-PLACE
003060       MOVE SPACES                   TO PLAN-RPT-RECORD
003070       WRITE PLAN-RPT-RECORD
003080     ELSE
003090       ADD 1                         TO WS-CARDS-REJECTED
003100       MOVE PLAN-PARM-RECORD         TO WS-RL-CARD
003110       MOVE WS-REJECT-TEXT           TO WS-RL-REASON
003120       WRITE PLAN-RPT-RECORD         FROM WS-REJECT-LINE
003130     END-IF.
003140     PERFORM READ-PARM-PARA.

003150*    QUARTER IS CCYYQN WITH N 1-4; THE TARGET IS 1-999 SESSIONS;
003160*    THE CREATOR MUST BE NAMED BECAUSE ETRB005 CHECKS IT.
003170 EDIT-CARD-PARA.
003180     MOVE PC-PLAN-QUARTER            TO WS-PLAN-QUARTER.
003190     MOVE PC-SESSION-CATG            TO WS-SESSION-CATG.
003200     MOVE PC-USR-ID                  TO WS-USR-ID.
003210     IF WS-PQ-YEAR NOT NUMERIC
003220        OR WS-PQ-LETTER NOT = 'Q'
003230        OR WS-PQ-NUMBER < '1'
003240        OR WS-PQ-NUMBER > '4'
003250       SET WS-CARD-REJECTED          TO TRUE
003260       MOVE 'QUARTER MUST BE CCYYQN, N 1 TO 4'
003270                                     TO WS-REJECT-TEXT
003280     ELSE
003290       IF PC-TARGET-COUNT NOT NUMERIC
003300          OR PC-TARGET-COUNT = '000'
003310         SET WS-CARD-REJECTED        TO TRUE
003320         MOVE 'TARGET COUNT MUST BE 001 TO 999'
003330                                     TO WS-REJECT-TEXT
003340       ELSE
003350         IF WS-SESSION-CATG = SPACES OR WS-USR-ID = SPACES
003360           SET WS-CARD-REJECTED      TO TRUE
003370           MOVE 'CATEGORY AND CREATOR USR_ID REQUIRED'
003380                                     TO WS-REJECT-TEXT
003390         ELSE
003400           MOVE PC-TARGET-COUNT      TO WS-TARGET-COUNT
003410         END-IF
003420       END-IF
003430     END-IF.

003440*    DURATION AND CAPACITY ARE THE CATALOG DEFAULTS; A CATEGORY
003450*    WITH NO DEFAULT DURATION IS PLANNED AS A ONE-DAY COURSE.
003460 GET-CATALOG-PARA.
003470     EXEC SQL
003480       SELECT COALESCE(DFLT_SESSION_DURATION, 1),
003490              COALESCE(DFLT_SESSION_CAPACITY, 0)
003500         INTO :WS-DURATION, :WS-CAPACITY
003510         FROM DBODEVP.COURSE_CATALOG
003520        WHERE SESSION_CATG = :WS-SESSION-CATG
003530     END-EXEC.
003540     EVALUATE SQLCODE
003550       WHEN 0
003560         IF WS-DURATION < 1
003570           MOVE 1                    TO WS-DURATION
003580         END-IF
003590         IF WS-CAPACITY < 0
003600           MOVE 0                    TO WS-CAPACITY
003610         END-IF
003620       WHEN 100
003630         SET WS-CARD-REJECTED        TO TRUE
003640         MOVE 'CATEGORY NOT IN CATALOG'
003650                                     TO WS-REJECT-TEXT
003660       WHEN OTHER
003670         MOVE 'SELECT'               TO EL-ERROR-ACTION
003680         MOVE 'COURSE_CATALOG'       TO EL-ERROR-DB2-OBJECT
003690         PERFORM CHECK-SQLCODE-PARA
003700         PERFORM EXIT-PARA
003710     END-EVALUATE.

003720*    THE QUARTER RUNS FROM THE FIRST OF ITS FIRST MONTH TO THE
003730*    DAY BEFORE THE NEXT QUARTER; NOTHING IS PROPOSED FOR TODAY
003740*    OR EARLIER, AND THE LAST START LEAVES ROOM FOR THE WHOLE
003750*    COURSE INSIDE THE QUARTER.
003760 SET-QUARTER-WINDOW-PARA.
003770     MOVE WS-PQ-NUMBER               TO WS-QUARTER-NO.
003780     COMPUTE WS-QUARTER-MONTH = WS-QUARTER-NO * 3 - 2.
003790     MOVE WS-PQ-YEAR                 TO WS-QS-YEAR.
003800     MOVE '-'                        TO WS-QS-DASH-1.
003810     MOVE WS-QUARTER-MONTH           TO WS-QS-MONTH.
003820     MOVE '-'                        TO WS-QS-DASH-2.
003830     MOVE '01'                       TO WS-QS-DAY.
003840     COMPUTE WS-ADD-DAYS = WS-DURATION - 1.
003850     EXEC SQL
003860       SELECT CHAR(DATE(:WS-QTR-START-DATE) + 3 MONTHS - 1 DAY,
003870                   ISO),
003880              CHAR(DATE(:WS-QTR-START-DATE) + 3 MONTHS - 1 DAY
003890                   - :WS-ADD-DAYS DAYS, ISO),
003900              CASE WHEN DATE(:WS-QTR-START-DATE) > CURRENT DATE
003910                   THEN CHAR(DATE(:WS-QTR-START-DATE), ISO)
003920                   ELSE CHAR(CURRENT DATE + 1 DAY, ISO)
003930              END
003940         INTO :WS-QTR-END-DATE, :WS-LAST-START-DATE,
003950              :WS-FIRST-DATE
003960         FROM SYSIBM.SYSDUMMY1
003970     END-EXEC.
003980     IF SQLCODE NOT = 0
003990       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004000       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
004010       PERFORM CHECK-SQLCODE-PARA
004020       PERFORM EXIT-PARA
004030     END-IF.
004040     IF WS-FIRST-DATE > WS-LAST-START-DATE
004050       SET WS-CARD-REJECTED          TO TRUE
004060       MOVE 'QUARTER HAS NO START DATES LEFT'
004070                                     TO WS-REJECT-TEXT
004080     END-IF.

004090*    A RE-RUN STARTS AGAIN FROM THE STAFF DECISIONS: UNAPPROVED
004100*    PROPOSALS FROM THE LAST RUN GO, APPROVED/REJECTED/LOADED
004110*    ROWS STAY. SEQUENCE NUMBERS NEVER RESTART.
004120 CLEAR-OPEN-PROPOSALS-PARA.
004130     MOVE WS-PLAN-QUARTER            TO SPR-PLAN-QUARTER.
004140     MOVE WS-SESSION-CATG            TO SPR-SESSION-CATG.
004150     EXEC SQL
004160       DELETE FROM DBODEVP.SESSION_PROPOSAL
004170        WHERE PLAN_QUARTER    = :SPR-PLAN-QUARTER
004180          AND SESSION_CATG    = :SPR-SESSION-CATG
004190          AND PROPOSAL_STATUS = 'P'
004200     END-EXEC.
004210     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
004220       MOVE 'DELETE'                 TO EL-ERROR-ACTION
004230       MOVE 'SESSION_PROPOSAL'       TO EL-ERROR-DB2-OBJECT
004240       PERFORM CHECK-SQLCODE-PARA
004250       PERFORM EXIT-PARA
004260     END-IF.
004270     EXEC SQL
004280       SELECT MAX(PROPOSAL_SEQ)
004290         INTO :WS-NEXT-SEQ :WS-MAX-SEQ-IND
004300         FROM DBODEVP.SESSION_PROPOSAL
004310        WHERE PLAN_QUARTER = :SPR-PLAN-QUARTER
004320          AND SESSION_CATG = :SPR-SESSION-CATG
004330     END-EXEC.
004340     IF SQLCODE NOT = 0
004350       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004360       MOVE 'SESSION_PROPOSAL'       TO EL-ERROR-DB2-OBJECT
004370       PERFORM CHECK-SQLCODE-PARA
004380       PERFORM EXIT-PARA
004390     END-IF.
004400     IF WS-MAX-SEQ-IND < 0
004410       MOVE 0                        TO WS-NEXT-SEQ
004420     END-IF.

004430*    THE TARGET IS FOR THE WHOLE QUARTER: LIVE SESSIONS ALREADY
004440*    STARTING IN IT (LOADED PROPOSALS AMONG THEM) AND APPROVED
004450*    PROPOSALS AWAITING THE LOAD ARE TAKEN OFF FIRST. THE OPEN
004460*    COURSE_INTEREST COUNT IS SHOWN FOR CONTEXT, AS ON ETROP30.
004470 COUNT-STANDING-PARA.
004480     EXEC SQL
004490       SELECT ( SELECT COUNT(*)
004500                  FROM DBODEVP.TRAINING_SESSION
004510                 WHERE SESSION_CATG       = :WS-SESSION-CATG
004520                   AND SESSION_STATUS     NOT = 'C'
004530                   AND SESSION_START_DATE
004540                       BETWEEN DATE(:WS-QTR-START-DATE)
004550                           AND DATE(:WS-QTR-END-DATE) ),
004560              ( SELECT COUNT(*)
004570                  FROM DBODEVP.SESSION_PROPOSAL
004580                 WHERE PLAN_QUARTER    = :SPR-PLAN-QUARTER
004590                   AND SESSION_CATG    = :SPR-SESSION-CATG
004600                   AND PROPOSAL_STATUS = 'A' ),
004610              ( SELECT COUNT(*)
004620                  FROM DBODEVP.COURSE_INTEREST
004630                 WHERE SESSION_CATG    = :WS-SESSION-CATG
004640                   AND INTEREST_STATUS = 'O' ),
004650              ( SELECT COUNT(*)
004660                  FROM DBODEVP.INSTRUCTOR_QUAL
004670                 WHERE SESSION_CATG  = :WS-SESSION-CATG
004680                   AND APPROVED_DATE <= CURRENT DATE
004690                   AND (EXPIRY_DATE IS NULL
004700                        OR EXPIRY_DATE >= DATE(:WS-FIRST-DATE)) )
004710         INTO :WS-LIVE-COUNT, :WS-APPROVED-COUNT,
004720              :WS-INTEREST-COUNT, :WS-QUALIFIED-COUNT
004730         FROM SYSIBM.SYSDUMMY1
004740     END-EXEC.
004750     IF SQLCODE NOT = 0
004760       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004770       MOVE 'TRAINING_SESSION'       TO EL-ERROR-DB2-OBJECT
004780       PERFORM CHECK-SQLCODE-PARA
004790       PERFORM EXIT-PARA
004800     END-IF.
004810     COMPUTE WS-TO-PLACE = WS-TARGET-COUNT - WS-LIVE-COUNT
004820                         - WS-APPROVED-COUNT.
004830     IF WS-TO-PLACE < 0
004840       MOVE 0                        TO WS-TO-PLACE
004850     END-IF.
004860*    SPREAD THE SLOTS EVENLY: SLOT N STARTS LOOKING AT
004870*    FIRST-DATE + (N - 1) * SPACING DAYS.
004880     IF WS-TO-PLACE > 0
004890       EXEC SQL
004900         SELECT DAYS(DATE(:WS-LAST-START-DATE))
004910              - DAYS(DATE(:WS-FIRST-DATE)) + 1
004920           INTO :WS-WINDOW-DAYS
004930           FROM SYSIBM.SYSDUMMY1
004940       END-EXEC
004950       IF SQLCODE NOT = 0
004960         MOVE 'SELECT'               TO EL-ERROR-ACTION
004970         MOVE 'SYSDUMMY1'            TO EL-ERROR-DB2-OBJECT
004980         PERFORM CHECK-SQLCODE-PARA
004990         PERFORM EXIT-PARA
005000       END-IF
005010       COMPUTE WS-SPACING-DAYS = WS-WINDOW-DAYS / WS-TO-PLACE
005020       IF WS-SPACING-DAYS < 1
005030         MOVE 1                      TO WS-SPACING-DAYS
005040       END-IF
005050     END-IF.

005060 WRITE-CATEGORY-LINE-PARA.
005070     MOVE WS-SESSION-CATG            TO WS-CL-CATG.
005080     MOVE WS-PLAN-QUARTER            TO WS-CL-QUARTER.
005090     MOVE WS-TARGET-COUNT            TO WS-CL-TARGET.
005100     MOVE WS-LIVE-COUNT              TO WS-CL-LIVE.
005110     MOVE WS-APPROVED-COUNT          TO WS-CL-APPROVED.
005120     MOVE WS-TO-PLACE                TO WS-CL-TO-PLACE.
005130     MOVE WS-INTEREST-COUNT          TO WS-CL-INTEREST.
005140     WRITE PLAN-RPT-RECORD           FROM WS-CATG-LINE.

005150******************************************************************
005160* One Slot - Walk Forward Until Every Rule Is Met                *
005170******************************************************************
005180 PLACE-ONE-SLOT-PARA.
005190     SET WS-SLOT-OPEN                TO TRUE.
005200     MOVE 0                          TO WS-DAYS-TRIED
005210                                        WS-MISS-CLOSED
005220                                        WS-MISS-CREATOR
005230                                        WS-MISS-INSTRUCTOR
005240                                        WS-MISS-ROOM.
005250     COMPUTE WS-ADD-DAYS = (WS-SLOT - 1) * WS-SPACING-DAYS.
005260     MOVE WS-FIRST-DATE              TO WS-TRY-DATE.
005270     PERFORM ADD-DAYS-PARA.
005280     IF WS-QUALIFIED-COUNT > 0
005290       PERFORM TRY-ONE-DAY-PARA
005300         UNTIL WS-SLOT-PLACED
005310            OR WS-TRY-DATE > WS-LAST-START-DATE
005320     END-IF.
005330     IF WS-SLOT-OPEN
005340       PERFORM WRITE-SHORTFALL-PARA
005350     END-IF.

005360*    ONE CANDIDATE DAY, RULES IN THE ORDER THE LOAD MEETS THEM.
005370 TRY-ONE-DAY-PARA.
005380     ADD 1                           TO WS-DAYS-TRIED.
005390     PERFORM CHECK-BUSINESS-DAY-PARA.
005400     IF WS-DAY-CLOSED
005410       ADD 1                         TO WS-MISS-CLOSED
005420     ELSE
005430       PERFORM CHECK-CREATOR-PARA
005440       IF WS-CREATOR-COUNT > 0
005450         ADD 1                       TO WS-MISS-CREATOR
005460       ELSE
005470         PERFORM FIND-INSTRUCTOR-PARA
005480         IF WS-FOUND-ENO = SPACES
005490           ADD 1                     TO WS-MISS-INSTRUCTOR
005500         ELSE
005510           PERFORM FIND-ROOM-PARA
005520           IF WS-FOUND-VENUE = SPACES
005530             ADD 1                   TO WS-MISS-ROOM
005540           ELSE
005550             PERFORM WRITE-PROPOSAL-PARA
005560             SET WS-SLOT-PLACED      TO TRUE
005570           END-IF
005580         END-IF
005590       END-IF
005600     END-IF.
005610     IF WS-SLOT-OPEN
005620       MOVE 1                        TO WS-ADD-DAYS
005630       PERFORM ADD-DAYS-PARA
005640     END-IF.

005650*    A START DAY COUNTS ONLY IF IT IS ITSELF A BUSINESS DAY (THE
005660*    FIRST BUSINESS DAY ON OR AFTER IT IS IT); THE COURSE'S LAST
005670*    TEACHING DAY MUST STILL FALL INSIDE THE QUARTER.
005680 CHECK-BUSINESS-DAY-PARA.
005690     SET WS-DAY-CLOSED               TO TRUE.
005700     MOVE WS-TRY-DATE                TO BUS-START-DATE.
005710     MOVE 1                          TO BUS-DURATION.
005720     PERFORM COMPUTE-BUSINESS-END-PARA.
005730     IF BUS-OK AND BUS-END-DATE = WS-TRY-DATE
005740       MOVE WS-DURATION              TO BUS-DURATION
005750       PERFORM COMPUTE-BUSINESS-END-PARA
005760       MOVE BUS-END-DATE             TO WS-TRY-END-DATE
005770       IF BUS-OK AND WS-TRY-END-DATE NOT > WS-QTR-END-DATE
005780         SET WS-DAY-OPEN             TO TRUE
005790       END-IF
005800     END-IF.
005810     IF BUS-FAILED
005820       MOVE 'SELECT'                 TO EL-ERROR-ACTION
005830       MOVE 'HOLIDAY_CALENDAR'       TO EL-ERROR-DB2-OBJECT
005840       PERFORM CHECK-SQLCODE-PARA
005850       PERFORM EXIT-PARA
005860     END-IF.

005870*    ETRB005'S CREATOR-OVERLAP RULE, COUNTING OPEN PROPOSALS TOO.
005880 CHECK-CREATOR-PARA.
005890     EXEC SQL
005900       SELECT ( SELECT COUNT(*)
005910                  FROM DBODEVP.TRAINING_SESSION
005920                 WHERE USR_ID             = :WS-USR-ID
005930                   AND SESSION_STATUS     NOT = 'C'
005940                   AND SESSION_START_DATE <
005950                        (DATE(:WS-TRY-DATE) + :WS-DURATION DAYS)
005960                   AND (SESSION_START_DATE
005970                        + SESSION_DURATION DAYS)
005980                        > DATE(:WS-TRY-DATE) )
005990            + ( SELECT COUNT(*)
006000                  FROM DBODEVP.SESSION_PROPOSAL
006010                 WHERE USR_ID             = :WS-USR-ID
006020                   AND PROPOSAL_STATUS    IN ('P', 'A')
006030                   AND SESSION_START_DATE <
006040                        (DATE(:WS-TRY-DATE) + :WS-DURATION DAYS)
006050                   AND (SESSION_START_DATE
006060                        + SESSION_DURATION DAYS)
006070                        > DATE(:WS-TRY-DATE) )
006080         INTO :WS-CREATOR-COUNT
006090         FROM SYSIBM.SYSDUMMY1
006100     END-EXEC.
006110     IF SQLCODE NOT = 0
006120       MOVE 'SELECT'                 TO EL-ERROR-ACTION
006130       MOVE 'TRAINING_SESSION'       TO EL-ERROR-DB2-OBJECT
006140       PERFORM CHECK-SQLCODE-PARA
006150       PERFORM EXIT-PARA
006160     END-IF.

006170*    ETRB004'S THREE RULES - CURRENT QUALIFICATION, NO BLACKOUT,
006180*    NO OVERLAPPING ASSIGNMENT (LIVE OR PROPOSED). OF THOSE LEFT,
006190*    THE ONE WITH THE FEWEST OPEN PROPOSALS THIS QUARTER GETS IT.
006200 FIND-INSTRUCTOR-PARA.
006210     MOVE SPACES                     TO WS-FOUND-ENO.
006220     EXEC SQL
006230       SELECT Q.ENO,
006240              ( SELECT COUNT(*)
006250                  FROM DBODEVP.SESSION_PROPOSAL P
006260                 WHERE P.ENO             = Q.ENO
006270                   AND P.PLAN_QUARTER    = :SPR-PLAN-QUARTER
006280                   AND P.PROPOSAL_STATUS IN ('P', 'A') )
006290                AS LOAD_COUNT
006300         INTO :WS-FOUND-ENO, :WS-ENO-LOAD
006310         FROM DBODEVP.INSTRUCTOR_QUAL Q
006320        WHERE Q.SESSION_CATG  = :WS-SESSION-CATG
006330          AND Q.APPROVED_DATE <= CURRENT DATE
006340          AND (Q.EXPIRY_DATE IS NULL
006350               OR Q.EXPIRY_DATE >= DATE(:WS-TRY-DATE))
006360          AND NOT EXISTS
006370              ( SELECT 1
006380                  FROM DBODEVP.INSTRUCTOR_AVAILABILITY A
006390                 WHERE A.ENO            = Q.ENO
006400                   AND A.BLACKOUT_START <
006410                        (DATE(:WS-TRY-DATE) + :WS-DURATION DAYS)
006420                   AND A.BLACKOUT_END   >= DATE(:WS-TRY-DATE) )
006430          AND NOT EXISTS
006440              ( SELECT 1
006450                  FROM DBODEVP.SESSION_INSTRUCTOR I,
006460                       DBODEVP.TRAINING_SESSION S
006470                 WHERE I.ENO            = Q.ENO
006480                   AND I.SESSION_CATG   = S.SESSION_CATG
006490                   AND I.SESSION_ID     = S.SESSION_ID
006500                   AND S.SESSION_STATUS NOT = 'C'
006510                   AND S.SESSION_START_DATE <
006520                        (DATE(:WS-TRY-DATE) + :WS-DURATION DAYS)
006530                   AND (S.SESSION_START_DATE
006540                        + S.SESSION_DURATION DAYS)
006550                        > DATE(:WS-TRY-DATE) )
006560          AND NOT EXISTS
006570              ( SELECT 1
006580                  FROM DBODEVP.SESSION_PROPOSAL P
006590                 WHERE P.ENO             = Q.ENO
006600                   AND P.PROPOSAL_STATUS IN ('P', 'A')
006610                   AND P.SESSION_START_DATE <
006620                        (DATE(:WS-TRY-DATE) + :WS-DURATION DAYS)
006630                   AND (P.SESSION_START_DATE
006640                        + P.SESSION_DURATION DAYS)
006650                        > DATE(:WS-TRY-DATE) )
006660        ORDER BY 2, 1
006670        FETCH FIRST 1 ROW ONLY
006680     END-EXEC.
006690     EVALUATE SQLCODE
006700       WHEN 0
006710         CONTINUE
006720       WHEN 100
006730         MOVE SPACES                 TO WS-FOUND-ENO
006740       WHEN OTHER
006750         MOVE 'SELECT'               TO EL-ERROR-ACTION
006760         MOVE 'INSTRUCTOR_QUAL'      TO EL-ERROR-DB2-OBJECT
006770         PERFORM CHECK-SQLCODE-PARA
006780         PERFORM EXIT-PARA
006790     END-EVALUATE.

006800*    ETRB017'S ROOM-OVERLAP RULE, COUNTING OPEN PROPOSALS TOO. THE
006810*    SMALLEST ROOM THAT SEATS THE CATALOG CAPACITY IS TAKEN, SO
006820*    THE BIG ROOMS STAY FREE FOR THE COURSES THAT NEED THEM.
006830 FIND-ROOM-PARA.
006840     MOVE SPACES                     TO WS-FOUND-VENUE.
006850     EXEC SQL
006860       SELECT V.VENUE_ID, V.SEATING_CAPACITY
006870         INTO :WS-FOUND-VENUE, :WS-FOUND-SEATS
006880         FROM DBODEVP.VENUE V
006890        WHERE V.SEATING_CAPACITY >= :WS-CAPACITY
006900          AND NOT EXISTS
006910              ( SELECT 1
006920                  FROM DBODEVP.TRAINING_SESSION S
006930                 WHERE S.VENUE_ID       = V.VENUE_ID
006940                   AND S.SESSION_STATUS NOT = 'C'
006950                   AND S.SESSION_START_DATE <
006960                        (DATE(:WS-TRY-DATE) + :WS-DURATION DAYS)
006970                   AND (S.SESSION_START_DATE
006980                        + S.SESSION_DURATION DAYS)
006990                        > DATE(:WS-TRY-DATE) )
007000          AND NOT EXISTS
007010              ( SELECT 1
007020                  FROM DBODEVP.SESSION_PROPOSAL P
007030                 WHERE P.VENUE_ID        = V.VENUE_ID
007040                   AND P.PROPOSAL_STATUS IN ('P', 'A')
007050                   AND P.SESSION_START_DATE <
007060                        (DATE(:WS-TRY-DATE) + :WS-DURATION DAYS)
007070                   AND (P.SESSION_START_DATE
007080                        + P.SESSION_DURATION DAYS)
007090                        > DATE(:WS-TRY-DATE) )
007100        ORDER BY V.SEATING_CAPACITY, V.VENUE_ID
007110        FETCH FIRST 1 ROW ONLY
007120     END-EXEC.
007130     EVALUATE SQLCODE
007140       WHEN 0
007150         CONTINUE
007160       WHEN 100
007170         MOVE SPACES                 TO WS-FOUND-VENUE
007180       WHEN OTHER
007190         MOVE 'SELECT'               TO EL-ERROR-ACTION
007200         MOVE 'VENUE'                TO EL-ERROR-DB2-OBJECT
007210         PERFORM CHECK-SQLCODE-PARA
007220         PERFORM EXIT-PARA
007230     END-EVALUATE.

007240*    A CATEGORY WITH NO CATALOG CAPACITY TAKES THE ROOM'S SEATS.
007250 WRITE-PROPOSAL-PARA.
007260     ADD 1                           TO WS-NEXT-SEQ.
007270     MOVE WS-NEXT-SEQ                TO SPR-PROPOSAL-SEQ.
007280     MOVE WS-TRY-DATE                TO SPR-SESSION-START-DATE.
007290     MOVE WS-TRY-END-DATE            TO SPR-SESSION-END-DATE.
007300     MOVE WS-DURATION                TO SPR-SESSION-DURATION.
007310     IF WS-CAPACITY > 0
007320       MOVE WS-CAPACITY              TO SPR-SESSION-CAPACITY
007330     ELSE
007340       MOVE WS-FOUND-SEATS           TO SPR-SESSION-CAPACITY
007350     END-IF.
007360     MOVE WS-FOUND-ENO               TO SPR-ENO.
007370     MOVE WS-FOUND-VENUE             TO SPR-VENUE-ID.
007380     MOVE WS-USR-ID                  TO SPR-USR-ID.
007390     EXEC SQL
007400       INSERT INTO DBODEVP.SESSION_PROPOSAL
007410              ( PLAN_QUARTER, SESSION_CATG, PROPOSAL_SEQ,
007420                SESSION_START_DATE, SESSION_END_DATE,
007430                SESSION_DURATION, SESSION_CAPACITY,
007440                ENO, VENUE_ID, USR_ID, PROPOSAL_STATUS,
007450                LOADED_SESSION_ID, LOAD_NOTE, DTS )
007460       VALUES ( :SPR-PLAN-QUARTER, :SPR-SESSION-CATG,
007470                :SPR-PROPOSAL-SEQ, :SPR-SESSION-START-DATE,
007480                :SPR-SESSION-END-DATE, :SPR-SESSION-DURATION,
007490                :SPR-SESSION-CAPACITY, :SPR-ENO, :SPR-VENUE-ID,
007500                :SPR-USR-ID, 'P', NULL, NULL, CURRENT TIMESTAMP )
007510     END-EXEC.
007520     IF SQLCODE NOT = 0
007530       MOVE 'INSERT'                 TO EL-ERROR-ACTION
007540       MOVE 'SESSION_PROPOSAL'       TO EL-ERROR-DB2-OBJECT
007550       PERFORM CHECK-SQLCODE-PARA
007560       PERFORM EXIT-PARA
007570     END-IF.
007580     ADD 1                           TO WS-PROPOSED-COUNT.
007590     MOVE WS-SLOT                    TO WS-DT-SLOT.
007600     MOVE SPR-PROPOSAL-SEQ           TO WS-DT-SEQ.
007610     MOVE SPR-SESSION-START-DATE     TO WS-DT-START-DATE.
007620     MOVE SPR-SESSION-END-DATE       TO WS-DT-END-DATE.
007630     MOVE SPR-ENO                    TO WS-DT-ENO.
007640     MOVE SPR-VENUE-ID               TO WS-DT-VENUE.
007650     MOVE SPR-SESSION-CAPACITY       TO WS-DT-SEATS.
007660     WRITE PLAN-RPT-RECORD           FROM WS-DETAIL-LINE.

007670*    THE HEADLINE REASON IS THE RULE THAT FAILED ON MOST DAYS;
007680*    THE COUNTS BEHIND IT ARE PRINTED ALONGSIDE.
007690 WRITE-SHORTFALL-PARA.
007700     ADD 1                           TO WS-SHORTFALL-COUNT.
007710     EVALUATE TRUE
007720       WHEN WS-QUALIFIED-COUNT = 0
007730         MOVE 'NO QUALIFIED INSTRUCTOR FOR CATEGORY'
007740                                     TO WS-SL-REASON
007750       WHEN WS-DAYS-TRIED = 0
007760         MOVE 'NO START DATE LEFT IN THE QUARTER'
007770                                     TO WS-SL-REASON
007780       WHEN WS-MISS-ROOM >= WS-MISS-INSTRUCTOR
007790        AND WS-MISS-ROOM >= WS-MISS-CREATOR
007800        AND WS-MISS-ROOM > 0
007810         MOVE 'NO FREE ROOM WITH ENOUGH SEATS'
007820                                     TO WS-SL-REASON
007830       WHEN WS-MISS-INSTRUCTOR >= WS-MISS-CREATOR
007840        AND WS-MISS-INSTRUCTOR > 0
007850         MOVE 'NO QUALIFIED INSTRUCTOR FREE'
007860                                     TO WS-SL-REASON
007870       WHEN WS-MISS-CREATOR > 0
007880         MOVE 'CREATOR ALREADY BOOKED'
007890                                     TO WS-SL-REASON
007900       WHEN OTHER
007910         MOVE 'NO BUSINESS DAY LEFT IN THE QUARTER'
007920                                     TO WS-SL-REASON
007930     END-EVALUATE.
007940     MOVE WS-SLOT                    TO WS-SL-SLOT.
007950     MOVE WS-DAYS-TRIED              TO WS-SL-TRIED.
007960     MOVE WS-MISS-CLOSED             TO WS-SL-CLOSED.
007970     MOVE WS-MISS-CREATOR            TO WS-SL-CREATOR.
007980     MOVE WS-MISS-INSTRUCTOR         TO WS-SL-INSTRUCTOR.
007990     MOVE WS-MISS-ROOM               TO WS-SL-ROOM.
008000     WRITE PLAN-RPT-RECORD           FROM WS-SHORT-LINE.

008010*    WS-TRY-DATE + WS-ADD-DAYS CALENDAR DAYS.
008020 ADD-DAYS-PARA.
008030     EXEC SQL
008040       SELECT CHAR(DATE(:WS-TRY-DATE) + :WS-ADD-DAYS DAYS, ISO)
008050         INTO :WS-TRY-DATE
008060         FROM SYSIBM.SYSDUMMY1
008070     END-EXEC.
008080     IF SQLCODE NOT = 0
008090       MOVE 'SELECT'                 TO EL-ERROR-ACTION
008100       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
008110       PERFORM CHECK-SQLCODE-PARA
008120       PERFORM EXIT-PARA
008130     END-IF.

008140******************************************************************
008150* Business Days                                                  *
008160******************************************************************
008170     EXEC SQL
008180       INCLUDE CPBUSDAY
008190     END-EXEC.

008200******************************************************************
008210* Error Logging                                                  *
008220******************************************************************
008230     EXEC SQL
008240       INCLUDE CPERRBAT
008250     END-EXEC.

008260 EXIT-PARA.
008270     MOVE 'F'                        TO JRL-RUN-STATUS.
008280     PERFORM LOG-JOB-END-PARA.
008290     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
008300     GOBACK.

008310******************************************************************
008320* Run Registry                                                   *
008330******************************************************************
008340     EXEC SQL
008350       INCLUDE CPJOBLOG
008360     END-EXEC.
