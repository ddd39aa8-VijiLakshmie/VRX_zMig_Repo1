000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP108.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  PROMOTION AND GIFT VOUCHER REDEMPTION REPORT.                 *
000090*  MARKETING CAMPAIGN CODES AND GIFT VOUCHERS ARE HELD ON        *
000100*  PROMO_CODE (DCLPROMO), GROUPED BY CAMPAIGN_CODE, AND ETRB002  *
000110*  STAMPS A CODE ON THE REGISTRATION (PROMO_CODE, PROMO_AMOUNT)  *
000120*  WHEN IT LOWERS THE PRICE. THIS JOB PRINTS ON PROMORPT, ONE    *
000130*  LINE PER CAMPAIGN, CAMPAIGN TO DATE:                          *
000140*    - CODES ISSUED AND CODES USED AT LEAST ONCE (THE UPTAKE OF  *
000150*      A VOUCHER ISSUE)                                          *
000160*    - SEATS BOOKED WITH THE CAMPAIGN'S CODES, LIVE AND ARCHIVED,*
000170*      AND HOW MANY OF THEM WERE CANCELLED SINCE                 *
000180*    - THE REVENUE GIVEN AWAY (WHAT THE CODES TOOK OFF THE PRICE *
000190*      THE SEATS WOULD OTHERWISE HAVE BEEN BOOKED AT) AND THE    *
000200*      REVENUE STILL TAKEN ON THOSE SEATS, CANCELLED SEATS LEFT  *
000210*      OUT OF BOTH                                               *
000220*  WITH TOTALS OVER EVERY CAMPAIGN. IT READS ONLY AND CAN BE RUN *
000230*  AT ANY TIME.                                                  *
000240******************************************************************

000250 ENVIRONMENT DIVISION.

000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. Z900.
000280 OBJECT-COMPUTER. Z900.

000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PROMO-RPT-FILE   ASSIGN TO PROMORPT
000320            ORGANIZATION  IS LINE SEQUENTIAL.

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PROMO-RPT-FILE
000360     RECORD CONTAINS 132 CHARACTERS.
000370 01  PROMO-RPT-RECORD                PIC X(132).

000380 WORKING-STORAGE SECTION.

000390 01 WS-BEGIN                          PIC  X(36) VALUE
000400     'ETROP108 WORKING STORAGE STARTS HERE'.

000410******************************************************************
000420*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000430******************************************************************
000440 01 WS-VARIABLES.
000450    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000460       88 WS-NO-ERROR                            VALUE SPACES.
000470       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000480       88 WS-FATAL-ERROR                         VALUE 'F'.
000490    05 WS-RUN-DATE                     PIC X(10).
000500    05 WS-CAMPAIGN-COUNT               PIC S9(9) COMP VALUE 0.
000510    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000520    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000530    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
000540    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
000550    05 WS-SECTION-TITLE                PIC X(60).
000560    05 WS-COLUMN-HEADING               PIC X(132).
000570    05 WS-PRINT-LINE                   PIC X(132).

000580******************************************************************
000590*  ONE CAMPAIGN AS FETCHED AND ITS REDEMPTIONS                   *
000600******************************************************************
000610 01 WS-CAMPAIGN.
000620    05 WS-CP-KIND                      PIC X(01).
000630       88 WS-CP-VOUCHERS                         VALUE 'V'.
000640    05 WS-CP-CODES-ISSUED              PIC S9(9) COMP.
000650    05 WS-CP-CODES-USED                PIC S9(9) COMP.
000660    05 WS-CP-SEATS                     PIC S9(9) COMP.
000670    05 WS-CP-CANCELLED                 PIC S9(9) COMP.
000680    05 WS-CP-GIVEN-AWAY                PIC S9(9)V99 COMP-3.
000690    05 WS-CP-TAKEN                     PIC S9(9)V99 COMP-3.

000700******************************************************************
000710*  RUN TOTALS                                                    *
000720******************************************************************
000730 01 WS-TOTALS.
000740    05 WS-GT-CODES-ISSUED              PIC S9(9) COMP.
000750    05 WS-GT-CODES-USED                PIC S9(9) COMP.
000760    05 WS-GT-SEATS                     PIC S9(9) COMP.
000770    05 WS-GT-CANCELLED                 PIC S9(9) COMP.
000780    05 WS-GT-GIVEN-AWAY                PIC S9(9)V99 COMP-3.
000790    05 WS-GT-TAKEN                     PIC S9(9)V99 COMP-3.

000800******************************************************************
000810*  REPORT LINE LAYOUTS                                           *
000820******************************************************************
000830 01 WS-RPT-HEADING-1.
000840    05 FILLER                         PIC X(20) VALUE SPACES.
000850    05 FILLER                         PIC X(50) VALUE
000860       'PROMOTION AND GIFT VOUCHER REDEMPTION REPORT'.
000870    05 FILLER                         PIC X(10) VALUE SPACES.
000880    05 FILLER                         PIC X(05) VALUE 'PAGE '.
000890    05 WS-RPT-PAGE-NO                 PIC ZZZ9.
000900 01 WS-RPT-HEADING-2.
000910    05 FILLER                         PIC X(09) VALUE 'RUN DATE '.
000920    05 WS-RPT-RUN-DATE                PIC X(10).
000930    05 FILLER                         PIC X(04) VALUE SPACES.
000940    05 WS-RPT-SECTION-TITLE           PIC X(60).
000950 01 WS-RPT-HEADING-3.
000960    05 FILLER                         PIC X(40) VALUE
000970       'CAMPAIGN TO DATE - LIVE AND ARCHIVED    '.
000980    05 FILLER                         PIC X(50) VALUE
000990       'SEATS; AMOUNTS LEAVE OUT CANCELLED SEATS'.
001000 01 WS-RPT-CAMPAIGN-HEADING.
001010    05 FILLER                         PIC X(10) VALUE 'CAMPAIGN'.
001020    05 FILLER                         PIC X(32) VALUE 'NAME'.
001030    05 FILLER                         PIC X(10) VALUE 'KIND'.
001040    05 FILLER                         PIC X(09) VALUE '   CODES'.
001050    05 FILLER                         PIC X(09) VALUE '    USED'.
001060    05 FILLER                         PIC X(09) VALUE '   SEATS'.
001070    05 FILLER                         PIC X(09) VALUE '  CANCLD'.
001080    05 FILLER                         PIC X(16) VALUE
001090       '      GIVEN AWAY'.
001100    05 FILLER                         PIC X(16) VALUE
001110       '       NET TAKEN'.
001120 01 WS-RPT-CAMPAIGN-LINE.
001130    05 WS-RPT-CP-CAMPAIGN-CODE        PIC X(08).
001140    05 FILLER                         PIC X(02) VALUE SPACES.
001150    05 WS-RPT-CP-CAMPAIGN-NAME        PIC X(30).
001160    05 FILLER                         PIC X(02) VALUE SPACES.
001170    05 WS-RPT-CP-KIND                 PIC X(08).
001180    05 FILLER                         PIC X(02) VALUE SPACES.
001190    05 WS-RPT-CP-CODES-ISSUED         PIC ZZZ,ZZ9.
001200    05 FILLER                         PIC X(02) VALUE SPACES.
001210    05 WS-RPT-CP-CODES-USED           PIC ZZZ,ZZ9.
001220    05 FILLER                         PIC X(02) VALUE SPACES.
001230    05 WS-RPT-CP-SEATS                PIC ZZZ,ZZ9.
001240    05 FILLER                         PIC X(02) VALUE SPACES.
001250    05 WS-RPT-CP-CANCELLED            PIC ZZZ,ZZ9.
001260    05 FILLER                         PIC X(02) VALUE SPACES.
001270    05 WS-RPT-CP-GIVEN-AWAY           PIC -ZZ,ZZZ,ZZ9.99.
001280    05 FILLER                         PIC X(02) VALUE SPACES.
001290    05 WS-RPT-CP-TAKEN                PIC -ZZ,ZZZ,ZZ9.99.
001300 01 WS-RPT-NONE-LINE.
001310    05 FILLER                         PIC X(04) VALUE SPACES.
001320    05 WS-RPT-NONE-TEXT               PIC X(80).
001330 01 WS-RPT-AMOUNT-LINE.
001340    05 WS-RPT-AM-LABEL                PIC X(40).
001350    05 WS-RPT-AM-VALUE                PIC -ZZ,ZZZ,ZZ9.99.
001360 01 WS-RPT-COUNT-LINE.
001370    05 WS-RPT-CN-LABEL                PIC X(40).
001380    05 WS-RPT-CN-VALUE                PIC ZZZ,ZZZ,ZZ9.

001390******************************************************************
001400* Copybook Includes.                                             *
001410******************************************************************
001420     EXEC SQL
001430       INCLUDE CWERRLOG
001440     END-EXEC.

001450*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001460     EXEC SQL
001470       INCLUDE CWJOBLOG
001480     END-EXEC.

001490******************************************************************
001500*                     DB2 SECTION                                *
001510******************************************************************
001520     EXEC SQL
001530       INCLUDE SQLCA
001540     END-EXEC.

001550     EXEC SQL
001560       INCLUDE DCLPROMO
001570     END-EXEC.

001580******************************************************************
001590*  CURSOR DECLARATIONS.                                          *
001600*  ONE ROW PER CAMPAIGN. A CAMPAIGN'S KIND IS THAT OF ITS CODES  *
001610*  - A VOUCHER ISSUE AND A CAMPAIGN CODE ARE NEVER MIXED UNDER   *
001620*  ONE CAMPAIGN_CODE.                                            *
001630******************************************************************
001640     EXEC SQL DECLARE CAMPAIGN-CSR CURSOR
001650      FOR
001660      SELECT P.CAMPAIGN_CODE, MAX(P.CAMPAIGN_NAME),
001670             MAX(P.PROMO_KIND), COUNT(*),
001680             SUM(CASE WHEN P.USES_COUNT > 0 THEN 1 ELSE 0 END)
001690        FROM DBODEVP.PROMO_CODE P
001700       GROUP BY P.CAMPAIGN_CODE
001710       ORDER BY P.CAMPAIGN_CODE
001720     END-EXEC.

001730 01 WS-END                             PIC X(50) VALUE
001740     'ETROP108-WORKING STORAGE SECTION ENDS HERE'.

001750 PROCEDURE DIVISION.

001760 MAIN-LOGIC-PARA.

001770     MOVE 'ETROP108'                   TO EL-ERROR-MODULE.
001780     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001790     MOVE 'ETROP108'                   TO JRL-PROGRAM-ID.
001800     PERFORM LOG-JOB-START-PARA.

001810     PERFORM GET-RUN-DATE-PARA.

001820     OPEN OUTPUT PROMO-RPT-FILE.
001830     PERFORM CAMPAIGN-SECTION-PARA.
001840     PERFORM WRITE-TOTALS-PARA.
001850     CLOSE PROMO-RPT-FILE.

001860     DISPLAY 'CAMPAIGNS REPORTED    : ' WS-CAMPAIGN-COUNT.
001870     DISPLAY 'SEATS WITH A CODE     : ' WS-GT-SEATS.
001880     MOVE 'C'                        TO JRL-RUN-STATUS.
001890     MOVE WS-CAMPAIGN-COUNT          TO JRL-ROWS-READ.
001900     MOVE 0                          TO JRL-ROWS-WRITTEN.
001910     PERFORM LOG-JOB-END-PARA.
001920     GOBACK.

001930 GET-RUN-DATE-PARA.
001940     EXEC SQL
001950       SELECT CHAR(CURRENT DATE, ISO)
001960         INTO :WS-RUN-DATE
001970         FROM SYSIBM.SYSDUMMY1
001980     END-EXEC.
001990     IF SQLCODE NOT = 0
002000       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002010       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
002020       PERFORM CHECK-SQLCODE-PARA
002030       PERFORM EXIT-PARA
002040     END-IF.

002050******************************************************************
002060* One Line Per Campaign                                          *
002070******************************************************************
002080 CAMPAIGN-SECTION-PARA.
002090     INITIALIZE WS-TOTALS.
002100     MOVE 'REDEMPTIONS BY CAMPAIGN'  TO WS-SECTION-TITLE.
002110     MOVE WS-RPT-CAMPAIGN-HEADING    TO WS-COLUMN-HEADING.
002120     MOVE 99                         TO WS-LINE-CTR.
002130     EXEC SQL
002140       OPEN CAMPAIGN-CSR
002150     END-EXEC.
002160     IF SQLCODE NOT = 0
002170         MOVE 'OPEN  '               TO EL-ERROR-ACTION
002180         MOVE 'PROMO_CODE'           TO EL-ERROR-DB2-OBJECT
002190         PERFORM CHECK-SQLCODE-PARA
002200         PERFORM EXIT-PARA
002210     END-IF.
002220     PERFORM FETCH-CAMPAIGN-PARA
002230       UNTIL SQLCODE = 100.
002240     EXEC SQL
002250       CLOSE CAMPAIGN-CSR
002260     END-EXEC.
002270     IF WS-CAMPAIGN-COUNT = 0
002280       MOVE 'NO PROMOTION OR VOUCHER CODES ON FILE'
002290                                     TO WS-RPT-NONE-TEXT
002300       MOVE WS-RPT-NONE-LINE         TO WS-PRINT-LINE
002310       PERFORM WRITE-DETAIL-PARA
002320     END-IF.

002330 FETCH-CAMPAIGN-PARA.
002340     EXEC SQL
002350       FETCH CAMPAIGN-CSR
002360        INTO :PRM-CAMPAIGN-CODE, :PRM-CAMPAIGN-NAME,
002370             :WS-CP-KIND, :WS-CP-CODES-ISSUED,
002380             :WS-CP-CODES-USED
002390     END-EXEC.
002400     EVALUATE SQLCODE
002410       WHEN 0
002420         ADD 1                       TO WS-CAMPAIGN-COUNT
002430         PERFORM GET-REDEMPTIONS-PARA
002440         PERFORM PRINT-CAMPAIGN-PARA
002450       WHEN 100
002460         CONTINUE
002470       WHEN OTHER
002480         MOVE 'FETCH '               TO EL-ERROR-ACTION
002490         MOVE 'PROMO_CODE'           TO EL-ERROR-DB2-OBJECT
002500         PERFORM CHECK-SQLCODE-PARA
002510         PERFORM EXIT-PARA
002520     END-EVALUATE.

002530*    EVERY SEAT EVER STAMPED WITH ONE OF THE CAMPAIGN'S CODES,
002540*    LIVE OR ARCHIVED. A CANCELLED SEAT STILL USED ITS CODE (A USE
002550*    IS NEVER GIVEN BACK) BUT NEITHER GAVE AWAY NOR TOOK REVENUE.
002560 GET-REDEMPTIONS-PARA.
002570     EXEC SQL
002580       SELECT COUNT(*),
002590              COALESCE(SUM(CASE WHEN X.REG_STATUS = 'C'
002600                                THEN 1 ELSE 0 END), 0),
002610              COALESCE(SUM(CASE WHEN X.REG_STATUS = 'C' THEN 0
002620                                ELSE X.PROMO_AMOUNT END), 0),
002630              COALESCE(SUM(CASE WHEN X.REG_STATUS = 'C' THEN 0
002640                                ELSE COALESCE(X.PRICED_FEE, 0)
002650                           END), 0)
002660         INTO :WS-CP-SEATS, :WS-CP-CANCELLED,
002670              :WS-CP-GIVEN-AWAY, :WS-CP-TAKEN
002680         FROM (SELECT R.REG_STATUS, R.PROMO_AMOUNT, R.PRICED_FEE
002690                 FROM DBODEVP.REGISTRATION R,
002700                      DBODEVP.PROMO_CODE P
002710                WHERE P.CAMPAIGN_CODE = :PRM-CAMPAIGN-CODE
002720                  AND R.PROMO_CODE    = P.PROMO_CODE
002730               UNION ALL
002740               SELECT A.REG_STATUS, A.PROMO_AMOUNT, A.PRICED_FEE
002750                 FROM DBODEVP.REGISTRATION_ARCHIVE A,
002760                      DBODEVP.PROMO_CODE P
002770                WHERE P.CAMPAIGN_CODE = :PRM-CAMPAIGN-CODE
002780                  AND A.PROMO_CODE    = P.PROMO_CODE) AS X
002790     END-EXEC.
002800     IF SQLCODE NOT = 0
002810         MOVE 'SELECT'               TO EL-ERROR-ACTION
002820         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
002830         PERFORM CHECK-SQLCODE-PARA
002840         PERFORM EXIT-PARA
002850     END-IF.

002860 PRINT-CAMPAIGN-PARA.
002870     MOVE PRM-CAMPAIGN-CODE          TO WS-RPT-CP-CAMPAIGN-CODE.
002880     MOVE PRM-CAMPAIGN-NAME-TEXT     TO WS-RPT-CP-CAMPAIGN-NAME.
002890     IF WS-CP-VOUCHERS
002900       MOVE 'VOUCHERS'               TO WS-RPT-CP-KIND
002910     ELSE
002920       MOVE 'CAMPAIGN'               TO WS-RPT-CP-KIND
002930     END-IF.
002940     MOVE WS-CP-CODES-ISSUED         TO WS-RPT-CP-CODES-ISSUED.
002950     MOVE WS-CP-CODES-USED           TO WS-RPT-CP-CODES-USED.
002960     MOVE WS-CP-SEATS                TO WS-RPT-CP-SEATS.
002970     MOVE WS-CP-CANCELLED            TO WS-RPT-CP-CANCELLED.
002980     MOVE WS-CP-GIVEN-AWAY           TO WS-RPT-CP-GIVEN-AWAY.
002990     MOVE WS-CP-TAKEN                TO WS-RPT-CP-TAKEN.
003000     MOVE WS-RPT-CAMPAIGN-LINE       TO WS-PRINT-LINE.
003010     PERFORM WRITE-DETAIL-PARA.
003020     ADD WS-CP-CODES-ISSUED          TO WS-GT-CODES-ISSUED.
003030     ADD WS-CP-CODES-USED            TO WS-GT-CODES-USED.
003040     ADD WS-CP-SEATS                 TO WS-GT-SEATS.
003050     ADD WS-CP-CANCELLED             TO WS-GT-CANCELLED.
003060     ADD WS-CP-GIVEN-AWAY            TO WS-GT-GIVEN-AWAY.
003070     ADD WS-CP-TAKEN                 TO WS-GT-TAKEN.

003080******************************************************************
003090* Run Totals                                                     *
003100******************************************************************
003110 WRITE-TOTALS-PARA.
003120     MOVE 'RUN TOTALS - ALL CAMPAIGNS' TO WS-SECTION-TITLE.
003130     MOVE SPACES                     TO WS-COLUMN-HEADING.
003140     MOVE 99                         TO WS-LINE-CTR.
003150     MOVE 'CAMPAIGNS REPORTED              :'
003160                                     TO WS-RPT-CN-LABEL.
003170     MOVE WS-CAMPAIGN-COUNT          TO WS-RPT-CN-VALUE.
003180     PERFORM WRITE-COUNT-PARA.
003190     MOVE 'CODES ISSUED                    :'
003200                                     TO WS-RPT-CN-LABEL.
003210     MOVE WS-GT-CODES-ISSUED         TO WS-RPT-CN-VALUE.
003220     PERFORM WRITE-COUNT-PARA.
003230     MOVE 'CODES USED AT LEAST ONCE        :'
003240                                     TO WS-RPT-CN-LABEL.
003250     MOVE WS-GT-CODES-USED           TO WS-RPT-CN-VALUE.
003260     PERFORM WRITE-COUNT-PARA.
003270     MOVE 'SEATS BOOKED WITH A CODE        :'
003280                                     TO WS-RPT-CN-LABEL.
003290     MOVE WS-GT-SEATS                TO WS-RPT-CN-VALUE.
003300     PERFORM WRITE-COUNT-PARA.
003310     MOVE 'OF WHICH CANCELLED SINCE        :'
003320                                     TO WS-RPT-CN-LABEL.
003330     MOVE WS-GT-CANCELLED            TO WS-RPT-CN-VALUE.
003340     PERFORM WRITE-COUNT-PARA.
003350     MOVE SPACES                     TO WS-PRINT-LINE.
003360     PERFORM WRITE-DETAIL-PARA.
003370     MOVE 'REVENUE GIVEN AWAY              :'
003380                                     TO WS-RPT-AM-LABEL.
003390     MOVE WS-GT-GIVEN-AWAY           TO WS-RPT-AM-VALUE.
003400     PERFORM WRITE-AMOUNT-PARA.
003410     MOVE 'NET REVENUE TAKEN ON THOSE SEATS:'
003420                                     TO WS-RPT-AM-LABEL.
003430     MOVE WS-GT-TAKEN                TO WS-RPT-AM-VALUE.
003440     PERFORM WRITE-AMOUNT-PARA.

003450 WRITE-AMOUNT-PARA.
003460     MOVE WS-RPT-AMOUNT-LINE         TO WS-PRINT-LINE.
003470     PERFORM WRITE-DETAIL-PARA.

003480 WRITE-COUNT-PARA.
003490     MOVE WS-RPT-COUNT-LINE          TO WS-PRINT-LINE.
003500     PERFORM WRITE-DETAIL-PARA.

003510******************************************************************
003520* Shared Report Paragraphs                                       *
003530******************************************************************
003540 WRITE-HEADING-PARA.
003550     ADD 1                           TO WS-PAGE-NO.
003560     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
003570     WRITE PROMO-RPT-RECORD          FROM WS-RPT-HEADING-1.
003580     MOVE WS-RUN-DATE                TO WS-RPT-RUN-DATE.
003590     MOVE WS-SECTION-TITLE           TO WS-RPT-SECTION-TITLE.
003600     WRITE PROMO-RPT-RECORD          FROM WS-RPT-HEADING-2.
003610     WRITE PROMO-RPT-RECORD          FROM WS-RPT-HEADING-3.
003620     MOVE SPACES                     TO PROMO-RPT-RECORD.
003630     WRITE PROMO-RPT-RECORD.
003640     WRITE PROMO-RPT-RECORD          FROM WS-COLUMN-HEADING.
003650     MOVE 5                          TO WS-LINE-CTR.

003660 WRITE-DETAIL-PARA.
003670     IF WS-LINE-CTR > WS-LINES-PER-PAGE
003680         PERFORM WRITE-HEADING-PARA
003690     END-IF.
003700     WRITE PROMO-RPT-RECORD          FROM WS-PRINT-LINE.
003710     ADD 1                           TO WS-LINE-CTR.
003720     ADD 1                           TO WS-DETAIL-COUNT.

003730******************************************************************
003740* Error Logging                                                  *
003750******************************************************************
003760     EXEC SQL
003770       INCLUDE CPERRBAT
003780     END-EXEC.

003790*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
003800*    OTHERWISE THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER
003810*    OPENED AND NEVER REACHES SQLCODE = 100.
003820 EXIT-PARA.
003830     MOVE 'F'                        TO JRL-RUN-STATUS.
003840     MOVE WS-CAMPAIGN-COUNT          TO JRL-ROWS-READ.
003850     MOVE 0                          TO JRL-ROWS-WRITTEN.
003860     PERFORM LOG-JOB-END-PARA.
003870     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003880     GOBACK.

003890******************************************************************
003900* Run Registry                                                   *
003910******************************************************************
003920     EXEC SQL
003930       INCLUDE CPJOBLOG
003940     END-EXEC.
