000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP130.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  REPORT DISTRIBUTION BURSTER.                                  *
000090*  RUN AS THE STEP AFTER A REPORT IS PRODUCED, WITH THE REPORT'S *
000100*  DD NAME (BILLRPT, AGINGRPT, ...) ON THE DISTPARM CARD AND THE *
000110*  REPORT ITSELF ON RPTIN. THE REPORT MARKS EACH OF ITS SECTIONS *
000120*  WITH THE BURST KEYS IT BELONGS TO (SEE CWBURST); THIS JOB     *
000130*  SPLITS IT AT THOSE MARKERS AND, FOR EACH RECIPIENT ON         *
000140*  REPORT_DISTRIBUTION (DCLRPTDS), WRITES ONE PACKET TO DISTPKT: *
000150*    PKH - RECIPIENT, DELIVERY METHOD AND ADDRESS                *
000160*          THE REPORT'S TITLES AND HEADINGS (WHATEVER PRECEDES   *
000170*          THE FIRST MARKER), THEN EVERY SECTION CARRYING ONE OF *
000180*          THE RECIPIENT'S KEYS, IN REPORT ORDER                 *
000190*    PKT - LINE AND SECTION COUNTS, SO A SHORT PACKET SHOWS      *
000200*  A WHOLE-REPORT ('*') RECIPIENT GETS EVERYTHING, GRAND TOTALS  *
000210*  INCLUDED. A RECIPIENT WITH NO SECTION TO RECEIVE GETS NO      *
000220*  PACKET AT ALL. THE MARKER LINES THEMSELVES NEVER GO OUT (THE  *
000230*  HDR-BORNE MARKERS OF AN INTERFACE EXTRACT STAY ON THEIR HDR). *
000240*  DISTLOG LISTS EVERY RECIPIENT AND WHAT WENT TO THEM, THEN THE *
000250*  EXCEPTIONS - BURST KEYS IN THE REPORT THAT NO ROW MAPS TO     *
000260*  ANYONE, SO OPERATIONS CAN ADD THE MISSING RECIPIENT.          *
000270******************************************************************

000280 ENVIRONMENT DIVISION.

000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. Z900.
000310 OBJECT-COMPUTER. Z900.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DIST-PARM-FILE  ASSIGN TO DISTPARM
000350            ORGANIZATION  IS LINE SEQUENTIAL.
000360     SELECT RPT-IN-FILE     ASSIGN TO RPTIN
000370            ORGANIZATION  IS LINE SEQUENTIAL.
000380     SELECT DIST-PKT-FILE   ASSIGN TO DISTPKT
000390            ORGANIZATION  IS LINE SEQUENTIAL.
000400     SELECT DIST-LOG-FILE   ASSIGN TO DISTLOG
000410            ORGANIZATION  IS LINE SEQUENTIAL.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DIST-PARM-FILE
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  DIST-PARM-RECORD.
000470     05 DP-REPORT-ID                 PIC X(08).
000480     05 FILLER                       PIC X(72).
000490*    WIDE ENOUGH FOR THE 200-BYTE INTERFACE EXTRACTS; A 132-BYTE
000500*    PRINT REPORT COMES IN SPACE-FILLED.
000510 FD  RPT-IN-FILE
000520     RECORD CONTAINS 200 CHARACTERS.
000530 01  RPT-IN-RECORD                   PIC X(200).
000540 FD  DIST-PKT-FILE
000550     RECORD CONTAINS 200 CHARACTERS.
000560 01  DIST-PKT-RECORD                 PIC X(200).
000570 FD  DIST-LOG-FILE
000580     RECORD CONTAINS 132 CHARACTERS.
000590 01  DIST-LOG-RECORD                 PIC X(132).

000600 WORKING-STORAGE SECTION.

000610 01 WS-BEGIN                          PIC  X(36) VALUE
000620     'ETROP130 WORKING STORAGE STARTS HERE'.

000630******************************************************************
000640*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000650******************************************************************
000660 01 WS-VARIABLES.
000670    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000680       88 WS-NO-ERROR                            VALUE SPACES.
000690       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000700       88 WS-FATAL-ERROR                         VALUE 'F'.
000710    05 WS-REPORT-ID                    PIC X(08) VALUE SPACES.
000720    05 WS-RPT-EOF-SW                   PIC X(01) VALUE 'N'.
000730       88 WS-RPT-EOF                             VALUE 'Y'.
000740    05 WS-DIST-EOF-SW                  PIC X(01) VALUE 'N'.
000750       88 WS-DIST-EOF                            VALUE 'Y'.
000760*    WHAT THE LINE JUST READ IS - A MARKER LINE OF ITS OWN, AN
000770*    INTERFACE HDR CARRYING A MARKER IN BYTES 81-120, OR CONTENT.
000780    05 WS-LINE-KIND                    PIC X(01).
000790       88 WS-LINE-MARKER                         VALUE 'M'.
000800       88 WS-LINE-HDR-MARKER                     VALUE 'H'.
000810       88 WS-LINE-CONTENT                        VALUE 'C'.
000820*    MARKER LINES BACK TO BACK ALL BELONG TO ONE SECTION.
000830    05 WS-PREV-MARKER-SW               PIC X(01) VALUE 'N'.
000840       88 WS-PREV-WAS-MARKER                     VALUE 'Y'.
000850    05 WS-LINE-NO                      PIC S9(9) COMP VALUE 0.
000860    05 WS-LINE-TOTAL                   PIC S9(9) COMP VALUE 0.
000870    05 WS-CONTENT-LINES                PIC S9(9) COMP VALUE 0.
000880*    LAST LINE OF THE TITLES AND HEADINGS THAT TOP EVERY PACKET.
000890    05 WS-PREAMBLE-LAST                PIC S9(9) COMP VALUE 0.
000900    05 WS-PACKET-COUNT                 PIC S9(9) COMP VALUE 0.
000910    05 WS-NOTHING-COUNT                PIC S9(9) COMP VALUE 0.
000920    05 WS-LINES-DELIVERED              PIC S9(9) COMP VALUE 0.
000930    05 WS-EX-UNLISTED-COUNT            PIC S9(9) COMP VALUE 0.
000940    05 WS-PKT-LINES                    PIC S9(9) COMP VALUE 0.
000950    05 WS-PKT-SECTIONS                 PIC S9(9) COMP VALUE 0.
000960    05 WS-KEY-TYPE                     PIC X(01).
000970       88 WS-KEY-WHOLE-REPORT                    VALUE '*'.
000980    05 WS-KEY-VALUE                    PIC X(08).
000990    05 WS-MATCH-SW                     PIC X(01).
001000       88 WS-KEY-MATCHED                         VALUE 'Y'.
001010    05 WS-WHOLE-SW                     PIC X(01).
001020       88 WS-WHOLE-REPORT-RECIPIENT              VALUE 'Y'.
001030    05 WS-GROUP-END-SW                 PIC X(01).
001040       88 WS-GROUP-END                           VALUE 'Y'.
001050    05 WS-SECTION-FOUND-SW             PIC X(01).
001060       88 WS-SECTION-FOUND                       VALUE 'Y'.
001070    05 WS-INCLUDE-SW                   PIC X(01).
001080       88 WS-INCLUDE-LINE                        VALUE 'Y'.
001090*    ONE RECIPIENT'S ROWS SIT TOGETHER IN THE DISTRIBUTION TABLE
001100*    (LOADED IN RECIPIENT_ID ORDER) - FIRST AND LAST OF THEM.
001110    05 WS-GROUP-FIRST                  PIC S9(4) COMP.
001120    05 WS-GROUP-LAST                   PIC S9(4) COMP.
001130    05 WS-NEXT-SUB                     PIC S9(4) COMP.
001140    05 WS-FOUND-SUB                    PIC S9(4) COMP.
001150    05 WS-SEC-SUB                      PIC S9(4) COMP.
001160    05 WS-KEY-SUB                      PIC S9(4) COMP.
001170    05 WS-DS-SUB                       PIC S9(4) COMP.
001180    05 WS-EX-SUB                       PIC S9(4) COMP.

001190******************************************************************
001200*  THE REPORT'S SECTIONS - LINE RANGE AND BURST KEYS OF EACH,    *
001210*  BUILT ON THE FIRST PASS OVER RPTIN.                           *
001220******************************************************************
001230 01 WS-SECTION-CONTROL.
001240    05 WS-SEC-COUNT                    PIC S9(4) COMP VALUE 0.
001250    05 WS-MAX-SECTIONS                 PIC S9(4) COMP VALUE 2000.
001260    05 WS-MAX-KEYS                     PIC S9(4) COMP VALUE 10.
001270 01 WS-SECTION-TABLE.
001280    05 WS-SC-ENTRY OCCURS 2000 TIMES.
001290       10 WS-SC-FIRST-LINE             PIC S9(9) COMP.
001300       10 WS-SC-LAST-LINE              PIC S9(9) COMP.
001310       10 WS-SC-SELECT-SW              PIC X(01).
001320          88 WS-SC-SELECTED                      VALUE 'Y'.
001330       10 WS-SC-KEY-COUNT              PIC S9(4) COMP.
001340       10 WS-SC-KEY OCCURS 10 TIMES.
001350          15 WS-SC-KEY-TYPE            PIC X(01).
001360          15 WS-SC-KEY-VALUE           PIC X(08).

001370******************************************************************
001380*  THE REPORT'S ACTIVE REPORT_DISTRIBUTION ROWS, RECIPIENT ORDER *
001390******************************************************************
001400 01 WS-DIST-CONTROL.
001410    05 WS-DS-COUNT                     PIC S9(4) COMP VALUE 0.
001420    05 WS-MAX-DIST                     PIC S9(4) COMP VALUE 500.
001430 01 WS-DIST-TABLE.
001440    05 WS-DS-ENTRY OCCURS 500 TIMES.
001450       10 WS-DS-BURST-TYPE             PIC X(01).
001460       10 WS-DS-BURST-KEY              PIC X(08).
001470       10 WS-DS-RECIPIENT-ID           PIC X(08).
001480       10 WS-DS-RECIPIENT-NAME         PIC X(60).
001490       10 WS-DS-METHOD                 PIC X(01).
001500       10 WS-DS-ADDR                   PIC X(120).

001510******************************************************************
001520*  UNMAPPED BURST KEYS - ONE ENTRY PER DISTINCT KEY, WITH THE    *
001530*  NUMBER OF SECTIONS THAT WENT UNDELIVERED FOR IT.              *
001540******************************************************************
001550 01 WS-EXCEPTION-CONTROL.
001560    05 WS-EX-COUNT                     PIC S9(4) COMP VALUE 0.
001570    05 WS-MAX-EXCEPTIONS               PIC S9(4) COMP VALUE 500.
001580 01 WS-EXCEPTION-TABLE.
001590    05 WS-EX-ENTRY OCCURS 500 TIMES.
001600       10 WS-EX-TYPE                   PIC X(01).
001610       10 WS-EX-KEY                    PIC X(08).
001620       10 WS-EX-SECTIONS               PIC S9(9) COMP.

001630******************************************************************
001640*  PACKET HEADER AND TRAILER RECORDS                             *
001650******************************************************************
001660 01 WS-PKT-RECORDS.
001670    05 WS-PKT-HEADER.
001680       10 WS-PH-TYPE                   PIC X(03) VALUE 'PKH'.
001690       10 WS-PH-REPORT-ID              PIC X(08).
001700       10 WS-PH-RECIPIENT-ID           PIC X(08).
001710       10 WS-PH-METHOD                 PIC X(01).
001720       10 WS-PH-RECIPIENT-NAME         PIC X(60).
001730       10 WS-PH-DELIVERY-ADDR          PIC X(120).
001740    05 WS-PKT-TRAILER.
001750       10 WS-PT-TYPE                   PIC X(03) VALUE 'PKT'.
001760       10 WS-PT-REPORT-ID              PIC X(08).
001770       10 WS-PT-RECIPIENT-ID           PIC X(08).
001780       10 WS-PT-LINE-COUNT             PIC 9(09).
001790       10 WS-PT-SECTION-COUNT          PIC 9(09).
001800       10 FILLER                       PIC X(163) VALUE SPACES.

001810******************************************************************
001820*  DELIVERY LOG LINES                                            *
001830******************************************************************
001840 01 WS-LOG-LINES.
001850    05 WS-HDG-LINE.
001860       10 FILLER                       PIC X(33) VALUE
001870          'REPORT DISTRIBUTION LOG - REPORT '.
001880       10 WS-HL-REPORT-ID              PIC X(08).
001890       10 FILLER                       PIC X(91) VALUE SPACES.
001900    05 WS-COL-LINE.
001910       10 FILLER                       PIC X(42) VALUE
001920          'RECIPIENT NAME'.
001930       10 FILLER                       PIC X(03) VALUE 'M'.
001940       10 FILLER                       PIC X(22) VALUE
001950          ' SECTIONS      LINES'.
001960       10 FILLER                       PIC X(65) VALUE
001970          'DELIVERED TO'.
001980    05 WS-DET-LINE.
001990       10 WS-DL-RECIPIENT-ID           PIC X(08).
002000       10 FILLER                       PIC X(02) VALUE SPACES.
002010       10 WS-DL-NAME                   PIC X(30).
002020       10 FILLER                       PIC X(02) VALUE SPACES.
002030       10 WS-DL-METHOD                 PIC X(01).
002040       10 FILLER                       PIC X(02) VALUE SPACES.
002050       10 WS-DL-SECTIONS               PIC Z(8)9.
002060       10 FILLER                       PIC X(02) VALUE SPACES.
002070       10 WS-DL-LINES                  PIC Z(8)9.
002080       10 FILLER                       PIC X(02) VALUE SPACES.
002090       10 WS-DL-DELIVERED-TO           PIC X(50).
002100       10 FILLER                       PIC X(15) VALUE SPACES.
002110    05 WS-EXC-HDG-LINE.
002120       10 FILLER                       PIC X(50) VALUE
002130          'EXCEPTIONS - BURST KEYS WITH NO RECIPIENT'.
002140       10 FILLER                       PIC X(82) VALUE SPACES.
002150    05 WS-EXC-LINE.
002160       10 FILLER                       PIC X(07) VALUE
002170          '  TYPE '.
002180       10 WS-EL-TYPE                   PIC X(01).
002190       10 FILLER                       PIC X(06) VALUE
002200          '  KEY '.
002210       10 WS-EL-KEY                    PIC X(08).
002220       10 FILLER                       PIC X(11) VALUE
002230          '  SECTIONS '.
002240       10 WS-EL-SECTIONS               PIC ZZZ,ZZ9.
002250       10 FILLER                       PIC X(30) VALUE
002260          '  NOT DELIVERED'.
002270       10 FILLER                       PIC X(62) VALUE SPACES.
002280    05 WS-NONE-LINE.
002290       10 FILLER                       PIC X(40) VALUE
002300          '  NONE - EVERY BURST KEY IS MAPPED'.
002310       10 FILLER                       PIC X(92) VALUE SPACES.
002320    05 WS-CNT-LINE.
002330       10 WS-CN-LABEL                  PIC X(30).
002340       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002350       10 FILLER                       PIC X(91) VALUE SPACES.

002360******************************************************************
002370* Copybook Includes.                                             *
002380******************************************************************
002390     EXEC SQL
002400       INCLUDE CWERRLOG
002410     END-EXEC.

002420*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002430     EXEC SQL
002440       INCLUDE CWJOBLOG
002450     END-EXEC.

002460*    REPORT BURST-MARKER LAYOUT - SEE CWBURST. ONLY ITS MARKER
002470*    VIEW IS USED HERE, TO RECOGNIZE THE MARKERS ON RPTIN.
002480     EXEC SQL
002490       INCLUDE CWBURST
002500     END-EXEC.

002510******************************************************************
002520*                     DB2 SECTION                                *
002530******************************************************************
002540     EXEC SQL
002550       INCLUDE SQLCA
002560     END-EXEC.

002570*    REPORT RECIPIENTS - SEE DCLRPTDS.
002580     EXEC SQL
002590       INCLUDE DCLRPTDS
002600     END-EXEC.

002610******************************************************************
002620*  EVERY ACTIVE DISTRIBUTION ROW FOR THE REPORT, GROUPED BY      *
002630*  RECIPIENT SO EACH RECIPIENT'S ROWS ARE TOGETHER.              *
002640******************************************************************
002650     EXEC SQL DECLARE DIST-ROWS CURSOR
002660      FOR
002670      SELECT BURST_TYPE, BURST_KEY, RECIPIENT_ID,
002680             RECIPIENT_NAME, DELIVERY_METHOD, DELIVERY_ADDR
002690        FROM DBODEVP.REPORT_DISTRIBUTION
002700       WHERE REPORT_ID = :WS-REPORT-ID
002710         AND ACTIVE_SW = 'Y'
002720       ORDER BY RECIPIENT_ID, BURST_TYPE, BURST_KEY
002730     END-EXEC.

002740 01 WS-END                             PIC X(50) VALUE
002750     'ETROP130-WORKING STORAGE SECTION ENDS HERE'.

002760 PROCEDURE DIVISION.

002770 MAIN-LOGIC-PARA.

002780     MOVE 'ETROP130'                   TO EL-ERROR-MODULE.
002790     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002800     MOVE 'ETROP130'                   TO JRL-PROGRAM-ID.
002810     PERFORM LOG-JOB-START-PARA.

002820     PERFORM READ-PARM-PARA.
002830     OPEN OUTPUT DIST-LOG-FILE.
002840     MOVE WS-REPORT-ID               TO WS-HL-REPORT-ID.
002850     WRITE DIST-LOG-RECORD           FROM WS-HDG-LINE.
002860     MOVE SPACES                     TO DIST-LOG-RECORD.
002870     WRITE DIST-LOG-RECORD.
002880     WRITE DIST-LOG-RECORD           FROM WS-COL-LINE.

002890     PERFORM SCAN-REPORT-PARA.
002900     PERFORM LOAD-DISTRIBUTION-PARA.
002910     PERFORM CHECK-SECTION-KEYS-PARA
002920       VARYING WS-SEC-SUB FROM 1 BY 1
002930         UNTIL WS-SEC-SUB > WS-SEC-COUNT.

002940     OPEN OUTPUT DIST-PKT-FILE.
002950     MOVE 1                          TO WS-GROUP-FIRST.
002960     PERFORM DELIVER-ONE-RECIPIENT-PARA
002970       UNTIL WS-GROUP-FIRST > WS-DS-COUNT.
002980     CLOSE DIST-PKT-FILE.

002990     PERFORM WRITE-EXCEPTIONS-PARA.
003000     PERFORM WRITE-TOTALS-PARA.
003010     CLOSE DIST-LOG-FILE.

003020     DISPLAY 'REPORT LINES READ    : ' WS-LINE-TOTAL.
003030     DISPLAY 'SECTIONS FOUND       : ' WS-SEC-COUNT.
003040     DISPLAY 'PACKETS WRITTEN      : ' WS-PACKET-COUNT.
003050     DISPLAY 'NOTHING TO SEND      : ' WS-NOTHING-COUNT.
003060     DISPLAY 'UNMAPPED BURST KEYS  : ' WS-EX-COUNT.
003070     MOVE 'C'                        TO JRL-RUN-STATUS.
003080     MOVE WS-LINE-TOTAL              TO JRL-ROWS-READ.
003090     MOVE WS-PACKET-COUNT            TO JRL-ROWS-WRITTEN.
003100     MOVE WS-NOTHING-COUNT           TO JRL-ROWS-SKIPPED.
003110     PERFORM LOG-JOB-END-PARA.
003120     GOBACK.

003130******************************************************************
003140* The Report-Id Card                                             *
003150******************************************************************
003160*    THE CARD IS REQUIRED - IT NAMES THE DISTRIBUTION ROWS TO USE
003170*    AND MUST MATCH THE REPORT ID THE MARKERS ON RPTIN CARRY.
003180 READ-PARM-PARA.
003190     OPEN INPUT DIST-PARM-FILE.
003200     READ DIST-PARM-FILE
003210       AT END
003220         CONTINUE
003230       NOT AT END
003240         MOVE DP-REPORT-ID           TO WS-REPORT-ID
003250     END-READ.
003260     CLOSE DIST-PARM-FILE.
003270     IF WS-REPORT-ID = SPACES
003280       DISPLAY 'ETROP130 - NO REPORT ID ON THE DISTPARM CARD'
003290       PERFORM EXIT-PARA
003300     END-IF.
003310     DISPLAY 'REPORT DISTRIBUTED   : ' WS-REPORT-ID.

003320******************************************************************
003330* First Pass - Find The Sections                                 *
003340******************************************************************
003350*    A SECTION RUNS FROM ITS MARKER(S) TO THE LINE BEFORE THE
003360*    NEXT SECTION'S, THE LAST ONE TO THE END OF THE REPORT. A
003370*    REPORT WITH NO MARKERS IS ALL PREAMBLE - ONLY WHOLE-REPORT
003380*    RECIPIENTS RECEIVE IT.
003390 SCAN-REPORT-PARA.
003400     OPEN INPUT RPT-IN-FILE.
003410     MOVE 0                          TO WS-LINE-NO.
003420     MOVE 'N'                        TO WS-RPT-EOF-SW.
003430     MOVE 'N'                        TO WS-PREV-MARKER-SW.
003440     PERFORM READ-REPORT-PARA.
003450     PERFORM SCAN-ONE-LINE-PARA
003460       UNTIL WS-RPT-EOF.
003470     CLOSE RPT-IN-FILE.
003480     MOVE WS-LINE-NO                 TO WS-LINE-TOTAL.
003490     IF WS-SEC-COUNT = 0
003500       MOVE WS-LINE-TOTAL            TO WS-PREAMBLE-LAST
003510     ELSE
003520       MOVE WS-LINE-TOTAL            TO
003530                                WS-SC-LAST-LINE (WS-SEC-COUNT)
003540       COMPUTE WS-PREAMBLE-LAST = WS-SC-FIRST-LINE (1) - 1
003550     END-IF.

003560 SCAN-ONE-LINE-PARA.
003570     EVALUATE TRUE
003580       WHEN WS-LINE-MARKER
003590         IF NOT WS-PREV-WAS-MARKER
003600           PERFORM START-SECTION-PARA
003610         END-IF
003620         PERFORM ADD-SECTION-KEY-PARA
003630         MOVE 'Y'                    TO WS-PREV-MARKER-SW
003640       WHEN WS-LINE-HDR-MARKER
003650         ADD 1                       TO WS-CONTENT-LINES
003660         PERFORM START-SECTION-PARA
003670         PERFORM ADD-SECTION-KEY-PARA
003680         MOVE 'N'                    TO WS-PREV-MARKER-SW
003690       WHEN OTHER
003700         ADD 1                       TO WS-CONTENT-LINES
003710         MOVE 'N'                    TO WS-PREV-MARKER-SW
003720     END-EVALUATE.
003730     PERFORM READ-REPORT-PARA.

003740*    READS THE NEXT RPTIN LINE AND SAYS WHAT IT IS. A MARKER FOR
003750*    ANOTHER REPORT MEANS THE WRONG FILE OR CARD WAS GIVEN -
003760*    NOTHING IS DELIVERED.
003780 READ-REPORT-PARA.
003790     READ RPT-IN-FILE
003800       AT END
003810         MOVE 'Y'                    TO WS-RPT-EOF-SW
003820       NOT AT END
003830         ADD 1                       TO WS-LINE-NO
003840         PERFORM CLASSIFY-LINE-PARA
003850     END-READ.

003860 CLASSIFY-LINE-PARA.
003870     SET WS-LINE-CONTENT             TO TRUE.
003880     MOVE RPT-IN-RECORD (1:40)       TO BK-IO-RECORD.
003890     IF BK-M-IS-MARKER
003900       SET WS-LINE-MARKER            TO TRUE
003910     ELSE
003920       MOVE RPT-IN-RECORD (81:40)    TO BK-IO-RECORD
003930       IF BK-M-IS-MARKER
003940         SET WS-LINE-HDR-MARKER      TO TRUE
003950       END-IF
003960     END-IF.
003970     IF NOT WS-LINE-CONTENT
003980        AND BK-M-REPORT-ID NOT = WS-REPORT-ID
003990       DISPLAY 'ETROP130 - RPTIN LINE ' WS-LINE-NO
004000               ' IS MARKED FOR ' BK-M-REPORT-ID
004010               ', NOT ' WS-REPORT-ID
004020       PERFORM EXIT-PARA
004030     END-IF.

004040 START-SECTION-PARA.
004050     IF WS-SEC-COUNT NOT < WS-MAX-SECTIONS
004060       DISPLAY 'ETROP130 - MORE THAN ' WS-MAX-SECTIONS
004070               ' SECTIONS IN THE REPORT'
004080       PERFORM EXIT-PARA
004090     END-IF.
004100     IF WS-SEC-COUNT > 0
004110       COMPUTE WS-SC-LAST-LINE (WS-SEC-COUNT) = WS-LINE-NO - 1
004120     END-IF.
004130     ADD 1                           TO WS-SEC-COUNT.
004140     MOVE WS-LINE-NO
004150                               TO WS-SC-FIRST-LINE (WS-SEC-COUNT).
004160     MOVE WS-LINE-NO
004170                                TO WS-SC-LAST-LINE (WS-SEC-COUNT).
004180     MOVE 'N'
004190                                TO WS-SC-SELECT-SW (WS-SEC-COUNT).
004200     MOVE 0
004210                                TO WS-SC-KEY-COUNT (WS-SEC-COUNT).

004220 ADD-SECTION-KEY-PARA.
004230     IF WS-SC-KEY-COUNT (WS-SEC-COUNT) NOT < WS-MAX-KEYS
004240       DISPLAY 'ETROP130 - MORE THAN ' WS-MAX-KEYS
004250               ' BURST KEYS ON THE SECTION AT LINE ' WS-LINE-NO
004260       PERFORM EXIT-PARA
004270     END-IF.
004280     ADD 1
004290                                TO WS-SC-KEY-COUNT (WS-SEC-COUNT).
004300     MOVE WS-SC-KEY-COUNT (WS-SEC-COUNT) TO WS-KEY-SUB.
004310     MOVE BK-M-TYPE
004320                    TO WS-SC-KEY-TYPE (WS-SEC-COUNT, WS-KEY-SUB).
004330     MOVE BK-M-KEY
004340                   TO WS-SC-KEY-VALUE (WS-SEC-COUNT, WS-KEY-SUB).

004350******************************************************************
004360* Distribution Rows                                              *
004370******************************************************************
004380 LOAD-DISTRIBUTION-PARA.
004390     EXEC SQL
004400       OPEN DIST-ROWS
004410     END-EXEC.
004420     IF SQLCODE NOT = 0
004430       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
004440       MOVE 'DIST-ROWS'              TO EL-ERROR-DB2-OBJECT
004450       PERFORM CHECK-SQLCODE-PARA
004460       PERFORM EXIT-PARA
004470     END-IF.
004480     PERFORM FETCH-DIST-ROW-PARA.
004490     PERFORM LOAD-ONE-ROW-PARA
004500       UNTIL WS-DIST-EOF.
004510     EXEC SQL
004520       CLOSE DIST-ROWS
004530     END-EXEC.
004540     IF SQLCODE NOT = 0
004550       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
004560       MOVE 'DIST-ROWS'              TO EL-ERROR-DB2-OBJECT
004570       PERFORM CHECK-SQLCODE-PARA
004580     END-IF.

004590 FETCH-DIST-ROW-PARA.
004600     MOVE SPACES                     TO RDS-RECIPIENT-NAME-TEXT
004610                                        RDS-DELIVERY-ADDR-TEXT.
004620     EXEC SQL
004630       FETCH DIST-ROWS
004640        INTO :RDS-BURST-TYPE,
004650             :RDS-BURST-KEY,
004660             :RDS-RECIPIENT-ID,
004670             :RDS-RECIPIENT-NAME,
004680             :RDS-DELIVERY-METHOD,
004690             :RDS-DELIVERY-ADDR
004700     END-EXEC.
004710     EVALUATE SQLCODE
004720       WHEN 0
004730         CONTINUE
004740       WHEN 100
004750         MOVE 'Y'                    TO WS-DIST-EOF-SW
004760       WHEN OTHER
004770         MOVE 'FETCH '               TO EL-ERROR-ACTION
004780         MOVE 'DIST-ROWS'            TO EL-ERROR-DB2-OBJECT
004790         PERFORM CHECK-SQLCODE-PARA
004800         PERFORM EXIT-PARA
004810     END-EVALUATE.

004820 LOAD-ONE-ROW-PARA.
004830     IF WS-DS-COUNT NOT < WS-MAX-DIST
004840       DISPLAY 'ETROP130 - MORE THAN ' WS-MAX-DIST
004850               ' DISTRIBUTION ROWS FOR ' WS-REPORT-ID
004860       PERFORM EXIT-PARA
004870     END-IF.
004880     ADD 1                           TO WS-DS-COUNT.
004890     MOVE RDS-BURST-TYPE
004900                                TO WS-DS-BURST-TYPE (WS-DS-COUNT).
004910     MOVE RDS-BURST-KEY          TO WS-DS-BURST-KEY (WS-DS-COUNT).
004920     MOVE RDS-RECIPIENT-ID
004930                             TO WS-DS-RECIPIENT-ID (WS-DS-COUNT).
004940     MOVE RDS-RECIPIENT-NAME-TEXT
004950                           TO WS-DS-RECIPIENT-NAME (WS-DS-COUNT).
004960     MOVE RDS-DELIVERY-METHOD    TO WS-DS-METHOD (WS-DS-COUNT).
004970     MOVE RDS-DELIVERY-ADDR-TEXT TO WS-DS-ADDR (WS-DS-COUNT).
004980     PERFORM FETCH-DIST-ROW-PARA.

004990******************************************************************
005000* Exceptions - Unmapped Burst Keys                               *
005010******************************************************************
005020*    A '*' MARKER (GRAND TOTALS) IS NOT A KEY ANYONE MAPS - IT
005030*    GOES TO WHOLE-REPORT RECIPIENTS OR NOWHERE.
005040 CHECK-SECTION-KEYS-PARA.
005050     PERFORM CHECK-ONE-KEY-PARA
005060       VARYING WS-KEY-SUB FROM 1 BY 1
005070         UNTIL WS-KEY-SUB > WS-SC-KEY-COUNT (WS-SEC-SUB).

005080 CHECK-ONE-KEY-PARA.
005090     MOVE WS-SC-KEY-TYPE (WS-SEC-SUB, WS-KEY-SUB) TO WS-KEY-TYPE.
005100     MOVE WS-SC-KEY-VALUE (WS-SEC-SUB, WS-KEY-SUB)
005110                                     TO WS-KEY-VALUE.
005120     IF NOT WS-KEY-WHOLE-REPORT
005130       MOVE 'N'                      TO WS-MATCH-SW
005140       PERFORM MATCH-DIST-ROW-PARA
005150         VARYING WS-DS-SUB FROM 1 BY 1
005160           UNTIL WS-DS-SUB > WS-DS-COUNT
005170              OR WS-KEY-MATCHED
005180       IF NOT WS-KEY-MATCHED
005190         PERFORM ADD-EXCEPTION-PARA
005200       END-IF
005210     END-IF.

005220 MATCH-DIST-ROW-PARA.
005230     IF WS-DS-BURST-TYPE (WS-DS-SUB) = WS-KEY-TYPE
005240        AND WS-DS-BURST-KEY (WS-DS-SUB) = WS-KEY-VALUE
005250       MOVE 'Y'                      TO WS-MATCH-SW
005260     END-IF.

005270*    AN EXCEPTION LIST THAT OUTGROWS ITS TABLE STILL COUNTS WHAT
005280*    IT COULD NOT LIST - THE DELIVERIES THEMSELVES GO AHEAD.
005290 ADD-EXCEPTION-PARA.
005300     MOVE 0                          TO WS-FOUND-SUB.
005310     PERFORM MATCH-EXCEPTION-PARA
005320       VARYING WS-EX-SUB FROM 1 BY 1
005330         UNTIL WS-EX-SUB > WS-EX-COUNT
005340            OR WS-FOUND-SUB > 0.
005350     IF WS-FOUND-SUB = 0
005360       IF WS-EX-COUNT NOT < WS-MAX-EXCEPTIONS
005370         ADD 1                       TO WS-EX-UNLISTED-COUNT
005380       ELSE
005390         ADD 1                       TO WS-EX-COUNT
005400         MOVE WS-EX-COUNT            TO WS-FOUND-SUB
005410         MOVE WS-KEY-TYPE            TO WS-EX-TYPE (WS-FOUND-SUB)
005420         MOVE WS-KEY-VALUE           TO WS-EX-KEY (WS-FOUND-SUB)
005430         MOVE 0                  TO WS-EX-SECTIONS (WS-FOUND-SUB)
005440       END-IF
005450     END-IF.
005460     IF WS-FOUND-SUB > 0
005470       ADD 1                     TO WS-EX-SECTIONS (WS-FOUND-SUB)
005480     END-IF.

005490 MATCH-EXCEPTION-PARA.
005500     IF WS-EX-TYPE (WS-EX-SUB) = WS-KEY-TYPE
005510        AND WS-EX-KEY (WS-EX-SUB) = WS-KEY-VALUE
005520       MOVE WS-EX-SUB                TO WS-FOUND-SUB
005530     END-IF.

005540******************************************************************
005550* One Recipient                                                  *
005560******************************************************************
005570*    A RECIPIENT HOLDING SEVERAL ROWS (TWO ORGS, OR AN ORG AND A
005580*    DEPARTMENT) GETS ONE PACKET COVERING ALL OF THEM; ITS FIRST
005590*    ROW'S DELIVERY METHOD AND ADDRESS ARE USED.
005600 DELIVER-ONE-RECIPIENT-PARA.
005610     MOVE WS-GROUP-FIRST             TO WS-GROUP-LAST.
005620     MOVE 'N'                        TO WS-GROUP-END-SW.
005630     PERFORM EXTEND-GROUP-PARA
005640       UNTIL WS-GROUP-END.
005650     MOVE 'N'                        TO WS-WHOLE-SW.
005660     PERFORM CHECK-WHOLE-ROW-PARA
005670       VARYING WS-DS-SUB FROM WS-GROUP-FIRST BY 1
005680         UNTIL WS-DS-SUB > WS-GROUP-LAST.
005690     MOVE 0                          TO WS-PKT-SECTIONS
005700                                        WS-PKT-LINES.
005710     PERFORM SELECT-SECTION-PARA
005720       VARYING WS-SEC-SUB FROM 1 BY 1
005730         UNTIL WS-SEC-SUB > WS-SEC-COUNT.
005740     MOVE WS-DS-RECIPIENT-ID (WS-GROUP-FIRST)
005750                                     TO WS-DL-RECIPIENT-ID.
005760     MOVE WS-DS-RECIPIENT-NAME (WS-GROUP-FIRST)
005770                                     TO WS-DL-NAME.
005780     MOVE WS-DS-METHOD (WS-GROUP-FIRST)
005790                                     TO WS-DL-METHOD.
005800     IF (WS-PKT-SECTIONS = 0 AND NOT WS-WHOLE-REPORT-RECIPIENT)
005810        OR WS-CONTENT-LINES = 0
005820       ADD 1                         TO WS-NOTHING-COUNT
005830       MOVE 'NOTHING TO SEND - NO PACKET WRITTEN'
005840                                     TO WS-DL-DELIVERED-TO
005850     ELSE
005860       PERFORM WRITE-PACKET-PARA
005870       MOVE WS-DS-ADDR (WS-GROUP-FIRST)
005880                                     TO WS-DL-DELIVERED-TO
005890     END-IF.
005900     MOVE WS-PKT-SECTIONS            TO WS-DL-SECTIONS.
005910     MOVE WS-PKT-LINES               TO WS-DL-LINES.
005920     WRITE DIST-LOG-RECORD           FROM WS-DET-LINE.
005930     COMPUTE WS-GROUP-FIRST = WS-GROUP-LAST + 1.

005940 EXTEND-GROUP-PARA.
005950     IF WS-GROUP-LAST NOT < WS-DS-COUNT
005960       MOVE 'Y'                      TO WS-GROUP-END-SW
005970     ELSE
005980       COMPUTE WS-NEXT-SUB = WS-GROUP-LAST + 1
005990       IF WS-DS-RECIPIENT-ID (WS-NEXT-SUB) =
006000          WS-DS-RECIPIENT-ID (WS-GROUP-FIRST)
006010         MOVE WS-NEXT-SUB            TO WS-GROUP-LAST
006020       ELSE
006030         MOVE 'Y'                    TO WS-GROUP-END-SW
006040       END-IF
006050     END-IF.

006060 CHECK-WHOLE-ROW-PARA.
006070     IF WS-DS-BURST-TYPE (WS-DS-SUB) = '*'
006080       MOVE 'Y'                      TO WS-WHOLE-SW
006090     END-IF.

006100*    A SECTION GOES TO THE RECIPIENT WHEN ANY OF ITS KEYS MATCHES
006110*    ANY OF THE RECIPIENT'S ROWS; EVERY SECTION GOES TO A
006120*    WHOLE-REPORT RECIPIENT.
006130 SELECT-SECTION-PARA.
006140     MOVE 'N'                    TO WS-SC-SELECT-SW (WS-SEC-SUB).
006150     IF WS-WHOLE-REPORT-RECIPIENT
006160       MOVE 'Y'                  TO WS-SC-SELECT-SW (WS-SEC-SUB)
006170     ELSE
006180       PERFORM MATCH-SECTION-KEY-PARA
006190         VARYING WS-KEY-SUB FROM 1 BY 1
006200           UNTIL WS-KEY-SUB > WS-SC-KEY-COUNT (WS-SEC-SUB)
006210              OR WS-SC-SELECTED (WS-SEC-SUB)
006220     END-IF.
006230     IF WS-SC-SELECTED (WS-SEC-SUB)
006240       ADD 1                         TO WS-PKT-SECTIONS
006250     END-IF.

006260 MATCH-SECTION-KEY-PARA.
006270     MOVE WS-SC-KEY-TYPE (WS-SEC-SUB, WS-KEY-SUB) TO WS-KEY-TYPE.
006280     MOVE WS-SC-KEY-VALUE (WS-SEC-SUB, WS-KEY-SUB)
006290                                     TO WS-KEY-VALUE.
006300     IF NOT WS-KEY-WHOLE-REPORT
006310       PERFORM MATCH-GROUP-ROW-PARA
006320         VARYING WS-DS-SUB FROM WS-GROUP-FIRST BY 1
006330           UNTIL WS-DS-SUB > WS-GROUP-LAST
006340              OR WS-SC-SELECTED (WS-SEC-SUB)
006350     END-IF.

006360 MATCH-GROUP-ROW-PARA.
006370     IF WS-DS-BURST-TYPE (WS-DS-SUB) = WS-KEY-TYPE
006380        AND WS-DS-BURST-KEY (WS-DS-SUB) = WS-KEY-VALUE
006390       MOVE 'Y'                  TO WS-SC-SELECT-SW (WS-SEC-SUB)
006400     END-IF.

006410******************************************************************
006420* Packet Write - Second Pass Over The Report                     *
006430******************************************************************
006440 WRITE-PACKET-PARA.
006450     MOVE WS-REPORT-ID               TO WS-PH-REPORT-ID
006460                                        WS-PT-REPORT-ID.
006470     MOVE WS-DS-RECIPIENT-ID (WS-GROUP-FIRST)
006480                                     TO WS-PH-RECIPIENT-ID
006490                                        WS-PT-RECIPIENT-ID.
006500     MOVE WS-DS-METHOD (WS-GROUP-FIRST)
006510                                     TO WS-PH-METHOD.
006520     MOVE WS-DS-RECIPIENT-NAME (WS-GROUP-FIRST)
006530                                     TO WS-PH-RECIPIENT-NAME.
006540     MOVE WS-DS-ADDR (WS-GROUP-FIRST)
006550                                     TO WS-PH-DELIVERY-ADDR.
006560     WRITE DIST-PKT-RECORD           FROM WS-PKT-HEADER.
006570     OPEN INPUT RPT-IN-FILE.
006580     MOVE 0                          TO WS-LINE-NO.
006590     MOVE 1                          TO WS-SEC-SUB.
006600     MOVE 'N'                        TO WS-RPT-EOF-SW.
006610     PERFORM READ-REPORT-PARA.
006620     PERFORM COPY-ONE-LINE-PARA
006630       UNTIL WS-RPT-EOF.
006640     CLOSE RPT-IN-FILE.
006650     MOVE WS-PKT-LINES               TO WS-PT-LINE-COUNT.
006660     MOVE WS-PKT-SECTIONS            TO WS-PT-SECTION-COUNT.
006670     WRITE DIST-PKT-RECORD           FROM WS-PKT-TRAILER.
006680     ADD 1                           TO WS-PACKET-COUNT.
006690     ADD WS-PKT-LINES                TO WS-LINES-DELIVERED.

006700*    THE SECTIONS ARE IN LINE ORDER, SO THE ONE HOLDING THE
006710*    CURRENT LINE IS FOUND BY STEPPING FORWARD FROM THE LAST.
006720 COPY-ONE-LINE-PARA.
006730     MOVE 'N'                        TO WS-INCLUDE-SW.
006740     IF WS-LINE-NO NOT > WS-PREAMBLE-LAST
006750       MOVE 'Y'                      TO WS-INCLUDE-SW
006760     ELSE
006770       MOVE 'N'                      TO WS-SECTION-FOUND-SW
006780       PERFORM FIND-LINE-SECTION-PARA
006790         UNTIL WS-SECTION-FOUND
006800       IF WS-SC-SELECTED (WS-SEC-SUB)
006810         MOVE 'Y'                    TO WS-INCLUDE-SW
006820       END-IF
006830     END-IF.
006840     IF WS-INCLUDE-LINE AND NOT WS-LINE-MARKER
006850       WRITE DIST-PKT-RECORD         FROM RPT-IN-RECORD
006860       ADD 1                         TO WS-PKT-LINES
006870     END-IF.
006880     PERFORM READ-REPORT-PARA.

006890 FIND-LINE-SECTION-PARA.
006900     IF WS-LINE-NO > WS-SC-LAST-LINE (WS-SEC-SUB)
006910       ADD 1                         TO WS-SEC-SUB
006920     ELSE
006930       MOVE 'Y'                      TO WS-SECTION-FOUND-SW
006940     END-IF.

006950******************************************************************
006960* Delivery Log - Exceptions And Totals                           *
006970******************************************************************
006980 WRITE-EXCEPTIONS-PARA.
006990     MOVE SPACES                     TO DIST-LOG-RECORD.
007000     WRITE DIST-LOG-RECORD.
007010     WRITE DIST-LOG-RECORD           FROM WS-EXC-HDG-LINE.
007020     IF WS-EX-COUNT = 0
007030       WRITE DIST-LOG-RECORD         FROM WS-NONE-LINE
007040     ELSE
007050       PERFORM WRITE-ONE-EXCEPTION-PARA
007060         VARYING WS-EX-SUB FROM 1 BY 1
007070           UNTIL WS-EX-SUB > WS-EX-COUNT
007080     END-IF.

007090 WRITE-ONE-EXCEPTION-PARA.
007100     MOVE WS-EX-TYPE (WS-EX-SUB)     TO WS-EL-TYPE.
007110     MOVE WS-EX-KEY (WS-EX-SUB)      TO WS-EL-KEY.
007120     MOVE WS-EX-SECTIONS (WS-EX-SUB) TO WS-EL-SECTIONS.
007130     WRITE DIST-LOG-RECORD           FROM WS-EXC-LINE.

007140 WRITE-TOTALS-PARA.
007150     MOVE SPACES                     TO DIST-LOG-RECORD.
007160     WRITE DIST-LOG-RECORD.
007170     MOVE 'REPORT LINES READ        :' TO WS-CN-LABEL.
007180     MOVE WS-LINE-TOTAL              TO WS-CN-COUNT.
007190     WRITE DIST-LOG-RECORD           FROM WS-CNT-LINE.
007200     MOVE 'SECTIONS FOUND           :' TO WS-CN-LABEL.
007210     MOVE WS-SEC-COUNT               TO WS-CN-COUNT.
007220     WRITE DIST-LOG-RECORD           FROM WS-CNT-LINE.
007230     MOVE 'PACKETS WRITTEN          :' TO WS-CN-LABEL.
007240     MOVE WS-PACKET-COUNT            TO WS-CN-COUNT.
007250     WRITE DIST-LOG-RECORD           FROM WS-CNT-LINE.
007260     MOVE 'LINES DELIVERED          :' TO WS-CN-LABEL.
007270     MOVE WS-LINES-DELIVERED         TO WS-CN-COUNT.
007280     WRITE DIST-LOG-RECORD           FROM WS-CNT-LINE.
007290     MOVE 'RECIPIENTS - NOTHING SENT:' TO WS-CN-LABEL.
007300     MOVE WS-NOTHING-COUNT           TO WS-CN-COUNT.
007310     WRITE DIST-LOG-RECORD           FROM WS-CNT-LINE.
007320     MOVE 'UNMAPPED BURST KEYS      :' TO WS-CN-LABEL.
007330     MOVE WS-EX-COUNT                TO WS-CN-COUNT.
007340     WRITE DIST-LOG-RECORD           FROM WS-CNT-LINE.
007350     IF WS-EX-UNLISTED-COUNT > 0
007360       MOVE 'UNMAPPED - NOT LISTED    :' TO WS-CN-LABEL
007370       MOVE WS-EX-UNLISTED-COUNT     TO WS-CN-COUNT
007380       WRITE DIST-LOG-RECORD         FROM WS-CNT-LINE
007390     END-IF.

007400******************************************************************
007410* Error Logging                                                  *
007420******************************************************************
007430     EXEC SQL
007440       INCLUDE CPERRBAT
007450     END-EXEC.

007460*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
007470*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - A PARTIAL
007480*    RECIPIENT LIST WOULD SEND SOME PACKETS AND SILENTLY SKIP
007490*    OTHERS.
007500 EXIT-PARA.
007510     MOVE 'F'                        TO JRL-RUN-STATUS.
007520     MOVE WS-LINE-TOTAL              TO JRL-ROWS-READ.
007530     MOVE WS-PACKET-COUNT            TO JRL-ROWS-WRITTEN.
007540     PERFORM LOG-JOB-END-PARA.
007550     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
007560     GOBACK.

007570******************************************************************
007580* Run Registry                                                   *
007590******************************************************************
007600     EXEC SQL
007610       INCLUDE CPJOBLOG
007620     END-EXEC.
