000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP123.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  DAILY INBOUND FILE REGISTRY REPORT.                           *
000090*  OPERATIONS' MORNING VIEW OF INBOUND_FILE_REGISTRY (SEE        *
000100*  DCLINBRG AND CWINBREG), WRITTEN TO INBDRPT IN THREE PARTS:    *
000110*    FILES ACCEPTED IN THE LAST 24 HOURS - PROCESSED, OR STILL   *
000120*      'NOT FINISHED' WHEN THE RUN FAILED PART WAY               *
000130*    FILES REFUSED IN THE LAST 24 HOURS - DUPLICATES AND FILES   *
000140*      WITH NO USABLE HDR RECORD                                 *
000150*    EXPECTED FILES MISSING:                                     *
000160*      SEQUENCE GAP - A SENDER'S FILE NUMBERS JUMPED AND SOME OF *
000170*                     THE SKIPPED FILES HAVE STILL NOT ARRIVED   *
000180*      OVERDUE      - NOTHING FROM A SENDER FOR LONGER THAN THE  *
000190*                     INTERFACE'S EXPECTED INTERVAL              *
000193*      NO FILE YET  - AN INTERFACE ON THE EXPECTED LIST (BELOW)  *
000196*                     WITH NO FILE ACCEPTED FROM ANY SENDER YET  *
000200*  RUN PARAMETERS (SYSTEM_PARAMETER VIA RCBT004A, PROGRAM_ID     *
000210*  ETROP123):                                                    *
000220*    EXPECT-DDNAME     DAYS ALLOWED BETWEEN FILES ON INTERFACE   *
000230*                      DDNAME (E.G. EXPECT-REMITIN) - DEFAULT   *
000234*                      FROM THE EXPECTED LIST, ELSE 1; SET 3 FOR *
000240*                      A WEEKDAY-ONLY FEED, 0 FOR ONE WITH NO    *
000250*                      SCHEDULE                                  *
000260*    GAP-DAYS          HOW LONG AN UNFILLED GAP STAYS ON THE     *
000270*                      REPORT (DEFAULT 30)                       *
000271*  EXPECTED INTERFACES (EVERY JOB THAT READS THROUGH CWINBREG)   *
000272*  AND THEIR DEFAULT DAYS:                                       *
000273*    REMITIN  ETROP34   1     CHGBKIN  ETROP92   3               *
000274*    BOUNCEIN ETROP35   1     RFPAYCNF ETROP94   0               *
000275*    LMSACK   ETROP29   1     MTGLOGIN ETROP99   1               *
000276*    LMSCOMPL ETROP52   1     GLTBIN   ETROP105 35               *
000277*    HRFEEDIN ETROP109  1     FUNDRSP  ETROP113  0               *
000278*    HRACK    ETROP111  1     DDRETIN  ETROP133  3               *
000279*  A NEW INBOUND JOB IS ADDED TO WS-EXPECTED-LIST.               *
000280******************************************************************

000290 ENVIRONMENT DIVISION.

000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. Z900.
000320 OBJECT-COMPUTER. Z900.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT INBOUND-RPT-FILE ASSIGN TO INBDRPT
000360            ORGANIZATION  IS LINE SEQUENTIAL.

000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  INBOUND-RPT-FILE
000400     RECORD CONTAINS 132 CHARACTERS.
000410 01  INBOUND-RPT-RECORD              PIC X(132).

000420 WORKING-STORAGE SECTION.

000430 01 WS-BEGIN                          PIC  X(36) VALUE
000440     'ETROP123 WORKING STORAGE STARTS HERE'.

000450******************************************************************
000460*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000470******************************************************************
000480 01 WS-VARIABLES.
000490    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000500       88 WS-NO-ERROR                            VALUE SPACES.
000510       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000520       88 WS-FATAL-ERROR                         VALUE 'F'.
000530    05 WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000540       88 WS-END-OF-ROWS                         VALUE 'Y'.
000550       88 WS-MORE-ROWS                           VALUE 'N'.
000560    05 WS-RUN-DATE                     PIC X(10).
000570    05 WS-GAP-DAYS                     PIC S9(9) COMP VALUE 30.
000580    05 WS-EXPECT-DAYS                  PIC S9(9) COMP.
000590*    THE TWO ARRIVAL STATUSES THE DAY-FILES CURSOR IS OPENED FOR.
000600    05 WS-STATUS-1                     PIC X(01).
000610    05 WS-STATUS-2                     PIC X(01).
000620    05 WS-SECTION-COUNT                PIC S9(9) COMP.
000630    05 WS-COUNT-IND                    PIC S9(4) COMP.
000640    05 WS-OVERRIDE-IND                 PIC S9(4) COMP.
000650    05 WS-FILE-DATE                    PIC X(10).
000660    05 WS-RECEIVED-TIME                PIC X(08).
000670*    ONE GAP - THE FIRST NUMBER DUE, THE FILE THAT SKIPPED PAST
000680*    IT, AND HOW MANY OF THE NUMBERS IN BETWEEN HAVE SINCE COME.
000690    05 WS-GAP-FROM                     PIC S9(9) COMP.
000700    05 WS-GAP-FILE-SEQ                 PIC S9(9) COMP.
000710    05 WS-GAP-ARRIVED                  PIC S9(9) COMP.
000720    05 WS-GAP-MISSING                  PIC S9(9) COMP.
000730*    ONE SENDER'S LATEST ACCEPTED FILE.
000740    05 WS-LAST-SEQ                     PIC S9(9) COMP.
000750    05 WS-LAST-DATE                    PIC X(10).
000760    05 WS-DAYS-SINCE                   PIC S9(9) COMP.
000770    05 WS-ROWS-READ                    PIC S9(9) COMP VALUE 0.
000780    05 WS-ACCEPTED-COUNT               PIC S9(9) COMP VALUE 0.
000790    05 WS-REFUSED-COUNT                PIC S9(9) COMP VALUE 0.
000800    05 WS-MISSING-COUNT                PIC S9(9) COMP VALUE 0.
000801    05 WS-EI-SUB                       PIC S9(4) COMP.
000802    05 WS-EI-LOOK-SUB                  PIC S9(4) COMP.
000803    05 WS-EI-FOUND-SUB                 PIC S9(4) COMP.
000804    05 WS-EI-FILE-COUNT                PIC S9(9) COMP.

000805******************************************************************
000806*  EXPECTED INTERFACES - THE INPUT DD NAME OF EVERY JOB THAT     *
000807*  REGISTERS ITS FILE THROUGH CWINBREG, WITH THE DAYS ALLOWED    *
000808*  BETWEEN FILES WHEN NO EXPECT- PARAMETER IS SET. 0 IS A FEED   *
000809*  THAT ONLY COMES WHEN WE HAVE SENT SOMETHING TO ANSWER.        *
000810******************************************************************
000811 01 WS-EXPECTED-LIST.
000812    05 FILLER                          PIC X(12) VALUE
000813       'REMITIN 0001'.
000814    05 FILLER                          PIC X(12) VALUE
000815       'BOUNCEIN0001'.
000816    05 FILLER                          PIC X(12) VALUE
000817       'LMSACK  0001'.
000818    05 FILLER                          PIC X(12) VALUE
000819       'LMSCOMPL0001'.
000820    05 FILLER                          PIC X(12) VALUE
000821       'CHGBKIN 0003'.
000822    05 FILLER                          PIC X(12) VALUE
000823       'RFPAYCNF0000'.
000824    05 FILLER                          PIC X(12) VALUE
000825       'MTGLOGIN0001'.
000826    05 FILLER                          PIC X(12) VALUE
000827       'GLTBIN  0035'.
000828    05 FILLER                          PIC X(12) VALUE
000829       'HRFEEDIN0001'.
000830    05 FILLER                          PIC X(12) VALUE
000831       'HRACK   0001'.
000832    05 FILLER                          PIC X(12) VALUE
000833       'FUNDRSP 0000'.
000834    05 FILLER                          PIC X(12) VALUE
000835       'DDRETIN 0003'.
000836 01 WS-EXPECTED-LIST-R REDEFINES WS-EXPECTED-LIST.
000837    05 WS-EI-ENTRY OCCURS 12 TIMES.
000838       10 WS-EI-INTERFACE              PIC X(08).
000839       10 WS-EI-DAYS                   PIC 9(04).
000840 01 WS-EI-MAX                          PIC S9(4) COMP VALUE 12.

000841*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
000842*    SYSTEM_PARAMETER LOOKUP.
000843 01 WS-RCBT004A-PARM.
000844    05 WS-SP-PROGRAM-ID                PIC X(08).
000850    05 WS-SP-PARM-NAME                 PIC X(16).
000860    05 WS-SP-PARM-NAME-IF REDEFINES WS-SP-PARM-NAME.
000870       10 WS-SP-IF-PREFIX              PIC X(07).
000880       10 WS-SP-IF-NAME                PIC X(08).
000890       10 FILLER                       PIC X(01).
000900    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000910    05 WS-SP-RETURN-CODE               PIC X(1).

000920******************************************************************
000930*  REPORT LINES                                                  *
000940******************************************************************
000950 01 WS-RPT-LINES.
000960    05 WS-HDG-LINE.
000970       10 FILLER                       PIC X(38) VALUE
000980          'INBOUND FILE REGISTRY - REPORT DATE '.
000990       10 WS-HD-RUN-DATE               PIC X(10).
001000       10 FILLER                       PIC X(84) VALUE SPACES.
001010    05 WS-SECTION-LINE.
001020       10 WS-SH-TEXT                   PIC X(60).
001030       10 FILLER                       PIC X(72) VALUE SPACES.
001040    05 WS-FILE-COL-LINE.
001050       10 FILLER                       PIC X(44) VALUE
001060          '  INTERFCE SENDER    FILE SEQ ARR FILE DATE '.
001070       10 FILLER                       PIC X(44) VALUE
001080          ' RECEIVED STATUS                 RECORDS OVE'.
001090       10 FILLER                       PIC X(44) VALUE
001100          'RRIDE NOTE                                  '.
001110    05 WS-FILE-LINE.
001120       10 FILLER                       PIC X(02) VALUE SPACES.
001130       10 WS-FL-INTERFACE              PIC X(08).
001140       10 FILLER                       PIC X(01) VALUE SPACES.
001150       10 WS-FL-SENDER                 PIC X(08).
001160       10 FILLER                       PIC X(01) VALUE SPACES.
001170       10 WS-FL-FILE-SEQ               PIC Z(08)9.
001180       10 FILLER                       PIC X(01) VALUE SPACES.
001190       10 WS-FL-ARRIVAL                PIC ZZ9.
001200       10 FILLER                       PIC X(01) VALUE SPACES.
001210       10 WS-FL-FILE-DATE              PIC X(10).
001220       10 FILLER                       PIC X(01) VALUE SPACES.
001230       10 WS-FL-RECEIVED               PIC X(08).
001240       10 FILLER                       PIC X(01) VALUE SPACES.
001250       10 WS-FL-STATUS                 PIC X(18).
001260       10 FILLER                       PIC X(01) VALUE SPACES.
001270       10 WS-FL-RECORDS                PIC ZZZ,ZZZ,ZZ9.
001280       10 WS-FL-RECORDS-X REDEFINES WS-FL-RECORDS
001290                                       PIC X(11).
001300       10 FILLER                       PIC X(01) VALUE SPACES.
001310       10 WS-FL-OVERRIDE               PIC X(08).
001320       10 FILLER                       PIC X(01) VALUE SPACES.
001330       10 WS-FL-NOTE                   PIC X(26).
001340       10 WS-FL-NOTE-GAP REDEFINES WS-FL-NOTE.
001350          15 WS-FL-GAP-TEXT            PIC X(16).
001360          15 WS-FL-GAP-FROM            PIC Z(08)9.
001370          15 FILLER                    PIC X(01).
001380       10 FILLER                       PIC X(12) VALUE SPACES.
001390    05 WS-MISS-COL-LINE.
001400       10 FILLER                       PIC X(44) VALUE
001410          '  INTERFCE SENDER   PROBLEM       FIRST DUE '.
001420       10 FILLER                       PIC X(44) VALUE
001430          '  LAST DUE MISSING LAST FILE  DAYS          '.
001440       10 FILLER                       PIC X(44) VALUE SPACES.
001450    05 WS-MISS-LINE.
001460       10 FILLER                       PIC X(02) VALUE SPACES.
001470       10 WS-ML-INTERFACE              PIC X(08).
001480       10 FILLER                       PIC X(01) VALUE SPACES.
001490       10 WS-ML-SENDER                 PIC X(08).
001500       10 FILLER                       PIC X(01) VALUE SPACES.
001510       10 WS-ML-PROBLEM                PIC X(12).
001520       10 FILLER                       PIC X(01) VALUE SPACES.
001530       10 WS-ML-FIRST-DUE              PIC Z(08)9.
001533       10 WS-ML-FIRST-DUE-X REDEFINES WS-ML-FIRST-DUE
001536                                       PIC X(09).
001540       10 FILLER                       PIC X(01) VALUE SPACES.
001550       10 WS-ML-LAST-DUE               PIC Z(08)9.
001560       10 WS-ML-LAST-DUE-X REDEFINES WS-ML-LAST-DUE
001570                                       PIC X(09).
001580       10 FILLER                       PIC X(01) VALUE SPACES.
001590       10 WS-ML-MISSING                PIC ZZZZZZ9.
001600       10 WS-ML-MISSING-X REDEFINES WS-ML-MISSING
001610                                       PIC X(07).
001620       10 FILLER                       PIC X(01) VALUE SPACES.
001630       10 WS-ML-LAST-DATE              PIC X(10).
001640       10 FILLER                       PIC X(01) VALUE SPACES.
001650       10 WS-ML-DAYS                   PIC ZZZ9.
001660       10 WS-ML-DAYS-X REDEFINES WS-ML-DAYS
001670                                       PIC X(04).
001680       10 FILLER                       PIC X(47) VALUE SPACES.
001690    05 WS-NONE-LINE.
001700       10 FILLER                       PIC X(02) VALUE SPACES.
001710       10 WS-NL-TEXT                   PIC X(40).
001720       10 FILLER                       PIC X(90) VALUE SPACES.
001730    05 WS-TOTAL-LINE.
001740       10 FILLER                       PIC X(02) VALUE SPACES.
001750       10 FILLER                       PIC X(18) VALUE
001760          'FILES ACCEPTED    '.
001770       10 WS-TL-ACCEPTED               PIC ZZZ,ZZ9.
001780       10 FILLER                       PIC X(18) VALUE
001790          '   FILES REFUSED  '.
001800       10 WS-TL-REFUSED                PIC ZZZ,ZZ9.
001810       10 FILLER                       PIC X(18) VALUE
001820          '   MISSING        '.
001830       10 WS-TL-MISSING                PIC ZZZ,ZZ9.
001840       10 FILLER                       PIC X(55) VALUE SPACES.

001850******************************************************************
001860* Copybook Includes.                                             *
001870******************************************************************
001880     EXEC SQL
001890       INCLUDE CWERRLOG
001900     END-EXEC.

001910*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001920     EXEC SQL
001930       INCLUDE CWJOBLOG
001940     END-EXEC.

001950******************************************************************
001960*                     DB2 SECTION                                *
001970******************************************************************
001980     EXEC SQL
001990       INCLUDE SQLCA
002000     END-EXEC.

002010     EXEC SQL
002020       INCLUDE DCLINBRG
002030     END-EXEC.

002040*    THE LAST 24 HOURS' ARRIVALS IN ONE OR TWO STATUSES.
002050     EXEC SQL
002060       DECLARE DAY-FILES CURSOR FOR
002070        SELECT INTERFACE_NAME, SENDER_ID, FILE_SEQ, ARRIVAL_SEQ,
002080               COALESCE(CHAR(FILE_DATE, ISO), ' '),
002090               CHAR(TIME(RECEIVED_DTS), ISO),
002100               ARRIVAL_STATUS, GAP_FLAG,
002110               COALESCE(EXPECTED_SEQ, 0),
002120               RECORD_COUNT, OVERRIDE_BY
002130          FROM DBODEVP.INBOUND_FILE_REGISTRY
002140         WHERE RECEIVED_DTS   > CURRENT TIMESTAMP - 1 DAY
002150           AND ARRIVAL_STATUS IN (:WS-STATUS-1, :WS-STATUS-2)
002160         ORDER BY INTERFACE_NAME, RECEIVED_DTS
002170     END-EXEC.

002180*    RECENT GAPS, WITH HOW MANY OF THE SKIPPED NUMBERS HAVE SINCE
002190*    BEEN ACCEPTED.
002200     EXEC SQL
002210       DECLARE SEQUENCE-GAPS CURSOR FOR
002220        SELECT G.INTERFACE_NAME, G.SENDER_ID, G.EXPECTED_SEQ,
002230               G.FILE_SEQ, CHAR(DATE(G.RECEIVED_DTS), ISO),
002240               (SELECT COUNT(DISTINCT F.FILE_SEQ)
002250                  FROM DBODEVP.INBOUND_FILE_REGISTRY F
002260                 WHERE F.INTERFACE_NAME = G.INTERFACE_NAME
002270                   AND F.SENDER_ID      = G.SENDER_ID
002280                   AND F.FILE_SEQ BETWEEN G.EXPECTED_SEQ
002290                                      AND G.FILE_SEQ - 1
002300                   AND F.ARRIVAL_STATUS IN ('A', 'P'))
002310          FROM DBODEVP.INBOUND_FILE_REGISTRY G
002320         WHERE G.GAP_FLAG       = 'Y'
002330           AND G.ARRIVAL_STATUS IN ('A', 'P')
002340           AND DATE(G.RECEIVED_DTS) >=
002350               CURRENT DATE - :WS-GAP-DAYS DAYS
002360         ORDER BY G.INTERFACE_NAME, G.SENDER_ID, G.EXPECTED_SEQ
002370     END-EXEC.

002380*    EACH SENDER'S LATEST ACCEPTED FILE ON EACH INTERFACE.
002390     EXEC SQL
002400       DECLARE LAST-ARRIVALS CURSOR FOR
002410        SELECT INTERFACE_NAME, SENDER_ID, MAX(FILE_SEQ),
002420               CHAR(MAX(DATE(RECEIVED_DTS)), ISO),
002430               DAYS(CURRENT DATE) - DAYS(MAX(DATE(RECEIVED_DTS)))
002440          FROM DBODEVP.INBOUND_FILE_REGISTRY
002450         WHERE ARRIVAL_STATUS IN ('A', 'P')
002460           AND FILE_SEQ > 0
002470         GROUP BY INTERFACE_NAME, SENDER_ID
002480         ORDER BY INTERFACE_NAME, SENDER_ID
002490     END-EXEC.

002500 01 WS-END                             PIC X(50) VALUE
002510     'ETROP123-WORKING STORAGE SECTION ENDS HERE'.

002520 PROCEDURE DIVISION.

002530 MAIN-LOGIC-PARA.

002540     MOVE 'ETROP123'                   TO EL-ERROR-MODULE.
002550     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002560     MOVE 'ETROP123'                   TO JRL-PROGRAM-ID.
002570     PERFORM LOG-JOB-START-PARA.

002580     PERFORM GET-PARAMETERS-PARA.
002590     PERFORM GET-RUN-DATE-PARA.

002600     OPEN OUTPUT INBOUND-RPT-FILE.
002610     WRITE INBOUND-RPT-RECORD        FROM WS-HDG-LINE.

002620     MOVE 'FILES ACCEPTED IN THE LAST 24 HOURS' TO WS-SH-TEXT.
002630     MOVE 'A'                        TO WS-STATUS-1.
002640     MOVE 'P'                        TO WS-STATUS-2.
002650     PERFORM REPORT-DAY-FILES-PARA.
002660     MOVE WS-SECTION-COUNT           TO WS-ACCEPTED-COUNT.

002670     MOVE 'FILES REFUSED IN THE LAST 24 HOURS' TO WS-SH-TEXT.
002680     MOVE 'D'                        TO WS-STATUS-1.
002690     MOVE 'H'                        TO WS-STATUS-2.
002700     PERFORM REPORT-DAY-FILES-PARA.
002710     MOVE WS-SECTION-COUNT           TO WS-REFUSED-COUNT.

002720     PERFORM REPORT-MISSING-PARA.

002730     MOVE SPACES                     TO INBOUND-RPT-RECORD.
002740     WRITE INBOUND-RPT-RECORD.
002750     MOVE WS-ACCEPTED-COUNT          TO WS-TL-ACCEPTED.
002760     MOVE WS-REFUSED-COUNT           TO WS-TL-REFUSED.
002770     MOVE WS-MISSING-COUNT           TO WS-TL-MISSING.
002780     WRITE INBOUND-RPT-RECORD        FROM WS-TOTAL-LINE.
002790     CLOSE INBOUND-RPT-FILE.

002800     DISPLAY 'FILES ACCEPTED          : ' WS-ACCEPTED-COUNT.
002810     DISPLAY 'FILES REFUSED           : ' WS-REFUSED-COUNT.
002820     DISPLAY 'EXPECTED FILES MISSING  : ' WS-MISSING-COUNT.
002830     MOVE 'C'                        TO JRL-RUN-STATUS.
002840     MOVE WS-ROWS-READ               TO JRL-ROWS-READ.
002850     COMPUTE JRL-ROWS-WRITTEN = WS-ACCEPTED-COUNT
002860                              + WS-REFUSED-COUNT
002870                              + WS-MISSING-COUNT.
002880     PERFORM LOG-JOB-END-PARA.
002890     GOBACK.

002900******************************************************************
002910* Run Parameters                                                 *
002920******************************************************************
002930 GET-PARAMETERS-PARA.
002940     MOVE 'ETROP123'                 TO WS-SP-PROGRAM-ID.
002950     MOVE 'GAP-DAYS'                 TO WS-SP-PARM-NAME.
002960     MOVE WS-GAP-DAYS                TO WS-SP-PARM-VALUE.
002970     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002980     IF WS-SP-PARM-VALUE > 0
002990       MOVE WS-SP-PARM-VALUE         TO WS-GAP-DAYS
003000     END-IF.

003010*    THE INTERFACE'S OWN INTERVAL, DEFAULT FROM THE EXPECTED
003014*    LIST OR 1 DAY FOR AN INTERFACE NOT ON IT. A ZERO FROM
003020*    SYSTEM_PARAMETER IS KEPT - IT MEANS NO SCHEDULE TO CHECK.
003030 GET-EXPECT-DAYS-PARA.
003031     MOVE 0                          TO WS-EI-FOUND-SUB.
003032     PERFORM FIND-EXPECTED-PARA
003033       VARYING WS-EI-LOOK-SUB FROM 1 BY 1
003034         UNTIL WS-EI-LOOK-SUB > WS-EI-MAX
003035            OR WS-EI-FOUND-SUB > 0.
003040     MOVE 'ETROP123'                 TO WS-SP-PROGRAM-ID.
003050     MOVE SPACES                     TO WS-SP-PARM-NAME.
003060     MOVE 'EXPECT-'                  TO WS-SP-IF-PREFIX.
003070     MOVE IFR-INTERFACE-NAME         TO WS-SP-IF-NAME.
003072     IF WS-EI-FOUND-SUB > 0
003074       MOVE WS-EI-DAYS (WS-EI-FOUND-SUB) TO WS-SP-PARM-VALUE
003076     ELSE
003080       MOVE 1                        TO WS-SP-PARM-VALUE
003084     END-IF.
003090     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
003100     IF WS-SP-PARM-VALUE < 0
003110       MOVE 1                        TO WS-EXPECT-DAYS
003120     ELSE
003130       MOVE WS-SP-PARM-VALUE         TO WS-EXPECT-DAYS
003140     END-IF.

003141 FIND-EXPECTED-PARA.
003142     IF WS-EI-INTERFACE (WS-EI-LOOK-SUB) = IFR-INTERFACE-NAME
003143       MOVE WS-EI-LOOK-SUB           TO WS-EI-FOUND-SUB
003144     END-IF.

003150 GET-RUN-DATE-PARA.
003160     EXEC SQL
003170       SELECT CHAR(CURRENT DATE, ISO)
003180         INTO :WS-RUN-DATE
003190         FROM SYSIBM.SYSDUMMY1
003200     END-EXEC.
003210     IF SQLCODE NOT = 0
003220       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003230       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
003240       PERFORM CHECK-SQLCODE-PARA
003250       PERFORM EXIT-PARA
003260     END-IF.
003270     MOVE WS-RUN-DATE                TO WS-HD-RUN-DATE.

003280******************************************************************
003290* Parts 1 And 2 - Accepted And Refused Files                     *
003300******************************************************************
003310 REPORT-DAY-FILES-PARA.
003320     MOVE 'REPORT-DAY-FILES-PARA     ' TO EL-ERROR-PARA-NAME.
003330     MOVE SPACES                     TO INBOUND-RPT-RECORD.
003340     WRITE INBOUND-RPT-RECORD.
003350     WRITE INBOUND-RPT-RECORD        FROM WS-SECTION-LINE.
003360     WRITE INBOUND-RPT-RECORD        FROM WS-FILE-COL-LINE.
003370     MOVE 0                          TO WS-SECTION-COUNT.

003380     EXEC SQL
003390       OPEN DAY-FILES
003400     END-EXEC.
003410     IF SQLCODE NOT = 0
003420       MOVE 'OPEN'                   TO EL-ERROR-ACTION
003430       MOVE 'INBOUND_FILE_REGISTRY'  TO EL-ERROR-DB2-OBJECT
003440       PERFORM CHECK-SQLCODE-PARA
003450       PERFORM EXIT-PARA
003460     END-IF.
003470     SET WS-MORE-ROWS                TO TRUE.
003480     PERFORM FETCH-DAY-FILE-PARA.
003490     PERFORM LIST-DAY-FILE-PARA
003500       UNTIL WS-END-OF-ROWS.
003510     EXEC SQL
003520       CLOSE DAY-FILES
003530     END-EXEC.

003540     IF WS-SECTION-COUNT = 0
003550       MOVE 'NONE'                   TO WS-NL-TEXT
003560       WRITE INBOUND-RPT-RECORD      FROM WS-NONE-LINE
003570     END-IF.

003580 FETCH-DAY-FILE-PARA.
003590     EXEC SQL
003600       FETCH DAY-FILES
003610        INTO :IFR-INTERFACE-NAME, :IFR-SENDER-ID, :IFR-FILE-SEQ,
003620             :IFR-ARRIVAL-SEQ, :WS-FILE-DATE, :WS-RECEIVED-TIME,
003630             :IFR-ARRIVAL-STATUS, :IFR-GAP-FLAG,
003640             :IFR-EXPECTED-SEQ,
003650             :IFR-RECORD-COUNT :WS-COUNT-IND,
003660             :IFR-OVERRIDE-BY  :WS-OVERRIDE-IND
003670     END-EXEC.
003680     EVALUATE SQLCODE
003690       WHEN 0
003700         ADD 1                       TO WS-ROWS-READ
003710       WHEN 100
003720         SET WS-END-OF-ROWS          TO TRUE
003730       WHEN OTHER
003740         MOVE 'FETCH'                TO EL-ERROR-ACTION
003750         MOVE 'INBOUND_FILE_REGISTRY' TO EL-ERROR-DB2-OBJECT
003760         PERFORM CHECK-SQLCODE-PARA
003770         PERFORM EXIT-PARA
003780     END-EVALUATE.

003790 LIST-DAY-FILE-PARA.
003800     MOVE IFR-INTERFACE-NAME         TO WS-FL-INTERFACE.
003810     MOVE IFR-SENDER-ID              TO WS-FL-SENDER.
003820     MOVE IFR-FILE-SEQ               TO WS-FL-FILE-SEQ.
003830     MOVE IFR-ARRIVAL-SEQ            TO WS-FL-ARRIVAL.
003840     MOVE WS-FILE-DATE               TO WS-FL-FILE-DATE.
003850     MOVE WS-RECEIVED-TIME           TO WS-FL-RECEIVED.
003860     EVALUATE TRUE
003870       WHEN IFR-PROCESSED
003880         MOVE 'PROCESSED'            TO WS-FL-STATUS
003890       WHEN IFR-ACCEPTED
003900         MOVE 'NOT FINISHED'         TO WS-FL-STATUS
003910       WHEN IFR-REFUSED-DUPLICATE
003920         MOVE 'REFUSED-DUPLICATE'    TO WS-FL-STATUS
003930       WHEN OTHER
003940         MOVE 'REFUSED-NO HEADER'    TO WS-FL-STATUS
003950     END-EVALUATE.
003960     IF WS-COUNT-IND < 0
003970       MOVE SPACES                   TO WS-FL-RECORDS-X
003980     ELSE
003990       MOVE IFR-RECORD-COUNT         TO WS-FL-RECORDS
004000     END-IF.
004010     IF WS-OVERRIDE-IND < 0
004020       MOVE SPACES                   TO WS-FL-OVERRIDE
004030     ELSE
004040       MOVE IFR-OVERRIDE-BY          TO WS-FL-OVERRIDE
004050     END-IF.
004060     MOVE SPACES                     TO WS-FL-NOTE.
004070     IF IFR-SEQUENCE-GAP
004080       MOVE 'GAP - FIRST DUE'        TO WS-FL-GAP-TEXT
004090       MOVE IFR-EXPECTED-SEQ         TO WS-FL-GAP-FROM
004100     END-IF.
004110     WRITE INBOUND-RPT-RECORD        FROM WS-FILE-LINE.
004120     ADD 1                           TO WS-SECTION-COUNT.
004130     PERFORM FETCH-DAY-FILE-PARA.

004140******************************************************************
004150* Part 3 - Expected Files Missing                                *
004160******************************************************************
004170 REPORT-MISSING-PARA.
004180     MOVE SPACES                     TO INBOUND-RPT-RECORD.
004190     WRITE INBOUND-RPT-RECORD.
004200     MOVE 'EXPECTED FILES MISSING'   TO WS-SH-TEXT.
004210     WRITE INBOUND-RPT-RECORD        FROM WS-SECTION-LINE.
004220     WRITE INBOUND-RPT-RECORD        FROM WS-MISS-COL-LINE.
004230     PERFORM REPORT-GAPS-PARA.
004240     PERFORM REPORT-OVERDUE-PARA.
004242     PERFORM CHECK-NEVER-ARRIVED-PARA
004244       VARYING WS-EI-SUB FROM 1 BY 1
004246         UNTIL WS-EI-SUB > WS-EI-MAX.
004250     IF WS-MISSING-COUNT = 0
004260       MOVE 'NONE'                   TO WS-NL-TEXT
004270       WRITE INBOUND-RPT-RECORD      FROM WS-NONE-LINE
004280     END-IF.

004290 REPORT-GAPS-PARA.
004300     MOVE 'REPORT-GAPS-PARA          ' TO EL-ERROR-PARA-NAME.
004310     EXEC SQL
004320       OPEN SEQUENCE-GAPS
004330     END-EXEC.
004340     IF SQLCODE NOT = 0
004350       MOVE 'OPEN'                   TO EL-ERROR-ACTION
004360       MOVE 'INBOUND_FILE_REGISTRY'  TO EL-ERROR-DB2-OBJECT
004370       PERFORM CHECK-SQLCODE-PARA
004380       PERFORM EXIT-PARA
004390     END-IF.
004400     SET WS-MORE-ROWS                TO TRUE.
004410     PERFORM FETCH-GAP-PARA.
004420     PERFORM LIST-GAP-PARA
004430       UNTIL WS-END-OF-ROWS.
004440     EXEC SQL
004450       CLOSE SEQUENCE-GAPS
004460     END-EXEC.

004470 FETCH-GAP-PARA.
004480     EXEC SQL
004490       FETCH SEQUENCE-GAPS
004500        INTO :IFR-INTERFACE-NAME, :IFR-SENDER-ID, :WS-GAP-FROM,
004510             :WS-GAP-FILE-SEQ, :WS-LAST-DATE, :WS-GAP-ARRIVED
004520     END-EXEC.
004530     EVALUATE SQLCODE
004540       WHEN 0
004550         ADD 1                       TO WS-ROWS-READ
004560       WHEN 100
004570         SET WS-END-OF-ROWS          TO TRUE
004580       WHEN OTHER
004590         MOVE 'FETCH'                TO EL-ERROR-ACTION
004600         MOVE 'INBOUND_FILE_REGISTRY' TO EL-ERROR-DB2-OBJECT
004610         PERFORM CHECK-SQLCODE-PARA
004620         PERFORM EXIT-PARA
004630     END-EVALUATE.

004640*    A GAP DROPS OFF ONCE EVERY SKIPPED NUMBER HAS ARRIVED.
004650 LIST-GAP-PARA.
004660     COMPUTE WS-GAP-MISSING = WS-GAP-FILE-SEQ - WS-GAP-FROM
004670                            - WS-GAP-ARRIVED.
004680     IF WS-GAP-MISSING > 0
004690       MOVE IFR-INTERFACE-NAME       TO WS-ML-INTERFACE
004700       MOVE IFR-SENDER-ID            TO WS-ML-SENDER
004710       MOVE 'SEQUENCE GAP'           TO WS-ML-PROBLEM
004720       MOVE WS-GAP-FROM              TO WS-ML-FIRST-DUE
004730       COMPUTE WS-ML-LAST-DUE = WS-GAP-FILE-SEQ - 1
004740       MOVE WS-GAP-MISSING           TO WS-ML-MISSING
004750       MOVE WS-LAST-DATE             TO WS-ML-LAST-DATE
004760       MOVE SPACES                   TO WS-ML-DAYS-X
004770       WRITE INBOUND-RPT-RECORD      FROM WS-MISS-LINE
004780       ADD 1                         TO WS-MISSING-COUNT
004790     END-IF.
004800     PERFORM FETCH-GAP-PARA.

004810 REPORT-OVERDUE-PARA.
004820     MOVE 'REPORT-OVERDUE-PARA       ' TO EL-ERROR-PARA-NAME.
004830     EXEC SQL
004840       OPEN LAST-ARRIVALS
004850     END-EXEC.
004860     IF SQLCODE NOT = 0
004870       MOVE 'OPEN'                   TO EL-ERROR-ACTION
004880       MOVE 'INBOUND_FILE_REGISTRY'  TO EL-ERROR-DB2-OBJECT
004890       PERFORM CHECK-SQLCODE-PARA
004900       PERFORM EXIT-PARA
004910     END-IF.
004920     SET WS-MORE-ROWS                TO TRUE.
004930     PERFORM FETCH-LAST-ARRIVAL-PARA.
004940     PERFORM CHECK-OVERDUE-PARA
004950       UNTIL WS-END-OF-ROWS.
004960     EXEC SQL
004970       CLOSE LAST-ARRIVALS
004980     END-EXEC.

004990 FETCH-LAST-ARRIVAL-PARA.
005000     EXEC SQL
005010       FETCH LAST-ARRIVALS
005020        INTO :IFR-INTERFACE-NAME, :IFR-SENDER-ID, :WS-LAST-SEQ,
005030             :WS-LAST-DATE, :WS-DAYS-SINCE
005040     END-EXEC.
005050     EVALUATE SQLCODE
005060       WHEN 0
005070         ADD 1                       TO WS-ROWS-READ
005080       WHEN 100
005090         SET WS-END-OF-ROWS          TO TRUE
005100       WHEN OTHER
005110         MOVE 'FETCH'                TO EL-ERROR-ACTION
005120         MOVE 'INBOUND_FILE_REGISTRY' TO EL-ERROR-DB2-OBJECT
005130         PERFORM CHECK-SQLCODE-PARA
005140         PERFORM EXIT-PARA
005150     END-EVALUATE.

005160*    THE NEXT FILE DUE IS ONE PAST THE SENDER'S HIGHEST NUMBER.
005170 CHECK-OVERDUE-PARA.
005180     PERFORM GET-EXPECT-DAYS-PARA.
005190     IF WS-EXPECT-DAYS > 0 AND WS-DAYS-SINCE > WS-EXPECT-DAYS
005200       MOVE IFR-INTERFACE-NAME       TO WS-ML-INTERFACE
005210       MOVE IFR-SENDER-ID            TO WS-ML-SENDER
005220       MOVE 'OVERDUE'                TO WS-ML-PROBLEM
005230       COMPUTE WS-ML-FIRST-DUE = WS-LAST-SEQ + 1
005240       MOVE SPACES                   TO WS-ML-LAST-DUE-X
005250       MOVE SPACES                   TO WS-ML-MISSING-X
005260       MOVE WS-LAST-DATE             TO WS-ML-LAST-DATE
005270       MOVE WS-DAYS-SINCE            TO WS-ML-DAYS
005280       WRITE INBOUND-RPT-RECORD      FROM WS-MISS-LINE
005290       ADD 1                         TO WS-MISSING-COUNT
005300     END-IF.
005310     PERFORM FETCH-LAST-ARRIVAL-PARA.

005311*    AN EXPECTED INTERFACE NOTHING HAS EVER BEEN ACCEPTED ON HAS
005312*    NO ROW FOR THE OVERDUE CHECK TO FIND - A FEED THAT NEVER
005313*    STARTED WOULD OTHERWISE NOT SHOW AT ALL. A HEADERLESS FILE
005314*    LET IN BY AN OVERRIDE STILL COUNTS AS HAVING ARRIVED.
005315 CHECK-NEVER-ARRIVED-PARA.
005316     MOVE 'CHECK-NEVER-ARRIVED-PARA  ' TO EL-ERROR-PARA-NAME.
005317     MOVE WS-EI-INTERFACE (WS-EI-SUB) TO IFR-INTERFACE-NAME.
005318     PERFORM GET-EXPECT-DAYS-PARA.
005319     IF WS-EXPECT-DAYS > 0
005320       EXEC SQL
005321         SELECT COUNT(*)
005322           INTO :WS-EI-FILE-COUNT
005323           FROM DBODEVP.INBOUND_FILE_REGISTRY
005324          WHERE INTERFACE_NAME = :IFR-INTERFACE-NAME
005325            AND ARRIVAL_STATUS IN ('A', 'P')
005326       END-EXEC
005327       IF SQLCODE NOT = 0
005328         MOVE 'SELECT'               TO EL-ERROR-ACTION
005329         MOVE 'INBOUND_FILE_REGISTRY' TO EL-ERROR-DB2-OBJECT
005330         PERFORM CHECK-SQLCODE-PARA
005331         PERFORM EXIT-PARA
005332       END-IF
005333       ADD 1                         TO WS-ROWS-READ
005334       IF WS-EI-FILE-COUNT = 0
005335         MOVE IFR-INTERFACE-NAME     TO WS-ML-INTERFACE
005336         MOVE SPACES                 TO WS-ML-SENDER
005337         MOVE 'NO FILE YET'          TO WS-ML-PROBLEM
005338         MOVE SPACES                 TO WS-ML-FIRST-DUE-X
005339         MOVE SPACES                 TO WS-ML-LAST-DUE-X
005340         MOVE SPACES                 TO WS-ML-MISSING-X
005341         MOVE SPACES                 TO WS-ML-LAST-DATE
005342         MOVE SPACES                 TO WS-ML-DAYS-X
005343         WRITE INBOUND-RPT-RECORD    FROM WS-MISS-LINE
005344         ADD 1                       TO WS-MISSING-COUNT
005345       END-IF
005346     END-IF.

005347******************************************************************
005348* Error Logging                                                  *
005349******************************************************************
005350     EXEC SQL
005360       INCLUDE CPERRBAT
005370     END-EXEC.

005380 EXIT-PARA.
005390     MOVE 'F'                        TO JRL-RUN-STATUS.
005400     PERFORM LOG-JOB-END-PARA.
005410     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
005420     GOBACK.

005430******************************************************************
005440* Run Registry                                                   *
005450******************************************************************
005460     EXEC SQL
005470       INCLUDE CPJOBLOG
005480     END-EXEC.
