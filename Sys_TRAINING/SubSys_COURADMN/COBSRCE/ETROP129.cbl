000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP129.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  WEEKLY FINANCIAL APPROVALS REPORT (FINAPRPT).                 *
000090*  THE CONTROLLER'S VIEW OF THE MAKER-CHECKER QUEUE (SEE         *
000100*  DCLFINAP) - REFUNDS, WRITE-OFF OVERRIDES AND MANUAL CREDITS:  *
000110*    1. EVERY ITEM STILL PENDING SECOND APPROVAL, OLDEST FIRST,  *
000120*       WITH THE DAYS IT HAS WAITED                              *
000130*    2. EVERY ITEM DECIDED IN THE LAST 7 DAYS - APPROVED,        *
000140*       REJECTED (WITH THE REASON) OR WITHIN ITS LIMIT - AND     *
000150*       WHETHER IT HAS BEEN POSTED YET (A REFUND IS POSTED WHEN  *
000160*       RELEASED ON ETRM016, A WRITE-OFF BY ETROP61, A CREDIT BY *
000170*       ETROP55)                                                 *
000180*  EACH LINE SHOWS WHO RAISED THE ITEM AND WHO DECIDED IT. READ  *
000190*  ONLY - RUN WEEKLY, ANY TIME AFTER THE NIGHTLY CYCLE.          *
000200******************************************************************

000210 ENVIRONMENT DIVISION.

000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. Z900.
000240 OBJECT-COMPUTER. Z900.

000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT FINAP-RPT-FILE  ASSIGN TO FINAPRPT
000280            ORGANIZATION  IS LINE SEQUENTIAL.

000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  FINAP-RPT-FILE
000320     RECORD CONTAINS 132 CHARACTERS.
000330 01  FINAP-RPT-RECORD                PIC X(132).

000340 WORKING-STORAGE SECTION.

000350 01 WS-BEGIN                          PIC  X(36) VALUE
000360     'ETROP129 WORKING STORAGE STARTS HERE'.

000370******************************************************************
000380*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000390******************************************************************
000400 01 WS-VARIABLES.
000410    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000420       88 WS-NO-ERROR                            VALUE SPACES.
000430       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000440       88 WS-FATAL-ERROR                         VALUE 'F'.
000450    05 WS-ITEM-EOF-SW                  PIC X(01) VALUE 'N'.
000460       88 WS-ITEM-EOF                            VALUE 'Y'.
000470    05 WS-ITEM-COUNT                   PIC S9(9) COMP VALUE 0.
000480    05 WS-PENDING-COUNT                PIC S9(9) COMP VALUE 0.
000490    05 WS-APPROVED-COUNT               PIC S9(9) COMP VALUE 0.
000500    05 WS-REJECTED-COUNT               PIC S9(9) COMP VALUE 0.
000510    05 WS-WITHIN-LIMIT-COUNT           PIC S9(9) COMP VALUE 0.
000520    05 WS-UNPOSTED-COUNT               PIC S9(9) COMP VALUE 0.
000530    05 WS-PENDING-TOTAL                PIC S9(9)V99 COMP-3
000540                                       VALUE 0.
000550    05 WS-APPROVED-TOTAL               PIC S9(9)V99 COMP-3
000560                                       VALUE 0.
000570*    SECTION CONTROL - 'P' PENDING, 'D' DECIDED THIS WEEK.
000580    05 WS-SECTION                      PIC X(01) VALUE SPACES.
000590       88 WS-SECTION-PENDING                     VALUE 'P'.
000600       88 WS-SECTION-DECIDED                     VALUE 'D'.

000610******************************************************************
000620*  FETCH HOLD FIELDS FOR ONE ITEM (THE REST LAND IN DCLFINAP)    *
000630******************************************************************
000640 01 WS-HOLD-ITEM.
000650    05 WS-HOLD-SECTION                 PIC X(01).
000660    05 WS-HOLD-MAKER-DATE              PIC X(10).
000670    05 WS-HOLD-CHECKER-DATE            PIC X(10).
000680    05 WS-HOLD-AGE-DAYS                PIC S9(9) COMP.
000690    05 WS-HOLD-POSTED-SW               PIC X(01).
000700       88 WS-HOLD-POSTED                         VALUE 'Y'.

000710******************************************************************
000720*  REPORT LINES                                                  *
000730******************************************************************
000740 01 WS-RPT-LINES.
000750    05 WS-HDG-LINE.
000760       10 FILLER                       PIC X(40) VALUE
000770          'FINANCIAL APPROVALS - WEEKLY REPORT'.
000780       10 FILLER                       PIC X(92) VALUE SPACES.
000790    05 WS-SEC-LINE.
000800       10 WS-SC-TITLE                  PIC X(60).
000810       10 FILLER                       PIC X(72) VALUE SPACES.
000820    05 WS-COL-LINE.
000830       10 FILLER                       PIC X(16) VALUE
000840          'APPROVAL NO  T'.
000850       10 FILLER                       PIC X(38) VALUE
000860          'SESSION / EMAIL OR ORG'.
000870       10 FILLER                       PIC X(12) VALUE
000880          '      AMOUNT'.
000890       10 FILLER                       PIC X(32) VALUE
000900          '  MAKER    RAISED      CHECKER'.
000910       10 FILLER                       PIC X(34) VALUE
000920          'DECIDED     STATUS'.
000930    05 WS-DET-LINE.
000940       10 WS-DT-APPROVAL-NO            PIC Z(8)9.
000950       10 FILLER                       PIC X(04) VALUE SPACES.
000960       10 WS-DT-ITEM-TYPE              PIC X(01).
000970       10 FILLER                       PIC X(02) VALUE SPACES.
000980       10 WS-DT-KEY                    PIC X(38).
000990       10 WS-DT-KEY-SESSION REDEFINES WS-DT-KEY.
001000          15 WS-DT-CATG                PIC X(02).
001010          15 FILLER                    PIC X(01).
001020          15 WS-DT-SESSION-ID          PIC ZZZZZZZZ9.
001030          15 FILLER                    PIC X(01).
001040          15 WS-DT-EMAIL               PIC X(25).
001050       10 WS-DT-AMOUNT                 PIC X(12).
001060       10 FILLER                       PIC X(02) VALUE SPACES.
001070       10 WS-DT-MAKER-ID               PIC X(08).
001080       10 FILLER                       PIC X(01) VALUE SPACES.
001090       10 WS-DT-MAKER-DATE             PIC X(10).
001100       10 FILLER                       PIC X(02) VALUE SPACES.
001110       10 WS-DT-CHECKER-ID             PIC X(08).
001120       10 FILLER                       PIC X(01) VALUE SPACES.
001130       10 WS-DT-CHECKER-DATE           PIC X(10).
001140       10 FILLER                       PIC X(02) VALUE SPACES.
001150       10 WS-DT-STATUS                 PIC X(22).
001160    05 WS-REASON-LINE.
001170       10 FILLER                       PIC X(16) VALUE SPACES.
001180       10 FILLER                       PIC X(08) VALUE
001190          'REASON: '.
001200       10 WS-RL-REASON                 PIC X(40).
001210       10 FILLER                       PIC X(68) VALUE SPACES.
001220    05 WS-WAIT-STATUS.
001230       10 FILLER                       PIC X(07) VALUE
001240          'WAITED '.
001250       10 WS-WS-AGE-DAYS               PIC ZZZZ9.
001260       10 FILLER                       PIC X(05) VALUE
001270          ' DAYS'.
001280    05 WS-CNT-LINE.
001290       10 WS-CN-LABEL                  PIC X(30).
001300       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001310       10 FILLER                       PIC X(02) VALUE SPACES.
001320       10 WS-CN-AMOUNT                 PIC X(12).
001330       10 FILLER                       PIC X(77) VALUE SPACES.

001340******************************************************************
001350* Copybook Includes.                                             *
001360******************************************************************
001370     EXEC SQL
001380       INCLUDE CWERRLOG
001390     END-EXEC.

001400*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001410     EXEC SQL
001420       INCLUDE CWJOBLOG
001430     END-EXEC.

001440*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
001450     EXEC SQL
001460       INCLUDE CWAMTEDT
001470     END-EXEC.

001480******************************************************************
001490*                     DB2 SECTION                                *
001500******************************************************************
001510     EXEC SQL
001520       INCLUDE SQLCA
001530     END-EXEC.

001540*    MAKER-CHECKER QUEUE - SEE DCLFINAP.
001550     EXEC SQL
001560       INCLUDE DCLFINAP
001570     END-EXEC.

001580******************************************************************
001590*  EVERY PENDING ITEM, THEN EVERY ITEM DECIDED (OR RAISED WITHIN *
001600*  ITS LIMIT) IN THE LAST 7 DAYS. A WITHIN-LIMIT ITEM HAS NO     *
001610*  CHECKER, SO IT DATES FROM WHEN IT WAS RAISED.                 *
001620******************************************************************
001630     EXEC SQL DECLARE WEEK-ITEMS CURSOR
001640      FOR
001650      SELECT CASE WHEN APPROVAL_STATUS = 'P'
001660                  THEN 'P' ELSE 'D' END,
001670             APPROVAL_NO, ITEM_TYPE, SESSION_CATG, SESSION_ID,
001680             EMAIL_ADDR, ORG_CODE, AMOUNT, APPROVAL_STATUS,
001690             MAKER_ID, CHAR(DATE(MAKER_DTS), ISO),
001700             COALESCE(CHECKER_ID, ' '),
001710             COALESCE(CHAR(DATE(CHECKER_DTS), ISO), ' '),
001720             REJECT_REASON,
001730             DAYS(CURRENT DATE) - DAYS(MAKER_DTS),
001740             CASE WHEN POSTED_DTS IS NULL
001750                  THEN 'N' ELSE 'Y' END
001760        FROM DBODEVP.FINANCIAL_APPROVAL
001770       WHERE APPROVAL_STATUS = 'P'
001780          OR COALESCE(CHECKER_DTS, MAKER_DTS)
001790             >= CURRENT TIMESTAMP - 7 DAYS
001800       ORDER BY 1 DESC, APPROVAL_NO
001810     END-EXEC.

001820 01 WS-END                             PIC X(50) VALUE
001830     'ETROP129-WORKING STORAGE SECTION ENDS HERE'.

001840 PROCEDURE DIVISION.

001850 MAIN-LOGIC-PARA.

001860     MOVE 'ETROP129'                   TO EL-ERROR-MODULE.
001870     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001880     MOVE 'ETROP129'                   TO JRL-PROGRAM-ID.
001890     PERFORM LOG-JOB-START-PARA.

001900     OPEN OUTPUT FINAP-RPT-FILE.
001910     WRITE FINAP-RPT-RECORD          FROM WS-HDG-LINE.

001920     EXEC SQL
001930       OPEN WEEK-ITEMS
001940     END-EXEC.
001950     IF SQLCODE NOT = 0
001960       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
001970       MOVE 'WEEK-ITEMS'             TO EL-ERROR-DB2-OBJECT
001980       PERFORM CHECK-SQLCODE-PARA
001990       PERFORM EXIT-PARA
002000     END-IF.

002010     PERFORM FETCH-ITEM-PARA.
002020     PERFORM REPORT-ONE-ITEM-PARA
002030       UNTIL WS-ITEM-EOF.

002040     EXEC SQL
002050       CLOSE WEEK-ITEMS
002060     END-EXEC.
002070     IF SQLCODE NOT = 0
002080       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
002090       MOVE 'WEEK-ITEMS'             TO EL-ERROR-DB2-OBJECT
002100       PERFORM CHECK-SQLCODE-PARA
002110     END-IF.

002120     PERFORM WRITE-TOTALS-PARA.
002130     CLOSE FINAP-RPT-FILE.

002140     DISPLAY 'ITEMS REPORTED       : ' WS-ITEM-COUNT.
002150     DISPLAY 'PENDING APPROVAL     : ' WS-PENDING-COUNT.
002160     MOVE 'C'                        TO JRL-RUN-STATUS.
002170     MOVE WS-ITEM-COUNT              TO JRL-ROWS-READ.
002180     PERFORM LOG-JOB-END-PARA.
002190     GOBACK.

002200******************************************************************
002210* Item Browse                                                    *
002220******************************************************************
002230 FETCH-ITEM-PARA.
002240     EXEC SQL
002250       FETCH WEEK-ITEMS
002260        INTO :WS-HOLD-SECTION,
002270             :FAP-APPROVAL-NO,
002280             :FAP-ITEM-TYPE,
002290             :FAP-SESSION-CATG,
002300             :FAP-SESSION-ID,
002310             :FAP-EMAIL-ADDR,
002320             :FAP-ORG-CODE,
002330             :FAP-AMOUNT,
002340             :FAP-APPROVAL-STATUS,
002350             :FAP-MAKER-ID,
002360             :WS-HOLD-MAKER-DATE,
002370             :FAP-CHECKER-ID,
002380             :WS-HOLD-CHECKER-DATE,
002390             :FAP-REJECT-REASON,
002400             :WS-HOLD-AGE-DAYS,
002410             :WS-HOLD-POSTED-SW
002420     END-EXEC.
002430     EVALUATE SQLCODE
002440       WHEN 0
002450         CONTINUE
002460       WHEN 100
002470         SET WS-ITEM-EOF             TO TRUE
002480       WHEN OTHER
002490         MOVE 'FETCH '               TO EL-ERROR-ACTION
002500         MOVE 'WEEK-ITEMS'           TO EL-ERROR-DB2-OBJECT
002510         PERFORM CHECK-SQLCODE-PARA
002520         PERFORM EXIT-PARA
002530     END-EVALUATE.

002540 REPORT-ONE-ITEM-PARA.
002550     ADD 1                           TO WS-ITEM-COUNT.
002560     IF WS-HOLD-SECTION NOT = WS-SECTION
002570       PERFORM SECTION-BREAK-PARA
002580     END-IF.
002590     PERFORM FORMAT-ITEM-PARA.
002600     WRITE FINAP-RPT-RECORD          FROM WS-DET-LINE.
002610     IF FAP-STATUS-REJECTED
002620       MOVE FAP-REJECT-REASON        TO WS-RL-REASON
002630       WRITE FINAP-RPT-RECORD        FROM WS-REASON-LINE
002640     END-IF.
002650     PERFORM FETCH-ITEM-PARA.

002660*    A SECTION WITH NOTHING IN IT IS SIMPLY ABSENT - THE TOTALS
002670*    AT THE FOOT SAY SO.
002680 SECTION-BREAK-PARA.
002690     MOVE WS-HOLD-SECTION            TO WS-SECTION.
002700     IF WS-SECTION-PENDING
002710       MOVE 'ITEMS PENDING SECOND APPROVAL (ETRM026)'
002720                                     TO WS-SC-TITLE
002730     ELSE
002740       MOVE 'ITEMS DECIDED IN THE LAST 7 DAYS'
002750                                     TO WS-SC-TITLE
002760     END-IF.
002770     MOVE SPACES                     TO FINAP-RPT-RECORD.
002780     WRITE FINAP-RPT-RECORD.
002790     WRITE FINAP-RPT-RECORD          FROM WS-SEC-LINE.
002800     WRITE FINAP-RPT-RECORD          FROM WS-COL-LINE.

002810 FORMAT-ITEM-PARA.
002820     MOVE FAP-APPROVAL-NO            TO WS-DT-APPROVAL-NO.
002830     MOVE FAP-ITEM-TYPE              TO WS-DT-ITEM-TYPE.
002840     MOVE SPACES                     TO WS-DT-KEY.
002850     IF FAP-TYPE-CREDIT
002860       MOVE FAP-ORG-CODE             TO WS-DT-KEY
002870     ELSE
002880       MOVE FAP-SESSION-CATG         TO WS-DT-CATG
002890       MOVE FAP-SESSION-ID           TO WS-DT-SESSION-ID
002900       MOVE FAP-EMAIL-ADDR-TEXT      TO WS-DT-EMAIL
002910     END-IF.
002920     MOVE FAP-AMOUNT                 TO EA-AMOUNT.
002930     PERFORM EDIT-AMOUNT-PARA.
002940     MOVE EA-EDITED-AMOUNT-CR        TO WS-DT-AMOUNT.
002950     MOVE FAP-MAKER-ID               TO WS-DT-MAKER-ID.
002960     MOVE WS-HOLD-MAKER-DATE         TO WS-DT-MAKER-DATE.
002970     MOVE FAP-CHECKER-ID             TO WS-DT-CHECKER-ID.
002980     MOVE WS-HOLD-CHECKER-DATE       TO WS-DT-CHECKER-DATE.
002990     EVALUATE TRUE
003000       WHEN FAP-STATUS-PENDING
003010         ADD 1                       TO WS-PENDING-COUNT
003020         ADD FAP-AMOUNT              TO WS-PENDING-TOTAL
003030         MOVE WS-HOLD-AGE-DAYS       TO WS-WS-AGE-DAYS
003040         MOVE WS-WAIT-STATUS         TO WS-DT-STATUS
003050       WHEN FAP-STATUS-REJECTED
003060         ADD 1                       TO WS-REJECTED-COUNT
003070         MOVE 'REJECTED'             TO WS-DT-STATUS
003080       WHEN OTHER
003090         IF FAP-STATUS-APPROVED
003100           ADD 1                     TO WS-APPROVED-COUNT
003110           ADD FAP-AMOUNT            TO WS-APPROVED-TOTAL
003120         ELSE
003130           ADD 1                     TO WS-WITHIN-LIMIT-COUNT
003140         END-IF
003150         PERFORM POSTED-STATUS-PARA
003160     END-EVALUATE.

003170*    A WITHIN-LIMIT ITEM HAS NO CHECKER - THE STATUS SAYS WHY.
003180 POSTED-STATUS-PARA.
003190     IF NOT WS-HOLD-POSTED
003200       ADD 1                         TO WS-UNPOSTED-COUNT
003210     END-IF.
003220     EVALUATE TRUE
003230       WHEN FAP-STATUS-APPROVED AND WS-HOLD-POSTED
003240         MOVE 'APPROVED - POSTED'    TO WS-DT-STATUS
003250       WHEN FAP-STATUS-APPROVED
003260         MOVE 'APPROVED - NOT POSTED' TO WS-DT-STATUS
003270       WHEN WS-HOLD-POSTED
003280         MOVE 'UNDER LIMIT - POSTED' TO WS-DT-STATUS
003290       WHEN OTHER
003300         MOVE 'UNDER LIMIT-NOT POSTED' TO WS-DT-STATUS
003310     END-EVALUATE.

003320******************************************************************
003330* End-Of-Report Totals                                           *
003340******************************************************************
003350 WRITE-TOTALS-PARA.
003360     MOVE SPACES                     TO FINAP-RPT-RECORD.
003370     WRITE FINAP-RPT-RECORD.
003380     MOVE 'PENDING SECOND APPROVAL     :' TO WS-CN-LABEL.
003390     MOVE WS-PENDING-COUNT           TO WS-CN-COUNT.
003400     MOVE WS-PENDING-TOTAL           TO EA-AMOUNT.
003410     PERFORM EDIT-AMOUNT-PARA.
003420     MOVE EA-EDITED-AMOUNT-CR        TO WS-CN-AMOUNT.
003430     WRITE FINAP-RPT-RECORD          FROM WS-CNT-LINE.
003440     MOVE 'APPROVED THIS WEEK          :' TO WS-CN-LABEL.
003450     MOVE WS-APPROVED-COUNT          TO WS-CN-COUNT.
003460     MOVE WS-APPROVED-TOTAL          TO EA-AMOUNT.
003470     PERFORM EDIT-AMOUNT-PARA.
003480     MOVE EA-EDITED-AMOUNT-CR        TO WS-CN-AMOUNT.
003490     WRITE FINAP-RPT-RECORD          FROM WS-CNT-LINE.
003500     MOVE SPACES                     TO WS-CN-AMOUNT.
003510     MOVE 'REJECTED THIS WEEK          :' TO WS-CN-LABEL.
003520     MOVE WS-REJECTED-COUNT          TO WS-CN-COUNT.
003530     WRITE FINAP-RPT-RECORD          FROM WS-CNT-LINE.
003540     MOVE 'WITHIN LIMIT THIS WEEK      :' TO WS-CN-LABEL.
003550     MOVE WS-WITHIN-LIMIT-COUNT      TO WS-CN-COUNT.
003560     WRITE FINAP-RPT-RECORD          FROM WS-CNT-LINE.
003570     MOVE 'CLEARED BUT NOT YET POSTED  :' TO WS-CN-LABEL.
003580     MOVE WS-UNPOSTED-COUNT          TO WS-CN-COUNT.
003590     WRITE FINAP-RPT-RECORD          FROM WS-CNT-LINE.

003600******************************************************************
003610* Amount Edit                                                    *
003620******************************************************************
003630     EXEC SQL
003640       INCLUDE CPAMTEDT
003650     END-EXEC.

003660******************************************************************
003670* Error Logging                                                  *
003680******************************************************************
003690     EXEC SQL
003700       INCLUDE CPERRBAT
003710     END-EXEC.

003720 EXIT-PARA.
003730     MOVE 'F'                        TO JRL-RUN-STATUS.
003740     MOVE WS-ITEM-COUNT              TO JRL-ROWS-READ.
003750     PERFORM LOG-JOB-END-PARA.
003760     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003770     GOBACK.

003780******************************************************************
003790* Run Registry                                                   *
003800******************************************************************
003810     EXEC SQL
003820       INCLUDE CPJOBLOG
003830     END-EXEC.
