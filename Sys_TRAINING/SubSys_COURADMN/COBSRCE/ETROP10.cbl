
000070******************************************************************
000080*  MONTHLY PER-ORGANIZATION BILLING/HEADCOUNT REPORT.             *
000090*  COUNTS ACTIVE REGISTRATIONS (REG_STATUS = 'A') DATED IN THE   *
000100*  CURRENT PERIOD, GROUPED BY ORG_NAME, SO CLIENT ORGANIZATIONS  *
000110*  CAN BE BILLED FOR THE SEATS THEY'VE USED. CHARGEABLE          *
000112*  NO-SHOWS (NO_SHOW_SW 'Y' STAMPED BY THE ETROP84 SWEEP, ON AN  *
000114*  ORG WHOSE NOSHOW_CHARGE TERMS ALLOW BILLING THEM) ARE        *
000116*  COUNTED AND PRICED IN TWO EXTRA COLUMNS SO THE BILLING DESK   *
000118*  CARRIES THE CHARGE WHERE THE TERMS PERMIT.                    *
00011A*  THE PERIOD IS THE CURRENT FISCAL PERIOD FROM RCBT009A, OR     *
00011B*  THE CALENDAR MONTH WHERE CALENDAR-MONTHS IS SET (CWFISPER).   *
00011C*  EACH ORG LINE IS BURST-MARKED WITH ITS ORG_CODE (CWBURST) SO  *
00011D*  ETROP130 CAN SEND EVERY ORG ITS OWN LINE.                     *
000120******************************************************************

000130 ENVIRONMENT DIVISION.
00040A    05 WS-ORG-NOSHOW-COUNT             PIC S9(09) USAGE COMP.
00040B    05 WS-ORG-NOSHOW-FEES              PIC S9(7)V99 COMP-3.
00040C    05 WS-ORG-NOSHOW-FEES-IND          PIC S9(4) USAGE COMP.
00040D*    THE ORG'S CODE, FOR THE BURST MARKER - BLANK WHEN THE ROWS
00040E*    FOR THE NAME CARRY NONE.
00040F    05 WS-ORG-CODE                     PIC X(08).
000410    05 WS-GRAND-REVENUE                PIC S9(7)V99 USAGE COMP-3
000420                                       VALUE 0.
000430    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000530******************************************************************
000540 01 WS-RPT-HEADING-1.
000550    05 FILLER                         PIC X(15) VALUE SPACES.
000556    05 FILLER                         PIC X(30) VALUE
000563       'ORGANIZATION BILLING REPORT'.
000570    05 FILLER                         PIC X(07) VALUE 'PERIOD '.
000576    05 WS-RPT-PERIOD                  PIC X(07).
000583    05 FILLER                         PIC X(06) VALUE SPACES.
000590    05 FILLER                         PIC X(05) VALUE 'PAGE '.
000600    05 WS-RPT-PAGE-NO                 PIC ZZZ9.
000610 01 WS-RPT-HEADING-2.
000856       INCLUDE CWJOBLOG
000858     END-EXEC.

00085A*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
00085B     EXEC SQL
00085C       INCLUDE CWFISPER
00085D     END-EXEC.
00085E*    REPORT BURST-MARKER FIELDS - SEE CWBURST.
00085F     EXEC SQL
00085G       INCLUDE CWBURST
00085H     END-EXEC.

000860******************************************************************
000870*                     DB2 SECTION                                *
000880******************************************************************

000950******************************************************************
000960*  CURSOR DECLARATION - ONE ROW PER ORG_NAME, ACTIVE SEATS        *
000970*  REGISTERED IN THE PERIOD. THE OUTER JOIN TO THE ORG           *
000972*  MASTER BRINGS IN THE NOSHOW_CHARGE TERMS - A SEAT THE ETROP84 *
000974*  SWEEP FLAGGED NO-SHOW ONLY COUNTS (AND ITS FEE ONLY ADDS UP)  *
000976*  WHEN THE ORG'S TERMS SAY IT MAY BE CHARGED. THE FEE IS        *
001036                         AND O.NOSHOW_CHARGE = 'Y'
001037                        THEN COALESCE(R.PRICED_FEE,
001038                                      S.SESSION_FEE, 0)
00103A                        ELSE 0 END),
00103B               MAX(COALESCE(R.ORG_CODE, ' '))
001040        FROM   DBODEVP.REGISTRATION R
001042               LEFT OUTER JOIN DBODEVP.ORGANIZATION O
001044               ON O.ORG_CODE = R.ORG_CODE
001048               ON S.SESSION_CATG = R.SESSION_CATG
001049              AND S.SESSION_ID   = R.SESSION_ID
001050       WHERE   R.REG_STATUS    = 'A'
001060         AND   R.REG_DATE BETWEEN :FP-START-DATE
001070                              AND :FP-END-DATE
001080       GROUP BY R.ORG_NAME
001090       ORDER BY R.ORG_NAME
001100     END-EXEC.
001162     MOVE 'ETROP10'                    TO JRL-PROGRAM-ID.
001164     PERFORM LOG-JOB-START-PARA.

001167     PERFORM GET-PERIOD-PARA.
001170     PERFORM OPEN-REPORT-PARA.

001180     EXEC SQL
001360               :WS-ORG-COUNT,
001370               :WS-ORG-REVENUE:WS-ORG-REVENUE-IND,
001372               :WS-ORG-NOSHOW-COUNT,
001374               :WS-ORG-NOSHOW-FEES:WS-ORG-NOSHOW-FEES-IND,
001376               :WS-ORG-CODE
001380       END-EXEC
001390       EVALUATE SQLCODE
001400         WHEN 0
001570       PERFORM CHECK-SQLCODE-PARA
001580     END-IF.

001582     SET BK-TYPE-WHOLE-REPORT        TO TRUE.
001584     PERFORM BUILD-BURST-MARKER-PARA.
001586     WRITE BILLING-RPT-RECORD        FROM BK-IO-RECORD.
001590     MOVE WS-GRAND-TOTAL             TO WS-RPT-GRAND-COUNT.
001600     MOVE WS-GRAND-REVENUE           TO EA-AMOUNT.
001610     PERFORM EDIT-AMOUNT-PARA.
001648     PERFORM LOG-JOB-END-PARA.
001650     GOBACK.

00165A******************************************************************
00165B* The Billing Period                                             *
00165C******************************************************************
00165D GET-PERIOD-PARA.
00165E     MOVE 'ETROP10'                  TO FP-PROGRAM-ID.
00165F     SET FP-CURRENT-PERIOD           TO TRUE.
00165G     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
00165H     IF NOT FP-PERIOD-FOUND
00165I       DISPLAY 'RUN REFUSED - NO ACCOUNTING PERIOD FOR TODAY'
00165J       PERFORM EXIT-PARA
00165K     END-IF.
00165L     MOVE FP-PERIOD-LABEL            TO WS-RPT-PERIOD.

001660******************************************************************
001670* Billing Report                                                 *
001680******************************************************************
001690 OPEN-REPORT-PARA.
001700     OPEN OUTPUT BILLING-RPT-FILE.
001704     MOVE 'BILLRPT'                  TO BK-REPORT-ID.
001710     MOVE 99                         TO WS-LINE-CTR.
001720     MOVE 0                          TO WS-PAGE-NO.
001730     MOVE SPACES                     TO WS-PREV-ORG-NAME.
001924     MOVE WS-ORG-NOSHOW-FEES         TO EA-AMOUNT.
001926     PERFORM EDIT-AMOUNT-PARA.
001928     MOVE EA-EDITED-AMOUNT-DB        TO WS-RPT-ORG-NOSHOW-FEES.
00192A     SET BK-TYPE-ORG                 TO TRUE.
00192B     MOVE WS-ORG-CODE                TO BK-BURST-KEY.
00192C     PERFORM BUILD-BURST-MARKER-PARA.
00192D     WRITE BILLING-RPT-RECORD        FROM BK-IO-RECORD.
001930     WRITE BILLING-RPT-RECORD        FROM WS-RPT-DETAIL-LINE.
001940     ADD 1                           TO WS-LINE-CTR.
001950     ADD WS-ORG-COUNT                TO WS-GRAND-TOTAL.
002010* Shared CR/DB Amount Edit                                       *
002020******************************************************************
002030     COPY CPAMTEDT.
002031******************************************************************
002032* Report Burst Marker                                            *
002033******************************************************************
002034     EXEC SQL
002035       INCLUDE CPBURST
002036     END-EXEC.

002040******************************************************************
002050* Error Logging                                                  *
