000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP106.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  MONTH-END REVENUE RECOGNITION AND DEFERRED-REVENUE RUN.       *
000090*  TRAINING REVENUE IS EARNED AS EACH MEETING IS DELIVERED, NOT  *
000096*  WHEN THE SESSION ENDS. FOR THE PRIOR ACCOUNTING PERIOD        *
000103*  (FISCAL, OR CALENDAR - SEE CWFISPER) THIS JOB:                *
000110*    1. RE-SPREADS (CPREVSCH) EVERY SESSION STILL HOLDING PENDING*
000120*       SLICES OR CARRYING A BILLABLE PARTY, SO CHANGES MADE BY  *
000130*       BATCH JOBS THAT DO NOT RE-SPREAD (ETROP19 CANCELLATIONS  *
000140*       AND THE LIKE) ARE PICKED UP BEFORE ANYTHING IS RECOGNIZED*
000150*    2. ON THE VERY FIRST RUN ONLY, TAKES ON THE HISTORY: SLICES *
000160*       OF SESSIONS THAT ENDED BEFORE THE MONTH ARE MARKED       *
000170*       RECOGNIZED IN THEIR END MONTH - THE OLD FEES-EARNED      *
000180*       JOURNAL ALREADY BOOKED THEM                              *
000190*    3. RECOGNIZES EVERY PENDING SLICE WHOSE MEETING DATE FALLS  *
000200*       ON OR BEFORE THE MONTH END (A RERUN FINDS THEM DONE)     *
000210*    4. VALUES EACH BILLABLE PARTY: BILLED AGAINST RECOGNIZED TO *
000220*       DATE GIVES DEFERRED INCOME (BILLED AHEAD OF DELIVERY) OR *
000230*       ACCRUED INCOME (DELIVERED AHEAD OF BILLING)              *
000240*    5. ROLLS THE POSITION FORWARD BY SESSION CATEGORY FROM LAST *
000250*       MONTH'S CLOSING ROWS AND STORES IT ON REVENUE_DEFERRAL   *
000260*       (DCLREVDF), WITH A '**' PERIOD-TOTAL ROW THAT THE ETROP49*
000270*       GL FEED JOURNALS FROM - SO THIS JOB RUNS FIRST           *
000280*  RVDFRPT IS THE PRINTED ROLL-FORWARD. THE FIRST RUN OPENS AT   *
000290*  NIL, SO ITS BILLED COLUMN CARRIES THE WHOLE TAKE-ON POSITION. *
000300******************************************************************

000310 ENVIRONMENT DIVISION.

000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. Z900.
000340 OBJECT-COMPUTER. Z900.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT REVDF-RPT-FILE   ASSIGN TO RVDFRPT
000380            ORGANIZATION  IS LINE SEQUENTIAL.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  REVDF-RPT-FILE
000420     RECORD CONTAINS 132 CHARACTERS.
000430 01  REVDF-RPT-RECORD                PIC X(132).

000440 WORKING-STORAGE SECTION.

000450 01 WS-BEGIN                          PIC  X(36) VALUE
000460     'ETROP106 WORKING STORAGE STARTS HERE'.

000470******************************************************************
000480*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000490******************************************************************
000500 01 WS-VARIABLES.
000510    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000520       88 WS-NO-ERROR                            VALUE SPACES.
000530       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000540       88 WS-FATAL-ERROR                         VALUE 'F'.
000550    05 WS-GL-PERIOD                    PIC X(07).
000560    05 WS-PERIOD-YEAR                  PIC S9(4) USAGE COMP.
000570    05 WS-PERIOD-MONTH                 PIC S9(4) USAGE COMP.
000580    05 WS-PRIOR-YEAR                   PIC S9(4) USAGE COMP.
000590    05 WS-PRIOR-MONTH                  PIC S9(4) USAGE COMP.
000600    05 WS-FROM-DATE                    PIC X(10).
000610    05 WS-TO-DATE                      PIC X(10).
000620    05 WS-PERIOD-KEY                   PIC S9(9) USAGE COMP.
000630    05 WS-RUN-DTS                      PIC X(26).
000640    05 WS-EARLIER-COUNT                PIC S9(9) COMP VALUE 0.
000650    05 WS-SWEEP-COUNT                  PIC S9(9) COMP VALUE 0.
000660    05 WS-TAKEON-COUNT                 PIC S9(9) COMP VALUE 0.
000670    05 WS-RELEASED-COUNT               PIC S9(9) COMP VALUE 0.
000680    05 WS-PARTY-COUNT                  PIC S9(9) COMP VALUE 0.
000690    05 WS-STORED-COUNT                 PIC S9(9) COMP VALUE 0.
000700    05 WS-STALE-COUNT                  PIC S9(9) COMP VALUE 0.
000710    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000720    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000730    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
000740    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
000750    05 WS-SECTION-TITLE                PIC X(60).
000760    05 WS-COLUMN-HEADING               PIC X(132).
000770    05 WS-PRINT-LINE                   PIC X(132).

000780******************************************************************
000790*  ONE BILLABLE PARTY AS FETCHED AND VALUED. A CLOSED SESSION    *
000800*  SOLD WHOLE IS ONE PARTY WITH A BLANK EMAIL ADDRESS.           *
000810******************************************************************
000820 01 WS-PARTY.
000830    05 WS-PT-SESSION-CATG              PIC X(02).
000840    05 WS-PT-SESSION-ID                PIC S9(9) USAGE COMP.
000850    05 WS-PT-EMAIL-ADDR.
000860       49 WS-PT-EMAIL-ADDR-LEN         PIC S9(4) USAGE COMP.
000870       49 WS-PT-EMAIL-ADDR-TEXT        PIC X(120).
000880    05 WS-PT-FEE                       PIC S9(9)V99 COMP-3.
000890    05 WS-PT-RECOGNIZED                PIC S9(9)V99 COMP-3.
000900    05 WS-PT-RECOGNIZED-PERIOD         PIC S9(9)V99 COMP-3.
000910    05 WS-PT-BILLED                    PIC S9(9)V99 COMP-3.
000920    05 WS-PT-DEFERRED                  PIC S9(9)V99 COMP-3.
000930    05 WS-PT-ACCRUED                   PIC S9(9)V99 COMP-3.

000940******************************************************************
000950*  ONE ENTRY PER SESSION CATEGORY MET IN LAST MONTH'S ROWS OR    *
000960*  THIS MONTH'S PARTIES, PLUS THE PERIOD TOTAL.                  *
000970******************************************************************
000980 01 WS-CATG-TABLE.
000990    05 WS-ENTRY-COUNT                  PIC S9(4) COMP VALUE 0.
001000    05 WS-MAX-ENTRIES                  PIC S9(4) COMP VALUE 100.
001010    05 WS-SUB                          PIC S9(4) COMP.
001020    05 WS-FOUND-SUB                    PIC S9(4) COMP.
001030    05 WS-KEY-CATG                     PIC X(02).
001040    05 WS-CT-ENTRY OCCURS 100 TIMES.
001050       10 WS-CT-CATG                   PIC X(02).
001060       10 WS-CT-OPEN-DEFERRED          PIC S9(11)V99 COMP-3.
001070       10 WS-CT-BILLED                 PIC S9(11)V99 COMP-3.
001080       10 WS-CT-RECOGNIZED             PIC S9(11)V99 COMP-3.
001090       10 WS-CT-OPEN-ACCRUED           PIC S9(11)V99 COMP-3.
001100       10 WS-CT-CLOSE-ACCRUED          PIC S9(11)V99 COMP-3.
001110       10 WS-CT-CLOSE-DEFERRED         PIC S9(11)V99 COMP-3.
001120 01 WS-TOTALS.
001130    05 WS-TT-OPEN-DEFERRED             PIC S9(11)V99 COMP-3.
001140    05 WS-TT-BILLED                    PIC S9(11)V99 COMP-3.
001150    05 WS-TT-RECOGNIZED                PIC S9(11)V99 COMP-3.
001160    05 WS-TT-OPEN-ACCRUED              PIC S9(11)V99 COMP-3.
001170    05 WS-TT-CLOSE-ACCRUED             PIC S9(11)V99 COMP-3.
001180    05 WS-TT-CLOSE-DEFERRED            PIC S9(11)V99 COMP-3.

001190******************************************************************
001200*  ROLL-FORWARD REPORT LINE LAYOUTS                              *
001210******************************************************************
001220 01 WS-RPT-HEADING-1.
001230    05 FILLER                         PIC X(20) VALUE SPACES.
001240    05 FILLER                         PIC X(50) VALUE
001250       'DEFERRED AND ACCRUED TRAINING REVENUE ROLL-FORWARD'.
001260    05 FILLER                         PIC X(10) VALUE SPACES.
001270    05 FILLER                         PIC X(05) VALUE 'PAGE '.
001280    05 WS-RPT-PAGE-NO                 PIC ZZZ9.
001290 01 WS-RPT-HEADING-2.
001300    05 FILLER                         PIC X(07) VALUE 'PERIOD '.
001310    05 WS-RPT-PERIOD                  PIC X(07).
001320    05 FILLER                         PIC X(04) VALUE SPACES.
001330    05 WS-RPT-SECTION-TITLE           PIC X(60).
001340 01 WS-RPT-HEADING-3.
001350    05 FILLER                         PIC X(32) VALUE
001360       'DEFERRED INCOME = GL 24100000   '.
001370    05 FILLER                         PIC X(31) VALUE
001380       'ACCRUED INCOME = GL 13100000   '.
001390    05 FILLER                         PIC X(40) VALUE
001400       'RECOGNIZED BY MEETING DATE - BASE GBP'.
001410 01 WS-RPT-ROLL-HEADING.
001420    05 FILLER                         PIC X(06) VALUE 'CATG'.
001430    05 FILLER                         PIC X(14) VALUE
001440       ' OPEN DEFERRD'.
001450    05 FILLER                         PIC X(14) VALUE
001460       '      +BILLED'.
001470    05 FILLER                         PIC X(14) VALUE
001480       '  -RECOGNIZED'.
001490    05 FILLER                         PIC X(14) VALUE
001500       ' +ACCRUED MVT'.
001510    05 FILLER                         PIC X(14) VALUE
001520       ' CLOSE DEFERD'.
001530    05 FILLER                         PIC X(14) VALUE
001540       ' OPEN ACCRUED'.
001550    05 FILLER                         PIC X(14) VALUE
001560       'CLOSE ACCRUED'.
001570 01 WS-RPT-ROLL-LINE.
001580    05 WS-RPT-RL-CATG                 PIC X(05).
001590    05 FILLER                         PIC X(01) VALUE SPACES.
001600    05 WS-RPT-RL-OPEN-DEFERRED        PIC -Z,ZZZ,ZZ9.99.
001610    05 FILLER                         PIC X(01) VALUE SPACES.
001620    05 WS-RPT-RL-BILLED               PIC -Z,ZZZ,ZZ9.99.
001630    05 FILLER                         PIC X(01) VALUE SPACES.
001640    05 WS-RPT-RL-RECOGNIZED           PIC -Z,ZZZ,ZZ9.99.
001650    05 FILLER                         PIC X(01) VALUE SPACES.
001660    05 WS-RPT-RL-ACCRUED-MOVE         PIC -Z,ZZZ,ZZ9.99.
001670    05 FILLER                         PIC X(01) VALUE SPACES.
001680    05 WS-RPT-RL-CLOSE-DEFERRED       PIC -Z,ZZZ,ZZ9.99.
001690    05 FILLER                         PIC X(01) VALUE SPACES.
001700    05 WS-RPT-RL-OPEN-ACCRUED         PIC -Z,ZZZ,ZZ9.99.
001710    05 FILLER                         PIC X(01) VALUE SPACES.
001720    05 WS-RPT-RL-CLOSE-ACCRUED        PIC -Z,ZZZ,ZZ9.99.
001730 01 WS-RPT-NONE-LINE.
001740    05 FILLER                         PIC X(04) VALUE SPACES.
001750    05 WS-RPT-NONE-TEXT               PIC X(80).
001760 01 WS-RPT-COUNT-LINE.
001770    05 WS-RPT-CN-LABEL                PIC X(40).
001780    05 WS-RPT-CN-VALUE                PIC ZZZ,ZZZ,ZZ9.

001790******************************************************************
001800* Copybook Includes.                                             *
001810******************************************************************
001820     EXEC SQL
001830       INCLUDE CWERRLOG
001840     END-EXEC.

001850*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001860     EXEC SQL
001870       INCLUDE CWJOBLOG
001880     END-EXEC.

001890*    PERIOD CLOSE-STATUS CHECK FIELDS - SEE CWPERCL.
001900     EXEC SQL
001910       INCLUDE CWPERCL
001920     END-EXEC.
001922*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
001924     EXEC SQL
001926       INCLUDE CWFISPER
001928     END-EXEC.

001930*    REVENUE-RECOGNITION SCHEDULE RE-SPREAD - SEE CWREVSCH.
001940     EXEC SQL
001950       INCLUDE CWREVSCH
001960     END-EXEC.

001970******************************************************************
001980*                     DB2 SECTION                                *
001990******************************************************************
002000     EXEC SQL
002010       INCLUDE SQLCA
002020     END-EXEC.

002030     EXEC SQL
002040       INCLUDE DCLREVSC
002050     END-EXEC.

002060     EXEC SQL
002070       INCLUDE DCLREVDF
002080     END-EXEC.

002090******************************************************************
002100*  CURSOR DECLARATIONS.                                          *
002110*  THE SWEEP TAKES EVERY SESSION STILL HOLDING PENDING SLICES    *
002120*  AND EVERY ACTIVE SESSION WITH A BILLABLE PARTY - INTERNAL-    *
002130*  STAFF SEATS ARE RECHARGED BY ETROP85, NOT SOLD. THE ORDER BY  *
002140*  MEANS THE ROWS ARE SORTED BEFORE THE FIRST FETCH, SO THE      *
002150*  RE-SPREADS BELOW CANNOT DISTURB THE CURSOR.                   *
002160******************************************************************
002170     EXEC SQL DECLARE SWEEP-CSR CURSOR
002180      FOR
002190      SELECT V.SESSION_CATG, V.SESSION_ID
002200        FROM DBODEVP.REVENUE_SCHEDULE V
002210       WHERE V.SLICE_STATUS = 'P'
002220      UNION
002230      SELECT S.SESSION_CATG, S.SESSION_ID
002240        FROM DBODEVP.TRAINING_SESSION S
002250       WHERE S.SESSION_STATUS = 'A'
002260         AND (S.SESSION_TYPE = 'C'
002270          OR  EXISTS
002280              (SELECT 1
002290                 FROM DBODEVP.REGISTRATION R
002300                WHERE R.SESSION_CATG = S.SESSION_CATG
002310                  AND R.SESSION_ID   = S.SESSION_ID
002320                  AND R.REG_STATUS   = 'A'
002330                  AND R.ENO         IS NULL))
002340       ORDER BY 1, 2
002350     END-EXEC.

002360     EXEC SQL DECLARE PRIOR-DEFERRAL-CSR CURSOR
002370      FOR
002380      SELECT SESSION_CATG, CLOSING_DEFERRED, CLOSING_ACCRUED
002390        FROM DBODEVP.REVENUE_DEFERRAL
002400       WHERE PERIOD_YEAR  = :WS-PRIOR-YEAR
002410         AND PERIOD_MONTH = :WS-PRIOR-MONTH
002420         AND SESSION_CATG <> '**'
002430     END-EXEC.

002440*    EACH PARTY'S FEE IS THE SUM OF ITS SLICES; RECOGNIZED TO DATE
002450*    STOPS AT THIS PERIOD, SO A RERUN OF AN EARLIER OPEN MONTH
002460*    DOES NOT SEE A LATER MONTH'S RECOGNITION.
002470     EXEC SQL DECLARE PARTY-CSR CURSOR
002480      FOR
002490      SELECT V.SESSION_CATG, V.SESSION_ID, V.EMAIL_ADDR,
002500             SUM(V.SLICE_AMOUNT),
002510             SUM(CASE WHEN V.SLICE_STATUS = 'R'
002520                       AND V.RECOG_YEAR * 100 + V.RECOG_MONTH
002530                           <= :WS-PERIOD-KEY
002540                      THEN V.SLICE_AMOUNT ELSE 0 END),
002550             SUM(CASE WHEN V.SLICE_STATUS = 'R'
002560                       AND V.RECOG_YEAR  = :WS-PERIOD-YEAR
002570                       AND V.RECOG_MONTH = :WS-PERIOD-MONTH
002580                      THEN V.SLICE_AMOUNT ELSE 0 END)
002590        FROM DBODEVP.REVENUE_SCHEDULE V
002600       GROUP BY V.SESSION_CATG, V.SESSION_ID, V.EMAIL_ADDR
002610       ORDER BY 1, 2, 3
002620     END-EXEC.

002630 01 WS-END                             PIC X(50) VALUE
002640     'ETROP106-WORKING STORAGE SECTION ENDS HERE'.

002650 PROCEDURE DIVISION.

002660 MAIN-LOGIC-PARA.

002670     MOVE 'ETROP106'                   TO EL-ERROR-MODULE.
002680     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002690     MOVE 'ETROP106'                   TO JRL-PROGRAM-ID.
002700     PERFORM LOG-JOB-START-PARA.

002710     PERFORM GET-PERIOD-PARA.

002720     OPEN OUTPUT REVDF-RPT-FILE.
002730     PERFORM SWEEP-SESSIONS-PARA.
002740     PERFORM TAKE-ON-HISTORY-PARA.
002750     PERFORM RELEASE-SLICES-PARA.
002760     PERFORM LOAD-PRIOR-DEFERRAL-PARA.
002770     PERFORM VALUE-PARTIES-PARA.
002780     PERFORM ROLL-FORWARD-SECTION-PARA.
002790     PERFORM PURGE-STALE-ROWS-PARA.
002800     PERFORM WRITE-TOTALS-PARA.
002810     CLOSE REVDF-RPT-FILE.

002820     DISPLAY 'RECOGNITION PERIOD    : ' WS-GL-PERIOD.
002830     DISPLAY 'SESSIONS RE-SPREAD    : ' WS-SWEEP-COUNT.
002840     DISPLAY 'SLICES TAKEN ON       : ' WS-TAKEON-COUNT.
002850     DISPLAY 'SLICES RECOGNIZED     : ' WS-RELEASED-COUNT.
002860     DISPLAY 'PARTIES VALUED        : ' WS-PARTY-COUNT.
002870     DISPLAY 'ROWS STORED           : ' WS-STORED-COUNT.
002880     MOVE 'C'                        TO JRL-RUN-STATUS.
002890     MOVE WS-PARTY-COUNT             TO JRL-ROWS-READ.
002900     MOVE WS-STORED-COUNT            TO JRL-ROWS-WRITTEN.
002910     PERFORM LOG-JOB-END-PARA.
002920     GOBACK.

002930******************************************************************
002940* Run Period                                                     *
002950******************************************************************
002960*    THE PRIOR ACCOUNTING PERIOD, AS ETROP49 DERIVES IT, PLUS
002970*    THE PERIOD BEFORE THAT (WHOSE CLOSING ROWS OPEN THIS ONE) AND
002981*    ONE RUN TIMESTAMP STAMPED ON EVERY ROW THIS RUN WRITES.
002991 GET-PERIOD-PARA.
003002     MOVE 'ETROP106'                 TO FP-PROGRAM-ID.
003012     SET FP-PREVIOUS-PERIOD          TO TRUE.
003022     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
003033     IF NOT FP-PERIOD-FOUND
003043       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
003054       PERFORM EXIT-PARA
003064     END-IF.
003075     MOVE FP-PERIOD-LABEL            TO WS-GL-PERIOD.
003085     MOVE FP-PERIOD-YEAR             TO WS-PERIOD-YEAR.
003095     MOVE FP-PERIOD-NO               TO WS-PERIOD-MONTH.
003106     MOVE FP-START-DATE              TO WS-FROM-DATE.
003116     MOVE FP-END-DATE                TO WS-TO-DATE.
003127     EXEC SQL
003137       SELECT CHAR(DATE(:WS-FROM-DATE) - 1 DAY, ISO),
003147              CHAR(CURRENT TIMESTAMP)
003158         INTO :FP-AS-OF-DATE,
003168              :WS-RUN-DTS
003179         FROM SYSIBM.SYSDUMMY1
003189     END-EXEC.
003200     IF SQLCODE NOT = 0
003210       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003220       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
003230       PERFORM CHECK-SQLCODE-PARA
003240       PERFORM EXIT-PARA
003250     END-IF.
003252     COMPUTE WS-PERIOD-KEY = WS-PERIOD-YEAR * 100
003254                           + WS-PERIOD-MONTH.
003257*    THE PERIOD BEFORE IS THE ONE HOLDING THE DAY BEFORE THIS ONE
003259*    STARTS. THE FIRST PERIOD ON THE CALENDAR HAS NONE, SO NO
003261*    CLOSING ROWS OPEN IT.
003264     SET FP-CURRENT-PERIOD           TO TRUE.
003266     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
003268     MOVE SPACES                     TO FP-AS-OF-DATE.
003271     IF FP-PERIOD-FOUND
003273       MOVE FP-PERIOD-YEAR           TO WS-PRIOR-YEAR
003275       MOVE FP-PERIOD-NO             TO WS-PRIOR-MONTH
003278     ELSE
003280       MOVE 0                        TO WS-PRIOR-YEAR
003282       MOVE 0                        TO WS-PRIOR-MONTH
003285     END-IF.
003287*    A CLOSED PERIOD'S RECOGNITION IS WHAT THE GL WAS FED - IT IS
003290*    NOT RE-DERIVED AFTERWARDS.
003300     MOVE WS-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
003310     MOVE WS-PERIOD-MONTH            TO PCL-PERIOD-MONTH.
003320     PERFORM CHECK-PERIOD-CLOSE-PARA.
003330     IF PCL-PERIOD-CLOSED
003340       DISPLAY 'RUN REFUSED - ACCOUNTING PERIOD IS CLOSED'
003350       PERFORM EXIT-PARA
003360     END-IF.

003370******************************************************************
003380* Re-Spread Sweep                                                *
003390******************************************************************
003400 SWEEP-SESSIONS-PARA.
003410     EXEC SQL
003420       OPEN SWEEP-CSR
003430     END-EXEC.
003440     IF SQLCODE NOT = 0
003450         MOVE 'OPEN  '               TO EL-ERROR-ACTION
003460         MOVE 'REVENUE_SCHEDULE'     TO EL-ERROR-DB2-OBJECT
003470         PERFORM CHECK-SQLCODE-PARA
003480         PERFORM EXIT-PARA
003490     END-IF.
003500     PERFORM FETCH-SWEEP-PARA
003510       UNTIL SQLCODE = 100.
003520     EXEC SQL
003530       CLOSE SWEEP-CSR
003540     END-EXEC.
003550     MOVE RSC-REBUILT-COUNT          TO WS-SWEEP-COUNT.

003560*    A SESSION LEFT HALF RE-SPREAD WOULD BE UNDER-RECOGNIZED, SO
003570*    A FAILED RE-SPREAD STOPS THE RUN BEFORE ANYTHING IS RELEASED.
003580 FETCH-SWEEP-PARA.
003590     EXEC SQL
003600       FETCH SWEEP-CSR
003610        INTO :RSC-SESSION-CATG, :RSC-SESSION-ID
003620     END-EXEC.
003630     EVALUATE SQLCODE
003640       WHEN 0
003650         PERFORM REBUILD-REV-SCHEDULE-PARA
003660         IF RSC-FAILED
003670           MOVE 'UPDATE'             TO EL-ERROR-ACTION
003680           MOVE 'REVENUE_SCHEDULE'   TO EL-ERROR-DB2-OBJECT
003690           PERFORM CHECK-SQLCODE-PARA
003700           PERFORM EXIT-PARA
003710         END-IF
003720       WHEN 100
003730         CONTINUE
003740       WHEN OTHER
003750         MOVE 'FETCH '               TO EL-ERROR-ACTION
003760         MOVE 'REVENUE_SCHEDULE'     TO EL-ERROR-DB2-OBJECT
003770         PERFORM CHECK-SQLCODE-PARA
003780         PERFORM EXIT-PARA
003790     END-EVALUATE.

003800******************************************************************
003810* First-Run Take-On Of Delivered History                         *
003820******************************************************************
003828*    WHILE NO EARLIER PERIOD HAS BEEN ROLLED FORWARD, A SESSION
003837*    THAT ENDED BEFORE THIS PERIOD WAS ALREADY JOURNALLED AS FEES
003845*    EARNED IN ITS END PERIOD - ITS SLICES ARE RECOGNIZED THERE,
003854*    NOT AGAIN NOW. A SESSION ENDING IN OR AFTER THIS PERIOD IS
003862*    LEFT TO THE MEETING-DATE RELEASE. ON THE FISCAL BASIS THE END
003871*    PERIOD IS THE FISCAL_PERIOD ROW HOLDING THE END DATE.
003880 TAKE-ON-HISTORY-PARA.
003890     EXEC SQL
003900       SELECT COUNT(*)
003910         INTO :WS-EARLIER-COUNT
003920         FROM DBODEVP.REVENUE_DEFERRAL
003930        WHERE PERIOD_YEAR * 100 + PERIOD_MONTH < :WS-PERIOD-KEY
003940     END-EXEC.
003950     IF SQLCODE NOT = 0
003960       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003970       MOVE 'REVENUE_DEFERRAL'       TO EL-ERROR-DB2-OBJECT
003980       PERFORM CHECK-SQLCODE-PARA
003990       PERFORM EXIT-PARA
004000     END-IF.
004010     IF WS-EARLIER-COUNT = 0
004020       PERFORM RECOGNIZE-HISTORY-PARA
004030     END-IF.

004040 RECOGNIZE-HISTORY-PARA.
004050     EXEC SQL
004060       UPDATE DBODEVP.REVENUE_SCHEDULE V
004070          SET SLICE_STATUS = 'R',
004075              RECOG_YEAR   =
004080              (SELECT CASE WHEN :FP-BASIS = 'M'
004085                      THEN YEAR(COALESCE(T.SESSION_END_DATE,
004090                                         T.SESSION_START_DATE))
004096                      ELSE F.FISCAL_YEAR END
004101                 FROM DBODEVP.TRAINING_SESSION T
004106                      LEFT OUTER JOIN DBODEVP.FISCAL_PERIOD F
004111                        ON COALESCE(T.SESSION_END_DATE,
004116                                    T.SESSION_START_DATE)
004122                           BETWEEN F.PERIOD_START AND F.PERIOD_END
004127                WHERE T.SESSION_CATG = V.SESSION_CATG
004132                  AND T.SESSION_ID   = V.SESSION_ID),
004137              RECOG_MONTH  =
004142              (SELECT CASE WHEN :FP-BASIS = 'M'
004148                      THEN MONTH(COALESCE(T.SESSION_END_DATE,
004153                                          T.SESSION_START_DATE))
004158                      ELSE F.FISCAL_PERIOD END
004163                 FROM DBODEVP.TRAINING_SESSION T
004168                      LEFT OUTER JOIN DBODEVP.FISCAL_PERIOD F
004174                        ON COALESCE(T.SESSION_END_DATE,
004179                                    T.SESSION_START_DATE)
004184                           BETWEEN F.PERIOD_START AND F.PERIOD_END
004189                WHERE T.SESSION_CATG = V.SESSION_CATG
004194                  AND T.SESSION_ID   = V.SESSION_ID),
004200              DTS          = CURRENT TIMESTAMP
004210        WHERE V.SLICE_STATUS = 'P'
004220          AND EXISTS
004230              (SELECT 1
004240                 FROM DBODEVP.TRAINING_SESSION T
004250                WHERE T.SESSION_CATG = V.SESSION_CATG
004260                  AND T.SESSION_ID   = V.SESSION_ID
004270                  AND COALESCE(T.SESSION_END_DATE,
004280                               T.SESSION_START_DATE)
004290                      < :WS-FROM-DATE)
004300     END-EXEC.
004310     EVALUATE SQLCODE
004320       WHEN 0
004330         MOVE SQLERRD (3)            TO WS-TAKEON-COUNT
004340       WHEN 100
004350         CONTINUE
004360       WHEN OTHER
004370         MOVE 'UPDATE'               TO EL-ERROR-ACTION
004380         MOVE 'REVENUE_SCHEDULE'     TO EL-ERROR-DB2-OBJECT
004390         PERFORM CHECK-SQLCODE-PARA
004400         PERFORM EXIT-PARA
004410     END-EVALUATE.

004420******************************************************************
004430* Recognize The Month's Delivered Meetings                       *
004440******************************************************************
004450 RELEASE-SLICES-PARA.
004460     EXEC SQL
004470       UPDATE DBODEVP.REVENUE_SCHEDULE
004480          SET SLICE_STATUS = 'R',
004490              RECOG_YEAR   = :WS-PERIOD-YEAR,
004500              RECOG_MONTH  = :WS-PERIOD-MONTH,
004510              DTS          = CURRENT TIMESTAMP
004520        WHERE SLICE_STATUS = 'P'
004530          AND MEETING_DATE <= :WS-TO-DATE
004540     END-EXEC.
004550     EVALUATE SQLCODE
004560       WHEN 0
004570         MOVE SQLERRD (3)            TO WS-RELEASED-COUNT
004580       WHEN 100
004590         CONTINUE
004600       WHEN OTHER
004610         MOVE 'UPDATE'               TO EL-ERROR-ACTION
004620         MOVE 'REVENUE_SCHEDULE'     TO EL-ERROR-DB2-OBJECT
004630         PERFORM CHECK-SQLCODE-PARA
004640         PERFORM EXIT-PARA
004650     END-EVALUATE.

004660******************************************************************
004670* Session Category Entries                                       *
004680******************************************************************
004690*    FINDS THE ENTRY FOR WS-KEY-CATG, ADDING A ZEROED ONE THE
004700*    FIRST TIME THE CATEGORY IS MET.
004710 FIND-ENTRY-PARA.
004720     MOVE 0                          TO WS-FOUND-SUB.
004730     PERFORM MATCH-ENTRY-PARA
004740       VARYING WS-SUB FROM 1 BY 1
004750         UNTIL WS-SUB > WS-ENTRY-COUNT
004760            OR WS-FOUND-SUB > 0.
004770     IF WS-FOUND-SUB = 0
004780       IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
004790         DISPLAY 'ETROP106 - MORE THAN ' WS-MAX-ENTRIES
004800                 ' SESSION CATEGORIES'
004810         PERFORM EXIT-PARA
004820       END-IF
004830       ADD 1                         TO WS-ENTRY-COUNT
004840       MOVE WS-ENTRY-COUNT           TO WS-FOUND-SUB
004850       INITIALIZE WS-CT-ENTRY (WS-FOUND-SUB)
004860       MOVE WS-KEY-CATG              TO WS-CT-CATG (WS-FOUND-SUB)
004870     END-IF.

004880 MATCH-ENTRY-PARA.
004890     IF WS-CT-CATG (WS-SUB) = WS-KEY-CATG
004900         MOVE WS-SUB                 TO WS-FOUND-SUB
004910     END-IF.

004920******************************************************************
004930* Last Month's Closing Rows                                      *
004940******************************************************************
004950 LOAD-PRIOR-DEFERRAL-PARA.
004960     EXEC SQL
004970       OPEN PRIOR-DEFERRAL-CSR
004980     END-EXEC.
004990     IF SQLCODE NOT = 0
005000         MOVE 'OPEN  '               TO EL-ERROR-ACTION
005010         MOVE 'REVENUE_DEFERRAL'     TO EL-ERROR-DB2-OBJECT
005020         PERFORM CHECK-SQLCODE-PARA
005030         PERFORM EXIT-PARA
005040     END-IF.
005050     PERFORM FETCH-PRIOR-PARA
005060       UNTIL SQLCODE = 100.
005070     EXEC SQL
005080       CLOSE PRIOR-DEFERRAL-CSR
005090     END-EXEC.

005100 FETCH-PRIOR-PARA.
005110     EXEC SQL
005120       FETCH PRIOR-DEFERRAL-CSR
005130        INTO :RVD-SESSION-CATG, :RVD-CLOSING-DEFERRED,
005140             :RVD-CLOSING-ACCRUED
005150     END-EXEC.
005160     EVALUATE SQLCODE
005170       WHEN 0
005180         MOVE RVD-SESSION-CATG       TO WS-KEY-CATG
005190         PERFORM FIND-ENTRY-PARA
005200         MOVE RVD-CLOSING-DEFERRED
005210                             TO WS-CT-OPEN-DEFERRED (WS-FOUND-SUB)
005220         MOVE RVD-CLOSING-ACCRUED
005230                             TO WS-CT-OPEN-ACCRUED (WS-FOUND-SUB)
005240       WHEN 100
005250         CONTINUE
005260       WHEN OTHER
005270         MOVE 'FETCH '               TO EL-ERROR-ACTION
005280         MOVE 'REVENUE_DEFERRAL'     TO EL-ERROR-DB2-OBJECT
005290         PERFORM CHECK-SQLCODE-PARA
005300         PERFORM EXIT-PARA
005310     END-EVALUATE.

005320******************************************************************
005330* Value Each Billable Party                                      *
005340******************************************************************
005350 VALUE-PARTIES-PARA.
005360     EXEC SQL
005370       OPEN PARTY-CSR
005380     END-EXEC.
005390     IF SQLCODE NOT = 0
005400         MOVE 'OPEN  '               TO EL-ERROR-ACTION
005410         MOVE 'REVENUE_SCHEDULE'     TO EL-ERROR-DB2-OBJECT
005420         PERFORM CHECK-SQLCODE-PARA
005430         PERFORM EXIT-PARA
005440     END-IF.
005450     PERFORM FETCH-PARTY-PARA
005460       UNTIL SQLCODE = 100.
005470     EXEC SQL
005480       CLOSE PARTY-CSR
005490     END-EXEC.

005500 FETCH-PARTY-PARA.
005510     EXEC SQL
005520       FETCH PARTY-CSR
005530        INTO :WS-PT-SESSION-CATG, :WS-PT-SESSION-ID,
005540             :WS-PT-EMAIL-ADDR, :WS-PT-FEE,
005550             :WS-PT-RECOGNIZED, :WS-PT-RECOGNIZED-PERIOD
005560     END-EXEC.
005570     EVALUATE SQLCODE
005580       WHEN 0
005590         ADD 1                       TO WS-PARTY-COUNT
005600         PERFORM VALUE-ONE-PARTY-PARA
005610       WHEN 100
005620         CONTINUE
005630       WHEN OTHER
005640         MOVE 'FETCH '               TO EL-ERROR-ACTION
005650         MOVE 'REVENUE_SCHEDULE'     TO EL-ERROR-DB2-OBJECT
005660         PERFORM CHECK-SQLCODE-PARA
005670         PERFORM EXIT-PARA
005680     END-EVALUATE.

005690*    BILLED NEVER GOES BELOW NIL OR ABOVE THE FEE - OVERPAYMENTS
005700*    ARE THE RECEIVABLES LEDGER'S BUSINESS (ORG_CREDIT), NOT
005710*    INCOME RECEIVED IN ADVANCE.
005720 VALUE-ONE-PARTY-PARA.
005730     IF WS-PT-EMAIL-ADDR-TEXT = SPACES
005740       PERFORM GET-SESSION-BILLED-PARA
005750     ELSE
005760       PERFORM GET-SEAT-BILLED-PARA
005770     END-IF.
005780     IF WS-PT-BILLED < 0
005790       MOVE 0                        TO WS-PT-BILLED
005800     END-IF.
005810     IF WS-PT-BILLED > WS-PT-FEE
005820       MOVE WS-PT-FEE                TO WS-PT-BILLED
005830     END-IF.
005840     MOVE 0                          TO WS-PT-DEFERRED.
005850     MOVE 0                          TO WS-PT-ACCRUED.
005860     IF WS-PT-BILLED > WS-PT-RECOGNIZED
005870       COMPUTE WS-PT-DEFERRED = WS-PT-BILLED - WS-PT-RECOGNIZED
005880     ELSE
005890       COMPUTE WS-PT-ACCRUED  = WS-PT-RECOGNIZED - WS-PT-BILLED
005900     END-IF.
005910     MOVE WS-PT-SESSION-CATG         TO WS-KEY-CATG.
005920     PERFORM FIND-ENTRY-PARA.
005930     ADD WS-PT-RECOGNIZED-PERIOD
005940                        TO WS-CT-RECOGNIZED (WS-FOUND-SUB).
005950     ADD WS-PT-DEFERRED
005960                        TO WS-CT-CLOSE-DEFERRED (WS-FOUND-SUB).
005970     ADD WS-PT-ACCRUED
005980                        TO WS-CT-CLOSE-ACCRUED (WS-FOUND-SUB).

005990*    A SEAT IS BILLED IN FULL ONCE ITS ORG'S ETROP20 INVOICE FOR
006000*    THE REGISTRATION PERIOD IS RAISED (NO LATER THAN THIS ONE)
006010*    OR WHEN A PREPAID CONTRACT WAS DRAWN DOWN FOR IT; OTHERWISE
006020*    BY THE CASH RECEIVED BY PERIOD END - METHOD-'WO' ROWS ARE
006030*    WRITE-OFFS, NOT MONEY. A SEAT BOOKED AFTER THE PERIOD END WAS
006040*    NOT BILLED IN IT AT ALL.
006050 GET-SEAT-BILLED-PARA.
006060     EXEC SQL
006070       SELECT CASE
006080                WHEN R.REG_DATE > :WS-TO-DATE
006090                  THEN 0
006100                WHEN R.CONTRACT_ID IS NOT NULL
006110                  THEN :WS-PT-FEE
006120                WHEN EXISTS
006130                     (SELECT 1
006140                        FROM DBODEVP.INVOICE I
006150                       WHERE I.ORG_NAME     = R.ORG_NAME
006152                         AND ((:FP-BASIS = 'M'
006155                           AND I.PERIOD_YEAR  = YEAR(R.REG_DATE)
006157                           AND I.PERIOD_MONTH = MONTH(R.REG_DATE))
006160                          OR EXISTS
006162                             (SELECT 1
006165                                FROM DBODEVP.FISCAL_PERIOD F
006167                               WHERE :FP-BASIS = 'F'
006170                                 AND F.FISCAL_YEAR = I.PERIOD_YEAR
006172                                 AND F.FISCAL_PERIOD =
006173                                     I.PERIOD_MONTH
006175                                 AND F.PERIOD_START <= R.REG_DATE
006177                                 AND F.PERIOD_END >= R.REG_DATE))
006180                         AND I.PERIOD_YEAR * 100 + I.PERIOD_MONTH
006190                             <= :WS-PERIOD-KEY)
006200                  THEN :WS-PT-FEE
006210                ELSE
006220                     (SELECT COALESCE(SUM(COALESCE(P.BASE_AMOUNT,
006230                                          P.PAYMENT_AMOUNT)), 0)
006240                        FROM DBODEVP.REGISTRATION_PAYMENT P
006250                       WHERE P.SESSION_CATG   = R.SESSION_CATG
006260                         AND P.SESSION_ID     = R.SESSION_ID
006270                         AND P.EMAIL_ADDR     = R.EMAIL_ADDR
006280                         AND P.PAYMENT_METHOD NOT = 'WO'
006290                         AND P.PAYMENT_DATE  <= :WS-TO-DATE)
006300              END
006310         INTO :WS-PT-BILLED
006320         FROM DBODEVP.REGISTRATION R
006330        WHERE R.SESSION_CATG = :WS-PT-SESSION-CATG
006340          AND R.SESSION_ID   = :WS-PT-SESSION-ID
006350          AND R.EMAIL_ADDR   = :WS-PT-EMAIL-ADDR
006360     END-EXEC.
006370     EVALUATE SQLCODE
006380       WHEN 0
006390         CONTINUE
006400       WHEN 100
006410         MOVE 0                      TO WS-PT-BILLED
006420       WHEN OTHER
006430         MOVE 'SELECT'               TO EL-ERROR-ACTION
006440         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
006450         PERFORM CHECK-SQLCODE-PARA
006460         PERFORM EXIT-PARA
006470     END-EVALUATE.

006480*    A CLOSED SESSION IS BILLED WHOLE ON THE CLOSED_ORG_CODE ORG'S
006490*    ETROP20 INVOICE FOR THE SESSION'S START PERIOD.
006500 GET-SESSION-BILLED-PARA.
006510     EXEC SQL
006520       SELECT CASE
006530                WHEN EXISTS
006540                     (SELECT 1
006550                        FROM DBODEVP.INVOICE I,
006560                             DBODEVP.ORGANIZATION O
006570                       WHERE O.ORG_CODE     = S.CLOSED_ORG_CODE
006580                         AND I.ORG_NAME     = O.ORG_NAME
006583                         AND ((:FP-BASIS = 'M'
006586                           AND I.PERIOD_YEAR  =
006589                               YEAR(S.SESSION_START_DATE)
006592                           AND I.PERIOD_MONTH =
006595                               MONTH(S.SESSION_START_DATE))
006598                          OR EXISTS
006601                             (SELECT 1
006605                                FROM DBODEVP.FISCAL_PERIOD F
006608                               WHERE :FP-BASIS = 'F'
006611                                 AND F.FISCAL_YEAR = I.PERIOD_YEAR
006614                                 AND F.FISCAL_PERIOD =
006615                                     I.PERIOD_MONTH
006617                                 AND F.PERIOD_START
006620                                     <= S.SESSION_START_DATE
006623                                 AND F.PERIOD_END
006626                                     >= S.SESSION_START_DATE))
006630                         AND I.PERIOD_YEAR * 100 + I.PERIOD_MONTH
006640                             <= :WS-PERIOD-KEY)
006650                  THEN :WS-PT-FEE
006660                ELSE 0
006670              END
006680         INTO :WS-PT-BILLED
006690         FROM DBODEVP.TRAINING_SESSION S
006700        WHERE S.SESSION_CATG = :WS-PT-SESSION-CATG
006710          AND S.SESSION_ID   = :WS-PT-SESSION-ID
006720     END-EXEC.
006730     EVALUATE SQLCODE
006740       WHEN 0
006750         CONTINUE
006760       WHEN 100
006770         MOVE 0                      TO WS-PT-BILLED
006780       WHEN OTHER
006790         MOVE 'SELECT'               TO EL-ERROR-ACTION
006800         MOVE 'TRAINING_SESSION'     TO EL-ERROR-DB2-OBJECT
006810         PERFORM CHECK-SQLCODE-PARA
006820         PERFORM EXIT-PARA
006830     END-EVALUATE.

006840******************************************************************
006850* Roll-Forward By Session Category                               *
006860******************************************************************
006870 ROLL-FORWARD-SECTION-PARA.
006880     MOVE 'ROLL-FORWARD BY SESSION CATEGORY' TO WS-SECTION-TITLE.
006890     MOVE WS-RPT-ROLL-HEADING        TO WS-COLUMN-HEADING.
006900     MOVE 99                         TO WS-LINE-CTR.
006910     INITIALIZE WS-TOTALS.
006920     IF WS-ENTRY-COUNT = 0
006930       MOVE 'NO REVENUE SCHEDULE ROWS - NOTHING TO ROLL FORWARD'
006940                                     TO WS-RPT-NONE-TEXT
006950       MOVE WS-RPT-NONE-LINE         TO WS-PRINT-LINE
006960       PERFORM WRITE-DETAIL-PARA
006970     END-IF.
006980     PERFORM ROLL-ENTRY-PARA
006990       VARYING WS-SUB FROM 1 BY 1
007000         UNTIL WS-SUB > WS-ENTRY-COUNT.
007010     MOVE SPACES                     TO WS-PRINT-LINE.
007020     PERFORM WRITE-DETAIL-PARA.
007030     MOVE '**'                       TO RVD-SESSION-CATG.
007040     MOVE WS-TT-OPEN-DEFERRED        TO RVD-OPENING-DEFERRED.
007050     MOVE WS-TT-BILLED               TO RVD-BILLED-AMOUNT.
007060     MOVE WS-TT-RECOGNIZED           TO RVD-RECOGNIZED-AMOUNT.
007070     MOVE WS-TT-OPEN-ACCRUED         TO RVD-OPENING-ACCRUED.
007080     MOVE WS-TT-CLOSE-ACCRUED        TO RVD-CLOSING-ACCRUED.
007090     MOVE WS-TT-CLOSE-DEFERRED       TO RVD-CLOSING-DEFERRED.
007100     PERFORM STORE-RESULT-PARA.
007110     MOVE 'TOTAL'                    TO WS-RPT-RL-CATG.
007120     PERFORM PRINT-RESULT-PARA.

007130*    BILLED IS WHAT BALANCES THE CATEGORY'S ROLL-FORWARD - SEE
007140*    DCLREVDF FOR THE IDENTITY.
007150 ROLL-ENTRY-PARA.
007160     COMPUTE WS-CT-BILLED (WS-SUB) =
007170             WS-CT-CLOSE-DEFERRED (WS-SUB)
007180           - WS-CT-OPEN-DEFERRED (WS-SUB)
007190           + WS-CT-RECOGNIZED (WS-SUB)
007200           - (WS-CT-CLOSE-ACCRUED (WS-SUB)
007210           -  WS-CT-OPEN-ACCRUED (WS-SUB)).
007220     ADD WS-CT-OPEN-DEFERRED (WS-SUB)  TO WS-TT-OPEN-DEFERRED.
007230     ADD WS-CT-BILLED (WS-SUB)         TO WS-TT-BILLED.
007240     ADD WS-CT-RECOGNIZED (WS-SUB)     TO WS-TT-RECOGNIZED.
007250     ADD WS-CT-OPEN-ACCRUED (WS-SUB)   TO WS-TT-OPEN-ACCRUED.
007260     ADD WS-CT-CLOSE-ACCRUED (WS-SUB)  TO WS-TT-CLOSE-ACCRUED.
007270     ADD WS-CT-CLOSE-DEFERRED (WS-SUB) TO WS-TT-CLOSE-DEFERRED.
007280     MOVE WS-CT-CATG (WS-SUB)        TO RVD-SESSION-CATG.
007290     MOVE WS-CT-OPEN-DEFERRED (WS-SUB)  TO RVD-OPENING-DEFERRED.
007300     MOVE WS-CT-BILLED (WS-SUB)         TO RVD-BILLED-AMOUNT.
007310     MOVE WS-CT-RECOGNIZED (WS-SUB)     TO RVD-RECOGNIZED-AMOUNT.
007320     MOVE WS-CT-OPEN-ACCRUED (WS-SUB)   TO RVD-OPENING-ACCRUED.
007330     MOVE WS-CT-CLOSE-ACCRUED (WS-SUB)  TO RVD-CLOSING-ACCRUED.
007340     MOVE WS-CT-CLOSE-DEFERRED (WS-SUB) TO RVD-CLOSING-DEFERRED.
007350     PERFORM STORE-RESULT-PARA.
007360     MOVE WS-CT-CATG (WS-SUB)        TO WS-RPT-RL-CATG.
007370     PERFORM PRINT-RESULT-PARA.

007380******************************************************************
007390* Store One Roll-Forward Row                                     *
007400******************************************************************
007410*    A RERUN OF THE PERIOD OVERWRITES ITS OWN ROWS.
007420 STORE-RESULT-PARA.
007430     MOVE WS-PERIOD-YEAR             TO RVD-PERIOD-YEAR.
007440     MOVE WS-PERIOD-MONTH            TO RVD-PERIOD-MONTH.
007450     EXEC SQL
007460       UPDATE DBODEVP.REVENUE_DEFERRAL
007470          SET OPENING_DEFERRED  = :RVD-OPENING-DEFERRED,
007480              BILLED_AMOUNT     = :RVD-BILLED-AMOUNT,
007490              RECOGNIZED_AMOUNT = :RVD-RECOGNIZED-AMOUNT,
007500              OPENING_ACCRUED   = :RVD-OPENING-ACCRUED,
007510              CLOSING_ACCRUED   = :RVD-CLOSING-ACCRUED,
007520              CLOSING_DEFERRED  = :RVD-CLOSING-DEFERRED,
007530              DTS               = :WS-RUN-DTS
007540        WHERE PERIOD_YEAR  = :RVD-PERIOD-YEAR
007550          AND PERIOD_MONTH = :RVD-PERIOD-MONTH
007560          AND SESSION_CATG = :RVD-SESSION-CATG
007570     END-EXEC.
007580     EVALUATE SQLCODE
007590       WHEN 0
007600         CONTINUE
007610       WHEN 100
007620         PERFORM INSERT-RESULT-PARA
007630       WHEN OTHER
007640         MOVE 'UPDATE'               TO EL-ERROR-ACTION
007650         MOVE 'REVENUE_DEFERRAL'     TO EL-ERROR-DB2-OBJECT
007660         PERFORM CHECK-SQLCODE-PARA
007670         PERFORM EXIT-PARA
007680     END-EVALUATE.
007690     ADD 1                           TO WS-STORED-COUNT.

007700 INSERT-RESULT-PARA.
007710     EXEC SQL
007720       INSERT INTO DBODEVP.REVENUE_DEFERRAL
007730              ( PERIOD_YEAR, PERIOD_MONTH, SESSION_CATG,
007740                OPENING_DEFERRED, BILLED_AMOUNT,
007750                RECOGNIZED_AMOUNT, OPENING_ACCRUED,
007760                CLOSING_ACCRUED, CLOSING_DEFERRED,
007770                DTS )
007780       VALUES ( :RVD-PERIOD-YEAR, :RVD-PERIOD-MONTH,
007790                :RVD-SESSION-CATG, :RVD-OPENING-DEFERRED,
007800                :RVD-BILLED-AMOUNT, :RVD-RECOGNIZED-AMOUNT,
007810                :RVD-OPENING-ACCRUED, :RVD-CLOSING-ACCRUED,
007820                :RVD-CLOSING-DEFERRED, :WS-RUN-DTS )
007830     END-EXEC.
007840     IF SQLCODE NOT = 0
007850         MOVE 'INSERT'               TO EL-ERROR-ACTION
007860         MOVE 'REVENUE_DEFERRAL'     TO EL-ERROR-DB2-OBJECT
007870         PERFORM CHECK-SQLCODE-PARA
007880         PERFORM EXIT-PARA
007890     END-IF.

007900*    A CATEGORY ROW FROM AN EARLIER RUN OF THIS PERIOD THAT THIS
007910*    RUN NO LONGER PRODUCED WOULD OTHERWISE OPEN NEXT MONTH.
007920 PURGE-STALE-ROWS-PARA.
007930     EXEC SQL
007940       DELETE FROM DBODEVP.REVENUE_DEFERRAL
007950        WHERE PERIOD_YEAR  = :WS-PERIOD-YEAR
007960          AND PERIOD_MONTH = :WS-PERIOD-MONTH
007970          AND DTS NOT = :WS-RUN-DTS
007980     END-EXEC.
007990     EVALUATE SQLCODE
008000       WHEN 0
008010         MOVE SQLERRD (3)            TO WS-STALE-COUNT
008020       WHEN 100
008030         CONTINUE
008040       WHEN OTHER
008050         MOVE 'DELETE'               TO EL-ERROR-ACTION
008060         MOVE 'REVENUE_DEFERRAL'     TO EL-ERROR-DB2-OBJECT
008070         PERFORM CHECK-SQLCODE-PARA
008080         PERFORM EXIT-PARA
008090     END-EVALUATE.

008100******************************************************************
008110* One Roll-Forward Row On The Report                             *
008120******************************************************************
008130 PRINT-RESULT-PARA.
008140     MOVE RVD-OPENING-DEFERRED       TO WS-RPT-RL-OPEN-DEFERRED.
008150     MOVE RVD-BILLED-AMOUNT          TO WS-RPT-RL-BILLED.
008160     MOVE RVD-RECOGNIZED-AMOUNT      TO WS-RPT-RL-RECOGNIZED.
008170     COMPUTE WS-RPT-RL-ACCRUED-MOVE =
008180             RVD-CLOSING-ACCRUED - RVD-OPENING-ACCRUED.
008190     MOVE RVD-CLOSING-DEFERRED       TO WS-RPT-RL-CLOSE-DEFERRED.
008200     MOVE RVD-OPENING-ACCRUED        TO WS-RPT-RL-OPEN-ACCRUED.
008210     MOVE RVD-CLOSING-ACCRUED        TO WS-RPT-RL-CLOSE-ACCRUED.
008220     MOVE WS-RPT-ROLL-LINE           TO WS-PRINT-LINE.
008230     PERFORM WRITE-DETAIL-PARA.

008240******************************************************************
008250* Run Totals                                                     *
008260******************************************************************
008270 WRITE-TOTALS-PARA.
008280     MOVE SPACES                     TO WS-PRINT-LINE.
008290     PERFORM WRITE-DETAIL-PARA.
008300     MOVE 'SESSIONS RE-SPREAD              :'
008310                                     TO WS-RPT-CN-LABEL.
008320     MOVE WS-SWEEP-COUNT             TO WS-RPT-CN-VALUE.
008330     PERFORM WRITE-COUNT-PARA.
008340     MOVE 'HISTORIC SLICES TAKEN ON        :'
008350                                     TO WS-RPT-CN-LABEL.
008360     MOVE WS-TAKEON-COUNT            TO WS-RPT-CN-VALUE.
008370     PERFORM WRITE-COUNT-PARA.
008380     MOVE 'SLICES RECOGNIZED THIS RUN      :'
008390                                     TO WS-RPT-CN-LABEL.
008400     MOVE WS-RELEASED-COUNT          TO WS-RPT-CN-VALUE.
008410     PERFORM WRITE-COUNT-PARA.
008420     MOVE 'BILLABLE PARTIES VALUED         :'
008430                                     TO WS-RPT-CN-LABEL.
008440     MOVE WS-PARTY-COUNT             TO WS-RPT-CN-VALUE.
008450     PERFORM WRITE-COUNT-PARA.
008460     MOVE 'ROLL-FORWARD ROWS STORED        :'
008470                                     TO WS-RPT-CN-LABEL.
008480     MOVE WS-STORED-COUNT            TO WS-RPT-CN-VALUE.
008490     PERFORM WRITE-COUNT-PARA.
008500     MOVE 'EARLIER ROWS NO LONGER PRODUCED :'
008510                                     TO WS-RPT-CN-LABEL.
008520     MOVE WS-STALE-COUNT             TO WS-RPT-CN-VALUE.
008530     PERFORM WRITE-COUNT-PARA.

008540 WRITE-COUNT-PARA.
008550     MOVE WS-RPT-COUNT-LINE          TO WS-PRINT-LINE.
008560     PERFORM WRITE-DETAIL-PARA.

008570******************************************************************
008580* Shared Report Paragraphs                                       *
008590******************************************************************
008600 WRITE-HEADING-PARA.
008610     ADD 1                           TO WS-PAGE-NO.
008620     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
008630     WRITE REVDF-RPT-RECORD          FROM WS-RPT-HEADING-1.
008640     MOVE WS-GL-PERIOD               TO WS-RPT-PERIOD.
008650     MOVE WS-SECTION-TITLE           TO WS-RPT-SECTION-TITLE.
008660     WRITE REVDF-RPT-RECORD          FROM WS-RPT-HEADING-2.
008670     WRITE REVDF-RPT-RECORD          FROM WS-RPT-HEADING-3.
008680     MOVE SPACES                     TO REVDF-RPT-RECORD.
008690     WRITE REVDF-RPT-RECORD.
008700     WRITE REVDF-RPT-RECORD          FROM WS-COLUMN-HEADING.
008710     MOVE 5                          TO WS-LINE-CTR.

008720 WRITE-DETAIL-PARA.
008730     IF WS-LINE-CTR > WS-LINES-PER-PAGE
008740         PERFORM WRITE-HEADING-PARA
008750     END-IF.
008760     WRITE REVDF-RPT-RECORD          FROM WS-PRINT-LINE.
008770     ADD 1                           TO WS-LINE-CTR.
008780     ADD 1                           TO WS-DETAIL-COUNT.

008790******************************************************************
008800* Revenue-Recognition Schedule Re-Spread                         *
008810******************************************************************
008820     EXEC SQL
008830       INCLUDE CPREVSCH
008840     END-EXEC.

008850******************************************************************
008860* Period Close-Status Check                                      *
008870******************************************************************
008880     EXEC SQL
008890       INCLUDE CPPERCL
008900     END-EXEC.

008910******************************************************************
008920* Error Logging                                                  *
008930******************************************************************
008940     EXEC SQL
008950       INCLUDE CPERRBAT
008960     END-EXEC.

008970*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
008980*    OTHERWISE THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER
008990*    OPENED AND NEVER REACHES SQLCODE = 100.
009000 EXIT-PARA.
009010     MOVE 'F'                        TO JRL-RUN-STATUS.
009020     MOVE WS-PARTY-COUNT             TO JRL-ROWS-READ.
009030     MOVE WS-STORED-COUNT            TO JRL-ROWS-WRITTEN.
009040     PERFORM LOG-JOB-END-PARA.
009050     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
009060     GOBACK.

009070******************************************************************
009080* Run Registry                                                   *
009090******************************************************************
009100     EXEC SQL
009110       INCLUDE CPJOBLOG
009120     END-EXEC.
