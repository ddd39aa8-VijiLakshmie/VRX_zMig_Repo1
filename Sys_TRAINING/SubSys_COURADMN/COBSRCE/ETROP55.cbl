000160*  WHAT IS STILL ON ACCOUNT. AN ORG WITH CREDIT BUT NO OPEN      *
000170*  BALANCES IS LEFT ALONE - THE CREDIT SHOWS ON ITS ETROP20      *
000180*  INVOICE AND ETROP21 AGING UNTIL THERE IS SOMETHING TO PAY.    *
000181*  FIRST, EVERY MANUAL CREDIT RAISED ON ETRM026 AND APPROVED     *
000182*  THERE BY A SECOND USER (OR WITHIN CREDIT-APPR-LIM - SEE       *
000183*  CWFINAP) IS BANKED AS A POSITIVE ORG_CREDIT ROW AND ITS       *
000184*  FINANCIAL_APPROVAL ITEM STAMPED POSTED, SO IT IS APPLIED IN   *
000185*  THE SAME RUN.                                                 *
000190******************************************************************

000200 ENVIRONMENT DIVISION.
000400    05 WS-APPLY-AMOUNT                 PIC S9(7)V99 COMP-3.
000410    05 WS-OWED-AMOUNT                  PIC S9(7)V99 COMP-3.
000420    05 WS-TODAY-DATE                   PIC X(10).
000422    05 WS-BANKED-COUNT                 PIC S9(9) COMP VALUE 0.
000424    05 WS-BANK-FETCH-SW                PIC X(01) VALUE 'N'.
000426       88 WS-BANK-END                            VALUE 'Y'.
000430*    THE OPEN-BALANCE BROWSE RUNS PER CREDIT ORG AND LEAVES ITS
000440*    OWN SQLCODE BEHIND - SAVED AND RESTORED SO THE ORG LOOP'S
000450*    CONTROL NEVER SEES IT.
000940       INCLUDE DCLORGCD
000950     END-EXEC.

00095A*    MAKER-CHECKER QUEUE - SEE DCLFINAP.
00095B     EXEC SQL
00095C       INCLUDE DCLFINAP
00095D     END-EXEC.

00095E******************************************************************
00095F*  EVERY MANUAL CREDIT APPROVED, OR WITHIN ITS LIMIT, AND NOT    *
00095G*  YET BANKED. STAMPING POSTED_DTS MAKES A RERUN SAFE.           *
00095H******************************************************************
00095I     EXEC SQL DECLARE MANUAL-CREDITS CURSOR
00095J      FOR
00095K      SELECT APPROVAL_NO, ORG_CODE, AMOUNT, ITEM_REF
00095L        FROM DBODEVP.FINANCIAL_APPROVAL
00095M       WHERE ITEM_TYPE        = 'C'
00095N         AND APPROVAL_STATUS IN ('A', 'U')
00095O         AND POSTED_DTS      IS NULL
00095P       ORDER BY APPROVAL_NO
00095Q     END-EXEC.

000960******************************************************************
000970*  EVERY ORG WHOSE CREDIT LEDGER SUMS POSITIVE.                  *
000980******************************************************************
001340     PERFORM LOG-JOB-START-PARA.

001350     PERFORM GET-TODAY-PARA.
001354     PERFORM BANK-MANUAL-CREDITS-PARA.

001360     EXEC SQL
001370       OPEN CREDIT-ORGS

001770     DISPLAY 'ORGS WITH OPEN CREDIT: ' WS-ORG-COUNT.
001780     DISPLAY 'APPLICATIONS POSTED  : ' WS-APPLIED-COUNT.
001784     DISPLAY 'MANUAL CREDITS BANKED: ' WS-BANKED-COUNT.
001790     MOVE 'C'                        TO JRL-RUN-STATUS.
001800     MOVE WS-ORG-COUNT               TO JRL-ROWS-READ.
001806     COMPUTE JRL-ROWS-UPDATED = WS-APPLIED-COUNT
001812                              + WS-BANKED-COUNT.
001820     PERFORM LOG-JOB-END-PARA.
001830     GOBACK.

001980     END-IF.

001990******************************************************************
001991* Manual Credits                                                 *
001992******************************************************************
001993*    EACH APPROVED ITEM BECOMES A POSITIVE LEDGER ROW, REFERENCED
001994*    AS KEYED ON ETRM026, AND IS STAMPED POSTED IN THE SAME UNIT
001995*    OF WORK. EITHER FAILING STOPS THE RUN SO THE STEP ROLLS BACK
001996*    RATHER THAN BANKING THE SAME CREDIT TWICE.
001997 BANK-MANUAL-CREDITS-PARA.
001998     MOVE 'BANK-MANUAL-CREDITS-PARA  ' TO EL-ERROR-PARA-NAME.
001999     EXEC SQL
00199A       OPEN MANUAL-CREDITS
00199B     END-EXEC.
00199C     IF SQLCODE NOT = 0
00199D       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00199E       MOVE 'MANUAL-CREDITS'         TO EL-ERROR-DB2-OBJECT
00199F       PERFORM CHECK-SQLCODE-PARA
00199G       PERFORM EXIT-PARA
00199H     END-IF.
00199I     PERFORM FETCH-MANUAL-CREDIT-PARA.
00199J     PERFORM BANK-ONE-CREDIT-PARA
00199K       UNTIL WS-BANK-END.
00199L     EXEC SQL
00199M       CLOSE MANUAL-CREDITS
00199N     END-EXEC.
00199O     IF SQLCODE NOT = 0
00199P       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
00199Q       MOVE 'MANUAL-CREDITS'         TO EL-ERROR-DB2-OBJECT
00199R       PERFORM CHECK-SQLCODE-PARA
00199S     END-IF.
00199T     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

00199U FETCH-MANUAL-CREDIT-PARA.
00199V     EXEC SQL
00199W       FETCH MANUAL-CREDITS
00199X        INTO :FAP-APPROVAL-NO,
00199Y             :FAP-ORG-CODE,
00199Z             :FAP-AMOUNT,
002000             :FAP-ITEM-REF
002001     END-EXEC.
002002     EVALUATE SQLCODE
002003       WHEN 0
002004         CONTINUE
002005       WHEN 100
002006         SET WS-BANK-END             TO TRUE
002007       WHEN OTHER
002008         MOVE 'FETCH '               TO EL-ERROR-ACTION
002009         MOVE 'MANUAL-CREDITS'       TO EL-ERROR-DB2-OBJECT
00200A         PERFORM CHECK-SQLCODE-PARA
00200B         PERFORM EXIT-PARA
00200C     END-EVALUATE.

00200D BANK-ONE-CREDIT-PARA.
00200E     MOVE FAP-AMOUNT                 TO OCR-CREDIT-AMOUNT.
00200F     EXEC SQL
00200G       INSERT INTO DBODEVP.ORG_CREDIT
00200H              ( ORG_CODE, CREDIT_SEQ, CREDIT_DATE,
00200I                CREDIT_AMOUNT, CREDIT_REF, SOURCE_MODULE, DTS )
00200J       SELECT :FAP-ORG-CODE,
00200K              COALESCE(MAX(CREDIT_SEQ), 0) + 1,
00200L              CURRENT DATE,
00200M              :OCR-CREDIT-AMOUNT,
00200N              RTRIM(:FAP-ITEM-REF),
00200O              'ETRM026 ',
00200P              CURRENT TIMESTAMP
00200Q         FROM DBODEVP.ORG_CREDIT
00200R        WHERE ORG_CODE = :FAP-ORG-CODE
00200S     END-EXEC.
00200T     IF SQLCODE NOT = 0
00200U       MOVE 'INSERT'                 TO EL-ERROR-ACTION
00200V       MOVE 'ORG_CREDIT'             TO EL-ERROR-DB2-OBJECT
00200W       PERFORM CHECK-SQLCODE-PARA
00200X       PERFORM EXIT-PARA
00200Y     END-IF.
00200Z     EXEC SQL
002010       UPDATE DBODEVP.FINANCIAL_APPROVAL
002011          SET POSTED_DTS    = CURRENT TIMESTAMP,
002012              POSTED_AMOUNT = :FAP-AMOUNT
002013        WHERE APPROVAL_NO   = :FAP-APPROVAL-NO
002014     END-EXEC.
002015     IF SQLCODE NOT = 0
002016       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
002017       MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
002018       PERFORM CHECK-SQLCODE-PARA
002019       PERFORM EXIT-PARA
00201A     END-IF.
00201B     ADD 1                           TO WS-BANKED-COUNT.
00201C     PERFORM FETCH-MANUAL-CREDIT-PARA.

00201D******************************************************************
00201E* Oldest-First Application                                       *
00201F******************************************************************
002020*    THE ORG'S WHOLE OPEN CREDIT WALKS ITS OPEN BALANCES IN
002030*    REG_DATE ORDER, POSTING THE SMALLER OF WHAT IS LEFT AND
002040*    WHAT THE ROW STILL OWES THROUGH ETRB010. WHATEVER SURVIVES
003110 EXIT-PARA.
003120     MOVE 'F'                        TO JRL-RUN-STATUS.
003130     MOVE WS-ORG-COUNT               TO JRL-ROWS-READ.
003136     COMPUTE JRL-ROWS-UPDATED = WS-APPLIED-COUNT
003142                              + WS-BANKED-COUNT.
003150     PERFORM LOG-JOB-END-PARA.
003160     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003170     GOBACK.
