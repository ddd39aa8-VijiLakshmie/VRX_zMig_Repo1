000100******************************************************************
000200* FINANCIAL ADJUSTMENT MAKER-CHECKER PARAGRAPHS - SEE CWFINAP    *
000300* FOR THE CALLING CONVENTIONS.                                   *
000400******************************************************************
000500*    A LIMIT BELOW ZERO IS TAKEN AS ZERO - EVERYTHING IS CHECKED.
000600 GET-APPROVAL-LIMIT-PARA.
000700     MOVE 'ETRM026 '                 TO FAQ-SP-PROGRAM-ID.
000800     EVALUATE TRUE
000900       WHEN FAQ-REFUND
001000         MOVE 'REFUND-APPR-LIM '     TO FAQ-SP-PARM-NAME
001100         MOVE 250                    TO FAQ-SP-PARM-VALUE
001200       WHEN FAQ-WRITEOFF
001300         MOVE 'WRTOF-APPR-LIM  '     TO FAQ-SP-PARM-NAME
001400         MOVE 0                      TO FAQ-SP-PARM-VALUE
001500       WHEN OTHER
001600         MOVE 'CREDIT-APPR-LIM '     TO FAQ-SP-PARM-NAME
001700         MOVE 100                    TO FAQ-SP-PARM-VALUE
001800     END-EVALUATE.
001900     CALL 'RCBT004A' USING FAQ-RCBT004A-PARM.
002000     IF FAQ-SP-PARM-VALUE < 0
002100       MOVE 0                        TO FAQ-LIMIT
002200     ELSE
002300       MOVE FAQ-SP-PARM-VALUE        TO FAQ-LIMIT
002400     END-IF.
002500     IF FAQ-AMOUNT > FAQ-LIMIT
002600       SET FAQ-OVER-LIMIT            TO TRUE
002700     ELSE
002800       SET FAQ-WITHIN-LIMIT          TO TRUE
002900     END-IF.

003000*    THE NEXT NUMBER IS TAKEN AND USED IN THE SAME UNIT OF WORK;
003100*    TWO TERMINALS RAISING AT ONCE MEET ON THE PRIMARY KEY (-803).
003200 RAISE-APPROVAL-PARA.
003300     SET FAQ-NOT-RAISED              TO TRUE.
003400     PERFORM GET-APPROVAL-LIMIT-PARA.
003500     IF FAQ-OVER-LIMIT
003600       MOVE 'P'                      TO FAQ-STATUS
003700     ELSE
003800       MOVE 'U'                      TO FAQ-STATUS
003900     END-IF.
004000     EXEC SQL
004100       SELECT COALESCE(MAX(APPROVAL_NO), 0) + 1
004200         INTO :FAQ-APPROVAL-NO
004300         FROM DBODEVP.FINANCIAL_APPROVAL
004400     END-EXEC.
004500     IF SQLCODE = 0
004600       EXEC SQL
004700         INSERT INTO DBODEVP.FINANCIAL_APPROVAL
004800              ( APPROVAL_NO, ITEM_TYPE, SESSION_CATG, SESSION_ID,
004900                EMAIL_ADDR, ORG_CODE, AMOUNT, ITEM_REF,
005000                APPROVAL_STATUS, MAKER_ID, MAKER_MODULE,
005100                MAKER_DTS )
005200         VALUES ( :FAQ-APPROVAL-NO, :FAQ-ITEM-TYPE,
005300                  :FAQ-SESSION-CATG, :FAQ-SESSION-ID,
005400                  :FAQ-EMAIL-ADDR, :FAQ-ORG-CODE, :FAQ-AMOUNT,
005500                  :FAQ-ITEM-REF, :FAQ-STATUS, :FAQ-MAKER-ID,
005600                  :FAQ-MAKER-MODULE, CURRENT TIMESTAMP )
005700       END-EXEC
005800     END-IF.
005900     MOVE SQLCODE                    TO FAQ-SQLCODE.
006000     IF SQLCODE = 0
006100       SET FAQ-RAISED                TO TRUE
006200     ELSE
006300       IF SQLCODE NOT = -803
006400         DISPLAY ' UNABLE TO RAISE FINANCIAL APPROVAL ITEM '
006500         DISPLAY ' SQL CODE   '  FAQ-SQLCODE
006600       END-IF
006700     END-IF.
