000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM026.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL FINANCIAL ADJUSTMENT APPROVAL.          *
000900*  THE CHECKER'S SIDE OF THE MAKER-CHECKER QUEUE ON              *
001000*  DBODEVP.FINANCIAL_APPROVAL (SEE DCLFINAP/CWFINAP). ENTER      *
001100*  LISTS THE ITEMS PENDING SECOND APPROVAL FROM THE KEYED        *
001200*  APPROVAL NUMBER ON, AND PF8 PAGES ON. PF5 APPROVES THE KEYED  *
001300*  NUMBER AND PF6 REJECTS IT WITH A REASON - BOTH NEED 'FINAPPR' *
001400*  AUTHORITY, AND NOBODY CAN APPROVE OR REJECT AN ITEM THEY      *
001500*  RAISED. PF9 IS THE MAKER'S SIDE FOR THE TWO ADJUSTMENTS THAT  *
001600*  START HERE - A WRITE-OFF OVERRIDE OF A BALANCE TOO LARGE FOR  *
001700*  THE ETROP61 SMALL-BALANCE RUN, OR A MANUAL CREDIT TO AN       *
001800*  ORGANIZATION'S ORG_CREDIT LEDGER - AND NEEDS 'FINADJ'.        *
001900*  NOTHING IS POSTED HERE: ETROP61 WRITES OFF AND ETROP55        *
002000*  CREDITS WHAT HAS BEEN APPROVED, OR WAS WITHIN ITS LIMIT. A    *
002100*  REFUND ITEM IS RELEASED ON ETRM016 ONCE APPROVED. LISTING     *
002200*  NEEDS EITHER AUTHORITY.                                       *
002300******************************************************************

002400 ENVIRONMENT DIVISION.

002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. Z900.
002700 OBJECT-COMPUTER. Z900.

002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.

003000 01 WS-BEGIN                          PIC  X(36) VALUE
003100     'ETRM026 WORKING STORAGE STARTS HERE'.

003200******************************************************************
003300*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003400******************************************************************
003500 01 WS-VARIABLES.
003600    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003700       88 WS-NO-ERROR                            VALUE SPACES.
003800    05 WS-RESP                         PIC S9(08) USAGE COMP.
003900    05 WS-RESP2                        PIC S9(08) USAGE COMP.
004000    05 WS-FETCH-SQLCODE                PIC S9(09) USAGE COMP.
004100    05 WS-LINE-SUB                     PIC S9(4) USAGE COMP.
004200    05 WS-MAX-LINES                    PIC S9(4) USAGE COMP
004300                                                 VALUE 10.
004400    05 WS-RAISE-TRIES                  PIC S9(4) USAGE COMP.
004500    05 WS-ROW-COUNT                    PIC S9(09) USAGE COMP.
004600    05 WS-APPR-NO-NUM                  PIC 9(09).
004700    05 WS-APPR-NO-KEY                  PIC S9(09) USAGE COMP.
004800    05 WS-APPR-NO-EDIT                 PIC Z(8)9.
004900    05 WS-SESSION-ID-NUM               PIC 9(09).
005000    05 WS-AMT-UNITS                    PIC 9(07).
005100    05 WS-AMT-HUNDREDTHS               PIC 9(02).
005200    05 WS-REASON                       PIC X(40).
005300    05 WS-REG-STATUS                   PIC X(01).
005400       88 WS-REG-ACTIVE                          VALUE 'A'.
005500    05 WS-CONTRACT-SW                  PIC X(01).
005600       88 WS-CONTRACT-DRAWDOWN                   VALUE 'Y'.
005700    05 WS-BALANCE                      PIC S9(7)V99 USAGE COMP-3.
005800    05 WS-DONE-MSG                     PIC X(60).
005900 01 WS-USR-ID                          PIC X(08).

006000*    ONE ITEM AS THE PENDING-ITEMS CURSOR RETURNS IT.
006100 01 WS-ITEM-ROW.
006200    05 WS-IR-RAISED                    PIC X(10).

006300*    ONE SCREEN LINE - LINES UP UNDER THE MAP'S HEADING. THE
006400*    'FOR' COLUMN IS THE REGISTRATION FOR A REFUND OR WRITE-OFF
006500*    AND THE ORGANIZATION FOR A CREDIT.
006600 01 WS-ITEM-LINE.
006700    05 WS-IL-APPROVAL-NO               PIC Z(8)9.
006800    05 FILLER                          PIC X(01) VALUE SPACES.
006900    05 WS-IL-ITEM-TYPE                 PIC X(01).
007000    05 FILLER                          PIC X(01) VALUE SPACES.
007100    05 WS-IL-AMOUNT                    PIC -(6)9.99.
007200    05 FILLER                          PIC X(01) VALUE SPACES.
007300    05 WS-IL-FOR                       PIC X(22).
007400    05 WS-IL-FOR-SESSION REDEFINES WS-IL-FOR.
007500       10 WS-IL-CATG                   PIC X(02).
007600       10 WS-IL-SLASH                  PIC X(01).
007700       10 WS-IL-SESSION-ID             PIC Z(8)9.
007800       10 WS-IL-GAP                    PIC X(01).
007900       10 WS-IL-EMAIL                  PIC X(09).
008000    05 FILLER                          PIC X(01) VALUE SPACES.
008100    05 WS-IL-MAKER-ID                  PIC X(08).
008200    05 FILLER                          PIC X(01) VALUE SPACES.
008300    05 WS-IL-RAISED                    PIC X(10).
008400    05 FILLER                          PIC X(01) VALUE SPACES.
008500    05 WS-IL-ITEM-REF                  PIC X(11).

008600 01 WS-PAGE-LINES.
008700    05 WS-PG-LINE                      PIC X(77)
008800                                       OCCURS 10 TIMES.

008900******************************************************************
009000*  COMMAREA - THE LAST APPROVAL NUMBER SHOWN, SO PF8 CARRIES ON  *
009100*  FROM THE NEXT.                                                *
009200******************************************************************
009300 01 WS-COMMAREA.
009400    05 WS-CA-LAST-APPR-NO              PIC S9(09) USAGE COMP.
009500    05 WS-CA-MORE-SWITCH               PIC X(01).
009600       88 WS-CA-MORE-ROWS                        VALUE 'Y'.

009700******************************************************************
009800*  SYMBOLIC MAP.                                                 *
009900******************************************************************
010000     COPY ETRM26.

010100******************************************************************
010200* Copybook Includes.                                             *
010300******************************************************************
010400     EXEC SQL
010500       INCLUDE CWERRLOG
010600     END-EXEC.

010700*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
010800     EXEC SQL
010900       INCLUDE CWTXNLOG
011000     END-EXEC.

011100*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
011200     EXEC SQL
011300       INCLUDE CWAUTHCK
011400     END-EXEC.

011500*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
011600     EXEC SQL
011700       INCLUDE CWQUIES
011800     END-EXEC.

011900*    FINANCIAL ADJUSTMENT MAKER-CHECKER FIELDS - SEE CWFINAP.
012000     EXEC SQL
012100       INCLUDE CWFINAP
012200     END-EXEC.

012300******************************************************************
012400*                     DB2 SECTION                                *
012500******************************************************************
012600     EXEC SQL
012700       INCLUDE SQLCA
012800     END-EXEC.

012900     EXEC SQL
013000       INCLUDE DCLFINAP
013100     END-EXEC.

013200******************************************************************
013300*  PENDING-ITEMS CURSOR - THE ITEMS AWAITING SECOND APPROVAL, IN *
013400*  NUMBER ORDER, STARTING AFTER THE LAST ONE SHOWN.              *
013500******************************************************************
013600     EXEC SQL DECLARE PENDING-ITEMS CURSOR
013700      FOR
013800      SELECT APPROVAL_NO, ITEM_TYPE, SESSION_CATG, SESSION_ID,
013900             EMAIL_ADDR, ORG_CODE, AMOUNT, ITEM_REF, MAKER_ID,
014000             CHAR(DATE(MAKER_DTS), ISO)
014100        FROM DBODEVP.FINANCIAL_APPROVAL
014200       WHERE APPROVAL_STATUS = 'P'
014300         AND APPROVAL_NO     > :WS-CA-LAST-APPR-NO
014400       ORDER BY APPROVAL_NO
014500     END-EXEC.

014600 01 WS-END                             PIC X(50) VALUE
014700     'ETRM026-WORKING STORAGE SECTION ENDS HERE'.

014800 LINKAGE SECTION.
014900 01 DFHCOMMAREA                        PIC X(05).

015000 PROCEDURE DIVISION.

015100 MAIN-LOGIC-PARA.

015200     MOVE 'ETRM026'                    TO EL-ERROR-MODULE.
015300     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
015400     MOVE 'ETRM026'                    TO TXL-PROGRAM-ID.
015500     PERFORM LOG-TXN-START-PARA.

015600     IF EIBCALEN = 0
015700         PERFORM CLEAR-COMMAREA-PARA
015800         PERFORM SEND-INITIAL-MAP-PARA
015900         PERFORM RETURN-CONVERSATIONAL-PARA
016000     ELSE
016100         MOVE DFHCOMMAREA              TO WS-COMMAREA
016200         PERFORM RECEIVE-MAP-PARA
016300         EVALUATE EIBAID
016400           WHEN DFHPF3
016500             PERFORM SEND-GOODBYE-PARA
016600           WHEN DFHENTER
016700             PERFORM LIST-PENDING-PARA THRU
016800                 LIST-PENDING-EXIT
016900             PERFORM SEND-RESULT-MAP-PARA
017000             PERFORM RETURN-CONVERSATIONAL-PARA
017100           WHEN DFHPF5
017200             PERFORM CHECK-QUIESCE-PARA
017300             IF QSC-QUIESCED
017400                 MOVE QSC-MESSAGE      TO MSGO
017500             ELSE
017600                 PERFORM APPROVE-PARA THRU
017700                     APPROVE-EXIT
017800             END-IF
017900             PERFORM SEND-RESULT-MAP-PARA
018000             PERFORM RETURN-CONVERSATIONAL-PARA
018100           WHEN DFHPF6
018200             PERFORM CHECK-QUIESCE-PARA
018300             IF QSC-QUIESCED
018400                 MOVE QSC-MESSAGE      TO MSGO
018500             ELSE
018600                 PERFORM REJECT-PARA THRU
018700                     REJECT-EXIT
018800             END-IF
018900             PERFORM SEND-RESULT-MAP-PARA
019000             PERFORM RETURN-CONVERSATIONAL-PARA
019100           WHEN DFHPF8
019200             PERFORM NEXT-PAGE-PARA THRU
019300                 NEXT-PAGE-EXIT
019400             PERFORM SEND-RESULT-MAP-PARA
019500             PERFORM RETURN-CONVERSATIONAL-PARA
019600           WHEN DFHPF9
019700             PERFORM CHECK-QUIESCE-PARA
019800             IF QSC-QUIESCED
019900                 MOVE QSC-MESSAGE      TO MSGO
020000             ELSE
020100                 PERFORM RAISE-PARA THRU
020200                     RAISE-EXIT
020300             END-IF
020400             PERFORM SEND-RESULT-MAP-PARA
020500             PERFORM RETURN-CONVERSATIONAL-PARA
020600           WHEN OTHER
020700             MOVE 'INVALID KEY - USE ENTER, PF5/6/8/9 OR PF3'
020800                                       TO MSGO
020900             PERFORM SEND-RESULT-MAP-PARA
021000             PERFORM RETURN-CONVERSATIONAL-PARA
021100         END-EVALUATE
021200     END-IF.

021300     GOBACK.

021400******************************************************************
021500* ENDS THE PSEUDO-CONVERSATIONAL TURN, PASSING THE PAGE POSITION *
021600* FORWARD FOR PF8.                                               *
021700******************************************************************
021800 RETURN-CONVERSATIONAL-PARA.
021900     PERFORM LOG-TXN-END-PARA.
022000     EXEC CICS RETURN
022100          TRANSID  ('ETRX')
022200          COMMAREA (WS-COMMAREA)
022300          LENGTH   (LENGTH OF WS-COMMAREA)
022400     END-EXEC.

022500 CLEAR-COMMAREA-PARA.
022600     MOVE 0                            TO WS-CA-LAST-APPR-NO.
022700     MOVE SPACES                       TO WS-CA-MORE-SWITCH.

022800******************************************************************
022900* Screen I/O                                                     *
023000******************************************************************
023100 SEND-INITIAL-MAP-PARA.
023200     MOVE SPACES                       TO MSGO.
023300     EXEC CICS SEND MAP    ('ETRM26M')
023400               MAPSET      ('ETRM026')
023500               ERASE
023600               RESP        (WS-RESP)
023700     END-EXEC.
023800     IF WS-RESP NOT = DFHRESP(NORMAL)
023900         PERFORM CHECK-RESPCODE-PARA
024000     END-IF.

024100 RECEIVE-MAP-PARA.
024200     EXEC CICS RECEIVE MAP ('ETRM26M')
024300               MAPSET      ('ETRM026')
024400               INTO        (ETRM26I)
024500               RESP        (WS-RESP)
024600     END-EXEC.
024700     EVALUATE WS-RESP
024800       WHEN DFHRESP(NORMAL)
024900         CONTINUE
025000       WHEN DFHRESP(MAPFAIL)
025100         CONTINUE
025200       WHEN OTHER
025300         PERFORM CHECK-RESPCODE-PARA
025400     END-EVALUATE.

025500******************************************************************
025600* Key Fields                                                     *
025700******************************************************************
025800*    THE APPROVAL NUMBER AND REASON. A FIELD LEFT UNTOUCHED COMES
025900*    BACK AS LOW-VALUES AND IS TAKEN AS BLANK; A BLANK NUMBER IS
026000*    ZERO.
026100 TAKE-KEY-PARA.
026200     MOVE SPACES                       TO WS-ERROR-SWITCH.
026300     MOVE 0                            TO WS-APPR-NO-KEY.
026400     IF APPRNOI = LOW-VALUES
026500         MOVE SPACES                   TO APPRNOI
026600     END-IF.
026700     IF RJRSNI = LOW-VALUES
026800         MOVE SPACES                   TO RJRSNI
026900     END-IF.
027000     MOVE RJRSNI                       TO WS-REASON.
027100     INSPECT APPRNOI REPLACING LEADING ' ' BY '0'.
027200     IF APPRNOI NOT NUMERIC
027300         MOVE 'APPROVAL NO MUST BE NUMERIC' TO MSGO
027400         MOVE 'E'                      TO WS-ERROR-SWITCH
027500     ELSE
027600         MOVE APPRNOI                  TO WS-APPR-NO-NUM
027700         MOVE WS-APPR-NO-NUM           TO WS-APPR-NO-KEY
027800     END-IF.

027900*    PF5 AND PF6 ACT ON ONE ITEM, WHICH MUST STILL BE PENDING AND
028000*    MUST NOT BE THE SIGNED-ON USER'S OWN.
028100 CHECK-ITEM-PARA.
028200     MOVE SPACES                       TO WS-ERROR-SWITCH.
028300     IF WS-APPR-NO-KEY = 0
028400         MOVE 'KEY THE APPROVAL NO'    TO MSGO
028500         MOVE 'E'                      TO WS-ERROR-SWITCH
028600         GO TO CHECK-ITEM-EXIT
028700     END-IF.
028800     PERFORM READ-ITEM-PARA.
028900     IF NOT WS-NO-ERROR
029000         GO TO CHECK-ITEM-EXIT
029100     END-IF.
029200     IF NOT FAP-STATUS-PENDING
029300         MOVE 'ITEM IS NOT PENDING - NOTHING TO DECIDE' TO MSGO
029400         MOVE 'E'                      TO WS-ERROR-SWITCH
029500         GO TO CHECK-ITEM-EXIT
029600     END-IF.
029700     IF FAP-MAKER-ID = WS-USR-ID
029800         MOVE 'YOU RAISED THIS ITEM - ANOTHER USER MUST DECIDE'
029900                                       TO MSGO
030000         MOVE 'E'                      TO WS-ERROR-SWITCH
030100     END-IF.
030200 CHECK-ITEM-EXIT.
030300     EXIT.

030400*    THE SIGNED-ON USER IS THE ONE THE AUTHORITY CHECK JUDGES AND
030500*    THE ONE RECORDED AGAINST THE ITEM. THE CALLER MOVES THE
030600*    FUNCTION CODE IT NEEDS TO AUT-FUNCTION FIRST.
030700 CHECK-USER-AUTHORITY-PARA.
030800     EXEC CICS ASSIGN
030900               USERID  (WS-USR-ID)
031000               RESP    (WS-RESP)
031100     END-EXEC.
031200     IF WS-RESP NOT = DFHRESP(NORMAL)
031300         MOVE SPACES                   TO WS-USR-ID
031400     END-IF.
031500     MOVE 'ETRM026'                    TO AUT-MODULE.
031600     MOVE WS-USR-ID                    TO AUT-USR-ID.
031700     PERFORM CHECK-AUTHORITY-PARA.

031800*    A CHECKER OR A MAKER MAY SEE THE QUEUE.
031900 CHECK-LIST-AUTHORITY-PARA.
032000     MOVE 'FINAPPR '                   TO AUT-FUNCTION.
032100     PERFORM CHECK-USER-AUTHORITY-PARA.
032200     IF AUT-DENIED
032300         MOVE 'FINADJ  '               TO AUT-FUNCTION
032400         PERFORM CHECK-USER-AUTHORITY-PARA
032500     END-IF.

032600******************************************************************
032700* ENTER - List Pending Items                                     *
032800******************************************************************
032900 LIST-PENDING-PARA.
033000     MOVE 'LIST-PENDING-PARA         ' TO EL-ERROR-PARA-NAME.
033100     PERFORM CLEAR-DETAIL-PARA.
033200     PERFORM CLEAR-COMMAREA-PARA.
033300     PERFORM CHECK-LIST-AUTHORITY-PARA.
033400     IF AUT-DENIED
033500         MOVE 'NOT AUTHORIZED FOR FINANCIAL APPROVALS' TO MSGO
033600         GO TO LIST-PENDING-EXIT
033700     END-IF.
033800     PERFORM TAKE-KEY-PARA.
033900     IF NOT WS-NO-ERROR
034000         GO TO LIST-PENDING-EXIT
034100     END-IF.
034200     IF WS-APPR-NO-KEY > 0
034300         COMPUTE WS-CA-LAST-APPR-NO = WS-APPR-NO-KEY - 1
034400     END-IF.
034500     MOVE SPACES                       TO WS-DONE-MSG.
034600     PERFORM BUILD-PAGE-PARA.
034700 LIST-PENDING-EXIT.
034800     EXIT.

034900******************************************************************
035000* PF8 - Next Page                                                *
035100******************************************************************
035200 NEXT-PAGE-PARA.
035300     MOVE 'NEXT-PAGE-PARA            ' TO EL-ERROR-PARA-NAME.
035400     IF NOT WS-CA-MORE-ROWS
035500         MOVE 'NO MORE ITEMS - ENTER TO START AGAIN' TO MSGO
035600         GO TO NEXT-PAGE-EXIT
035700     END-IF.
035800     PERFORM CHECK-LIST-AUTHORITY-PARA.
035900     IF AUT-DENIED
036000         PERFORM CLEAR-DETAIL-PARA
036100         PERFORM CLEAR-COMMAREA-PARA
036200         MOVE 'NOT AUTHORIZED FOR FINANCIAL APPROVALS' TO MSGO
036300         GO TO NEXT-PAGE-EXIT
036400     END-IF.
036500     MOVE SPACES                       TO WS-DONE-MSG.
036600     PERFORM BUILD-PAGE-PARA.
036700 NEXT-PAGE-EXIT.
036800     EXIT.

036900******************************************************************
037000* PF5 - Approve                                                  *
037100******************************************************************
037200*    THE STATUS TEST IN THE WHERE CLAUSE STOPS TWO CHECKERS
037300*    DECIDING THE SAME ITEM BETWEEN THE READ AND THE UPDATE.
037400 APPROVE-PARA.
037500     MOVE 'APPROVE-PARA              ' TO EL-ERROR-PARA-NAME.
037600     MOVE 'FINAPPR '                   TO AUT-FUNCTION.
037700     PERFORM CHECK-USER-AUTHORITY-PARA.
037800     IF AUT-DENIED
037900         MOVE 'NOT AUTHORIZED TO APPROVE ADJUSTMENTS' TO MSGO
038000         GO TO APPROVE-EXIT
038100     END-IF.
038200     PERFORM TAKE-KEY-PARA.
038300     IF NOT WS-NO-ERROR
038400         GO TO APPROVE-EXIT
038500     END-IF.
038600     PERFORM CHECK-ITEM-PARA THRU
038700         CHECK-ITEM-EXIT.
038800     IF NOT WS-NO-ERROR
038900         GO TO APPROVE-EXIT
039000     END-IF.
039100     MOVE WS-USR-ID                    TO FAP-CHECKER-ID.
039200     EXEC SQL
039300       UPDATE DBODEVP.FINANCIAL_APPROVAL
039400          SET APPROVAL_STATUS = 'A',
039500              CHECKER_ID      = :FAP-CHECKER-ID,
039600              CHECKER_DTS     = CURRENT TIMESTAMP
039700        WHERE APPROVAL_NO     = :FAP-APPROVAL-NO
039800          AND APPROVAL_STATUS = 'P'
039900     END-EXEC.
040000     EVALUATE SQLCODE
040100       WHEN 0
040200         CONTINUE
040300       WHEN 100
040400         MOVE 'ITEM DECIDED BY ANOTHER USER - CHECK AND RETRY'
040500                                       TO MSGO
040600         GO TO APPROVE-EXIT
040700       WHEN OTHER
040800         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
040900         MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
041000         PERFORM CHECK-SQLCODE-PARA
041100         PERFORM BACK-OUT-PARA
041200         MOVE 'NOT APPROVED - SEE ERROR LOG' TO MSGO
041300         GO TO APPROVE-EXIT
041400     END-EVALUATE.
041500     EVALUATE TRUE
041600       WHEN FAP-TYPE-WRITEOFF
041700         MOVE 'APPROVED - WRITTEN OFF BY THE NEXT ETROP61 RUN'
041800                                       TO WS-DONE-MSG
041900       WHEN FAP-TYPE-CREDIT
042000         MOVE 'APPROVED - CREDITED BY THE NEXT ETROP55 RUN'
042100                                       TO WS-DONE-MSG
042200       WHEN OTHER
042300         MOVE 'APPROVED - RELEASE THE REFUND ON ETRM016'
042400                                       TO WS-DONE-MSG
042500     END-EVALUATE.
042600     PERFORM SHOW-AFTER-CHANGE-PARA.
042700 APPROVE-EXIT.
042800     EXIT.

042900******************************************************************
043000* PF6 - Reject                                                   *
043100******************************************************************
043200 REJECT-PARA.
043300     MOVE 'REJECT-PARA               ' TO EL-ERROR-PARA-NAME.
043400     MOVE 'FINAPPR '                   TO AUT-FUNCTION.
043500     PERFORM CHECK-USER-AUTHORITY-PARA.
043600     IF AUT-DENIED
043700         MOVE 'NOT AUTHORIZED TO REJECT ADJUSTMENTS' TO MSGO
043800         GO TO REJECT-EXIT
043900     END-IF.
044000     PERFORM TAKE-KEY-PARA.
044100     IF NOT WS-NO-ERROR
044200         GO TO REJECT-EXIT
044300     END-IF.
044400     IF WS-REASON = SPACES
044500         MOVE 'KEY THE REASON FOR THE REJECTION' TO MSGO
044600         GO TO REJECT-EXIT
044700     END-IF.
044800     PERFORM CHECK-ITEM-PARA THRU
044900         CHECK-ITEM-EXIT.
045000     IF NOT WS-NO-ERROR
045100         GO TO REJECT-EXIT
045200     END-IF.
045300     MOVE WS-USR-ID                    TO FAP-CHECKER-ID.
045400     MOVE WS-REASON                    TO FAP-REJECT-REASON.
045500     EXEC SQL
045600       UPDATE DBODEVP.FINANCIAL_APPROVAL
045700          SET APPROVAL_STATUS = 'J',
045800              CHECKER_ID      = :FAP-CHECKER-ID,
045900              CHECKER_DTS     = CURRENT TIMESTAMP,
046000              REJECT_REASON   = :FAP-REJECT-REASON
046100        WHERE APPROVAL_NO     = :FAP-APPROVAL-NO
046200          AND APPROVAL_STATUS = 'P'
046300     END-EXEC.
046400     EVALUATE SQLCODE
046500       WHEN 0
046600         CONTINUE
046700       WHEN 100
046800         MOVE 'ITEM DECIDED BY ANOTHER USER - CHECK AND RETRY'
046900                                       TO MSGO
047000         GO TO REJECT-EXIT
047100       WHEN OTHER
047200         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
047300         MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
047400         PERFORM CHECK-SQLCODE-PARA
047500         PERFORM BACK-OUT-PARA
047600         MOVE 'NOT REJECTED - SEE ERROR LOG' TO MSGO
047700         GO TO REJECT-EXIT
047800     END-EVALUATE.
047900     MOVE 'ITEM REJECTED - NOTHING WILL BE POSTED'
048000                                       TO WS-DONE-MSG.
048100     PERFORM SHOW-AFTER-CHANGE-PARA.
048200 REJECT-EXIT.
048300     EXIT.

048400******************************************************************
048500* PF9 - Raise A Write-Off Override Or A Manual Org Credit        *
048600******************************************************************
048700*    THE ITEM IS RAISED PENDING WHEN ITS AMOUNT IS OVER THE LIMIT
048800*    FOR ITS TYPE, AND WITHIN-LIMIT (READY TO POST) OTHERWISE -
048900*    SEE CPFINAP. A CLASH ON THE APPROVAL NUMBER WITH ANOTHER
049000*    TERMINAL IS TRIED ONCE MORE.
049100 RAISE-PARA.
049200     MOVE 'RAISE-PARA                ' TO EL-ERROR-PARA-NAME.
049300     MOVE 'FINADJ  '                   TO AUT-FUNCTION.
049400     PERFORM CHECK-USER-AUTHORITY-PARA.
049500     IF AUT-DENIED
049600         MOVE 'NOT AUTHORIZED TO RAISE ADJUSTMENTS' TO MSGO
049700         GO TO RAISE-EXIT
049800     END-IF.
049900     PERFORM TAKE-NEW-ITEM-PARA THRU
050000         TAKE-NEW-ITEM-EXIT.
050100     IF NOT WS-NO-ERROR
050200         GO TO RAISE-EXIT
050300     END-IF.
050400     IF FAQ-WRITEOFF
050500         PERFORM CHECK-WRITEOFF-PARA THRU
050600             CHECK-WRITEOFF-EXIT
050700     ELSE
050800         PERFORM CHECK-ORG-PARA
050900     END-IF.
051000     IF NOT WS-NO-ERROR
051100         GO TO RAISE-EXIT
051200     END-IF.
051300     MOVE WS-USR-ID                    TO FAQ-MAKER-ID.
051400     MOVE 'ETRM026 '                   TO FAQ-MAKER-MODULE.
051500     MOVE 0                            TO WS-RAISE-TRIES.
051600     PERFORM RAISE-ONE-TRY-PARA
051700         UNTIL FAQ-RAISED
051800            OR FAQ-SQLCODE NOT = -803
051900            OR WS-RAISE-TRIES NOT < 2.
052000     IF FAQ-NOT-RAISED
052100         MOVE FAQ-SQLCODE              TO SQLCODE
052200         MOVE 'INSERT'                 TO EL-ERROR-ACTION
052300         MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
052400         PERFORM CHECK-SQLCODE-PARA
052500         PERFORM BACK-OUT-PARA
052600         MOVE 'NOT RAISED - SEE ERROR LOG' TO MSGO
052700         GO TO RAISE-EXIT
052800     END-IF.
052900     MOVE FAQ-APPROVAL-NO              TO WS-APPR-NO-EDIT.
053000     MOVE SPACES                       TO WS-DONE-MSG.
053100     IF FAQ-OVER-LIMIT
053200         STRING 'ITEM ' WS-APPR-NO-EDIT
053300                ' RAISED - AWAITING SECOND APPROVAL'
053400                DELIMITED BY SIZE    INTO WS-DONE-MSG
053500     ELSE
053600         STRING 'ITEM ' WS-APPR-NO-EDIT
053700                ' RAISED - WITHIN LIMIT, POSTS NEXT RUN'
053800                DELIMITED BY SIZE    INTO WS-DONE-MSG
053900     END-IF.
054000     PERFORM SHOW-AFTER-CHANGE-PARA.
054100 RAISE-EXIT.
054200     EXIT.

054300 RAISE-ONE-TRY-PARA.
054400     ADD 1                             TO WS-RAISE-TRIES.
054500     PERFORM RAISE-APPROVAL-PARA.

054600*    THE NEW-ITEM FIELDS. A WRITE-OFF NEEDS THE REGISTRATION KEY,
054700*    A CREDIT THE ORG CODE; BOTH NEED A POSITIVE AMOUNT AND A
054800*    REFERENCE THE CHECKER CAN FOLLOW UP.
054900 TAKE-NEW-ITEM-PARA.
055000     MOVE SPACES                       TO WS-ERROR-SWITCH.
055100     IF ITYPEI = LOW-VALUES
055200         MOVE SPACES                   TO ITYPEI
055300     END-IF.
055400     IF CATGI = LOW-VALUES
055500         MOVE SPACES                   TO CATGI
055600     END-IF.
055700     IF EMAILI = LOW-VALUES
055800         MOVE SPACES                   TO EMAILI
055900     END-IF.
056000     IF ORGI = LOW-VALUES
056100         MOVE SPACES                   TO ORGI
056200     END-IF.
056300     IF IREFI = LOW-VALUES
056400         MOVE SPACES                   TO IREFI
056500     END-IF.
056600     IF AMTUI = LOW-VALUES
056700         MOVE SPACES                   TO AMTUI
056800     END-IF.
056900     IF AMTPI = LOW-VALUES
057000         MOVE SPACES                   TO AMTPI
057100     END-IF.
057200     MOVE ITYPEI                       TO FAQ-ITEM-TYPE.
057300     MOVE SPACES                       TO FAQ-SESSION-CATG
057400                                          FAQ-EMAIL-ADDR
057500                                          FAQ-ORG-CODE.
057600     MOVE 0                            TO FAQ-SESSION-ID
057700                                          FAQ-AMOUNT.
057800     EVALUATE TRUE
057900       WHEN FAQ-WRITEOFF
058000         INSPECT SIDI REPLACING LEADING ' ' BY '0'
058100         EVALUATE TRUE
058200           WHEN CATGI = SPACES
058300             MOVE 'KEY THE SESSION CATEGORY' TO MSGO
058400             MOVE 'E'                  TO WS-ERROR-SWITCH
058500           WHEN SIDI NOT NUMERIC
058600             MOVE 'SESSION ID MUST BE NUMERIC' TO MSGO
058700             MOVE 'E'                  TO WS-ERROR-SWITCH
058800           WHEN EMAILI = SPACES
058900             MOVE 'KEY THE REGISTRANT EMAIL' TO MSGO
059000             MOVE 'E'                  TO WS-ERROR-SWITCH
059100           WHEN OTHER
059200             MOVE CATGI                TO FAQ-SESSION-CATG
059300             MOVE SIDI                 TO WS-SESSION-ID-NUM
059400             MOVE WS-SESSION-ID-NUM    TO FAQ-SESSION-ID
059500             MOVE EMAILI               TO FAQ-EMAIL-ADDR
059600         END-EVALUATE
059700       WHEN FAQ-CREDIT
059800         IF ORGI = SPACES
059900             MOVE 'KEY THE ORG CODE'   TO MSGO
060000             MOVE 'E'                  TO WS-ERROR-SWITCH
060100         ELSE
060200             MOVE ORGI                 TO FAQ-ORG-CODE
060300         END-IF
060400       WHEN OTHER
060500         MOVE 'ITEM TYPE MUST BE W OR C' TO MSGO
060600         MOVE 'E'                      TO WS-ERROR-SWITCH
060700     END-EVALUATE.
060800     IF NOT WS-NO-ERROR
060900         GO TO TAKE-NEW-ITEM-EXIT
061000     END-IF.
061100     INSPECT AMTUI REPLACING LEADING ' ' BY '0'.
061200     INSPECT AMTPI REPLACING ALL ' ' BY '0'.
061300     IF AMTUI NOT NUMERIC OR AMTPI NOT NUMERIC
061400         MOVE 'AMOUNT MUST BE NUMERIC' TO MSGO
061500         MOVE 'E'                      TO WS-ERROR-SWITCH
061600         GO TO TAKE-NEW-ITEM-EXIT
061700     END-IF.
061800     MOVE AMTUI                        TO WS-AMT-UNITS.
061900     MOVE AMTPI                        TO WS-AMT-HUNDREDTHS.
062000     COMPUTE FAQ-AMOUNT =
062100         WS-AMT-UNITS + (WS-AMT-HUNDREDTHS / 100).
062200     IF FAQ-AMOUNT NOT > 0
062300         MOVE 'KEY AN AMOUNT GREATER THAN ZERO' TO MSGO
062400         MOVE 'E'                      TO WS-ERROR-SWITCH
062500         GO TO TAKE-NEW-ITEM-EXIT
062600     END-IF.
062700     IF IREFI = SPACES
062800         MOVE 'KEY A REFERENCE FOR THE CHECKER' TO MSGO
062900         MOVE 'E'                      TO WS-ERROR-SWITCH
063000         GO TO TAKE-NEW-ITEM-EXIT
063100     END-IF.
063200     MOVE IREFI                        TO FAQ-ITEM-REF.
063300 TAKE-NEW-ITEM-EXIT.
063400     EXIT.

063500*    AN OVERRIDE IS FOR AN ACTIVE, BILLED REGISTRATION WITH A
063600*    BALANCE STILL OPEN AND NO WRITE-OFF YET - THE SAME TESTS THE
063700*    ETROP61 SMALL-BALANCES CURSOR MAKES, LESS THE CEILING - AND
063800*    FOR NO MORE THAN THAT BALANCE. ONE OPEN OVERRIDE AT A TIME.
063900 CHECK-WRITEOFF-PARA.
064000     MOVE SPACES                       TO WS-ERROR-SWITCH.
064100     EXEC SQL
064200       SELECT R.REG_STATUS,
064300              CASE WHEN R.CONTRACT_ID IS NULL
064400                   THEN 'N' ELSE 'Y' END,
064500              COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
064600              - COALESCE(R.AMOUNT_PAID, 0)
064700         INTO :WS-REG-STATUS, :WS-CONTRACT-SW, :WS-BALANCE
064800         FROM DBODEVP.REGISTRATION R,
064900              DBODEVP.TRAINING_SESSION S
065000        WHERE S.SESSION_CATG = R.SESSION_CATG
065100          AND S.SESSION_ID   = R.SESSION_ID
065200          AND R.SESSION_CATG = :FAQ-SESSION-CATG
065300          AND R.SESSION_ID   = :FAQ-SESSION-ID
065400          AND R.EMAIL_ADDR   = :FAQ-EMAIL-ADDR
065500     END-EXEC.
065600     EVALUATE SQLCODE
065700       WHEN 0
065800         CONTINUE
065900       WHEN 100
066000         MOVE 'NO REGISTRATION FOUND FOR THAT KEY' TO MSGO
066100         MOVE 'E'                      TO WS-ERROR-SWITCH
066200         GO TO CHECK-WRITEOFF-EXIT
066300       WHEN OTHER
066400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
066500         MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
066600         PERFORM CHECK-SQLCODE-PARA
066700         MOVE 'REGISTRATION LOOKUP FAILED - SEE ERROR LOG'
066800                                       TO MSGO
066900         MOVE 'E'                      TO WS-ERROR-SWITCH
067000         GO TO CHECK-WRITEOFF-EXIT
067100     END-EVALUATE.
067200     EVALUATE TRUE
067300       WHEN NOT WS-REG-ACTIVE
067400         MOVE 'REGISTRATION IS NOT ACTIVE' TO MSGO
067500         MOVE 'E'                      TO WS-ERROR-SWITCH
067600       WHEN WS-CONTRACT-DRAWDOWN
067700         MOVE 'CONTRACT DRAWDOWN - NO BALANCE TO WRITE OFF'
067800                                       TO MSGO
067900         MOVE 'E'                      TO WS-ERROR-SWITCH
068000       WHEN WS-BALANCE NOT > 0
068100         MOVE 'NO OPEN BALANCE TO WRITE OFF' TO MSGO
068200         MOVE 'E'                      TO WS-ERROR-SWITCH
068300       WHEN FAQ-AMOUNT > WS-BALANCE
068400         MOVE 'AMOUNT IS MORE THAN THE OPEN BALANCE' TO MSGO
068500         MOVE 'E'                      TO WS-ERROR-SWITCH
068600     END-EVALUATE.
068700     IF NOT WS-NO-ERROR
068800         GO TO CHECK-WRITEOFF-EXIT
068900     END-IF.
069000     EXEC SQL
069100       SELECT COUNT(*)
069200         INTO :WS-ROW-COUNT
069300         FROM DBODEVP.REGISTRATION_WRITEOFF
069400        WHERE SESSION_CATG = :FAQ-SESSION-CATG
069500          AND SESSION_ID   = :FAQ-SESSION-ID
069600          AND EMAIL_ADDR   = :FAQ-EMAIL-ADDR
069700     END-EXEC.
069800     IF SQLCODE = 0
069900        AND WS-ROW-COUNT = 0
070000         EXEC SQL
070100           SELECT COUNT(*)
070200             INTO :WS-ROW-COUNT
070300             FROM DBODEVP.FINANCIAL_APPROVAL
070400            WHERE ITEM_TYPE    = 'W'
070500              AND SESSION_CATG = :FAQ-SESSION-CATG
070600              AND SESSION_ID   = :FAQ-SESSION-ID
070700              AND EMAIL_ADDR   = :FAQ-EMAIL-ADDR
070800              AND (APPROVAL_STATUS = 'P'
070900                   OR (APPROVAL_STATUS IN ('A', 'U')
071000                       AND POSTED_DTS IS NULL))
071100         END-EXEC
071200         IF SQLCODE = 0
071300            AND WS-ROW-COUNT > 0
071400             MOVE 'AN OVERRIDE IS ALREADY OPEN FOR THAT KEY'
071500                                       TO MSGO
071600             MOVE 'E'                  TO WS-ERROR-SWITCH
071700         END-IF
071800     ELSE
071900         IF SQLCODE = 0
072000             MOVE 'REGISTRATION IS ALREADY WRITTEN OFF' TO MSGO
072100             MOVE 'E'                  TO WS-ERROR-SWITCH
072200         END-IF
072300     END-IF.
072400     IF SQLCODE NOT = 0
072500         MOVE 'SELECT'                 TO EL-ERROR-ACTION
072600         MOVE 'WRITE-OFF CHECK'        TO EL-ERROR-DB2-OBJECT
072700         PERFORM CHECK-SQLCODE-PARA
072800         MOVE 'WRITE-OFF CHECK FAILED - SEE ERROR LOG' TO MSGO
072900         MOVE 'E'                      TO WS-ERROR-SWITCH
073000     END-IF.
073100 CHECK-WRITEOFF-EXIT.
073200     EXIT.

073300*    A CREDIT IS FOR AN ORGANIZATION ON FILE.
073400 CHECK-ORG-PARA.
073500     MOVE SPACES                       TO WS-ERROR-SWITCH.
073600     EXEC SQL
073700       SELECT COUNT(*)
073800         INTO :WS-ROW-COUNT
073900         FROM DBODEVP.ORGANIZATION
074000        WHERE ORG_CODE = :FAQ-ORG-CODE
074100     END-EXEC.
074200     EVALUATE TRUE
074300       WHEN SQLCODE NOT = 0
074400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
074500         MOVE 'ORGANIZATION'           TO EL-ERROR-DB2-OBJECT
074600         PERFORM CHECK-SQLCODE-PARA
074700         MOVE 'ORG LOOKUP FAILED - SEE ERROR LOG' TO MSGO
074800         MOVE 'E'                      TO WS-ERROR-SWITCH
074900       WHEN WS-ROW-COUNT = 0
075000         MOVE 'ORG CODE NOT ON FILE'   TO MSGO
075100         MOVE 'E'                      TO WS-ERROR-SWITCH
075200     END-EVALUATE.

075300******************************************************************
075400* Shared Lookups                                                 *
075500******************************************************************
075600 READ-ITEM-PARA.
075700     MOVE SPACES                       TO WS-ERROR-SWITCH.
075800     MOVE WS-APPR-NO-KEY               TO FAP-APPROVAL-NO.
075900     EXEC SQL
076000       SELECT ITEM_TYPE, APPROVAL_STATUS, MAKER_ID
076100         INTO :FAP-ITEM-TYPE, :FAP-APPROVAL-STATUS,
076200              :FAP-MAKER-ID
076300         FROM DBODEVP.FINANCIAL_APPROVAL
076400        WHERE APPROVAL_NO = :FAP-APPROVAL-NO
076500     END-EXEC.
076600     EVALUATE SQLCODE
076700       WHEN 0
076800         CONTINUE
076900       WHEN 100
077000         MOVE 'APPROVAL NO NOT ON FILE' TO MSGO
077100         MOVE 'E'                      TO WS-ERROR-SWITCH
077200       WHEN OTHER
077300         MOVE 'SELECT'                 TO EL-ERROR-ACTION
077400         MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
077500         PERFORM CHECK-SQLCODE-PARA
077600         MOVE 'ITEM LOOKUP FAILED - SEE ERROR LOG' TO MSGO
077700         MOVE 'E'                      TO WS-ERROR-SWITCH
077800     END-EVALUATE.

077900*    AFTER A CHANGE THE LIST RESTARTS FROM THE TOP, SO WHAT IS
078000*    STILL PENDING IS IN VIEW.
078100 SHOW-AFTER-CHANGE-PARA.
078200     PERFORM CLEAR-COMMAREA-PARA.
078300     PERFORM BUILD-PAGE-PARA.

078400******************************************************************
078500* One Page Of Pending Items                                      *
078600******************************************************************
078700*    READS ON FROM THE LAST ITEM SHOWN UNTIL THE PAGE IS FULL;
078800*    ONE ROW MORE TELLS WHETHER PF8 HAS ANYTHING TO SHOW.
078900 BUILD-PAGE-PARA.
079000     MOVE 'BUILD-PAGE-PARA           ' TO EL-ERROR-PARA-NAME.
079100     MOVE SPACES                       TO WS-PAGE-LINES.
079200     MOVE 0                            TO WS-LINE-SUB.
079300     MOVE 'N'                          TO WS-CA-MORE-SWITCH.
079400     MOVE 'PENDING-ITEMS'              TO EL-ERROR-DB2-OBJECT.
079500     EXEC SQL
079600       OPEN PENDING-ITEMS
079700     END-EXEC.
079800     IF SQLCODE NOT = 0
079900         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
080000         PERFORM CHECK-SQLCODE-PARA
080100         MOVE 'ITEM LOOKUP FAILED - SEE ERROR LOG' TO MSGO
080200     ELSE
080300         PERFORM FETCH-ITEM-PARA
080400         PERFORM TAKE-ITEM-ROW-PARA
080500             UNTIL WS-FETCH-SQLCODE NOT = 0
080600                OR WS-CA-MORE-ROWS
080700         IF WS-FETCH-SQLCODE NOT = 0
080800            AND WS-FETCH-SQLCODE NOT = 100
080900             MOVE WS-FETCH-SQLCODE     TO SQLCODE
081000             MOVE 'FETCH '             TO EL-ERROR-ACTION
081100             PERFORM CHECK-SQLCODE-PARA
081200         END-IF
081300         EXEC SQL
081400           CLOSE PENDING-ITEMS
081500         END-EXEC
081600         IF SQLCODE NOT = 0
081700             MOVE 'CLOSE '             TO EL-ERROR-ACTION
081800             PERFORM CHECK-SQLCODE-PARA
081900         END-IF
082000         PERFORM PAGE-MESSAGE-PARA
082100     END-IF.
082200     PERFORM SHOW-PAGE-PARA.

082300 FETCH-ITEM-PARA.
082400     EXEC SQL
082500       FETCH PENDING-ITEMS
082600        INTO :FAP-APPROVAL-NO,
082700             :FAP-ITEM-TYPE,
082800             :FAP-SESSION-CATG,
082900             :FAP-SESSION-ID,
083000             :FAP-EMAIL-ADDR,
083100             :FAP-ORG-CODE,
083200             :FAP-AMOUNT,
083300             :FAP-ITEM-REF,
083400             :FAP-MAKER-ID,
083500             :WS-IR-RAISED
083600     END-EXEC.
083700     MOVE SQLCODE                      TO WS-FETCH-SQLCODE.

083800*    A FULL PAGE LEAVES THE ROW JUST READ UNSHOWN; THE LAST
083900*    NUMBER KEPT IS THE LAST ONE SHOWN, SO PF8 STARTS AT THAT ROW.
084000 TAKE-ITEM-ROW-PARA.
084100     IF WS-LINE-SUB NOT < WS-MAX-LINES
084200         SET WS-CA-MORE-ROWS           TO TRUE
084300     ELSE
084400         ADD 1                         TO WS-LINE-SUB
084500         PERFORM FORMAT-ITEM-PARA
084600         MOVE FAP-APPROVAL-NO          TO WS-CA-LAST-APPR-NO
084700         PERFORM FETCH-ITEM-PARA
084800     END-IF.

084900 FORMAT-ITEM-PARA.
085000     MOVE FAP-APPROVAL-NO              TO WS-IL-APPROVAL-NO.
085100     MOVE FAP-ITEM-TYPE                TO WS-IL-ITEM-TYPE.
085200     MOVE FAP-AMOUNT                   TO WS-IL-AMOUNT.
085300     IF FAP-TYPE-CREDIT
085400         MOVE FAP-ORG-CODE             TO WS-IL-FOR
085500     ELSE
085600         MOVE SPACES                   TO WS-IL-FOR
085700         MOVE FAP-SESSION-CATG         TO WS-IL-CATG
085800         MOVE '/'                      TO WS-IL-SLASH
085900         MOVE FAP-SESSION-ID           TO WS-IL-SESSION-ID
086000         MOVE FAP-EMAIL-ADDR-TEXT      TO WS-IL-EMAIL
086100     END-IF.
086200     MOVE FAP-MAKER-ID                 TO WS-IL-MAKER-ID.
086300     MOVE WS-IR-RAISED                 TO WS-IL-RAISED.
086400     MOVE FAP-ITEM-REF                 TO WS-IL-ITEM-REF.
086500     MOVE WS-ITEM-LINE             TO WS-PG-LINE (WS-LINE-SUB).

086600*    AFTER A CHANGE THE CHANGE'S OWN MESSAGE LEADS.
086700 PAGE-MESSAGE-PARA.
086800     EVALUATE TRUE
086900       WHEN WS-FETCH-SQLCODE NOT = 0
087000        AND WS-FETCH-SQLCODE NOT = 100
087100         MOVE 'ITEM LOOKUP FAILED - SEE ERROR LOG' TO MSGO
087200       WHEN WS-DONE-MSG NOT = SPACES
087300         MOVE WS-DONE-MSG              TO MSGO
087400       WHEN WS-LINE-SUB = 0
087500         MOVE 'NO ITEMS PENDING APPROVAL' TO MSGO
087600       WHEN WS-CA-MORE-ROWS
087700         MOVE 'PF8 FOR MORE ITEMS'     TO MSGO
087800       WHEN OTHER
087900         MOVE 'END OF PENDING ITEMS'   TO MSGO
088000     END-EVALUATE.

088100 SHOW-PAGE-PARA.
088200     MOVE WS-PG-LINE (1)               TO LIN1O.
088300     MOVE WS-PG-LINE (2)               TO LIN2O.
088400     MOVE WS-PG-LINE (3)               TO LIN3O.
088500     MOVE WS-PG-LINE (4)               TO LIN4O.
088600     MOVE WS-PG-LINE (5)               TO LIN5O.
088700     MOVE WS-PG-LINE (6)               TO LIN6O.
088800     MOVE WS-PG-LINE (7)               TO LIN7O.
088900     MOVE WS-PG-LINE (8)               TO LIN8O.
089000     MOVE WS-PG-LINE (9)               TO LIN9O.
089100     MOVE WS-PG-LINE (10)              TO LIN10O.

089200 CLEAR-DETAIL-PARA.
089300     MOVE SPACES                       TO WS-PAGE-LINES.
089400     PERFORM SHOW-PAGE-PARA.

089500*    A FAILED CHANGE MUST NOT SURVIVE THE TASK.
089600 BACK-OUT-PARA.
089700     EXEC CICS SYNCPOINT ROLLBACK
089800               RESP    (WS-RESP)
089900     END-EXEC.
090000     IF WS-RESP NOT = DFHRESP(NORMAL)
090100         PERFORM CHECK-RESPCODE-PARA
090200     END-IF.

090300 SEND-RESULT-MAP-PARA.
090400     EXEC CICS SEND MAP    ('ETRM26M')
090500               MAPSET      ('ETRM026')
090600               FROM        (ETRM26O)
090700               DATAONLY
090800               RESP        (WS-RESP)
090900     END-EXEC.
091000     IF WS-RESP NOT = DFHRESP(NORMAL)
091100         PERFORM CHECK-RESPCODE-PARA
091200     END-IF.

091300 SEND-GOODBYE-PARA.
091400     EXEC CICS SEND TEXT
091500               FROM    ('ETRM026 - FINANCIAL APPROVAL COMPLETE')
091600               LENGTH  (37)
091700               ERASE
091800               RESP    (WS-RESP)
091900     END-EXEC.
092000     IF WS-RESP NOT = DFHRESP(NORMAL)
092100         PERFORM CHECK-RESPCODE-PARA
092200     END-IF.
092300     PERFORM LOG-TXN-END-PARA.
092400     EXEC CICS RETURN
092500     END-EXEC.

092600******************************************************************
092700* Error Logging                                                  *
092800******************************************************************
092900     EXEC SQL
093000       INCLUDE CPERRLOG
093100     END-EXEC.

093200******************************************************************
093300* Transaction Usage                                              *
093400******************************************************************
093500     EXEC SQL
093600       INCLUDE CPTXNLOG
093700     END-EXEC.

093800******************************************************************
093900* Authorization Check                                            *
094000******************************************************************
094100     EXEC SQL
094200       INCLUDE CPAUTHCK
094300     END-EXEC.

094400******************************************************************
094500* Maintenance-Window Check                                       *
094600******************************************************************
094700     EXEC SQL
094800       INCLUDE CPQUIES
094900     END-EXEC.

095000******************************************************************
095100* Financial Adjustment Maker-Checker                             *
095200******************************************************************
095300     EXEC SQL
095400       INCLUDE CPFINAP
095500     END-EXEC.
