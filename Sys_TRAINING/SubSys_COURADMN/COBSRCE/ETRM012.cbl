001500*  FILLED WHILE THE APPROVAL SAT), OR KEY A REASON AND PF6 TO     *
001600*  REJECT. ETROP65 CHASES APPROVALS LEFT OUTSTANDING AND          *
001700*  EXPIRES THE ONES STILL UNANSWERED AT SESSION START.            *
001710*  ETRB025 HOLDS AN APPROVAL TO THE EMPLOYEE'S DEPARTMENT         *
001720*  TRAINING BUDGET: OVER BUDGET, PF5 IS REFUSED UNTIL THE         *
001730*  MANAGER KEYS A BUDGET OVERRIDE REASON, WHICH ETRB025 LOGS.     *
001800******************************************************************

001900 ENVIRONMENT DIVISION.
005700       88 WS-AP-NOT-PENDING                      VALUE 'N'.
005800       88 WS-AP-BAD-INPUT                        VALUE 'Z'.
005900       88 WS-AP-UNAUTHORIZED                     VALUE 'X'.
005950       88 WS-AP-OVER-BUDGET                      VALUE 'B'.
005960       88 WS-AP-NO-FISCAL-PERIOD                 VALUE 'F'.
006000       88 WS-AP-FAILED                           VALUE '9'.
006100    05 WS-AP-AUTH-USR-ID               PIC X(8).
006110    05 WS-AP-OVERRIDE-REASON           PIC X(60).

006200******************************************************************
006300*  COMMAREA - CARRIES THE KEY OF THE REGISTRATION CURRENTLY ON    *
007900       INCLUDE CWERRLOG
008000     END-EXEC.

008001*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
008002     EXEC SQL
008003       INCLUDE CWTXNLOG
008004     END-EXEC.

008010*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
008020     EXEC SQL
008030       INCLUDE CWQUIES
008040     END-EXEC.

008100******************************************************************
008200*                     DB2 SECTION                                *
008300******************************************************************

009600     MOVE 'ETRM012'                    TO EL-ERROR-MODULE.
009700     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
009701     MOVE 'ETRM012'                    TO TXL-PROGRAM-ID.
009702     PERFORM LOG-TXN-START-PARA.

009800     IF EIBCALEN = 0
009900         MOVE SPACES                   TO WS-CA-SESSION-CATG
011500             PERFORM SEND-RESULT-MAP-PARA
011600             PERFORM RETURN-CONVERSATIONAL-PARA
011700           WHEN DFHPF5
011710             PERFORM CHECK-QUIESCE-PARA
011720             IF QSC-QUIESCED
011730                 MOVE QSC-MESSAGE      TO MSGO
011740             ELSE
011750                 PERFORM ANSWER-APPROVAL-PARA
011760             END-IF
011900             PERFORM SEND-RESULT-MAP-PARA
012000             PERFORM RETURN-CONVERSATIONAL-PARA
012100           WHEN DFHPF6
012110             PERFORM CHECK-QUIESCE-PARA
012120             IF QSC-QUIESCED
012130                 MOVE QSC-MESSAGE      TO MSGO
012140             ELSE
012150                 PERFORM REJECT-APPROVAL-PARA
012160             END-IF
012300             PERFORM SEND-RESULT-MAP-PARA
012400             PERFORM RETURN-CONVERSATIONAL-PARA
012500           WHEN OTHER
013500* KEY FORWARD SO PF5/PF6 ACT ON IT.                              *
013600******************************************************************
013700 RETURN-CONVERSATIONAL-PARA.
013701     PERFORM LOG-TXN-END-PARA.
013800     EXEC CICS RETURN
013900          TRANSID  ('ETRA')
014000          COMMAREA (WS-COMMAREA)
022400         MOVE REG-STATUS               TO RSTATO
022500         MOVE REG-DATE                 TO RDATEO
022600         MOVE SPACES                   TO REASONO
022610         MOVE SPACES                   TO OVRDO
022700         IF WS-REG-ENO-IND < 0
022800             MOVE SPACES               TO ENOO
022900             MOVE SPACES               TO MGRO
027100     ELSE
027200         MOVE 'A'                      TO WS-AP-ANSWER
027300         MOVE SPACES                   TO WS-AP-REJECT-REASON
027310         IF OVRDI = LOW-VALUES
027320             MOVE SPACES               TO WS-AP-OVERRIDE-REASON
027330         ELSE
027340             MOVE OVRDI                TO WS-AP-OVERRIDE-REASON
027350         END-IF
027400         PERFORM CALL-ETRB025-PARA
027500     END-IF.

028500       WHEN OTHER
028600         MOVE 'R'                      TO WS-AP-ANSWER
028700         MOVE REASONI                  TO WS-AP-REJECT-REASON
028710         MOVE SPACES                   TO WS-AP-OVERRIDE-REASON
028800         PERFORM CALL-ETRB025-PARA
028900     END-EVALUATE.

031500         MOVE 'ANSWER REFUSED - CHECK THE REASON' TO MSGO
031600       WHEN WS-AP-UNAUTHORIZED
031700         MOVE 'NOT AUTHORIZED TO ANSWER APPROVALS' TO MSGO
031710       WHEN WS-AP-OVER-BUDGET
031720         MOVE 'OVER DEPT BUDGET - KEY OVERRIDE REASON, PF5'
031730                                       TO MSGO
031740       WHEN WS-AP-NO-FISCAL-PERIOD
031750         MOVE 'NO FISCAL PERIOD FOR SESSION START - NOT APPROVED'
031760                                       TO MSGO
031800       WHEN OTHER
031900         MOVE 'ANSWER FAILED - SEE ERROR LOG' TO MSGO
032000     END-EVALUATE.
035400     IF WS-RESP NOT = DFHRESP(NORMAL)
035500         PERFORM CHECK-RESPCODE-PARA
035600     END-IF.
035601     PERFORM LOG-TXN-END-PARA.
035700     EXEC CICS RETURN
035800     END-EXEC.

036200     EXEC SQL
036300       INCLUDE CPERRLOG
036400     END-EXEC.

036401******************************************************************
036402* Transaction Usage                                              *
036403******************************************************************
036404     EXEC SQL
036405       INCLUDE CPTXNLOG
036406     END-EXEC.

036410******************************************************************
036420* Maintenance-Window Check                                       *
036430******************************************************************
036440     EXEC SQL
036450       INCLUDE CPQUIES
036460     END-EXEC.
