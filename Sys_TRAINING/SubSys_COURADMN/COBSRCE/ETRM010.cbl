005300       INCLUDE CWERRLOG
005400     END-EXEC.

005401*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
005402     EXEC SQL
005403       INCLUDE CWTXNLOG
005404     END-EXEC.

005500******************************************************************
005600*                     DB2 SECTION                                *
005700******************************************************************

009200     MOVE 'ETRM010'                    TO EL-ERROR-MODULE.
009300     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
009301     MOVE 'ETRM010'                    TO TXL-PROGRAM-ID.
009302     PERFORM LOG-TXN-START-PARA.

009400     IF EIBCALEN = 0
009500         MOVE SPACES                   TO WS-CA-EMAIL-ADDR
012800     GOBACK.

012900 RETURN-CONVERSATIONAL-PARA.
012901     PERFORM LOG-TXN-END-PARA.
013000     EXEC CICS RETURN
013100          TRANSID  ('ETRH')
013200          COMMAREA (WS-COMMAREA)
028400     IF WS-RESP NOT = DFHRESP(NORMAL)
028500         PERFORM CHECK-RESPCODE-PARA
028600     END-IF.
028601     PERFORM LOG-TXN-END-PARA.
028700     EXEC CICS RETURN
028800     END-EXEC.

029200     EXEC SQL
029300       INCLUDE CPERRLOG
029400     END-EXEC.

029401******************************************************************
029402* Transaction Usage                                              *
029403******************************************************************
029404     EXEC SQL
029405       INCLUDE CPTXNLOG
029406     END-EXEC.
