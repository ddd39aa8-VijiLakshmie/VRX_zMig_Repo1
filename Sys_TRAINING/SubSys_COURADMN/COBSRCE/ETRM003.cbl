007900       INCLUDE CWERRLOG
008000     END-EXEC.

008001*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
008002     EXEC SQL
008003       INCLUDE CWTXNLOG
008004     END-EXEC.

010900******************************************************************
011000*                     DB2 SECTION                                *
011100******************************************************************

016800     MOVE 'ETRM003'                    TO EL-ERROR-MODULE.
016900     MOVE 'MAIN-LOGIC-PARA           '  TO EL-ERROR-PARA-NAME.
016901     MOVE 'ETRM003'                    TO TXL-PROGRAM-ID.
016902     PERFORM LOG-TXN-START-PARA.

017000     IF EIBCALEN = 0
017100         MOVE SPACES                    TO WS-CA-SESSION-CATG
019770* DISPLAYED KEY FORWARD SO THE NEXT PF7/PF8 CAN RESUME FROM IT.   *
019780******************************************************************
019800 RETURN-CONVERSATIONAL-PARA.
019801     PERFORM LOG-TXN-END-PARA.
019900     EXEC CICS RETURN
020000          TRANSID  ('ETRN')
020100          COMMAREA (WS-COMMAREA)
034700     IF WS-RESP NOT = DFHRESP(NORMAL)
034800         PERFORM CHECK-RESPCODE-PARA
034900     END-IF.
034901     PERFORM LOG-TXN-END-PARA.
035000     EXEC CICS RETURN
035100     END-EXEC.

035600     EXEC SQL
035700       INCLUDE CPERRLOG
035800     END-EXEC.

035801******************************************************************
035802* Transaction Usage                                              *
035803******************************************************************
035804     EXEC SQL
035805       INCLUDE CPTXNLOG
035806     END-EXEC.
