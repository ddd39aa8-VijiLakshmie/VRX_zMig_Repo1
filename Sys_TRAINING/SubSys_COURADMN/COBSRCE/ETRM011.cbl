005700       INCLUDE CWERRLOG
005800     END-EXEC.

005801*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
005802     EXEC SQL
005803       INCLUDE CWTXNLOG
005804     END-EXEC.

005810*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
005820     EXEC SQL
005830       INCLUDE CWQUIES
005840     END-EXEC.

005900******************************************************************
006000*                     DB2 SECTION                                *
006100******************************************************************

007400     MOVE 'ETRM011'                    TO EL-ERROR-MODULE.
007500     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
007501     MOVE 'ETRM011'                    TO TXL-PROGRAM-ID.
007502     PERFORM LOG-TXN-START-PARA.

007600     IF EIBCALEN = 0
007700         MOVE SPACES                   TO WS-CA-SESSION-CATG
009700     GOBACK.

009800 RETURN-CONVERSATIONAL-PARA.
009801     PERFORM LOG-TXN-END-PARA.
009900     EXEC CICS RETURN
010000          TRANSID  ('ETRV')
010100          COMMAREA (WS-COMMAREA)
013300******************************************************************
013400 STORE-ONE-FORM-PARA.
013500     MOVE SPACES                       TO WS-ERROR-SWITCH.
013510     PERFORM CHECK-QUIESCE-PARA.
013520     IF QSC-QUIESCED
013530         MOVE 'E'                      TO WS-ERROR-SWITCH
013540         MOVE QSC-MESSAGE              TO MSGO
013550     ELSE
013560         PERFORM TAKE-KEY-PARA
013570     END-IF.
013700     IF WS-NO-ERROR
013800         PERFORM EDIT-SCORES-PARA
013900     END-IF.
028300     IF WS-RESP NOT = DFHRESP(NORMAL)
028400         PERFORM CHECK-RESPCODE-PARA
028500     END-IF.
028501     PERFORM LOG-TXN-END-PARA.
028600     EXEC CICS RETURN
028700     END-EXEC.

029100     EXEC SQL
029200       INCLUDE CPERRLOG
029300     END-EXEC.

029301******************************************************************
029302* Transaction Usage                                              *
029303******************************************************************
029304     EXEC SQL
029305       INCLUDE CPTXNLOG
029306     END-EXEC.

029310******************************************************************
029320* Maintenance-Window Check                                       *
029330******************************************************************
029340     EXEC SQL
029350       INCLUDE CPQUIES
029360     END-EXEC.
