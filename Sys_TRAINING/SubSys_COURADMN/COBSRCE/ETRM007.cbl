006500       INCLUDE CWERRLOG
006600     END-EXEC.

006601*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
006602     EXEC SQL
006603       INCLUDE CWTXNLOG
006604     END-EXEC.

006700******************************************************************
006800*                     DB2 SECTION                                *
006900******************************************************************

011200     MOVE 'ETRM007'                    TO EL-ERROR-MODULE.
011300     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
011301     MOVE 'ETRM007'                    TO TXL-PROGRAM-ID.
011302     PERFORM LOG-TXN-START-PARA.

011400     IF EIBCALEN = 0
011500         MOVE SPACES                   TO WS-CA-MODULE-FILTER
014500* POSITION AND FILTERS FORWARD FOR THE NEXT PF7/PF8.              *
014600******************************************************************
014700 RETURN-CONVERSATIONAL-PARA.
014701     PERFORM LOG-TXN-END-PARA.
014800     EXEC CICS RETURN
014900          TRANSID  ('ETRE')
015000          COMMAREA (WS-COMMAREA)
033900     IF WS-RESP NOT = DFHRESP(NORMAL)
034000         PERFORM CHECK-RESPCODE-PARA
034100     END-IF.
034101     PERFORM LOG-TXN-END-PARA.
034200     EXEC CICS RETURN
034300     END-EXEC.

034700     EXEC SQL
034800       INCLUDE CPERRLOG
034900     END-EXEC.

034901******************************************************************
034902* Transaction Usage                                              *
034903******************************************************************
034904     EXEC SQL
034905       INCLUDE CPTXNLOG
034906     END-EXEC.
