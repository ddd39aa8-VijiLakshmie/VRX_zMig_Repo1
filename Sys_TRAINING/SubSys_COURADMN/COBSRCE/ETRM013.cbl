007000       INCLUDE CWERRLOG
007100     END-EXEC.

007101*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
007102     EXEC SQL
007103       INCLUDE CWTXNLOG
007104     END-EXEC.

007105*    PERSONAL-DATA READ-ACCESS LOG FIELDS - SEE CWPIIACC.
007106     EXEC SQL
007107       INCLUDE CWPIIACC
007108     END-EXEC.

007200******************************************************************
007300*                     DB2 SECTION                                *
007400******************************************************************

011500     MOVE 'ETRM013'                    TO EL-ERROR-MODULE.
011600     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
011601     MOVE 'ETRM013'                    TO TXL-PROGRAM-ID.
011602     PERFORM LOG-TXN-START-PARA.

011700     IF EIBCALEN = 0
011800         MOVE SPACES                   TO WS-CA-SEARCH-NAME
015600* THE DISPLAYED ROW'S DTS FORWARD SO PF7/PF8 RESUME FROM IT.     *
015700******************************************************************
015800 RETURN-CONVERSATIONAL-PARA.
015801     PERFORM LOG-TXN-END-PARA.
015900     EXEC CICS RETURN
016000          TRANSID  ('ETRS')
016100          COMMAREA (WS-COMMAREA)
024900 BROWSE-FORWARD-PARA.
025000     MOVE 'NAME-BROWSE-FWD'            TO EL-ERROR-DB2-OBJECT.
025100     MOVE 'N'                          TO WS-FOUND-SWITCH.
025101     PERFORM RESET-PII-ACCESS-PARA.
025200     EXEC SQL
025300       OPEN NAME-BROWSE-FWD
025400     END-EXEC.
027200     EVALUATE SQLCODE
027300       WHEN 0
027400         SET WS-ROW-FOUND              TO TRUE
027401         MOVE 1                        TO PAL-ROW-COUNT
027402         MOVE EMAIL-ADDR-TEXT          TO PAL-SUBJECT-EMAIL-TEXT
027500       WHEN 100
027600         MOVE 'NO (MORE) MATCHES - PF7 TO GO BACK' TO MSGO
027700       WHEN OTHER
028500         MOVE 'CLOSE '                 TO EL-ERROR-ACTION
028600         PERFORM CHECK-SQLCODE-PARA
028700     END-IF
028701     PERFORM LOG-PII-SEARCH-PARA
028800     END-IF.
028900     IF WS-ROW-FOUND
029000         PERFORM SHOW-REGISTRATION-PARA
029300 BROWSE-BACKWARD-PARA.
029400     MOVE 'NAME-BROWSE-BWD'            TO EL-ERROR-DB2-OBJECT.
029500     MOVE 'N'                          TO WS-FOUND-SWITCH.
029501     PERFORM RESET-PII-ACCESS-PARA.
029600     EXEC SQL
029700       OPEN NAME-BROWSE-BWD
029800     END-EXEC.
031600     EVALUATE SQLCODE
031700       WHEN 0
031800         SET WS-ROW-FOUND              TO TRUE
031801         MOVE 1                        TO PAL-ROW-COUNT
031802         MOVE EMAIL-ADDR-TEXT          TO PAL-SUBJECT-EMAIL-TEXT
031900       WHEN 100
032000         MOVE 'ALREADY AT THE NEWEST MATCH' TO MSGO
032100       WHEN OTHER
032900         MOVE 'CLOSE '                 TO EL-ERROR-ACTION
033000         PERFORM CHECK-SQLCODE-PARA
033100     END-IF
033101     PERFORM LOG-PII-SEARCH-PARA
033200     END-IF.
033300     IF WS-ROW-FOUND
033400         PERFORM SHOW-REGISTRATION-PARA
034700     MOVE REG-STATUS                   TO RSTATO.
034800     MOVE 'PF8=OLDER PF7=NEWER - FIX VIA ETRR' TO MSGO.

034801******************************************************************
034802* EVERY BROWSE TURN IS A PARTIAL-NAME SEARCH AND IS RECORDED AS  *
034803* ONE - THE LIKE PATTERNS AS RUN, AND THE PERSON SHOWN (IF ANY). *
034804******************************************************************
034805 LOG-PII-SEARCH-PARA.
034806     MOVE 'ETRM013'                    TO PAL-PROGRAM-ID.
034807     SET PAL-SEARCH                    TO TRUE.
034808     SET PAL-WILDCARD                  TO TRUE.
034809     STRING 'NAME '                    DELIMITED BY SIZE
034810            WS-NAME-PATTERN-TEXT (1:WS-NAME-PATTERN-LEN)
034811                                       DELIMITED BY SIZE
034812            ' ORG '                    DELIMITED BY SIZE
034813            WS-ORG-PATTERN-TEXT (1:WS-ORG-PATTERN-LEN)
034814                                       DELIMITED BY SIZE
034815       INTO PAL-CRITERIA-TEXT
034816     END-STRING.
034817     EXEC CICS ASSIGN
034818               USERID  (PAL-USR-ID)
034819               RESP    (WS-RESP)
034820     END-EXEC.
034821     IF WS-RESP NOT = DFHRESP(NORMAL)
034822         MOVE SPACES                   TO PAL-USR-ID
034823     END-IF.
034824     PERFORM WRITE-PII-ACCESS-PARA.

034900 SEND-RESULT-MAP-PARA.
035000     EXEC CICS SEND MAP    ('ETRM13M')
035100               MAPSET      ('ETRM013')
036600     IF WS-RESP NOT = DFHRESP(NORMAL)
036700         PERFORM CHECK-RESPCODE-PARA
036800     END-IF.
036801     PERFORM LOG-TXN-END-PARA.
036900     EXEC CICS RETURN
037000     END-EXEC.

037400     EXEC SQL
037500       INCLUDE CPERRLOG
037600     END-EXEC.

037601******************************************************************
037602* Transaction Usage                                              *
037603******************************************************************
037604     EXEC SQL
037605       INCLUDE CPTXNLOG
037606     END-EXEC.

037607******************************************************************
037608* Personal-Data Access Log                                       *
037609******************************************************************
037610     EXEC SQL
037611       INCLUDE CPPIIACC
037612     END-EXEC.
