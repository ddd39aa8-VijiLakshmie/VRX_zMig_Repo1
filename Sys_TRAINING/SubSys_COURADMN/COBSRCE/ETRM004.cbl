005900       INCLUDE CWERRLOG
006000     END-EXEC.

006001*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
006002     EXEC SQL
006003       INCLUDE CWTXNLOG
006004     END-EXEC.

006005*    PERSONAL-DATA READ-ACCESS LOG FIELDS - SEE CWPIIACC.
006006     EXEC SQL
006007       INCLUDE CWPIIACC
006008     END-EXEC.

006100******************************************************************
006200*                     DB2 SECTION                                *
006300******************************************************************

007600     MOVE 'ETRM004'                    TO EL-ERROR-MODULE.
007700     MOVE 'MAIN-LOGIC-PARA           '  TO EL-ERROR-PARA-NAME.
007701     MOVE 'ETRM004'                    TO TXL-PROGRAM-ID.
007702     PERFORM LOG-TXN-START-PARA.

007800     IF EIBCALEN = 0
007900         PERFORM SEND-INITIAL-MAP-PARA
009600* ENDS THE PSEUDO-CONVERSATIONAL TURN.                            *
009700******************************************************************
009800 RETURN-CONVERSATIONAL-PARA.
009801     PERFORM LOG-TXN-END-PARA.
009900     EXEC CICS RETURN
010000          TRANSID  ('ETRW')
010100          COMMAREA (WS-COMMAREA)

015300 SELECT-REGISTRATION-PARA.
015400     MOVE 'REGISTRATION'               TO EL-ERROR-DB2-OBJECT.
015401     PERFORM RESET-PII-ACCESS-PARA.
015402     STRING 'SESSION '                DELIMITED BY SIZE
015403            SESSION-CATG              DELIMITED BY SIZE
015404            '/'                       DELIMITED BY SIZE
015405            WS-SESSION-ID-NUM         DELIMITED BY SIZE
015406            ' EMAIL '                 DELIMITED BY SIZE
015407            EMAIL-ADDR-TEXT           DELIMITED BY SIZE
015408       INTO PAL-CRITERIA-TEXT
015409     END-STRING.
015500     EXEC SQL
015600       SELECT WAITLIST_SEQ, REG_STATUS
015700         INTO :WS-MY-WAITLIST-SEQ :WS-MY-WAITLIST-SEQ-IND,
016300     END-EXEC.
016400     EVALUATE SQLCODE
016500       WHEN 0
016501         MOVE 1                        TO PAL-ROW-COUNT
016502         MOVE EMAIL-ADDR-TEXT          TO PAL-SUBJECT-EMAIL-TEXT
016600         MOVE REG-STATUS               TO RSTATO
016700         IF REG-STATUS = 'W'
016800             PERFORM COUNT-QUEUE-PARA
017700         PERFORM CHECK-SQLCODE-PARA
017800         MOVE 'INQUIRY FAILED - SEE ERROR LOG' TO MSGO
017900     END-EVALUATE.
017901     PERFORM LOG-PII-ACCESS-PARA.

018000*    POSITION = HOW MANY WAITLISTED ROWS SIT AT-OR-BEFORE THIS
018100*    REGISTRANT'S SEQ (INCLUDING THE REGISTRANT), TOTAL = THE
022100         END-IF
022200     END-IF.

022201******************************************************************
022202* EVERY INQUIRY THAT READ A REGISTRATION IS RECORDED - THE       *
022203* PERSON SHOWN, OR A ZERO-ROW PROBE WHEN THE KEY MATCHED NOBODY. *
022204******************************************************************
022205 LOG-PII-ACCESS-PARA.
022206     MOVE 'ETRM004'                    TO PAL-PROGRAM-ID.
022207     EXEC CICS ASSIGN
022208               USERID  (PAL-USR-ID)
022209               RESP    (WS-RESP)
022210     END-EXEC.
022211     IF WS-RESP NOT = DFHRESP(NORMAL)
022212         MOVE SPACES                   TO PAL-USR-ID
022213     END-IF.
022214     PERFORM WRITE-PII-ACCESS-PARA.

022300 SEND-RESULT-MAP-PARA.
022400     EXEC CICS SEND MAP    ('ETRM04M')
022500               MAPSET      ('ETRM004')
025200     IF WS-RESP NOT = DFHRESP(NORMAL)
025300         PERFORM CHECK-RESPCODE-PARA
025400     END-IF.
025401     PERFORM LOG-TXN-END-PARA.
025500     EXEC CICS RETURN
025600     END-EXEC.

026000     EXEC SQL
026100       INCLUDE CPERRLOG
026200     END-EXEC.

026201******************************************************************
026202* Transaction Usage                                              *
026203******************************************************************
026204     EXEC SQL
026205       INCLUDE CPTXNLOG
026206     END-EXEC.

026207******************************************************************
026208* Personal-Data Access Log                                       *
026209******************************************************************
026210     EXEC SQL
026211       INCLUDE CPPIIACC
026212     END-EXEC.
