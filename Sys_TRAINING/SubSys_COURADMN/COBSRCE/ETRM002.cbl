001030*  FORWARD THROUGH SESSION_ID WITH PF8. THE "WHERE TO RESUME"     *
001040*  POSITION TRAVELS IN THE COMMAREA SINCE NO DB2 CURSOR SURVIVES  *
001050*  ACROSS THE RETURN/RECEIVE BOUNDARY BETWEEN SCREENS.            *
001052*  PF6 HANDS THE CATEGORY ON SCREEN TO ETRM017 (XCTL) TO FIND AN  *
001054*  ALTERNATIVE SESSION WITH A FREE SEAT WHEN THIS ONE IS FULL.    *
001060******************************************************************

003300 ENVIRONMENT DIVISION.
005400    05 WS-RESP                         PIC S9(08) USAGE COMP.
005500    05 WS-RESP2                        PIC S9(08) USAGE COMP.
005550    05 WS-SESSION-ID-DISPLAY           PIC 9(09).
005560    05 WS-XCTL-SESSION-CATG            PIC X(02).

006000******************************************************************
006100*  COMMAREA - CARRIES THE LOOKUP KEY AND THE LAST SESSION_ID      *
007900       INCLUDE CWERRLOG
008000     END-EXEC.

008001*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
008002     EXEC SQL
008003       INCLUDE CWTXNLOG
008004     END-EXEC.

008005*    PERSONAL-DATA READ-ACCESS LOG FIELDS - SEE CWPIIACC.
008006     EXEC SQL
008007       INCLUDE CWPIIACC
008008     END-EXEC.

010900******************************************************************
011000*                     DB2 SECTION                                *
011100******************************************************************

015300     MOVE 'ETRM002'                    TO EL-ERROR-MODULE.
015400     MOVE 'MAIN-LOGIC-PARA           '  TO EL-ERROR-PARA-NAME.
015401     MOVE 'ETRM002'                    TO TXL-PROGRAM-ID.
015402     PERFORM LOG-TXN-START-PARA.

015500     IF EIBCALEN = 0
015600         MOVE SPACES                    TO WS-CA-SESSION-CATG
016900           WHEN DFHPF8
017000             PERFORM LOOKUP-AND-SEND-PARA
017010             PERFORM RETURN-CONVERSATIONAL-PARA
017020           WHEN DFHPF6
017030             PERFORM XCTL-ALTERNATIVES-PARA
017100           WHEN OTHER
017200             PERFORM SEND-INVALID-KEY-PARA
017210             PERFORM RETURN-CONVERSATIONAL-PARA
018280* INPUT (ENTER, PF8) CAN PICK UP WHERE THIS TURN LEFT OFF.        *
018290******************************************************************
018300 RETURN-CONVERSATIONAL-PARA.
018301     PERFORM LOG-TXN-END-PARA.
018400     EXEC CICS RETURN
018500          TRANSID  ('ETRM')
018600          COMMAREA (WS-COMMAREA)

021300 LOOKUP-AND-SEND-PARA.
021400     MOVE 'REGISTRATION-LOOKUP-ONLINE'  TO EL-ERROR-DB2-OBJECT.
021401     PERFORM RESET-PII-ACCESS-PARA.
021402     STRING 'SESSION_CATG '         DELIMITED BY SIZE
021403            WS-CA-SESSION-CATG      DELIMITED BY SIZE
021404       INTO PAL-CRITERIA-TEXT
021405     END-STRING.

021500     EXEC SQL
021600       OPEN REGISTRATION-LOOKUP-ONLINE

023200         EVALUATE SQLCODE
023300           WHEN 0
023301             MOVE 1                         TO PAL-ROW-COUNT
023302             MOVE EMAIL-ADDR-TEXT     TO PAL-SUBJECT-EMAIL-TEXT
023400             MOVE SESSION-CATG              TO CATGO
023500             MOVE SESSION-ID
023510                                     TO WS-CA-LAST-SESSION-ID
023550             MOVE WS-CA-LAST-SESSION-ID
023555                                     TO WS-SESSION-ID-DISPLAY
023560             MOVE WS-SESSION-ID-DISPLAY     TO SIDO
023560             PERFORM GET-COURSE-TITLE-PARA
023600             MOVE EMAIL-ADDR-TEXT           TO EMAILO
023800             MOVE ORG-NAME-TEXT             TO ORGNO
023900             MOVE REG-DATE                  TO RDATEO
024000             MOVE REG-STATUS                TO RSTATO
024100             MOVE 'PRESS PF8 FOR NEXT MATCHING REGISTRATION'
024110                                            TO MSGO
024120             IF REG-STATUS = 'W'
024130                 MOVE 'WAITLISTED - PF6 FINDS A SESSION WITH ROOM'
024140                                            TO MSGO
024150             END-IF
024200           WHEN 100
024300             MOVE 'NO MORE REGISTRATIONS FOUND FOR THIS CATEGORY'
024310                                            TO MSGO
024400           WHEN OTHER
024500             MOVE 'FETCH '                  TO EL-ERROR-ACTION
024600             PERFORM CHECK-SQLCODE-PARA
025200             MOVE 'CLOSE '                  TO EL-ERROR-ACTION
025300             PERFORM CHECK-SQLCODE-PARA
025400         END-IF
025401         PERFORM LOG-PII-ACCESS-PARA
025450     END-IF.

025500     MOVE WS-CA-SESSION-CATG           TO CATGO.
026530         PERFORM CHECK-SQLCODE-PARA
026540     END-EVALUATE.

026541******************************************************************
026542* EVERY LOOKUP TURN THAT READ THE REGISTRATIONS IS RECORDED -    *
026543* THE PERSON SHOWN, OR A ZERO-ROW PROBE WHEN NONE WAS LEFT.      *
026544******************************************************************
026545 LOG-PII-ACCESS-PARA.
026546     MOVE 'ETRM002'                     TO PAL-PROGRAM-ID.
026547     EXEC CICS ASSIGN
026548               USERID  (PAL-USR-ID)
026549               RESP    (WS-RESP)
026550     END-EXEC.
026551     IF WS-RESP NOT = DFHRESP(NORMAL)
026552         MOVE SPACES                    TO PAL-USR-ID
026553     END-IF.
026554     PERFORM WRITE-PII-ACCESS-PARA.

026600 SEND-INVALID-KEY-PARA.
026700     MOVE 'INVALID KEY PRESSED - USE ENTER, PF8, PF6 OR PF3'
026800                                        TO MSGO.
026900     EXEC CICS SEND MAP    ('ETRM02M')
027000               MAPSET      ('ETRM002')
027600         PERFORM CHECK-RESPCODE-PARA
027700     END-IF.

027710******************************************************************
027720* PF6 - THE ALTERNATIVE-SESSION FINDER. THE CATEGORY KEYED NOW   *
027730* WINS OVER THE ONE LAST LOOKED UP; ETRM017 SEARCHES IT AT ONCE. *
027740******************************************************************
027750 XCTL-ALTERNATIVES-PARA.
027760     MOVE WS-CA-SESSION-CATG            TO WS-XCTL-SESSION-CATG.
027770     IF CATGI NOT = LOW-VALUES AND CATGI NOT = SPACES
027780         MOVE CATGI                     TO WS-XCTL-SESSION-CATG
027790     END-IF.
027791     PERFORM LOG-TXN-END-PARA.
027800     EXEC CICS XCTL PROGRAM ('ETRM017')
027810               COMMAREA    (WS-XCTL-SESSION-CATG)
027820               LENGTH      (LENGTH OF WS-XCTL-SESSION-CATG)
027830               RESP        (WS-RESP)
027840     END-EXEC.
027850     IF WS-RESP NOT = DFHRESP(NORMAL)
027860         PERFORM CHECK-RESPCODE-PARA
027870     END-IF.

027900 SEND-GOODBYE-PARA.
028100     EXEC CICS SEND TEXT
028200               FROM    ('ETRM002 - REGISTRATION LOOKUP COMPLETE')
028700     IF WS-RESP NOT = DFHRESP(NORMAL)
028800         PERFORM CHECK-RESPCODE-PARA
028900     END-IF.
028901     PERFORM LOG-TXN-END-PARA.
029000     EXEC CICS RETURN
029100     END-EXEC.

029600     EXEC SQL
029700       INCLUDE CPERRLOG
029800     END-EXEC.

029801******************************************************************
029802* Transaction Usage                                              *
029803******************************************************************
029804     EXEC SQL
029805       INCLUDE CPTXNLOG
029806     END-EXEC.

029807******************************************************************
029808* Personal-Data Access Log                                       *
029809******************************************************************
029810     EXEC SQL
029811       INCLUDE CPPIIACC
029812     END-EXEC.
