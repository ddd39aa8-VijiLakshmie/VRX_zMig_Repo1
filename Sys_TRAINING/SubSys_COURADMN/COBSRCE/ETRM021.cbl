000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM021.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL ERROR INCIDENT MAINTENANCE.             *
000900*  ETROP118 FOLDS EACH NIGHT'S ERROR_LOG ROWS INTO ONE INCIDENT  *
001000*  PER MODULE/PARAGRAPH/SQLCODE/RESP (SEE DCLINCID). THIS IS     *
001100*  WHERE SUPPORT WORKS THEM: ENTER SHOWS AN INCIDENT BY NUMBER - *
001200*  A BLANK NUMBER SHOWS THE OLDEST OPEN ONE - AND PF8 STEPS TO   *
001300*  THE NEXT OPEN ONE IN AGE ORDER. PF5 SAVES THE OWNER, THE      *
001400*  EXTERNAL TICKET REFERENCE AND THE RESOLUTION NOTES; PF6 SAVES *
001500*  THEM AND CLOSES THE INCIDENT, WHICH NEEDS NOTES SAYING WHAT   *
001600*  WAS DONE. A CLOSED INCIDENT THAT RECURS IS REOPENED BY THE    *
001700*  NEXT NIGHT'S RUN WITH ITS NOTES INTACT. PF5 AND PF6 NEED      *
001800*  'INCIDENT' AUTHORITY, AND AN OWNER MUST HOLD IT TOO.          *
001900******************************************************************

002000 ENVIRONMENT DIVISION.

002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. Z900.
002300 OBJECT-COMPUTER. Z900.

002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.

002600 01 WS-BEGIN                          PIC  X(36) VALUE
002700     'ETRM021 WORKING STORAGE STARTS HERE'.

002800******************************************************************
002900*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003000******************************************************************
003100 01 WS-VARIABLES.
003200    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003300       88 WS-NO-ERROR                            VALUE SPACES.
003400    05 WS-RESP                         PIC S9(08) USAGE COMP.
003500    05 WS-RESP2                        PIC S9(08) USAGE COMP.
003600    05 WS-INCIDENT-ID-NUM              PIC 9(09).
003700    05 WS-EDIT-SIGNED                  PIC -(10)9.
003800    05 WS-EDIT-COUNT                   PIC Z(10)9.
003900    05 WS-EDIT-5                       PIC ZZZZ9.
004000    05 WS-CLOSED-IND                   PIC S9(4) USAGE COMP.
004100    05 WS-OWNER-IND                    PIC S9(4) USAGE COMP.
004200    05 WS-TICKET-IND                   PIC S9(4) USAGE COMP.
004300    05 WS-NOTES-IND                    PIC S9(4) USAGE COMP.
004400    05 WS-OWNER-COUNT                  PIC S9(9) USAGE COMP.
004500*    THE THREE NOTE LINES ON THE SCREEN ARE ONE 180-BYTE COLUMN.
004600    05 WS-NOTES                        PIC X(180).
004700    05 WS-NOTES-LINES REDEFINES WS-NOTES.
004800       10 WS-NOTES-1                   PIC X(60).
004900       10 WS-NOTES-2                   PIC X(60).
005000       10 WS-NOTES-3                   PIC X(60).
005100    05 WS-NOTES-LEN                    PIC S9(4) USAGE COMP.
005200    05 WS-OWNER                        PIC X(08).
005300    05 WS-TICKET                       PIC X(20).
005400 01 WS-USR-ID                          PIC X(08).

005500******************************************************************
005600*  COMMAREA - THE INCIDENT ON THE SCREEN AND WHEN IT OPENED, SO  *
005700*  PF8 KNOWS WHERE IN THE AGE ORDER TO PICK UP.                  *
005800******************************************************************
005900 01 WS-COMMAREA.
006000    05 WS-CA-INCIDENT-ID               PIC S9(09) USAGE COMP.
006100    05 WS-CA-OPENED-DTS                PIC X(26).

006200******************************************************************
006300*  SYMBOLIC MAP.                                                 *
006400******************************************************************
006500     COPY ETRM21.

006600******************************************************************
006700* Copybook Includes.                                             *
006800******************************************************************
006900     EXEC SQL
007000       INCLUDE CWERRLOG
007100     END-EXEC.

007200*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
007300     EXEC SQL
007400       INCLUDE CWTXNLOG
007500     END-EXEC.

007600*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
007700     EXEC SQL
007800       INCLUDE CWAUTHCK
007900     END-EXEC.

007910*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
007920     EXEC SQL
007930       INCLUDE CWQUIES
007940     END-EXEC.

008000******************************************************************
008100*                     DB2 SECTION                                *
008200******************************************************************
008300     EXEC SQL
008400       INCLUDE SQLCA
008500     END-EXEC.

008600     EXEC SQL
008700       INCLUDE DCLINCID
008800     END-EXEC.

008900 01 WS-END                             PIC X(50) VALUE
009000     'ETRM021-WORKING STORAGE SECTION ENDS HERE'.

009100 LINKAGE SECTION.
009200 01 DFHCOMMAREA                        PIC X(30).

009300 PROCEDURE DIVISION.

009400 MAIN-LOGIC-PARA.

009500     MOVE 'ETRM021'                    TO EL-ERROR-MODULE.
009600     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
009700     MOVE 'ETRM021'                    TO TXL-PROGRAM-ID.
009800     PERFORM LOG-TXN-START-PARA.

009900     IF EIBCALEN = 0
010000         MOVE 0                        TO WS-CA-INCIDENT-ID
010100         MOVE SPACES                   TO WS-CA-OPENED-DTS
010200         PERFORM SEND-INITIAL-MAP-PARA
010300         PERFORM RETURN-CONVERSATIONAL-PARA
010400     ELSE
010500         MOVE DFHCOMMAREA              TO WS-COMMAREA
010600         PERFORM RECEIVE-MAP-PARA
010700         EVALUATE EIBAID
010800           WHEN DFHPF3
010900             PERFORM SEND-GOODBYE-PARA
011000           WHEN DFHENTER
011100             PERFORM SHOW-INCIDENT-PARA THRU
011200                 SHOW-INCIDENT-EXIT
011300             PERFORM SEND-RESULT-MAP-PARA
011400             PERFORM RETURN-CONVERSATIONAL-PARA
011500           WHEN DFHPF5
011510             PERFORM CHECK-QUIESCE-PARA
011520             IF QSC-QUIESCED
011530                 MOVE QSC-MESSAGE      TO MSGO
011540             ELSE
011550                 PERFORM SAVE-INCIDENT-PARA THRU
011560                     SAVE-INCIDENT-EXIT
011570             END-IF
011800             PERFORM SEND-RESULT-MAP-PARA
011900             PERFORM RETURN-CONVERSATIONAL-PARA
012000           WHEN DFHPF6
012010             PERFORM CHECK-QUIESCE-PARA
012020             IF QSC-QUIESCED
012030                 MOVE QSC-MESSAGE      TO MSGO
012040             ELSE
012050                 PERFORM CLOSE-INCIDENT-PARA THRU
012060                     CLOSE-INCIDENT-EXIT
012070             END-IF
012300             PERFORM SEND-RESULT-MAP-PARA
012400             PERFORM RETURN-CONVERSATIONAL-PARA
012500           WHEN DFHPF8
012600             PERFORM NEXT-OPEN-PARA THRU
012700                 NEXT-OPEN-EXIT
012800             PERFORM SEND-RESULT-MAP-PARA
012900             PERFORM RETURN-CONVERSATIONAL-PARA
013000           WHEN OTHER
013100             MOVE 'INVALID KEY - USE ENTER, PF5, PF6, PF8 OR PF3'
013200                                       TO MSGO
013300             PERFORM SEND-RESULT-MAP-PARA
013400             PERFORM RETURN-CONVERSATIONAL-PARA
013500         END-EVALUATE
013600     END-IF.

013700     GOBACK.

013800******************************************************************
013900* ENDS THE PSEUDO-CONVERSATIONAL TURN.                           *
014000******************************************************************
014100 RETURN-CONVERSATIONAL-PARA.
014200     PERFORM LOG-TXN-END-PARA.
014300     EXEC CICS RETURN
014400          TRANSID  ('ETRD')
014500          COMMAREA (WS-COMMAREA)
014600          LENGTH   (LENGTH OF WS-COMMAREA)
014700     END-EXEC.

014800******************************************************************
014900* Screen I/O                                                     *
015000******************************************************************
015100 SEND-INITIAL-MAP-PARA.
015200     MOVE SPACES                       TO MSGO.
015300     EXEC CICS SEND MAP    ('ETRM21M')
015400               MAPSET      ('ETRM021')
015500               ERASE
015600               RESP        (WS-RESP)
015700     END-EXEC.
015800     IF WS-RESP NOT = DFHRESP(NORMAL)
015900         PERFORM CHECK-RESPCODE-PARA
016000     END-IF.

016100 RECEIVE-MAP-PARA.
016200     EXEC CICS RECEIVE MAP ('ETRM21M')
016300               MAPSET      ('ETRM021')
016400               INTO        (ETRM21I)
016500               RESP        (WS-RESP)
016600     END-EXEC.
016700     EVALUATE WS-RESP
016800       WHEN DFHRESP(NORMAL)
016900         CONTINUE
017000       WHEN DFHRESP(MAPFAIL)
017100         CONTINUE
017200       WHEN OTHER
017300         PERFORM CHECK-RESPCODE-PARA
017400     END-EVALUATE.

017500*    A BLANK INCIDENT NUMBER COMES THROUGH AS ZERO.
017600 TAKE-KEY-PARA.
017700     MOVE SPACES                       TO WS-ERROR-SWITCH.
017800     INSPECT INCIDI REPLACING LEADING ' ' BY '0'.
017900     INSPECT INCIDI REPLACING LEADING LOW-VALUES BY '0'.
018000     IF INCIDI NOT NUMERIC
018100         MOVE 'INCIDENT NUMBER MUST BE NUMERIC' TO MSGO
018200         MOVE 'E'                      TO WS-ERROR-SWITCH
018300     ELSE
018400         MOVE INCIDI                   TO WS-INCIDENT-ID-NUM
018500     END-IF.

018600******************************************************************
018700* ENTER - Show An Incident                                       *
018800******************************************************************
018900 SHOW-INCIDENT-PARA.
019000     MOVE 'SHOW-INCIDENT-PARA        ' TO EL-ERROR-PARA-NAME.
019100     PERFORM TAKE-KEY-PARA.
019200     IF NOT WS-NO-ERROR
019300         GO TO SHOW-INCIDENT-EXIT
019400     END-IF.
019500     IF WS-INCIDENT-ID-NUM = 0
019600         PERFORM FIND-OLDEST-OPEN-PARA
019700     ELSE
019800         MOVE WS-INCIDENT-ID-NUM       TO INC-INCIDENT-ID
019900     END-IF.
020000     IF NOT WS-NO-ERROR
020100         GO TO SHOW-INCIDENT-EXIT
020200     END-IF.
020300     PERFORM READ-INCIDENT-PARA.
020400     IF NOT WS-NO-ERROR
020500         GO TO SHOW-INCIDENT-EXIT
020600     END-IF.
020700     PERFORM SHOW-DETAIL-PARA.
020800     IF INC-STATUS-CLOSED
020900         MOVE 'CLOSED - PF5 STILL SAVES OWNER, TICKET AND NOTES'
021000                                       TO MSGO
021100     ELSE
021200         MOVE 'INCIDENT SHOWN - PF5 SAVES, PF6 CLOSES, PF8 NEXT'
021300                                       TO MSGO
021400     END-IF.
021500 SHOW-INCIDENT-EXIT.
021600     EXIT.

021700*    OLDEST BY THE START OF ITS CURRENT OPEN SPELL - A REOPENED
021800*    INCIDENT QUEUES AS NEW WORK, NOT FROM ITS FIRST SIGHTING.
021900 FIND-OLDEST-OPEN-PARA.
022000     MOVE SPACES                       TO WS-ERROR-SWITCH.
022100     EXEC SQL
022200       SELECT INCIDENT_ID
022300         INTO :INC-INCIDENT-ID
022400         FROM DBODEVP.INCIDENT
022500        WHERE INCIDENT_STATUS = 'O'
022600        ORDER BY OPENED_DTS, INCIDENT_ID
022700        FETCH FIRST 1 ROW ONLY
022800     END-EXEC.
022900     EVALUATE SQLCODE
023000       WHEN 0
023100         CONTINUE
023200       WHEN 100
023300         PERFORM CLEAR-DETAIL-PARA
023400         MOVE 'NO OPEN INCIDENTS'      TO MSGO
023500         MOVE 'E'                      TO WS-ERROR-SWITCH
023600       WHEN OTHER
023700         MOVE 'SELECT'                 TO EL-ERROR-ACTION
023800         MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
023900         PERFORM CHECK-SQLCODE-PARA
024000         MOVE 'INCIDENT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
024100         MOVE 'E'                      TO WS-ERROR-SWITCH
024200     END-EVALUATE.

024300 READ-INCIDENT-PARA.
024400     MOVE SPACES                       TO WS-ERROR-SWITCH.
024500     EXEC SQL
024600       SELECT ERROR_MODULE, ERROR_PARA_NAME, ERROR_SQLCODE,
024700              ERROR_CICS_RESP, INCIDENT_STATUS, WORST_SEVERITY,
024800              CHAR(FIRST_SEEN_DTS), CHAR(LAST_SEEN_DTS),
024900              OCCURRENCE_COUNT, REOPEN_COUNT, CHAR(OPENED_DTS),
025000              CHAR(CLOSED_DTS), OWNER_USR_ID, TICKET_REF,
025100              RESOLUTION_NOTES
025200         INTO :INC-ERROR-MODULE, :INC-ERROR-PARA-NAME,
025300              :INC-ERROR-SQLCODE, :INC-ERROR-CICS-RESP,
025400              :INC-INCIDENT-STATUS, :INC-WORST-SEVERITY,
025500              :INC-FIRST-SEEN-DTS, :INC-LAST-SEEN-DTS,
025600              :INC-OCCURRENCE-COUNT, :INC-REOPEN-COUNT,
025700              :INC-OPENED-DTS,
025800              :INC-CLOSED-DTS       :WS-CLOSED-IND,
025900              :INC-OWNER-USR-ID     :WS-OWNER-IND,
026000              :INC-TICKET-REF       :WS-TICKET-IND,
026100              :INC-RESOLUTION-NOTES :WS-NOTES-IND
026200         FROM DBODEVP.INCIDENT
026300        WHERE INCIDENT_ID = :INC-INCIDENT-ID
026400     END-EXEC.
026500     EVALUATE SQLCODE
026600       WHEN 0
026700         IF WS-CLOSED-IND < 0
026800             MOVE SPACES               TO INC-CLOSED-DTS
026900         END-IF
027000         IF WS-OWNER-IND < 0
027100             MOVE SPACES               TO INC-OWNER-USR-ID
027200         END-IF
027300         IF WS-TICKET-IND < 0
027400             MOVE SPACES               TO INC-TICKET-REF
027500         END-IF
027600         IF WS-NOTES-IND < 0
027700             MOVE 0                    TO INC-RESOLUTION-NOTES-LEN
027800         END-IF
027900       WHEN 100
028000         PERFORM CLEAR-DETAIL-PARA
028100         MOVE 'NO INCIDENT WITH THAT NUMBER' TO MSGO
028200         MOVE 'E'                      TO WS-ERROR-SWITCH
028300       WHEN OTHER
028400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
028500         MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
028600         PERFORM CHECK-SQLCODE-PARA
028700         MOVE 'INCIDENT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
028800         MOVE 'E'                      TO WS-ERROR-SWITCH
028900     END-EVALUATE.

029000*    TIMESTAMPS ARE SHOWN TO THE SECOND.
029100 SHOW-DETAIL-PARA.
029200     MOVE INC-INCIDENT-ID              TO WS-CA-INCIDENT-ID
029300                                          WS-INCIDENT-ID-NUM.
029400     MOVE INC-OPENED-DTS               TO WS-CA-OPENED-DTS.
029500     MOVE WS-INCIDENT-ID-NUM           TO INCIDO.
029600     IF INC-STATUS-CLOSED
029700         MOVE 'CLOSED'                 TO ISTATO
029800     ELSE
029900         MOVE 'OPEN'                   TO ISTATO
030000     END-IF.
030100     MOVE INC-ERROR-MODULE             TO MODULEO.
030200     MOVE INC-ERROR-PARA-NAME          TO PARAO.
030300     MOVE INC-ERROR-SQLCODE            TO WS-EDIT-SIGNED.
030400     MOVE WS-EDIT-SIGNED               TO SQLCDO.
030500     MOVE INC-ERROR-CICS-RESP          TO WS-EDIT-SIGNED.
030600     MOVE WS-EDIT-SIGNED               TO CRESPO.
030700     MOVE INC-WORST-SEVERITY           TO SEVERO.
030800     MOVE INC-FIRST-SEEN-DTS (1:19)    TO FSEENO.
030900     MOVE INC-LAST-SEEN-DTS (1:19)     TO LSEENO.
031000     MOVE INC-OCCURRENCE-COUNT         TO WS-EDIT-COUNT.
031100     MOVE WS-EDIT-COUNT                TO OCCURSO.
031200     MOVE INC-REOPEN-COUNT             TO WS-EDIT-5.
031300     MOVE WS-EDIT-5                    TO REOPNO.
031400     MOVE INC-OPENED-DTS (1:19)        TO OPENEDO.
031500     MOVE INC-CLOSED-DTS (1:19)        TO CLOSEDO.
031600     MOVE INC-OWNER-USR-ID             TO OWNERO.
031700     MOVE INC-TICKET-REF               TO TICKETO.
031800     MOVE SPACES                       TO WS-NOTES.
031900     IF INC-RESOLUTION-NOTES-LEN > 0
032000         MOVE INC-RESOLUTION-NOTES-TEXT
032100                  (1:INC-RESOLUTION-NOTES-LEN)
032200                                       TO WS-NOTES
032300     END-IF.
032400     MOVE WS-NOTES-1                   TO NOTES1O.
032500     MOVE WS-NOTES-2                   TO NOTES2O.
032600     MOVE WS-NOTES-3                   TO NOTES3O.

032700*    NOTHING ON THE SCREEN MAY BE LEFT FROM ANOTHER INCIDENT.
032800 CLEAR-DETAIL-PARA.
032900     MOVE 0                            TO WS-CA-INCIDENT-ID.
033000     MOVE SPACES                       TO WS-CA-OPENED-DTS
033100                                          ISTATO MODULEO PARAO
033200                                          SQLCDO CRESPO SEVERO
033300                                          FSEENO LSEENO
033400                                          OCCURSO REOPNO OPENEDO
033500                                          CLOSEDO OWNERO TICKETO
033600                                          NOTES1O NOTES2O NOTES3O.

033700******************************************************************
033800* PF8 - Next Open Incident                                       *
033900******************************************************************
034000*    THE NEXT OPEN INCIDENT AFTER THE ONE ON THE SCREEN IN THE
034100*    SAME AGE ORDER ENTER USES; PAST THE NEWEST IT GOES ROUND TO
034200*    THE OLDEST AGAIN.
034300 NEXT-OPEN-PARA.
034400     MOVE 'NEXT-OPEN-PARA            ' TO EL-ERROR-PARA-NAME.
034500     MOVE SPACES                       TO WS-ERROR-SWITCH.
034600     IF WS-CA-INCIDENT-ID = 0
034700         PERFORM FIND-OLDEST-OPEN-PARA
034800         IF NOT WS-NO-ERROR
034900             GO TO NEXT-OPEN-EXIT
035000         END-IF
035100     ELSE
035200         EXEC SQL
035300           SELECT INCIDENT_ID
035400             INTO :INC-INCIDENT-ID
035500             FROM DBODEVP.INCIDENT
035600            WHERE INCIDENT_STATUS = 'O'
035700              AND (OPENED_DTS > TIMESTAMP(:WS-CA-OPENED-DTS)
035800                   OR (OPENED_DTS = TIMESTAMP(:WS-CA-OPENED-DTS)
035900                       AND INCIDENT_ID > :WS-CA-INCIDENT-ID))
036000            ORDER BY OPENED_DTS, INCIDENT_ID
036100            FETCH FIRST 1 ROW ONLY
036200         END-EXEC
036300         EVALUATE SQLCODE
036400           WHEN 0
036500             CONTINUE
036600           WHEN 100
036700             PERFORM FIND-OLDEST-OPEN-PARA
036800             IF NOT WS-NO-ERROR
036900                 GO TO NEXT-OPEN-EXIT
037000             END-IF
037100           WHEN OTHER
037200             MOVE 'SELECT'             TO EL-ERROR-ACTION
037300             MOVE 'INCIDENT'           TO EL-ERROR-DB2-OBJECT
037400             PERFORM CHECK-SQLCODE-PARA
037500             MOVE 'INCIDENT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
037600             GO TO NEXT-OPEN-EXIT
037700         END-EVALUATE
037800     END-IF.
037900     PERFORM READ-INCIDENT-PARA.
038000     IF NOT WS-NO-ERROR
038100         GO TO NEXT-OPEN-EXIT
038200     END-IF.
038300     PERFORM SHOW-DETAIL-PARA.
038400     MOVE 'NEXT OPEN INCIDENT - PF5 SAVES, PF6 CLOSES, PF8 NEXT'
038500                                       TO MSGO.
038600 NEXT-OPEN-EXIT.
038700     EXIT.

038800******************************************************************
038900* PF5 - Save Owner, Ticket And Notes                             *
039000******************************************************************
039100 SAVE-INCIDENT-PARA.
039200     MOVE 'SAVE-INCIDENT-PARA        ' TO EL-ERROR-PARA-NAME.
039300     PERFORM CHECK-USER-AUTHORITY-PARA.
039400     IF AUT-DENIED
039500         MOVE 'NOT AUTHORIZED TO MAINTAIN INCIDENTS' TO MSGO
039600         GO TO SAVE-INCIDENT-EXIT
039700     END-IF.
039800     PERFORM CHECK-SHOWN-PARA THRU
039900         CHECK-SHOWN-EXIT.
040000     IF NOT WS-NO-ERROR
040100         GO TO SAVE-INCIDENT-EXIT
040200     END-IF.
040300     PERFORM TAKE-ENTRY-PARA.
040400     IF NOT WS-NO-ERROR
040500         GO TO SAVE-INCIDENT-EXIT
040600     END-IF.
040700     PERFORM CHECK-OWNER-PARA THRU
040800         CHECK-OWNER-EXIT.
040900     IF NOT WS-NO-ERROR
041000         GO TO SAVE-INCIDENT-EXIT
041100     END-IF.
041200     EXEC SQL
041300       UPDATE DBODEVP.INCIDENT
041400          SET OWNER_USR_ID     = :WS-OWNER  :WS-OWNER-IND,
041500              TICKET_REF       = :WS-TICKET :WS-TICKET-IND,
041600              RESOLUTION_NOTES = :INC-RESOLUTION-NOTES
041700                                            :WS-NOTES-IND,
041800              USR_ID           = :WS-USR-ID,
041900              DTS              = CURRENT TIMESTAMP
042000        WHERE INCIDENT_ID = :INC-INCIDENT-ID
042100     END-EXEC.
042200     IF SQLCODE NOT = 0
042300         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
042400         MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
042500         PERFORM CHECK-SQLCODE-PARA
042600         PERFORM BACK-OUT-PARA
042700         MOVE 'INCIDENT NOT SAVED - SEE ERROR LOG' TO MSGO
042800         GO TO SAVE-INCIDENT-EXIT
042900     END-IF.
043000     PERFORM READ-INCIDENT-PARA.
043100     IF NOT WS-NO-ERROR
043200         GO TO SAVE-INCIDENT-EXIT
043300     END-IF.
043400     PERFORM SHOW-DETAIL-PARA.
043500     MOVE 'INCIDENT SAVED'             TO MSGO.
043600 SAVE-INCIDENT-EXIT.
043700     EXIT.

043800******************************************************************
043900* PF6 - Close The Incident                                       *
044000******************************************************************
044100*    CLOSING SAYS THE CAUSE IS FIXED, SO THE NOTES MUST SAY HOW.
044200*    AN UNOWNED INCIDENT IS OWNED BY WHOEVER CLOSES IT.
044300 CLOSE-INCIDENT-PARA.
044400     MOVE 'CLOSE-INCIDENT-PARA       ' TO EL-ERROR-PARA-NAME.
044500     PERFORM CHECK-USER-AUTHORITY-PARA.
044600     IF AUT-DENIED
044700         MOVE 'NOT AUTHORIZED TO MAINTAIN INCIDENTS' TO MSGO
044800         GO TO CLOSE-INCIDENT-EXIT
044900     END-IF.
045000     PERFORM CHECK-SHOWN-PARA THRU
045100         CHECK-SHOWN-EXIT.
045200     IF NOT WS-NO-ERROR
045300         GO TO CLOSE-INCIDENT-EXIT
045400     END-IF.
045500     PERFORM TAKE-ENTRY-PARA.
045600     IF NOT WS-NO-ERROR
045700         GO TO CLOSE-INCIDENT-EXIT
045800     END-IF.
045900     IF WS-NOTES-IND < 0
046000         MOVE 'KEY THE RESOLUTION NOTES BEFORE CLOSING' TO MSGO
046100         GO TO CLOSE-INCIDENT-EXIT
046200     END-IF.
046300     IF WS-OWNER-IND < 0
046400         MOVE WS-USR-ID                TO WS-OWNER
046500         MOVE 0                        TO WS-OWNER-IND
046600     END-IF.
046700     PERFORM CHECK-OWNER-PARA THRU
046800         CHECK-OWNER-EXIT.
046900     IF NOT WS-NO-ERROR
047000         GO TO CLOSE-INCIDENT-EXIT
047100     END-IF.
047200     EXEC SQL
047300       UPDATE DBODEVP.INCIDENT
047400          SET INCIDENT_STATUS  = 'C',
047500              CLOSED_DTS       = CURRENT TIMESTAMP,
047600              OWNER_USR_ID     = :WS-OWNER  :WS-OWNER-IND,
047700              TICKET_REF       = :WS-TICKET :WS-TICKET-IND,
047800              RESOLUTION_NOTES = :INC-RESOLUTION-NOTES
047900                                            :WS-NOTES-IND,
048000              USR_ID           = :WS-USR-ID,
048100              DTS              = CURRENT TIMESTAMP
048200        WHERE INCIDENT_ID     = :INC-INCIDENT-ID
048300          AND INCIDENT_STATUS = 'O'
048400     END-EXEC.
048500     EVALUATE SQLCODE
048600       WHEN 0
048700         CONTINUE
048800       WHEN 100
048900         MOVE 'INCIDENT IS ALREADY CLOSED' TO MSGO
049000         GO TO CLOSE-INCIDENT-EXIT
049100       WHEN OTHER
049200         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
049300         MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
049400         PERFORM CHECK-SQLCODE-PARA
049500         PERFORM BACK-OUT-PARA
049600         MOVE 'INCIDENT NOT CLOSED - SEE ERROR LOG' TO MSGO
049700         GO TO CLOSE-INCIDENT-EXIT
049800     END-EVALUATE.
049900     PERFORM READ-INCIDENT-PARA.
050000     IF NOT WS-NO-ERROR
050100         GO TO CLOSE-INCIDENT-EXIT
050200     END-IF.
050300     PERFORM SHOW-DETAIL-PARA.
050400     MOVE 'INCIDENT CLOSED - A RECURRENCE WILL REOPEN IT' TO MSGO.
050500 CLOSE-INCIDENT-EXIT.
050600     EXIT.

050700*    A CHANGE ONLY APPLIES TO THE INCIDENT LAST SHOWN - A NUMBER
050800*    KEYED OVER IT MUST BE SHOWN WITH ENTER FIRST.
050900 CHECK-SHOWN-PARA.
051000     PERFORM TAKE-KEY-PARA.
051100     IF NOT WS-NO-ERROR
051200         GO TO CHECK-SHOWN-EXIT
051300     END-IF.
051400     IF WS-CA-INCIDENT-ID = 0
051500        OR WS-INCIDENT-ID-NUM NOT = WS-CA-INCIDENT-ID
051600         MOVE 'SHOW THE INCIDENT WITH ENTER BEFORE CHANGING IT'
051700                                       TO MSGO
051800         MOVE 'E'                      TO WS-ERROR-SWITCH
051900         GO TO CHECK-SHOWN-EXIT
052000     END-IF.
052100     MOVE WS-CA-INCIDENT-ID            TO INC-INCIDENT-ID.
052200 CHECK-SHOWN-EXIT.
052300     EXIT.

052400*    A BLANK OWNER, TICKET OR SET OF NOTES STORES NULL. THE NOTE
052500*    LINES ARE STORED TO THEIR LAST NON-BLANK CHARACTER.
052600 TAKE-ENTRY-PARA.
052700     MOVE SPACES                       TO WS-ERROR-SWITCH.
052800     IF OWNERI = LOW-VALUES
052900         MOVE SPACES                   TO OWNERI
053000     END-IF.
053100     IF TICKETI = LOW-VALUES
053200         MOVE SPACES                   TO TICKETI
053300     END-IF.
053400     IF NOTES1I = LOW-VALUES
053500         MOVE SPACES                   TO NOTES1I
053600     END-IF.
053700     IF NOTES2I = LOW-VALUES
053800         MOVE SPACES                   TO NOTES2I
053900     END-IF.
054000     IF NOTES3I = LOW-VALUES
054100         MOVE SPACES                   TO NOTES3I
054200     END-IF.
054300     MOVE OWNERI                       TO WS-OWNER.
054400     MOVE TICKETI                      TO WS-TICKET.
054500     MOVE NOTES1I                      TO WS-NOTES-1.
054600     MOVE NOTES2I                      TO WS-NOTES-2.
054700     MOVE NOTES3I                      TO WS-NOTES-3.
054800     IF WS-OWNER = SPACES
054900         MOVE -1                       TO WS-OWNER-IND
055000     ELSE
055100         MOVE 0                        TO WS-OWNER-IND
055200     END-IF.
055300     IF WS-TICKET = SPACES
055400         MOVE -1                       TO WS-TICKET-IND
055500     ELSE
055600         MOVE 0                        TO WS-TICKET-IND
055700     END-IF.
055800     PERFORM SCAN-BACK-PARA
055900         VARYING WS-NOTES-LEN FROM 180 BY -1
056000           UNTIL WS-NOTES-LEN < 1
056100              OR WS-NOTES (WS-NOTES-LEN:1) NOT = SPACE.
056200     IF WS-NOTES-LEN < 1
056300         MOVE -1                       TO WS-NOTES-IND
056400         MOVE 0                        TO INC-RESOLUTION-NOTES-LEN
056500         MOVE SPACES
056600                                  TO INC-RESOLUTION-NOTES-TEXT
056700     ELSE
056800         MOVE 0                        TO WS-NOTES-IND
056900         MOVE WS-NOTES-LEN             TO INC-RESOLUTION-NOTES-LEN
057000         MOVE WS-NOTES
057100                                  TO INC-RESOLUTION-NOTES-TEXT
057200     END-IF.

057300 SCAN-BACK-PARA.
057400     CONTINUE.

057500*    THE OWNER IS WHOEVER WILL WORK THE INCIDENT, SO THEY MUST BE
057600*    ABLE TO MAINTAIN IT THEMSELVES.
057700 CHECK-OWNER-PARA.
057800     MOVE SPACES                       TO WS-ERROR-SWITCH.
057900     IF WS-OWNER-IND < 0
058000         GO TO CHECK-OWNER-EXIT
058100     END-IF.
058200     EXEC SQL
058300       SELECT COUNT(*)
058400         INTO :WS-OWNER-COUNT
058500         FROM DBODEVP.USER_AUTHORITY
058600        WHERE USR_ID        = :WS-OWNER
058700          AND FUNCTION_CODE = 'INCIDENT'
058800     END-EXEC.
058900     IF SQLCODE NOT = 0
059000         MOVE 'SELECT'                 TO EL-ERROR-ACTION
059100         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
059200         PERFORM CHECK-SQLCODE-PARA
059300         MOVE 'OWNER CHECK FAILED - SEE ERROR LOG' TO MSGO
059400         MOVE 'E'                      TO WS-ERROR-SWITCH
059500         GO TO CHECK-OWNER-EXIT
059600     END-IF.
059700     IF WS-OWNER-COUNT = 0
059800         MOVE 'OWNER MUST HOLD INCIDENT AUTHORITY' TO MSGO
059900         MOVE 'E'                      TO WS-ERROR-SWITCH
060000     END-IF.
060100 CHECK-OWNER-EXIT.
060200     EXIT.

060300*    THE SIGNED-ON USER IS THE ONE THE AUTHORITY CHECK JUDGES AND
060400*    THE ONE RECORDED AGAINST THE CHANGE.
060500 CHECK-USER-AUTHORITY-PARA.
060600     EXEC CICS ASSIGN
060700               USERID  (WS-USR-ID)
060800               RESP    (WS-RESP)
060900     END-EXEC.
061000     IF WS-RESP NOT = DFHRESP(NORMAL)
061100         MOVE SPACES                   TO WS-USR-ID
061200     END-IF.
061300     MOVE 'ETRM021'                    TO AUT-MODULE.
061400     MOVE WS-USR-ID                    TO AUT-USR-ID.
061500     MOVE 'INCIDENT'                   TO AUT-FUNCTION.
061600     PERFORM CHECK-AUTHORITY-PARA.

061700*    A FAILED CHANGE MUST NOT SURVIVE THE TASK.
061800 BACK-OUT-PARA.
061900     EXEC CICS SYNCPOINT ROLLBACK
062000               RESP    (WS-RESP)
062100     END-EXEC.
062200     IF WS-RESP NOT = DFHRESP(NORMAL)
062300         PERFORM CHECK-RESPCODE-PARA
062400     END-IF.

062500 SEND-RESULT-MAP-PARA.
062600     EXEC CICS SEND MAP    ('ETRM21M')
062700               MAPSET      ('ETRM021')
062800               FROM        (ETRM21O)
062900               DATAONLY
063000               RESP        (WS-RESP)
063100     END-EXEC.
063200     IF WS-RESP NOT = DFHRESP(NORMAL)
063300         PERFORM CHECK-RESPCODE-PARA
063400     END-IF.

063500 SEND-GOODBYE-PARA.
063600     EXEC CICS SEND TEXT
063700               FROM    ('ETRM021 - INCIDENT MAINTENANCE COMPLETE')
063800               LENGTH  (39)
063900               ERASE
064000               RESP    (WS-RESP)
064100     END-EXEC.
064200     IF WS-RESP NOT = DFHRESP(NORMAL)
064300         PERFORM CHECK-RESPCODE-PARA
064400     END-IF.
064500     PERFORM LOG-TXN-END-PARA.
064600     EXEC CICS RETURN
064700     END-EXEC.

064800******************************************************************
064900* Error Logging                                                  *
065000******************************************************************
065100     EXEC SQL
065200       INCLUDE CPERRLOG
065300     END-EXEC.

065400******************************************************************
065500* Transaction Usage                                              *
065600******************************************************************
065700     EXEC SQL
065800       INCLUDE CPTXNLOG
065900     END-EXEC.

066000******************************************************************
066100* Authorization Check                                            *
066200******************************************************************
066300     EXEC SQL
066400       INCLUDE CPAUTHCK
066500     END-EXEC.

066510******************************************************************
066520* Maintenance-Window Check                                       *
066530******************************************************************
066540     EXEC SQL
066550       INCLUDE CPQUIES
066560     END-EXEC.
