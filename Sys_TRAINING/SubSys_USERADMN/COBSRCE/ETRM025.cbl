000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM025.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL USER AUTHORITY MAINTENANCE (USERADMN).  *
000900*  THE ONE PLACE DBODEVP.USER_AUTHORITY GRANTS ARE CHANGED, SO   *
001000*  EVERY CHANGE LANDS IN USER_AUTHORITY_AUDIT (CWUAAUD/CPUAAUD). *
001100*  ENTER LISTS GRANTS - FOR THE KEYED USER ID, FOR THE KEYED     *
001200*  FUNCTION CODE, OR THE ONE GRANT WHEN BOTH ARE KEYED - AND     *
001300*  PF8 PAGES ON. PF5 GRANTS THE FUNCTION TO THE USER ID FOR THE  *
001400*  KEYED EMPLOYEE NUMBER, WHO MUST BE CURRENT ON EMP999; A USER  *
001500*  ID BELONGS TO ONE EMPLOYEE, SO THE ENO MUST MATCH THE USER'S  *
001600*  OTHER GRANTS. PF6 REVOKES THE GRANT. PF10 RE-CONFIRMS A GRANT *
001700*  AWAITING QUARTERLY RECERTIFICATION ONCE ITS MANAGER HAS       *
001800*  SIGNED THE ETROP128 LIST, AND ON A GRANT WITH NO OWNER ON     *
001900*  FILE IT RECORDS THE KEYED ENO AS THE OWNER. PF6 AND PF10 NEED *
002000*  A REASON. EVERY KEY NEEDS 'USERAUTH' AUTHORITY, AND NOBODY    *
002100*  CAN CHANGE THEIR OWN GRANTS. THERE IS NO MAINTENANCE-WINDOW   *
002200*  CHECK - NO MONTH-END JOB TOUCHES THESE TABLES, AND A          *
002300*  REVOCATION MUST NEVER HAVE TO WAIT.                           *
002400******************************************************************

002500 ENVIRONMENT DIVISION.

002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. Z900.
002800 OBJECT-COMPUTER. Z900.

002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.

003100 01 WS-BEGIN                          PIC  X(36) VALUE
003200     'ETRM025 WORKING STORAGE STARTS HERE'.

003300******************************************************************
003400*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003500******************************************************************
003600 01 WS-VARIABLES.
003700    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003800       88 WS-NO-ERROR                            VALUE SPACES.
003900    05 WS-RESP                         PIC S9(08) USAGE COMP.
004000    05 WS-RESP2                        PIC S9(08) USAGE COMP.
004100    05 WS-FETCH-SQLCODE                PIC S9(09) USAGE COMP.
004200    05 WS-OTHER-COUNT                  PIC S9(09) USAGE COMP.
004300    05 WS-ENO-IND                      PIC S9(4) USAGE COMP.
004400    05 WS-ENAME-IND                    PIC S9(4) USAGE COMP.
004500    05 WS-RECERT-IND                   PIC S9(4) USAGE COMP.
004600    05 WS-LINE-SUB                     PIC S9(4) USAGE COMP.
004700    05 WS-MAX-LINES                    PIC S9(4) USAGE COMP
004800                                                 VALUE 10.
004900    05 WS-USER-KEY                     PIC X(08).
005000    05 WS-FUNC-KEY                     PIC X(08).
005100    05 WS-ENO-KEY                      PIC X(04).
005200    05 WS-REASON                       PIC X(40).
005300    05 WS-ENAME                        PIC X(20).
005400    05 WS-EMP-STATUS                   PIC X(01).
005500       88 WS-EMP-CURRENT                         VALUE 'C'.
005600       88 WS-EMP-LEFT                            VALUE 'L'.
005700    05 WS-ROW-ENO                      PIC X(04).
005800    05 WS-ROW-RECERT-DUE               PIC X(10).
005900    05 WS-DONE-MSG                     PIC X(60).
006000 01 WS-USR-ID                          PIC X(08).

006100*    ONE GRANT AS THE GRANT-LINES CURSOR RETURNS IT.
006200 01 WS-GRANT-ROW.
006300    05 WS-GR-USR-ID                    PIC X(08).
006400    05 WS-GR-FUNCTION-CODE             PIC X(08).
006500    05 WS-GR-ENO                       PIC X(04).
006600    05 WS-GR-ENAME                     PIC X(20).
006700    05 WS-GR-GRANTED                   PIC X(10).
006800    05 WS-GR-GRANTED-BY                PIC X(08).
006900    05 WS-GR-RECERT-DUE                PIC X(10).

007000*    ONE SCREEN LINE - LINES UP UNDER THE MAP'S HEADING.
007100 01 WS-GRANT-LINE.
007200    05 WS-GL-USR-ID                    PIC X(08).
007300    05 FILLER                          PIC X(01) VALUE SPACES.
007400    05 WS-GL-FUNCTION-CODE             PIC X(08).
007500    05 FILLER                          PIC X(01) VALUE SPACES.
007600    05 WS-GL-ENO                       PIC X(04).
007700    05 FILLER                          PIC X(01) VALUE SPACES.
007800    05 WS-GL-ENAME                     PIC X(20).
007900    05 FILLER                          PIC X(01) VALUE SPACES.
008000    05 WS-GL-GRANTED                   PIC X(10).
008100    05 FILLER                          PIC X(01) VALUE SPACES.
008200    05 WS-GL-GRANTED-BY                PIC X(08).
008300    05 FILLER                          PIC X(01) VALUE SPACES.
008400    05 WS-GL-RECERT-DUE                PIC X(10).
008500    05 FILLER                          PIC X(03) VALUE SPACES.

008600 01 WS-PAGE-LINES.
008700    05 WS-PG-LINE                      PIC X(77)
008800                                       OCCURS 10 TIMES.

008900******************************************************************
009000*  COMMAREA - THE USER ID AND FUNCTION THE LIST WAS ASKED FOR    *
009100*  AND THE LAST GRANT SHOWN, SO PF8 CARRIES ON FROM THE NEXT.    *
009200******************************************************************
009300 01 WS-COMMAREA.
009400    05 WS-CA-USER-KEY                  PIC X(08).
009500    05 WS-CA-FUNC-KEY                  PIC X(08).
009600    05 WS-CA-LAST-USR-ID               PIC X(08).
009700    05 WS-CA-LAST-FUNCTION             PIC X(08).
009800    05 WS-CA-MORE-SWITCH               PIC X(01).
009900       88 WS-CA-MORE-ROWS                        VALUE 'Y'.

010000******************************************************************
010100*  SYMBOLIC MAP.                                                 *
010200******************************************************************
010300     COPY ETRM25.

010400******************************************************************
010500* Copybook Includes.                                             *
010600******************************************************************
010700     EXEC SQL
010800       INCLUDE CWERRLOG
010900     END-EXEC.

011000*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
011100     EXEC SQL
011200       INCLUDE CWTXNLOG
011300     END-EXEC.

011400*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
011500     EXEC SQL
011600       INCLUDE CWAUTHCK
011700     END-EXEC.

011800*    USER AUTHORITY CHANGE AUDIT - SEE CWUAAUD.
011900     EXEC SQL
012000       INCLUDE CWUAAUD
012100     END-EXEC.

012110*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
012120     EXEC SQL
012130       INCLUDE CWQUIES
012140     END-EXEC.

012200******************************************************************
012300*                     DB2 SECTION                                *
012400******************************************************************
012500     EXEC SQL
012600       INCLUDE SQLCA
012700     END-EXEC.

012800     EXEC SQL
012900       INCLUDE DCLUSAUT
013000     END-EXEC.

013100     EXEC SQL
013200       INCLUDE EMP999
013300     END-EXEC.

013400******************************************************************
013500*  GRANT-LINES CURSOR - THE GRANTS MATCHING THE KEYED USER ID    *
013600*  AND/OR FUNCTION (A BLANK KEY MATCHES ANY), IN USER/FUNCTION   *
013700*  ORDER, STARTING AFTER THE LAST ONE SHOWN. THE EMPLOYEE NAME   *
013800*  IS NULL FOR A GRANT WITH NO OWNER OR ONE WHOSE OWNER HAS      *
013900*  DROPPED OFF EMP999.                                           *
014000******************************************************************
014100     EXEC SQL DECLARE GRANT-LINES CURSOR
014200      FOR
014300      SELECT A.USR_ID, A.FUNCTION_CODE, A.ENO, E.ENAME,
014400             CHAR(DATE(A.DTS), ISO), A.GRANTED_BY,
014500             CHAR(A.RECERT_DUE, ISO)
014600        FROM DBODEVP.USER_AUTHORITY A
014700        LEFT OUTER JOIN VIJILAK.EMP999 E
014800          ON E.ENO = A.ENO
014900       WHERE (:WS-CA-USER-KEY = ' '
015000              OR A.USR_ID = :WS-CA-USER-KEY)
015100         AND (:WS-CA-FUNC-KEY = ' '
015200              OR A.FUNCTION_CODE = :WS-CA-FUNC-KEY)
015300         AND (A.USR_ID > :WS-CA-LAST-USR-ID
015400              OR (A.USR_ID = :WS-CA-LAST-USR-ID
015500                  AND A.FUNCTION_CODE > :WS-CA-LAST-FUNCTION))
015600       ORDER BY A.USR_ID, A.FUNCTION_CODE
015700     END-EXEC.

015800 01 WS-END                             PIC X(50) VALUE
015900     'ETRM025-WORKING STORAGE SECTION ENDS HERE'.

016000 LINKAGE SECTION.
016100 01 DFHCOMMAREA                        PIC X(33).

016200 PROCEDURE DIVISION.

016300 MAIN-LOGIC-PARA.

016400     MOVE 'ETRM025'                    TO EL-ERROR-MODULE.
016500     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
016600     MOVE 'ETRM025'                    TO TXL-PROGRAM-ID.
016700     PERFORM LOG-TXN-START-PARA.

016800     IF EIBCALEN = 0
016900         PERFORM CLEAR-COMMAREA-PARA
017000         PERFORM SEND-INITIAL-MAP-PARA
017100         PERFORM RETURN-CONVERSATIONAL-PARA
017200     ELSE
017300         MOVE DFHCOMMAREA              TO WS-COMMAREA
017400         PERFORM RECEIVE-MAP-PARA
017500         EVALUATE EIBAID
017600           WHEN DFHPF3
017700             PERFORM SEND-GOODBYE-PARA
017800           WHEN DFHENTER
017900             PERFORM LIST-GRANTS-PARA THRU
018000                 LIST-GRANTS-EXIT
018100             PERFORM SEND-RESULT-MAP-PARA
018200             PERFORM RETURN-CONVERSATIONAL-PARA
018300           WHEN DFHPF5
018310             PERFORM CHECK-QUIESCE-PARA
018320             IF QSC-QUIESCED
018330                 MOVE QSC-MESSAGE      TO MSGO
018340             ELSE
018350                 PERFORM GRANT-PARA THRU
018360                     GRANT-EXIT
018370             END-IF
018600             PERFORM SEND-RESULT-MAP-PARA
018700             PERFORM RETURN-CONVERSATIONAL-PARA
018800           WHEN DFHPF6
018810             PERFORM CHECK-QUIESCE-PARA
018820             IF QSC-QUIESCED
018830                 MOVE QSC-MESSAGE      TO MSGO
018840             ELSE
018850                 PERFORM REVOKE-PARA THRU
018860                     REVOKE-EXIT
018870             END-IF
019100             PERFORM SEND-RESULT-MAP-PARA
019200             PERFORM RETURN-CONVERSATIONAL-PARA
019300           WHEN DFHPF8
019400             PERFORM NEXT-PAGE-PARA THRU
019500                 NEXT-PAGE-EXIT
019600             PERFORM SEND-RESULT-MAP-PARA
019700             PERFORM RETURN-CONVERSATIONAL-PARA
019800           WHEN DFHPF10
019810             PERFORM CHECK-QUIESCE-PARA
019820             IF QSC-QUIESCED
019830                 MOVE QSC-MESSAGE      TO MSGO
019840             ELSE
019850                 PERFORM RECONFIRM-PARA THRU
019860                     RECONFIRM-EXIT
019870             END-IF
020100             PERFORM SEND-RESULT-MAP-PARA
020200             PERFORM RETURN-CONVERSATIONAL-PARA
020300           WHEN OTHER
020400             MOVE 'INVALID KEY - USE ENTER, PF5/6/8/10 OR PF3'
020500                                       TO MSGO
020600             PERFORM SEND-RESULT-MAP-PARA
020700             PERFORM RETURN-CONVERSATIONAL-PARA
020800         END-EVALUATE
020900     END-IF.

021000     GOBACK.

021100******************************************************************
021200* ENDS THE PSEUDO-CONVERSATIONAL TURN, PASSING THE LIST KEYS AND *
021300* THE PAGE POSITION FORWARD FOR PF8.                             *
021400******************************************************************
021500 RETURN-CONVERSATIONAL-PARA.
021600     PERFORM LOG-TXN-END-PARA.
021700     EXEC CICS RETURN
021800          TRANSID  ('ETRT')
021900          COMMAREA (WS-COMMAREA)
022000          LENGTH   (LENGTH OF WS-COMMAREA)
022100     END-EXEC.

022200 CLEAR-COMMAREA-PARA.
022300     MOVE SPACES                       TO WS-CA-USER-KEY
022400                                          WS-CA-FUNC-KEY
022500                                          WS-CA-MORE-SWITCH.
022600     MOVE LOW-VALUES                   TO WS-CA-LAST-USR-ID
022700                                          WS-CA-LAST-FUNCTION.

022800******************************************************************
022900* Screen I/O                                                     *
023000******************************************************************
023100 SEND-INITIAL-MAP-PARA.
023200     MOVE SPACES                       TO MSGO.
023300     EXEC CICS SEND MAP    ('ETRM25M')
023400               MAPSET      ('ETRM025')
023500               ERASE
023600               RESP        (WS-RESP)
023700     END-EXEC.
023800     IF WS-RESP NOT = DFHRESP(NORMAL)
023900         PERFORM CHECK-RESPCODE-PARA
024000     END-IF.

024100 RECEIVE-MAP-PARA.
024200     EXEC CICS RECEIVE MAP ('ETRM25M')
024300               MAPSET      ('ETRM025')
024400               INTO        (ETRM25I)
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
025800*    A FIELD LEFT UNTOUCHED COMES BACK AS LOW-VALUES AND IS TAKEN
025900*    AS BLANK.
026000 TAKE-KEY-PARA.
026100     MOVE SPACES                       TO WS-ERROR-SWITCH.
026200     IF USRIDI = LOW-VALUES
026300         MOVE SPACES                   TO USRIDI
026400     END-IF.
026500     IF FUNCI = LOW-VALUES
026600         MOVE SPACES                   TO FUNCI
026700     END-IF.
026800     IF ENOI = LOW-VALUES
026900         MOVE SPACES                   TO ENOI
027000     END-IF.
027100     IF REASONI = LOW-VALUES
027200         MOVE SPACES                   TO REASONI
027300     END-IF.
027400     MOVE USRIDI                       TO WS-USER-KEY.
027500     MOVE FUNCI                        TO WS-FUNC-KEY.
027600     MOVE ENOI                         TO WS-ENO-KEY.
027700     MOVE REASONI                      TO WS-REASON.

027800*    A CHANGE NEEDS BOTH HALVES OF THE GRANT'S KEY, AND NOBODY
027900*    MAY GRANT, REVOKE OR VOUCH FOR THEIR OWN ACCESS.
028000 CHECK-CHANGE-KEY-PARA.
028100     IF WS-USER-KEY = SPACES OR WS-FUNC-KEY = SPACES
028200         MOVE 'KEY THE USER ID AND THE FUNCTION CODE'
028300                                       TO MSGO
028400         MOVE 'E'                      TO WS-ERROR-SWITCH
028500     ELSE
028600         IF WS-USER-KEY = WS-USR-ID
028700             MOVE 'YOU CANNOT CHANGE YOUR OWN AUTHORITY'
028800                                       TO MSGO
028900             MOVE 'E'                  TO WS-ERROR-SWITCH
029000         END-IF
029100     END-IF.

029200*    THE SIGNED-ON USER IS THE ONE THE AUTHORITY CHECK JUDGES AND
029300*    THE ONE RECORDED AGAINST THE CHANGE. LISTING NEEDS IT TOO -
029400*    WHO HOLDS WHAT IS ITSELF SENSITIVE.
029500 CHECK-USER-AUTHORITY-PARA.
029600     EXEC CICS ASSIGN
029700               USERID  (WS-USR-ID)
029800               RESP    (WS-RESP)
029900     END-EXEC.
030000     IF WS-RESP NOT = DFHRESP(NORMAL)
030100         MOVE SPACES                   TO WS-USR-ID
030200     END-IF.
030300     MOVE 'ETRM025'                    TO AUT-MODULE.
030400     MOVE WS-USR-ID                    TO AUT-USR-ID.
030500     MOVE 'USERAUTH'                   TO AUT-FUNCTION.
030600     PERFORM CHECK-AUTHORITY-PARA.

030700******************************************************************
030800* ENTER - List Grants                                            *
030900******************************************************************
031000 LIST-GRANTS-PARA.
031100     MOVE 'LIST-GRANTS-PARA          ' TO EL-ERROR-PARA-NAME.
031200     PERFORM CLEAR-DETAIL-PARA.
031300     PERFORM CLEAR-COMMAREA-PARA.
031400     PERFORM CHECK-USER-AUTHORITY-PARA.
031500     IF AUT-DENIED
031600         MOVE 'NOT AUTHORIZED FOR USER AUTHORITY MAINTENANCE'
031700                                       TO MSGO
031800         GO TO LIST-GRANTS-EXIT
031900     END-IF.
032000     PERFORM TAKE-KEY-PARA.
032100     IF WS-ENO-KEY NOT = SPACES
032200         PERFORM READ-EMPLOYEE-PARA
032300         IF NOT WS-NO-ERROR
032400             GO TO LIST-GRANTS-EXIT
032500         END-IF
032600     END-IF.
032700     MOVE WS-USER-KEY                  TO WS-CA-USER-KEY.
032800     MOVE WS-FUNC-KEY                  TO WS-CA-FUNC-KEY.
032900     MOVE SPACES                       TO WS-DONE-MSG.
033000     PERFORM BUILD-PAGE-PARA.
033100 LIST-GRANTS-EXIT.
033200     EXIT.

033300******************************************************************
033400* PF8 - Next Page                                                *
033500******************************************************************
033600 NEXT-PAGE-PARA.
033700     MOVE 'NEXT-PAGE-PARA            ' TO EL-ERROR-PARA-NAME.
033800     IF NOT WS-CA-MORE-ROWS
033900         MOVE 'NO MORE GRANTS - ENTER TO START AGAIN' TO MSGO
034000         GO TO NEXT-PAGE-EXIT
034100     END-IF.
034200     PERFORM CHECK-USER-AUTHORITY-PARA.
034300     IF AUT-DENIED
034400         PERFORM CLEAR-DETAIL-PARA
034500         PERFORM CLEAR-COMMAREA-PARA
034600         MOVE 'NOT AUTHORIZED FOR USER AUTHORITY MAINTENANCE'
034700                                       TO MSGO
034800         GO TO NEXT-PAGE-EXIT
034900     END-IF.
035000     MOVE SPACES                       TO WS-DONE-MSG.
035100     PERFORM BUILD-PAGE-PARA.
035200 NEXT-PAGE-EXIT.
035300     EXIT.

035400******************************************************************
035500* PF5 - Grant                                                    *
035600******************************************************************
035700*    THE GRANT IS AUDITED AFTER THE INSERT SO THE AUDIT ROW
035800*    COPIES WHAT WAS ACTUALLY STORED.
035900 GRANT-PARA.
036000     MOVE 'GRANT-PARA                ' TO EL-ERROR-PARA-NAME.
036100     PERFORM CHECK-USER-AUTHORITY-PARA.
036200     IF AUT-DENIED
036300         MOVE 'NOT AUTHORIZED FOR USER AUTHORITY MAINTENANCE'
036400                                       TO MSGO
036500         GO TO GRANT-EXIT
036600     END-IF.
036700     PERFORM TAKE-KEY-PARA.
036800     PERFORM CHECK-CHANGE-KEY-PARA.
036900     IF NOT WS-NO-ERROR
037000         GO TO GRANT-EXIT
037100     END-IF.
037200     IF WS-ENO-KEY = SPACES
037300         MOVE 'KEY THE EMPLOYEE NO THE USER ID BELONGS TO'
037400                                       TO MSGO
037500         GO TO GRANT-EXIT
037600     END-IF.
037700     PERFORM READ-EMPLOYEE-PARA.
037800     IF NOT WS-NO-ERROR
037900         GO TO GRANT-EXIT
038000     END-IF.
038100     PERFORM CHECK-OWNER-PARA THRU
038200         CHECK-OWNER-EXIT.
038300     IF NOT WS-NO-ERROR
038400         GO TO GRANT-EXIT
038500     END-IF.
038600     MOVE WS-USER-KEY                  TO UAU-USR-ID.
038700     MOVE WS-FUNC-KEY                  TO UAU-FUNCTION-CODE.
038800     MOVE WS-ENO-KEY                   TO UAU-ENO.
038900     MOVE WS-USR-ID                    TO UAU-GRANTED-BY.
039000     EXEC SQL
039100       INSERT INTO DBODEVP.USER_AUTHORITY
039200            ( USR_ID, FUNCTION_CODE, DTS, ENO, GRANTED_BY )
039300       VALUES
039400            ( :UAU-USR-ID, :UAU-FUNCTION-CODE, CURRENT TIMESTAMP,
039500              :UAU-ENO, :UAU-GRANTED-BY )
039600     END-EXEC.
039700     EVALUATE SQLCODE
039800       WHEN 0
039900         CONTINUE
040000       WHEN -803
040100         MOVE 'USER ALREADY HOLDS THAT FUNCTION' TO MSGO
040200         GO TO GRANT-EXIT
040300       WHEN OTHER
040400         MOVE 'INSERT'                 TO EL-ERROR-ACTION
040500         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
040600         PERFORM CHECK-SQLCODE-PARA
040700         PERFORM BACK-OUT-PARA
040800         MOVE 'NOT GRANTED - SEE ERROR LOG' TO MSGO
040900         GO TO GRANT-EXIT
041000     END-EVALUATE.
041100     SET UAA-GRANTED                   TO TRUE.
041200     PERFORM AUDIT-CHANGE-PARA.
041300     IF NOT WS-NO-ERROR
041400         GO TO GRANT-EXIT
041500     END-IF.
041600     MOVE 'FUNCTION GRANTED'           TO WS-DONE-MSG.
041700     PERFORM SHOW-AFTER-CHANGE-PARA.
041800 GRANT-EXIT.
041900     EXIT.

042000******************************************************************
042100* PF6 - Revoke                                                   *
042200******************************************************************
042300*    THE GRANT IS AUDITED BEFORE THE DELETE, WHILE THERE IS STILL
042400*    A ROW TO COPY.
042500 REVOKE-PARA.
042600     MOVE 'REVOKE-PARA               ' TO EL-ERROR-PARA-NAME.
042700     PERFORM CHECK-USER-AUTHORITY-PARA.
042800     IF AUT-DENIED
042900         MOVE 'NOT AUTHORIZED FOR USER AUTHORITY MAINTENANCE'
043000                                       TO MSGO
043100         GO TO REVOKE-EXIT
043200     END-IF.
043300     PERFORM TAKE-KEY-PARA.
043400     PERFORM CHECK-CHANGE-KEY-PARA.
043500     IF NOT WS-NO-ERROR
043600         GO TO REVOKE-EXIT
043700     END-IF.
043800     IF WS-REASON = SPACES
043900         MOVE 'KEY THE REASON FOR THE REVOCATION' TO MSGO
044000         GO TO REVOKE-EXIT
044100     END-IF.
044200     SET UAA-REVOKED                   TO TRUE.
044300     PERFORM AUDIT-CHANGE-PARA.
044400     IF NOT WS-NO-ERROR
044500         GO TO REVOKE-EXIT
044600     END-IF.
044700     MOVE WS-USER-KEY                  TO UAU-USR-ID.
044800     MOVE WS-FUNC-KEY                  TO UAU-FUNCTION-CODE.
044900     EXEC SQL
045000       DELETE FROM DBODEVP.USER_AUTHORITY
045100        WHERE USR_ID        = :UAU-USR-ID
045200          AND FUNCTION_CODE = :UAU-FUNCTION-CODE
045300     END-EXEC.
045400     IF SQLCODE NOT = 0
045500         MOVE 'DELETE'                 TO EL-ERROR-ACTION
045600         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
045700         PERFORM CHECK-SQLCODE-PARA
045800         PERFORM BACK-OUT-PARA
045900         MOVE 'NOT REVOKED - SEE ERROR LOG' TO MSGO
046000         GO TO REVOKE-EXIT
046100     END-IF.
046200     MOVE 'FUNCTION REVOKED'           TO WS-DONE-MSG.
046300     PERFORM SHOW-AFTER-CHANGE-PARA.
046400 REVOKE-EXIT.
046500     EXIT.

046600******************************************************************
046700* PF10 - Re-confirm                                              *
046800******************************************************************
046900*    ONLY A GRANT ETROP128 HAS SENT FOR RECERTIFICATION CAN BE
047000*    RE-CONFIRMED - UNLESS IT HAS NO OWNER ON FILE, WHEN PF10
047100*    WITH THE OWNER'S ENO KEYED IS HOW IT GETS ONE. AN OWNER
047200*    ALREADY ON FILE CANNOT BE CHANGED HERE - REVOKE AND GRANT.
047300 RECONFIRM-PARA.
047400     MOVE 'RECONFIRM-PARA            ' TO EL-ERROR-PARA-NAME.
047500     PERFORM CHECK-USER-AUTHORITY-PARA.
047600     IF AUT-DENIED
047700         MOVE 'NOT AUTHORIZED FOR USER AUTHORITY MAINTENANCE'
047800                                       TO MSGO
047900         GO TO RECONFIRM-EXIT
048000     END-IF.
048100     PERFORM TAKE-KEY-PARA.
048200     PERFORM CHECK-CHANGE-KEY-PARA.
048300     IF NOT WS-NO-ERROR
048400         GO TO RECONFIRM-EXIT
048500     END-IF.
048600     IF WS-REASON = SPACES
048700         MOVE 'KEY THE SIGN-OFF REFERENCE AS THE REASON' TO MSGO
048800         GO TO RECONFIRM-EXIT
048900     END-IF.
049000     PERFORM READ-GRANT-PARA.
049100     IF NOT WS-NO-ERROR
049200         GO TO RECONFIRM-EXIT
049300     END-IF.
049400     IF WS-ENO-IND < 0
049500         IF WS-ENO-KEY = SPACES
049600             MOVE 'GRANT HAS NO OWNER - KEY THE EMPLOYEE NO'
049700                                       TO MSGO
049800             GO TO RECONFIRM-EXIT
049900         END-IF
050000         PERFORM READ-EMPLOYEE-PARA
050100         IF NOT WS-NO-ERROR
050200             GO TO RECONFIRM-EXIT
050300         END-IF
050400         PERFORM CHECK-OWNER-PARA THRU
050500             CHECK-OWNER-EXIT
050600         IF NOT WS-NO-ERROR
050700             GO TO RECONFIRM-EXIT
050800         END-IF
050900         MOVE WS-ENO-KEY               TO WS-ROW-ENO
051000     ELSE
051100         IF WS-RECERT-IND < 0
051200             MOVE 'GRANT IS NOT AWAITING RECERTIFICATION'
051300                                       TO MSGO
051400             GO TO RECONFIRM-EXIT
051500         END-IF
051600         IF WS-ENO-KEY NOT = SPACES
051700            AND WS-ENO-KEY NOT = WS-ROW-ENO
051800             MOVE 'EMPLOYEE NO DOES NOT MATCH THE GRANT'
051900                                       TO MSGO
052000             GO TO RECONFIRM-EXIT
052100         END-IF
052200     END-IF.
052300     SET UAA-RECONFIRMED               TO TRUE.
052400     PERFORM AUDIT-CHANGE-PARA.
052500     IF NOT WS-NO-ERROR
052600         GO TO RECONFIRM-EXIT
052700     END-IF.
052800     MOVE WS-USER-KEY                  TO UAU-USR-ID.
052900     MOVE WS-FUNC-KEY                  TO UAU-FUNCTION-CODE.
053000     MOVE WS-ROW-ENO                   TO UAU-ENO.
053100     EXEC SQL
053200       UPDATE DBODEVP.USER_AUTHORITY
053300          SET RECERT_DUE = NULL,
053400              RECERT_DTS = CURRENT TIMESTAMP,
053500              ENO        = :UAU-ENO
053600        WHERE USR_ID        = :UAU-USR-ID
053700          AND FUNCTION_CODE = :UAU-FUNCTION-CODE
053800     END-EXEC.
053900     IF SQLCODE NOT = 0
054000         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
054100         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
054200         PERFORM CHECK-SQLCODE-PARA
054300         PERFORM BACK-OUT-PARA
054400         MOVE 'NOT RE-CONFIRMED - SEE ERROR LOG' TO MSGO
054500         GO TO RECONFIRM-EXIT
054600     END-IF.
054700     MOVE 'GRANT RE-CONFIRMED'         TO WS-DONE-MSG.
054800     PERFORM SHOW-AFTER-CHANGE-PARA.
054900 RECONFIRM-EXIT.
055000     EXIT.

055100******************************************************************
055200* Shared Lookups And Edits                                       *
055300******************************************************************
055400*    THE GRANT ON THE SCREEN, WITH ITS OWNER AND WHETHER IT IS
055500*    AWAITING RECERTIFICATION.
055600 READ-GRANT-PARA.
055700     MOVE SPACES                       TO WS-ERROR-SWITCH.
055800     MOVE WS-USER-KEY                  TO UAU-USR-ID.
055900     MOVE WS-FUNC-KEY                  TO UAU-FUNCTION-CODE.
056000     EXEC SQL
056100       SELECT ENO, CHAR(RECERT_DUE, ISO)
056200         INTO :WS-ROW-ENO        :WS-ENO-IND,
056300              :WS-ROW-RECERT-DUE :WS-RECERT-IND
056400         FROM DBODEVP.USER_AUTHORITY
056500        WHERE USR_ID        = :UAU-USR-ID
056600          AND FUNCTION_CODE = :UAU-FUNCTION-CODE
056700     END-EXEC.
056800     EVALUATE SQLCODE
056900       WHEN 0
057000         CONTINUE
057100       WHEN 100
057200         MOVE 'USER DOES NOT HOLD THAT FUNCTION' TO MSGO
057300         MOVE 'E'                      TO WS-ERROR-SWITCH
057400       WHEN OTHER
057500         MOVE 'SELECT'                 TO EL-ERROR-ACTION
057600         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
057700         PERFORM CHECK-SQLCODE-PARA
057800         MOVE 'GRANT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
057900         MOVE 'E'                      TO WS-ERROR-SWITCH
058000     END-EVALUATE.

058100*    THE KEYED ENO MUST BE ON EMP999 AND NOT PAST ITS LEAVE DATE.
058200*    ITS NAME GOES UP BESIDE IT SO THE KEYER CAN SEE WHO IT IS.
058300 READ-EMPLOYEE-PARA.
058400     MOVE SPACES                       TO WS-ERROR-SWITCH
058500                                          ENAMEO.
058600     MOVE WS-ENO-KEY                   TO ENO.
058700     EXEC SQL
058800       SELECT ENAME,
058900              CASE WHEN LEAVE_DATE IS NOT NULL
059000                    AND LEAVE_DATE <= CURRENT DATE
059100                   THEN 'L' ELSE 'C' END
059200         INTO :ENAME, :WS-EMP-STATUS
059300         FROM VIJILAK.EMP999
059400        WHERE ENO = :ENO
059500     END-EXEC.
059600     EVALUATE SQLCODE
059700       WHEN 0
059800         MOVE ENAME                    TO ENAMEO
059900         IF WS-EMP-LEFT
060000             MOVE 'THAT EMPLOYEE HAS LEFT' TO MSGO
060100             MOVE 'E'                  TO WS-ERROR-SWITCH
060200         END-IF
060300       WHEN 100
060400         MOVE 'EMPLOYEE NO NOT ON FILE' TO MSGO
060500         MOVE 'E'                      TO WS-ERROR-SWITCH
060600       WHEN OTHER
060700         MOVE 'SELECT'                 TO EL-ERROR-ACTION
060800         MOVE 'EMP999'                 TO EL-ERROR-DB2-OBJECT
060900         PERFORM CHECK-SQLCODE-PARA
061000         MOVE 'EMPLOYEE LOOKUP FAILED - SEE ERROR LOG' TO MSGO
061100         MOVE 'E'                      TO WS-ERROR-SWITCH
061200     END-EVALUATE.

061300*    A USER ID BELONGS TO ONE EMPLOYEE - IF ANY OF ITS OTHER
061400*    GRANTS NAME AN OWNER, IT MUST BE THE SAME ONE.
061500 CHECK-OWNER-PARA.
061600     MOVE SPACES                       TO WS-ERROR-SWITCH.
061700     MOVE WS-USER-KEY                  TO UAU-USR-ID.
061800     MOVE WS-ENO-KEY                   TO UAU-ENO.
061900     EXEC SQL
062000       SELECT COUNT(*)
062100         INTO :WS-OTHER-COUNT
062200         FROM DBODEVP.USER_AUTHORITY
062300        WHERE USR_ID = :UAU-USR-ID
062400          AND ENO IS NOT NULL
062500          AND ENO <> :UAU-ENO
062600     END-EXEC.
062700     IF SQLCODE NOT = 0
062800         MOVE 'SELECT'                 TO EL-ERROR-ACTION
062900         MOVE 'USER_AUTHORITY'         TO EL-ERROR-DB2-OBJECT
063000         PERFORM CHECK-SQLCODE-PARA
063100         MOVE 'OWNER CHECK FAILED - SEE ERROR LOG' TO MSGO
063200         MOVE 'E'                      TO WS-ERROR-SWITCH
063300         GO TO CHECK-OWNER-EXIT
063400     END-IF.
063500     IF WS-OTHER-COUNT > 0
063600         MOVE 'USER ID BELONGS TO ANOTHER EMPLOYEE NO' TO MSGO
063700         MOVE 'E'                      TO WS-ERROR-SWITCH
063800     END-IF.
063900 CHECK-OWNER-EXIT.
064000     EXIT.

064100*    AN AUTHORITY CHANGE WITH NO AUDIT ROW IS BACKED OUT - SEE
064200*    CWUAAUD.
064300 AUDIT-CHANGE-PARA.
064400     MOVE SPACES                       TO WS-ERROR-SWITCH.
064500     MOVE WS-USER-KEY                  TO UAA-USR-ID.
064600     MOVE WS-FUNC-KEY                  TO UAA-FUNCTION-CODE.
064700     MOVE WS-USR-ID                    TO UAA-ACTION-BY.
064800     MOVE 'ETRM025'                    TO UAA-MODULE.
064900     MOVE WS-REASON                    TO UAA-REASON.
065000     PERFORM WRITE-AUTH-AUDIT-PARA.
065100     IF UAA-NOT-WRITTEN
065200         MOVE 'E'                      TO WS-ERROR-SWITCH
065300         IF UAA-SQLCODE = 100
065400             MOVE 'USER DOES NOT HOLD THAT FUNCTION' TO MSGO
065500         ELSE
065600             MOVE UAA-SQLCODE          TO SQLCODE
065700             MOVE 'INSERT'             TO EL-ERROR-ACTION
065800             MOVE 'USER_AUTHORITY_AUDIT'
065900                                       TO EL-ERROR-DB2-OBJECT
066000             PERFORM CHECK-SQLCODE-PARA
066100             MOVE 'AUDIT NOT WRITTEN - NOTHING CHANGED' TO MSGO
066200         END-IF
066300         PERFORM BACK-OUT-PARA
066400     END-IF.

066500*    AFTER A CHANGE THE LIST RESTARTS FOR THE USER ID CHANGED, SO
066600*    THE RESULT IS IN VIEW.
066700 SHOW-AFTER-CHANGE-PARA.
066800     MOVE WS-USER-KEY                  TO WS-CA-USER-KEY.
066900     MOVE SPACES                       TO WS-CA-FUNC-KEY
067000                                          WS-CA-MORE-SWITCH.
067100     MOVE LOW-VALUES                   TO WS-CA-LAST-USR-ID
067200                                          WS-CA-LAST-FUNCTION.
067300     PERFORM BUILD-PAGE-PARA.

067400******************************************************************
067500* One Page Of Grants                                             *
067600******************************************************************
067700*    READS ON FROM THE LAST GRANT SHOWN UNTIL THE PAGE IS FULL;
067800*    ONE ROW MORE TELLS WHETHER PF8 HAS ANYTHING TO SHOW.
067900 BUILD-PAGE-PARA.
068000     MOVE 'BUILD-PAGE-PARA           ' TO EL-ERROR-PARA-NAME.
068100     MOVE SPACES                       TO WS-PAGE-LINES.
068200     MOVE 0                            TO WS-LINE-SUB.
068300     MOVE 'N'                          TO WS-CA-MORE-SWITCH.
068400     MOVE 'GRANT-LINES'                TO EL-ERROR-DB2-OBJECT.
068500     EXEC SQL
068600       OPEN GRANT-LINES
068700     END-EXEC.
068800     IF SQLCODE NOT = 0
068900         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
069000         PERFORM CHECK-SQLCODE-PARA
069100         MOVE 'GRANT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
069200     ELSE
069300         PERFORM FETCH-GRANT-PARA
069400         PERFORM TAKE-GRANT-ROW-PARA
069500             UNTIL WS-FETCH-SQLCODE NOT = 0
069600                OR WS-CA-MORE-ROWS
069700         IF WS-FETCH-SQLCODE NOT = 0
069800            AND WS-FETCH-SQLCODE NOT = 100
069900             MOVE WS-FETCH-SQLCODE     TO SQLCODE
070000             MOVE 'FETCH '             TO EL-ERROR-ACTION
070100             PERFORM CHECK-SQLCODE-PARA
070200         END-IF
070300         EXEC SQL
070400           CLOSE GRANT-LINES
070500         END-EXEC
070600         IF SQLCODE NOT = 0
070700             MOVE 'CLOSE '             TO EL-ERROR-ACTION
070800             PERFORM CHECK-SQLCODE-PARA
070900         END-IF
071000         PERFORM PAGE-MESSAGE-PARA
071100     END-IF.
071200     PERFORM SHOW-PAGE-PARA.

071300 FETCH-GRANT-PARA.
071400     EXEC SQL
071500       FETCH GRANT-LINES
071600        INTO :WS-GR-USR-ID,
071700             :WS-GR-FUNCTION-CODE,
071800             :WS-GR-ENO         :WS-ENO-IND,
071900             :WS-GR-ENAME       :WS-ENAME-IND,
072000             :WS-GR-GRANTED,
072100             :WS-GR-GRANTED-BY,
072200             :WS-GR-RECERT-DUE  :WS-RECERT-IND
072300     END-EXEC.
072400     MOVE SQLCODE                      TO WS-FETCH-SQLCODE.

072500*    A FULL PAGE LEAVES THE ROW JUST READ UNSHOWN; THE LAST KEY
072600*    KEPT IS THE LAST ONE SHOWN, SO PF8 STARTS AT THAT ROW.
072700 TAKE-GRANT-ROW-PARA.
072800     IF WS-LINE-SUB NOT < WS-MAX-LINES
072900         SET WS-CA-MORE-ROWS           TO TRUE
073000     ELSE
073100         ADD 1                         TO WS-LINE-SUB
073200         PERFORM FORMAT-GRANT-PARA
073300         MOVE WS-GR-USR-ID             TO WS-CA-LAST-USR-ID
073400         MOVE WS-GR-FUNCTION-CODE      TO WS-CA-LAST-FUNCTION
073500         PERFORM FETCH-GRANT-PARA
073600     END-IF.

073700*    A GRANT WITH NO OWNER ON FILE, OR AN OWNER NO LONGER ON
073800*    EMP999, SAYS SO WHERE THE NAME WOULD BE.
073900 FORMAT-GRANT-PARA.
074000     IF WS-ENO-IND < 0
074100         MOVE SPACES                   TO WS-GR-ENO
074200         MOVE '** NO OWNER ON FILE'    TO WS-GR-ENAME
074300     ELSE
074400         IF WS-ENAME-IND < 0
074500             MOVE '** NOT ON EMP999'   TO WS-GR-ENAME
074600         END-IF
074700     END-IF.
074800     IF WS-RECERT-IND < 0
074900         MOVE SPACES                   TO WS-GR-RECERT-DUE
075000     END-IF.
075100     MOVE WS-GR-USR-ID                 TO WS-GL-USR-ID.
075200     MOVE WS-GR-FUNCTION-CODE          TO WS-GL-FUNCTION-CODE.
075300     MOVE WS-GR-ENO                    TO WS-GL-ENO.
075400     MOVE WS-GR-ENAME                  TO WS-GL-ENAME.
075500     MOVE WS-GR-GRANTED                TO WS-GL-GRANTED.
075600     MOVE WS-GR-GRANTED-BY             TO WS-GL-GRANTED-BY.
075700     MOVE WS-GR-RECERT-DUE             TO WS-GL-RECERT-DUE.
075800     MOVE WS-GRANT-LINE            TO WS-PG-LINE (WS-LINE-SUB).

075900*    AFTER A CHANGE THE CHANGE'S OWN MESSAGE LEADS.
076000 PAGE-MESSAGE-PARA.
076100     EVALUATE TRUE
076200       WHEN WS-FETCH-SQLCODE NOT = 0
076300        AND WS-FETCH-SQLCODE NOT = 100
076400         MOVE 'GRANT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
076500       WHEN WS-DONE-MSG NOT = SPACES
076600         MOVE WS-DONE-MSG              TO MSGO
076700         IF WS-CA-MORE-ROWS
076800             MOVE ' - PF8=MORE'        TO MSGO (49:12)
076900         END-IF
077000       WHEN WS-LINE-SUB = 0
077100         MOVE 'NO GRANTS MATCH' TO MSGO
077200       WHEN WS-CA-MORE-ROWS
077300         MOVE 'PF8 FOR MORE GRANTS'    TO MSGO
077400       WHEN OTHER
077500         MOVE 'END OF GRANTS'          TO MSGO
077600     END-EVALUATE.

077700 SHOW-PAGE-PARA.
077800     MOVE WS-PG-LINE (1)               TO LIN1O.
077900     MOVE WS-PG-LINE (2)               TO LIN2O.
078000     MOVE WS-PG-LINE (3)               TO LIN3O.
078100     MOVE WS-PG-LINE (4)               TO LIN4O.
078200     MOVE WS-PG-LINE (5)               TO LIN5O.
078300     MOVE WS-PG-LINE (6)               TO LIN6O.
078400     MOVE WS-PG-LINE (7)               TO LIN7O.
078500     MOVE WS-PG-LINE (8)               TO LIN8O.
078600     MOVE WS-PG-LINE (9)               TO LIN9O.
078700     MOVE WS-PG-LINE (10)              TO LIN10O.

078800 CLEAR-DETAIL-PARA.
078900     MOVE SPACES                       TO ENAMEO
079000                                          WS-PAGE-LINES.
079100     PERFORM SHOW-PAGE-PARA.

079200*    A FAILED CHANGE MUST NOT SURVIVE THE TASK.
079300 BACK-OUT-PARA.
079400     EXEC CICS SYNCPOINT ROLLBACK
079500               RESP    (WS-RESP)
079600     END-EXEC.
079700     IF WS-RESP NOT = DFHRESP(NORMAL)
079800         PERFORM CHECK-RESPCODE-PARA
079900     END-IF.

080000 SEND-RESULT-MAP-PARA.
080100     EXEC CICS SEND MAP    ('ETRM25M')
080200               MAPSET      ('ETRM025')
080300               FROM        (ETRM25O)
080400               DATAONLY
080500               RESP        (WS-RESP)
080600     END-EXEC.
080700     IF WS-RESP NOT = DFHRESP(NORMAL)
080800         PERFORM CHECK-RESPCODE-PARA
080900     END-IF.

081000 SEND-GOODBYE-PARA.
081100     EXEC CICS SEND TEXT
081200               FROM    ('ETRM025 - USER AUTHORITY COMPLETE')
081300               LENGTH  (33)
081400               ERASE
081500               RESP    (WS-RESP)
081600     END-EXEC.
081700     IF WS-RESP NOT = DFHRESP(NORMAL)
081800         PERFORM CHECK-RESPCODE-PARA
081900     END-IF.
082000     PERFORM LOG-TXN-END-PARA.
082100     EXEC CICS RETURN
082200     END-EXEC.

082300******************************************************************
082400* Error Logging                                                  *
082500******************************************************************
082600     EXEC SQL
082700       INCLUDE CPERRLOG
082800     END-EXEC.

082900******************************************************************
083000* Transaction Usage                                              *
083100******************************************************************
083200     EXEC SQL
083300       INCLUDE CPTXNLOG
083400     END-EXEC.

083500******************************************************************
083600* Authorization Check                                            *
083700******************************************************************
083800     EXEC SQL
083900       INCLUDE CPAUTHCK
084000     END-EXEC.

084100******************************************************************
084200* User Authority Change Audit                                    *
084300******************************************************************
084400     EXEC SQL
084500       INCLUDE CPUAAUD
084600     END-EXEC.

084610******************************************************************
084620* Maintenance-Window Check                                       *
084630******************************************************************
084640     EXEC SQL
084650       INCLUDE CPQUIES
084660     END-EXEC.
