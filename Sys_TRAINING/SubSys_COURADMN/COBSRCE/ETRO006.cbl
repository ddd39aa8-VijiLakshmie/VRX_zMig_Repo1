000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRO006.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  9/28/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PUBLIC WEBSITE BOOKING SERVICE (CICS, CHANNEL/CONTAINERS).    *
000900*  WEBSITE BOOKINGS USED TO ARRIVE AS EMAILS THE FRONT DESK      *
001000*  RE-KEYED. THE WEBSITE NOW LINKS HERE WITH A BOOKREQUEST       *
001100*  CONTAINER (CWWEBBK) AND THE BOOKING GOES THROUGH ETRB002'S    *
001200*  OWN SIGN-UP PATH - THE SAME OVERBOOKING, PREREQUISITE,        *
001300*  DISCOUNT AND SEAT-CONTRACT LOGIC AS EVERY OTHER SIGN-UP. THE  *
001400*  ANSWER GOES BACK IN A BOOKRESPONSE CONTAINER: CONFIRMATION    *
001500*  NUMBER, PRICED FEE AND WAITLIST POSITION, OR A CODED REASON.  *
001600*  THE SERVICE RUNS UNDER ITS OWN CICS USER ID, WHICH NEEDS      *
001700*  USER_AUTHORITY FOR 'WEBBOOK' HERE AND 'REGISTER' IN ETRB002.  *
001800*  EVERY REJECTION IS WRITTEN TO ERROR_LOG. THE CALLER'S REQUEST *
001900*  ID IS CLAIMED ON WEB_BOOKING_REQUEST BEFORE ETRB002 IS DRIVEN,*
002000*  SO A RETRY OF THE SAME ID GETS THE STORED ANSWER AND NEVER    *
002100*  BOOKS A SECOND SEAT.                                          *
002200******************************************************************

002300 ENVIRONMENT DIVISION.

002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. Z900.
002600 OBJECT-COMPUTER. Z900.

002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.

002900 01 WS-BEGIN                          PIC  X(36) VALUE
003000     'ETRO006 WORKING STORAGE STARTS HERE'.

003100******************************************************************
003200*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003300******************************************************************
003400 01 WS-VARIABLES.
003500    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003600       88 WS-NO-ERROR                            VALUE SPACES.
003700    05 WS-RESP                         PIC S9(08) USAGE COMP.
003800    05 WS-RESP2                        PIC S9(08) USAGE COMP.
003900    05 WS-USR-ID                       PIC X(08).
004000    05 WS-ABSTIME                      PIC S9(15) COMP-3.
004100    05 WS-TODAY-DATE                   PIC X(10).
004200    05 WS-REQUEST-LENGTH               PIC S9(08) USAGE COMP.
004300    05 WS-SAVED-SQLCODE                PIC S9(09) USAGE COMP.
004400    05 WS-REQUEST-CONTAINER            PIC X(16) VALUE
004500       'BOOKREQUEST'.
004600    05 WS-RESPONSE-CONTAINER           PIC X(16) VALUE
004700       'BOOKRESPONSE'.
004800*    THE STORED ANSWER'S NULLABLE COLUMNS - A REJECTION CARRIES
004900*    NO CONFIRMATION NUMBER, FEE OR WAITLIST POSITION.
005000    05 WS-CONFIRM-NO-IND               PIC S9(4) USAGE COMP.
005100    05 WS-PRICED-FEE-IND               PIC S9(4) USAGE COMP.
005200    05 WS-WAITLIST-POS-IND             PIC S9(4) USAGE COMP.
005300    05 WS-WAITLIST-SEQ-IND             PIC S9(4) USAGE COMP.

005400******************************************************************
005500*  PARM FOR ETRB002 - LAYOUT MUST MATCH ITS LINKAGE EXACTLY.     *
005600******************************************************************
005700 01 WS-ETRB002-PARM.
005800    05 WS-SU-SESSION-CATG              PIC X(2).
005900    05 WS-SU-SESSION-ID                PIC S9(9) USAGE COMP.
006000    05 WS-SU-REQUEST-TYPE              PIC X(1).
006100    05 WS-SU-SIGNUP-DATA.
006200       10 WS-SU-EMAIL-ADDR             PIC X(120).
006300       10 WS-SU-FULL-NAME              PIC X(130).
006400       10 WS-SU-ORG-NAME               PIC X(120).
006500       10 WS-SU-REG-DATE               PIC X(10).
006600       10 WS-SU-PHONE-NUMBER           PIC X(20).
006700       10 WS-SU-AMOUNT-PAID            PIC S9(7)V99 COMP-3.
006800    05 WS-SU-SIGNUP-RC                 PIC X(1).
006900       88 WS-SU-SIGNUP-OK                        VALUE '0'.
007000       88 WS-SU-SIGNUP-WAITLISTED               VALUE 'W'.
007100       88 WS-SU-SIGNUP-PENDING                  VALUE 'M'.
007150       88 WS-SU-SIGNUP-CREDIT-HELD              VALUE 'H'.
007200       88 WS-SU-SIGNUP-FAILED                   VALUE '9' ' '.
007300    05 WS-SU-AUTH-USR-ID               PIC X(8).
007400    05 WS-SU-ORG-CODE                  PIC X(8).
007500    05 WS-SU-ENO                       PIC X(4).
007600    05 WS-SU-PO-REFERENCE              PIC X(30).
007700*    A WEBSITE BOOKING IS NEVER FORCED PAST A PREREQUISITE AND IS
007800*    NEVER AN INTERNAL-STAFF (ENO) SIGN-UP - THOSE STAY WITH THE
007900*    FRONT DESK AND THE APPROVAL FLOW.
008000    05 WS-SU-PREREQ-OVERRIDE           PIC X(1).
008100    05 WS-SU-CONFIRM-NO                PIC X(8).
008200    05 WS-SU-SPECIAL-REQS              PIC X(120).
008300    05 WS-SU-LANG-PREF                 PIC X(2).
008301*    NOR IS IT EVER A RESIT SEAT - ETRM019 BOOKS THOSE.
008302    05 WS-SU-RESIT-SEAT                PIC X(1).
008303*    A WEB BOOKING IS THE CLIENT BOOKING DIRECT - NO PARTNER.
008304    05 WS-SU-PARTNER-CODE              PIC X(8).
008305    05 WS-SU-PROMO-CODE                PIC X(12).
008306    05 WS-SU-PROMO-RESULT              PIC X(1).
008307    05 WS-SU-PROMO-AMOUNT              PIC S9(7)V99 COMP-3.

008400******************************************************************
008500*  BOOKREQUEST / BOOKRESPONSE CONTAINER LAYOUTS.                 *
008600******************************************************************
008700     COPY CWWEBBK.

008800******************************************************************
008900* Copybook Includes.                                             *
009000******************************************************************
009100     EXEC SQL
009200       INCLUDE CWERRLOG
009300     END-EXEC.

009400*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
009500     EXEC SQL
009600       INCLUDE CWAUTHCK
009700     END-EXEC.

009710*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
009720     EXEC SQL
009730       INCLUDE CWQUIES
009740     END-EXEC.

009800******************************************************************
009900*                     DB2 SECTION                                *
010000******************************************************************
010100     EXEC SQL
010200       INCLUDE SQLCA
010300     END-EXEC.

010400     EXEC SQL
010500       INCLUDE DCLRGSTR
010600     END-EXEC.

010700     EXEC SQL
010800       INCLUDE DCLWBREQ
010900     END-EXEC.

011000 01 WS-END                             PIC X(50) VALUE
011100     'ETRO006-WORKING STORAGE SECTION ENDS HERE'.

011200 PROCEDURE DIVISION.

011300 MAIN-LOGIC-PARA.

011400     MOVE 'ETRO006'                    TO EL-ERROR-MODULE.
011500     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

011600     MOVE SPACES                       TO WBK-RESPONSE.
011700     MOVE 0                            TO WBK-RS-PRICED-FEE
011800                                          WBK-RS-WAITLIST-POS
011810                                          WBK-RS-PROMO-AMOUNT.
011900     MOVE 'N'                          TO WBK-RS-REPLAYED.

012000     PERFORM PROCESS-BOOKING-PARA THRU PROCESS-BOOKING-EXIT.

012100     IF WBK-RS-REJECTED OR WBK-RS-FAILED
012200         PERFORM SET-REASON-TEXT-PARA
012300     END-IF.
012400*    AN AUTHORITY DENIAL WAS ALREADY LOGGED BY CPAUTHCK.
012500     IF WBK-RS-REJECTED AND AUT-ALLOWED
012600         PERFORM LOG-REJECT-PARA
012700     END-IF.

012800     PERFORM PUT-RESPONSE-PARA.

012900     EXEC CICS RETURN
013000     END-EXEC.

013100     GOBACK.

013200******************************************************************
013300* One Booking Request                                            *
013400******************************************************************
013500 PROCESS-BOOKING-PARA.
013600     MOVE 'PROCESS-BOOKING-PARA      ' TO EL-ERROR-PARA-NAME.

013700     EXEC CICS ASSIGN
013800               USERID  (WS-USR-ID)
013900               RESP    (WS-RESP)
014000     END-EXEC.
014100     IF WS-RESP NOT = DFHRESP(NORMAL)
014200         MOVE SPACES                   TO WS-USR-ID
014300     END-IF.
014400     MOVE 'ETRO006'                    TO AUT-MODULE.
014500     MOVE WS-USR-ID                    TO AUT-USR-ID.
014600     MOVE 'WEBBOOK '                   TO AUT-FUNCTION.
014700     PERFORM CHECK-AUTHORITY-PARA.
014800     IF AUT-DENIED
014900         SET WBK-RS-REJECTED           TO TRUE
015000         MOVE 'X'                      TO WBK-RS-REASON-CD
015100         GO TO PROCESS-BOOKING-EXIT
015200     END-IF.

015300*    A SHORT CONTAINER LEAVES THE MISSING TAIL BLANK; ONE LONGER
015400*    THAN THE LAYOUT, OR NONE AT ALL, IS NOT A BOOKING REQUEST.
015500     MOVE SPACES                       TO WBK-REQUEST.
015600     MOVE LENGTH OF WBK-REQUEST        TO WS-REQUEST-LENGTH.
015700     EXEC CICS GET CONTAINER (WS-REQUEST-CONTAINER)
015800               INTO          (WBK-REQUEST)
015900               FLENGTH       (WS-REQUEST-LENGTH)
016000               RESP          (WS-RESP)
016100               RESP2         (WS-RESP2)
016200     END-EXEC.
016300     IF WS-RESP NOT = DFHRESP(NORMAL)
016400         SET WBK-RS-REJECTED           TO TRUE
016500         MOVE 'Q'                      TO WBK-RS-REASON-CD
016600         GO TO PROCESS-BOOKING-EXIT
016700     END-IF.
016800     MOVE WBK-REQUEST-ID               TO WBK-RS-REQUEST-ID.

016900     INSPECT WBK-SESSION-ID REPLACING LEADING ' ' BY '0'.
017000     IF WBK-REQUEST-ID   = SPACES
017100     OR WBK-SESSION-CATG = SPACES
017200     OR WBK-SESSION-ID NOT NUMERIC
017300     OR WBK-EMAIL-ADDR   = SPACES
017400     OR WBK-FULL-NAME    = SPACES
017500         SET WBK-RS-REJECTED           TO TRUE
017600         MOVE 'Q'                      TO WBK-RS-REASON-CD
017700         GO TO PROCESS-BOOKING-EXIT
017800     END-IF.

017810*    A MAINTENANCE WINDOW REFUSES BEFORE THE ID IS CLAIMED, SO
017820*    THE WEBSITE'S RETRY AFTER THE WINDOW BOOKS NORMALLY.
017830     PERFORM CHECK-QUIESCE-PARA.
017840     IF QSC-QUIESCED
017850         SET WBK-RS-FAILED             TO TRUE
017860         GO TO PROCESS-BOOKING-EXIT
017870     END-IF.

017900     PERFORM CLAIM-REQUEST-PARA.
018000     EVALUATE SQLCODE
018100       WHEN 0
018200         CONTINUE
018300*      ID ALREADY ON FILE - A RETRY, OR A RACE WITH ONE THAT
018400*      WAITED ON THE ORIGINAL'S LOCK UNTIL IT COMMITTED.
018500       WHEN -803
018600         PERFORM REPLAY-REQUEST-PARA
018700         GO TO PROCESS-BOOKING-EXIT
018800       WHEN OTHER
018900         MOVE 'INSERT'                 TO EL-ERROR-ACTION
019000         MOVE 'WEB_BOOKING_REQUEST'    TO EL-ERROR-DB2-OBJECT
019100         PERFORM CHECK-SQLCODE-PARA
019200         SET WBK-RS-FAILED             TO TRUE
019300         GO TO PROCESS-BOOKING-EXIT
019400     END-EVALUATE.

019500     PERFORM CALL-SIGNUP-PARA.
019600     EVALUATE TRUE
019700       WHEN WS-SU-SIGNUP-FAILED
019800         PERFORM BACK-OUT-PARA
019900         MOVE 'ETRB002 SIGN-UP FAILED - BOOKING BACKED OUT'
020000                                       TO EL-ERROR-TEXT
020100         PERFORM LOG-MISC-PARA
020200         GO TO PROCESS-BOOKING-EXIT
020300       WHEN WS-SU-SIGNUP-OK
020400       WHEN WS-SU-SIGNUP-WAITLISTED
020500       WHEN WS-SU-SIGNUP-PENDING
020550       WHEN WS-SU-SIGNUP-CREDIT-HELD
020600         PERFORM READ-BOOKING-PARA
020700       WHEN OTHER
020800         SET WBK-RS-REJECTED           TO TRUE
020900         MOVE WS-SU-SIGNUP-RC          TO WBK-RS-REASON-CD
021000     END-EVALUATE.
021100     IF WBK-RS-FAILED
021200         GO TO PROCESS-BOOKING-EXIT
021300     END-IF.

021400     PERFORM COMPLETE-REQUEST-PARA.

021500 PROCESS-BOOKING-EXIT.
021600     EXIT.

021700******************************************************************
021800* Request-Id Claim, Completion And Replay                        *
021900******************************************************************
022000 CLAIM-REQUEST-PARA.
022100     MOVE WBK-REQUEST-ID               TO WBR-REQUEST-ID.
022200     MOVE WBK-SESSION-CATG             TO WBR-SESSION-CATG.
022300     MOVE WBK-SESSION-ID-NUM           TO WBR-SESSION-ID.
022400     MOVE WBK-EMAIL-ADDR               TO WBR-EMAIL-ADDR-TEXT.
022500     MOVE LENGTH OF WBK-EMAIL-ADDR     TO WBR-EMAIL-ADDR-LEN.
022600     SET WBR-RESULT-IN-PROGRESS        TO TRUE.
022700     MOVE SPACES                       TO WBR-REASON-CD.
022800     MOVE WS-USR-ID                    TO WBR-USR-ID.
022900     EXEC SQL
023000       INSERT INTO DBODEVP.WEB_BOOKING_REQUEST
023100              ( REQUEST_ID, SESSION_CATG, SESSION_ID, EMAIL_ADDR,
023200                RESULT_CD, REASON_CD, USR_ID, DTS )
023300       VALUES ( :WBR-REQUEST-ID, :WBR-SESSION-CATG,
023400                :WBR-SESSION-ID, :WBR-EMAIL-ADDR,
023500                :WBR-RESULT-CD, :WBR-REASON-CD, :WBR-USR-ID,
023600                CURRENT TIMESTAMP )
023700     END-EXEC.

023800 COMPLETE-REQUEST-PARA.
023900     MOVE WBK-RS-RESULT                TO WBR-RESULT-CD.
024000     MOVE WBK-RS-REASON-CD             TO WBR-REASON-CD.
024100     IF WBK-RS-REJECTED
024200         MOVE -1                       TO WS-CONFIRM-NO-IND
024300                                          WS-PRICED-FEE-IND
024400                                          WS-WAITLIST-POS-IND
024500     ELSE
024600         MOVE WBK-RS-CONFIRM-NO        TO WBR-CONFIRM-NO
024700         MOVE WBK-RS-PRICED-FEE        TO WBR-PRICED-FEE
024800         MOVE WBK-RS-WAITLIST-POS      TO WBR-WAITLIST-POS
024900         MOVE 0                        TO WS-CONFIRM-NO-IND
025000                                          WS-PRICED-FEE-IND
025100                                          WS-WAITLIST-POS-IND
025200     END-IF.
025300     EXEC SQL
025400       UPDATE DBODEVP.WEB_BOOKING_REQUEST
025500          SET RESULT_CD    = :WBR-RESULT-CD,
025600              REASON_CD    = :WBR-REASON-CD,
025700              CONFIRM_NO   = :WBR-CONFIRM-NO:WS-CONFIRM-NO-IND,
025800              PRICED_FEE   = :WBR-PRICED-FEE:WS-PRICED-FEE-IND,
025900              WAITLIST_POS = :WBR-WAITLIST-POS
026000                                 :WS-WAITLIST-POS-IND,
026100              DTS          = CURRENT TIMESTAMP
026200        WHERE REQUEST_ID   = :WBR-REQUEST-ID
026300     END-EXEC.
026400     IF SQLCODE NOT = 0
026500         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
026600         PERFORM BACK-OUT-PARA
026700         MOVE WS-SAVED-SQLCODE         TO SQLCODE
026800         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
026900         MOVE 'WEB_BOOKING_REQUEST'    TO EL-ERROR-DB2-OBJECT
027000         PERFORM CHECK-SQLCODE-PARA
027100     END-IF.

027200*    THE ORIGINAL ANSWER GOES BACK AS IT WAS GIVEN - UNLESS THE ID
027300*    WAS FIRST USED FOR A DIFFERENT SESSION OR REGISTRANT, WHICH
027400*    IS A CALLER ERROR, NOT A RETRY.
027500 REPLAY-REQUEST-PARA.
027600     EXEC SQL
027700       SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR,
027800              RESULT_CD, REASON_CD, CONFIRM_NO,
027900              PRICED_FEE, WAITLIST_POS
028000         INTO :WBR-SESSION-CATG, :WBR-SESSION-ID,
028100              :WBR-EMAIL-ADDR,
028200              :WBR-RESULT-CD, :WBR-REASON-CD,
028300              :WBR-CONFIRM-NO:WS-CONFIRM-NO-IND,
028400              :WBR-PRICED-FEE:WS-PRICED-FEE-IND,
028500              :WBR-WAITLIST-POS:WS-WAITLIST-POS-IND
028600         FROM DBODEVP.WEB_BOOKING_REQUEST
028700        WHERE REQUEST_ID = :WBR-REQUEST-ID
028800     END-EXEC.
028900     IF SQLCODE NOT = 0
029000         MOVE 'SELECT'                 TO EL-ERROR-ACTION
029100         MOVE 'WEB_BOOKING_REQUEST'    TO EL-ERROR-DB2-OBJECT
029200         PERFORM CHECK-SQLCODE-PARA
029300         SET WBK-RS-FAILED             TO TRUE
029400     ELSE
029500       IF WBR-SESSION-CATG NOT = WBK-SESSION-CATG
029600       OR WBR-SESSION-ID   NOT = WBK-SESSION-ID-NUM
029700       OR WBR-EMAIL-ADDR-TEXT NOT = WBK-EMAIL-ADDR
029800           SET WBK-RS-REJECTED         TO TRUE
029900           MOVE 'K'                    TO WBK-RS-REASON-CD
030000       ELSE
030100           MOVE WBR-RESULT-CD          TO WBK-RS-RESULT
030200           MOVE WBR-REASON-CD          TO WBK-RS-REASON-CD
030300           IF WS-CONFIRM-NO-IND >= 0
030400               MOVE WBR-CONFIRM-NO     TO WBK-RS-CONFIRM-NO
030500           END-IF
030600           IF WS-PRICED-FEE-IND >= 0
030700               MOVE WBR-PRICED-FEE     TO WBK-RS-PRICED-FEE
030800           END-IF
030900           IF WS-WAITLIST-POS-IND >= 0
031000               MOVE WBR-WAITLIST-POS   TO WBK-RS-WAITLIST-POS
031100           END-IF
031200           SET WBK-RS-IS-REPLAY        TO TRUE
031300       END-IF
031400     END-IF.

031500*    NOTHING OF A FAILED BOOKING MAY SURVIVE - NOT THE HALF-DONE
031600*    SIGN-UP AND NOT THE CLAIM - SO THE WEBSITE CAN RETRY THE ID.
031700 BACK-OUT-PARA.
031800     EXEC CICS SYNCPOINT ROLLBACK
031900               RESP    (WS-RESP)
032000     END-EXEC.
032100     IF WS-RESP NOT = DFHRESP(NORMAL)
032200         PERFORM CHECK-RESPCODE-PARA
032300     END-IF.
032400     SET WBK-RS-FAILED                 TO TRUE.
032500     MOVE SPACES                       TO WBK-RS-CONFIRM-NO.
032510     MOVE SPACES                       TO WBK-RS-PROMO-RESULT.
032600     MOVE 0                            TO WBK-RS-PRICED-FEE
032700                                          WBK-RS-WAITLIST-POS
032710                                          WBK-RS-PROMO-AMOUNT.

032800******************************************************************
032900* The Sign-Up Itself - ETRB002                                   *
033000******************************************************************
033100 CALL-SIGNUP-PARA.
033200     EXEC CICS ASKTIME
033300               ABSTIME  (WS-ABSTIME)
033400     END-EXEC.
033500     EXEC CICS FORMATTIME
033600               ABSTIME  (WS-ABSTIME)
033700               YYYYMMDD (WS-TODAY-DATE)
033800               DATESEP  ('-')
033900     END-EXEC.
034000     MOVE WBK-SESSION-CATG             TO WS-SU-SESSION-CATG.
034100     MOVE WBK-SESSION-ID-NUM           TO WS-SU-SESSION-ID.
034200     MOVE 'S'                          TO WS-SU-REQUEST-TYPE.
034300     MOVE WBK-EMAIL-ADDR               TO WS-SU-EMAIL-ADDR.
034400     MOVE WBK-FULL-NAME                TO WS-SU-FULL-NAME.
034500     MOVE WBK-ORG-NAME                 TO WS-SU-ORG-NAME.
034600     MOVE WS-TODAY-DATE                TO WS-SU-REG-DATE.
034700     MOVE WBK-PHONE-NUMBER             TO WS-SU-PHONE-NUMBER.
034800     MOVE 0                            TO WS-SU-AMOUNT-PAID.
034900     MOVE SPACES                       TO WS-SU-SIGNUP-RC.
035000     MOVE WS-USR-ID                    TO WS-SU-AUTH-USR-ID.
035100     MOVE WBK-ORG-CODE                 TO WS-SU-ORG-CODE.
035200     MOVE SPACES                       TO WS-SU-ENO.
035300     MOVE WBK-PO-REFERENCE             TO WS-SU-PO-REFERENCE.
035400     MOVE SPACES                       TO WS-SU-PREREQ-OVERRIDE.
035500     MOVE SPACES                       TO WS-SU-CONFIRM-NO.
035600     MOVE WBK-SPECIAL-REQS             TO WS-SU-SPECIAL-REQS.
035700     MOVE WBK-LANG-PREF                TO WS-SU-LANG-PREF.
035701     MOVE SPACES                       TO WS-SU-RESIT-SEAT.
035702     MOVE SPACES                       TO WS-SU-PARTNER-CODE.
035703     MOVE WBK-PROMO-CODE               TO WS-SU-PROMO-CODE.
035704     MOVE SPACES                       TO WS-SU-PROMO-RESULT.
035705     MOVE 0                            TO WS-SU-PROMO-AMOUNT.
035800     CALL 'ETRB002' USING WS-ETRB002-PARM.
035801     MOVE WS-SU-PROMO-RESULT           TO WBK-RS-PROMO-RESULT.
035802     MOVE WS-SU-PROMO-AMOUNT           TO WBK-RS-PROMO-AMOUNT.

035900*    ETRB002 HANDS BACK ONLY ITS RETURN CODE, CONFIRMATION
035950*    NUMBER AND PROMO CODE VERDICT - THE PRICE AND QUEUE PLACE
036000*    ARE READ OFF THE ROW IT JUST INSERTED. THE POSITION IS THE
036100*    REGISTRANT'S PLACE AMONG THE SESSION'S WAITLISTED ROWS, NOT
036200*    THE RAW SEQUENCE NUMBER.
036300 READ-BOOKING-PARA.
036400     MOVE 'READ-BOOKING-PARA         ' TO EL-ERROR-PARA-NAME.
036500     MOVE WBK-SESSION-CATG             TO SESSION-CATG.
036600     MOVE WBK-SESSION-ID-NUM           TO SESSION-ID.
036700     MOVE WBK-EMAIL-ADDR               TO EMAIL-ADDR-TEXT.
036800     MOVE LENGTH OF WBK-EMAIL-ADDR     TO EMAIL-ADDR-LEN.
036900     EXEC SQL
037000       SELECT REG_STATUS, COALESCE(CONFIRM_NO, ' '),
037100              PRICED_FEE, WAITLIST_SEQ
037200         INTO :DCLREGISTRATION.REG-STATUS,
037300              :DCLREGISTRATION.REG-CONFIRM-NO,
037400              :DCLREGISTRATION.PRICED-FEE:WS-PRICED-FEE-IND,
037500              :DCLREGISTRATION.WAITLIST-SEQ:WS-WAITLIST-SEQ-IND
037600         FROM DBODEVP.REGISTRATION
037700        WHERE SESSION_CATG = :DCLREGISTRATION.SESSION-CATG
037800          AND SESSION_ID   = :DCLREGISTRATION.SESSION-ID
037900          AND EMAIL_ADDR   = :DCLREGISTRATION.EMAIL-ADDR
038000     END-EXEC.
038100     IF SQLCODE NOT = 0
038200         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
038300         PERFORM BACK-OUT-PARA
038400         MOVE WS-SAVED-SQLCODE         TO SQLCODE
038500         MOVE 'SELECT'                 TO EL-ERROR-ACTION
038600         MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
038700         PERFORM CHECK-SQLCODE-PARA
038800     ELSE
038900         EVALUATE REG-STATUS
039000           WHEN 'W'
039100             SET WBK-RS-WAITLISTED     TO TRUE
039200           WHEN 'P'
039250           WHEN 'H'
039300             SET WBK-RS-PENDING        TO TRUE
039400           WHEN OTHER
039500             SET WBK-RS-BOOKED         TO TRUE
039600         END-EVALUATE
039700         MOVE REG-CONFIRM-NO           TO WBK-RS-CONFIRM-NO
039800         IF WS-PRICED-FEE-IND >= 0
039900             MOVE PRICED-FEE           TO WBK-RS-PRICED-FEE
040000         END-IF
040100         IF WBK-RS-WAITLISTED AND WS-WAITLIST-SEQ-IND >= 0
040200             PERFORM GET-WAITLIST-POS-PARA
040300         END-IF
040400     END-IF.

040500 GET-WAITLIST-POS-PARA.
040600     EXEC SQL
040700       SELECT COUNT(*)
040800         INTO :WBR-WAITLIST-POS
040900         FROM DBODEVP.REGISTRATION
041000        WHERE SESSION_CATG = :DCLREGISTRATION.SESSION-CATG
041100          AND SESSION_ID   = :DCLREGISTRATION.SESSION-ID
041200          AND REG_STATUS   = 'W'
041300          AND WAITLIST_SEQ <= :DCLREGISTRATION.WAITLIST-SEQ
041400     END-EXEC.
041500     IF SQLCODE = 0
041600         MOVE WBR-WAITLIST-POS         TO WBK-RS-WAITLIST-POS
041700     ELSE
041800         MOVE WAITLIST-SEQ             TO WBK-RS-WAITLIST-POS
041900     END-IF.

042000******************************************************************
042100* The Answer                                                     *
042200******************************************************************
042300 SET-REASON-TEXT-PARA.
042400     EVALUATE TRUE
042410       WHEN QSC-QUIESCED
042420         STRING 'SYSTEM IN MAINTENANCE UNTIL '
042430                                       DELIMITED BY SIZE
042440                QSC-EXPECTED-END (12:2) DELIMITED BY SIZE
042450                ':'                    DELIMITED BY SIZE
042460                QSC-EXPECTED-END (15:2) DELIMITED BY SIZE
042470                ' - PLEASE RETRY THEN' DELIMITED BY SIZE
042480           INTO WBK-RS-REASON-TEXT
042490         END-STRING
042500       WHEN WBK-RS-FAILED
042600         MOVE 'BOOKING COULD NOT BE COMPLETED - PLEASE RETRY'
042700                                       TO WBK-RS-REASON-TEXT
042800       WHEN WBK-RS-REASON-CD = 'Q'
042900         MOVE 'BOOKING REQUEST INCOMPLETE OR MALFORMED'
043000                                       TO WBK-RS-REASON-TEXT
043100       WHEN WBK-RS-REASON-CD = 'K'
043200         MOVE 'REQUEST ID ALREADY USED FOR A DIFFERENT BOOKING'
043300                                       TO WBK-RS-REASON-TEXT
043400       WHEN WBK-RS-REASON-CD = 'X'
043500         MOVE 'BOOKING SERVICE NOT AUTHORIZED'
043600                                       TO WBK-RS-REASON-TEXT
043700       WHEN WBK-RS-REASON-CD = 'D'
043800         MOVE 'REGISTRATION DATE INVALID'
043900                                       TO WBK-RS-REASON-TEXT
044000       WHEN WBK-RS-REASON-CD = 'E'
044100         MOVE 'EMAIL ADDRESS FAILS VALIDATION'
044200                                       TO WBK-RS-REASON-TEXT
044300       WHEN WBK-RS-REASON-CD = 'C'
044400         MOVE 'SESSION NOT AVAILABLE FOR BOOKING'
044500                                       TO WBK-RS-REASON-TEXT
044600       WHEN WBK-RS-REASON-CD = 'O'
044700         MOVE 'ORGANIZATION CODE NOT RECOGNISED'
044800                                       TO WBK-RS-REASON-TEXT
044900       WHEN WBK-RS-REASON-CD = 'U'
045000         MOVE 'EMPLOYEE NUMBER NOT RECOGNISED'
045100                                       TO WBK-RS-REASON-TEXT
045200       WHEN WBK-RS-REASON-CD = 'P'
045300         MOVE 'COURSE PREREQUISITE NOT MET'
045400                                       TO WBK-RS-REASON-TEXT
045410       WHEN WBK-RS-REASON-CD = 'V'
045420         MOVE 'PROMOTION OR VOUCHER CODE NOT VALID'
045430                                       TO WBK-RS-REASON-TEXT
045447       WHEN WBK-RS-REASON-CD = 'L'
045465         MOVE 'ORGANIZATION ON CREDIT HOLD OR OVER ITS LIMIT'
045482                                       TO WBK-RS-REASON-TEXT
045500       WHEN OTHER
045600         MOVE 'BOOKING REJECTED'       TO WBK-RS-REASON-TEXT
045700     END-EVALUATE.

045800 LOG-REJECT-PARA.
045900     MOVE 'LOG-REJECT-PARA           ' TO EL-ERROR-PARA-NAME.
046000     MOVE SPACES                       TO EL-ERROR-TEXT.
046100     STRING 'WEB BOOKING REJECTED '    DELIMITED BY SIZE
046200            WBK-RS-REASON-CD           DELIMITED BY SIZE
046300            ' REQ '                    DELIMITED BY SIZE
046400            WBK-REQUEST-ID             DELIMITED BY SPACE
046500            ' SESSION '                DELIMITED BY SIZE
046600            WBK-SESSION-CATG           DELIMITED BY SIZE
046700            '/'                        DELIMITED BY SIZE
046800            WBK-SESSION-ID             DELIMITED BY SIZE
046900       INTO EL-ERROR-TEXT
047000     END-STRING.
047100     SET EL-SEVERITY-WARNING           TO TRUE.
047200     PERFORM LOG-APPL-PARA.

047300 PUT-RESPONSE-PARA.
047400     EXEC CICS PUT CONTAINER (WS-RESPONSE-CONTAINER)
047500               FROM          (WBK-RESPONSE)
047600               FLENGTH       (LENGTH OF WBK-RESPONSE)
047700               RESP          (WS-RESP)
047800     END-EXEC.
047900     IF WS-RESP NOT = DFHRESP(NORMAL)
048000         PERFORM CHECK-RESPCODE-PARA
048100     END-IF.

048200******************************************************************
048300* Authorization                                                  *
048400******************************************************************
048500     EXEC SQL
048600       INCLUDE CPAUTHCK
048700     END-EXEC.

048710******************************************************************
048720* Maintenance-Window Check                                       *
048730******************************************************************
048740     EXEC SQL
048750       INCLUDE CPQUIES
048760     END-EXEC.

048800******************************************************************
048900* Error Logging                                                  *
049000******************************************************************
049100     EXEC SQL
049200       INCLUDE CPERRLOG
049300     END-EXEC.
