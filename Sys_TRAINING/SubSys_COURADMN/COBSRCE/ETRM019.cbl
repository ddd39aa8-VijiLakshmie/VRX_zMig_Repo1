000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM019.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL ASSESSMENT RESULTS ENTRY.               *
000900*  A CATEGORY WITH A CATALOG PASS MARK ENDS IN AN EXAM, AND      *
001000*  ATTENDANCE ALONE NO LONGER COMPLETES IT (ETROP22, ETROP52).   *
001100*  KEY THE REGISTRATION - SESSION CATG, SESSION ID AND EMAIL:    *
001200*  ENTER SHOWS EVERY ATTEMPT THE DELEGATE HAS SAT FOR THE        *
001300*  CATEGORY ON ANY SESSION (SEE DCLASRES) AGAINST THE PASS MARK  *
001400*  AND ATTEMPT LIMIT; PF5 RECORDS THE SCORE FOR THIS SESSION'S   *
001500*  SITTING AS THE NEXT ATTEMPT, GRADED PASS OR FAIL ON THE SPOT  *
001600*  (RE-KEYING CORRECTS IT UNTIL ETROP22 HAS STAMPED COMPLETION); *
001700*  PF6, AFTER A FAIL WITH ATTEMPTS LEFT, BOOKS A RESIT SEAT ON   *
001800*  THE EARLIEST LATER OPEN SESSION OF THE SAME CATEGORY THROUGH  *
001900*  ETRB002 - AT THE CATALOG RESIT FEE AND WITHOUT RE-COUNTING    *
002000*  PREREQUISITES. PF5 AND PF6 NEED 'EXAMRSLT' AUTHORITY; THE     *
002100*  SEAT ITSELF IS STILL 'REGISTER'-CHECKED INSIDE ETRB002.       *
002200******************************************************************

002300 ENVIRONMENT DIVISION.

002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. Z900.
002600 OBJECT-COMPUTER. Z900.

002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.

002900 01 WS-BEGIN                          PIC  X(36) VALUE
003000     'ETRM019 WORKING STORAGE STARTS HERE'.

003100******************************************************************
003200*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003300******************************************************************
003400 01 WS-VARIABLES.
003500    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003600       88 WS-NO-ERROR                            VALUE SPACES.
003700    05 WS-RESP                         PIC S9(08) USAGE COMP.
003800    05 WS-RESP2                        PIC S9(08) USAGE COMP.
003900    05 WS-SESSION-ID-NUM               PIC 9(09).
004000    05 WS-SCORE-NUM                    PIC 9(03).
004100    05 WS-EDIT-3                       PIC ZZ9.
004200    05 WS-EDIT-2                       PIC Z9.
004300    05 WS-FEE-EDIT                     PIC ZZZ,ZZ9.99.
004400    05 WS-TODAY-DATE                   PIC X(10).
004500    05 WS-RESULT-DATE                  PIC X(10).
004600    05 WS-STARTED-SW                   PIC X(01).
004700       88 WS-SESSION-STARTED                     VALUE 'Y'.
004800    05 WS-NEW-RESULT-CD                PIC X(01).
004900       88 WS-NEW-RESULT-PASS                     VALUE 'P'.
005000*    THE CATALOG'S EXAM RULES FOR THE KEYED CATEGORY (DCLCATLG).
005100    05 WS-PASS-MARK                    PIC S9(4) USAGE COMP.
005200    05 WS-PASS-MARK-IND                PIC S9(4) USAGE COMP.
005300    05 WS-MAX-ATTEMPTS                 PIC S9(4) USAGE COMP.
005400    05 WS-MAX-ATTEMPTS-IND             PIC S9(4) USAGE COMP.
005500    05 WS-RESIT-FEE                    PIC S9(7)V99 COMP-3.
005600    05 WS-RESIT-FEE-IND                PIC S9(4) USAGE COMP.
005700    05 WS-COMPLETION-IND               PIC S9(4) USAGE COMP.
005800*    WHAT THE ATTEMPT HISTORY ADDS UP TO - FILLED BY
005900*    LIST-ATTEMPTS-PARA ON EVERY TURN THAT NEEDS IT.
006000    05 WS-FETCH-SQLCODE                PIC S9(09) USAGE COMP.
006100    05 WS-LINE-COUNT                   PIC S9(04) USAGE COMP.
006200    05 WS-ATTEMPT-COUNT                PIC S9(04) USAGE COMP.
006300    05 WS-PASSED-COUNT                 PIC S9(04) USAGE COMP.
006400    05 WS-HIGH-ATTEMPT-NO              PIC S9(04) USAGE COMP.
006500    05 WS-THIS-REG-ATTEMPT-NO          PIC S9(04) USAGE COMP.
006600    05 WS-LAST-RESULT-CD               PIC X(01).
006700    05 WS-LAST-SESSION-ID              PIC S9(09) USAGE COMP.
006800    05 WS-LAST-RESIT-ID                PIC S9(09) USAGE COMP.
006900    05 WS-LAST-RESIT-IND               PIC S9(04) USAGE COMP.
007000    05 WS-ROW-RESIT-IND                PIC S9(04) USAGE COMP.
007100    05 WS-ATTEMPTS-LEFT-SW             PIC X(01).
007200       88 WS-ATTEMPTS-LEFT                       VALUE 'Y'.
007300       88 WS-NO-ATTEMPTS-LEFT                    VALUE 'N'.
007400*    THE LATER SESSION A RESIT SEAT IS OFFERED ON.
007500    05 WS-RESIT-SESSION-ID             PIC S9(09) USAGE COMP.
007600    05 WS-RESIT-START-DATE             PIC X(10).
007700    05 WS-BOOK-MSG                     PIC X(60).
007800 01 WS-USR-ID                          PIC X(08).

007900*    ONE ATTEMPT-HISTORY LINE - LAID OUT UNDER THE MAP HEADING.
008000 01 WS-RES-LINE.
008100    05 WS-RL-ATTEMPT-NO                PIC ZZ9.
008200    05 FILLER                          PIC X(01) VALUE SPACES.
008300    05 WS-RL-SESSION-ID                PIC Z(07)9.
008400    05 FILLER                          PIC X(01) VALUE SPACES.
008500    05 WS-RL-RESULT-DATE               PIC X(10).
008600    05 FILLER                          PIC X(03) VALUE SPACES.
008700    05 WS-RL-SCORE                     PIC ZZ9.
008800    05 FILLER                          PIC X(02) VALUE SPACES.
008900    05 WS-RL-RESULT-CD                 PIC X(01).
009000    05 FILLER                          PIC X(03) VALUE SPACES.
009100    05 WS-RL-RESIT-ID                  PIC Z(08)9.
009200    05 FILLER                          PIC X(16) VALUE SPACES.
009300 01 WS-RL-RESIT-ID-X REDEFINES WS-RES-LINE.
009400    05 FILLER                          PIC X(35).
009500    05 WS-RL-RESIT-BLANK               PIC X(09).
009600    05 FILLER                          PIC X(16).

009700*    RCBT002A-PARM - SHARED DATE EDIT FOR THE RESULT DATE.
009800 01 WS-RCBT002A-PARM.
009900    05 WS-VALID-DATE-TEXT              PIC X(10).
010000    05 WS-VALID-RETURN-CODE            PIC X(1).
010100       88 WS-VALID-DATE-OK                       VALUE '0'.
010200       88 WS-VALID-DATE-BAD                      VALUE '9'.

010300*    ETRB002-PARM - LAYOUT MUST MATCH ETRB002'S LINKAGE EXACTLY.
010400*    THE RESIT SEAT IS TAKEN IN THE DELEGATE'S OWN NAME, ORG AND
010500*    LANGUAGE OFF THE FAILED REGISTRATION, FLAGGED AS A RESIT.
010600 01 WS-ETRB002-PARM.
010700    05 WS-SU-SESSION-CATG              PIC X(2).
010800    05 WS-SU-SESSION-ID                PIC S9(9) USAGE COMP.
010900    05 WS-SU-REQUEST-TYPE              PIC X(1).
011000    05 WS-SU-SIGNUP-DATA.
011100       10 WS-SU-EMAIL-ADDR             PIC X(120).
011200       10 WS-SU-FULL-NAME              PIC X(130).
011300       10 WS-SU-ORG-NAME               PIC X(120).
011400       10 WS-SU-REG-DATE               PIC X(10).
011500       10 WS-SU-PHONE-NUMBER           PIC X(20).
011600       10 WS-SU-AMOUNT-PAID            PIC S9(7)V99 COMP-3.
011700    05 WS-SU-SIGNUP-RC                 PIC X(1).
011800       88 WS-SU-SIGNUP-OK                        VALUE '0'.
011900       88 WS-SU-SIGNUP-WAITLISTED               VALUE 'W'.
012000       88 WS-SU-SIGNUP-PENDING                  VALUE 'M'.
012050       88 WS-SU-SIGNUP-CREDIT-HELD              VALUE 'H'.
012100       88 WS-SU-SIGNUP-FAILED                   VALUE '9' ' '.
012200    05 WS-SU-AUTH-USR-ID               PIC X(8).
012300    05 WS-SU-ORG-CODE                  PIC X(8).
012400    05 WS-SU-ENO                       PIC X(4).
012500    05 WS-SU-PO-REFERENCE              PIC X(30).
012600    05 WS-SU-PREREQ-OVERRIDE           PIC X(1).
012700    05 WS-SU-CONFIRM-NO                PIC X(8).
012800    05 WS-SU-SPECIAL-REQS              PIC X(120).
012900    05 WS-SU-LANG-PREF                 PIC X(2).
013000    05 WS-SU-RESIT-SEAT                PIC X(1).
013010*    A RESIT IS BOOKED BY THE FRONT DESK ITSELF, SO NO BOOKING
013020*    PARTNER IS OWED COMMISSION ON IT.
013030    05 WS-SU-PARTNER-CODE              PIC X(8).
013040*    A RESIT IS PRICED AT THE CATALOG RESIT FEE AND TAKES NO
013050*    PROMOTION OR VOUCHER CODE.
013060    05 WS-SU-PROMO-CODE                PIC X(12).
013070    05 WS-SU-PROMO-RESULT              PIC X(1).
013080    05 WS-SU-PROMO-AMOUNT              PIC S9(7)V99 COMP-3.

013100******************************************************************
013200*  COMMAREA - THE REGISTRATION ENTER LAST SHOWED, SO PF6 BOOKS   *
013300*  THE RESIT FOR THE DELEGATE THE CLERK IS LOOKING AT.           *
013400******************************************************************
013500 01 WS-COMMAREA.
013600    05 WS-CA-SESSION-CATG              PIC X(02).
013700    05 WS-CA-SESSION-ID                PIC S9(09) USAGE COMP.
013800    05 WS-CA-EMAIL-ADDR                PIC X(120).

013900******************************************************************
014000*  SYMBOLIC MAP.                                                 *
014100******************************************************************
014200     COPY ETRM19.

014300******************************************************************
014400* Copybook Includes.                                             *
014500******************************************************************
014600     EXEC SQL
014700       INCLUDE CWERRLOG
014800     END-EXEC.

014801*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
014802     EXEC SQL
014803       INCLUDE CWTXNLOG
014804     END-EXEC.

014900*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
015000     EXEC SQL
015100       INCLUDE CWAUTHCK
015200     END-EXEC.

015210*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
015220     EXEC SQL
015230       INCLUDE CWQUIES
015240     END-EXEC.

015300******************************************************************
015400*                     DB2 SECTION                                *
015500******************************************************************
015600     EXEC SQL
015700       INCLUDE SQLCA
015800     END-EXEC.

015900     EXEC SQL
016000       INCLUDE DCLASRES
016100     END-EXEC.

016200     EXEC SQL
016300       INCLUDE DCLRGSTR
016400     END-EXEC.

016500     EXEC SQL
016600       INCLUDE DCLCATLG
016700     END-EXEC.

016800******************************************************************
016900*  CURSOR DECLARATION - EVERY ATTEMPT THE DELEGATE HAS SAT FOR   *
017000*  THE CATEGORY, ON WHATEVER SESSION, IN ATTEMPT ORDER.          *
017100******************************************************************
017200     EXEC SQL DECLARE ATTEMPT-HISTORY CURSOR
017300      FOR
017400      SELECT ATTEMPT_NO, SESSION_ID, CHAR(RESULT_DATE, ISO),
017500             SCORE, RESULT_CD, RESIT_SESSION_ID
017600        FROM DBODEVP.ASSESSMENT_RESULT
017700       WHERE SESSION_CATG = :WS-CA-SESSION-CATG
017800         AND EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
017900       ORDER BY ATTEMPT_NO
018000     END-EXEC.

018100 01 WS-END                             PIC X(50) VALUE
018200     'ETRM019-WORKING STORAGE SECTION ENDS HERE'.

018300 LINKAGE SECTION.
018400 01 DFHCOMMAREA                        PIC X(126).

018500 PROCEDURE DIVISION.

018600 MAIN-LOGIC-PARA.

018700     MOVE 'ETRM019'                    TO EL-ERROR-MODULE.
018800     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
018801     MOVE 'ETRM019'                    TO TXL-PROGRAM-ID.
018802     PERFORM LOG-TXN-START-PARA.

018900     IF EIBCALEN = 0
019000         MOVE SPACES                   TO WS-CA-SESSION-CATG
019100                                          WS-CA-EMAIL-ADDR
019200         MOVE 0                        TO WS-CA-SESSION-ID
019300         PERFORM SEND-INITIAL-MAP-PARA
019400         PERFORM RETURN-CONVERSATIONAL-PARA
019500     ELSE
019600         MOVE DFHCOMMAREA              TO WS-COMMAREA
019700         PERFORM RECEIVE-MAP-PARA
019800         EVALUATE EIBAID
019900           WHEN DFHPF3
020000             PERFORM SEND-GOODBYE-PARA
020100           WHEN DFHENTER
020200             PERFORM SHOW-RESULTS-PARA THRU
020300                 SHOW-RESULTS-EXIT
020400             PERFORM SEND-RESULT-MAP-PARA
020500             PERFORM RETURN-CONVERSATIONAL-PARA
020600           WHEN DFHPF5
020610             PERFORM CHECK-QUIESCE-PARA
020620             IF QSC-QUIESCED
020630                 MOVE QSC-MESSAGE      TO MSGO
020640             ELSE
020650                 PERFORM SAVE-RESULT-PARA THRU
020660                     SAVE-RESULT-EXIT
020670             END-IF
020900             PERFORM SEND-RESULT-MAP-PARA
021000             PERFORM RETURN-CONVERSATIONAL-PARA
021100           WHEN DFHPF6
021110             PERFORM CHECK-QUIESCE-PARA
021120             IF QSC-QUIESCED
021130                 MOVE QSC-MESSAGE      TO MSGO
021140             ELSE
021150                 PERFORM BOOK-RESIT-PARA THRU
021160                     BOOK-RESIT-EXIT
021170             END-IF
021400             PERFORM SEND-RESULT-MAP-PARA
021500             PERFORM RETURN-CONVERSATIONAL-PARA
021600           WHEN OTHER
021700             MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
021800                                       TO MSGO
021900             PERFORM SEND-RESULT-MAP-PARA
022000             PERFORM RETURN-CONVERSATIONAL-PARA
022100         END-EVALUATE
022200     END-IF.

022300     GOBACK.

022400******************************************************************
022500* ENDS THE PSEUDO-CONVERSATIONAL TURN.                           *
022600******************************************************************
022700 RETURN-CONVERSATIONAL-PARA.
022701     PERFORM LOG-TXN-END-PARA.
022800     EXEC CICS RETURN
022900          TRANSID  ('ETRJ')
023000          COMMAREA (WS-COMMAREA)
023100          LENGTH   (LENGTH OF WS-COMMAREA)
023200     END-EXEC.

023300******************************************************************
023400* Screen I/O                                                     *
023500******************************************************************
023600 SEND-INITIAL-MAP-PARA.
023700     MOVE SPACES                       TO MSGO.
023800     EXEC CICS SEND MAP    ('ETRM19M')
023900               MAPSET      ('ETRM019')
024000               ERASE
024100               RESP        (WS-RESP)
024200     END-EXEC.
024300     IF WS-RESP NOT = DFHRESP(NORMAL)
024400         PERFORM CHECK-RESPCODE-PARA
024500     END-IF.

024600 RECEIVE-MAP-PARA.
024700     EXEC CICS RECEIVE MAP ('ETRM19M')
024800               MAPSET      ('ETRM019')
024900               INTO        (ETRM19I)
025000               RESP        (WS-RESP)
025100     END-EXEC.
025200     EVALUATE WS-RESP
025300       WHEN DFHRESP(NORMAL)
025400         CONTINUE
025500       WHEN DFHRESP(MAPFAIL)
025600         CONTINUE
025700       WHEN OTHER
025800         PERFORM CHECK-RESPCODE-PARA
025900     END-EVALUATE.

026000******************************************************************
026100* Key Fields - The Registration                                  *
026200******************************************************************
026300*    ALL THREE ARE NEEDED. A NON-NUMERIC SESSION ID IS BOUNCED
026400*    HERE, NOT HANDED TO DB2. A GOOD KEY BECOMES THE COMMAREA KEY.
026500 TAKE-KEY-PARA.
026600     MOVE SPACES                       TO WS-ERROR-SWITCH.
026700     IF CATGI = LOW-VALUES
026800         MOVE SPACES                   TO CATGI
026900     END-IF.
027000     IF EMAILI = LOW-VALUES
027100         MOVE SPACES                   TO EMAILI
027200     END-IF.
027300     INSPECT SIDI REPLACING LEADING ' ' BY '0'.
027400     INSPECT SIDI REPLACING LEADING LOW-VALUES BY '0'.
027500     EVALUATE TRUE
027600       WHEN CATGI = SPACES
027700         MOVE 'KEY THE SESSION CATEGORY' TO MSGO
027800         MOVE 'E'                      TO WS-ERROR-SWITCH
027900       WHEN SIDI NOT NUMERIC
028000         MOVE 'SESSION ID MUST BE NUMERIC' TO MSGO
028100         MOVE 'E'                      TO WS-ERROR-SWITCH
028200       WHEN EMAILI = SPACES
028300         MOVE 'KEY THE DELEGATE EMAIL' TO MSGO
028400         MOVE 'E'                      TO WS-ERROR-SWITCH
028500       WHEN OTHER
028600         MOVE CATGI                    TO WS-CA-SESSION-CATG
028700         MOVE SIDI                     TO WS-SESSION-ID-NUM
028800         MOVE WS-SESSION-ID-NUM        TO WS-CA-SESSION-ID
028900         MOVE SPACES                   TO WS-CA-EMAIL-ADDR
029000         MOVE EMAILI                   TO WS-CA-EMAIL-ADDR
029100     END-EVALUATE.

029200*    THE CATEGORY MUST BE ON THE CATALOG WITH A PASS MARK - AN
029300*    UNEXAMINED COURSE HAS NO RESULTS TO KEY.
029400 GET-CATALOG-PARA.
029500     MOVE WS-CA-SESSION-CATG           TO CAT-SESSION-CATG.
029600     MOVE SPACES                       TO CTITLEO PMARKO MAXATTO
029700                                          RFEEO.
029800     EXEC SQL
029900       SELECT COURSE_TITLE, PASS_MARK, MAX_ATTEMPTS, RESIT_FEE
030000         INTO :CAT-COURSE-TITLE,
030100              :WS-PASS-MARK    :WS-PASS-MARK-IND,
030200              :WS-MAX-ATTEMPTS :WS-MAX-ATTEMPTS-IND,
030300              :WS-RESIT-FEE    :WS-RESIT-FEE-IND
030400         FROM DBODEVP.COURSE_CATALOG
030500        WHERE SESSION_CATG = :CAT-SESSION-CATG
030600     END-EXEC.
030700     EVALUATE TRUE
030800       WHEN SQLCODE = 100
030900         MOVE 'CATEGORY IS NOT ON THE COURSE CATALOG' TO MSGO
031000         MOVE 'E'                      TO WS-ERROR-SWITCH
031100       WHEN SQLCODE NOT = 0
031200         MOVE 'SELECT'                 TO EL-ERROR-ACTION
031300         MOVE 'COURSE_CATALOG'         TO EL-ERROR-DB2-OBJECT
031400         PERFORM CHECK-SQLCODE-PARA
031500         MOVE 'CATALOG LOOKUP FAILED - SEE ERROR LOG' TO MSGO
031600         MOVE 'E'                      TO WS-ERROR-SWITCH
031700       WHEN WS-PASS-MARK-IND < 0
031800         MOVE CAT-COURSE-TITLE-TEXT    TO CTITLEO
031900         MOVE 'NOT AN EXAMINED COURSE - NO PASS MARK ON ETRM006'
032000                                       TO MSGO
032100         MOVE 'E'                      TO WS-ERROR-SWITCH
032200       WHEN OTHER
032300         PERFORM SHOW-CATALOG-PARA
032400     END-EVALUATE.

032500 SHOW-CATALOG-PARA.
032600     MOVE CAT-COURSE-TITLE-TEXT        TO CTITLEO.
032700     MOVE WS-PASS-MARK                 TO WS-EDIT-3.
032800     MOVE WS-EDIT-3                    TO PMARKO.
032900*    A BLANK LIMIT MEANS THE CATALOG SETS NO CAP ON ATTEMPTS.
033000     IF WS-MAX-ATTEMPTS-IND < 0
033100         MOVE SPACES                   TO MAXATTO
033200     ELSE
033300         MOVE WS-MAX-ATTEMPTS          TO WS-EDIT-2
033400         MOVE WS-EDIT-2                TO MAXATTO
033500     END-IF.
033600     IF WS-RESIT-FEE-IND < 0
033700         MOVE 'NORMAL FEE'             TO RFEEO
033800     ELSE
033900         MOVE WS-RESIT-FEE             TO WS-FEE-EDIT
034000         MOVE WS-FEE-EDIT              TO RFEEO
034100     END-IF.

034200*    THE REGISTRATION BEHIND THE KEY, WITH WHAT PF6 NEEDS TO TAKE
034300*    A SEAT IN THE SAME NAME AND WHETHER THE SESSION HAS STARTED.
034400 READ-REGISTRATION-PARA.
034500     MOVE WS-CA-SESSION-CATG           TO SESSION-CATG.
034600     MOVE WS-CA-SESSION-ID             TO SESSION-ID.
034700     MOVE WS-CA-EMAIL-ADDR             TO EMAIL-ADDR-TEXT.
034800     MOVE LENGTH OF WS-CA-EMAIL-ADDR   TO EMAIL-ADDR-LEN.
034900     MOVE SPACES                       TO FNAMEO.
035000     EXEC SQL
035100       SELECT R.FULL_NAME, R.ORG_NAME, R.REG_STATUS,
035200              R.COMPLETION_STATUS,
035300              COALESCE(R.PHONE_NUMBER, ' '),
035400              COALESCE(R.ORG_CODE, ' '),
035500              COALESCE(R.ENO, ' '),
035600              COALESCE(R.LANG_PREF, ' '),
035700              CASE WHEN S.SESSION_START_DATE <= CURRENT DATE
035800                   THEN 'Y' ELSE 'N' END
035900         INTO :DCLREGISTRATION.FULL-NAME,
036000              :DCLREGISTRATION.ORG-NAME,
036100              :DCLREGISTRATION.REG-STATUS,
036200              :DCLREGISTRATION.COMPLETION-STATUS
036300                                       :WS-COMPLETION-IND,
036400              :DCLREGISTRATION.PHONE-NUMBER,
036500              :DCLREGISTRATION.ORG-CODE,
036600              :DCLREGISTRATION.REG-ENO,
036700              :DCLREGISTRATION.REG-LANG-PREF,
036800              :WS-STARTED-SW
036900         FROM DBODEVP.REGISTRATION R,
037000              DBODEVP.TRAINING_SESSION S
037100        WHERE R.SESSION_CATG = :DCLREGISTRATION.SESSION-CATG
037200          AND R.SESSION_ID   = :DCLREGISTRATION.SESSION-ID
037300          AND R.EMAIL_ADDR   = :DCLREGISTRATION.EMAIL-ADDR
037400          AND S.SESSION_CATG = R.SESSION_CATG
037500          AND S.SESSION_ID   = R.SESSION_ID
037600     END-EXEC.
037700     EVALUATE SQLCODE
037800       WHEN 0
037900         MOVE FULL-NAME-TEXT           TO FNAMEO
038000       WHEN 100
038100         MOVE 'NO REGISTRATION FOR THAT SESSION AND EMAIL' TO MSGO
038200         MOVE 'E'                      TO WS-ERROR-SWITCH
038300       WHEN OTHER
038400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
038500         MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
038600         PERFORM CHECK-SQLCODE-PARA
038700         MOVE 'REGISTRATION LOOKUP FAILED - SEE ERROR LOG' TO MSGO
038800         MOVE 'E'                      TO WS-ERROR-SWITCH
038900     END-EVALUATE.

039000******************************************************************
039100* Attempt History                                                *
039200******************************************************************
039300*    WALKS THE CURSOR ONCE: THE FIRST SIX ATTEMPTS GO ON THE
039400*    SCREEN, AND EVERY ATTEMPT FEEDS THE COUNTS THE STANDING LINE,
039500*    PF5 AND PF6 ALL DECIDE ON.
039600 LIST-ATTEMPTS-PARA.
039700     MOVE SPACES                       TO LIN1O LIN2O LIN3O
039800                                          LIN4O LIN5O LIN6O.
039900     MOVE 0                            TO WS-LINE-COUNT
040000                                          WS-ATTEMPT-COUNT
040100                                          WS-PASSED-COUNT
040200                                          WS-HIGH-ATTEMPT-NO
040300                                          WS-THIS-REG-ATTEMPT-NO
040400                                          WS-LAST-SESSION-ID
040500                                          WS-LAST-RESIT-ID.
040600     MOVE -1                           TO WS-LAST-RESIT-IND.
040700     MOVE SPACES                       TO WS-LAST-RESULT-CD.
040800     EXEC SQL
040900       OPEN ATTEMPT-HISTORY
041000     END-EXEC.
041100     IF SQLCODE NOT = 0
041200         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
041300         MOVE 'ATTEMPT-HISTORY'        TO EL-ERROR-DB2-OBJECT
041400         PERFORM CHECK-SQLCODE-PARA
041500         MOVE 'RESULT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
041600         MOVE 'E'                      TO WS-ERROR-SWITCH
041700     ELSE
041800         PERFORM FETCH-ATTEMPT-PARA
041900         PERFORM TAKE-ATTEMPT-PARA
042000             UNTIL WS-FETCH-SQLCODE NOT = 0
042100         EXEC SQL
042200           CLOSE ATTEMPT-HISTORY
042300         END-EXEC
042400     END-IF.

042500 FETCH-ATTEMPT-PARA.
042600     MOVE -1                           TO WS-ROW-RESIT-IND.
042700     EXEC SQL
042800       FETCH ATTEMPT-HISTORY
042900        INTO :ASR-ATTEMPT-NO, :ASR-SESSION-ID,
043000             :ASR-RESULT-DATE, :ASR-SCORE, :ASR-RESULT-CD,
043100             :ASR-RESIT-SESSION-ID :WS-ROW-RESIT-IND
043200     END-EXEC.
043300     MOVE SQLCODE                      TO WS-FETCH-SQLCODE.
043400     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
043500         MOVE 'FETCH '                 TO EL-ERROR-ACTION
043600         MOVE 'ATTEMPT-HISTORY'        TO EL-ERROR-DB2-OBJECT
043700         PERFORM CHECK-SQLCODE-PARA
043800         MOVE 'RESULT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
043900         MOVE 'E'                      TO WS-ERROR-SWITCH
044000     END-IF.

044100*    THE LAST ROW FETCHED IS THE LATEST ATTEMPT - ITS OUTCOME AND
044200*    RESIT BOOKING ARE WHAT PF6 LOOKS AT.
044300 TAKE-ATTEMPT-PARA.
044400     ADD 1                             TO WS-ATTEMPT-COUNT.
044500     IF ASR-RESULT-CD = 'P'
044600         ADD 1                         TO WS-PASSED-COUNT
044700     END-IF.
044800     IF ASR-ATTEMPT-NO > WS-HIGH-ATTEMPT-NO
044900         MOVE ASR-ATTEMPT-NO           TO WS-HIGH-ATTEMPT-NO
045000     END-IF.
045100     IF ASR-SESSION-ID = WS-CA-SESSION-ID
045200         MOVE ASR-ATTEMPT-NO           TO WS-THIS-REG-ATTEMPT-NO
045300     END-IF.
045400     MOVE ASR-RESULT-CD                TO WS-LAST-RESULT-CD.
045500     MOVE ASR-SESSION-ID               TO WS-LAST-SESSION-ID.
045600     MOVE WS-ROW-RESIT-IND             TO WS-LAST-RESIT-IND.
045700     IF WS-ROW-RESIT-IND >= 0
045800         MOVE ASR-RESIT-SESSION-ID     TO WS-LAST-RESIT-ID
045900     ELSE
046000         MOVE 0                        TO WS-LAST-RESIT-ID
046100     END-IF.
046200     IF WS-LINE-COUNT < 6
046300         ADD 1                         TO WS-LINE-COUNT
046400         PERFORM FORMAT-ATTEMPT-PARA
046500     END-IF.
046600     PERFORM FETCH-ATTEMPT-PARA.

046700 FORMAT-ATTEMPT-PARA.
046800     MOVE ASR-ATTEMPT-NO               TO WS-RL-ATTEMPT-NO.
046900     MOVE ASR-SESSION-ID               TO WS-RL-SESSION-ID.
047000     MOVE ASR-RESULT-DATE              TO WS-RL-RESULT-DATE.
047100     MOVE ASR-SCORE                    TO WS-RL-SCORE.
047200     MOVE ASR-RESULT-CD                TO WS-RL-RESULT-CD.
047300     IF WS-ROW-RESIT-IND >= 0
047400         MOVE ASR-RESIT-SESSION-ID     TO WS-RL-RESIT-ID
047500     ELSE
047600         MOVE SPACES                   TO WS-RL-RESIT-BLANK
047700     END-IF.
047800     EVALUATE WS-LINE-COUNT
047900       WHEN 1
048000         MOVE WS-RES-LINE              TO LIN1O
048100       WHEN 2
048200         MOVE WS-RES-LINE              TO LIN2O
048300       WHEN 3
048400         MOVE WS-RES-LINE              TO LIN3O
048500       WHEN 4
048600         MOVE WS-RES-LINE              TO LIN4O
048700       WHEN 5
048800         MOVE WS-RES-LINE              TO LIN5O
048900       WHEN 6
049000         MOVE WS-RES-LINE              TO LIN6O
049100     END-EVALUATE.

049200*    ATTEMPTS ARE LEFT WHILE THE CATALOG LIMIT (NULL = NONE) IS
049300*    NOT YET REACHED.
049400 SET-STANDING-PARA.
049500     IF WS-MAX-ATTEMPTS-IND >= 0
049600        AND WS-ATTEMPT-COUNT >= WS-MAX-ATTEMPTS
049700         SET WS-NO-ATTEMPTS-LEFT       TO TRUE
049800     ELSE
049900         SET WS-ATTEMPTS-LEFT          TO TRUE
050000     END-IF.
050100     MOVE WS-ATTEMPT-COUNT             TO WS-EDIT-2.
050200     MOVE SPACES                       TO STATO.
050300     EVALUATE TRUE
050400       WHEN WS-PASSED-COUNT > 0
050500         MOVE 'PASSED - NO FURTHER ATTEMPTS NEEDED' TO STATO
050600       WHEN WS-ATTEMPT-COUNT = 0
050700         MOVE 'NO ATTEMPT ON FILE YET'  TO STATO
050800       WHEN WS-LAST-RESIT-IND >= 0
050900         MOVE WS-LAST-RESIT-ID         TO WS-SESSION-ID-NUM
051000         STRING 'FAILED - RESIT BOOKED ON SESSION '
051100                                       DELIMITED BY SIZE
051200                WS-SESSION-ID-NUM      DELIMITED BY SIZE
051300           INTO STATO
051400         END-STRING
051500       WHEN WS-NO-ATTEMPTS-LEFT
051600         STRING 'FAILED - ALL '        DELIMITED BY SIZE
051700                WS-EDIT-2              DELIMITED BY SIZE
051800                ' ATTEMPTS USED, NO RESIT' DELIMITED BY SIZE
051900           INTO STATO
052000         END-STRING
052100       WHEN OTHER
052200         STRING 'FAILED - '            DELIMITED BY SIZE
052300                WS-EDIT-2              DELIMITED BY SIZE
052400                ' ATTEMPT(S) USED, PF6 BOOKS A RESIT'
052500                                       DELIMITED BY SIZE
052600           INTO STATO
052700         END-STRING
052800     END-EVALUATE.

052900******************************************************************
053000* ENTER - Show The Attempts                                      *
053100******************************************************************
053200 SHOW-RESULTS-PARA.
053300     MOVE 'SHOW-RESULTS-PARA         ' TO EL-ERROR-PARA-NAME.
053400     PERFORM TAKE-KEY-PARA.
053500     IF NOT WS-NO-ERROR
053600         GO TO SHOW-RESULTS-EXIT
053700     END-IF.
053800     PERFORM GET-CATALOG-PARA.
053900     IF NOT WS-NO-ERROR
054000         GO TO SHOW-RESULTS-EXIT
054100     END-IF.
054200     PERFORM READ-REGISTRATION-PARA.
054300     IF NOT WS-NO-ERROR
054400         GO TO SHOW-RESULTS-EXIT
054500     END-IF.
054600     PERFORM LIST-ATTEMPTS-PARA.
054700     IF NOT WS-NO-ERROR
054800         GO TO SHOW-RESULTS-EXIT
054900     END-IF.
055000     PERFORM SET-STANDING-PARA.
055100     MOVE 'RESULTS SHOWN - KEY A SCORE AND PF5 TO RECORD IT'
055200                                       TO MSGO.
055300 SHOW-RESULTS-EXIT.
055400     EXIT.

055500******************************************************************
055600* PF5 - Record The Score For This Sitting                        *
055700******************************************************************
055800*    ONE ATTEMPT PER REGISTRATION: A SECOND PF5 ON THE SAME
055900*    SESSION CORRECTS THE SCORE ALREADY KEYED, UNTIL ETROP22 HAS
056000*    STAMPED COMPLETION FROM IT. A NEW ATTEMPT IS REFUSED ONCE THE
056100*    DELEGATE HAS PASSED OR HAS USED EVERY ATTEMPT ALLOWED.
056200 SAVE-RESULT-PARA.
056300     MOVE 'SAVE-RESULT-PARA          ' TO EL-ERROR-PARA-NAME.
056400     PERFORM CHECK-USER-AUTHORITY-PARA.
056500     IF AUT-DENIED
056600         MOVE 'NOT AUTHORIZED TO RECORD EXAM RESULTS' TO MSGO
056700         GO TO SAVE-RESULT-EXIT
056800     END-IF.
056900     PERFORM TAKE-KEY-PARA.
057000     IF NOT WS-NO-ERROR
057100         GO TO SAVE-RESULT-EXIT
057200     END-IF.
057300     PERFORM GET-CATALOG-PARA.
057400     IF NOT WS-NO-ERROR
057500         GO TO SAVE-RESULT-EXIT
057600     END-IF.
057700     PERFORM READ-REGISTRATION-PARA.
057800     IF NOT WS-NO-ERROR
057900         GO TO SAVE-RESULT-EXIT
058000     END-IF.
058100     PERFORM LIST-ATTEMPTS-PARA.
058200     IF NOT WS-NO-ERROR
058300         GO TO SAVE-RESULT-EXIT
058400     END-IF.
058500     PERFORM SET-STANDING-PARA.
058600     EVALUATE TRUE
058700       WHEN REG-STATUS NOT = 'A'
058800         MOVE 'REGISTRATION IS NOT ACTIVE - NO RESULT TAKEN'
058801                                       TO MSGO
058900         GO TO SAVE-RESULT-EXIT
059000       WHEN NOT WS-SESSION-STARTED
059100         MOVE 'SESSION HAS NOT STARTED - NO RESULT YET' TO MSGO
059200         GO TO SAVE-RESULT-EXIT
059300       WHEN WS-THIS-REG-ATTEMPT-NO > 0 AND WS-COMPLETION-IND >= 0
059400         MOVE 'COMPLETION ALREADY STAMPED - RESULT IS FINAL'
059401                                       TO MSGO
059500         GO TO SAVE-RESULT-EXIT
059600       WHEN WS-THIS-REG-ATTEMPT-NO > 0
059700         CONTINUE
059800       WHEN WS-PASSED-COUNT > 0
059900         MOVE 'DELEGATE HAS ALREADY PASSED THIS COURSE' TO MSGO
060000         GO TO SAVE-RESULT-EXIT
060100       WHEN WS-NO-ATTEMPTS-LEFT
060200         MOVE 'EVERY ATTEMPT ALLOWED HAS BEEN USED' TO MSGO
060300         GO TO SAVE-RESULT-EXIT
060400     END-EVALUATE.
060500     PERFORM EDIT-SCORE-PARA THRU
060600         EDIT-SCORE-EXIT.
060700     IF NOT WS-NO-ERROR
060800         GO TO SAVE-RESULT-EXIT
060900     END-IF.
061000     IF WS-THIS-REG-ATTEMPT-NO > 0
061100         PERFORM CORRECT-ATTEMPT-PARA
061200     ELSE
061300         PERFORM INSERT-ATTEMPT-PARA
061400     END-IF.
061500     IF NOT WS-NO-ERROR
061600         PERFORM BACK-OUT-PARA
061700         GO TO SAVE-RESULT-EXIT
061800     END-IF.
061900     PERFORM LIST-ATTEMPTS-PARA.
062000     PERFORM SET-STANDING-PARA.
062100     MOVE SPACES                       TO SCOREO RDATEO.
062200     EVALUATE TRUE
062300       WHEN WS-NEW-RESULT-PASS
062400         MOVE 'SCORE SAVED - PASSED'   TO MSGO
062500       WHEN WS-ATTEMPTS-LEFT
062600         MOVE 'SCORE SAVED - FAILED, PF6 BOOKS A RESIT' TO MSGO
062700       WHEN OTHER
062800         MOVE 'SCORE SAVED - FAILED, NO ATTEMPTS LEFT' TO MSGO
062900     END-EVALUATE.
063000 SAVE-RESULT-EXIT.
063100     EXIT.

063200*    THE SCORE IS A PERCENTAGE, GRADED AGAINST THE PASS MARK HERE.
063300*    THE RESULT DATE DEFAULTS TO TODAY, NEVER IN THE FUTURE.
063400 EDIT-SCORE-PARA.
063500     IF SCOREI = LOW-VALUES
063600         MOVE SPACES                   TO SCOREI
063700     END-IF.
063800     IF RDATEI = LOW-VALUES
063900         MOVE SPACES                   TO RDATEI
064000     END-IF.
064100     IF SCOREI = SPACES
064200         MOVE 'KEY THE SCORE (0-100)'  TO MSGO
064300         MOVE 'E'                      TO WS-ERROR-SWITCH
064400         GO TO EDIT-SCORE-EXIT
064500     END-IF.
064600     INSPECT SCOREI REPLACING LEADING ' ' BY '0'.
064700     IF SCOREI NOT NUMERIC
064800         MOVE 'SCORE MUST BE NUMERIC 0-100' TO MSGO
064900         MOVE 'E'                      TO WS-ERROR-SWITCH
065000         GO TO EDIT-SCORE-EXIT
065100     END-IF.
065200     MOVE SCOREI                       TO WS-SCORE-NUM.
065300     IF WS-SCORE-NUM > 100
065400         MOVE 'SCORE MUST BE NUMERIC 0-100' TO MSGO
065500         MOVE 'E'                      TO WS-ERROR-SWITCH
065600         GO TO EDIT-SCORE-EXIT
065700     END-IF.
065800     IF WS-SCORE-NUM >= WS-PASS-MARK
065900         MOVE 'P'                      TO WS-NEW-RESULT-CD
066000     ELSE
066100         MOVE 'F'                      TO WS-NEW-RESULT-CD
066200     END-IF.
066300     PERFORM GET-TODAY-PARA.
066400     IF NOT WS-NO-ERROR
066500         GO TO EDIT-SCORE-EXIT
066600     END-IF.
066700     IF RDATEI = SPACES
066800         MOVE WS-TODAY-DATE            TO WS-RESULT-DATE
066900     ELSE
067000         MOVE RDATEI                   TO WS-VALID-DATE-TEXT
067100         CALL 'RCBT002A' USING WS-RCBT002A-PARM
067200         IF WS-VALID-DATE-BAD
067300             MOVE 'RESULT DATE MUST BE A REAL DATE, YYYY-MM-DD'
067400                                       TO MSGO
067500             MOVE 'E'                  TO WS-ERROR-SWITCH
067600             GO TO EDIT-SCORE-EXIT
067700         END-IF
067800         IF RDATEI > WS-TODAY-DATE
067900             MOVE 'RESULT DATE CANNOT BE IN THE FUTURE' TO MSGO
068000             MOVE 'E'                  TO WS-ERROR-SWITCH
068100             GO TO EDIT-SCORE-EXIT
068200         END-IF
068300         MOVE RDATEI                   TO WS-RESULT-DATE
068400     END-IF.
068500 EDIT-SCORE-EXIT.
068600     EXIT.

068700 GET-TODAY-PARA.
068800     EXEC SQL
068900       SELECT CHAR(CURRENT DATE, ISO)
069000         INTO :WS-TODAY-DATE
069100         FROM SYSIBM.SYSDUMMY1
069200     END-EXEC.
069300     IF SQLCODE NOT = 0
069400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
069500         MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
069600         PERFORM CHECK-SQLCODE-PARA
069700         MOVE 'DATE LOOKUP FAILED - SEE ERROR LOG' TO MSGO
069800         MOVE 'E'                      TO WS-ERROR-SWITCH
069900     END-IF.

070000*    THE NEXT ATTEMPT NUMBER RUNS ON FROM THE DELEGATE'S HIGHEST
070100*    FOR THE CATEGORY, WHICHEVER SESSION IT WAS SAT ON.
070200 INSERT-ATTEMPT-PARA.
070300     PERFORM LOAD-ATTEMPT-ROW-PARA.
070400     COMPUTE ASR-ATTEMPT-NO = WS-HIGH-ATTEMPT-NO + 1.
070500     EXEC SQL
070600       INSERT INTO DBODEVP.ASSESSMENT_RESULT
070700              ( SESSION_CATG, SESSION_ID, EMAIL_ADDR, ATTEMPT_NO,
070800                SCORE, RESULT_DATE, RESULT_CD, USR_ID, DTS )
070900       VALUES ( :ASR-SESSION-CATG, :ASR-SESSION-ID,
071000                :ASR-EMAIL-ADDR, :ASR-ATTEMPT-NO, :ASR-SCORE,
071100                DATE(:ASR-RESULT-DATE), :ASR-RESULT-CD,
071200                :ASR-USR-ID, CURRENT TIMESTAMP )
071300     END-EXEC.
071400     IF SQLCODE NOT = 0
071500         MOVE 'INSERT'                 TO EL-ERROR-ACTION
071600         MOVE 'ASSESSMENT_RESULT'      TO EL-ERROR-DB2-OBJECT
071700         PERFORM CHECK-SQLCODE-PARA
071800         MOVE 'SAVE FAILED - SEE ERROR LOG' TO MSGO
071900         MOVE 'E'                      TO WS-ERROR-SWITCH
072000     END-IF.

072100 CORRECT-ATTEMPT-PARA.
072200     PERFORM LOAD-ATTEMPT-ROW-PARA.
072300     MOVE WS-THIS-REG-ATTEMPT-NO       TO ASR-ATTEMPT-NO.
072400     EXEC SQL
072500       UPDATE DBODEVP.ASSESSMENT_RESULT
072600          SET SCORE        = :ASR-SCORE,
072700              RESULT_DATE  = DATE(:ASR-RESULT-DATE),
072800              RESULT_CD    = :ASR-RESULT-CD,
072900              USR_ID       = :ASR-USR-ID,
073000              DTS          = CURRENT TIMESTAMP
073100        WHERE SESSION_CATG = :ASR-SESSION-CATG
073200          AND SESSION_ID   = :ASR-SESSION-ID
073300          AND EMAIL_ADDR   = :ASR-EMAIL-ADDR
073400          AND ATTEMPT_NO   = :ASR-ATTEMPT-NO
073500     END-EXEC.
073600     IF SQLCODE NOT = 0
073700         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
073800         MOVE 'ASSESSMENT_RESULT'      TO EL-ERROR-DB2-OBJECT
073900         PERFORM CHECK-SQLCODE-PARA
074000         MOVE 'SAVE FAILED - SEE ERROR LOG' TO MSGO
074100         MOVE 'E'                      TO WS-ERROR-SWITCH
074200     END-IF.

074300 LOAD-ATTEMPT-ROW-PARA.
074400     MOVE WS-CA-SESSION-CATG           TO ASR-SESSION-CATG.
074500     MOVE WS-CA-SESSION-ID             TO ASR-SESSION-ID.
074600     MOVE WS-CA-EMAIL-ADDR             TO ASR-EMAIL-ADDR-TEXT.
074700     MOVE LENGTH OF ASR-EMAIL-ADDR-TEXT
074800                                       TO ASR-EMAIL-ADDR-LEN.
074900     MOVE WS-SCORE-NUM                 TO ASR-SCORE.
075000     MOVE WS-RESULT-DATE               TO ASR-RESULT-DATE.
075100     MOVE WS-NEW-RESULT-CD             TO ASR-RESULT-CD.
075200     MOVE WS-USR-ID                    TO ASR-USR-ID.

075300******************************************************************
075400* PF6 - Book A Resit Seat                                        *
075500******************************************************************
075600*    FOR THE DELEGATE ENTER LAST SHOWED. ONLY A LATEST ATTEMPT
075700*    THAT FAILED, HAS NO RESIT BOOKED AGAINST IT YET AND STILL HAS
075800*    ATTEMPTS LEFT QUALIFIES. THE SEAT GOES THROUGH ETRB002 LIKE
075900*    ANY OTHER SIGN-UP, FLAGGED AS A RESIT, AND THE SESSION IT
076000*    LANDED ON IS WRITTEN BACK ONTO THE FAILED ATTEMPT.
076100 BOOK-RESIT-PARA.
076200     MOVE 'BOOK-RESIT-PARA           ' TO EL-ERROR-PARA-NAME.
076300     PERFORM CHECK-USER-AUTHORITY-PARA.
076400     IF AUT-DENIED
076500         MOVE 'NOT AUTHORIZED TO RECORD EXAM RESULTS' TO MSGO
076600         GO TO BOOK-RESIT-EXIT
076700     END-IF.
076800     IF WS-CA-SESSION-CATG = SPACES OR WS-CA-EMAIL-ADDR = SPACES
076900         MOVE 'SHOW THE RESULTS FIRST (ENTER)' TO MSGO
077000         GO TO BOOK-RESIT-EXIT
077100     END-IF.
077200     MOVE SPACES                       TO WS-ERROR-SWITCH.
077300     PERFORM GET-CATALOG-PARA.
077400     IF NOT WS-NO-ERROR
077500         GO TO BOOK-RESIT-EXIT
077600     END-IF.
077700     PERFORM READ-REGISTRATION-PARA.
077800     IF NOT WS-NO-ERROR
077900         GO TO BOOK-RESIT-EXIT
078000     END-IF.
078100     PERFORM LIST-ATTEMPTS-PARA.
078200     IF NOT WS-NO-ERROR
078300         GO TO BOOK-RESIT-EXIT
078400     END-IF.
078500     PERFORM SET-STANDING-PARA.
078600     EVALUATE TRUE
078700       WHEN WS-ATTEMPT-COUNT = 0
078800         MOVE 'NO RESULT ON FILE - NOTHING TO RESIT' TO MSGO
078900         GO TO BOOK-RESIT-EXIT
079000       WHEN WS-PASSED-COUNT > 0
079100         MOVE 'DELEGATE HAS PASSED - NO RESIT NEEDED' TO MSGO
079200         GO TO BOOK-RESIT-EXIT
079300       WHEN WS-LAST-RESIT-IND >= 0
079400         MOVE 'A RESIT IS ALREADY BOOKED FOR THE LAST ATTEMPT'
079500                                       TO MSGO
079600         GO TO BOOK-RESIT-EXIT
079700       WHEN WS-NO-ATTEMPTS-LEFT
079800         MOVE 'EVERY ATTEMPT ALLOWED HAS BEEN USED - NO RESIT'
079900                                       TO MSGO
080000         GO TO BOOK-RESIT-EXIT
080100     END-EVALUATE.
080200     PERFORM FIND-RESIT-SESSION-PARA.
080300     IF NOT WS-NO-ERROR
080400         GO TO BOOK-RESIT-EXIT
080500     END-IF.
080600     PERFORM GET-TODAY-PARA.
080700     IF NOT WS-NO-ERROR
080800         GO TO BOOK-RESIT-EXIT
080900     END-IF.
081000     PERFORM CALL-SIGNUP-PARA.
081100     MOVE WS-RESIT-SESSION-ID          TO WS-SESSION-ID-NUM.
081200     MOVE SPACES                       TO WS-BOOK-MSG.
081300     EVALUATE TRUE
081400       WHEN WS-SU-SIGNUP-FAILED
081500         PERFORM BACK-OUT-PARA
081600         MOVE 'ETRB002 SIGN-UP FAILED - RESIT BACKED OUT'
081700                                       TO EL-ERROR-TEXT
081800         PERFORM LOG-MISC-PARA
081900         MOVE 'RESIT BOOKING FAILED - SEE ERROR LOG' TO MSGO
082000         GO TO BOOK-RESIT-EXIT
082100       WHEN WS-SU-SIGNUP-OK
082200         STRING 'RESIT BOOKED ON '     DELIMITED BY SIZE
082300                WS-CA-SESSION-CATG     DELIMITED BY SIZE
082400                '/'                    DELIMITED BY SIZE
082500                WS-SESSION-ID-NUM      DELIMITED BY SIZE
082600                ' STARTING '           DELIMITED BY SIZE
082700                WS-RESIT-START-DATE    DELIMITED BY SIZE
082800           INTO WS-BOOK-MSG
082900         END-STRING
083000       WHEN WS-SU-SIGNUP-WAITLISTED
083100         STRING 'SESSION FULL - RESIT WAITLISTED ON '
083200                                       DELIMITED BY SIZE
083300                WS-CA-SESSION-CATG     DELIMITED BY SIZE
083400                '/'                    DELIMITED BY SIZE
083500                WS-SESSION-ID-NUM      DELIMITED BY SIZE
083600           INTO WS-BOOK-MSG
083700         END-STRING
083800       WHEN WS-SU-SIGNUP-PENDING
083900         STRING 'RESIT BOOKED ON '     DELIMITED BY SIZE
084000                WS-CA-SESSION-CATG     DELIMITED BY SIZE
084100                '/'                    DELIMITED BY SIZE
084200                WS-SESSION-ID-NUM      DELIMITED BY SIZE
084300                ' - PENDING APPROVAL'  DELIMITED BY SIZE
084400           INTO WS-BOOK-MSG
084500         END-STRING
084511       WHEN WS-SU-SIGNUP-CREDIT-HELD
084522         STRING 'RESIT BOOKED ON '     DELIMITED BY SIZE
084533                WS-CA-SESSION-CATG     DELIMITED BY SIZE
084544                '/'                    DELIMITED BY SIZE
084555                WS-SESSION-ID-NUM      DELIMITED BY SIZE
084566                ' - PARKED, CREDIT HOLD' DELIMITED BY SIZE
084577           INTO WS-BOOK-MSG
084588         END-STRING
084600       WHEN OTHER
084700         STRING 'RESIT NOT BOOKED - ETRB002 REASON '
084800                                       DELIMITED BY SIZE
084900                WS-SU-SIGNUP-RC        DELIMITED BY SIZE
085000           INTO WS-BOOK-MSG
085100         END-STRING
085200         MOVE WS-BOOK-MSG              TO MSGO
085300         GO TO BOOK-RESIT-EXIT
085400     END-EVALUATE.
085500     PERFORM STAMP-RESIT-PARA.
085600     IF NOT WS-NO-ERROR
085700         PERFORM BACK-OUT-PARA
085800         GO TO BOOK-RESIT-EXIT
085900     END-IF.
086000     PERFORM LIST-ATTEMPTS-PARA.
086100     PERFORM SET-STANDING-PARA.
086200     MOVE WS-BOOK-MSG                  TO MSGO.
086300 BOOK-RESIT-EXIT.
086400     EXIT.

086500*    THE EARLIEST OPEN SESSION OF THE CATEGORY STARTING AFTER
086600*    BOTH TODAY AND THE END OF THE SESSION THE FAILED ATTEMPT WAS
086700*    SAT ON, THAT THE DELEGATE IS NOT ALREADY BOOKED ON.
086800 FIND-RESIT-SESSION-PARA.
086900     MOVE WS-CA-EMAIL-ADDR             TO EMAIL-ADDR-TEXT.
087000     MOVE LENGTH OF WS-CA-EMAIL-ADDR   TO EMAIL-ADDR-LEN.
087100     EXEC SQL
087200       SELECT S.SESSION_ID, CHAR(S.SESSION_START_DATE, ISO)
087300         INTO :WS-RESIT-SESSION-ID, :WS-RESIT-START-DATE
087400         FROM DBODEVP.TRAINING_SESSION S
087500        WHERE S.SESSION_CATG       = :WS-CA-SESSION-CATG
087600          AND S.SESSION_STATUS     = 'A'
087700          AND S.SESSION_START_DATE > CURRENT DATE
087701          AND (S.SESSION_TYPE     <> 'C'
087702               OR S.CLOSED_ORG_CODE = :DCLREGISTRATION.ORG-CODE)
087800          AND S.SESSION_START_DATE >
087900              (SELECT COALESCE(F.SESSION_END_DATE,
088000                               F.SESSION_START_DATE)
088100                 FROM DBODEVP.TRAINING_SESSION F
088200                WHERE F.SESSION_CATG = :WS-CA-SESSION-CATG
088300                  AND F.SESSION_ID   = :WS-LAST-SESSION-ID)
088400          AND NOT EXISTS
088500              (SELECT 1
088600                 FROM DBODEVP.REGISTRATION R
088700                WHERE R.SESSION_CATG = S.SESSION_CATG
088800                  AND R.SESSION_ID   = S.SESSION_ID
088900                  AND R.EMAIL_ADDR   = :DCLREGISTRATION.EMAIL-ADDR
089000                  AND R.REG_STATUS  <> 'C')
089100        ORDER BY S.SESSION_START_DATE, S.SESSION_ID
089200        FETCH FIRST 1 ROW ONLY
089300     END-EXEC.
089400     EVALUATE SQLCODE
089500       WHEN 0
089600         CONTINUE
089700       WHEN 100
089800         MOVE 'NO LATER SESSION OPEN - RECORD INTEREST ON ETRM018'
089900                                       TO MSGO
090000         MOVE 'E'                      TO WS-ERROR-SWITCH
090100       WHEN OTHER
090200         MOVE 'SELECT'                 TO EL-ERROR-ACTION
090300         MOVE 'TRAINING_SESSION'       TO EL-ERROR-DB2-OBJECT
090400         PERFORM CHECK-SQLCODE-PARA
090500         MOVE 'SESSION LOOKUP FAILED - SEE ERROR LOG' TO MSGO
090600         MOVE 'E'                      TO WS-ERROR-SWITCH
090700     END-EVALUATE.

090800*    THE SEAT IS TAKEN IN THE NAME, ORG AND LANGUAGE ON THE FAILED
090900*    REGISTRATION; THE SIGNED-ON USER VOUCHES FOR IT AS ON ANY
091000*    ONLINE SIGN-UP.
091100 CALL-SIGNUP-PARA.
091200     MOVE WS-CA-SESSION-CATG           TO WS-SU-SESSION-CATG.
091300     MOVE WS-RESIT-SESSION-ID          TO WS-SU-SESSION-ID.
091400     MOVE 'S'                          TO WS-SU-REQUEST-TYPE.
091500     MOVE SPACES                       TO WS-SU-SIGNUP-DATA.
091600     MOVE WS-CA-EMAIL-ADDR             TO WS-SU-EMAIL-ADDR.
091700     MOVE FULL-NAME-TEXT               TO WS-SU-FULL-NAME.
091800     MOVE ORG-NAME-TEXT                TO WS-SU-ORG-NAME.
091900     MOVE WS-TODAY-DATE                TO WS-SU-REG-DATE.
092000     MOVE PHONE-NUMBER-TEXT            TO WS-SU-PHONE-NUMBER.
092100     MOVE 0                            TO WS-SU-AMOUNT-PAID.
092200     MOVE SPACES                       TO WS-SU-SIGNUP-RC.
092300     MOVE WS-USR-ID                    TO WS-SU-AUTH-USR-ID.
092400     MOVE ORG-CODE                     TO WS-SU-ORG-CODE.
092500     MOVE REG-ENO                      TO WS-SU-ENO.
092600     MOVE SPACES                       TO WS-SU-PO-REFERENCE
092700                                          WS-SU-PREREQ-OVERRIDE
092800                                          WS-SU-CONFIRM-NO
092900                                          WS-SU-SPECIAL-REQS.
093000     MOVE REG-LANG-PREF                TO WS-SU-LANG-PREF.
093100     MOVE 'Y'                          TO WS-SU-RESIT-SEAT.
093110     MOVE SPACES                       TO WS-SU-PARTNER-CODE
093120                                          WS-SU-PROMO-CODE.
093200     CALL 'ETRB002' USING WS-ETRB002-PARM.

093300*    THE FAILED ATTEMPT REMEMBERS WHERE ITS RESIT WAS BOOKED, SO A
093400*    SECOND PF6 CANNOT BOOK ANOTHER.
093500 STAMP-RESIT-PARA.
093600     MOVE WS-CA-SESSION-CATG           TO ASR-SESSION-CATG.
093700     MOVE WS-CA-EMAIL-ADDR             TO ASR-EMAIL-ADDR-TEXT.
093800     MOVE LENGTH OF ASR-EMAIL-ADDR-TEXT
093900                                       TO ASR-EMAIL-ADDR-LEN.
094000     MOVE WS-HIGH-ATTEMPT-NO           TO ASR-ATTEMPT-NO.
094100     MOVE WS-RESIT-SESSION-ID          TO ASR-RESIT-SESSION-ID.
094200     MOVE WS-USR-ID                    TO ASR-USR-ID.
094300     EXEC SQL
094400       UPDATE DBODEVP.ASSESSMENT_RESULT
094500          SET RESIT_SESSION_ID = :ASR-RESIT-SESSION-ID,
094600              USR_ID           = :ASR-USR-ID,
094700              DTS              = CURRENT TIMESTAMP
094800        WHERE SESSION_CATG     = :ASR-SESSION-CATG
094900          AND EMAIL_ADDR       = :ASR-EMAIL-ADDR
095000          AND ATTEMPT_NO       = :ASR-ATTEMPT-NO
095100     END-EXEC.
095200     IF SQLCODE NOT = 0
095300         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
095400         MOVE 'ASSESSMENT_RESULT'      TO EL-ERROR-DB2-OBJECT
095500         PERFORM CHECK-SQLCODE-PARA
095600         MOVE 'RESIT BOOKING FAILED - SEE ERROR LOG' TO MSGO
095700         MOVE 'E'                      TO WS-ERROR-SWITCH
095800     END-IF.

095900*    THE SIGNED-ON USER IS THE ONE THE AUTHORITY CHECK JUDGES AND
096000*    THE ONE RECORDED AGAINST THE RESULT.
096100 CHECK-USER-AUTHORITY-PARA.
096200     EXEC CICS ASSIGN
096300               USERID  (WS-USR-ID)
096400               RESP    (WS-RESP)
096500     END-EXEC.
096600     IF WS-RESP NOT = DFHRESP(NORMAL)
096700         MOVE SPACES                   TO WS-USR-ID
096800     END-IF.
096900     MOVE 'ETRM019'                    TO AUT-MODULE.
097000     MOVE WS-USR-ID                    TO AUT-USR-ID.
097100     MOVE 'EXAMRSLT'                   TO AUT-FUNCTION.
097200     PERFORM CHECK-AUTHORITY-PARA.

097300*    A FAILED CHANGE MUST NOT SURVIVE THE TASK.
097400 BACK-OUT-PARA.
097500     EXEC CICS SYNCPOINT ROLLBACK
097600               RESP    (WS-RESP)
097700     END-EXEC.
097800     IF WS-RESP NOT = DFHRESP(NORMAL)
097900         PERFORM CHECK-RESPCODE-PARA
098000     END-IF.

098100 SEND-RESULT-MAP-PARA.
098200     EXEC CICS SEND MAP    ('ETRM19M')
098300               MAPSET      ('ETRM019')
098400               FROM        (ETRM19O)
098500               DATAONLY
098600               RESP        (WS-RESP)
098700     END-EXEC.
098800     IF WS-RESP NOT = DFHRESP(NORMAL)
098900         PERFORM CHECK-RESPCODE-PARA
099000     END-IF.

099100 SEND-GOODBYE-PARA.
099200     EXEC CICS SEND TEXT
099300               FROM    ('ETRM019 - ASSESSMENT RESULTS COMPLETE')
099400               LENGTH  (37)
099500               ERASE
099600               RESP    (WS-RESP)
099700     END-EXEC.
099800     IF WS-RESP NOT = DFHRESP(NORMAL)
099900         PERFORM CHECK-RESPCODE-PARA
100000     END-IF.
100001     PERFORM LOG-TXN-END-PARA.
100100     EXEC CICS RETURN
100200     END-EXEC.

100300******************************************************************
100400* Error Logging                                                  *
100500******************************************************************
100600     EXEC SQL
100700       INCLUDE CPERRLOG
100800     END-EXEC.

100801******************************************************************
100802* Transaction Usage                                              *
100803******************************************************************
100804     EXEC SQL
100805       INCLUDE CPTXNLOG
100806     END-EXEC.

100900******************************************************************
101000* Authorization Check                                            *
101100******************************************************************
101200     EXEC SQL
101300       INCLUDE CPAUTHCK
101400     END-EXEC.

101410******************************************************************
101420* Maintenance-Window Check                                       *
101430******************************************************************
101440     EXEC SQL
101450       INCLUDE CPQUIES
101460     END-EXEC.
