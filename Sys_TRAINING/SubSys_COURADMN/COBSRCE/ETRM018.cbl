000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM018.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL COURSE INTEREST REGISTER.               *
000900*  A WAITLIST ROW NEEDS A SESSION BEHIND IT, SO PEOPLE ASKING    *
001000*  FOR A COURSE WE ARE NOT RUNNING WENT ON STICKY NOTES. KEY THE *
001100*  CALLER'S EMAIL AND THE SESSION CATG: ENTER SHOWS ANY INTEREST *
001200*  ALREADY ON COURSE_INTEREST (SEE DCLCRINT), PF5 RECORDS OR     *
001300*  CHANGES IT WITH ORG CODE, PREFERRED MONTH AND DELIVERY MODE,  *
001400*  PF11 WITHDRAWS IT. THE ADDRESS IS RESOLVED TO ITS PERSON_ID   *
001500*  ON THE REGISTRANT MASTER - CLAIMING A NEW ONE THE WAY         *
001600*  ETRB002'S SIGN-UP DOES FOR AN ADDRESS NEVER SEEN BEFORE. PF5  *
001700*  AND PF11 NEED 'REGISTER' AUTHORITY. ETROP95 SENDS THE "NOW    *
001800*  AVAILABLE" NOTICE ONCE A SESSION IS SCHEDULED.                *
001900******************************************************************

002000 ENVIRONMENT DIVISION.

002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. Z900.
002300 OBJECT-COMPUTER. Z900.

002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.

002600 01 WS-BEGIN                          PIC  X(36) VALUE
002700     'ETRM018 WORKING STORAGE STARTS HERE'.

002800******************************************************************
002900*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003000******************************************************************
003100 01 WS-VARIABLES.
003200    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003300       88 WS-NO-ERROR                            VALUE SPACES.
003400    05 WS-RESP                         PIC S9(08) USAGE COMP.
003500    05 WS-RESP2                        PIC S9(08) USAGE COMP.
003600    05 WS-ROW-COUNT                    PIC S9(09) USAGE COMP.
003700    05 WS-OPEN-COUNT                   PIC S9(09) USAGE COMP.
003800    05 WS-OPEN-COUNT-EDIT              PIC ZZZZZ9.
003900    05 WS-PERSON-ID                    PIC S9(09) USAGE COMP.
004000    05 WS-PERSON-ID-EDIT               PIC 9(09).
004100    05 WS-SESSION-COUNT                PIC S9(09) USAGE COMP.
004200    05 WS-PERSON-SWITCH                PIC X(01).
004300       88 WS-PERSON-KNOWN                        VALUE 'Y'.
004400       88 WS-PERSON-NEW                          VALUE 'N'.
004500    05 WS-KEY-EMAIL-ADDR               PIC X(120).
004600    05 WS-KEY-SESSION-CATG             PIC X(02).
004700*    NULLABLE COURSE_INTEREST COLUMNS (DCLCRINT) AND INDICATORS.
004800    05 WS-ORG-CODE-IND                 PIC S9(4) USAGE COMP.
004900    05 WS-PREF-MONTH-IND               PIC S9(4) USAGE COMP.
005000    05 WS-MODE-IND                     PIC S9(4) USAGE COMP.
005100    05 WS-NOTIFIED-ID-IND              PIC S9(4) USAGE COMP.
005200    05 WS-NOTIFIED-DATE-IND            PIC S9(4) USAGE COMP.
005300    05 WS-NOTIFIED-ID-EDIT             PIC 9(09).
005400    05 WS-CAPTURE-DATE                 PIC X(10).
005500 01 WS-USR-ID                          PIC X(08).

005600*    RCBT002A-PARM - PREFERRED MONTH IS EDITED AS ITS FIRST DAY.
005700 01 WS-RCBT002A-PARM.
005800    05 WS-VALID-DATE-TEXT.
005900       10 WS-VALID-DATE-MONTH          PIC X(07).
006000       10 WS-VALID-DATE-DAY            PIC X(03).
006100    05 WS-VALID-RETURN-CODE            PIC X(1).
006200       88 WS-VALID-DATE-OK                       VALUE '0'.
006300       88 WS-VALID-DATE-BAD                      VALUE '9'.

006400******************************************************************
006500*  COMMAREA - THE EMAIL/CATEGORY ENTER LAST SHOWED, SO PF11      *
006600*  WITHDRAWS THE INTEREST THE CLERK IS LOOKING AT.               *
006700******************************************************************
006800 01 WS-COMMAREA.
006900    05 WS-CA-EMAIL-ADDR                PIC X(120).
007000    05 WS-CA-SESSION-CATG              PIC X(02).

007100******************************************************************
007200*  SYMBOLIC MAP.                                                 *
007300******************************************************************
007400     COPY ETRM18.

007500******************************************************************
007600* Copybook Includes.                                             *
007700******************************************************************
007800     EXEC SQL
007900       INCLUDE CWERRLOG
008000     END-EXEC.

008001*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
008002     EXEC SQL
008003       INCLUDE CWTXNLOG
008004     END-EXEC.

008100*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
008200     EXEC SQL
008300       INCLUDE CWAUTHCK
008400     END-EXEC.

008410*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
008420     EXEC SQL
008430       INCLUDE CWQUIES
008440     END-EXEC.

008500******************************************************************
008600*                     DB2 SECTION                                *
008700******************************************************************
008800     EXEC SQL
008900       INCLUDE SQLCA
009000     END-EXEC.

009100     EXEC SQL
009200       INCLUDE DCLCRINT
009300     END-EXEC.

009400     EXEC SQL
009500       INCLUDE DCLRGPER
009600     END-EXEC.

009700     EXEC SQL
009800       INCLUDE DCLCATLG
009900     END-EXEC.

010000 01 WS-END                             PIC X(50) VALUE
010100     'ETRM018-WORKING STORAGE SECTION ENDS HERE'.

010200 LINKAGE SECTION.
010300 01 DFHCOMMAREA                        PIC X(122).

010400 PROCEDURE DIVISION.

010500 MAIN-LOGIC-PARA.

010600     MOVE 'ETRM018'                    TO EL-ERROR-MODULE.
010700     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
010701     MOVE 'ETRM018'                    TO TXL-PROGRAM-ID.
010702     PERFORM LOG-TXN-START-PARA.

010800     IF EIBCALEN = 0
010900         MOVE SPACES                   TO WS-COMMAREA
011000         PERFORM SEND-INITIAL-MAP-PARA
011100         PERFORM RETURN-CONVERSATIONAL-PARA
011200     ELSE
011300         MOVE DFHCOMMAREA              TO WS-COMMAREA
011400         PERFORM RECEIVE-MAP-PARA
011500         EVALUATE EIBAID
011600           WHEN DFHPF3
011700             PERFORM SEND-GOODBYE-PARA
011800           WHEN DFHENTER
011900             PERFORM SHOW-INTEREST-PARA THRU
012000                 SHOW-INTEREST-EXIT
012100             PERFORM SEND-RESULT-MAP-PARA
012200             PERFORM RETURN-CONVERSATIONAL-PARA
012300           WHEN DFHPF5
012310             PERFORM CHECK-QUIESCE-PARA
012320             IF QSC-QUIESCED
012330                 MOVE QSC-MESSAGE      TO MSGO
012340             ELSE
012350                 PERFORM SAVE-INTEREST-PARA THRU
012360                     SAVE-INTEREST-EXIT
012370             END-IF
012600             PERFORM SEND-RESULT-MAP-PARA
012700             PERFORM RETURN-CONVERSATIONAL-PARA
012800           WHEN DFHPF11
012810             PERFORM CHECK-QUIESCE-PARA
012820             IF QSC-QUIESCED
012830                 MOVE QSC-MESSAGE      TO MSGO
012840             ELSE
012850                 PERFORM WITHDRAW-INTEREST-PARA THRU
012860                     WITHDRAW-INTEREST-EXIT
012870             END-IF
013100             PERFORM SEND-RESULT-MAP-PARA
013200             PERFORM RETURN-CONVERSATIONAL-PARA
013300           WHEN OTHER
013400             MOVE 'INVALID KEY - USE ENTER, PF5, PF11 OR PF3'
013500                                       TO MSGO
013600             PERFORM SEND-RESULT-MAP-PARA
013700             PERFORM RETURN-CONVERSATIONAL-PARA
013800         END-EVALUATE
013900     END-IF.

014000     GOBACK.

014100******************************************************************
014200* ENDS THE PSEUDO-CONVERSATIONAL TURN.                           *
014300******************************************************************
014400 RETURN-CONVERSATIONAL-PARA.
014401     PERFORM LOG-TXN-END-PARA.
014500     EXEC CICS RETURN
014600          TRANSID  ('ETRI')
014700          COMMAREA (WS-COMMAREA)
014800          LENGTH   (LENGTH OF WS-COMMAREA)
014900     END-EXEC.

015000******************************************************************
015100* Screen I/O                                                     *
015200******************************************************************
015300 SEND-INITIAL-MAP-PARA.
015400     MOVE SPACES                       TO MSGO.
015500     EXEC CICS SEND MAP    ('ETRM18M')
015600               MAPSET      ('ETRM018')
015700               ERASE
015800               RESP        (WS-RESP)
015900     END-EXEC.
016000     IF WS-RESP NOT = DFHRESP(NORMAL)
016100         PERFORM CHECK-RESPCODE-PARA
016200     END-IF.

016300 RECEIVE-MAP-PARA.
016400     EXEC CICS RECEIVE MAP ('ETRM18M')
016500               MAPSET      ('ETRM018')
016600               INTO        (ETRM18I)
016700               RESP        (WS-RESP)
016800     END-EXEC.
016900     EVALUATE WS-RESP
017000       WHEN DFHRESP(NORMAL)
017100         CONTINUE
017200       WHEN DFHRESP(MAPFAIL)
017300         CONTINUE
017400       WHEN OTHER
017500         PERFORM CHECK-RESPCODE-PARA
017600     END-EVALUATE.

017700******************************************************************
017800* Key Fields - Email And Category                                *
017900******************************************************************
018000*    BOTH ARE NEEDED AND THE CATEGORY MUST BE ON THE CATALOG - AN
018100*    INTEREST IN A CODE WE HAVE NEVER HEARD OF CAN NEVER BE MET.
018200 TAKE-KEY-PARA.
018300     MOVE SPACES                       TO WS-ERROR-SWITCH.
018400     IF EMAILI = LOW-VALUES
018500         MOVE SPACES                   TO EMAILI
018600     END-IF.
018700     IF CATGI = LOW-VALUES
018800         MOVE SPACES                   TO CATGI
018900     END-IF.
019000     MOVE SPACES                       TO CTITLEO.
019100     EVALUATE TRUE
019200       WHEN EMAILI = SPACES
019300         MOVE 'KEY THE CALLER EMAIL ADDRESS' TO MSGO
019400         MOVE 'E'                      TO WS-ERROR-SWITCH
019500       WHEN CATGI = SPACES
019600         MOVE 'KEY THE SESSION CATEGORY WANTED' TO MSGO
019700         MOVE 'E'                      TO WS-ERROR-SWITCH
019800       WHEN OTHER
019900         MOVE SPACES                   TO WS-KEY-EMAIL-ADDR
020000         MOVE EMAILI                   TO WS-KEY-EMAIL-ADDR
020100         MOVE CATGI                    TO WS-KEY-SESSION-CATG
020200         PERFORM GET-COURSE-TITLE-PARA
020300     END-EVALUATE.

020400 GET-COURSE-TITLE-PARA.
020500     MOVE WS-KEY-SESSION-CATG          TO CAT-SESSION-CATG.
020600     EXEC SQL
020700       SELECT COURSE_TITLE
020800         INTO :CAT-COURSE-TITLE
020900         FROM DBODEVP.COURSE_CATALOG
021000        WHERE SESSION_CATG = :CAT-SESSION-CATG
021100     END-EXEC.
021200     EVALUATE SQLCODE
021300       WHEN 0
021400         MOVE CAT-COURSE-TITLE-TEXT    TO CTITLEO
021500       WHEN 100
021600         MOVE 'CATEGORY IS NOT ON THE COURSE CATALOG' TO MSGO
021700         MOVE 'E'                      TO WS-ERROR-SWITCH
021800       WHEN OTHER
021900         MOVE 'SELECT'                 TO EL-ERROR-ACTION
022000         MOVE 'COURSE_CATALOG'         TO EL-ERROR-DB2-OBJECT
022100         PERFORM CHECK-SQLCODE-PARA
022200         MOVE 'CATALOG LOOKUP FAILED - SEE ERROR LOG' TO MSGO
022300         MOVE 'E'                      TO WS-ERROR-SWITCH
022400     END-EVALUATE.

022500*    THE ADDRESS'S PERSON ON THE REGISTRANT MASTER, IF ANY.
022600 FIND-PERSON-PARA.
022700     MOVE 'N'                          TO WS-PERSON-SWITCH.
022800     MOVE 0                            TO WS-PERSON-ID.
022900     EXEC SQL
023000       SELECT PERSON_ID
023100         INTO :WS-PERSON-ID
023200         FROM DBODEVP.REGISTRANT
023300        WHERE EMAIL_ADDR = :WS-KEY-EMAIL-ADDR
023400     END-EXEC.
023500     EVALUATE SQLCODE
023600       WHEN 0
023700         SET WS-PERSON-KNOWN           TO TRUE
023800       WHEN 100
023900         CONTINUE
024000       WHEN OTHER
024100         MOVE 'SELECT'                 TO EL-ERROR-ACTION
024200         MOVE 'REGISTRANT'             TO EL-ERROR-DB2-OBJECT
024300         PERFORM CHECK-SQLCODE-PARA
024400         MOVE 'PERSON LOOKUP FAILED - SEE ERROR LOG' TO MSGO
024500         MOVE 'E'                      TO WS-ERROR-SWITCH
024600     END-EVALUATE.

024700******************************************************************
024800* ENTER - Show The Interest On File                              *
024900******************************************************************
025000 SHOW-INTEREST-PARA.
025100     MOVE 'SHOW-INTEREST-PARA        ' TO EL-ERROR-PARA-NAME.
025200     PERFORM TAKE-KEY-PARA.
025300     IF NOT WS-NO-ERROR
025400         GO TO SHOW-INTEREST-EXIT
025500     END-IF.
025600     MOVE WS-KEY-EMAIL-ADDR            TO WS-CA-EMAIL-ADDR.
025700     MOVE WS-KEY-SESSION-CATG          TO WS-CA-SESSION-CATG.
025800     PERFORM COUNT-CATEGORY-PARA.
025900     PERFORM FIND-PERSON-PARA.
026000     IF NOT WS-NO-ERROR
026100         GO TO SHOW-INTEREST-EXIT
026200     END-IF.
026300     IF WS-PERSON-NEW
026400         PERFORM CLEAR-DETAIL-PARA
026500         MOVE 'NEW CALLER - KEY NAME AND DETAILS, PF5 TO RECORD'
026600                                       TO MSGO
026700         GO TO SHOW-INTEREST-EXIT
026800     END-IF.
026900     MOVE WS-PERSON-ID                 TO WS-PERSON-ID-EDIT.
027000     MOVE WS-PERSON-ID-EDIT            TO PERSIDO.
027100     PERFORM READ-INTEREST-PARA.
027200     EVALUATE SQLCODE
027300       WHEN 0
027400         PERFORM SHOW-DETAIL-PARA
027500       WHEN 100
027600         PERFORM CLEAR-DETAIL-PARA
027700         MOVE WS-PERSON-ID-EDIT        TO PERSIDO
027800         MOVE 'NO INTEREST ON FILE - KEY DETAILS, PF5 TO RECORD'
027900                                       TO MSGO
028000       WHEN OTHER
028100         MOVE 'SELECT'                 TO EL-ERROR-ACTION
028200         MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
028300         PERFORM CHECK-SQLCODE-PARA
028400         MOVE 'INQUIRY FAILED - SEE ERROR LOG' TO MSGO
028500     END-EVALUATE.
028600 SHOW-INTEREST-EXIT.
028700     EXIT.

028800 READ-INTEREST-PARA.
028900     MOVE WS-PERSON-ID                 TO CRI-PERSON-ID.
029000     MOVE WS-KEY-SESSION-CATG          TO CRI-SESSION-CATG.
029100     EXEC SQL
029200       SELECT FULL_NAME, ORG_CODE, PREF_MONTH, DELIVERY_MODE,
029300              INTEREST_STATUS, CHAR(DATE(CAPTURE_DTS), ISO),
029400              NOTIFIED_SESSION_ID, CHAR(NOTIFIED_DATE, ISO)
029500         INTO :CRI-FULL-NAME,
029600              :CRI-ORG-CODE        :WS-ORG-CODE-IND,
029700              :CRI-PREF-MONTH      :WS-PREF-MONTH-IND,
029800              :CRI-DELIVERY-MODE   :WS-MODE-IND,
029900              :CRI-INTEREST-STATUS,
030000              :WS-CAPTURE-DATE,
030100              :CRI-NOTIFIED-SESSION-ID :WS-NOTIFIED-ID-IND,
030200              :CRI-NOTIFIED-DATE   :WS-NOTIFIED-DATE-IND
030300         FROM DBODEVP.COURSE_INTEREST
030400        WHERE PERSON_ID    = :CRI-PERSON-ID
030500          AND SESSION_CATG = :CRI-SESSION-CATG
030600     END-EXEC.

030700*    THE CAPTURE TIME SHOWS AS ITS DATE.
030800 SHOW-DETAIL-PARA.
030900     MOVE CRI-FULL-NAME-TEXT           TO FNAMEO.
031000     MOVE WS-CAPTURE-DATE              TO CAPDTO.
031100     IF WS-ORG-CODE-IND < 0
031200         MOVE SPACES                   TO ORGCDO
031300     ELSE
031400         MOVE CRI-ORG-CODE             TO ORGCDO
031500     END-IF.
031600     IF WS-PREF-MONTH-IND < 0
031700         MOVE SPACES                   TO PMONTHO
031800     ELSE
031900         MOVE CRI-PREF-MONTH           TO PMONTHO
032000     END-IF.
032100     IF WS-MODE-IND < 0
032200         MOVE SPACES                   TO DMODEO
032300     ELSE
032400         MOVE CRI-DELIVERY-MODE        TO DMODEO
032500     END-IF.
032600     MOVE SPACES                       TO STATO.
032700     EVALUATE CRI-INTEREST-STATUS
032800       WHEN 'O'
032900         MOVE 'OPEN - WAITING FOR A SESSION' TO STATO
033000       WHEN 'N'
033100         IF WS-NOTIFIED-ID-IND >= 0
033200             MOVE CRI-NOTIFIED-SESSION-ID TO WS-NOTIFIED-ID-EDIT
033300         ELSE
033400             MOVE 0                    TO WS-NOTIFIED-ID-EDIT
033500         END-IF
033600         IF WS-NOTIFIED-DATE-IND < 0
033700             MOVE SPACES               TO CRI-NOTIFIED-DATE
033800         END-IF
033900         STRING 'NOTIFIED '            DELIMITED BY SIZE
034000                CRI-NOTIFIED-DATE      DELIMITED BY SIZE
034100                ' OF '                 DELIMITED BY SIZE
034200                WS-KEY-SESSION-CATG    DELIMITED BY SIZE
034300                '/'                    DELIMITED BY SIZE
034400                WS-NOTIFIED-ID-EDIT    DELIMITED BY SIZE
034500           INTO STATO
034600         END-STRING
034700       WHEN 'W'
034800         MOVE 'WITHDRAWN'              TO STATO
034900       WHEN OTHER
035000         MOVE CRI-INTEREST-STATUS      TO STATO
035100     END-EVALUATE.
035200     MOVE 'INTEREST SHOWN - OVERTYPE AND PF5, OR PF11 TO WITHDRAW'
035300                                       TO MSGO.

035400 CLEAR-DETAIL-PARA.
035500     MOVE SPACES                       TO STATO PERSIDO CAPDTO.

035600*    HOW MANY ARE WAITING FOR THIS COURSE, AND WHETHER A SESSION
035700*    IS ALREADY OPEN - IF ONE IS, THE CALLER CAN SIMPLY BOOK IT.
035800 COUNT-CATEGORY-PARA.
035900     MOVE 0                            TO WS-OPEN-COUNT
036000                                          WS-SESSION-COUNT.
036100     EXEC SQL
036200       SELECT COUNT(*)
036300         INTO :WS-OPEN-COUNT
036400         FROM DBODEVP.COURSE_INTEREST
036500        WHERE SESSION_CATG    = :WS-KEY-SESSION-CATG
036600          AND INTEREST_STATUS = 'O'
036700     END-EXEC.
036800     IF SQLCODE NOT = 0
036900         MOVE 'SELECT'                 TO EL-ERROR-ACTION
037000         MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
037100         PERFORM CHECK-SQLCODE-PARA
037200     END-IF.
037300     MOVE WS-OPEN-COUNT                TO WS-OPEN-COUNT-EDIT.
037400     MOVE WS-OPEN-COUNT-EDIT           TO OPENCTO.
037500     EXEC SQL
037600       SELECT COUNT(*)
037700         INTO :WS-SESSION-COUNT
037800         FROM DBODEVP.TRAINING_SESSION
037900        WHERE SESSION_CATG       = :WS-KEY-SESSION-CATG
038000          AND SESSION_STATUS     = 'A'
038100          AND SESSION_START_DATE >= CURRENT DATE
038200     END-EXEC.
038300     IF SQLCODE NOT = 0
038400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
038500         MOVE 'TRAINING_SESSION'       TO EL-ERROR-DB2-OBJECT
038600         PERFORM CHECK-SQLCODE-PARA
038700         MOVE 0                        TO WS-SESSION-COUNT
038800     END-IF.

038900******************************************************************
039000* PF5 - Record Or Change The Interest                            *
039100******************************************************************
039200 SAVE-INTEREST-PARA.
039300     MOVE 'SAVE-INTEREST-PARA        ' TO EL-ERROR-PARA-NAME.
039400     PERFORM CHECK-USER-AUTHORITY-PARA.
039500     IF AUT-DENIED
039600         MOVE 'NOT AUTHORIZED TO REGISTER INTEREST' TO MSGO
039700         GO TO SAVE-INTEREST-EXIT
039800     END-IF.
039900     PERFORM TAKE-KEY-PARA.
040000     IF NOT WS-NO-ERROR
040100         GO TO SAVE-INTEREST-EXIT
040200     END-IF.
040300     PERFORM EDIT-DETAIL-PARA THRU
040400         EDIT-DETAIL-EXIT.
040500     IF NOT WS-NO-ERROR
040600         GO TO SAVE-INTEREST-EXIT
040700     END-IF.
040800     PERFORM FIND-PERSON-PARA.
040900     IF NOT WS-NO-ERROR
041000         GO TO SAVE-INTEREST-EXIT
041100     END-IF.
041200     IF WS-PERSON-NEW
041300         IF CRI-FULL-NAME-TEXT = SPACES
041400             MOVE 'NEW CALLER - THE FULL NAME IS NEEDED' TO MSGO
041500             GO TO SAVE-INTEREST-EXIT
041600         END-IF
041700         PERFORM ASSIGN-PERSON-PARA
041800         IF NOT WS-NO-ERROR
041900             PERFORM BACK-OUT-PARA
042000             GO TO SAVE-INTEREST-EXIT
042100         END-IF
042200     END-IF.
042300*    A KNOWN PERSON WITH NO NAME KEYED KEEPS THE MASTER'S NAME.
042400     IF CRI-FULL-NAME-TEXT = SPACES
042500         PERFORM GET-PERSON-NAME-PARA
042600     END-IF.
042700     MOVE WS-PERSON-ID                 TO CRI-PERSON-ID.
042800     MOVE WS-KEY-SESSION-CATG          TO CRI-SESSION-CATG.
042900     MOVE WS-KEY-EMAIL-ADDR            TO CRI-EMAIL-ADDR-TEXT.
043000     MOVE LENGTH OF CRI-EMAIL-ADDR-TEXT
043100                                       TO CRI-EMAIL-ADDR-LEN.
043200     MOVE WS-USR-ID                    TO CRI-USR-ID.
043300     PERFORM UPDATE-INTEREST-PARA.
043400     IF NOT WS-NO-ERROR
043500         PERFORM BACK-OUT-PARA
043600         GO TO SAVE-INTEREST-EXIT
043700     END-IF.
043800     MOVE WS-KEY-EMAIL-ADDR            TO WS-CA-EMAIL-ADDR.
043900     MOVE WS-KEY-SESSION-CATG          TO WS-CA-SESSION-CATG.
044000     PERFORM COUNT-CATEGORY-PARA.
044100     PERFORM READ-INTEREST-PARA.
044200     IF SQLCODE = 0
044300         PERFORM SHOW-DETAIL-PARA
044400     END-IF.
044500     MOVE WS-PERSON-ID                 TO WS-PERSON-ID-EDIT.
044600     MOVE WS-PERSON-ID-EDIT            TO PERSIDO.
044700     IF WS-SESSION-COUNT > 0
044800         MOVE 'SAVED - BUT A SESSION IS OPEN NOW, SEE ETRM017'
044900                                       TO MSGO
045000     ELSE
045100         MOVE 'SAVED - NOTICE GOES OUT WHEN A SESSION IS SET UP'
045200                                       TO MSGO
045300     END-IF.
045400 SAVE-INTEREST-EXIT.
045500     EXIT.

045600*    PREFERRED MONTH IS YYYY-MM (ITS FIRST DAY MUST BE A REAL
045700*    DATE), MODE IS ONE OF THE TRAINING_SESSION DELIVERY MODES AND
045800*    AN ORG CODE MUST BE ON THE ORGANIZATION MASTER. BLANK IS NULL
045900*    IN EACH CASE.
046000 EDIT-DETAIL-PARA.
046100     IF FNAMEI = LOW-VALUES
046200         MOVE SPACES                   TO FNAMEI
046300     END-IF.
046400     IF ORGCDI = LOW-VALUES
046500         MOVE SPACES                   TO ORGCDI
046600     END-IF.
046700     IF PMONTHI = LOW-VALUES
046800         MOVE SPACES                   TO PMONTHI
046900     END-IF.
047000     IF DMODEI = LOW-VALUES
047100         MOVE SPACES                   TO DMODEI
047200     END-IF.
047300     MOVE SPACES                       TO CRI-FULL-NAME-TEXT.
047400     MOVE FNAMEI                       TO CRI-FULL-NAME-TEXT.
047500     MOVE LENGTH OF CRI-FULL-NAME-TEXT TO CRI-FULL-NAME-LEN.
047600     MOVE PMONTHI                      TO CRI-PREF-MONTH.
047700     IF CRI-PREF-MONTH = SPACES
047800         MOVE -1                       TO WS-PREF-MONTH-IND
047900     ELSE
048000         MOVE 0                        TO WS-PREF-MONTH-IND
048100         MOVE CRI-PREF-MONTH           TO WS-VALID-DATE-MONTH
048200         MOVE '-01'                    TO WS-VALID-DATE-DAY
048300         CALL 'RCBT002A' USING WS-RCBT002A-PARM
048400         IF WS-VALID-DATE-BAD
048500             MOVE 'PREFERRED MONTH MUST BE YYYY-MM' TO MSGO
048600             MOVE 'E'                  TO WS-ERROR-SWITCH
048700             GO TO EDIT-DETAIL-EXIT
048800         END-IF
048900     END-IF.
049000     MOVE DMODEI                       TO CRI-DELIVERY-MODE.
049100     EVALUATE CRI-DELIVERY-MODE
049200       WHEN SPACES
049300         MOVE -1                       TO WS-MODE-IND
049400       WHEN 'C'
049500       WHEN 'V'
049600       WHEN 'H'
049700         MOVE 0                        TO WS-MODE-IND
049800       WHEN OTHER
049900         MOVE 'DELIVERY MODE MUST BE C, V, H OR BLANK' TO MSGO
050000         MOVE 'E'                      TO WS-ERROR-SWITCH
050100         GO TO EDIT-DETAIL-EXIT
050200     END-EVALUATE.
050300     MOVE ORGCDI                       TO CRI-ORG-CODE.
050400     IF CRI-ORG-CODE = SPACES
050500         MOVE -1                       TO WS-ORG-CODE-IND
050600     ELSE
050700         MOVE 0                        TO WS-ORG-CODE-IND
050800         PERFORM CHECK-ORG-CODE-PARA
050900     END-IF.
051000 EDIT-DETAIL-EXIT.
051100     EXIT.

051200 CHECK-ORG-CODE-PARA.
051300     MOVE 0                            TO WS-ROW-COUNT.
051400     EXEC SQL
051500       SELECT COUNT(*)
051600         INTO :WS-ROW-COUNT
051700         FROM DBODEVP.ORGANIZATION
051800        WHERE ORG_CODE = :CRI-ORG-CODE
051900     END-EXEC.
052000     EVALUATE TRUE
052100       WHEN SQLCODE NOT = 0
052200         MOVE 'SELECT'                 TO EL-ERROR-ACTION
052300         MOVE 'ORGANIZATION'           TO EL-ERROR-DB2-OBJECT
052400         PERFORM CHECK-SQLCODE-PARA
052500         MOVE 'ORG LOOKUP FAILED - SEE ERROR LOG' TO MSGO
052600         MOVE 'E'                      TO WS-ERROR-SWITCH
052700       WHEN WS-ROW-COUNT = 0
052800         MOVE 'ORG CODE IS NOT ON THE ORGANIZATION MASTER' TO MSGO
052900         MOVE 'E'                      TO WS-ERROR-SWITCH
053000     END-EVALUATE.

053100*    AN ADDRESS THE MASTER HAS NEVER SEEN IS CLAIMED HERE - MAX
053200*    + 1 AND A NEW REGISTRANT ROW, AS ETRB002 DOES.
053300 ASSIGN-PERSON-PARA.
053400     MOVE WS-KEY-EMAIL-ADDR            TO RGP-EMAIL-ADDR-TEXT.
053500     MOVE LENGTH OF RGP-EMAIL-ADDR-TEXT
053600                                       TO RGP-EMAIL-ADDR-LEN.
053700     MOVE CRI-FULL-NAME-TEXT           TO RGP-FULL-NAME-TEXT.
053800     MOVE LENGTH OF RGP-FULL-NAME-TEXT TO RGP-FULL-NAME-LEN.
053900     EXEC SQL
054000       INSERT INTO DBODEVP.REGISTRANT
054100              ( PERSON_ID, EMAIL_ADDR, FULL_NAME, DTS )
054200       SELECT COALESCE(MAX(PERSON_ID), 0) + 1,
054300              RTRIM(:RGP-EMAIL-ADDR),
054400              RTRIM(:RGP-FULL-NAME),
054500              CURRENT TIMESTAMP
054600         FROM DBODEVP.REGISTRANT
054700     END-EXEC.
054800     IF SQLCODE NOT = 0
054900         MOVE 'INSERT'                 TO EL-ERROR-ACTION
055000         MOVE 'REGISTRANT'             TO EL-ERROR-DB2-OBJECT
055100         PERFORM CHECK-SQLCODE-PARA
055200         MOVE 'SAVE FAILED - SEE ERROR LOG' TO MSGO
055300         MOVE 'E'                      TO WS-ERROR-SWITCH
055400     ELSE
055500         PERFORM FIND-PERSON-PARA
055600         IF WS-NO-ERROR AND WS-PERSON-NEW
055700             MOVE 'SAVE FAILED - PERSON NOT CLAIMED' TO MSGO
055800             MOVE 'E'                  TO WS-ERROR-SWITCH
055900         END-IF
056000     END-IF.

056100 GET-PERSON-NAME-PARA.
056200     MOVE WS-PERSON-ID                 TO RGP-PERSON-ID.
056300     EXEC SQL
056400       SELECT FULL_NAME
056500         INTO :RGP-FULL-NAME
056600         FROM DBODEVP.REGISTRANT
056700        WHERE PERSON_ID  = :RGP-PERSON-ID
056800          AND EMAIL_ADDR = :WS-KEY-EMAIL-ADDR
056900     END-EXEC.
057000     IF SQLCODE = 0
057100         MOVE RGP-FULL-NAME-TEXT       TO CRI-FULL-NAME-TEXT
057200     ELSE
057300         MOVE 'SELECT'                 TO EL-ERROR-ACTION
057400         MOVE 'REGISTRANT'             TO EL-ERROR-DB2-OBJECT
057500         PERFORM CHECK-SQLCODE-PARA
057600     END-IF.
057700     MOVE LENGTH OF CRI-FULL-NAME-TEXT TO CRI-FULL-NAME-LEN.

057800*    UPDATE FIRST, INSERT ON SQLCODE 100 - THE ETRM006 SHAPE. AN
057900*    OPEN ROW KEEPS ITS CAPTURE TIME; A NOTIFIED OR WITHDRAWN ONE
058000*    REOPENS FROM NOW, SO ONLY SESSIONS SET UP AFTER THIS CALL
058100*    COUNT AS NEWS FOR IT.
058200 UPDATE-INTEREST-PARA.
058300     EXEC SQL
058400       UPDATE DBODEVP.COURSE_INTEREST
058500          SET EMAIL_ADDR          = :CRI-EMAIL-ADDR,
058600              FULL_NAME           = :CRI-FULL-NAME,
058700              ORG_CODE            = :CRI-ORG-CODE
058800                                        :WS-ORG-CODE-IND,
058900              PREF_MONTH          = :CRI-PREF-MONTH
059000                                        :WS-PREF-MONTH-IND,
059100              DELIVERY_MODE       = :CRI-DELIVERY-MODE
059200                                        :WS-MODE-IND,
059300              CAPTURE_DTS         = CASE INTEREST_STATUS
059400                                      WHEN 'O' THEN CAPTURE_DTS
059500                                      ELSE CURRENT TIMESTAMP
059600                                    END,
059700              INTEREST_STATUS     = 'O',
059800              NOTIFIED_SESSION_ID = NULL,
059900              NOTIFIED_DATE       = NULL,
060000              USR_ID              = :CRI-USR-ID,
060100              DTS                 = CURRENT TIMESTAMP
060200        WHERE PERSON_ID           = :CRI-PERSON-ID
060300          AND SESSION_CATG        = :CRI-SESSION-CATG
060400     END-EXEC.
060500     EVALUATE SQLCODE
060600       WHEN 0
060700         CONTINUE
060800       WHEN 100
060900         PERFORM INSERT-INTEREST-PARA
061000       WHEN OTHER
061100         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
061200         MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
061300         PERFORM CHECK-SQLCODE-PARA
061400         MOVE 'SAVE FAILED - SEE ERROR LOG' TO MSGO
061500         MOVE 'E'                      TO WS-ERROR-SWITCH
061600     END-EVALUATE.

061700 INSERT-INTEREST-PARA.
061800     EXEC SQL
061900       INSERT INTO DBODEVP.COURSE_INTEREST
062000              ( PERSON_ID, SESSION_CATG, EMAIL_ADDR, FULL_NAME,
062100                ORG_CODE, PREF_MONTH, DELIVERY_MODE,
062200                INTEREST_STATUS, CAPTURE_DTS, USR_ID, DTS )
062300       VALUES ( :CRI-PERSON-ID, :CRI-SESSION-CATG,
062400                :CRI-EMAIL-ADDR, :CRI-FULL-NAME,
062500                :CRI-ORG-CODE      :WS-ORG-CODE-IND,
062600                :CRI-PREF-MONTH    :WS-PREF-MONTH-IND,
062700                :CRI-DELIVERY-MODE :WS-MODE-IND,
062800                'O', CURRENT TIMESTAMP, :CRI-USR-ID,
062900                CURRENT TIMESTAMP )
063000     END-EXEC.
063100     IF SQLCODE NOT = 0
063200         MOVE 'INSERT'                 TO EL-ERROR-ACTION
063300         MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
063400         PERFORM CHECK-SQLCODE-PARA
063500         MOVE 'SAVE FAILED - SEE ERROR LOG' TO MSGO
063600         MOVE 'E'                      TO WS-ERROR-SWITCH
063700     END-IF.

063800******************************************************************
063900* PF11 - Withdraw The Interest Shown                             *
064000******************************************************************
064100 WITHDRAW-INTEREST-PARA.
064200     MOVE 'WITHDRAW-INTEREST-PARA    ' TO EL-ERROR-PARA-NAME.
064300     PERFORM CHECK-USER-AUTHORITY-PARA.
064400     IF AUT-DENIED
064500         MOVE 'NOT AUTHORIZED TO REGISTER INTEREST' TO MSGO
064600         GO TO WITHDRAW-INTEREST-EXIT
064700     END-IF.
064800     IF WS-CA-EMAIL-ADDR = SPACES OR WS-CA-SESSION-CATG = SPACES
064900         MOVE 'SHOW THE INTEREST FIRST (ENTER)' TO MSGO
065000         GO TO WITHDRAW-INTEREST-EXIT
065100     END-IF.
065200     MOVE SPACES                       TO WS-ERROR-SWITCH.
065300     MOVE WS-CA-EMAIL-ADDR             TO WS-KEY-EMAIL-ADDR.
065400     MOVE WS-CA-SESSION-CATG           TO WS-KEY-SESSION-CATG.
065500     PERFORM FIND-PERSON-PARA.
065600     IF NOT WS-NO-ERROR
065700         GO TO WITHDRAW-INTEREST-EXIT
065800     END-IF.
065900     IF WS-PERSON-NEW
066000         MOVE 'NO INTEREST ON FILE FOR THAT ADDRESS' TO MSGO
066100         GO TO WITHDRAW-INTEREST-EXIT
066200     END-IF.
066300     MOVE WS-PERSON-ID                 TO CRI-PERSON-ID.
066400     MOVE WS-KEY-SESSION-CATG          TO CRI-SESSION-CATG.
066500     MOVE WS-USR-ID                    TO CRI-USR-ID.
066600     EXEC SQL
066700       UPDATE DBODEVP.COURSE_INTEREST
066800          SET INTEREST_STATUS = 'W',
066900              USR_ID          = :CRI-USR-ID,
067000              DTS             = CURRENT TIMESTAMP
067100        WHERE PERSON_ID       = :CRI-PERSON-ID
067200          AND SESSION_CATG    = :CRI-SESSION-CATG
067300          AND INTEREST_STATUS = 'O'
067400     END-EXEC.
067500     EVALUATE SQLCODE
067600       WHEN 0
067700         PERFORM COUNT-CATEGORY-PARA
067800         PERFORM READ-INTEREST-PARA
067900         IF SQLCODE = 0
068000             PERFORM SHOW-DETAIL-PARA
068100         END-IF
068200         MOVE 'INTEREST WITHDRAWN'     TO MSGO
068300       WHEN 100
068400         MOVE 'NO OPEN INTEREST TO WITHDRAW' TO MSGO
068500       WHEN OTHER
068600         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
068700         MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
068800         PERFORM CHECK-SQLCODE-PARA
068900         PERFORM BACK-OUT-PARA
069000         MOVE 'WITHDRAW FAILED - SEE ERROR LOG' TO MSGO
069100     END-EVALUATE.
069200 WITHDRAW-INTEREST-EXIT.
069300     EXIT.

069400*    THE SIGNED-ON USER IS THE ONE THE AUTHORITY CHECK JUDGES AND
069500*    THE ONE RECORDED AGAINST THE CHANGE.
069600 CHECK-USER-AUTHORITY-PARA.
069700     EXEC CICS ASSIGN
069800               USERID  (WS-USR-ID)
069900               RESP    (WS-RESP)
070000     END-EXEC.
070100     IF WS-RESP NOT = DFHRESP(NORMAL)
070200         MOVE SPACES                   TO WS-USR-ID
070300     END-IF.
070400     MOVE 'ETRM018'                    TO AUT-MODULE.
070500     MOVE WS-USR-ID                    TO AUT-USR-ID.
070600     MOVE 'REGISTER'                   TO AUT-FUNCTION.
070700     PERFORM CHECK-AUTHORITY-PARA.

070800*    A FAILED CHANGE MUST NOT SURVIVE THE TASK.
070900 BACK-OUT-PARA.
071000     EXEC CICS SYNCPOINT ROLLBACK
071100               RESP    (WS-RESP)
071200     END-EXEC.
071300     IF WS-RESP NOT = DFHRESP(NORMAL)
071400         PERFORM CHECK-RESPCODE-PARA
071500     END-IF.

071600 SEND-RESULT-MAP-PARA.
071700     EXEC CICS SEND MAP    ('ETRM18M')
071800               MAPSET      ('ETRM018')
071900               FROM        (ETRM18O)
072000               DATAONLY
072100               RESP        (WS-RESP)
072200     END-EXEC.
072300     IF WS-RESP NOT = DFHRESP(NORMAL)
072400         PERFORM CHECK-RESPCODE-PARA
072500     END-IF.

072600 SEND-GOODBYE-PARA.
072700     EXEC CICS SEND TEXT
072800               FROM    ('ETRM018 - INTEREST REGISTER COMPLETE')
072900               LENGTH  (36)
073000               ERASE
073100               RESP    (WS-RESP)
073200     END-EXEC.
073300     IF WS-RESP NOT = DFHRESP(NORMAL)
073400         PERFORM CHECK-RESPCODE-PARA
073500     END-IF.
073501     PERFORM LOG-TXN-END-PARA.
073600     EXEC CICS RETURN
073700     END-EXEC.

073800******************************************************************
073900* Error Logging                                                  *
074000******************************************************************
074100     EXEC SQL
074200       INCLUDE CPERRLOG
074300     END-EXEC.

074301******************************************************************
074302* Transaction Usage                                              *
074303******************************************************************
074304     EXEC SQL
074305       INCLUDE CPTXNLOG
074306     END-EXEC.

074400******************************************************************
074500* Authorization Check                                            *
074600******************************************************************
074700     EXEC SQL
074800       INCLUDE CPAUTHCK
074900     END-EXEC.

074910******************************************************************
074920* Maintenance-Window Check                                       *
074930******************************************************************
074940     EXEC SQL
074950       INCLUDE CPQUIES
074960     END-EXEC.
