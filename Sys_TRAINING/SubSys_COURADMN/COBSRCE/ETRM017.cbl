000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM017.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL ALTERNATIVE-SESSION FINDER.             *
000900*  WHEN ETRB002'S CHECK-SESSION-FULL-PARA WOULD SEND A CALLER TO *
001000*  THE WAITLIST, THE FRONT DESK USED TO PAGE THROUGH ETRM003     *
001100*  LOOKING FOR ANOTHER RUN OF THE COURSE WITH ROOM. KEY A        *
001200*  SESSION CATG AND A PREFERRED DATE WINDOW (BLANK FROM = TODAY, *
001300*  BLANK TO = 90 DAYS ON) AND ENTER LISTS EVERY OPEN SESSION OF  *
001400*  THAT CATEGORY - AND OF ANY CATEGORY SHARING ITS COURSE_CATALOG*
001500*  EQUIV_GROUP - STARTING IN THE WINDOW WITH A SEAT FREE UNDER   *
001600*  THE SAME OVERBOOKING CEILING ETRB002 ADMITS AGAINST. EACH LINE*
001700*  SHOWS THE MEETING DATES FROM SESSION_SCHEDULE, SEATS LEFT,    *
001800*  DELIVERY MODE AND VENUE, AND THE FEE A SINGLE SEAT WOULD BE   *
001900*  PRICED AT TODAY. PF8 PAGES ON. MARK A LINE WITH X, KEY THE    *
002000*  REGISTRANT (AND THE BOOKING PARTNER'S CODE WHEN A BROKER IS   *
002010*  BOOKING FOR THE CLIENT, AND ANY PROMOTION OR GIFT VOUCHER     *
002015*  CODE THE CALLER QUOTES) AND PF5 BOOKS STRAIGHT INTO THAT      *
002020*  SESSION THROUGH ETRB002'S OWN SIGN-UP PATH (AUTHORITY         *
002100*  'REGISTER'). ETRM002 PF6 STARTS HERE WITH ITS CATEGORY        *
002200*  ALREADY SEARCHED.                                             *
002300******************************************************************

002400 ENVIRONMENT DIVISION.

002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. Z900.
002700 OBJECT-COMPUTER. Z900.

002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.

003000 01 WS-BEGIN                          PIC  X(36) VALUE
003100     'ETRM017 WORKING STORAGE STARTS HERE'.

003200******************************************************************
003300*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003400******************************************************************
003500 01 WS-VARIABLES.
003600    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003700       88 WS-NO-ERROR                            VALUE SPACES.
003800    05 WS-RESP                         PIC S9(08) USAGE COMP.
003900    05 WS-RESP2                        PIC S9(08) USAGE COMP.
004000    05 WS-USR-ID                       PIC X(08).
004100    05 WS-TODAY-DATE                   PIC X(10).
004200    05 WS-NEW-FROM-DATE                PIC X(10).
004300    05 WS-NEW-TO-DATE                  PIC X(10).
004400    05 WS-DFLT-WINDOW-DAYS             PIC S9(4) USAGE COMP
004500                                       VALUE 90.
004600    05 WS-MAX-LINES                    PIC S9(4) USAGE COMP
004700                                       VALUE 8.
004800    05 WS-LINE-SUB                     PIC S9(4) USAGE COMP.
004900    05 WS-MARK-SUB                     PIC S9(4) USAGE COMP.
005000    05 WS-MARK-COUNT                   PIC S9(4) USAGE COMP.
005100    05 WS-MARKED-LINE                  PIC S9(4) USAGE COMP.
005200    05 WS-FETCH-SQLCODE                PIC S9(09) USAGE COMP.
005300    05 WS-SESSION-ID-NUM               PIC 9(09).
005400    05 WS-FEE-EDIT                     PIC ZZZZZ9.99.
005500    05 WS-FEE-EDIT-X REDEFINES WS-FEE-EDIT
005600                                       PIC X(09).
005700    05 WS-BOOK-MSG                     PIC X(60).
005710*    WHAT A QUOTED PROMO CODE DID TO THE PRICE - ETRB002'S
005720*    PROMO RESULT, SHOWN AFTER THE FEE ON THE BOOKED MESSAGE.
005730    05 WS-PROMO-TAG                    PIC X(13).
005800*    SEATS LEFT UNDER THE OVERBOOKING CEILING - SAME ARITHMETIC AS
005900*    ETRB002'S GET-OVERBOOK-ALLOWANCE-PARA.
006000    05 WS-OVERBOOK-PCT                 PIC S9(09) USAGE COMP.
006100    05 WS-EFF-CAPACITY                 PIC S9(09) USAGE COMP.
006200    05 WS-SEATS-LEFT                   PIC S9(09) USAGE COMP.
006300*    SINGLE-SEAT PRICE TODAY - SAME RULE AS ETRB002'S
006400*    PRICE-REGISTRATION-PARA WITH A SEAT COUNT OF ONE.
006500    05 WS-PCT-REMAINING                PIC S9(04) USAGE COMP.
006600    05 WS-PRICED-FEE                   PIC S9(7)V99 USAGE COMP-3.
006700    05 WS-PRICED-FEE-IND               PIC S9(4) USAGE COMP.

006800******************************************************************
006900*  ONE ROW OF THE ALTERNATIVE-SESSIONS CURSOR.                   *
007000******************************************************************
007100 01 WS-ALT-ROW.
007200    05 WS-AR-SESSION-CATG              PIC X(02).
007300    05 WS-AR-SESSION-ID                PIC S9(09) USAGE COMP.
007400    05 WS-AR-FIRST-DATE                PIC X(10).
007500    05 WS-AR-LAST-DATE                 PIC X(10).
007600    05 WS-AR-MEETING-DAYS              PIC S9(09) USAGE COMP.
007700    05 WS-AR-DURATION                  PIC S9(04) USAGE COMP.
007800    05 WS-AR-CAPACITY                  PIC S9(04) USAGE COMP.
007900    05 WS-AR-ACTIVE-COUNT              PIC S9(09) USAGE COMP.
008000    05 WS-AR-DELIVERY-MODE             PIC X(01).
008100       88 WS-AR-MODE-VIRTUAL                     VALUE 'V'.
008200       88 WS-AR-MODE-HYBRID                      VALUE 'H'.
008300    05 WS-AR-VENUE-NAME                PIC X(60).
008400    05 WS-AR-SESSION-FEE               PIC S9(7)V99 USAGE COMP-3.
008500    05 WS-AR-SESSION-FEE-IND           PIC S9(4) USAGE COMP.
008600    05 WS-AR-BEST-PCT                  PIC S9(04) USAGE COMP.
008700    05 WS-AR-BEST-PCT-IND              PIC S9(4) USAGE COMP.

008800******************************************************************
008900*  ONE SCREEN LINE - LINES UP UNDER THE HDRA/HDRB HEADINGS.      *
009000******************************************************************
009100 01 WS-ALT-LINE.
009200    05 WS-AL-SESSION-CATG              PIC X(02).
009300    05 FILLER                          PIC X(01) VALUE SPACES.
009400    05 WS-AL-SESSION-ID                PIC Z(08)9.
009500    05 FILLER                          PIC X(01) VALUE SPACES.
009600    05 WS-AL-FIRST-DATE                PIC X(10).
009700    05 FILLER                          PIC X(01) VALUE SPACES.
009800    05 WS-AL-LAST-DATE                 PIC X(10).
009900    05 FILLER                          PIC X(01) VALUE SPACES.
010000    05 WS-AL-DAYS                      PIC ZZ9.
010100    05 FILLER                          PIC X(01) VALUE SPACES.
010200    05 WS-AL-SEATS                     PIC ZZZ9.
010300    05 FILLER                          PIC X(01) VALUE SPACES.
010400    05 WS-AL-MODE                      PIC X(03).
010500    05 FILLER                          PIC X(01) VALUE SPACES.
010600    05 WS-AL-VENUE                     PIC X(19).
010700    05 FILLER                          PIC X(01) VALUE SPACES.
010800    05 WS-AL-FEE                       PIC ZZZZZ9.99.
010900    05 WS-AL-FEE-X REDEFINES WS-AL-FEE PIC X(09).

011000 01 WS-PAGE-LINES.
011100    05 WS-PG-LINE                      PIC X(77)
011200                                       OCCURS 8 TIMES.
011300 01 WS-MARK-TABLE.
011400    05 WS-MARK-FLAG                    PIC X(01)
011500                                       OCCURS 8 TIMES.

011600******************************************************************
011700*  PARM FOR ETRB002 - LAYOUT MUST MATCH ITS LINKAGE EXACTLY.     *
011800******************************************************************
011900 01 WS-ETRB002-PARM.
012000    05 WS-SU-SESSION-CATG              PIC X(2).
012100    05 WS-SU-SESSION-ID                PIC S9(9) USAGE COMP.
012200    05 WS-SU-REQUEST-TYPE              PIC X(1).
012300    05 WS-SU-SIGNUP-DATA.
012400       10 WS-SU-EMAIL-ADDR             PIC X(120).
012500       10 WS-SU-FULL-NAME              PIC X(130).
012600       10 WS-SU-ORG-NAME               PIC X(120).
012700       10 WS-SU-REG-DATE               PIC X(10).
012800       10 WS-SU-PHONE-NUMBER           PIC X(20).
012900       10 WS-SU-AMOUNT-PAID            PIC S9(7)V99 COMP-3.
013000    05 WS-SU-SIGNUP-RC                 PIC X(1).
013100       88 WS-SU-SIGNUP-OK                        VALUE '0'.
013200       88 WS-SU-SIGNUP-WAITLISTED               VALUE 'W'.
013300       88 WS-SU-SIGNUP-PENDING                  VALUE 'M'.
013350       88 WS-SU-SIGNUP-CREDIT-HELD              VALUE 'H'.
013400       88 WS-SU-SIGNUP-FAILED                   VALUE '9' ' '.
013500    05 WS-SU-AUTH-USR-ID               PIC X(8).
013600    05 WS-SU-ORG-CODE                  PIC X(8).
013700    05 WS-SU-ENO                       PIC X(4).
013800    05 WS-SU-PO-REFERENCE              PIC X(30).
013900    05 WS-SU-PREREQ-OVERRIDE           PIC X(1).
014000    05 WS-SU-CONFIRM-NO                PIC X(8).
014100    05 WS-SU-SPECIAL-REQS              PIC X(120).
014200    05 WS-SU-LANG-PREF                 PIC X(2).
014201    05 WS-SU-RESIT-SEAT                PIC X(1).
014202    05 WS-SU-PARTNER-CODE              PIC X(8).
014203    05 WS-SU-PROMO-CODE                PIC X(12).
014204    05 WS-SU-PROMO-RESULT              PIC X(1).
014205    05 WS-SU-PROMO-AMOUNT              PIC S9(7)V99 COMP-3.

014300*    RCBT002A-PARM - SHARED DATE EDIT FOR THE KEYED WINDOW.
014400 01 WS-RCBT002A-PARM.
014500    05 WS-VALID-DATE-TEXT              PIC X(10).
014600    05 WS-VALID-RETURN-CODE            PIC X(1).
014700       88 WS-VALID-DATE-OK                       VALUE '0'.
014800       88 WS-VALID-DATE-BAD                      VALUE '9'.

014900*    RCBT004A-PARM - THE PER-CATEGORY OVERBOOK-PCT-XX PARAMETER
015000*    ETRB002 ADMITS AGAINST, READ UNDER ETRB002'S PROGRAM ID.
015100 01 WS-RCBT004A-PARM.
015200    05 WS-SP-PROGRAM-ID                PIC X(08).
015300    05 WS-SP-PARM-NAME                 PIC X(16).
015400    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
015500    05 WS-SP-RETURN-CODE               PIC X(1).

015600******************************************************************
015700*  COMMAREA - THE SEARCH, THE KEY THE PAGE ON SCREEN STARTED     *
015800*  AFTER (TO REBUILD IT AFTER A BOOKING), THE KEY OF THE LAST    *
015900*  ROW READ (WHERE PF8 CARRIES ON FROM) AND THE SESSION BEHIND   *
016000*  EACH LINE ON SCREEN, SO PF5 BOOKS WHAT WAS SHOWN.             *
016100******************************************************************
016200 01 WS-COMMAREA.
016300    05 WS-CA-SESSION-CATG              PIC X(02).
016400    05 WS-CA-FROM-DATE                 PIC X(10).
016500    05 WS-CA-TO-DATE                   PIC X(10).
016600    05 WS-CA-TOP-KEY.
016700       10 WS-CA-TOP-DATE               PIC X(10).
016800       10 WS-CA-TOP-CATG               PIC X(02).
016900       10 WS-CA-TOP-ID                 PIC S9(9) USAGE COMP.
017000    05 WS-CA-NEXT-KEY.
017100       10 WS-CA-NEXT-DATE              PIC X(10).
017200       10 WS-CA-NEXT-CATG              PIC X(02).
017300       10 WS-CA-NEXT-ID                PIC S9(9) USAGE COMP.
017400    05 WS-CA-MORE-SWITCH               PIC X(01).
017500       88 WS-CA-MORE-ROWS                        VALUE 'Y'.
017600    05 WS-CA-LINE-COUNT                PIC S9(4) USAGE COMP.
017700    05 WS-CA-LINE-KEY                  OCCURS 8 TIMES.
017800       10 WS-CA-LINE-CATG              PIC X(02).
017900       10 WS-CA-LINE-ID                PIC S9(9) USAGE COMP.

018000******************************************************************
018100*  SYMBOLIC MAP.                                                 *
018200******************************************************************
018300     COPY ETRM17.

018400******************************************************************
018500* Copybook Includes.                                             *
018600******************************************************************
018700     EXEC SQL
018800       INCLUDE CWERRLOG
018900     END-EXEC.

018901*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
018902     EXEC SQL
018903       INCLUDE CWTXNLOG
018904     END-EXEC.

018910*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
018920     EXEC SQL
018930       INCLUDE CWQUIES
018940     END-EXEC.

019000******************************************************************
019100*                     DB2 SECTION                                *
019200******************************************************************
019300     EXEC SQL
019400       INCLUDE SQLCA
019500     END-EXEC.

019600     EXEC SQL
019700       INCLUDE DCLRGSTR
019800     END-EXEC.

019900     EXEC SQL
020000       INCLUDE DCLCATLG
020100     END-EXEC.

020200******************************************************************
020300*  ALTERNATIVE-SESSIONS CURSOR. OPEN SESSIONS NOT YET STARTED OF *
020400*  THE KEYED CATEGORY OR ANY CATEGORY IN ITS EQUIV_GROUP, WITH   *
020500*  THE FIRST AND LAST MEETING DAY OFF SESSION_SCHEDULE (FALLING  *
020600*  BACK ON THE SESSION'S OWN START/END DATES WHEN NO MEETINGS    *
020700*  ARE SCHEDULED), THE HEADCOUNT ETRB002 COUNTS - ACTIVE SEATS   *
020710*  PLUS SEATS STILL HELD ON AN OPEN SEAT_HOLD - AND THE BEST     *
020800*  DISCOUNT_RULE A SINGLE SEAT BOOKED TODAY QUALIFIES FOR.       *
020900*  A SESSION IS IN THE WINDOW WHEN ITS FIRST MEETING DAY IS.     *
021000*  THE KEY PREDICATE RESUMES PAST THE ROW A PAGE STARTED AFTER.  *
021100******************************************************************
021200     EXEC SQL DECLARE ALTERNATIVE-SESSIONS CURSOR
021300      FOR
021400      SELECT   X.SESSION_CATG, X.SESSION_ID,
021500               CHAR(X.FIRST_DATE, ISO), CHAR(X.LAST_DATE, ISO),
021600               X.MEETING_DAYS, X.SESSION_DURATION,
021700               X.SESSION_CAPACITY, X.ACTIVE_COUNT,
021800               X.DELIVERY_MODE, X.VENUE_NAME,
021900               X.SESSION_FEE, X.BEST_PCT
022000        FROM  (SELECT S.SESSION_CATG, S.SESSION_ID,
022100                      S.SESSION_DURATION, S.SESSION_CAPACITY,
022200                      S.DELIVERY_MODE, S.SESSION_FEE,
022300                      COALESCE(V.VENUE_NAME, ' ') AS VENUE_NAME,
022400                      COALESCE(
022500                        (SELECT MIN(C.MEETING_DATE)
022600                           FROM DBODEVP.SESSION_SCHEDULE C
022700                          WHERE C.SESSION_CATG = S.SESSION_CATG
022800                            AND C.SESSION_ID   = S.SESSION_ID),
022900                        S.SESSION_START_DATE) AS FIRST_DATE,
023000                      COALESCE(
023100                        (SELECT MAX(C.MEETING_DATE)
023200                           FROM DBODEVP.SESSION_SCHEDULE C
023300                          WHERE C.SESSION_CATG = S.SESSION_CATG
023400                            AND C.SESSION_ID   = S.SESSION_ID),
023500                        S.SESSION_END_DATE,
023600                        S.SESSION_START_DATE)        AS LAST_DATE,
023700                      (SELECT COUNT(*)
023800                         FROM DBODEVP.SESSION_SCHEDULE C
023900                        WHERE C.SESSION_CATG = S.SESSION_CATG
024000                          AND C.SESSION_ID   = S.SESSION_ID)
024100                                   AS MEETING_DAYS,
024200                      (SELECT COUNT(*)
024300                         FROM DBODEVP.REGISTRATION R
024400                        WHERE R.SESSION_CATG = S.SESSION_CATG
024500                          AND R.SESSION_ID   = S.SESSION_ID
024600                          AND R.REG_STATUS   = 'A')
024610                    + (SELECT COALESCE(SUM(H.SEATS_HELD
024620                                         - H.SEATS_CONVERTED), 0)
024630                         FROM DBODEVP.SEAT_HOLD H
024640                        WHERE H.SESSION_CATG = S.SESSION_CATG
024644                          AND H.SESSION_ID   = S.SESSION_ID
024650                          AND H.HOLD_STATUS  = 'O')
024700                                   AS ACTIVE_COUNT,
024800                      (SELECT MAX(D.DISCOUNT_PCT)
024900                         FROM DBODEVP.DISCOUNT_RULE D
025000                        WHERE D.SESSION_CATG = S.SESSION_CATG
025100                          AND D.DAYS_BEFORE_START <=
025200                              DAYS(S.SESSION_START_DATE)
025300                              - DAYS(CURRENT DATE)
025400                          AND D.SEAT_COUNT   <= 1)   AS BEST_PCT
025500                 FROM DBODEVP.TRAINING_SESSION S
025600                 LEFT OUTER JOIN DBODEVP.VENUE V
025700                   ON V.VENUE_ID = S.VENUE_ID
025800                WHERE S.SESSION_STATUS     = 'A'
025900                  AND S.SESSION_START_DATE >= CURRENT DATE
025901                  AND S.SESSION_TYPE      <> 'C'
026000                  AND (S.SESSION_CATG = :WS-CA-SESSION-CATG
026100                       OR S.SESSION_CATG IN
026200                          (SELECT E.SESSION_CATG
026300                             FROM DBODEVP.COURSE_CATALOG E,
026400                                  DBODEVP.COURSE_CATALOG K
026500                            WHERE K.SESSION_CATG =
026600                                  :WS-CA-SESSION-CATG
026700                              AND E.EQUIV_GROUP  = K.EQUIV_GROUP))
026800              ) AS X
026900       WHERE  X.FIRST_DATE BETWEEN DATE(:WS-CA-FROM-DATE)
027000                               AND DATE(:WS-CA-TO-DATE)
027100         AND (X.FIRST_DATE > DATE(:WS-CA-TOP-DATE)
027200              OR (X.FIRST_DATE = DATE(:WS-CA-TOP-DATE)
027300                  AND (X.SESSION_CATG > :WS-CA-TOP-CATG
027400                       OR (X.SESSION_CATG = :WS-CA-TOP-CATG
027500                           AND X.SESSION_ID > :WS-CA-TOP-ID))))
027600       ORDER BY X.FIRST_DATE, X.SESSION_CATG, X.SESSION_ID
027700     END-EXEC.

027800 01 WS-END                             PIC X(50) VALUE
027900     'ETRM017-WORKING STORAGE SECTION ENDS HERE'.

028000 LINKAGE SECTION.
028100 01 DFHCOMMAREA                        PIC X(105).

028200 PROCEDURE DIVISION.

028300 MAIN-LOGIC-PARA.

028400     MOVE 'ETRM017'                    TO EL-ERROR-MODULE.
028500     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
028501     MOVE 'ETRM017'                    TO TXL-PROGRAM-ID.
028502     PERFORM LOG-TXN-START-PARA.

028600     EVALUATE TRUE
028700       WHEN EIBCALEN = 0
028800         PERFORM CLEAR-COMMAREA-PARA
028900         PERFORM SEND-INITIAL-MAP-PARA
029000         PERFORM RETURN-CONVERSATIONAL-PARA
029100*    ETRM002 PF6 - ITS XCTL CARRIES ONLY THE CATEGORY ON SCREEN.
029200       WHEN EIBCALEN < LENGTH OF WS-COMMAREA
029300         PERFORM CLEAR-COMMAREA-PARA
029400         PERFORM START-FROM-CALLER-PARA
029500         PERFORM RETURN-CONVERSATIONAL-PARA
029600       WHEN OTHER
029700         MOVE DFHCOMMAREA              TO WS-COMMAREA
029800         PERFORM RECEIVE-MAP-PARA
029900         EVALUATE EIBAID
030000           WHEN DFHPF3
030100             PERFORM SEND-GOODBYE-PARA
030200           WHEN DFHENTER
030300             PERFORM TAKE-SEARCH-PARA THRU
030400                 TAKE-SEARCH-EXIT
030500             IF WS-NO-ERROR
030600                 PERFORM BUILD-PAGE-PARA
030700             END-IF
030800             PERFORM SEND-RESULT-MAP-PARA
030900             PERFORM RETURN-CONVERSATIONAL-PARA
031000           WHEN DFHPF8
031100             PERFORM NEXT-PAGE-PARA
031200             PERFORM SEND-RESULT-MAP-PARA
031300             PERFORM RETURN-CONVERSATIONAL-PARA
031400           WHEN DFHPF5
031410             PERFORM CHECK-QUIESCE-PARA
031420             IF QSC-QUIESCED
031430                 MOVE QSC-MESSAGE      TO MSGO
031440             ELSE
031450                 PERFORM BOOK-SESSION-PARA THRU
031460                     BOOK-SESSION-EXIT
031470             END-IF
031700             PERFORM SEND-RESULT-MAP-PARA
031800             PERFORM RETURN-CONVERSATIONAL-PARA
031900           WHEN OTHER
032000             MOVE 'INVALID KEY - USE ENTER, PF8, PF5 OR PF3'
032100                                       TO MSGO
032200             PERFORM SEND-RESULT-MAP-PARA
032300             PERFORM RETURN-CONVERSATIONAL-PARA
032400         END-EVALUATE
032500     END-EVALUATE.

032600     GOBACK.

032700******************************************************************
032800* ENDS THE PSEUDO-CONVERSATIONAL TURN, PASSING THE SEARCH AND    *
032900* THE LINES ON SCREEN FORWARD FOR PF8/PF5.                       *
033000******************************************************************
033100 RETURN-CONVERSATIONAL-PARA.
033101     PERFORM LOG-TXN-END-PARA.
033200     EXEC CICS RETURN
033300          TRANSID  ('ETRK')
033400          COMMAREA (WS-COMMAREA)
033500          LENGTH   (LENGTH OF WS-COMMAREA)
033600     END-EXEC.

033700 CLEAR-COMMAREA-PARA.
033800     MOVE SPACES                       TO WS-CA-SESSION-CATG
033900                                          WS-CA-FROM-DATE
034000                                          WS-CA-TO-DATE
034100                                          WS-CA-MORE-SWITCH.
034200     MOVE SPACES                       TO WS-CA-TOP-CATG
034300                                          WS-CA-NEXT-CATG.
034400     MOVE '0001-01-01'                 TO WS-CA-TOP-DATE
034500                                          WS-CA-NEXT-DATE.
034600     MOVE 0                            TO WS-CA-TOP-ID
034700                                          WS-CA-NEXT-ID
034800                                          WS-CA-LINE-COUNT.
034900     PERFORM CLEAR-LINE-KEY-PARA
035000         VARYING WS-LINE-SUB FROM 1 BY 1
035100           UNTIL WS-LINE-SUB > WS-MAX-LINES.

035200 CLEAR-LINE-KEY-PARA.
035300     MOVE SPACES              TO WS-CA-LINE-CATG (WS-LINE-SUB).
035400     MOVE 0                   TO WS-CA-LINE-ID (WS-LINE-SUB).
035500     MOVE SPACES              TO WS-PG-LINE (WS-LINE-SUB).

035600******************************************************************
035700* ARRIVING FROM ETRM002 - THE SCREEN IS NEW, SO THE WHOLE MAP    *
035800* GOES OUT, SEARCHED ON THE CALLER'S CATEGORY AND THE DEFAULT    *
035900* WINDOW.                                                        *
036000******************************************************************
036100 START-FROM-CALLER-PARA.
036200     MOVE LOW-VALUES                   TO ETRM17I.
036300     MOVE DFHCOMMAREA (1:2)            TO CATGI.
036400     PERFORM TAKE-SEARCH-PARA THRU
036500         TAKE-SEARCH-EXIT.
036600     IF WS-NO-ERROR
036700         PERFORM BUILD-PAGE-PARA
036800     END-IF.
036900     MOVE WS-CA-SESSION-CATG           TO CATGO.
037000     EXEC CICS SEND MAP    ('ETRM17M')
037100               MAPSET      ('ETRM017')
037200               FROM        (ETRM17O)
037300               ERASE
037400               RESP        (WS-RESP)
037500     END-EXEC.
037600     IF WS-RESP NOT = DFHRESP(NORMAL)
037700         PERFORM CHECK-RESPCODE-PARA
037800     END-IF.

037900******************************************************************
038000* Screen I/O                                                     *
038100******************************************************************
038200 SEND-INITIAL-MAP-PARA.
038300     MOVE SPACES                       TO MSGO.
038400     EXEC CICS SEND MAP    ('ETRM17M')
038500               MAPSET      ('ETRM017')
038600               ERASE
038700               RESP        (WS-RESP)
038800     END-EXEC.
038900     IF WS-RESP NOT = DFHRESP(NORMAL)
039000         PERFORM CHECK-RESPCODE-PARA
039100     END-IF.

039200 RECEIVE-MAP-PARA.
039300     EXEC CICS RECEIVE MAP ('ETRM17M')
039400               MAPSET      ('ETRM017')
039500               INTO        (ETRM17I)
039600               RESP        (WS-RESP)
039700     END-EXEC.
039800     EVALUATE WS-RESP
039900       WHEN DFHRESP(NORMAL)
040000         CONTINUE
040100       WHEN DFHRESP(MAPFAIL)
040200         CONTINUE
040300       WHEN OTHER
040400         PERFORM CHECK-RESPCODE-PARA
040500     END-EVALUATE.

040600******************************************************************
040700* ENTER TAKES THE CATEGORY AND WINDOW AS KEYED. A BLANK FROM     *
040800* DATE IS TODAY AND A BLANK TO DATE IS WS-DFLT-WINDOW-DAYS PAST  *
040900* THE FROM DATE; A KEYED DATE MUST BE A REAL YYYY-MM-DD DATE.    *
041000******************************************************************
041100 TAKE-SEARCH-PARA.
041200     MOVE SPACES                       TO WS-ERROR-SWITCH.
041300     IF CATGI = LOW-VALUES
041400         MOVE SPACES                   TO CATGI
041500     END-IF.
041600     IF FROMDTI = LOW-VALUES
041700         MOVE SPACES                   TO FROMDTI
041800     END-IF.
041900     IF TODTI = LOW-VALUES
042000         MOVE SPACES                   TO TODTI
042100     END-IF.
042200     IF CATGI = SPACES
042300         MOVE 'KEY A SESSION CATEGORY' TO MSGO
042400         MOVE 'E'                      TO WS-ERROR-SWITCH
042500         GO TO TAKE-SEARCH-EXIT
042600     END-IF.
042700     PERFORM GET-TODAY-PARA.
042800     IF NOT WS-NO-ERROR
042900         GO TO TAKE-SEARCH-EXIT
043000     END-IF.
043100     IF FROMDTI = SPACES
043200         MOVE WS-TODAY-DATE            TO WS-NEW-FROM-DATE
043300     ELSE
043400         MOVE FROMDTI                  TO WS-VALID-DATE-TEXT
043500         CALL 'RCBT002A' USING WS-RCBT002A-PARM
043600         IF WS-VALID-DATE-BAD
043700             MOVE 'FROM DATE MUST BE A REAL DATE, YYYY-MM-DD'
043800                                       TO MSGO
043900             MOVE 'E'                  TO WS-ERROR-SWITCH
044000             GO TO TAKE-SEARCH-EXIT
044100         END-IF
044200         MOVE FROMDTI                  TO WS-NEW-FROM-DATE
044300     END-IF.
044400     IF TODTI = SPACES
044500         PERFORM DEFAULT-TO-DATE-PARA
044600         IF NOT WS-NO-ERROR
044700             GO TO TAKE-SEARCH-EXIT
044800         END-IF
044900     ELSE
045000         MOVE TODTI                    TO WS-VALID-DATE-TEXT
045100         CALL 'RCBT002A' USING WS-RCBT002A-PARM
045200         IF WS-VALID-DATE-BAD
045300             MOVE 'TO DATE MUST BE A REAL DATE, YYYY-MM-DD'
045400                                       TO MSGO
045500             MOVE 'E'                  TO WS-ERROR-SWITCH
045600             GO TO TAKE-SEARCH-EXIT
045700         END-IF
045800         MOVE TODTI                    TO WS-NEW-TO-DATE
045900     END-IF.
046000     IF WS-NEW-TO-DATE < WS-NEW-FROM-DATE
046100         MOVE 'TO DATE IS BEFORE FROM DATE' TO MSGO
046200         MOVE 'E'                      TO WS-ERROR-SWITCH
046300         GO TO TAKE-SEARCH-EXIT
046400     END-IF.
046500     PERFORM CLEAR-COMMAREA-PARA.
046600     MOVE CATGI                        TO WS-CA-SESSION-CATG.
046700     MOVE WS-NEW-FROM-DATE             TO WS-CA-FROM-DATE.
046800     MOVE WS-NEW-TO-DATE               TO WS-CA-TO-DATE.
046900     MOVE WS-CA-FROM-DATE              TO FROMDTO.
047000     MOVE WS-CA-TO-DATE                TO TODTO.
047100     PERFORM GET-COURSE-TITLE-PARA.
047200 TAKE-SEARCH-EXIT.
047300     EXIT.

047400 GET-TODAY-PARA.
047500     EXEC SQL
047600       SELECT CHAR(CURRENT DATE, ISO)
047700         INTO :WS-TODAY-DATE
047800         FROM SYSIBM.SYSDUMMY1
047900     END-EXEC.
048000     IF SQLCODE NOT = 0
048100         MOVE 'SELECT'                 TO EL-ERROR-ACTION
048200         MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
048300         PERFORM CHECK-SQLCODE-PARA
048400         MOVE 'SEARCH FAILED - SEE ERROR LOG' TO MSGO
048500         MOVE 'E'                      TO WS-ERROR-SWITCH
048600     END-IF.

048700 DEFAULT-TO-DATE-PARA.
048800     EXEC SQL
048900       SELECT CHAR(DATE(:WS-NEW-FROM-DATE)
049000                   + :WS-DFLT-WINDOW-DAYS DAYS, ISO)
049100         INTO :WS-NEW-TO-DATE
049200         FROM SYSIBM.SYSDUMMY1
049300     END-EXEC.
049400     IF SQLCODE NOT = 0
049500         MOVE 'SELECT'                 TO EL-ERROR-ACTION
049600         MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
049700         PERFORM CHECK-SQLCODE-PARA
049800         MOVE 'SEARCH FAILED - SEE ERROR LOG' TO MSGO
049900         MOVE 'E'                      TO WS-ERROR-SWITCH
050000     END-IF.

050100*    THE KEYED CATEGORY'S CATALOG TITLE - BLANK WHEN IT HAS NONE.
050200 GET-COURSE-TITLE-PARA.
050300     MOVE SPACES                       TO CTITLEO.
050400     MOVE WS-CA-SESSION-CATG           TO CAT-SESSION-CATG.
050500     EXEC SQL
050600       SELECT COURSE_TITLE
050700         INTO :CAT-COURSE-TITLE
050800         FROM DBODEVP.COURSE_CATALOG
050900        WHERE SESSION_CATG = :CAT-SESSION-CATG
051000     END-EXEC.
051100     EVALUATE SQLCODE
051200       WHEN 0
051300         MOVE CAT-COURSE-TITLE-TEXT    TO CTITLEO
051400       WHEN 100
051500         CONTINUE
051600       WHEN OTHER
051700         MOVE 'SELECT'                 TO EL-ERROR-ACTION
051800         MOVE 'COURSE_CATALOG'         TO EL-ERROR-DB2-OBJECT
051900         PERFORM CHECK-SQLCODE-PARA
052000     END-EVALUATE.

052100******************************************************************
052200* One Page Of Alternatives                                       *
052300******************************************************************
052400*    READS ON FROM THE TOP KEY UNTIL THE PAGE IS FULL OR THE
052500*    CURSOR RUNS OUT. A SESSION WITH NO SEAT LEFT IS READ PAST BUT
052600*    NOT SHOWN; THE NEXT KEY FOLLOWS EVERY ROW READ SO PF8 NEVER
052700*    RE-READS IT.
052800 BUILD-PAGE-PARA.
052900     MOVE 'BUILD-PAGE-PARA           ' TO EL-ERROR-PARA-NAME.
053000     PERFORM CLEAR-LINE-KEY-PARA
053100         VARYING WS-LINE-SUB FROM 1 BY 1
053200           UNTIL WS-LINE-SUB > WS-MAX-LINES.
053300     MOVE 0                            TO WS-LINE-SUB.
053400     MOVE WS-CA-TOP-KEY                TO WS-CA-NEXT-KEY.
053500     MOVE 'N'                          TO WS-CA-MORE-SWITCH.
053600     MOVE 'ALTERNATIVE-SESSIONS'       TO EL-ERROR-DB2-OBJECT.
053700     EXEC SQL
053800       OPEN ALTERNATIVE-SESSIONS
053900     END-EXEC.
054000     IF SQLCODE NOT = 0
054100         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
054200         PERFORM CHECK-SQLCODE-PARA
054300         MOVE 'SEARCH FAILED - SEE ERROR LOG' TO MSGO
054400     ELSE
054500         PERFORM FETCH-ALT-PARA
054600         PERFORM TAKE-ALT-ROW-PARA
054700             UNTIL WS-FETCH-SQLCODE NOT = 0
054800                OR WS-CA-MORE-ROWS
054900         IF WS-FETCH-SQLCODE NOT = 0
055000            AND WS-FETCH-SQLCODE NOT = 100
055100             MOVE WS-FETCH-SQLCODE     TO SQLCODE
055200             MOVE 'FETCH '             TO EL-ERROR-ACTION
055300             MOVE 'ALTERNATIVE-SESSIONS' TO EL-ERROR-DB2-OBJECT
055400             PERFORM CHECK-SQLCODE-PARA
055500         END-IF
055600         EXEC SQL
055700           CLOSE ALTERNATIVE-SESSIONS
055800         END-EXEC
055900         IF SQLCODE NOT = 0
056000             MOVE 'CLOSE '             TO EL-ERROR-ACTION
056100             MOVE 'ALTERNATIVE-SESSIONS' TO EL-ERROR-DB2-OBJECT
056200             PERFORM CHECK-SQLCODE-PARA
056300         END-IF
056400         MOVE WS-LINE-SUB              TO WS-CA-LINE-COUNT
056500         EVALUATE TRUE
056600           WHEN WS-FETCH-SQLCODE NOT = 0
056700            AND WS-FETCH-SQLCODE NOT = 100
056800             MOVE 'SEARCH FAILED - SEE ERROR LOG' TO MSGO
056900           WHEN WS-LINE-SUB = 0
057000             MOVE 'NO OPEN SESSION WITH A FREE SEAT IN WINDOW'
057100                                       TO MSGO
057200           WHEN WS-CA-MORE-ROWS
057300             MOVE 'MARK LINE X, KEY REGISTRANT, PF5=BOOK PF8=MORE'
057400                                       TO MSGO
057500           WHEN OTHER
057600             MOVE 'MARK A LINE X, KEY REGISTRANT, PF5=BOOK'
057700                                       TO MSGO
057800         END-EVALUATE
057900     END-IF.
058000     PERFORM SHOW-PAGE-PARA.

058100*    THE FETCH SQLCODE IS KEPT APART - THE OVERBOOKING LOOKUP IN
058200*    TAKE-ALT-ROW-PARA RUNS SQL OF ITS OWN BETWEEN FETCHES.
058300 FETCH-ALT-PARA.
058400     EXEC SQL
058500       FETCH ALTERNATIVE-SESSIONS
058600        INTO :WS-AR-SESSION-CATG, :WS-AR-SESSION-ID,
058700             :WS-AR-FIRST-DATE,   :WS-AR-LAST-DATE,
058800             :WS-AR-MEETING-DAYS, :WS-AR-DURATION,
058900             :WS-AR-CAPACITY,     :WS-AR-ACTIVE-COUNT,
059000             :WS-AR-DELIVERY-MODE, :WS-AR-VENUE-NAME,
059100             :WS-AR-SESSION-FEE  :WS-AR-SESSION-FEE-IND,
059200             :WS-AR-BEST-PCT     :WS-AR-BEST-PCT-IND
059300     END-EXEC.
059400     MOVE SQLCODE                      TO WS-FETCH-SQLCODE.

059500 TAKE-ALT-ROW-PARA.
059600     MOVE WS-AR-FIRST-DATE             TO WS-CA-NEXT-DATE.
059700     MOVE WS-AR-SESSION-CATG           TO WS-CA-NEXT-CATG.
059800     MOVE WS-AR-SESSION-ID             TO WS-CA-NEXT-ID.
059900     PERFORM GET-SEATS-LEFT-PARA.
060000     IF WS-SEATS-LEFT > 0
060100         ADD 1                         TO WS-LINE-SUB
060200         PERFORM FORMAT-ALT-LINE-PARA
060300     END-IF.
060400     IF WS-LINE-SUB NOT < WS-MAX-LINES
060500         SET WS-CA-MORE-ROWS           TO TRUE
060600     ELSE
060700         PERFORM FETCH-ALT-PARA
060800     END-IF.

060900*    THE CATEGORY'S TUNED OVERBOOKING PERCENTAGE, READ EXACTLY AS
061000*    ETRB002 READS IT - NO PARAMETER ROW MEANS PLAIN CAPACITY.
061100 GET-SEATS-LEFT-PARA.
061200     MOVE 'ETRB002'                    TO WS-SP-PROGRAM-ID.
061300     MOVE SPACES                       TO WS-SP-PARM-NAME.
061400     STRING 'OVERBOOK-PCT-'            DELIMITED BY SIZE
061500            WS-AR-SESSION-CATG         DELIMITED BY SIZE
061600       INTO WS-SP-PARM-NAME.
061700     MOVE 0                            TO WS-SP-PARM-VALUE.
061800     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
061900     MOVE WS-SP-PARM-VALUE             TO WS-OVERBOOK-PCT.
062000     IF WS-OVERBOOK-PCT < 0
062100         MOVE 0                        TO WS-OVERBOOK-PCT
062200     END-IF.
062300     COMPUTE WS-EFF-CAPACITY =
062400         WS-AR-CAPACITY
062500         + (WS-AR-CAPACITY * WS-OVERBOOK-PCT / 100).
062510*    ACTIVE COUNT ALREADY INCLUDES OPEN HOLDS, AS ETRB002 SEES IT.
062600     COMPUTE WS-SEATS-LEFT = WS-EFF-CAPACITY - WS-AR-ACTIVE-COUNT.

062700 FORMAT-ALT-LINE-PARA.
062800     MOVE WS-AR-SESSION-CATG           TO WS-AL-SESSION-CATG.
062900     MOVE WS-AR-SESSION-ID             TO WS-AL-SESSION-ID.
063000     MOVE WS-AR-FIRST-DATE             TO WS-AL-FIRST-DATE.
063100     MOVE WS-AR-LAST-DATE              TO WS-AL-LAST-DATE.
063200*    NO SCHEDULE ROWS YET - THE SESSION'S OWN DURATION STANDS IN.
063300     IF WS-AR-MEETING-DAYS > 0
063400         MOVE WS-AR-MEETING-DAYS       TO WS-AL-DAYS
063500     ELSE
063600         MOVE WS-AR-DURATION           TO WS-AL-DAYS
063700     END-IF.
063800     MOVE WS-SEATS-LEFT                TO WS-AL-SEATS.
063900     EVALUATE TRUE
064000       WHEN WS-AR-MODE-VIRTUAL
064100         MOVE 'VIR'                    TO WS-AL-MODE
064200       WHEN WS-AR-MODE-HYBRID
064300         MOVE 'HYB'                    TO WS-AL-MODE
064400       WHEN OTHER
064500         MOVE 'CLS'                    TO WS-AL-MODE
064600     END-EVALUATE.
064700     EVALUATE TRUE
064800       WHEN WS-AR-VENUE-NAME NOT = SPACES
064900         MOVE WS-AR-VENUE-NAME         TO WS-AL-VENUE
065000       WHEN WS-AR-MODE-VIRTUAL
065100         MOVE 'ONLINE'                 TO WS-AL-VENUE
065200       WHEN OTHER
065300         MOVE 'ROOM NOT YET SET'       TO WS-AL-VENUE
065400     END-EVALUATE.
065500     PERFORM PRICE-SEAT-PARA.
065600     IF WS-PRICED-FEE-IND < 0
065700         MOVE SPACES                   TO WS-AL-FEE-X
065800     ELSE
065900         MOVE WS-PRICED-FEE            TO WS-AL-FEE
066000     END-IF.
066100     MOVE WS-ALT-LINE         TO WS-PG-LINE (WS-LINE-SUB).
066200     MOVE WS-AR-SESSION-CATG  TO WS-CA-LINE-CATG (WS-LINE-SUB).
066300     MOVE WS-AR-SESSION-ID    TO WS-CA-LINE-ID (WS-LINE-SUB).

066400*    SESSION_FEE LESS THE BEST MATCHING DISCOUNT - A SESSION WITH
066500*    NO FEE PRICES NULL, AS IT DOES IN ETRB002.
066600 PRICE-SEAT-PARA.
066700     IF WS-AR-SESSION-FEE-IND < 0
066800         MOVE -1                       TO WS-PRICED-FEE-IND
066900         MOVE 0                        TO WS-PRICED-FEE
067000     ELSE
067100         MOVE 0                        TO WS-PRICED-FEE-IND
067200         IF WS-AR-BEST-PCT-IND >= 0 AND WS-AR-BEST-PCT > 0
067300             COMPUTE WS-PCT-REMAINING = 100 - WS-AR-BEST-PCT
067400             COMPUTE WS-PRICED-FEE ROUNDED =
067500                 WS-AR-SESSION-FEE
067600                 * WS-PCT-REMAINING / 100
067700         ELSE
067800             MOVE WS-AR-SESSION-FEE    TO WS-PRICED-FEE
067900         END-IF
068000     END-IF.

068100 SHOW-PAGE-PARA.
068200     MOVE WS-PG-LINE (1)               TO LIN1O.
068300     MOVE WS-PG-LINE (2)               TO LIN2O.
068400     MOVE WS-PG-LINE (3)               TO LIN3O.
068500     MOVE WS-PG-LINE (4)               TO LIN4O.
068600     MOVE WS-PG-LINE (5)               TO LIN5O.
068700     MOVE WS-PG-LINE (6)               TO LIN6O.
068800     MOVE WS-PG-LINE (7)               TO LIN7O.
068900     MOVE WS-PG-LINE (8)               TO LIN8O.
069000     MOVE SPACES                       TO SEL1O SEL2O SEL3O SEL4O
069100                                          SEL5O SEL6O SEL7O SEL8O.

069200******************************************************************
069300* PF8 - Next Page                                                *
069400******************************************************************
069500 NEXT-PAGE-PARA.
069600     EVALUATE TRUE
069700       WHEN WS-CA-SESSION-CATG = SPACES
069800         MOVE 'KEY A CATEGORY AND PRESS ENTER FIRST' TO MSGO
069900       WHEN NOT WS-CA-MORE-ROWS
070000         MOVE 'NO MORE SESSIONS - ENTER TO START AGAIN' TO MSGO
070100       WHEN OTHER
070200         MOVE WS-CA-NEXT-KEY           TO WS-CA-TOP-KEY
070300         PERFORM BUILD-PAGE-PARA
070400     END-EVALUATE.

070500******************************************************************
070600* PF5 - Book The Marked Line                                     *
070700******************************************************************
070800 BOOK-SESSION-PARA.
070900     MOVE 'BOOK-SESSION-PARA         ' TO EL-ERROR-PARA-NAME.
071000     IF WS-CA-LINE-COUNT = 0
071100         MOVE 'FIND SESSIONS FIRST (ENTER)' TO MSGO
071200         GO TO BOOK-SESSION-EXIT
071300     END-IF.
071400     PERFORM FIND-MARKED-LINE-PARA.
071500     EVALUATE TRUE
071600       WHEN WS-MARK-COUNT = 0
071700         MOVE 'MARK ONE LINE WITH X TO BOOK IT' TO MSGO
071800         GO TO BOOK-SESSION-EXIT
071900       WHEN WS-MARK-COUNT > 1
072000         MOVE 'MARK ONLY ONE LINE' TO MSGO
072100         GO TO BOOK-SESSION-EXIT
072200       WHEN WS-MARKED-LINE > WS-CA-LINE-COUNT
072300         MOVE 'THE MARKED LINE HAS NO SESSION ON IT' TO MSGO
072400         GO TO BOOK-SESSION-EXIT
072500     END-EVALUATE.
072600     PERFORM TAKE-REGISTRANT-PARA.
072700     IF NOT WS-NO-ERROR
072800         GO TO BOOK-SESSION-EXIT
072900     END-IF.
073000     PERFORM GET-TODAY-PARA.
073100     IF NOT WS-NO-ERROR
073200         GO TO BOOK-SESSION-EXIT
073300     END-IF.
073400     PERFORM CALL-SIGNUP-PARA.
073500     MOVE WS-SU-SESSION-CATG           TO SESSION-CATG.
073600     MOVE WS-SU-SESSION-ID             TO SESSION-ID.
073700     MOVE WS-SU-SESSION-ID             TO WS-SESSION-ID-NUM.
073800     MOVE SPACES                       TO WS-BOOK-MSG.
073900     EVALUATE TRUE
074000       WHEN WS-SU-SIGNUP-FAILED
074100         PERFORM BACK-OUT-PARA
074200         MOVE 'ETRB002 SIGN-UP FAILED - BOOKING BACKED OUT'
074300                                       TO EL-ERROR-TEXT
074400         PERFORM LOG-MISC-PARA
074500         MOVE 'BOOKING FAILED - SEE ERROR LOG' TO MSGO
074600         GO TO BOOK-SESSION-EXIT
074700       WHEN WS-SU-SIGNUP-OK
074800         PERFORM READ-BOOKING-PARA
074810         PERFORM SET-PROMO-TAG-PARA
074900         STRING 'BOOKED '              DELIMITED BY SIZE
075000                SESSION-CATG           DELIMITED BY SIZE
075100                '/'                    DELIMITED BY SIZE
075200                WS-SESSION-ID-NUM      DELIMITED BY SIZE
075300                ' CONF '               DELIMITED BY SIZE
075400                REG-CONFIRM-NO         DELIMITED BY SIZE
075500                ' FEE '                DELIMITED BY SIZE
075600                WS-FEE-EDIT            DELIMITED BY SIZE
075610                WS-PROMO-TAG           DELIMITED BY SIZE
075700           INTO WS-BOOK-MSG
075800         END-STRING
075900       WHEN WS-SU-SIGNUP-WAITLISTED
076000         STRING 'SEAT WENT MEANWHILE - WAITLISTED ON '
076100                                       DELIMITED BY SIZE
076200                SESSION-CATG           DELIMITED BY SIZE
076300                '/'                    DELIMITED BY SIZE
076400                WS-SESSION-ID-NUM      DELIMITED BY SIZE
076500           INTO WS-BOOK-MSG
076600         END-STRING
076700       WHEN WS-SU-SIGNUP-PENDING
076800         STRING 'BOOKED '              DELIMITED BY SIZE
076900                SESSION-CATG           DELIMITED BY SIZE
077000                '/'                    DELIMITED BY SIZE
077100                WS-SESSION-ID-NUM      DELIMITED BY SIZE
077200                ' - PENDING APPROVAL'  DELIMITED BY SIZE
077300           INTO WS-BOOK-MSG
077400         END-STRING
077411       WHEN WS-SU-SIGNUP-CREDIT-HELD
077422         STRING 'BOOKED '              DELIMITED BY SIZE
077433                SESSION-CATG           DELIMITED BY SIZE
077444                '/'                    DELIMITED BY SIZE
077455                WS-SESSION-ID-NUM      DELIMITED BY SIZE
077466                ' - PARKED, ORG CREDIT HOLD' DELIMITED BY SIZE
077477           INTO WS-BOOK-MSG
077488         END-STRING
077500       WHEN OTHER
077600         PERFORM SET-REJECT-MSG-PARA
077700         GO TO BOOK-SESSION-EXIT
077800     END-EVALUATE.
077900*    THE SEAT COUNTS HAVE MOVED - REDRAW THE SAME PAGE, THEN SAY
078000*    WHAT HAPPENED.
078100     PERFORM BUILD-PAGE-PARA.
078200     MOVE WS-BOOK-MSG                  TO MSGO.
078300 BOOK-SESSION-EXIT.
078400     EXIT.

078500*    ANY NON-BLANK CHARACTER MARKS A LINE.
078600 FIND-MARKED-LINE-PARA.
078700     MOVE SEL1I                        TO WS-MARK-FLAG (1).
078800     MOVE SEL2I                        TO WS-MARK-FLAG (2).
078900     MOVE SEL3I                        TO WS-MARK-FLAG (3).
079000     MOVE SEL4I                        TO WS-MARK-FLAG (4).
079100     MOVE SEL5I                        TO WS-MARK-FLAG (5).
079200     MOVE SEL6I                        TO WS-MARK-FLAG (6).
079300     MOVE SEL7I                        TO WS-MARK-FLAG (7).
079400     MOVE SEL8I                        TO WS-MARK-FLAG (8).
079500     MOVE 0                            TO WS-MARK-COUNT
079600                                          WS-MARKED-LINE.
079700     PERFORM CHECK-MARK-PARA
079800         VARYING WS-MARK-SUB FROM 1 BY 1
079900           UNTIL WS-MARK-SUB > WS-MAX-LINES.

080000 CHECK-MARK-PARA.
080100     IF WS-MARK-FLAG (WS-MARK-SUB) NOT = SPACES
080200        AND WS-MARK-FLAG (WS-MARK-SUB) NOT = LOW-VALUES
080300         ADD 1                         TO WS-MARK-COUNT
080400         MOVE WS-MARK-SUB              TO WS-MARKED-LINE
080500     END-IF.

080600*    EMAIL AND NAME ARE NEEDED; ORG CODE, ORG NAME, PHONE AND
080700*    PARTNER CODE ARE TAKEN AS KEYED AND ETRB002 EDITS THEM AS IT
080710*    DOES ANY SIGN-UP.
080800 TAKE-REGISTRANT-PARA.
080900     MOVE SPACES                       TO WS-ERROR-SWITCH.
081000     IF EMAILI = LOW-VALUES
081100         MOVE SPACES                   TO EMAILI
081200     END-IF.
081300     IF FNAMEI = LOW-VALUES
081400         MOVE SPACES                   TO FNAMEI
081500     END-IF.
081600     IF ORGCDI = LOW-VALUES
081700         MOVE SPACES                   TO ORGCDI
081800     END-IF.
081900     IF ORGNMI = LOW-VALUES
082000         MOVE SPACES                   TO ORGNMI
082100     END-IF.
082200     IF PHONEI = LOW-VALUES
082300         MOVE SPACES                   TO PHONEI
082400     END-IF.
082410     IF PTNCDI = LOW-VALUES
082420         MOVE SPACES                   TO PTNCDI
082430     END-IF.
082440     IF PRMCDI = LOW-VALUES
082450         MOVE SPACES                   TO PRMCDI
082460     END-IF.
082500     EVALUATE TRUE
082600       WHEN EMAILI = SPACES
082700         MOVE 'KEY THE REGISTRANT EMAIL' TO MSGO
082800         MOVE 'E'                      TO WS-ERROR-SWITCH
082900       WHEN FNAMEI = SPACES
083000         MOVE 'KEY THE REGISTRANT FULL NAME' TO MSGO
083100         MOVE 'E'                      TO WS-ERROR-SWITCH
083200     END-EVALUATE.

083300******************************************************************
083400* The Sign-Up Itself - ETRB002                                   *
083500******************************************************************
083600 CALL-SIGNUP-PARA.
083700     EXEC CICS ASSIGN
083800               USERID  (WS-USR-ID)
083900               RESP    (WS-RESP)
084000     END-EXEC.
084100     IF WS-RESP NOT = DFHRESP(NORMAL)
084200         MOVE SPACES                   TO WS-USR-ID
084300     END-IF.
084400     MOVE WS-CA-LINE-CATG (WS-MARKED-LINE)
084500                                       TO WS-SU-SESSION-CATG.
084600     MOVE WS-CA-LINE-ID (WS-MARKED-LINE)
084700                                       TO WS-SU-SESSION-ID.
084800     MOVE 'S'                          TO WS-SU-REQUEST-TYPE.
084900     MOVE SPACES                       TO WS-SU-SIGNUP-DATA.
085000     MOVE EMAILI                       TO WS-SU-EMAIL-ADDR.
085100     MOVE FNAMEI                       TO WS-SU-FULL-NAME.
085200     MOVE ORGNMI                       TO WS-SU-ORG-NAME.
085300     MOVE WS-TODAY-DATE                TO WS-SU-REG-DATE.
085400     MOVE PHONEI                       TO WS-SU-PHONE-NUMBER.
085500     MOVE 0                            TO WS-SU-AMOUNT-PAID.
085600     MOVE SPACES                       TO WS-SU-SIGNUP-RC.
085700     MOVE WS-USR-ID                    TO WS-SU-AUTH-USR-ID.
085800     MOVE ORGCDI                       TO WS-SU-ORG-CODE.
085900     MOVE SPACES                       TO WS-SU-ENO
086000                                          WS-SU-PO-REFERENCE
086100                                          WS-SU-PREREQ-OVERRIDE
086200                                          WS-SU-CONFIRM-NO
086300                                          WS-SU-SPECIAL-REQS
086400                                          WS-SU-LANG-PREF
086401                                          WS-SU-RESIT-SEAT.
086402     MOVE PTNCDI                       TO WS-SU-PARTNER-CODE.
086403     MOVE PRMCDI                       TO WS-SU-PROMO-CODE.
086404     MOVE SPACES                       TO WS-SU-PROMO-RESULT.
086405     MOVE 0                            TO WS-SU-PROMO-AMOUNT.
086500     CALL 'ETRB002' USING WS-ETRB002-PARM.

086600*    ETRB002 HANDS BACK ONLY ITS RETURN CODE - THE CONFIRMATION
086700*    NUMBER AND THE PRICE ACTUALLY TAKEN ARE READ OFF THE NEW ROW.
086800 READ-BOOKING-PARA.
086900     MOVE WS-SU-EMAIL-ADDR             TO EMAIL-ADDR-TEXT.
087000     MOVE LENGTH OF WS-SU-EMAIL-ADDR   TO EMAIL-ADDR-LEN.
087100     MOVE SPACES                       TO REG-CONFIRM-NO.
087200     MOVE SPACES                       TO WS-FEE-EDIT-X.
087300     EXEC SQL
087400       SELECT COALESCE(CONFIRM_NO, ' '), PRICED_FEE
087500         INTO :DCLREGISTRATION.REG-CONFIRM-NO,
087600              :DCLREGISTRATION.PRICED-FEE:WS-PRICED-FEE-IND
087700         FROM DBODEVP.REGISTRATION
087800        WHERE SESSION_CATG = :DCLREGISTRATION.SESSION-CATG
087900          AND SESSION_ID   = :DCLREGISTRATION.SESSION-ID
088000          AND EMAIL_ADDR   = :DCLREGISTRATION.EMAIL-ADDR
088100     END-EXEC.
088200     IF SQLCODE NOT = 0
088300         MOVE 'SELECT'                 TO EL-ERROR-ACTION
088400         MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
088500         PERFORM CHECK-SQLCODE-PARA
088600     ELSE
088700         IF WS-PRICED-FEE-IND >= 0
088800             MOVE PRICED-FEE           TO WS-FEE-EDIT
088900         END-IF
089000     END-IF.

089010 SET-PROMO-TAG-PARA.
089020     EVALUATE WS-SU-PROMO-RESULT
089030       WHEN 'S'
089040         MOVE ' PROMO TAKEN'           TO WS-PROMO-TAG
089050       WHEN 'R'
089060         MOVE ' PROMO > AUTO'          TO WS-PROMO-TAG
089070       WHEN 'K'
089080         MOVE ' AUTO BETTER'           TO WS-PROMO-TAG
089090       WHEN 'N'
089092         MOVE ' PROMO N/A'             TO WS-PROMO-TAG
089094       WHEN 'U'
089096         MOVE ' PROMO GONE'            TO WS-PROMO-TAG
089098       WHEN OTHER
089099         MOVE SPACES                   TO WS-PROMO-TAG
089100     END-EVALUATE.

089110 SET-REJECT-MSG-PARA.
089200     EVALUATE WS-SU-SIGNUP-RC
089300       WHEN 'X'
089400         MOVE 'NOT AUTHORIZED TO REGISTER' TO MSGO
089500       WHEN 'D'
089600         MOVE 'REGISTRATION DATE INVALID' TO MSGO
089700       WHEN 'E'
089800         MOVE 'EMAIL ADDRESS FAILS VALIDATION' TO MSGO
089900       WHEN 'C'
090000         MOVE 'SESSION NOT AVAILABLE FOR BOOKING' TO MSGO
090100       WHEN 'O'
090200         MOVE 'ORGANIZATION CODE NOT RECOGNISED' TO MSGO
090300       WHEN 'P'
090400         MOVE 'COURSE PREREQUISITE NOT MET' TO MSGO
090401       WHEN 'N'
090402         MOVE 'CLOSED SESSION - NOT OPEN TO THIS ORG' TO MSGO
090403       WHEN 'B'
090404         MOVE 'PARTNER CODE NOT RECOGNISED OR INACTIVE' TO MSGO
090405       WHEN 'V'
090406         PERFORM SET-PROMO-REJECT-MSG-PARA
090437       WHEN 'L'
090468         MOVE 'REFUSED - ORG ON CREDIT HOLD OR OVER LIMIT' TO MSGO
090500       WHEN OTHER
090600         MOVE 'BOOKING REJECTED'       TO MSGO
090700     END-EVALUATE.

090701 SET-PROMO-REJECT-MSG-PARA.
090702     EVALUATE WS-SU-PROMO-RESULT
090703       WHEN 'D'
090704         MOVE 'PROMO CODE NOT VALID ON THIS DATE' TO MSGO
090705       WHEN 'G'
090706         MOVE 'PROMO CODE NOT VALID FOR THIS COURSE' TO MSGO
090707       WHEN 'L'
090708         MOVE 'PROMO CODE HAS NO USES LEFT' TO MSGO
090709       WHEN 'M'
090710         MOVE 'PROMO CODE ALREADY USED BY THIS REGISTRANT'
090711                                       TO MSGO
090712       WHEN OTHER
090713         MOVE 'PROMO CODE NOT RECOGNISED OR WITHDRAWN' TO MSGO
090714     END-EVALUATE.

090800*    A FAILED SIGN-UP MUST NOT SURVIVE THE TASK.
090900 BACK-OUT-PARA.
091000     EXEC CICS SYNCPOINT ROLLBACK
091100               RESP    (WS-RESP)
091200     END-EXEC.
091300     IF WS-RESP NOT = DFHRESP(NORMAL)
091400         PERFORM CHECK-RESPCODE-PARA
091500     END-IF.

091600 SEND-RESULT-MAP-PARA.
091700     EXEC CICS SEND MAP    ('ETRM17M')
091800               MAPSET      ('ETRM017')
091900               FROM        (ETRM17O)
092000               DATAONLY
092100               RESP        (WS-RESP)
092200     END-EXEC.
092300     IF WS-RESP NOT = DFHRESP(NORMAL)
092400         PERFORM CHECK-RESPCODE-PARA
092500     END-IF.

092600 SEND-GOODBYE-PARA.
092700     EXEC CICS SEND TEXT
092800               FROM    ('ETRM017 - ALTERNATIVE SESSIONS COMPLETE')
092900               LENGTH  (39)
093000               ERASE
093100               RESP    (WS-RESP)
093200     END-EXEC.
093300     IF WS-RESP NOT = DFHRESP(NORMAL)
093400         PERFORM CHECK-RESPCODE-PARA
093500     END-IF.
093501     PERFORM LOG-TXN-END-PARA.
093600     EXEC CICS RETURN
093700     END-EXEC.

093800******************************************************************
093900* Error Logging                                                  *
094000******************************************************************
094100     EXEC SQL
094200       INCLUDE CPERRLOG
094300     END-EXEC.

094301******************************************************************
094302* Transaction Usage                                              *
094303******************************************************************
094304     EXEC SQL
094305       INCLUDE CPTXNLOG
094306     END-EXEC.

094310******************************************************************
094320* Maintenance-Window Check                                       *
094330******************************************************************
094340     EXEC SQL
094350       INCLUDE CPQUIES
094360     END-EXEC.
