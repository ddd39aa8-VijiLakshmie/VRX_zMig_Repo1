000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP91.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  9/24/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  CATERING ORDER INTERFACE (NIGHTLY).                           *
000090*  THE CATERER USED TO GET A PHONED-IN NUMBER THE DAY BEFORE AND *
000100*  GUESSED THE DIETARY SPLIT. THIS JOB SENDS THEM A FILE INSTEAD.*
000110*  EVERY IN-PERSON MEETING DAY ON SESSION_SCHEDULE FALLING IN THE*
000120*  NEXT CATER-BUS-DAYS BUSINESS DAYS (RCBT004A, DEFAULT 3 - THE  *
000130*  CWBUSDAY/HOLIDAY_CALENDAR MATH) IS ORDERED ONCE, ON CATRORD   *
000140*  (CWHDRTRL HEADER/TRAILER, HASH TOTAL = HEADCOUNTS):           *
000150*    'O' ORDER     - VENUE, DATE AND TIMES, HEADCOUNT (ACTIVE    *
000160*                    REGISTRANTS IN THE ROOM PLUS THE SESSION'S  *
000170*                    INSTRUCTORS) AND THE COUNT PER DIETARY CODE *
000180*                    FOUND IN THOSE REGISTRANTS' SPECIAL_REQS    *
000190*    'A' AMENDMENT - SENT ON A LATER NIGHT WHEN THE RECOUNT OR   *
000200*                    THE VENUE DIFFERS FROM WHAT WAS SENT; A     *
000210*                    DAY CANCELLED, MOVED OR TURNED VIRTUAL IS   *
000220*                    AMENDED TO A HEADCOUNT OF ZERO              *
000230*  VIRTUAL SESSIONS ARE NEVER ORDERED FOR; ON A HYBRID SESSION   *
000240*  THE REMOTE DELEGATES (REGISTRATION.ATTEND_MODE 'R') ARE LEFT  *
000250*  OUT OF THE HEADCOUNT AND THE DIETARY COUNTS. CATERING_ORDER   *
000260*  REMEMBERS WHAT THE CATERER LAST RECEIVED.                     *
000270******************************************************************

000280 ENVIRONMENT DIVISION.

000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. Z900.
000310 OBJECT-COMPUTER. Z900.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CATR-ORD-FILE  ASSIGN TO CATRORD
000350            ORGANIZATION  IS LINE SEQUENTIAL.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CATR-ORD-FILE
000390     RECORD CONTAINS 160 CHARACTERS.
000400******************************************************************
000410*  CATERING-ORDER-RECORD - ONE MEETING DAY, ORDERED OR AMENDED.  *
000420*  CO-PREV-HEADCOUNT IS THE FIGURE THE AMENDMENT REPLACES (ZERO  *
000430*  ON AN ORIGINAL ORDER).                                        *
000440******************************************************************
000450 01  CATERING-ORDER-RECORD.
000460     05 CO-REC-TYPE                  PIC X(01).
000470        88 CO-ORDER                            VALUE 'O'.
000480        88 CO-AMENDMENT                        VALUE 'A'.
000490     05 CO-SESSION-CATG              PIC X(02).
000500     05 CO-SESSION-ID                PIC 9(09).
000510     05 CO-MEETING-DATE              PIC X(10).
000520     05 CO-START-TIME                PIC X(08).
000530     05 CO-END-TIME                  PIC X(08).
000540     05 CO-VENUE-ID                  PIC X(08).
000550     05 CO-VENUE-NAME                PIC X(40).
000560     05 CO-HEADCOUNT                 PIC 9(05).
000570     05 CO-DELEGATES                 PIC 9(05).
000580     05 CO-INSTRUCTORS               PIC 9(03).
000590     05 CO-PREV-HEADCOUNT            PIC 9(05).
000600     05 CO-DIET-GROUP                OCCURS 8 TIMES.
000610        10 CO-DIET-CODE              PIC X(02).
000620        10 CO-DIET-COUNT             PIC 9(04).
000630     05 FILLER                       PIC X(08).

000640 WORKING-STORAGE SECTION.

000650 01 WS-BEGIN                          PIC  X(36) VALUE
000660     'ETROP91 WORKING STORAGE STARTS HERE'.

000670******************************************************************
000680*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000690******************************************************************
000700 01 WS-VARIABLES.
000710    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000720       88 WS-NO-ERROR                            VALUE SPACES.
000730       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000740       88 WS-FATAL-ERROR                         VALUE 'F'.
000750    05 WS-CATER-BUS-DAYS               PIC S9(9) COMP VALUE 3.
000760    05 WS-TODAY-DATE                   PIC X(10).
000770    05 WS-FIRST-DATE                   PIC X(10).
000780    05 WS-HORIZON-DATE                 PIC X(10).
000790    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000800    05 WS-ORDER-COUNT                  PIC S9(9) COMP VALUE 0.
000810    05 WS-AMEND-COUNT                  PIC S9(9) COMP VALUE 0.
000820    05 WS-UNCHANGED-COUNT              PIC S9(9) COMP VALUE 0.
000830    05 WS-WITHDRAWN-COUNT              PIC S9(9) COMP VALUE 0.
000840    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000850    05 WS-HEADCOUNT                    PIC S9(9) COMP.
000860    05 WS-SENT-HEADCOUNT               PIC S9(4) COMP.
000870    05 WS-SENT-VENUE-ID                PIC X(08).
000880    05 WS-ORDER-FOUND-SW               PIC X(01).
000890       88 WS-ORDER-FOUND                         VALUE 'Y'.
000900       88 WS-ORDER-NOT-FOUND                     VALUE 'N'.
000910    05 WS-DIET-IX                      PIC S9(4) COMP.
000920    05 WS-DIET-HITS                    PIC S9(4) COMP.
000930    05 WS-DIET-EOF-SW                  PIC X(01).
000940       88 WS-DIET-EOF                            VALUE 'Y'.
000950    05 WS-DIET-REQS                    PIC X(120).
000960    05 WS-REC-TYPE                     PIC X(01).
000970*    RCBT004A-PARM - THE SHARED RUN-PARAMETER READ. THE VALUE
000980*    CLAUSE ON WS-CATER-BUS-DAYS IS THE FALL-BACK DEFAULT ONLY.
000990 01 WS-RCBT004A-PARM.
001000    05 WS-SP-PROGRAM-ID                PIC X(08).
001010    05 WS-SP-PARM-NAME                 PIC X(16).
001020    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001030    05 WS-SP-RETURN-CODE               PIC X(1).

001040******************************************************************
001050*  DIETARY CODES - THE CODE SENT TO THE CATERER AND THE KEYWORD  *
001060*  (AND ITS LENGTH) LOOKED FOR IN THE UPPER-CASED SPECIAL_REQS.  *
001070*  A REGISTRANT COUNTS ONCE PER CODE WHOSE KEYWORD APPEARS.      *
001080******************************************************************
001090 01 WS-DIET-VALUES.
001100    05 FILLER                          PIC X(16) VALUE
001110       'VGVEGETARIAN  10'.
001120    05 FILLER                          PIC X(16) VALUE
001130       'VNVEGAN       05'.
001140    05 FILLER                          PIC X(16) VALUE
001150       'HLHALAL       05'.
001160    05 FILLER                          PIC X(16) VALUE
001170       'KSKOSHER      06'.
001180    05 FILLER                          PIC X(16) VALUE
001190       'GFGLUTEN      06'.
001200    05 FILLER                          PIC X(16) VALUE
001210       'DFDAIRY       05'.
001220    05 FILLER                          PIC X(16) VALUE
001230       'NFNUT         03'.
001240    05 FILLER                          PIC X(16) VALUE
001250       'SFSHELLFISH   09'.
001260 01 WS-DIET-TABLE REDEFINES WS-DIET-VALUES.
001270    05 WS-DIET-ENTRY                   OCCURS 8 TIMES.
001280       10 WS-DIET-CODE                 PIC X(02).
001290       10 WS-DIET-KEYWORD              PIC X(12).
001300       10 WS-DIET-KEYLEN               PIC 9(02).
001310 01 WS-DIET-COUNTS.
001320    05 WS-DIET-COUNT                   PIC S9(4) COMP
001330                                       OCCURS 8 TIMES.

001340******************************************************************
001350*  FETCH HOLD FIELDS FOR ONE MEETING DAY                         *
001360******************************************************************
001370 01 WS-MEETING-DAY.
001380    05 WS-MD-SESSION-CATG              PIC X(02).
001390    05 WS-MD-SESSION-ID                PIC S9(9) COMP.
001400    05 WS-MD-MEETING-DATE              PIC X(10).
001410    05 WS-MD-START-TIME                PIC X(08).
001420    05 WS-MD-END-TIME                  PIC X(08).
001430    05 WS-MD-VENUE-ID                  PIC X(08).
001440    05 WS-MD-VENUE-NAME                PIC X(60).
001450    05 WS-MD-DELEGATES                 PIC S9(9) COMP.
001460    05 WS-MD-INSTRUCTORS               PIC S9(9) COMP.

001470******************************************************************
001480* Copybook Includes.                                             *
001490******************************************************************
001500     EXEC SQL
001510       INCLUDE CWERRLOG
001520     END-EXEC.

001530*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001540     EXEC SQL
001550       INCLUDE CWJOBLOG
001560     END-EXEC.

001570*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
001580     EXEC SQL
001590       INCLUDE CWHDRTRL
001600     END-EXEC.

001610*    BUSINESS-DAY END-DATE FIELDS - SEE CWBUSDAY.
001620     EXEC SQL
001630       INCLUDE CWBUSDAY
001640     END-EXEC.

001650******************************************************************
001660*                     DB2 SECTION                                *
001670******************************************************************
001680     EXEC SQL
001690       INCLUDE SQLCA
001700     END-EXEC.

001710     EXEC SQL
001720       INCLUDE DCLSESSC
001730     END-EXEC.

001740     EXEC SQL
001750       INCLUDE DCLCATOR
001760     END-EXEC.

001770******************************************************************
001780*  EVERY MEETING DAY OF AN ACTIVE CLASSROOM OR HYBRID SESSION IN *
001790*  THE ORDER WINDOW, WITH ITS ROOM HEADCOUNT PARTS.              *
001800******************************************************************
001810     EXEC SQL DECLARE CATER-DAYS CURSOR
001820      FOR
001830      SELECT S.SESSION_CATG, S.SESSION_ID,
001840             CHAR(C.MEETING_DATE, ISO),
001850             CHAR(C.START_TIME, ISO),
001860             CHAR(C.END_TIME, ISO),
001870             COALESCE(S.VENUE_ID, ' '),
001880             COALESCE(V.VENUE_NAME, ' '),
001890             (SELECT COUNT(*)
001900                FROM DBODEVP.REGISTRATION R
001910               WHERE R.SESSION_CATG = S.SESSION_CATG
001920                 AND R.SESSION_ID   = S.SESSION_ID
001930                 AND R.REG_STATUS   = 'A'
001940                 AND COALESCE(R.ATTEND_MODE, ' ') <> 'R'),
001950             (SELECT COUNT(*)
001960                FROM DBODEVP.SESSION_INSTRUCTOR I
001970               WHERE I.SESSION_CATG = S.SESSION_CATG
001980                 AND I.SESSION_ID   = S.SESSION_ID)
001990        FROM DBODEVP.SESSION_SCHEDULE C
002000             INNER JOIN DBODEVP.TRAINING_SESSION S
002010                ON S.SESSION_CATG = C.SESSION_CATG
002020               AND S.SESSION_ID   = C.SESSION_ID
002030             LEFT OUTER JOIN DBODEVP.VENUE V
002040                ON V.VENUE_ID     = S.VENUE_ID
002050       WHERE S.SESSION_STATUS  = 'A'
002060         AND S.DELIVERY_MODE  <> 'V'
002070         AND C.MEETING_DATE   >= DATE(:WS-FIRST-DATE)
002080         AND C.MEETING_DATE   <= DATE(:WS-HORIZON-DATE)
002090       ORDER BY 3, S.SESSION_CATG, S.SESSION_ID
002100     END-EXEC.

002110******************************************************************
002120*  THE SPECIAL REQUIREMENTS OF THE DELEGATES IN THE ROOM FOR ONE *
002130*  SESSION, UPPER-CASED FOR THE KEYWORD SCAN.                    *
002140******************************************************************
002150     EXEC SQL DECLARE DIET-REQS CURSOR
002160      FOR
002170      SELECT UPPER(R.SPECIAL_REQS)
002180        FROM DBODEVP.REGISTRATION R
002190       WHERE R.SESSION_CATG = :WS-MD-SESSION-CATG
002200         AND R.SESSION_ID   = :WS-MD-SESSION-ID
002210         AND R.REG_STATUS   = 'A'
002220         AND COALESCE(R.ATTEND_MODE, ' ') <> 'R'
002230         AND R.SPECIAL_REQS IS NOT NULL
002240     END-EXEC.

002250******************************************************************
002260*  ORDERS STILL TO BE EATEN WHOSE MEETING DAY NO LONGER STANDS - *
002270*  SESSION CANCELLED OR TURNED VIRTUAL, OR THE DAY RESCHEDULED.  *
002280******************************************************************
002290     EXEC SQL DECLARE WITHDRAWN-ORDERS CURSOR
002300      FOR
002310      SELECT O.SESSION_CATG, O.SESSION_ID,
002320             CHAR(O.MEETING_DATE, ISO),
002330             O.VENUE_ID, O.HEADCOUNT
002340        FROM DBODEVP.CATERING_ORDER O
002350       WHERE O.MEETING_DATE > CURRENT DATE
002360         AND O.HEADCOUNT    > 0
002370         AND NOT EXISTS
002380             (SELECT 1
002390                FROM DBODEVP.SESSION_SCHEDULE C,
002400                     DBODEVP.TRAINING_SESSION S
002410               WHERE C.SESSION_CATG   = O.SESSION_CATG
002420                 AND C.SESSION_ID     = O.SESSION_ID
002430                 AND C.MEETING_DATE   = O.MEETING_DATE
002440                 AND S.SESSION_CATG   = C.SESSION_CATG
002450                 AND S.SESSION_ID     = C.SESSION_ID
002460                 AND S.SESSION_STATUS = 'A'
002470                 AND S.DELIVERY_MODE <> 'V')
002480       ORDER BY 3, O.SESSION_CATG, O.SESSION_ID
002490     END-EXEC.

002500 01 WS-END                             PIC X(50) VALUE
002510     'ETROP91-WORKING STORAGE SECTION ENDS HERE'.

002520 PROCEDURE DIVISION.

002530 MAIN-LOGIC-PARA.

002540     MOVE 'ETROP91'                    TO EL-ERROR-MODULE.
002550     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002560     MOVE 'ETROP91'                    TO JRL-PROGRAM-ID.
002570     PERFORM LOG-JOB-START-PARA.

002580     MOVE 'ETROP91'                    TO WS-SP-PROGRAM-ID.
002590     MOVE 'CATER-BUS-DAYS  '           TO WS-SP-PARM-NAME.
002600     MOVE WS-CATER-BUS-DAYS            TO WS-SP-PARM-VALUE.
002610     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002620*    BUS-DURATION IS S9(4) - A VALUE OUTSIDE 1-999 KEEPS THE
002630*    DEFAULT RATHER THAN TRUNCATE.
002640     IF WS-SP-PARM-VALUE > 0 AND WS-SP-PARM-VALUE < 1000
002650         MOVE WS-SP-PARM-VALUE         TO WS-CATER-BUS-DAYS
002660     END-IF.

002670     PERFORM GET-ORDER-WINDOW-PARA.

002680     OPEN OUTPUT CATR-ORD-FILE.
002690     MOVE 'ETROP91'                  TO HT-PROGRAM-ID.
002693     MOVE 'CATRORD'                  TO HT-INTERFACE-NAME.
002696     MOVE 'CATERER'                  TO HT-DESTINATION.
002700     PERFORM BUILD-HEADER-PARA.
002710     MOVE HT-IO-RECORD               TO CATERING-ORDER-RECORD.
002720     WRITE CATERING-ORDER-RECORD.

002730     EXEC SQL
002740       OPEN CATER-DAYS
002750     END-EXEC.

002760     IF SQLCODE NOT = 0
002770       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002780       MOVE 'CATER-DAYS'               TO EL-ERROR-DB2-OBJECT
002790       PERFORM CHECK-SQLCODE-PARA
002800       PERFORM EXIT-PARA
002810     END-IF.

002820     PERFORM ORDER-ONE-DAY-PARA
002830       UNTIL SQLCODE = 100.

002840     EXEC SQL
002850       CLOSE CATER-DAYS
002860     END-EXEC.

002870     IF SQLCODE NOT = 0
002880       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002890       MOVE 'CATER-DAYS'               TO EL-ERROR-DB2-OBJECT
002900       PERFORM CHECK-SQLCODE-PARA
002910     END-IF.

002920     EXEC SQL
002930       OPEN WITHDRAWN-ORDERS
002940     END-EXEC.

002950     IF SQLCODE NOT = 0
002960       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002970       MOVE 'WITHDRAWN-ORDERS'         TO EL-ERROR-DB2-OBJECT
002980       PERFORM CHECK-SQLCODE-PARA
002990       PERFORM EXIT-PARA
003000     END-IF.

003010     PERFORM WITHDRAW-ONE-ORDER-PARA
003020       UNTIL SQLCODE = 100.

003030     EXEC SQL
003040       CLOSE WITHDRAWN-ORDERS
003050     END-EXEC.

003060     IF SQLCODE NOT = 0
003070       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
003080       MOVE 'WITHDRAWN-ORDERS'         TO EL-ERROR-DB2-OBJECT
003090       PERFORM CHECK-SQLCODE-PARA
003100     END-IF.

003110     PERFORM BUILD-TRAILER-PARA.
003120     MOVE HT-IO-RECORD               TO CATERING-ORDER-RECORD.
003130     WRITE CATERING-ORDER-RECORD.
003140     CLOSE CATR-ORD-FILE.

003150     DISPLAY 'ORDER WINDOW         : ' WS-FIRST-DATE ' TO '
003160             WS-HORIZON-DATE.
003170     DISPLAY 'MEETING DAYS READ    : ' WS-READ-COUNT.
003180     DISPLAY 'ORDERS SENT          : ' WS-ORDER-COUNT.
003190     DISPLAY 'AMENDMENTS SENT      : ' WS-AMEND-COUNT.
003200     DISPLAY 'ORDERS UNCHANGED     : ' WS-UNCHANGED-COUNT.
003210     DISPLAY 'ORDERS WITHDRAWN     : ' WS-WITHDRAWN-COUNT.
003220     MOVE 'C'                        TO JRL-RUN-STATUS.
003230     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
003240     MOVE HT-RECORD-COUNT            TO JRL-ROWS-WRITTEN.
003250     MOVE WS-UNCHANGED-COUNT         TO JRL-ROWS-SKIPPED.
003260     PERFORM LOG-JOB-END-PARA.
003270     GOBACK.

003280******************************************************************
003290* The Order Window                                               *
003300******************************************************************
003310*    THE WINDOW OPENS TOMORROW AND CLOSES ON THE CATER-BUS-DAYS-TH
003320*    BUSINESS DAY FROM THERE - A MEETING DAY IS ORDERED THE FIRST
003330*    NIGHT IT FALLS INSIDE, SO A DAY SCHEDULED AT SHORT NOTICE IS
003340*    STILL ORDERED THE NIGHT AFTER IT IS KEYED.
003350 GET-ORDER-WINDOW-PARA.
003360     EXEC SQL
003370       SELECT CHAR(CURRENT DATE, ISO),
003380              CHAR(CURRENT DATE + 1 DAY, ISO)
003390         INTO :WS-TODAY-DATE,
003400              :WS-FIRST-DATE
003410         FROM SYSIBM.SYSDUMMY1
003420     END-EXEC.
003430     IF SQLCODE NOT = 0
003440       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003450       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
003460       PERFORM CHECK-SQLCODE-PARA
003470       PERFORM EXIT-PARA
003480     END-IF.
003490     MOVE WS-FIRST-DATE              TO BUS-START-DATE.
003500     MOVE WS-CATER-BUS-DAYS          TO BUS-DURATION.
003510     PERFORM COMPUTE-BUSINESS-END-PARA.
003520     IF BUS-FAILED
003530       DISPLAY 'ETROP91 - BUSINESS-DAY WALK FAILED'
003540       PERFORM EXIT-PARA
003550     END-IF.
003560     MOVE BUS-END-DATE               TO WS-HORIZON-DATE.

003570******************************************************************
003580* One Meeting Day                                                *
003590******************************************************************
003600 ORDER-ONE-DAY-PARA.
003610     EXEC SQL
003620       FETCH CATER-DAYS
003630        INTO :WS-MD-SESSION-CATG,
003640             :WS-MD-SESSION-ID,
003650             :WS-MD-MEETING-DATE,
003660             :WS-MD-START-TIME,
003670             :WS-MD-END-TIME,
003680             :WS-MD-VENUE-ID,
003690             :WS-MD-VENUE-NAME,
003700             :WS-MD-DELEGATES,
003710             :WS-MD-INSTRUCTORS
003720     END-EXEC.
003730     EVALUATE SQLCODE
003740       WHEN 0
003750         ADD 1                         TO WS-READ-COUNT
003760         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
003770         COMPUTE WS-HEADCOUNT =
003780             WS-MD-DELEGATES + WS-MD-INSTRUCTORS
003790         PERFORM GET-SENT-ORDER-PARA
003800         EVALUATE TRUE
003810           WHEN WS-ORDER-NOT-FOUND
003820             PERFORM SEND-ORDER-PARA
003830           WHEN WS-HEADCOUNT NOT = WS-SENT-HEADCOUNT
003840             PERFORM SEND-AMENDMENT-PARA
003850           WHEN WS-MD-VENUE-ID NOT = WS-SENT-VENUE-ID
003860             PERFORM SEND-AMENDMENT-PARA
003870           WHEN OTHER
003880             ADD 1                     TO WS-UNCHANGED-COUNT
003890         END-EVALUATE
003900         MOVE WS-SAVED-SQLCODE         TO SQLCODE
003910       WHEN 100
003920         CONTINUE
003930       WHEN OTHER
003940         MOVE 'FETCH '                 TO EL-ERROR-ACTION
003950         MOVE 'CATER-DAYS'             TO EL-ERROR-DB2-OBJECT
003960         PERFORM CHECK-SQLCODE-PARA
003970         PERFORM EXIT-PARA
003980     END-EVALUATE.

003990 GET-SENT-ORDER-PARA.
004000     SET WS-ORDER-FOUND              TO TRUE.
004010     EXEC SQL
004020       SELECT HEADCOUNT, VENUE_ID
004030         INTO :WS-SENT-HEADCOUNT, :WS-SENT-VENUE-ID
004040         FROM DBODEVP.CATERING_ORDER
004050        WHERE SESSION_CATG = :WS-MD-SESSION-CATG
004060          AND SESSION_ID   = :WS-MD-SESSION-ID
004070          AND MEETING_DATE = DATE(:WS-MD-MEETING-DATE)
004080     END-EXEC.
004090     EVALUATE SQLCODE
004100       WHEN 0
004110         CONTINUE
004120       WHEN 100
004130         SET WS-ORDER-NOT-FOUND      TO TRUE
004140         MOVE 0                      TO WS-SENT-HEADCOUNT
004150       WHEN OTHER
004160         MOVE 'SELECT'               TO EL-ERROR-ACTION
004170         MOVE 'CATERING_ORDER'       TO EL-ERROR-DB2-OBJECT
004180         PERFORM CHECK-SQLCODE-PARA
004190         PERFORM EXIT-PARA
004200     END-EVALUATE.

004210 SEND-ORDER-PARA.
004220     PERFORM COUNT-DIETS-PARA.
004230     MOVE 'O'                        TO WS-REC-TYPE.
004240     PERFORM WRITE-DAY-RECORD-PARA.
004250     MOVE SPACES                     TO CATERING-ORDER-RECORD.
004260     MOVE WS-REC-TYPE                TO CO-REC-TYPE.
004270     MOVE WS-MD-SESSION-CATG         TO CTO-SESSION-CATG.
004280     MOVE WS-MD-SESSION-ID           TO CTO-SESSION-ID.
004290     MOVE WS-MD-MEETING-DATE         TO CTO-MEETING-DATE.
004300     MOVE WS-MD-VENUE-ID             TO CTO-VENUE-ID.
004310     MOVE WS-HEADCOUNT               TO CTO-HEADCOUNT.
004320     EXEC SQL
004330       INSERT INTO DBODEVP.CATERING_ORDER
004340              ( SESSION_CATG, SESSION_ID, MEETING_DATE, VENUE_ID,
004350                HEADCOUNT, ORDER_DATE, AMEND_COUNT,
004360                LAST_SENT_DATE, DTS )
004370       VALUES ( :CTO-SESSION-CATG, :CTO-SESSION-ID,
004380                DATE(:CTO-MEETING-DATE), :CTO-VENUE-ID,
004390                :CTO-HEADCOUNT, CURRENT DATE, 0,
004400                CURRENT DATE, CURRENT TIMESTAMP )
004410     END-EXEC.
004420     IF SQLCODE NOT = 0
004430       MOVE 'INSERT'                 TO EL-ERROR-ACTION
004440       MOVE 'CATERING_ORDER'         TO EL-ERROR-DB2-OBJECT
004450       PERFORM CHECK-SQLCODE-PARA
004460       PERFORM EXIT-PARA
004470     END-IF.
004480     ADD 1                           TO WS-ORDER-COUNT.

004490 SEND-AMENDMENT-PARA.
004500     PERFORM COUNT-DIETS-PARA.
004510     MOVE 'A'                        TO WS-REC-TYPE.
004520     PERFORM WRITE-DAY-RECORD-PARA.
004530     MOVE WS-MD-SESSION-CATG         TO CTO-SESSION-CATG.
004540     MOVE WS-MD-SESSION-ID           TO CTO-SESSION-ID.
004550     MOVE WS-MD-MEETING-DATE         TO CTO-MEETING-DATE.
004560     MOVE WS-MD-VENUE-ID             TO CTO-VENUE-ID.
004570     MOVE WS-HEADCOUNT               TO CTO-HEADCOUNT.
004580     PERFORM UPDATE-SENT-ORDER-PARA.
004590     ADD 1                           TO WS-AMEND-COUNT.

004600 UPDATE-SENT-ORDER-PARA.
004610     EXEC SQL
004620       UPDATE DBODEVP.CATERING_ORDER
004630          SET HEADCOUNT      = :CTO-HEADCOUNT,
004640              VENUE_ID       = :CTO-VENUE-ID,
004650              AMEND_COUNT    = AMEND_COUNT + 1,
004660              LAST_SENT_DATE = CURRENT DATE,
004670              DTS            = CURRENT TIMESTAMP
004680        WHERE SESSION_CATG   = :CTO-SESSION-CATG
004690          AND SESSION_ID     = :CTO-SESSION-ID
004700          AND MEETING_DATE   = DATE(:CTO-MEETING-DATE)
004710     END-EXEC.
004720     IF SQLCODE NOT = 0
004730       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
004740       MOVE 'CATERING_ORDER'         TO EL-ERROR-DB2-OBJECT
004750       PERFORM CHECK-SQLCODE-PARA
004760       PERFORM EXIT-PARA
004770     END-IF.

004780 WRITE-DAY-RECORD-PARA.
004790     MOVE WS-MD-SESSION-CATG         TO CO-SESSION-CATG.
004800     MOVE WS-MD-SESSION-ID           TO CO-SESSION-ID.
004810     MOVE WS-MD-MEETING-DATE         TO CO-MEETING-DATE.
004820     MOVE WS-MD-START-TIME           TO CO-START-TIME.
004830     MOVE WS-MD-END-TIME             TO CO-END-TIME.
004840     MOVE WS-MD-VENUE-ID             TO CO-VENUE-ID.
004850     MOVE WS-MD-VENUE-NAME (1:40)    TO CO-VENUE-NAME.
004860     MOVE WS-HEADCOUNT               TO CO-HEADCOUNT.
004870     MOVE WS-MD-DELEGATES            TO CO-DELEGATES.
004880     MOVE WS-MD-INSTRUCTORS          TO CO-INSTRUCTORS.
004890     MOVE WS-SENT-HEADCOUNT          TO CO-PREV-HEADCOUNT.
004900     PERFORM MOVE-ONE-DIET-PARA
004910       VARYING WS-DIET-IX FROM 1 BY 1
004920         UNTIL WS-DIET-IX > 8.
004930     WRITE CATERING-ORDER-RECORD.
004940     ADD 1                           TO HT-RECORD-COUNT.
004950     ADD WS-HEADCOUNT                TO HT-HASH-TOTAL.

004960 MOVE-ONE-DIET-PARA.
004970     MOVE WS-DIET-CODE (WS-DIET-IX)  TO CO-DIET-CODE (WS-DIET-IX).
004980     MOVE WS-DIET-COUNT (WS-DIET-IX)
004990                  TO CO-DIET-COUNT (WS-DIET-IX).

005000******************************************************************
005010* Dietary Counts                                                 *
005020******************************************************************
005030 COUNT-DIETS-PARA.
005040     PERFORM CLEAR-ONE-DIET-PARA
005050       VARYING WS-DIET-IX FROM 1 BY 1
005060         UNTIL WS-DIET-IX > 8.
005070     EXEC SQL
005080       OPEN DIET-REQS
005090     END-EXEC.
005100     IF SQLCODE NOT = 0
005110       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
005120       MOVE 'DIET-REQS'              TO EL-ERROR-DB2-OBJECT
005130       PERFORM CHECK-SQLCODE-PARA
005140       PERFORM EXIT-PARA
005150     END-IF.
005160     MOVE 'N'                        TO WS-DIET-EOF-SW.
005170     PERFORM SCAN-ONE-REQ-PARA
005180       UNTIL WS-DIET-EOF.
005190     EXEC SQL
005200       CLOSE DIET-REQS
005210     END-EXEC.
005220     IF SQLCODE NOT = 0
005230       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
005240       MOVE 'DIET-REQS'              TO EL-ERROR-DB2-OBJECT
005250       PERFORM CHECK-SQLCODE-PARA
005260     END-IF.

005270 CLEAR-ONE-DIET-PARA.
005280     MOVE 0                    TO WS-DIET-COUNT (WS-DIET-IX).

005290 SCAN-ONE-REQ-PARA.
005300     EXEC SQL
005310       FETCH DIET-REQS
005320        INTO :WS-DIET-REQS
005330     END-EXEC.
005340     EVALUATE SQLCODE
005350       WHEN 0
005360         PERFORM TALLY-ONE-DIET-PARA
005370           VARYING WS-DIET-IX FROM 1 BY 1
005380             UNTIL WS-DIET-IX > 8
005390       WHEN 100
005400         SET WS-DIET-EOF             TO TRUE
005410       WHEN OTHER
005420         MOVE 'FETCH '               TO EL-ERROR-ACTION
005430         MOVE 'DIET-REQS'            TO EL-ERROR-DB2-OBJECT
005440         PERFORM CHECK-SQLCODE-PARA
005450         PERFORM EXIT-PARA
005460     END-EVALUATE.

005470 TALLY-ONE-DIET-PARA.
005480     MOVE 0                          TO WS-DIET-HITS.
005490     INSPECT WS-DIET-REQS TALLYING WS-DIET-HITS
005500         FOR ALL WS-DIET-KEYWORD (WS-DIET-IX)
005510                 (1:WS-DIET-KEYLEN (WS-DIET-IX)).
005520     IF WS-DIET-HITS > 0
005530       ADD 1                         TO WS-DIET-COUNT (WS-DIET-IX)
005540     END-IF.

005550******************************************************************
005560* One Withdrawn Order                                            *
005570******************************************************************
005580*    THE DAY NO LONGER NEEDS FEEDING - THE CATERER IS TOLD ZERO.
005590 WITHDRAW-ONE-ORDER-PARA.
005600     EXEC SQL
005610       FETCH WITHDRAWN-ORDERS
005620        INTO :WS-MD-SESSION-CATG,
005630             :WS-MD-SESSION-ID,
005640             :WS-MD-MEETING-DATE,
005650             :WS-MD-VENUE-ID,
005660             :WS-SENT-HEADCOUNT
005670     END-EXEC.
005680     EVALUATE SQLCODE
005690       WHEN 0
005700         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
005710         MOVE SPACES                   TO WS-MD-START-TIME
005720                                          WS-MD-END-TIME
005730                                          WS-MD-VENUE-NAME
005740         MOVE 0                        TO WS-MD-DELEGATES
005750                                          WS-MD-INSTRUCTORS
005760                                          WS-HEADCOUNT
005770         PERFORM CLEAR-ONE-DIET-PARA
005780           VARYING WS-DIET-IX FROM 1 BY 1
005790             UNTIL WS-DIET-IX > 8
005800         MOVE 'A'                      TO WS-REC-TYPE
005810         PERFORM WRITE-DAY-RECORD-PARA
005820         MOVE WS-MD-SESSION-CATG       TO CTO-SESSION-CATG
005830         MOVE WS-MD-SESSION-ID         TO CTO-SESSION-ID
005840         MOVE WS-MD-MEETING-DATE       TO CTO-MEETING-DATE
005850         MOVE WS-MD-VENUE-ID           TO CTO-VENUE-ID
005860         MOVE 0                        TO CTO-HEADCOUNT
005870         PERFORM UPDATE-SENT-ORDER-PARA
005880         ADD 1                         TO WS-WITHDRAWN-COUNT
005890         MOVE WS-SAVED-SQLCODE         TO SQLCODE
005900       WHEN 100
005910         CONTINUE
005920       WHEN OTHER
005930         MOVE 'FETCH '                 TO EL-ERROR-ACTION
005940         MOVE 'WITHDRAWN-ORDERS'       TO EL-ERROR-DB2-OBJECT
005950         PERFORM CHECK-SQLCODE-PARA
005960         PERFORM EXIT-PARA
005970     END-EVALUATE.

005980******************************************************************
005990* Business Days                                                  *
006000******************************************************************
006010     EXEC SQL
006020       INCLUDE CPBUSDAY
006030     END-EXEC.

006040******************************************************************
006050* Interface Header/Trailer                                       *
006060******************************************************************
006070     EXEC SQL
006080       INCLUDE CPHDRTRL
006090     END-EXEC.

006100******************************************************************
006110* Error Logging                                                  *
006120******************************************************************
006130     EXEC SQL
006140       INCLUDE CPERRBAT
006150     END-EXEC.

006160 EXIT-PARA.
006170     MOVE 'F'                        TO JRL-RUN-STATUS.
006180     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
006190     MOVE HT-RECORD-COUNT            TO JRL-ROWS-WRITTEN.
006200     PERFORM LOG-JOB-END-PARA.
006210     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
006220     GOBACK.

006230******************************************************************
006240* Run Registry                                                   *
006250******************************************************************
006260     EXEC SQL
006270       INCLUDE CPJOBLOG
006280     END-EXEC.
