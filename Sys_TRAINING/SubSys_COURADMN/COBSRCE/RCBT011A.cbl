000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCBT011A.
000030 AUTHOR.        ANAND V.
000040 INSTALLATION.  RC.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  10/15/2026 ANAND  NEW PROGRAM.                                *

000100******************************************************************
000110*  SHARED SESSION READINESS CHECK.                               *
000120*  A SESSION NEEDS AN INSTRUCTOR, A ROOM OR A LINK, A MEETING    *
000130*  CALENDAR, ENOUGH DELEGATES, ITS JOINING INSTRUCTIONS OUT, ITS *
000140*  INSTRUCTOR PACK PRINTED AND ITS MATERIALS PICKED - SEVEN      *
000150*  THINGS HELD IN SEVEN PLACES. THE NIGHTLY READINESS RUN AND    *
000160*  THE ONE-SESSION VIEW BOTH ASK HERE (SEE CWSESRDY) SO THE      *
000170*  SCREEN AND THE EXCEPTION LIST NEVER DISAGREE. READ-ONLY.      *
000180******************************************************************
000190  EJECT

000200 ENVIRONMENT DIVISION.

000210 CONFIGURATION SECTION.

000220 SOURCE-COMPUTER. Z900.
000230 OBJECT-COMPUTER. Z900.

000240 DATA DIVISION.

000250 WORKING-STORAGE SECTION.

000260 01 WS-VARIABLES.
000270    05 WS-SUB                          PIC S9(4) USAGE COMP.
000280    05 WS-DURATION                     PIC S9(4) USAGE COMP.
000290    05 WS-VENUE-ID                     PIC X(08).
000300    05 WS-VENUE-IND                    PIC S9(4) USAGE COMP.
000310    05 WS-LINK-LEN                     PIC S9(4) USAGE COMP.
000320    05 WS-PRIMARY-ENO                  PIC X(04).
000330    05 WS-QUAL-COUNT                   PIC S9(9) USAGE COMP.
000340    05 WS-EMPLOYED-COUNT               PIC S9(9) USAGE COMP.
000350    05 WS-MEETING-COUNT                PIC S9(9) USAGE COMP.
000360    05 WS-MIN-ENROLLMENT               PIC S9(4) USAGE COMP.
000370    05 WS-HALF-MIN                     PIC S9(4) USAGE COMP.
000380    05 WS-NOTIFIABLE-COUNT             PIC S9(9) USAGE COMP.
000390    05 WS-UNSENT-COUNT                 PIC S9(9) USAGE COMP.
000400    05 WS-PACK-DATE                    PIC X(10).
000410    05 WS-PACK-IND                     PIC S9(4) USAGE COMP.
000420    05 WS-ITEM-COUNT                   PIC S9(9) USAGE COMP.
000430    05 WS-PICKED-COUNT                 PIC S9(9) USAGE COMP.
000440    05 WS-EDIT-1                       PIC ZZZ9.
000450    05 WS-EDIT-2                       PIC ZZZ9.

000460******************************************************************
000470*                     DB2 SECTION                                *
000480******************************************************************
000490     EXEC SQL
000500       INCLUDE SQLCA
000510     END-EXEC.

000520     EXEC SQL
000530       INCLUDE DCLSESSN
000540     END-EXEC.

000550 LINKAGE SECTION.
000560******************************************************************
000570*  LS-RCBT011A-PARM IS THE CALLER'S RD-RCBT011A-PARM (CWSESRDY). *
000580*  THE CALLER FILLS IN ITS PROGRAM NAME AND THE SESSION KEY; IT  *
000590*  GETS BACK THE SESSION'S TITLE, START, MODE AND COORDINATOR,   *
000600*  ITS ACTIVE HEADCOUNT, THE SEVEN CHECK LINES AND THE OVERALL   *
000610*  STATUS.                                                       *
000620*  LS-RD-RETURN-CODE:                                            *
000630*    '0' - CHECKLIST BUILT                                       *
000640*    '1' - NO SUCH SESSION                                       *
000650*    '9' - A LOOKUP FAILED (REASON ON SYSOUT)                    *
000660******************************************************************
000670 01 LS-RCBT011A-PARM.
000680    05 LS-RD-PROGRAM-ID                PIC X(08).
000690    05 LS-RD-SESSION-CATG              PIC X(02).
000700    05 LS-RD-SESSION-ID                PIC S9(9) USAGE COMP.
000710    05 LS-RD-COURSE-TITLE              PIC X(60).
000720    05 LS-RD-START-DATE                PIC X(10).
000730    05 LS-RD-SESSION-STATUS            PIC X(01).
000740    05 LS-RD-DELIVERY-MODE             PIC X(01).
000750    05 LS-RD-COORDINATOR               PIC X(08).
000760    05 LS-RD-ACTIVE-COUNT              PIC S9(9) USAGE COMP.
000770    05 LS-RD-OVERALL-RAG               PIC X(01).
000780    05 LS-RD-RED-COUNT                 PIC S9(4) USAGE COMP.
000790    05 LS-RD-AMBER-COUNT               PIC S9(4) USAGE COMP.
000800    05 LS-RD-CHECK OCCURS 7 TIMES.
000810       10 LS-RD-CHECK-NAME             PIC X(12).
000820       10 LS-RD-CHECK-RAG              PIC X(01).
000830       10 LS-RD-CHECK-TEXT             PIC X(40).
000840    05 LS-RD-RETURN-CODE               PIC X(01).
000850       88 LS-RD-CHECKED                          VALUE '0'.
000860       88 LS-RD-NO-SESSION                       VALUE '1'.
000870       88 LS-RD-CHECK-FAILED                     VALUE '9'.

000880 PROCEDURE DIVISION USING LS-RCBT011A-PARM.

000890 MAIN-LOGIC-PARA.
000900     SET LS-RD-CHECKED               TO TRUE.
000910     MOVE SPACES                     TO LS-RD-COURSE-TITLE
000920                                        LS-RD-START-DATE
000930                                        LS-RD-SESSION-STATUS
000940                                        LS-RD-DELIVERY-MODE
000950                                        LS-RD-COORDINATOR.
000960     MOVE 'G'                        TO LS-RD-OVERALL-RAG.
000970     MOVE 0                          TO LS-RD-ACTIVE-COUNT
000980                                        LS-RD-RED-COUNT
000990                                        LS-RD-AMBER-COUNT.
001000     PERFORM CLEAR-ONE-CHECK-PARA
001010       VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
001020     MOVE 'INSTRUCTOR'               TO LS-RD-CHECK-NAME (1).
001030     MOVE 'ROOM/LINK'                TO LS-RD-CHECK-NAME (2).
001040     MOVE 'SCHEDULE'                 TO LS-RD-CHECK-NAME (3).
001050     MOVE 'ENROLMENT'                TO LS-RD-CHECK-NAME (4).
001060     MOVE 'JOINING'                  TO LS-RD-CHECK-NAME (5).
001070     MOVE 'PACK'                     TO LS-RD-CHECK-NAME (6).
001080     MOVE 'MATERIALS'                TO LS-RD-CHECK-NAME (7).

001090     PERFORM GET-SESSION-PARA.
001100     IF LS-RD-CHECKED
001110       PERFORM CHECK-INSTRUCTOR-PARA
001120     END-IF.
001130     IF LS-RD-CHECKED
001140       PERFORM CHECK-ROOM-PARA
001150       PERFORM CHECK-SCHEDULE-PARA
001160     END-IF.
001170     IF LS-RD-CHECKED
001180       PERFORM CHECK-ENROLMENT-PARA
001190     END-IF.
001200     IF LS-RD-CHECKED
001210       PERFORM CHECK-JOINING-PARA
001220     END-IF.
001230     IF LS-RD-CHECKED
001240       PERFORM CHECK-PACK-PARA
001250     END-IF.
001260     IF LS-RD-CHECKED
001270       PERFORM CHECK-MATERIALS-PARA
001280     END-IF.
001290     IF LS-RD-CHECKED
001300       PERFORM TALLY-ONE-CHECK-PARA
001310         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
001320       EVALUATE TRUE
001330         WHEN LS-RD-RED-COUNT > 0
001340           MOVE 'R'                  TO LS-RD-OVERALL-RAG
001350         WHEN LS-RD-AMBER-COUNT > 0
001360           MOVE 'A'                  TO LS-RD-OVERALL-RAG
001370         WHEN OTHER
001380           MOVE 'G'                  TO LS-RD-OVERALL-RAG
001390       END-EVALUATE
001400     END-IF.
001410     GOBACK.

001420 CLEAR-ONE-CHECK-PARA.
001430     MOVE SPACES                     TO LS-RD-CHECK-NAME (WS-SUB)
001440                                        LS-RD-CHECK-TEXT (WS-SUB).
001450     MOVE 'G'                        TO LS-RD-CHECK-RAG (WS-SUB).

001460 TALLY-ONE-CHECK-PARA.
001470     EVALUATE LS-RD-CHECK-RAG (WS-SUB)
001480       WHEN 'R'
001490         ADD 1                       TO LS-RD-RED-COUNT
001500       WHEN 'A'
001510         ADD 1                       TO LS-RD-AMBER-COUNT
001520       WHEN OTHER
001530         CONTINUE
001540     END-EVALUATE.

001550******************************************************************
001560* The Session                                                    *
001570******************************************************************
001580 GET-SESSION-PARA.
001590     MOVE LS-RD-SESSION-CATG         TO SESSION-CATG.
001600     MOVE LS-RD-SESSION-ID           TO SESSION-ID.
001610     EXEC SQL
001620       SELECT CHAR(S.SESSION_START_DATE, ISO),
001630              S.SESSION_DURATION, S.USR_ID,
001640              S.SESSION_STATUS, S.DELIVERY_MODE,
001650              S.VENUE_ID,
001660              LENGTH(RTRIM(COALESCE(S.MEETING_LINK, ''))),
001670              COALESCE((SELECT C.COURSE_TITLE
001680                          FROM DBODEVP.COURSE_CATALOG C
001690                         WHERE C.SESSION_CATG = S.SESSION_CATG),
001700                       ' '),
001710              COALESCE((SELECT C.MIN_ENROLLMENT
001720                          FROM DBODEVP.COURSE_CATALOG C
001730                         WHERE C.SESSION_CATG = S.SESSION_CATG),
001740                       0),
001750              ( SELECT COUNT(*)
001760                  FROM DBODEVP.REGISTRATION R
001770                 WHERE R.SESSION_CATG = S.SESSION_CATG
001780                   AND R.SESSION_ID   = S.SESSION_ID
001790                   AND R.REG_STATUS   = 'A' )
001800         INTO :SESSION-START-DATE,
001810              :WS-DURATION,
001820              :USR-ID,
001830              :SESSION-STATUS,
001840              :DELIVERY-MODE,
001850              :WS-VENUE-ID :WS-VENUE-IND,
001860              :WS-LINK-LEN,
001870              :LS-RD-COURSE-TITLE,
001880              :WS-MIN-ENROLLMENT,
001890              :LS-RD-ACTIVE-COUNT
001900         FROM DBODEVP.TRAINING_SESSION S
001910        WHERE S.SESSION_CATG = :SESSION-CATG
001920          AND S.SESSION_ID   = :SESSION-ID
001930     END-EXEC.
001940     EVALUATE SQLCODE
001950       WHEN 0
001960         MOVE SESSION-START-DATE     TO LS-RD-START-DATE
001970         MOVE USR-ID                 TO LS-RD-COORDINATOR
001980         MOVE SESSION-STATUS         TO LS-RD-SESSION-STATUS
001990         MOVE DELIVERY-MODE          TO LS-RD-DELIVERY-MODE
002000       WHEN 100
002010         SET LS-RD-NO-SESSION        TO TRUE
002020       WHEN OTHER
002030         SET LS-RD-CHECK-FAILED      TO TRUE
002040         DISPLAY ' RCBT011A - SESSION LOOKUP FAILED FOR '
002050                 LS-RD-PROGRAM-ID
002060         DISPLAY ' SQL CODE   '  SQLCODE
002070     END-EVALUATE.

002080******************************************************************
002090* 1 - Primary Instructor                                         *
002100******************************************************************
002110*    THE SAME QUALIFICATION TEST ETRB004 APPLIED WHEN THE
002120*    INSTRUCTOR WAS ASSIGNED, RE-ASKED NOW - A QUALIFICATION CAN
002130*    LAPSE, OR THE INSTRUCTOR LEAVE (ETROP109), AFTER ASSIGNMENT.
002140 CHECK-INSTRUCTOR-PARA.
002150     EXEC SQL
002160       SELECT I.ENO,
002170              ( SELECT COUNT(*)
002180                  FROM DBODEVP.INSTRUCTOR_QUAL Q
002190                 WHERE Q.ENO           = I.ENO
002200                   AND Q.SESSION_CATG  = I.SESSION_CATG
002210                   AND Q.APPROVED_DATE <= CURRENT DATE
002220                   AND (Q.EXPIRY_DATE IS NULL
002230                        OR Q.EXPIRY_DATE >=
002240                           DATE(:SESSION-START-DATE)) ),
002250              ( SELECT COUNT(*)
002260                  FROM VIJILAK.EMP999 E
002270                 WHERE E.ENO = I.ENO
002280                   AND (E.LEAVE_DATE IS NULL
002290                        OR E.LEAVE_DATE >=
002300                           DATE(:SESSION-START-DATE)) )
002310         INTO :WS-PRIMARY-ENO,
002320              :WS-QUAL-COUNT,
002330              :WS-EMPLOYED-COUNT
002340         FROM DBODEVP.SESSION_INSTRUCTOR I
002350        WHERE I.SESSION_CATG    = :SESSION-CATG
002360          AND I.SESSION_ID      = :SESSION-ID
002370          AND I.INSTRUCTOR_ROLE = 'P'
002380        FETCH FIRST 1 ROW ONLY
002390     END-EXEC.
002400     EVALUATE TRUE
002410       WHEN SQLCODE = 100
002420         MOVE 'R'                    TO LS-RD-CHECK-RAG (1)
002430         MOVE 'NO PRIMARY INSTRUCTOR ASSIGNED'
002440                                     TO LS-RD-CHECK-TEXT (1)
002450       WHEN SQLCODE NOT = 0
002460         SET LS-RD-CHECK-FAILED      TO TRUE
002470         DISPLAY ' RCBT011A - INSTRUCTOR LOOKUP FAILED FOR '
002480                 LS-RD-PROGRAM-ID
002490         DISPLAY ' SQL CODE   '  SQLCODE
002500       WHEN WS-EMPLOYED-COUNT = 0
002510         MOVE 'R'                    TO LS-RD-CHECK-RAG (1)
002520         STRING 'PRIMARY '           DELIMITED BY SIZE
002530                WS-PRIMARY-ENO       DELIMITED BY SIZE
002540                ' LEFT BEFORE START' DELIMITED BY SIZE
002550           INTO LS-RD-CHECK-TEXT (1)
002560       WHEN WS-QUAL-COUNT = 0
002570         MOVE 'R'                    TO LS-RD-CHECK-RAG (1)
002580         STRING 'PRIMARY '           DELIMITED BY SIZE
002590                WS-PRIMARY-ENO       DELIMITED BY SIZE
002600                ' NOT QUALIFIED'     DELIMITED BY SIZE
002610           INTO LS-RD-CHECK-TEXT (1)
002620       WHEN OTHER
002630         STRING 'PRIMARY '           DELIMITED BY SIZE
002640                WS-PRIMARY-ENO       DELIMITED BY SIZE
002650                ' QUALIFIED'         DELIMITED BY SIZE
002660           INTO LS-RD-CHECK-TEXT (1)
002670     END-EVALUATE.

002680******************************************************************
002690* 2 - Room Or Meeting Link                                       *
002700******************************************************************
002710*    A CLASSROOM NEEDS A ROOM, A VIRTUAL SESSION A LINK, AND A
002720*    HYBRID SESSION BOTH.
002730 CHECK-ROOM-PARA.
002740     IF WS-VENUE-IND < 0
002750       MOVE SPACES                   TO WS-VENUE-ID
002760     END-IF.
002770     EVALUATE TRUE
002780       WHEN NOT SESN-MODE-VIRTUAL AND WS-VENUE-ID = SPACES
002790         MOVE 'R'                    TO LS-RD-CHECK-RAG (2)
002800         MOVE 'NO ROOM BOOKED'       TO LS-RD-CHECK-TEXT (2)
002810       WHEN NOT SESN-MODE-CLASSROOM AND WS-LINK-LEN = 0
002820         MOVE 'R'                    TO LS-RD-CHECK-RAG (2)
002830         MOVE 'NO MEETING LINK SET'  TO LS-RD-CHECK-TEXT (2)
002840       WHEN SESN-MODE-VIRTUAL
002850         MOVE 'MEETING LINK SET'     TO LS-RD-CHECK-TEXT (2)
002860       WHEN SESN-MODE-HYBRID
002870         STRING 'ROOM '              DELIMITED BY SIZE
002880                WS-VENUE-ID          DELIMITED BY SPACE
002890                ' AND MEETING LINK'  DELIMITED BY SIZE
002900           INTO LS-RD-CHECK-TEXT (2)
002910       WHEN OTHER
002920         STRING 'ROOM '              DELIMITED BY SIZE
002930                WS-VENUE-ID          DELIMITED BY SPACE
002940                ' BOOKED'            DELIMITED BY SIZE
002950           INTO LS-RD-CHECK-TEXT (2)
002960     END-EVALUATE.

002970******************************************************************
002980* 3 - Meeting Calendar                                           *
002990******************************************************************
003000*    ONE SESSION_SCHEDULE ROW PER TEACHING DAY. NONE AT ALL IS
003010*    RED; SOME BUT FEWER THAN THE DURATION IS AMBER.
003020 CHECK-SCHEDULE-PARA.
003030     EXEC SQL
003040       SELECT COUNT(*)
003050         INTO :WS-MEETING-COUNT
003060         FROM DBODEVP.SESSION_SCHEDULE
003070        WHERE SESSION_CATG = :SESSION-CATG
003080          AND SESSION_ID   = :SESSION-ID
003090     END-EXEC.
003100     IF SQLCODE NOT = 0
003110       SET LS-RD-CHECK-FAILED        TO TRUE
003120       DISPLAY ' RCBT011A - SCHEDULE COUNT FAILED FOR '
003130               LS-RD-PROGRAM-ID
003140       DISPLAY ' SQL CODE   '  SQLCODE
003150     ELSE
003160       MOVE WS-MEETING-COUNT         TO WS-EDIT-1
003170       MOVE WS-DURATION              TO WS-EDIT-2
003180       EVALUATE TRUE
003190         WHEN WS-MEETING-COUNT = 0
003200           MOVE 'R'                  TO LS-RD-CHECK-RAG (3)
003210           MOVE 'NO MEETINGS SCHEDULED'
003220                                     TO LS-RD-CHECK-TEXT (3)
003230         WHEN WS-MEETING-COUNT < WS-DURATION
003240           MOVE 'A'                  TO LS-RD-CHECK-RAG (3)
003250           STRING WS-EDIT-1          DELIMITED BY SIZE
003260                  ' OF '             DELIMITED BY SIZE
003270                  WS-EDIT-2          DELIMITED BY SIZE
003280                  ' DAYS SCHEDULED'  DELIMITED BY SIZE
003290             INTO LS-RD-CHECK-TEXT (3)
003300         WHEN OTHER
003310           STRING WS-EDIT-1          DELIMITED BY SIZE
003320                  ' MEETINGS FOR '   DELIMITED BY SIZE
003330                  WS-EDIT-2          DELIMITED BY SIZE
003340                  ' DAYS'            DELIMITED BY SIZE
003350             INTO LS-RD-CHECK-TEXT (3)
003360       END-EVALUATE
003370     END-IF.

003380******************************************************************
003390* 4 - Minimum Enrolment                                          *
003400******************************************************************
003410*    THE ETROP48 GO/NO-GO RULE: UNDER HALF THE MINIMUM IS A
003420*    CANCEL CANDIDATE (RED), UNDER THE MINIMUM A CONSOLIDATE
003430*    CANDIDATE (AMBER). NO MINIMUM ON THE CATALOG ALWAYS PASSES.
003440 CHECK-ENROLMENT-PARA.
003450     MOVE LS-RD-ACTIVE-COUNT         TO WS-EDIT-1.
003460     MOVE WS-MIN-ENROLLMENT          TO WS-EDIT-2.
003470     COMPUTE WS-HALF-MIN = (WS-MIN-ENROLLMENT + 1) / 2.
003480     EVALUATE TRUE
003490       WHEN WS-MIN-ENROLLMENT = 0
003500         STRING WS-EDIT-1            DELIMITED BY SIZE
003510                ' ACTIVE, NO MINIMUM' DELIMITED BY SIZE
003520           INTO LS-RD-CHECK-TEXT (4)
003530       WHEN LS-RD-ACTIVE-COUNT >= WS-MIN-ENROLLMENT
003540         STRING WS-EDIT-1            DELIMITED BY SIZE
003550                ' ACTIVE, MINIMUM '  DELIMITED BY SIZE
003560                WS-EDIT-2            DELIMITED BY SIZE
003570           INTO LS-RD-CHECK-TEXT (4)
003580       WHEN LS-RD-ACTIVE-COUNT >= WS-HALF-MIN
003590         MOVE 'A'                    TO LS-RD-CHECK-RAG (4)
003600         STRING WS-EDIT-1            DELIMITED BY SIZE
003610                ' ACTIVE, UNDER MINIMUM ' DELIMITED BY SIZE
003620                WS-EDIT-2            DELIMITED BY SIZE
003630           INTO LS-RD-CHECK-TEXT (4)
003640       WHEN OTHER
003650         MOVE 'R'                    TO LS-RD-CHECK-RAG (4)
003660         STRING WS-EDIT-1            DELIMITED BY SIZE
003670                ' ACTIVE, UNDER HALF OF ' DELIMITED BY SIZE
003680                WS-EDIT-2            DELIMITED BY SIZE
003690           INTO LS-RD-CHECK-TEXT (4)
003700     END-EVALUATE.

003710******************************************************************
003720* 5 - Joining Instructions                                       *
003730******************************************************************
003740*    EVERY ACTIVE DELEGATE ETROP11 WOULD MAIL - NOT ON
003750*    MAIL_OPTOUT - SHOULD HAVE A 'JOIN' ROW ON NOTICE_LOG.
003760 CHECK-JOINING-PARA.
003770     EXEC SQL
003780       SELECT COUNT(*),
003790              COALESCE(SUM(CASE WHEN EXISTS
003800                     (SELECT 1
003810                        FROM DBODEVP.NOTICE_LOG N
003820                       WHERE N.EMAIL_ADDR   = R.EMAIL_ADDR
003830                         AND N.NOTICE_TYPE  = 'JOIN'
003840                         AND N.SESSION_CATG = R.SESSION_CATG
003850                         AND N.SESSION_ID   = R.SESSION_ID)
003860                   THEN 0 ELSE 1 END), 0)
003870         INTO :WS-NOTIFIABLE-COUNT,
003880              :WS-UNSENT-COUNT
003890         FROM DBODEVP.REGISTRATION R
003900        WHERE R.SESSION_CATG = :SESSION-CATG
003910          AND R.SESSION_ID   = :SESSION-ID
003920          AND R.REG_STATUS   = 'A'
003930          AND NOT EXISTS
003940              (SELECT 1
003950                 FROM DBODEVP.MAIL_OPTOUT O
003960                WHERE O.EMAIL_ADDR = R.EMAIL_ADDR)
003970     END-EXEC.
003980     IF SQLCODE NOT = 0
003990       SET LS-RD-CHECK-FAILED        TO TRUE
004000       DISPLAY ' RCBT011A - JOINING COUNT FAILED FOR '
004010               LS-RD-PROGRAM-ID
004020       DISPLAY ' SQL CODE   '  SQLCODE
004030     ELSE
004040       MOVE WS-UNSENT-COUNT          TO WS-EDIT-1
004050       MOVE WS-NOTIFIABLE-COUNT      TO WS-EDIT-2
004060       EVALUATE TRUE
004070         WHEN WS-NOTIFIABLE-COUNT = 0
004080           MOVE 'NO DELEGATES TO NOTIFY'
004090                                     TO LS-RD-CHECK-TEXT (5)
004100         WHEN WS-UNSENT-COUNT = 0
004110           MOVE 'SENT TO ALL DELEGATES'
004120                                     TO LS-RD-CHECK-TEXT (5)
004130         WHEN OTHER
004140           MOVE 'A'                  TO LS-RD-CHECK-RAG (5)
004150           STRING WS-EDIT-1          DELIMITED BY SIZE
004160                  ' OF '             DELIMITED BY SIZE
004170                  WS-EDIT-2          DELIMITED BY SIZE
004180                  ' DELEGATES NOT SENT' DELIMITED BY SIZE
004190             INTO LS-RD-CHECK-TEXT (5)
004200       END-EVALUATE
004210     END-IF.

004220******************************************************************
004230* 6 - Instructor Pack                                            *
004240******************************************************************
004250*    ETROP72 LOGS A 'PACK' NOTICE_LOG ROW EACH DAY IT PRINTS
004260*    THE SESSION'S PACK; THE LATEST PRINT DATE IS SHOWN.
004270 CHECK-PACK-PARA.
004280     EXEC SQL
004290       SELECT CHAR(MAX(RUN_DATE), ISO)
004300         INTO :WS-PACK-DATE :WS-PACK-IND
004310         FROM DBODEVP.NOTICE_LOG
004320        WHERE NOTICE_TYPE  = 'PACK'
004330          AND SESSION_CATG = :SESSION-CATG
004340          AND SESSION_ID   = :SESSION-ID
004350     END-EXEC.
004360     IF SQLCODE NOT = 0
004370       SET LS-RD-CHECK-FAILED        TO TRUE
004380       DISPLAY ' RCBT011A - PACK LOOKUP FAILED FOR '
004390               LS-RD-PROGRAM-ID
004400       DISPLAY ' SQL CODE   '  SQLCODE
004410     ELSE
004420       IF WS-PACK-IND < 0
004430         MOVE 'A'                    TO LS-RD-CHECK-RAG (6)
004440         MOVE 'INSTRUCTOR PACK NOT PRINTED'
004450                                     TO LS-RD-CHECK-TEXT (6)
004460       ELSE
004470         STRING 'PACK PRINTED '      DELIMITED BY SIZE
004480                WS-PACK-DATE         DELIMITED BY SIZE
004490           INTO LS-RD-CHECK-TEXT (6)
004500       END-IF
004510     END-IF.

004520******************************************************************
004530* 7 - Materials                                                  *
004540******************************************************************
004550*    EVERY COURSE_MATERIAL ITEM OF THE CATEGORY NEEDS A PICK
004560*    CONFIRMED (ETROP90). A CATEGORY ISSUING NOTHING PASSES.
004570 CHECK-MATERIALS-PARA.
004580     EXEC SQL
004590       SELECT COUNT(*),
004600              COALESCE(SUM(CASE WHEN EXISTS
004610                     (SELECT 1
004620                        FROM DBODEVP.MATERIAL_PICK P
004630                       WHERE P.SESSION_CATG = :SESSION-CATG
004640                         AND P.SESSION_ID   = :SESSION-ID
004650                         AND P.ITEM_CODE    = M.ITEM_CODE
004660                         AND P.PICK_STATUS  = 'C')
004670                   THEN 1 ELSE 0 END), 0)
004680         INTO :WS-ITEM-COUNT,
004690              :WS-PICKED-COUNT
004700         FROM DBODEVP.COURSE_MATERIAL M
004710        WHERE M.SESSION_CATG = :SESSION-CATG
004720     END-EXEC.
004730     IF SQLCODE NOT = 0
004740       SET LS-RD-CHECK-FAILED        TO TRUE
004750       DISPLAY ' RCBT011A - MATERIALS COUNT FAILED FOR '
004760               LS-RD-PROGRAM-ID
004770       DISPLAY ' SQL CODE   '  SQLCODE
004780     ELSE
004790       MOVE WS-PICKED-COUNT          TO WS-EDIT-1
004800       MOVE WS-ITEM-COUNT            TO WS-EDIT-2
004810       EVALUATE TRUE
004820         WHEN WS-ITEM-COUNT = 0
004830           MOVE 'NO MATERIALS FOR THIS COURSE'
004840                                     TO LS-RD-CHECK-TEXT (7)
004850         WHEN WS-PICKED-COUNT < WS-ITEM-COUNT
004860           MOVE 'A'                  TO LS-RD-CHECK-RAG (7)
004870           STRING WS-EDIT-1          DELIMITED BY SIZE
004880                  ' OF '             DELIMITED BY SIZE
004890                  WS-EDIT-2          DELIMITED BY SIZE
004900                  ' ITEMS PICKED'    DELIMITED BY SIZE
004910             INTO LS-RD-CHECK-TEXT (7)
004920         WHEN OTHER
004930           MOVE 'ALL ITEMS PICKED'   TO LS-RD-CHECK-TEXT (7)
004940       END-EVALUATE
004950     END-IF.
