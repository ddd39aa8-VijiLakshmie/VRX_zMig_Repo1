000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP117.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  LOAD APPROVED SCHEDULING PROPOSALS AS LIVE SESSIONS.          *
000090*  ETROP116 DRAFTS THE QUARTER INTO SESSION_PROPOSAL; STAFF      *
000100*  FLIP THE ROWS THEY WANT TO 'A'. THIS JOB TURNS EVERY 'A' ROW  *
000110*  (FOR THE QUARTER ON THE LOADPARM CARD, OR ALL QUARTERS WHEN   *
000120*  THE CARD IS BLANK) INTO A TRAINING_SESSION THROUGH THE SAME   *
000130*  SERVICES A HAND-KEYED SESSION GOES THROUGH:                   *
000140*    1. ETRB005 CREATES THE SESSION (CATALOG, DATE AND CREATOR-  *
000150*       OVERLAP EDITS; THE FEE RESOLVES FROM THE FEE HISTORY)    *
000160*    2. ETRB017 BOOKS THE PROPOSED ROOM (ROOM-OVERLAP EDIT)      *
000170*    3. ETRB004 ASSIGNS THE PROPOSED INSTRUCTOR AS PRIMARY       *
000180*       (QUALIFICATION, BLACKOUT AND DOUBLE-BOOKING EDITS, WITH  *
000190*       THE PROPOSAL'S USR_ID AS THE ASSIGNIN AUTHORITY)         *
000200*  THE WORLD CAN MOVE BETWEEN PROPOSAL AND APPROVAL - A BLACKOUT *
000210*  KEYED, A ROOM TAKEN - SO ANY STEP CAN BOUNCE. A SESSION THAT  *
000220*  CANNOT GET ITS ROOM AND ITS INSTRUCTOR IS DELETED AGAIN       *
000230*  BEFORE ANYONE CAN BOOK ONTO IT, AND THE PROPOSAL GOES TO 'F'  *
000240*  WITH THE REASON IN LOAD_NOTE. A LOADED ROW GOES TO 'L' WITH   *
000250*  ITS NEW SESSION_ID. SESSION IDS CONTINUE FROM THE CATEGORY'S  *
000260*  HIGH-WATER MARK, AS ON ETROP43. LOADRPT LISTS EVERY ROW.      *
000270******************************************************************

000280 ENVIRONMENT DIVISION.

000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. Z900.
000310 OBJECT-COMPUTER. Z900.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LOAD-PARM-FILE  ASSIGN TO LOADPARM
000350            ORGANIZATION  IS LINE SEQUENTIAL.
000360     SELECT LOAD-RPT-FILE   ASSIGN TO LOADRPT
000370            ORGANIZATION  IS LINE SEQUENTIAL.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  LOAD-PARM-FILE
000410     RECORD CONTAINS 80 CHARACTERS.
000420 01  LOAD-PARM-RECORD.
000430     05 LC-PLAN-QUARTER              PIC X(06).
000440     05 FILLER                       PIC X(74).
000450 FD  LOAD-RPT-FILE
000460     RECORD CONTAINS 132 CHARACTERS.
000470 01  LOAD-RPT-RECORD                 PIC X(132).

000480 WORKING-STORAGE SECTION.

000490 01 WS-BEGIN                          PIC  X(36) VALUE
000500     'ETROP117 WORKING STORAGE STARTS HERE'.

000510******************************************************************
000520*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000530******************************************************************
000540 01 WS-VARIABLES.
000550    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000560       88 WS-NO-ERROR                            VALUE SPACES.
000570       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000580       88 WS-FATAL-ERROR                         VALUE 'F'.
000590    05 WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000600       88 WS-END-OF-PROPOSALS                    VALUE 'Y'.
000610    05 WS-LOAD-SWITCH                  PIC X(01) VALUE 'Y'.
000620       88 WS-LOAD-OK                             VALUE 'Y'.
000630       88 WS-LOAD-BOUNCED                        VALUE 'N'.
000640    05 WS-SESSION-MADE-SWITCH          PIC X(01) VALUE 'N'.
000650       88 WS-SESSION-MADE                        VALUE 'Y'.
000660       88 WS-SESSION-NOT-MADE                    VALUE 'N'.
000670    05 WS-PARM-QUARTER                 PIC X(06).
000680    05 WS-TODAY                        PIC X(10).
000690    05 WS-NEXT-SESSION-ID              PIC S9(9) USAGE COMP.
000700    05 WS-MAX-ID-IND                   PIC S9(4) USAGE COMP.
000710    05 WS-OUTCOME                      PIC X(40).
000720    05 WS-LOADED-COUNT                 PIC S9(9) COMP VALUE 0.
000730    05 WS-BOUNCED-COUNT                PIC S9(9) COMP VALUE 0.

000740******************************************************************
000750*  PARMS FOR THE CALLABLE PROGRAMS - LAYOUTS MUST MATCH          *
000760*  ETRB005'S, ETRB017'S AND ETRB004'S LINKAGE EXACTLY.           *
000770******************************************************************
000780 01 WS-ETRB005-PARM.
000790    05 WS-C5-SESSION-CATG              PIC X(2).
000800    05 WS-C5-SESSION-ID                PIC S9(9) USAGE COMP.
000810    05 WS-C5-SESSION-DURATION          PIC S9(4) USAGE COMP.
000820    05 WS-C5-SESSION-START-DATE        PIC X(10).
000830    05 WS-C5-USR-ID                    PIC X(8).
000840    05 WS-C5-SESSION-CAPACITY          PIC S9(4) USAGE COMP.
000850    05 WS-C5-SESSION-FEE               PIC S9(7)V99 COMP-3.
000860    05 WS-C5-RETURN-CODE               PIC X(1).
000870       88 WS-C5-CREATE-OK                        VALUE '0'.
000880       88 WS-C5-CREATE-CONFLICT                  VALUE 'C'.
000890       88 WS-C5-CREATE-FAILED                    VALUE '9'.
000900       88 WS-C5-CREATE-BAD-DATE                  VALUE 'D'.
000910       88 WS-C5-CREATE-UNKNOWN-CATG              VALUE 'U'.
000920*    PROPOSALS ARE ALWAYS CLASSROOM SESSIONS IN A ROOM.
000930    05 WS-C5-DELIVERY-MODE             PIC X(1)  VALUE SPACES.
000940    05 WS-C5-MEETING-LINK              PIC X(120) VALUE SPACES.
000950 01 WS-ETRB017-PARM.
000960    05 WS-C17-FUNCTION                 PIC X(1).
000970    05 WS-C17-SESSION-CATG             PIC X(2).
000980    05 WS-C17-SESSION-ID               PIC S9(9) USAGE COMP.
000990    05 WS-C17-VENUE-ID                 PIC X(8).
001000    05 WS-C17-CAPACITY-WARNING         PIC X(1).
001010       88 WS-C17-CAPACITY-EXCEEDED               VALUE 'W'.
001020    05 WS-C17-RETURN-CODE              PIC X(1).
001030       88 WS-C17-ASSIGN-OK                       VALUE '0'.
001040       88 WS-C17-NO-VENUE                        VALUE 'V'.
001050       88 WS-C17-ROOM-CONFLICT                   VALUE 'R'.
001060 01 WS-ETRB004-PARM.
001070    05 WS-C4-SESSION-CATG              PIC X(2).
001080    05 WS-C4-SESSION-ID                PIC S9(9) USAGE COMP.
001090    05 WS-C4-ENO                       PIC X(4).
001100    05 WS-C4-INSTRUCTOR-ROLE           PIC X(1).
001110    05 WS-C4-RETURN-CODE               PIC X(1).
001120       88 WS-C4-ASSIGN-OK                        VALUE '0'.
001130       88 WS-C4-UNAVAILABLE                      VALUE 'V'.
001140       88 WS-C4-DOUBLE-BOOKED                    VALUE 'O'.
001150       88 WS-C4-UNAUTHORIZED                     VALUE 'X'.
001160       88 WS-C4-NOT-QUALIFIED                    VALUE 'Q'.
001170    05 WS-C4-AUTH-USR-ID               PIC X(8).

001180******************************************************************
001190*  REPORT LINES                                                  *
001200******************************************************************
001210 01 WS-RPT-LINES.
001220    05 WS-HDG-LINE.
001230       10 FILLER                       PIC X(39) VALUE
001240          'APPROVED PROPOSAL LOAD REGISTER - RUN '.
001250       10 WS-HD-RUN-DATE               PIC X(10).
001260       10 FILLER                       PIC X(10) VALUE
001270          ' QUARTER '.
001280       10 WS-HD-QUARTER                PIC X(06).
001290       10 FILLER                       PIC X(67) VALUE SPACES.
001300    05 WS-DETAIL-LINE.
001310       10 WS-DT-QUARTER                PIC X(06).
001320       10 FILLER                       PIC X(02) VALUE SPACES.
001330       10 WS-DT-CATG                   PIC X(02).
001340       10 FILLER                       PIC X(01) VALUE '/'.
001350       10 WS-DT-SEQ                    PIC ZZZ9.
001360       10 FILLER                       PIC X(02) VALUE SPACES.
001370       10 WS-DT-START-DATE             PIC X(10).
001380       10 FILLER                       PIC X(02) VALUE SPACES.
001390       10 WS-DT-ENO                    PIC X(04).
001400       10 FILLER                       PIC X(02) VALUE SPACES.
001410       10 WS-DT-VENUE                  PIC X(08).
001420       10 FILLER                       PIC X(02) VALUE SPACES.
001430       10 WS-DT-SESSION-ID             PIC Z(08)9.
001440       10 FILLER                       PIC X(02) VALUE SPACES.
001450       10 WS-DT-OUTCOME                PIC X(40).
001460       10 FILLER                       PIC X(36) VALUE SPACES.

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

001570******************************************************************
001580*                     DB2 SECTION                                *
001590******************************************************************
001600     EXEC SQL
001610       INCLUDE SQLCA
001620     END-EXEC.

001630     EXEC SQL
001640       INCLUDE DCLSESPR
001650     END-EXEC.

001660*    EVERY APPROVED PROPOSAL, EARLIEST START FIRST. A BLANK
001670*    QUARTER ON THE CARD TAKES THEM ALL.
001680     EXEC SQL
001690       DECLARE APPROVED-PROPOSALS CURSOR FOR
001700        SELECT PLAN_QUARTER, SESSION_CATG, PROPOSAL_SEQ,
001710               CHAR(SESSION_START_DATE, ISO), SESSION_DURATION,
001720               SESSION_CAPACITY, ENO, VENUE_ID, USR_ID
001730          FROM DBODEVP.SESSION_PROPOSAL
001740         WHERE PROPOSAL_STATUS = 'A'
001750           AND (PLAN_QUARTER = :WS-PARM-QUARTER
001760                OR :WS-PARM-QUARTER = ' ')
001770         ORDER BY SESSION_START_DATE, SESSION_CATG, PROPOSAL_SEQ
001780     END-EXEC.

001790 01 WS-END                             PIC X(50) VALUE
001800     'ETROP117-WORKING STORAGE SECTION ENDS HERE'.

001810 PROCEDURE DIVISION.

001820 MAIN-LOGIC-PARA.

001830     MOVE 'ETROP117'                   TO EL-ERROR-MODULE.
001840     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001850     MOVE 'ETROP117'                   TO JRL-PROGRAM-ID.
001860     PERFORM LOG-JOB-START-PARA.

001870     PERFORM READ-PARM-PARA.
001880     PERFORM GET-RUN-DATE-PARA.

001890     OPEN OUTPUT LOAD-RPT-FILE.
001900     MOVE WS-TODAY                   TO WS-HD-RUN-DATE.
001910     IF WS-PARM-QUARTER = SPACES
001920       MOVE 'ALL'                    TO WS-HD-QUARTER
001930     ELSE
001940       MOVE WS-PARM-QUARTER          TO WS-HD-QUARTER
001950     END-IF.
001960     WRITE LOAD-RPT-RECORD           FROM WS-HDG-LINE.
001970     MOVE SPACES                     TO LOAD-RPT-RECORD.
001980     WRITE LOAD-RPT-RECORD.

001990     EXEC SQL
002000       OPEN APPROVED-PROPOSALS
002010     END-EXEC.
002020     IF SQLCODE NOT = 0
002030       MOVE 'OPEN'                   TO EL-ERROR-ACTION
002040       MOVE 'SESSION_PROPOSAL'       TO EL-ERROR-DB2-OBJECT
002050       PERFORM CHECK-SQLCODE-PARA
002060       PERFORM EXIT-PARA
002070     END-IF.

002080     PERFORM FETCH-PROPOSAL-PARA.
002090     PERFORM LOAD-ONE-PROPOSAL-PARA
002100       UNTIL WS-END-OF-PROPOSALS.

002110     EXEC SQL
002120       CLOSE APPROVED-PROPOSALS
002130     END-EXEC.

002140     CLOSE LOAD-RPT-FILE.

002150     DISPLAY 'PROPOSALS LOADED  : ' WS-LOADED-COUNT.
002160     DISPLAY 'PROPOSALS BOUNCED : ' WS-BOUNCED-COUNT.
002170     MOVE 'C'                        TO JRL-RUN-STATUS.
002180     MOVE WS-LOADED-COUNT            TO JRL-ROWS-WRITTEN.
002190     MOVE WS-BOUNCED-COUNT           TO JRL-ROWS-SKIPPED.
002200     PERFORM LOG-JOB-END-PARA.
002210     GOBACK.

002220******************************************************************
002230* Run Parameter                                                  *
002240******************************************************************
002250 READ-PARM-PARA.
002260     OPEN INPUT LOAD-PARM-FILE.
002270     READ LOAD-PARM-FILE
002280       AT END MOVE SPACES            TO LOAD-PARM-RECORD
002290     END-READ.
002300     MOVE LC-PLAN-QUARTER            TO WS-PARM-QUARTER.
002310     CLOSE LOAD-PARM-FILE.

002320 GET-RUN-DATE-PARA.
002330     EXEC SQL
002340       SELECT CHAR(CURRENT DATE, ISO)
002350         INTO :WS-TODAY
002360         FROM SYSIBM.SYSDUMMY1
002370     END-EXEC.
002380     IF SQLCODE NOT = 0
002390       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002400       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
002410       PERFORM CHECK-SQLCODE-PARA
002420       PERFORM EXIT-PARA
002430     END-IF.

002440 FETCH-PROPOSAL-PARA.
002450     EXEC SQL
002460       FETCH APPROVED-PROPOSALS
002470        INTO :SPR-PLAN-QUARTER, :SPR-SESSION-CATG,
002480             :SPR-PROPOSAL-SEQ, :SPR-SESSION-START-DATE,
002490             :SPR-SESSION-DURATION, :SPR-SESSION-CAPACITY,
002500             :SPR-ENO, :SPR-VENUE-ID, :SPR-USR-ID
002510     END-EXEC.
002520     EVALUATE SQLCODE
002530       WHEN 0
002540         CONTINUE
002550       WHEN 100
002560         SET WS-END-OF-PROPOSALS     TO TRUE
002570       WHEN OTHER
002580         MOVE 'FETCH'                TO EL-ERROR-ACTION
002590         MOVE 'SESSION_PROPOSAL'     TO EL-ERROR-DB2-OBJECT
002600         PERFORM CHECK-SQLCODE-PARA
002610         PERFORM EXIT-PARA
002620     END-EVALUATE.

002630******************************************************************
002640* One Approved Proposal                                          *
002650******************************************************************
002660*    AN APPROVAL THAT SAT UNTIL THE START DATE HAS GONE BY IS
002670*    NOT LOADED - ETRB005 WOULD TAKE IT, BUT NOBODY COULD BOOK.
002680 LOAD-ONE-PROPOSAL-PARA.
002690     SET WS-LOAD-OK                  TO TRUE.
002700     SET WS-SESSION-NOT-MADE         TO TRUE.
002710     MOVE 0                          TO WS-NEXT-SESSION-ID.
002720     IF SPR-SESSION-START-DATE NOT > WS-TODAY
002730       SET WS-LOAD-BOUNCED           TO TRUE
002740       MOVE 'START DATE HAS PASSED - NOT LOADED'
002750                                     TO WS-OUTCOME
002760     ELSE
002770       PERFORM GET-HIGH-WATER-ID-PARA
002780       ADD 1                         TO WS-NEXT-SESSION-ID
002790       PERFORM CALL-CREATE-PARA
002800     END-IF.
002810     IF WS-LOAD-OK
002820       PERFORM CALL-ROOM-PARA
002830     END-IF.
002840     IF WS-LOAD-OK
002850       PERFORM CALL-INSTRUCTOR-PARA
002860     END-IF.
002870     IF WS-LOAD-BOUNCED AND WS-SESSION-MADE
002880       PERFORM BACK-OUT-SESSION-PARA
002890     END-IF.
002900     IF WS-LOAD-OK
002910       ADD 1                         TO WS-LOADED-COUNT
002920       IF WS-C17-CAPACITY-EXCEEDED
002930         MOVE 'LOADED - CAPACITY EXCEEDS ROOM SEATS'
002940                                     TO WS-OUTCOME
002950       ELSE
002960         MOVE 'LOADED'               TO WS-OUTCOME
002970       END-IF
002980     ELSE
002990       ADD 1                         TO WS-BOUNCED-COUNT
003000     END-IF.
003010     PERFORM STAMP-PROPOSAL-PARA.
003020     PERFORM WRITE-DETAIL-PARA.
003030     PERFORM FETCH-PROPOSAL-PARA.

003040*    SESSION IDS CONTINUE FROM THE CATEGORY'S HIGH-WATER MARK
003050*    ACROSS LIVE AND ARCHIVED SESSIONS - THE ETROP43 RULE - READ
003060*    FRESH FOR EVERY ROW SINCE CATEGORIES ARE INTERLEAVED.
003070 GET-HIGH-WATER-ID-PARA.
003080     EXEC SQL
003090       SELECT MAX(M.MAX_ID)
003100         INTO :WS-NEXT-SESSION-ID :WS-MAX-ID-IND
003110         FROM ( SELECT MAX(SESSION_ID) AS MAX_ID
003120                  FROM DBODEVP.TRAINING_SESSION
003130                 WHERE SESSION_CATG = :SPR-SESSION-CATG
003140                UNION ALL
003150                SELECT MAX(SESSION_ID) AS MAX_ID
003160                  FROM DBODEVP.TRAINING_SESSION_ARCHIVE
003170                 WHERE SESSION_CATG = :SPR-SESSION-CATG
003180              ) AS M
003190     END-EXEC.
003200     IF SQLCODE NOT = 0
003210       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003220       MOVE 'TRAINING_SESSION'       TO EL-ERROR-DB2-OBJECT
003230       PERFORM CHECK-SQLCODE-PARA
003240       PERFORM EXIT-PARA
003250     END-IF.
003260     IF WS-MAX-ID-IND < 0
003270       MOVE 0                        TO WS-NEXT-SESSION-ID
003280     END-IF.

003290*    A ZERO FEE LETS ETRB005 PRICE THE SESSION FROM THE FEE
003300*    HISTORY IN FORCE TODAY.
003310 CALL-CREATE-PARA.
003320     MOVE SPR-SESSION-CATG           TO WS-C5-SESSION-CATG.
003330     MOVE WS-NEXT-SESSION-ID         TO WS-C5-SESSION-ID.
003340     MOVE SPR-SESSION-DURATION       TO WS-C5-SESSION-DURATION.
003350     MOVE SPR-SESSION-START-DATE     TO WS-C5-SESSION-START-DATE.
003360     MOVE SPR-USR-ID                 TO WS-C5-USR-ID.
003370     MOVE SPR-SESSION-CAPACITY       TO WS-C5-SESSION-CAPACITY.
003380     MOVE 0                          TO WS-C5-SESSION-FEE.
003390     MOVE SPACES                     TO WS-C5-DELIVERY-MODE.
003400     MOVE SPACES                     TO WS-C5-MEETING-LINK.
003410     CALL 'ETRB005' USING WS-ETRB005-PARM.
003420     EVALUATE TRUE
003430       WHEN WS-C5-CREATE-OK
003440         SET WS-SESSION-MADE         TO TRUE
003450       WHEN WS-C5-CREATE-CONFLICT
003460         SET WS-LOAD-BOUNCED         TO TRUE
003470         MOVE 'CREATOR ALREADY BOOKED - NOT LOADED'
003480                                     TO WS-OUTCOME
003490       WHEN WS-C5-CREATE-BAD-DATE
003500         SET WS-LOAD-BOUNCED         TO TRUE
003510         MOVE 'DATE FAILS VALIDATION - NOT LOADED'
003520                                     TO WS-OUTCOME
003530       WHEN WS-C5-CREATE-UNKNOWN-CATG
003540         SET WS-LOAD-BOUNCED         TO TRUE
003550         MOVE 'CATEGORY NOT IN CATALOG - NOT LOADED'
003560                                     TO WS-OUTCOME
003570       WHEN OTHER
003580         SET WS-LOAD-BOUNCED         TO TRUE
003590         MOVE 'CREATE FAILED - NOT LOADED'
003600                                     TO WS-OUTCOME
003610     END-EVALUATE.

003620 CALL-ROOM-PARA.
003630     MOVE 'S'                        TO WS-C17-FUNCTION.
003640     MOVE SPR-SESSION-CATG           TO WS-C17-SESSION-CATG.
003650     MOVE WS-NEXT-SESSION-ID         TO WS-C17-SESSION-ID.
003660     MOVE SPR-VENUE-ID               TO WS-C17-VENUE-ID.
003670     CALL 'ETRB017' USING WS-ETRB017-PARM.
003680     EVALUATE TRUE
003690       WHEN WS-C17-ASSIGN-OK
003700         CONTINUE
003710       WHEN WS-C17-ROOM-CONFLICT
003720         SET WS-LOAD-BOUNCED         TO TRUE
003730         MOVE 'ROOM NOW BOOKED - NOT LOADED'
003740                                     TO WS-OUTCOME
003750       WHEN WS-C17-NO-VENUE
003760         SET WS-LOAD-BOUNCED         TO TRUE
003770         MOVE 'ROOM NOT IN VENUE MASTER - NOT LOADED'
003780                                     TO WS-OUTCOME
003790       WHEN OTHER
003800         SET WS-LOAD-BOUNCED         TO TRUE
003810         MOVE 'ROOM BOOKING FAILED - NOT LOADED'
003820                                     TO WS-OUTCOME
003830     END-EVALUATE.

003840 CALL-INSTRUCTOR-PARA.
003850     MOVE SPR-SESSION-CATG           TO WS-C4-SESSION-CATG.
003860     MOVE WS-NEXT-SESSION-ID         TO WS-C4-SESSION-ID.
003870     MOVE SPR-ENO                    TO WS-C4-ENO.
003880     MOVE 'P'                        TO WS-C4-INSTRUCTOR-ROLE.
003890     MOVE SPR-USR-ID                 TO WS-C4-AUTH-USR-ID.
003900     CALL 'ETRB004' USING WS-ETRB004-PARM.
003910     EVALUATE TRUE
003920       WHEN WS-C4-ASSIGN-OK
003930         CONTINUE
003940       WHEN WS-C4-UNAVAILABLE
003950         SET WS-LOAD-BOUNCED         TO TRUE
003960         MOVE 'INSTRUCTOR BLACKED OUT - NOT LOADED'
003970                                     TO WS-OUTCOME
003980       WHEN WS-C4-DOUBLE-BOOKED
003990         SET WS-LOAD-BOUNCED         TO TRUE
004000         MOVE 'INSTRUCTOR NOW BOOKED - NOT LOADED'
004010                                     TO WS-OUTCOME
004020       WHEN WS-C4-NOT-QUALIFIED
004030         SET WS-LOAD-BOUNCED         TO TRUE
004040         MOVE 'INSTRUCTOR NOT QUALIFIED - NOT LOADED'
004050                                     TO WS-OUTCOME
004060       WHEN WS-C4-UNAUTHORIZED
004070         SET WS-LOAD-BOUNCED         TO TRUE
004080         MOVE 'USR_ID LACKS ASSIGNIN - NOT LOADED'
004090                                     TO WS-OUTCOME
004100       WHEN OTHER
004110         SET WS-LOAD-BOUNCED         TO TRUE
004120         MOVE 'INSTRUCTOR ASSIGN FAILED - NOT LOADED'
004130                                     TO WS-OUTCOME
004140     END-EVALUATE.

004150*    THE SESSION WAS CREATED SECONDS AGO AND HAS NO INSTRUCTOR,
004160*    SO NOTHING CAN HANG OFF IT YET; THE ROOM GOES WITH THE ROW.
004170 BACK-OUT-SESSION-PARA.
004180     EXEC SQL
004190       DELETE FROM DBODEVP.TRAINING_SESSION
004200        WHERE SESSION_CATG = :SPR-SESSION-CATG
004210          AND SESSION_ID   = :WS-NEXT-SESSION-ID
004220     END-EXEC.
004230     IF SQLCODE NOT = 0
004240       MOVE 'DELETE'                 TO EL-ERROR-ACTION
004250       MOVE 'TRAINING_SESSION'       TO EL-ERROR-DB2-OBJECT
004260       PERFORM CHECK-SQLCODE-PARA
004270       PERFORM EXIT-PARA
004280     END-IF.
004290     MOVE 0                          TO WS-NEXT-SESSION-ID.

004300 STAMP-PROPOSAL-PARA.
004310     MOVE WS-OUTCOME                 TO SPR-LOAD-NOTE-TEXT.
004320     MOVE LENGTH OF SPR-LOAD-NOTE-TEXT
004330                                     TO SPR-LOAD-NOTE-LEN.
004340     IF WS-LOAD-OK
004350       SET SPR-STATUS-LOADED         TO TRUE
004360       MOVE WS-NEXT-SESSION-ID       TO SPR-LOADED-SESSION-ID
004370     ELSE
004380       SET SPR-STATUS-LOAD-FAILED    TO TRUE
004390       MOVE 0                        TO SPR-LOADED-SESSION-ID
004400     END-IF.
004410     EXEC SQL
004420       UPDATE DBODEVP.SESSION_PROPOSAL
004430          SET PROPOSAL_STATUS   = :SPR-PROPOSAL-STATUS,
004440              LOADED_SESSION_ID =
004450                   NULLIF(:SPR-LOADED-SESSION-ID, 0),
004460              LOAD_NOTE         = RTRIM(:SPR-LOAD-NOTE),
004470              DTS               = CURRENT TIMESTAMP
004480        WHERE PLAN_QUARTER = :SPR-PLAN-QUARTER
004490          AND SESSION_CATG = :SPR-SESSION-CATG
004500          AND PROPOSAL_SEQ = :SPR-PROPOSAL-SEQ
004510     END-EXEC.
004520     IF SQLCODE NOT = 0
004530       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
004540       MOVE 'SESSION_PROPOSAL'       TO EL-ERROR-DB2-OBJECT
004550       PERFORM CHECK-SQLCODE-PARA
004560       PERFORM EXIT-PARA
004570     END-IF.

004580 WRITE-DETAIL-PARA.
004590     MOVE SPR-PLAN-QUARTER           TO WS-DT-QUARTER.
004600     MOVE SPR-SESSION-CATG           TO WS-DT-CATG.
004610     MOVE SPR-PROPOSAL-SEQ           TO WS-DT-SEQ.
004620     MOVE SPR-SESSION-START-DATE     TO WS-DT-START-DATE.
004630     MOVE SPR-ENO                    TO WS-DT-ENO.
004640     MOVE SPR-VENUE-ID               TO WS-DT-VENUE.
004650     MOVE WS-NEXT-SESSION-ID         TO WS-DT-SESSION-ID.
004660     MOVE WS-OUTCOME                 TO WS-DT-OUTCOME.
004670     WRITE LOAD-RPT-RECORD           FROM WS-DETAIL-LINE.

004680******************************************************************
004690* Error Logging                                                  *
004700******************************************************************
004710     EXEC SQL
004720       INCLUDE CPERRBAT
004730     END-EXEC.

004740 EXIT-PARA.
004750     MOVE 'F'                        TO JRL-RUN-STATUS.
004760     PERFORM LOG-JOB-END-PARA.
004770     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004780     GOBACK.

004790******************************************************************
004800* Run Registry                                                   *
004810******************************************************************
004820     EXEC SQL
004830       INCLUDE CPJOBLOG
004840     END-EXEC.
