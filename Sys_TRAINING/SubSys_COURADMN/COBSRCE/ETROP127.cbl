000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP127.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  NIGHTLY SESSION READINESS EXCEPTION REPORT.                   *
000090*  EVERY NOT-CANCELLED SESSION STARTING IN THE NEXT              *
000100*  READY-BUS-DAYS BUSINESS DAYS (RCBT004A, DEFAULT 5 - THE       *
000110*  CWBUSDAY/HOLIDAY_CALENDAR MATH, WINDOW OPENING TOMORROW AS    *
000120*  ETROP89'S DOES) IS PUT THROUGH THE RCBT011A CHECKLIST:        *
000130*  INSTRUCTOR, ROOM/LINK, SCHEDULE, MINIMUM ENROLMENT, JOINING   *
000140*  INSTRUCTIONS, INSTRUCTOR PACK AND MATERIALS. READYRPT LISTS,  *
000150*  ONE BLOCK PER COORDINATOR (THE SESSION'S USR_ID), EVERY       *
000160*  SESSION THAT IS NOT GREEN WITH ITS RED AND AMBER LINES, THEN  *
000170*  THE COORDINATOR'S RED/AMBER/GREEN COUNTS. A GREEN SESSION IS  *
000180*  COUNTED BUT NOT LISTED. ETRM023 SHOWS THE SAME CHECKLIST FOR  *
000190*  ONE SESSION ONLINE.                                           *
000200******************************************************************

000210 ENVIRONMENT DIVISION.

000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. Z900.
000240 OBJECT-COMPUTER. Z900.

000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT READY-RPT-FILE   ASSIGN TO READYRPT
000280            ORGANIZATION  IS LINE SEQUENTIAL.

000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  READY-RPT-FILE
000320     RECORD CONTAINS 132 CHARACTERS.
000330 01  READY-RPT-RECORD                PIC X(132).

000340 WORKING-STORAGE SECTION.

000350 01 WS-BEGIN                          PIC  X(36) VALUE
000360     'ETROP127 WORKING STORAGE STARTS HERE'.

000370******************************************************************
000380*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000390******************************************************************
000400 01 WS-VARIABLES.
000410    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000420       88 WS-NO-ERROR                            VALUE SPACES.
000430       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000440       88 WS-FATAL-ERROR                         VALUE 'F'.
000450    05 WS-READY-BUS-DAYS               PIC S9(9) COMP VALUE 5.
000460    05 WS-FIRST-DATE                   PIC X(10).
000470    05 WS-HORIZON-DATE                 PIC X(10).
000480    05 WS-SUB                          PIC S9(4) COMP.
000490    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000500    05 WS-PREV-COORDINATOR             PIC X(08) VALUE SPACES.
000510    05 WS-FIRST-COORD-SW               PIC X(01) VALUE 'Y'.
000520       88 WS-FIRST-COORDINATOR                   VALUE 'Y'.
000530*    RUN TOTALS.
000540    05 WS-SESSION-COUNT                PIC S9(9) COMP VALUE 0.
000550    05 WS-RED-COUNT                    PIC S9(9) COMP VALUE 0.
000560    05 WS-AMBER-COUNT                  PIC S9(9) COMP VALUE 0.
000570    05 WS-GREEN-COUNT                  PIC S9(9) COMP VALUE 0.
000580    05 WS-FAILED-COUNT                 PIC S9(9) COMP VALUE 0.
000590*    ONE COORDINATOR'S TOTALS.
000600    05 WS-CO-RED-COUNT                 PIC S9(9) COMP VALUE 0.
000610    05 WS-CO-AMBER-COUNT               PIC S9(9) COMP VALUE 0.
000620    05 WS-CO-GREEN-COUNT               PIC S9(9) COMP VALUE 0.
000630*    RCBT004A-PARM - THE SHARED RUN-PARAMETER READ. THE VALUE
000640*    CLAUSE ON WS-READY-BUS-DAYS IS THE FALL-BACK DEFAULT ONLY.
000650 01 WS-RCBT004A-PARM.
000660    05 WS-SP-PROGRAM-ID                PIC X(08).
000670    05 WS-SP-PARM-NAME                 PIC X(16).
000680    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000690    05 WS-SP-RETURN-CODE               PIC X(1).

000700******************************************************************
000710*  FETCH HOLD FIELDS FOR ONE SESSION                             *
000720******************************************************************
000730 01 WS-READY-SESSION.
000740    05 WS-RS-COORDINATOR               PIC X(08).
000750    05 WS-RS-SESSION-CATG              PIC X(02).
000760    05 WS-RS-SESSION-ID                PIC S9(9) COMP.

000770******************************************************************
000780*  REPORT LINE LAYOUTS                                           *
000790******************************************************************
000800 01 WS-RPT-LINES.
000810    05 WS-HDG-LINE.
000820       10 FILLER                       PIC X(40) VALUE
000830          'SESSION READINESS - SESSIONS STARTING  '.
000840       10 WS-HD-FROM-DATE              PIC X(10).
000850       10 FILLER                       PIC X(04) VALUE ' TO '.
000860       10 WS-HD-TO-DATE                PIC X(10).
000870       10 FILLER                       PIC X(68) VALUE SPACES.
000880    05 WS-COORD-LINE.
000890       10 FILLER                       PIC X(14) VALUE
000900          'COORDINATOR : '.
000910       10 WS-CL-COORDINATOR            PIC X(08).
000920       10 FILLER                       PIC X(110) VALUE SPACES.
000930    05 WS-SESSION-LINE.
000940       10 FILLER                       PIC X(02) VALUE SPACES.
000950       10 WS-SL-RAG                    PIC X(05).
000960       10 FILLER                       PIC X(01) VALUE SPACES.
000970       10 WS-SL-CATG                   PIC X(02).
000980       10 FILLER                       PIC X(01) VALUE '/'.
000990       10 WS-SL-SESSION-ID             PIC Z(08)9.
001000       10 FILLER                       PIC X(10) VALUE
001010          '  STARTS  '.
001020       10 WS-SL-START-DATE             PIC X(10).
001030       10 FILLER                       PIC X(08) VALUE
001040          '  MODE  '.
001050       10 WS-SL-MODE                   PIC X(01).
001060       10 FILLER                       PIC X(02) VALUE SPACES.
001070       10 WS-SL-TITLE                  PIC X(60).
001080       10 FILLER                       PIC X(21) VALUE SPACES.
001090    05 WS-CHECK-LINE.
001100       10 FILLER                       PIC X(10) VALUE SPACES.
001110       10 WS-CK-RAG                    PIC X(05).
001120       10 FILLER                       PIC X(01) VALUE SPACES.
001130       10 WS-CK-NAME                   PIC X(12).
001140       10 FILLER                       PIC X(02) VALUE SPACES.
001150       10 WS-CK-TEXT                   PIC X(40).
001160       10 FILLER                       PIC X(62) VALUE SPACES.
001170    05 WS-FAIL-LINE.
001180       10 FILLER                       PIC X(10) VALUE SPACES.
001190       10 FILLER                       PIC X(50) VALUE
001200          'CHECKLIST COULD NOT BE BUILT - SEE SYSOUT'.
001210       10 FILLER                       PIC X(72) VALUE SPACES.
001220    05 WS-COORD-TOT-LINE.
001230       10 FILLER                       PIC X(10) VALUE
001240          '  RED    :'.
001250       10 WS-CT-RED                    PIC ZZZ,ZZ9.
001260       10 FILLER                       PIC X(12) VALUE
001270          '   AMBER   :'.
001280       10 WS-CT-AMBER                  PIC ZZZ,ZZ9.
001290       10 FILLER                       PIC X(12) VALUE
001300          '   GREEN   :'.
001310       10 WS-CT-GREEN                  PIC ZZZ,ZZ9.
001320       10 FILLER                       PIC X(77) VALUE SPACES.
001330    05 WS-NONE-LINE.
001340       10 FILLER                       PIC X(41) VALUE
001350          'NO SESSIONS START IN THE WINDOW'.
001360       10 FILLER                       PIC X(91) VALUE SPACES.
001370    05 WS-CNT-LINE.
001380       10 WS-CN-LABEL                  PIC X(30).
001390       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001400       10 FILLER                       PIC X(91) VALUE SPACES.

001410******************************************************************
001420* Copybook Includes.                                             *
001430******************************************************************
001440     EXEC SQL
001450       INCLUDE CWERRLOG
001460     END-EXEC.

001470*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001480     EXEC SQL
001490       INCLUDE CWJOBLOG
001500     END-EXEC.

001510*    BUSINESS-DAY WINDOW FIELDS - SEE CWBUSDAY.
001520     EXEC SQL
001530       INCLUDE CWBUSDAY
001540     END-EXEC.

001550*    SESSION READINESS CHECKLIST - SEE CWSESRDY.
001560     EXEC SQL
001570       INCLUDE CWSESRDY
001580     END-EXEC.

001590******************************************************************
001600*                     DB2 SECTION                                *
001610******************************************************************
001620     EXEC SQL
001630       INCLUDE SQLCA
001640     END-EXEC.

001650******************************************************************
001660*  SESSIONS TO CHECK - NOT CANCELLED, STARTING IN THE WINDOW,    *
001670*  IN COORDINATOR ORDER FOR THE CONTROL BREAK.                   *
001680******************************************************************
001690     EXEC SQL DECLARE READY-SESSIONS CURSOR
001700      FOR
001710      SELECT S.USR_ID, S.SESSION_CATG, S.SESSION_ID
001720        FROM DBODEVP.TRAINING_SESSION S
001730       WHERE S.SESSION_STATUS NOT = 'C'
001740         AND S.SESSION_START_DATE >= DATE(:WS-FIRST-DATE)
001750         AND S.SESSION_START_DATE <= DATE(:WS-HORIZON-DATE)
001760       ORDER BY S.USR_ID, S.SESSION_START_DATE,
001770                S.SESSION_CATG, S.SESSION_ID
001780     END-EXEC.

001790 01 WS-END                             PIC X(50) VALUE
001800     'ETROP127-WORKING STORAGE SECTION ENDS HERE'.

001810 PROCEDURE DIVISION.

001820 MAIN-LOGIC-PARA.

001830     MOVE 'ETROP127'                   TO EL-ERROR-MODULE.
001840     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001850     MOVE 'ETROP127'                   TO JRL-PROGRAM-ID.
001860     PERFORM LOG-JOB-START-PARA.

001870     MOVE 'ETROP127'                   TO WS-SP-PROGRAM-ID.
001880     MOVE 'READY-BUS-DAYS  '           TO WS-SP-PARM-NAME.
001890     MOVE WS-READY-BUS-DAYS            TO WS-SP-PARM-VALUE.
001900     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
001910*    BUS-DURATION IS S9(4) - A VALUE OUTSIDE 1-999 KEEPS THE
001920*    DEFAULT RATHER THAN TRUNCATE.
001930     IF WS-SP-PARM-VALUE > 0 AND WS-SP-PARM-VALUE < 1000
001940         MOVE WS-SP-PARM-VALUE         TO WS-READY-BUS-DAYS
001950     END-IF.

001960     PERFORM GET-READY-WINDOW-PARA.

001970     OPEN OUTPUT READY-RPT-FILE.
001980     MOVE WS-FIRST-DATE              TO WS-HD-FROM-DATE.
001990     MOVE WS-HORIZON-DATE            TO WS-HD-TO-DATE.
002000     WRITE READY-RPT-RECORD          FROM WS-HDG-LINE.

002010     EXEC SQL
002020       OPEN READY-SESSIONS
002030     END-EXEC.
002040     IF SQLCODE NOT = 0
002050       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002060       MOVE 'READY-SESSIONS'           TO EL-ERROR-DB2-OBJECT
002070       PERFORM CHECK-SQLCODE-PARA
002080       PERFORM EXIT-PARA
002090     END-IF.

002100     PERFORM CHECK-ONE-SESSION-PARA
002110       UNTIL SQLCODE = 100.

002120     EXEC SQL
002130       CLOSE READY-SESSIONS
002140     END-EXEC.
002150     IF SQLCODE NOT = 0
002160       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002170       MOVE 'READY-SESSIONS'           TO EL-ERROR-DB2-OBJECT
002180       PERFORM CHECK-SQLCODE-PARA
002190     END-IF.

002200     IF NOT WS-FIRST-COORDINATOR
002210       PERFORM WRITE-COORD-TOTALS-PARA
002220     END-IF.
002230     PERFORM WRITE-TOTALS-PARA.
002240     CLOSE READY-RPT-FILE.

002250     DISPLAY 'READINESS WINDOW     : ' WS-FIRST-DATE ' TO '
002260             WS-HORIZON-DATE.
002270     DISPLAY 'SESSIONS CHECKED     : ' WS-SESSION-COUNT.
002280     DISPLAY 'SESSIONS RED         : ' WS-RED-COUNT.
002290     DISPLAY 'SESSIONS AMBER       : ' WS-AMBER-COUNT.
002300     DISPLAY 'SESSIONS GREEN       : ' WS-GREEN-COUNT.
002310     DISPLAY 'CHECKLISTS FAILED    : ' WS-FAILED-COUNT.
002320     MOVE 'C'                        TO JRL-RUN-STATUS.
002330     MOVE WS-SESSION-COUNT           TO JRL-ROWS-READ.
002340     COMPUTE JRL-ROWS-WRITTEN = WS-RED-COUNT + WS-AMBER-COUNT.
002350     MOVE WS-FAILED-COUNT            TO JRL-ROWS-SKIPPED.
002360     PERFORM LOG-JOB-END-PARA.
002370     GOBACK.

002380******************************************************************
002390* The Readiness Window                                           *
002400******************************************************************
002410*    THE WINDOW OPENS TOMORROW AND CLOSES ON THE
002420*    READY-BUS-DAYS-TH BUSINESS DAY FROM THERE.
002430 GET-READY-WINDOW-PARA.
002440     EXEC SQL
002450       SELECT CHAR(CURRENT DATE + 1 DAY, ISO)
002460         INTO :WS-FIRST-DATE
002470         FROM SYSIBM.SYSDUMMY1
002480     END-EXEC.
002490     IF SQLCODE NOT = 0
002500       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002510       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
002520       PERFORM CHECK-SQLCODE-PARA
002530       PERFORM EXIT-PARA
002540     END-IF.
002550     MOVE WS-FIRST-DATE              TO BUS-START-DATE.
002560     MOVE WS-READY-BUS-DAYS          TO BUS-DURATION.
002570     PERFORM COMPUTE-BUSINESS-END-PARA.
002580     IF BUS-FAILED
002590       DISPLAY 'ETROP127 - BUSINESS-DAY WALK FAILED'
002600       PERFORM EXIT-PARA
002610     END-IF.
002620     MOVE BUS-END-DATE               TO WS-HORIZON-DATE.

002630******************************************************************
002640* One Session                                                    *
002650******************************************************************
002660 CHECK-ONE-SESSION-PARA.
002670     EXEC SQL
002680       FETCH READY-SESSIONS
002690        INTO :WS-RS-COORDINATOR,
002700             :WS-RS-SESSION-CATG,
002710             :WS-RS-SESSION-ID
002720     END-EXEC.
002730     EVALUATE SQLCODE
002740       WHEN 0
002750         ADD 1                         TO WS-SESSION-COUNT
002760         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
002770         PERFORM COORDINATOR-BREAK-PARA
002780         PERFORM RUN-CHECKLIST-PARA
002790         MOVE WS-SAVED-SQLCODE         TO SQLCODE
002800       WHEN 100
002810         CONTINUE
002820       WHEN OTHER
002830         MOVE 'FETCH '                 TO EL-ERROR-ACTION
002840         MOVE 'READY-SESSIONS'         TO EL-ERROR-DB2-OBJECT
002850         PERFORM CHECK-SQLCODE-PARA
002860         PERFORM EXIT-PARA
002870     END-EVALUATE.

002880 COORDINATOR-BREAK-PARA.
002890     IF WS-FIRST-COORDINATOR
002900        OR WS-RS-COORDINATOR NOT = WS-PREV-COORDINATOR
002910       IF NOT WS-FIRST-COORDINATOR
002920         PERFORM WRITE-COORD-TOTALS-PARA
002930       END-IF
002940       MOVE 'N'                      TO WS-FIRST-COORD-SW
002950       MOVE WS-RS-COORDINATOR        TO WS-PREV-COORDINATOR
002960       MOVE 0                        TO WS-CO-RED-COUNT
002970                                        WS-CO-AMBER-COUNT
002980                                        WS-CO-GREEN-COUNT
002990       MOVE SPACES                   TO READY-RPT-RECORD
003000       WRITE READY-RPT-RECORD
003010       MOVE WS-RS-COORDINATOR        TO WS-CL-COORDINATOR
003020       WRITE READY-RPT-RECORD        FROM WS-COORD-LINE
003030     END-IF.

003040 RUN-CHECKLIST-PARA.
003050     MOVE 'ETROP127'                 TO RD-PROGRAM-ID.
003060     MOVE WS-RS-SESSION-CATG         TO RD-SESSION-CATG.
003070     MOVE WS-RS-SESSION-ID           TO RD-SESSION-ID.
003080     CALL 'RCBT011A' USING RD-RCBT011A-PARM.
003090     IF NOT RD-CHECKED
003100       ADD 1                         TO WS-FAILED-COUNT
003110       ADD 1                         TO WS-CO-RED-COUNT
003120       MOVE 'ERROR'                  TO WS-SL-RAG
003130       PERFORM WRITE-SESSION-LINE-PARA
003140       WRITE READY-RPT-RECORD        FROM WS-FAIL-LINE
003150     ELSE
003160       EVALUATE TRUE
003170         WHEN RD-RED
003180           ADD 1                     TO WS-RED-COUNT
003190                                        WS-CO-RED-COUNT
003200           MOVE 'RED'                TO WS-SL-RAG
003210           PERFORM WRITE-SESSION-LINE-PARA
003220           PERFORM WRITE-CHECK-LINE-PARA
003230             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
003240         WHEN RD-AMBER
003250           ADD 1                     TO WS-AMBER-COUNT
003260                                        WS-CO-AMBER-COUNT
003270           MOVE 'AMBER'              TO WS-SL-RAG
003280           PERFORM WRITE-SESSION-LINE-PARA
003290           PERFORM WRITE-CHECK-LINE-PARA
003300             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
003310         WHEN OTHER
003320           ADD 1                     TO WS-GREEN-COUNT
003330                                        WS-CO-GREEN-COUNT
003340       END-EVALUATE
003350     END-IF.

003360 WRITE-SESSION-LINE-PARA.
003370     MOVE WS-RS-SESSION-CATG         TO WS-SL-CATG.
003380     MOVE WS-RS-SESSION-ID           TO WS-SL-SESSION-ID.
003390     MOVE RD-START-DATE              TO WS-SL-START-DATE.
003400     MOVE RD-DELIVERY-MODE           TO WS-SL-MODE.
003410     MOVE RD-COURSE-TITLE            TO WS-SL-TITLE.
003420     WRITE READY-RPT-RECORD          FROM WS-SESSION-LINE.

003430*    ONLY THE LINES THAT NEED SOMEBODY TO ACT ARE PRINTED.
003440 WRITE-CHECK-LINE-PARA.
003450     IF RD-CHECK-RAG (WS-SUB) NOT = 'G'
003460       IF RD-CHECK-RAG (WS-SUB) = 'R'
003470         MOVE 'RED'                  TO WS-CK-RAG
003480       ELSE
003490         MOVE 'AMBER'                TO WS-CK-RAG
003500       END-IF
003510       MOVE RD-CHECK-NAME (WS-SUB)   TO WS-CK-NAME
003520       MOVE RD-CHECK-TEXT (WS-SUB)   TO WS-CK-TEXT
003530       WRITE READY-RPT-RECORD        FROM WS-CHECK-LINE
003540     END-IF.

003550******************************************************************
003560* Totals                                                         *
003570******************************************************************
003580 WRITE-COORD-TOTALS-PARA.
003590     MOVE WS-CO-RED-COUNT            TO WS-CT-RED.
003600     MOVE WS-CO-AMBER-COUNT          TO WS-CT-AMBER.
003610     MOVE WS-CO-GREEN-COUNT          TO WS-CT-GREEN.
003620     WRITE READY-RPT-RECORD          FROM WS-COORD-TOT-LINE.

003630 WRITE-TOTALS-PARA.
003640     IF WS-SESSION-COUNT = 0
003650       WRITE READY-RPT-RECORD        FROM WS-NONE-LINE
003660     END-IF.
003670     MOVE SPACES                     TO READY-RPT-RECORD.
003680     WRITE READY-RPT-RECORD.
003690     MOVE 'SESSIONS CHECKED         :' TO WS-CN-LABEL.
003700     MOVE WS-SESSION-COUNT           TO WS-CN-COUNT.
003710     WRITE READY-RPT-RECORD          FROM WS-CNT-LINE.
003720     MOVE 'SESSIONS RED             :' TO WS-CN-LABEL.
003730     MOVE WS-RED-COUNT               TO WS-CN-COUNT.
003740     WRITE READY-RPT-RECORD          FROM WS-CNT-LINE.
003750     MOVE 'SESSIONS AMBER           :' TO WS-CN-LABEL.
003760     MOVE WS-AMBER-COUNT             TO WS-CN-COUNT.
003770     WRITE READY-RPT-RECORD          FROM WS-CNT-LINE.
003780     MOVE 'SESSIONS GREEN           :' TO WS-CN-LABEL.
003790     MOVE WS-GREEN-COUNT             TO WS-CN-COUNT.
003800     WRITE READY-RPT-RECORD          FROM WS-CNT-LINE.
003810     MOVE 'CHECKLISTS FAILED        :' TO WS-CN-LABEL.
003820     MOVE WS-FAILED-COUNT            TO WS-CN-COUNT.
003830     WRITE READY-RPT-RECORD          FROM WS-CNT-LINE.

003840******************************************************************
003850* Business-Day Math                                              *
003860******************************************************************
003870     EXEC SQL
003880       INCLUDE CPBUSDAY
003890     END-EXEC.

003900******************************************************************
003910* Error Logging                                                  *
003920******************************************************************
003930     EXEC SQL
003940       INCLUDE CPERRBAT
003950     END-EXEC.

003960*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
003970*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
003980*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
003990*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
004000*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
004010 EXIT-PARA.
004020     MOVE 'F'                        TO JRL-RUN-STATUS.
004030     PERFORM LOG-JOB-END-PARA.
004040     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004050     GOBACK.

004060******************************************************************
004070* Run Registry                                                   *
004080******************************************************************
004090     EXEC SQL
004100       INCLUDE CPJOBLOG
004110     END-EXEC.
