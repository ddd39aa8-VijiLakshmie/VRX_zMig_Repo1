000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP98.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  WEEKLY KIT-MOVEMENT LIST FOR FACILITIES.                      *
000090*  EVERY ITEM OF PORTABLE KIT (DCLEQUIP) BOOKED THROUGH ETRB030  *
000100*  TO A NOT-CANCELLED SESSION STARTING IN THE NEXT KIT-WEEK-DAYS *
000110*  DAYS (RCBT004A, DEFAULT 7), DAY BY DAY IN START-DATE ORDER:   *
000120*  THE ITEM, ITS HOME ROOM, THE ROOM IT IS NEEDED IN, THE DATE   *
000130*  IT IS NEEDED BY AND THE SESSION'S LAST DAY, AFTER WHICH IT    *
000140*  GOES BACK. THE ACTION COLUMN SAYS:                            *
000150*    MOVE      - THE SESSION MEETS AWAY FROM THE ITEM'S HOME     *
000160*    IN PLACE  - THE SESSION MEETS IN THE ITEM'S HOME ROOM       *
000170*    NO ROOM   - THE SESSION HAS NO ROOM YET (ETRB017) - THE     *
000180*                ITEM IS PROMISED BUT HAS NOWHERE TO GO          *
000190*  RESCHEDULED SESSIONS APPEAR UNDER THEIR NEW DATES (ETRB012)   *
000200*  AND CANCELLED ONES NOT AT ALL (THE ETRB006 CASCADE RELEASES   *
000210*  THEIR KIT).                                                   *
000220******************************************************************

000230 ENVIRONMENT DIVISION.

000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. Z900.
000260 OBJECT-COMPUTER. Z900.

000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT KIT-RPT-FILE   ASSIGN TO KITMVRPT
000300            ORGANIZATION  IS LINE SEQUENTIAL.

000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  KIT-RPT-FILE
000340     RECORD CONTAINS 132 CHARACTERS.
000350 01  KIT-RPT-RECORD                  PIC X(132).

000360 WORKING-STORAGE SECTION.

000370 01 WS-BEGIN                          PIC  X(36) VALUE
000380     'ETROP98 WORKING STORAGE STARTS HERE'.

000390******************************************************************
000400*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000410******************************************************************
000420 01 WS-VARIABLES.
000430    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000440       88 WS-NO-ERROR                            VALUE SPACES.
000450       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000460       88 WS-FATAL-ERROR                         VALUE 'F'.
000470    05 WS-KIT-WEEK-DAYS                PIC S9(9) USAGE COMP
000480                                       VALUE 7.
000490    05 WS-BOOKING-COUNT                PIC S9(9) COMP VALUE 0.
000500    05 WS-MOVE-COUNT                   PIC S9(9) COMP VALUE 0.
000510    05 WS-NO-ROOM-COUNT                PIC S9(9) COMP VALUE 0.
000520    05 WS-PREV-START-DATE              PIC X(10) VALUE SPACES.
000530    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000540    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
000550    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000560*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
000570*    RUN-PARAMETER READ ROUTINE AT STARTUP.
000580 01 WS-RCBT004A-PARM.
000590    05 WS-SP-PROGRAM-ID                PIC X(08).
000600    05 WS-SP-PARM-NAME                 PIC X(16).
000610    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000620    05 WS-SP-RETURN-CODE               PIC X(1).

000630******************************************************************
000640*  FETCH HOLD FIELDS FOR ONE BOOKING                             *
000650******************************************************************
000660 01 WS-BOOKING.
000670    05 WS-BK-START-DATE                PIC X(10).
000680    05 WS-BK-LAST-DATE                 PIC X(10).
000690    05 WS-BK-SESSION-CATG              PIC X(02).
000700    05 WS-BK-SESSION-ID                PIC S9(9) USAGE COMP.
000710    05 WS-BK-EQUIP-ID                  PIC X(08).
000720    05 WS-BK-EQUIP-TYPE                PIC X(04).
000730    05 WS-BK-HOME-VENUE-ID             PIC X(08).
000740    05 WS-BK-VENUE-ID                  PIC X(08).
000750*    VENUE_ID IS NULLABLE - NEGATIVE WHEN THE SESSION HAS NO ROOM.
000760    05 WS-BK-VENUE-IND                 PIC S9(4) USAGE COMP.

000770******************************************************************
000780*  REPORT LINE LAYOUTS                                           *
000790******************************************************************
000800 01 WS-RPT-HEADING-1.
000810    05 FILLER                  PIC X(15) VALUE SPACES.
000820    05 FILLER                  PIC X(40) VALUE
000830       'KIT MOVEMENTS - SESSIONS STARTING FROM'.
000840    05 WS-RPT-FROM-DATE        PIC X(10).
000850    05 FILLER                  PIC X(03) VALUE SPACES.
000860    05 FILLER                  PIC X(05) VALUE 'PAGE '.
000870    05 WS-RPT-PAGE-NO          PIC ZZZ9.
000880 01 WS-RPT-HEADING-2.
000890    05 FILLER                  PIC X(12) VALUE 'NEEDED BY'.
000900    05 FILLER                  PIC X(14) VALUE 'SESSION'.
000910    05 FILLER                  PIC X(10) VALUE 'ITEM'.
000920    05 FILLER                  PIC X(06) VALUE 'TYPE'.
000930    05 FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
000940    05 FILLER                  PIC X(22) VALUE 'FROM     -> TO'.
000950    05 FILLER                  PIC X(12) VALUE 'BACK AFTER'.
000960    05 FILLER                  PIC X(08) VALUE 'ACTION'.
000970 01 WS-RPT-DATE-LINE.
000980    05 FILLER                  PIC X(06) VALUE 'DATE: '.
000990    05 WS-RPT-DAY-DATE         PIC X(10).
001000 01 WS-RPT-DETAIL-LINE.
001010    05 WS-RPT-START-DATE       PIC X(10).
001020    05 FILLER                  PIC X(02) VALUE SPACES.
001030    05 WS-RPT-SESSION-CATG     PIC X(02).
001040    05 FILLER                  PIC X(01) VALUE '/'.
001050    05 WS-RPT-SESSION-ID       PIC Z(08)9.
001060    05 FILLER                  PIC X(02) VALUE SPACES.
001070    05 WS-RPT-EQUIP-ID         PIC X(08).
001080    05 FILLER                  PIC X(02) VALUE SPACES.
001090    05 WS-RPT-EQUIP-TYPE       PIC X(04).
001100    05 FILLER                  PIC X(02) VALUE SPACES.
001110    05 WS-RPT-EQUIP-DESC       PIC X(30).
001120    05 FILLER                  PIC X(02) VALUE SPACES.
001130    05 WS-RPT-HOME-VENUE-ID    PIC X(08).
001140    05 FILLER                  PIC X(04) VALUE ' -> '.
001150    05 WS-RPT-VENUE-ID         PIC X(08).
001160    05 FILLER                  PIC X(02) VALUE SPACES.
001170    05 WS-RPT-LAST-DATE        PIC X(10).
001180    05 FILLER                  PIC X(02) VALUE SPACES.
001190    05 WS-RPT-ACTION           PIC X(08).
001200    05 FILLER                  PIC X(16) VALUE SPACES.
001210 01 WS-RPT-TOTAL-LINE.
001220    05 FILLER                  PIC X(16) VALUE
001230       'ITEMS BOOKED:'.
001240    05 WS-RPT-TOT-BOOKED       PIC ZZZ,ZZ9.
001250    05 FILLER                  PIC X(12) VALUE '  TO MOVE: '.
001260    05 WS-RPT-TOT-MOVE         PIC ZZZ,ZZ9.
001270    05 FILLER                  PIC X(12) VALUE '  NO ROOM: '.
001280    05 WS-RPT-TOT-NO-ROOM      PIC ZZZ,ZZ9.

001290******************************************************************
001300* Copybook Includes.                                             *
001310******************************************************************
001320     EXEC SQL
001330       INCLUDE CWERRLOG
001340     END-EXEC.

001350*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001360     EXEC SQL
001370       INCLUDE CWJOBLOG
001380     END-EXEC.

001390******************************************************************
001400*                     DB2 SECTION                                *
001410******************************************************************
001420     EXEC SQL
001430       INCLUDE SQLCA
001440     END-EXEC.

001450     EXEC SQL
001460       INCLUDE DCLEQUIP
001470     END-EXEC.

001480     EXEC SQL
001490       INCLUDE DCLSESRS
001500     END-EXEC.

001510******************************************************************
001520*  CURSOR DECLARATION - EVERY KIT BOOKING ON A LIVE SESSION      *
001530*  STARTING INSIDE THE WINDOW. THE LAST DAY IS THE SESSION'S END *
001540*  DATE, OR START PLUS DURATION LESS ONE WHERE ETROP07 HAS NOT   *
001550*  SET IT YET.                                                   *
001560******************************************************************
001570     EXEC SQL DECLARE KIT-MOVEMENTS CURSOR
001580      FOR
001590      SELECT CHAR(S.SESSION_START_DATE, ISO),
001600             CHAR(COALESCE(S.SESSION_END_DATE,
001610                  S.SESSION_START_DATE
001620                  + (S.SESSION_DURATION - 1) DAYS), ISO),
001630             R.SESSION_CATG, R.SESSION_ID,
001640             R.EQUIP_ID, E.EQUIP_TYPE, E.EQUIP_DESC,
001650             E.HOME_VENUE_ID, S.VENUE_ID
001660        FROM DBODEVP.SESSION_RESOURCE R,
001670             DBODEVP.EQUIPMENT E,
001680             DBODEVP.TRAINING_SESSION S
001690       WHERE E.EQUIP_ID           = R.EQUIP_ID
001700         AND S.SESSION_CATG       = R.SESSION_CATG
001710         AND S.SESSION_ID         = R.SESSION_ID
001720         AND S.SESSION_STATUS     NOT = 'C'
001730         AND S.SESSION_START_DATE >= CURRENT DATE
001740         AND S.SESSION_START_DATE <
001750             CURRENT DATE + :WS-KIT-WEEK-DAYS DAYS
001760       ORDER BY 1, S.VENUE_ID, R.EQUIP_ID
001770     END-EXEC.

001780 01 WS-END                             PIC X(50) VALUE
001790     'ETROP98-WORKING STORAGE SECTION ENDS HERE'.

001800 PROCEDURE DIVISION.

001810 MAIN-LOGIC-PARA.

001820     MOVE 'ETROP98'                    TO EL-ERROR-MODULE.
001830     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001840     MOVE 'ETROP98'                    TO JRL-PROGRAM-ID.
001850     PERFORM LOG-JOB-START-PARA.

001860     PERFORM GET-PARAMETERS-PARA.
001870     OPEN OUTPUT KIT-RPT-FILE.

001880     EXEC SQL
001890       OPEN KIT-MOVEMENTS
001900     END-EXEC.

001910     EVALUATE SQLCODE
001920       WHEN 0
001930         CONTINUE
001940       WHEN 100
001950         PERFORM EXIT-PARA
001960       WHEN OTHER
001970         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
001980         MOVE 'KIT-MOVEMENTS'          TO EL-ERROR-DB2-OBJECT
001990         PERFORM CHECK-SQLCODE-PARA
002000         PERFORM EXIT-PARA
002010     END-EVALUATE.

002020     PERFORM TAKE-ONE-BOOKING-PARA
002030       UNTIL SQLCODE = 100.

002040     EXEC SQL
002050       CLOSE KIT-MOVEMENTS
002060     END-EXEC.

002070     IF SQLCODE NOT = 0
002080       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002090       MOVE 'KIT-MOVEMENTS'            TO EL-ERROR-DB2-OBJECT
002100       PERFORM CHECK-SQLCODE-PARA
002110     END-IF.

002120     IF WS-BOOKING-COUNT = 0
002130         PERFORM WRITE-HEADING-PARA
002140     END-IF.
002150     PERFORM WRITE-GRAND-TOTAL-PARA.
002160     CLOSE KIT-RPT-FILE.

002170     DISPLAY 'KIT BOOKINGS LISTED : ' WS-BOOKING-COUNT.
002180     DISPLAY 'ITEMS TO MOVE       : ' WS-MOVE-COUNT.
002190     DISPLAY 'ITEMS WITH NO ROOM  : ' WS-NO-ROOM-COUNT.
002200     MOVE 'C'                        TO JRL-RUN-STATUS.
002210     MOVE WS-BOOKING-COUNT           TO JRL-ROWS-READ.
002220     MOVE WS-BOOKING-COUNT           TO JRL-ROWS-WRITTEN.
002230     PERFORM LOG-JOB-END-PARA.
002240     GOBACK.

002250 GET-PARAMETERS-PARA.
002260     MOVE 'ETROP98'                  TO WS-SP-PROGRAM-ID.
002270     MOVE 'KIT-WEEK-DAYS'            TO WS-SP-PARM-NAME.
002280     MOVE WS-KIT-WEEK-DAYS           TO WS-SP-PARM-VALUE.
002290     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002300     MOVE WS-SP-PARM-VALUE           TO WS-KIT-WEEK-DAYS.
002310     EXEC SQL
002320       SELECT CHAR(CURRENT DATE, ISO)
002330         INTO :WS-RPT-FROM-DATE
002340         FROM SYSIBM.SYSDUMMY1
002350     END-EXEC.

002360 TAKE-ONE-BOOKING-PARA.
002370*    THE DESCRIPTION IS VARCHAR - CLEARED SO A SHORT ONE DOES NOT
002380*    CARRY THE TAIL OF THE ROW BEFORE.
002390     MOVE SPACES                     TO EQP-EQUIP-DESC-TEXT.
002400     EXEC SQL
002410       FETCH KIT-MOVEMENTS
002420        INTO :WS-BK-START-DATE,
002430             :WS-BK-LAST-DATE,
002440             :WS-BK-SESSION-CATG,
002450             :WS-BK-SESSION-ID,
002460             :WS-BK-EQUIP-ID,
002470             :WS-BK-EQUIP-TYPE,
002480             :EQP-EQUIP-DESC,
002490             :WS-BK-HOME-VENUE-ID,
002500             :WS-BK-VENUE-ID :WS-BK-VENUE-IND
002510     END-EXEC.
002520     EVALUATE SQLCODE
002530       WHEN 0
002540         PERFORM WRITE-DETAIL-PARA
002550       WHEN 100
002560         CONTINUE
002570       WHEN OTHER
002580         MOVE 'FETCH '               TO EL-ERROR-ACTION
002590         MOVE 'KIT-MOVEMENTS'        TO EL-ERROR-DB2-OBJECT
002600         PERFORM CHECK-SQLCODE-PARA
002610         PERFORM EXIT-PARA
002620     END-EVALUATE.

002630******************************************************************
002640* Report Body - A DATE LINE AT EACH CHANGE OF START DATE, SO     *
002650* FACILITIES CAN WORK THROUGH THE WEEK ONE DAY AT A TIME.        *
002660******************************************************************
002670 WRITE-HEADING-PARA.
002680     ADD 1                           TO WS-PAGE-NO.
002690     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
002700     WRITE KIT-RPT-RECORD            FROM WS-RPT-HEADING-1.
002710     MOVE SPACES                     TO KIT-RPT-RECORD.
002720     WRITE KIT-RPT-RECORD.
002730     WRITE KIT-RPT-RECORD            FROM WS-RPT-HEADING-2.
002740     MOVE 3                          TO WS-LINE-CTR.

002750 WRITE-DETAIL-PARA.
002760     IF WS-LINE-CTR > WS-LINES-PER-PAGE
002770         PERFORM WRITE-HEADING-PARA
002780     END-IF.
002790     IF WS-BK-START-DATE NOT = WS-PREV-START-DATE
002800         MOVE SPACES                 TO KIT-RPT-RECORD
002810         WRITE KIT-RPT-RECORD
002820         MOVE WS-BK-START-DATE       TO WS-RPT-DAY-DATE
002830         WRITE KIT-RPT-RECORD        FROM WS-RPT-DATE-LINE
002840         ADD 2                       TO WS-LINE-CTR
002850         MOVE WS-BK-START-DATE       TO WS-PREV-START-DATE
002860     END-IF.
002870     MOVE WS-BK-START-DATE           TO WS-RPT-START-DATE.
002880     MOVE WS-BK-SESSION-CATG         TO WS-RPT-SESSION-CATG.
002890     MOVE WS-BK-SESSION-ID           TO WS-RPT-SESSION-ID.
002900     MOVE WS-BK-EQUIP-ID             TO WS-RPT-EQUIP-ID.
002910     MOVE WS-BK-EQUIP-TYPE           TO WS-RPT-EQUIP-TYPE.
002920     MOVE EQP-EQUIP-DESC-TEXT        TO WS-RPT-EQUIP-DESC.
002930     MOVE WS-BK-HOME-VENUE-ID        TO WS-RPT-HOME-VENUE-ID.
002940     MOVE WS-BK-LAST-DATE            TO WS-RPT-LAST-DATE.
002950     EVALUATE TRUE
002960       WHEN WS-BK-VENUE-IND < 0
002970         MOVE '*NONE*'               TO WS-RPT-VENUE-ID
002980         MOVE 'NO ROOM'              TO WS-RPT-ACTION
002990         ADD 1                       TO WS-NO-ROOM-COUNT
003000       WHEN WS-BK-VENUE-ID = WS-BK-HOME-VENUE-ID
003010         MOVE WS-BK-VENUE-ID         TO WS-RPT-VENUE-ID
003020         MOVE 'IN PLACE'             TO WS-RPT-ACTION
003030       WHEN OTHER
003040         MOVE WS-BK-VENUE-ID         TO WS-RPT-VENUE-ID
003050         MOVE 'MOVE'                 TO WS-RPT-ACTION
003060         ADD 1                       TO WS-MOVE-COUNT
003070     END-EVALUATE.
003080     WRITE KIT-RPT-RECORD            FROM WS-RPT-DETAIL-LINE.
003090     ADD 1                           TO WS-LINE-CTR.
003100     ADD 1                           TO WS-BOOKING-COUNT.

003110 WRITE-GRAND-TOTAL-PARA.
003120     MOVE SPACES                     TO KIT-RPT-RECORD.
003130     WRITE KIT-RPT-RECORD.
003140     MOVE WS-BOOKING-COUNT           TO WS-RPT-TOT-BOOKED.
003150     MOVE WS-MOVE-COUNT              TO WS-RPT-TOT-MOVE.
003160     MOVE WS-NO-ROOM-COUNT           TO WS-RPT-TOT-NO-ROOM.
003170     WRITE KIT-RPT-RECORD            FROM WS-RPT-TOTAL-LINE.

003180******************************************************************
003190* Error Logging                                                  *
003200******************************************************************
003210     EXEC SQL
003220       INCLUDE CPERRBAT
003230     END-EXEC.

003240*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
003250*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
003260*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
003270*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
003280*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
003290 EXIT-PARA.
003300     MOVE 'F'                        TO JRL-RUN-STATUS.
003310     MOVE WS-BOOKING-COUNT           TO JRL-ROWS-READ.
003320     PERFORM LOG-JOB-END-PARA.
003330     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003340     GOBACK.

003350******************************************************************
003360* Run Registry                                                   *
003370******************************************************************
003380     EXEC SQL
003390       INCLUDE CPJOBLOG
003400     END-EXEC.
