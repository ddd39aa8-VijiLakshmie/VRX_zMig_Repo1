000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP97.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  LEARNING-PATH PROGRESS REPORT BY ORGANIZATION.                *
000090*  ONE LINE PER ACTIVE PATH_ENROLMENT, GROUPED BY THE ORG THAT   *
000100*  BOUGHT THE PROGRAMME (PRIVATE ENROLMENTS LAST): STEPS DONE OF *
000110*  THE PATH'S TOTAL, THE NEXT STEP'S CATEGORY AS ETROP96 LAST    *
000120*  SET IT, THE LAST DATE THE PERSON MOVED FORWARD, AND A FLAG:   *
000130*    'BOOKED'   - HOLDS AN ACTIVE OR WAITLISTED SEAT, NOT YET    *
000140*                 COMPLETED, IN THE NEXT STEP'S CATEGORY         *
000150*    'STALLED'  - NOT BOOKED, AND NO PROGRESS FOR MORE THAN      *
000160*                 STALL-DAYS (RCBT004A, DEFAULT 90)              *
000170*  WITH A SUBTOTAL OF ENROLMENTS AND STALLED PER ORG. RUN AFTER  *
000180*  ETROP96 SO THE COUNTS ARE LAST NIGHT'S.                       *
000190******************************************************************

000200 ENVIRONMENT DIVISION.

000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. Z900.
000230 OBJECT-COMPUTER. Z900.

000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PATH-RPT-FILE  ASSIGN TO PATHRPT
000270            ORGANIZATION  IS LINE SEQUENTIAL.

000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  PATH-RPT-FILE
000310     RECORD CONTAINS 132 CHARACTERS.
000320 01  PATH-RPT-RECORD                 PIC X(132).

000330 WORKING-STORAGE SECTION.

000340 01 WS-BEGIN                          PIC  X(36) VALUE
000350     'ETROP97 WORKING STORAGE STARTS HERE'.

000360******************************************************************
000370*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000380******************************************************************
000390 01 WS-VARIABLES.
000400    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000410       88 WS-NO-ERROR                            VALUE SPACES.
000420       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000430       88 WS-FATAL-ERROR                         VALUE 'F'.
000440    05 WS-ENROL-COUNT                  PIC S9(9) COMP VALUE 0.
000450    05 WS-STALLED-COUNT                PIC S9(9) COMP VALUE 0.
000460    05 WS-STALL-DAYS                   PIC S9(9) USAGE COMP
000470                                       VALUE 90.
000480    05 WS-PREV-ORG-CODE                PIC X(08) VALUE SPACES.
000490    05 WS-FIRST-SWITCH                 PIC X(01) VALUE 'Y'.
000500       88 WS-FIRST-ROW                           VALUE 'Y'.
000510    05 WS-ORG-ENROL-COUNT              PIC S9(9) COMP VALUE 0.
000520    05 WS-ORG-STALLED-COUNT            PIC S9(9) COMP VALUE 0.
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
000640*  FETCH HOLD FIELDS FOR ONE ENROLMENT                           *
000650******************************************************************
000660 01 WS-ENROLMENT.
000670    05 WS-EN-ORG-CODE                  PIC X(08).
000680    05 WS-EN-ORG-NAME                  PIC X(120).
000690    05 WS-EN-PATH-CODE                 PIC X(08).
000700    05 WS-EN-PERSON-ID                 PIC S9(9) USAGE COMP.
000710    05 WS-EN-FULL-NAME                 PIC X(130).
000720    05 WS-EN-STEPS-DONE                PIC S9(4) USAGE COMP.
000730    05 WS-EN-STEPS-TOTAL               PIC S9(4) USAGE COMP.
000740    05 WS-EN-NEXT-CATG                 PIC X(02).
000750    05 WS-EN-NEXT-TYPE                 PIC X(01).
000760    05 WS-EN-LAST-PROGRESS             PIC X(10).
000770    05 WS-EN-IDLE-DAYS                 PIC S9(9) USAGE COMP.
000780    05 WS-EN-BOOKED                    PIC S9(9) USAGE COMP.

000790******************************************************************
000800*  REPORT LINE LAYOUTS                                           *
000810******************************************************************
000820 01 WS-RPT-HEADING-1.
000830    05 FILLER                  PIC X(15) VALUE SPACES.
000840    05 FILLER                  PIC X(40) VALUE
000850       'LEARNING-PATH PROGRESS BY ORGANIZATION'.
000860    05 FILLER                  PIC X(03) VALUE SPACES.
000870    05 FILLER                  PIC X(05) VALUE 'PAGE '.
000880    05 WS-RPT-PAGE-NO          PIC ZZZ9.
000890 01 WS-RPT-HEADING-2.
000900    05 FILLER                  PIC X(10) VALUE 'PATH'.
000910    05 FILLER                  PIC X(10) VALUE 'PERSON'.
000920    05 FILLER                  PIC X(32) VALUE 'NAME'.
000930    05 FILLER                  PIC X(08) VALUE 'DONE'.
000940    05 FILLER                  PIC X(08) VALUE 'NEXT'.
000950    05 FILLER                  PIC X(13) VALUE 'LAST MOVED'.
000960    05 FILLER                  PIC X(06) VALUE 'IDLE'.
000970    05 FILLER                  PIC X(08) VALUE 'STATUS'.
000980 01 WS-RPT-ORG-LINE.
000990    05 FILLER                  PIC X(05) VALUE 'ORG: '.
001000    05 WS-RPT-ORG-CODE         PIC X(08).
001010    05 FILLER                  PIC X(02) VALUE SPACES.
001020    05 WS-RPT-ORG-NAME         PIC X(60).
001030 01 WS-RPT-DETAIL-LINE.
001040    05 WS-RPT-PATH-CODE        PIC X(08).
001050    05 FILLER                  PIC X(02) VALUE SPACES.
001060    05 WS-RPT-PERSON-ID        PIC ZZZZZZZZ9.
001070    05 FILLER                  PIC X(01) VALUE SPACES.
001080    05 WS-RPT-FULL-NAME        PIC X(30).
001090    05 FILLER                  PIC X(02) VALUE SPACES.
001100    05 WS-RPT-STEPS-DONE       PIC Z9.
001110    05 FILLER                  PIC X(01) VALUE '/'.
001120    05 WS-RPT-STEPS-TOTAL      PIC Z9.
001130    05 FILLER                  PIC X(03) VALUE SPACES.
001140    05 WS-RPT-NEXT-CATG        PIC X(02).
001150    05 FILLER                  PIC X(01) VALUE SPACES.
001160    05 WS-RPT-NEXT-TYPE        PIC X(01).
001170    05 FILLER                  PIC X(04) VALUE SPACES.
001180    05 WS-RPT-LAST-PROGRESS    PIC X(10).
001190    05 FILLER                  PIC X(02) VALUE SPACES.
001200    05 WS-RPT-IDLE-DAYS        PIC ZZZZ9.
001210    05 FILLER                  PIC X(02) VALUE SPACES.
001220    05 WS-RPT-FLAG             PIC X(08).
001230 01 WS-RPT-SUBTOTAL-LINE.
001240    05 FILLER                  PIC X(10) VALUE 'ORG TOTAL '.
001250    05 WS-RPT-SUB-ORG-CODE     PIC X(08).
001260    05 FILLER                  PIC X(14) VALUE ' ENROLMENTS: '.
001270    05 WS-RPT-SUB-ENROL        PIC ZZZ,ZZ9.
001280    05 FILLER                  PIC X(12) VALUE '  STALLED: '.
001290    05 WS-RPT-SUB-STALLED      PIC ZZZ,ZZ9.
001300 01 WS-RPT-TOTAL-LINE.
001310    05 FILLER                  PIC X(20) VALUE
001320       'ACTIVE ENROLMENTS:'.
001330    05 WS-RPT-TOT-ENROL        PIC ZZZ,ZZZ,ZZ9.
001340    05 FILLER                  PIC X(12) VALUE '  STALLED: '.
001350    05 WS-RPT-TOT-STALLED      PIC ZZZ,ZZZ,ZZ9.

001360******************************************************************
001370* Copybook Includes.                                             *
001380******************************************************************
001390     EXEC SQL
001400       INCLUDE CWERRLOG
001410     END-EXEC.

001420*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001430     EXEC SQL
001440       INCLUDE CWJOBLOG
001450     END-EXEC.

001460******************************************************************
001470*                     DB2 SECTION                                *
001480******************************************************************
001490     EXEC SQL
001500       INCLUDE SQLCA
001510     END-EXEC.

001520     EXEC SQL
001530       INCLUDE DCLLPENR
001540     END-EXEC.

001550******************************************************************
001560*  CURSOR DECLARATION - EVERY ACTIVE ENROLMENT, ORG BY ORG, WITH *
001570*  THE NEXT STEP AND WHETHER THE PERSON IS BOOKED ON IT. THE     *
001580*  NAME IS FROM THE PERSON MASTER (ANY OF THE PERSON'S ROWS).    *
001590*  '~' SORTS PRIVATE ENROLMENTS AFTER EVERY REAL ORG CODE.       *
001600******************************************************************
001610     EXEC SQL DECLARE PATH-PROGRESS CURSOR
001620      FOR
001630      SELECT COALESCE(E.ORG_CODE, '~'),
001640             COALESCE(O.ORG_NAME, 'PRIVATE ENROLMENTS'),
001650             E.PATH_CODE, E.PERSON_ID,
001660             COALESCE(( SELECT MAX(G.FULL_NAME)
001670                          FROM DBODEVP.REGISTRANT G
001680                         WHERE G.PERSON_ID = E.PERSON_ID ), ' '),
001690             E.MAND_DONE + E.ELECT_DONE,
001700             ( SELECT COUNT(*)
001710                 FROM DBODEVP.LEARNING_PATH_STEP T
001720                WHERE T.PATH_CODE = E.PATH_CODE ),
001730             COALESCE(S.SESSION_CATG, ' '),
001740             COALESCE(S.STEP_TYPE, ' '),
001750             CHAR(E.LAST_PROGRESS_DATE, ISO),
001760             DAYS(CURRENT DATE) - DAYS(E.LAST_PROGRESS_DATE),
001770             ( SELECT COUNT(*)
001780                 FROM DBODEVP.REGISTRATION R
001790                WHERE R.PERSON_ID    = E.PERSON_ID
001800                  AND R.SESSION_CATG = S.SESSION_CATG
001810                  AND R.REG_STATUS IN ('A', 'W')
001820                  AND R.COMPLETION_STATUS IS NULL )
001830        FROM DBODEVP.PATH_ENROLMENT E
001840        LEFT OUTER JOIN DBODEVP.LEARNING_PATH_STEP S
001850          ON S.PATH_CODE = E.PATH_CODE
001860         AND S.STEP_SEQ  = E.NEXT_STEP_SEQ
001870        LEFT OUTER JOIN DBODEVP.ORGANIZATION O
001880          ON O.ORG_CODE  = E.ORG_CODE
001890       WHERE E.ENROL_STATUS = 'A'
001900       ORDER BY 1, E.PATH_CODE, E.PERSON_ID
001910     END-EXEC.

001920 01 WS-END                             PIC X(50) VALUE
001930     'ETROP97-WORKING STORAGE SECTION ENDS HERE'.

001940 PROCEDURE DIVISION.

001950 MAIN-LOGIC-PARA.

001960     MOVE 'ETROP97'                    TO EL-ERROR-MODULE.
001970     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001980     MOVE 'ETROP97'                    TO JRL-PROGRAM-ID.
001990     PERFORM LOG-JOB-START-PARA.

002000     PERFORM GET-PARAMETERS-PARA.
002010     OPEN OUTPUT PATH-RPT-FILE.

002020     EXEC SQL
002030       OPEN PATH-PROGRESS
002040     END-EXEC.

002050     EVALUATE SQLCODE
002060       WHEN 0
002070         CONTINUE
002080       WHEN 100
002090         PERFORM EXIT-PARA
002100       WHEN OTHER
002110         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
002120         MOVE 'PATH-PROGRESS'          TO EL-ERROR-DB2-OBJECT
002130         PERFORM CHECK-SQLCODE-PARA
002140         PERFORM EXIT-PARA
002150     END-EVALUATE.

002160     PERFORM TAKE-ONE-ENROLMENT-PARA
002170       UNTIL SQLCODE = 100.

002180     EXEC SQL
002190       CLOSE PATH-PROGRESS
002200     END-EXEC.

002210     IF SQLCODE NOT = 0
002220       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002230       MOVE 'PATH-PROGRESS'            TO EL-ERROR-DB2-OBJECT
002240       PERFORM CHECK-SQLCODE-PARA
002250     END-IF.

002260     PERFORM WRITE-SUBTOTAL-PARA.
002270     PERFORM WRITE-GRAND-TOTAL-PARA.
002280     CLOSE PATH-RPT-FILE.

002290     DISPLAY 'ACTIVE ENROLMENTS : ' WS-ENROL-COUNT.
002300     DISPLAY 'STALLED           : ' WS-STALLED-COUNT.
002310     MOVE 'C'                        TO JRL-RUN-STATUS.
002320     MOVE WS-ENROL-COUNT             TO JRL-ROWS-READ.
002330     MOVE WS-ENROL-COUNT             TO JRL-ROWS-WRITTEN.
002340     PERFORM LOG-JOB-END-PARA.
002350     GOBACK.

002360 GET-PARAMETERS-PARA.
002370     MOVE 'ETROP97'                  TO WS-SP-PROGRAM-ID.
002380     MOVE 'STALL-DAYS'               TO WS-SP-PARM-NAME.
002390     MOVE WS-STALL-DAYS              TO WS-SP-PARM-VALUE.
002400     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002410     MOVE WS-SP-PARM-VALUE           TO WS-STALL-DAYS.

002420 TAKE-ONE-ENROLMENT-PARA.
002430     EXEC SQL
002440       FETCH PATH-PROGRESS
002450        INTO :WS-EN-ORG-CODE,
002460             :WS-EN-ORG-NAME,
002470             :WS-EN-PATH-CODE,
002480             :WS-EN-PERSON-ID,
002490             :WS-EN-FULL-NAME,
002500             :WS-EN-STEPS-DONE,
002510             :WS-EN-STEPS-TOTAL,
002520             :WS-EN-NEXT-CATG,
002530             :WS-EN-NEXT-TYPE,
002540             :WS-EN-LAST-PROGRESS,
002550             :WS-EN-IDLE-DAYS,
002560             :WS-EN-BOOKED
002570     END-EXEC.
002580     EVALUATE SQLCODE
002590       WHEN 0
002600         PERFORM WRITE-DETAIL-PARA
002610       WHEN 100
002620         CONTINUE
002630       WHEN OTHER
002640         MOVE 'FETCH '               TO EL-ERROR-ACTION
002650         MOVE 'PATH-PROGRESS'        TO EL-ERROR-DB2-OBJECT
002660         PERFORM CHECK-SQLCODE-PARA
002670         PERFORM EXIT-PARA
002680     END-EVALUATE.

002690******************************************************************
002700* Report Body - CONTROL BREAK ON ORG, THE SAME SHAPE ETROP53     *
002710* USES FOR SESSION_CATG.                                         *
002720******************************************************************
002730 WRITE-HEADING-PARA.
002740     ADD 1                           TO WS-PAGE-NO.
002750     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
002760     WRITE PATH-RPT-RECORD           FROM WS-RPT-HEADING-1.
002770     MOVE SPACES                     TO PATH-RPT-RECORD.
002780     WRITE PATH-RPT-RECORD.
002790     WRITE PATH-RPT-RECORD           FROM WS-RPT-HEADING-2.
002800     MOVE 3                          TO WS-LINE-CTR.

002810 WRITE-DETAIL-PARA.
002820     IF NOT WS-FIRST-ROW AND
002830        WS-PREV-ORG-CODE NOT = WS-EN-ORG-CODE
002840         PERFORM WRITE-SUBTOTAL-PARA
002850     END-IF.
002860     IF WS-LINE-CTR > WS-LINES-PER-PAGE
002870         PERFORM WRITE-HEADING-PARA
002880     END-IF.
002890     IF WS-FIRST-ROW OR WS-PREV-ORG-CODE NOT = WS-EN-ORG-CODE
002900         IF WS-EN-ORG-CODE = '~'
002910             MOVE SPACES             TO WS-RPT-ORG-CODE
002920         ELSE
002930             MOVE WS-EN-ORG-CODE     TO WS-RPT-ORG-CODE
002940         END-IF
002950         MOVE WS-EN-ORG-NAME         TO WS-RPT-ORG-NAME
002960         WRITE PATH-RPT-RECORD       FROM WS-RPT-ORG-LINE
002970         ADD 1                       TO WS-LINE-CTR
002980     END-IF.
002990     MOVE WS-EN-PATH-CODE            TO WS-RPT-PATH-CODE.
003000     MOVE WS-EN-PERSON-ID            TO WS-RPT-PERSON-ID.
003010     MOVE WS-EN-FULL-NAME            TO WS-RPT-FULL-NAME.
003020     MOVE WS-EN-STEPS-DONE           TO WS-RPT-STEPS-DONE.
003030     MOVE WS-EN-STEPS-TOTAL          TO WS-RPT-STEPS-TOTAL.
003040     MOVE WS-EN-NEXT-CATG            TO WS-RPT-NEXT-CATG.
003050     MOVE WS-EN-NEXT-TYPE            TO WS-RPT-NEXT-TYPE.
003060     MOVE WS-EN-LAST-PROGRESS        TO WS-RPT-LAST-PROGRESS.
003070     MOVE WS-EN-IDLE-DAYS            TO WS-RPT-IDLE-DAYS.
003080     EVALUATE TRUE
003090       WHEN WS-EN-BOOKED > 0
003100         MOVE 'BOOKED'               TO WS-RPT-FLAG
003110       WHEN WS-EN-IDLE-DAYS > WS-STALL-DAYS
003120         MOVE 'STALLED'              TO WS-RPT-FLAG
003130         ADD 1                       TO WS-STALLED-COUNT
003140         ADD 1                       TO WS-ORG-STALLED-COUNT
003150       WHEN OTHER
003160         MOVE SPACES                 TO WS-RPT-FLAG
003170     END-EVALUATE.
003180     WRITE PATH-RPT-RECORD           FROM WS-RPT-DETAIL-LINE.
003190     ADD 1                           TO WS-LINE-CTR.
003200     ADD 1                           TO WS-ENROL-COUNT.
003210     ADD 1                           TO WS-ORG-ENROL-COUNT.
003220     MOVE WS-EN-ORG-CODE             TO WS-PREV-ORG-CODE.
003230     MOVE 'N'                        TO WS-FIRST-SWITCH.

003240 WRITE-SUBTOTAL-PARA.
003250     IF NOT WS-FIRST-ROW
003260         IF WS-PREV-ORG-CODE = '~'
003270             MOVE SPACES             TO WS-RPT-SUB-ORG-CODE
003280         ELSE
003290             MOVE WS-PREV-ORG-CODE   TO WS-RPT-SUB-ORG-CODE
003300         END-IF
003310         MOVE WS-ORG-ENROL-COUNT     TO WS-RPT-SUB-ENROL
003320         MOVE WS-ORG-STALLED-COUNT   TO WS-RPT-SUB-STALLED
003330         WRITE PATH-RPT-RECORD       FROM WS-RPT-SUBTOTAL-LINE
003340         MOVE SPACES                 TO PATH-RPT-RECORD
003350         WRITE PATH-RPT-RECORD
003360         ADD 2                       TO WS-LINE-CTR
003370         MOVE 0                      TO WS-ORG-ENROL-COUNT
003380         MOVE 0                      TO WS-ORG-STALLED-COUNT
003390     END-IF.

003400 WRITE-GRAND-TOTAL-PARA.
003410     MOVE SPACES                     TO PATH-RPT-RECORD.
003420     WRITE PATH-RPT-RECORD.
003430     MOVE WS-ENROL-COUNT             TO WS-RPT-TOT-ENROL.
003440     MOVE WS-STALLED-COUNT           TO WS-RPT-TOT-STALLED.
003450     WRITE PATH-RPT-RECORD           FROM WS-RPT-TOTAL-LINE.

003460******************************************************************
003470* Error Logging                                                  *
003480******************************************************************
003490     EXEC SQL
003500       INCLUDE CPERRBAT
003510     END-EXEC.

003520*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
003530*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
003540*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
003550*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
003560*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
003570 EXIT-PARA.
003580     MOVE 'F'                        TO JRL-RUN-STATUS.
003590     MOVE WS-ENROL-COUNT             TO JRL-ROWS-READ.
003600     PERFORM LOG-JOB-END-PARA.
003610     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003620     GOBACK.

003630******************************************************************
003640* Run Registry                                                   *
003650******************************************************************
003660     EXEC SQL
003670       INCLUDE CPJOBLOG
003680     END-EXEC.
