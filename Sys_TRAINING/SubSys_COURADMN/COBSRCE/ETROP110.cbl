000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP110.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  OUTBOUND TRAINING-RECORD FEED TO THE HR SYSTEM (NIGHTLY).     *
000090*  HR KEEPS ITS OWN EMPLOYEE TRAINING HISTORY AND USED TO RETYPE *
000100*  IT FROM THE ETROP42 TRANSCRIPT PRINTOUT. THIS JOB NOW SENDS   *
000110*  HR ONE HRTRNOUT RECORD PER REGISTRATION EVENT OF AN INTERNAL  *
000120*  EMPLOYEE (A REGISTRATION CARRYING AN ENO), KEYED BY ENO AND   *
000130*  CONFIRMATION NUMBER, WRAPPED IN THE CWHDRTRL HEADER/TRAILER:  *
000140*    APPR - SEAT APPROVED / ACTIVE                               *
000150*    CMPL - COMPLETED, WITH CERT_EXPIRY_DATE AND THE CPD HOURS   *
000160*           EARNED (CPD_HOURS_PER_DAY TIMES THE DAYS MARKED      *
000170*           PRESENT - THE ETROP64 RULE)                          *
000180*    NOSH - NO-SHOW                                              *
000190*    CANC - CANCELLED                                            *
000200*  ONLY CHANGES GO: EVERY RECORD SENT IS LOGGED IN               *
000210*  HR_EXTRACT_LOG, AND AN EVENT IS PICKED UP ONLY WHILE NO       *
000220*  PENDING OR ACCEPTED LOG ROW EXISTS FOR IT. ETROP111           *
000230*  RECONCILES HR'S ACKNOWLEDGMENT FILE AGAINST THAT LOG; AN      *
000240*  EVENT HR REJECTED THEREFORE GOES AGAIN ON THE NEXT RUN, SO    *
000250*  ETROP111 RUNS AHEAD OF THIS JOB IN THE NIGHTLY CHAIN.         *
000260*  REGISTRATIONS THAT PREDATE CONFIRMATION NUMBERS HAVE NO KEY   *
000270*  HR CAN HOLD AND ARE NOT SENT.                                 *
000280******************************************************************

000290 ENVIRONMENT DIVISION.

000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. Z900.
000320 OBJECT-COMPUTER. Z900.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT HR-TRN-FILE     ASSIGN TO HRTRNOUT
000360            ORGANIZATION  IS LINE SEQUENTIAL.

000370 DATA DIVISION.
000380 FILE SECTION.
000390*    CERT EXPIRY AND CPD HOURS ARE ONLY FILLED ON A CMPL RECORD.
000400*    THE TRAILER HASH IS THE SUM OF THE CPD HOURS (COLS 136-139)
000410*    SO ETROP47 CAN PROVE THE CREDIT HOURS ARRIVED INTACT.
000420 FD  HR-TRN-FILE
000430     RECORD CONTAINS 200 CHARACTERS.
000440 01  HR-TRN-RECORD.
000450     05 TR-ENO                       PIC X(04).
000460     05 FILLER                       PIC X(02).
000470     05 TR-CONFIRM-NO                PIC X(08).
000480     05 FILLER                       PIC X(02).
000490     05 TR-EVENT-TYPE                PIC X(04).
000500     05 FILLER                       PIC X(02).
000510     05 TR-EVENT-DATE                PIC X(10).
000520     05 FILLER                       PIC X(02).
000530     05 TR-SESSION-CATG              PIC X(02).
000540     05 FILLER                       PIC X(02).
000550     05 TR-SESSION-ID                PIC Z(08)9.
000560     05 FILLER                       PIC X(02).
000570     05 TR-COURSE-TITLE              PIC X(60).
000580     05 FILLER                       PIC X(02).
000590     05 TR-SESSION-START-DATE        PIC X(10).
000600     05 FILLER                       PIC X(02).
000610     05 TR-CERT-EXPIRY-DATE          PIC X(10).
000620     05 FILLER                       PIC X(02).
000630     05 TR-CPD-HOURS                 PIC 9(04).
000640     05 FILLER                       PIC X(59).

000650 WORKING-STORAGE SECTION.

000660 01 WS-BEGIN                          PIC  X(36) VALUE
000670     'ETROP110 WORKING STORAGE STARTS HERE'.

000680******************************************************************
000690*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000700******************************************************************
000710 01 WS-VARIABLES.
000720    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000730       88 WS-NO-ERROR                            VALUE SPACES.
000740       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000750       88 WS-FATAL-ERROR                         VALUE 'F'.
000760    05 WS-RECORD-COUNT                 PIC S9(9) COMP VALUE 0.
000770    05 WS-APPR-COUNT                   PIC S9(9) COMP VALUE 0.
000780    05 WS-CMPL-COUNT                   PIC S9(9) COMP VALUE 0.
000790    05 WS-NOSH-COUNT                   PIC S9(9) COMP VALUE 0.
000800    05 WS-CANC-COUNT                   PIC S9(9) COMP VALUE 0.
000810    05 WS-SKIPPED-COUNT                PIC S9(9) COMP VALUE 0.

000820*    ONE EVENT AS THE HR-EVENTS CURSOR HANDS IT BACK.
000830 01 WS-EVENT.
000840    05 WS-EV-ENO                       PIC X(04).
000850    05 WS-EV-CONFIRM-NO                PIC X(08).
000860    05 WS-EV-EVENT-TYPE                PIC X(04).
000870       88 WS-EV-APPROVAL                         VALUE 'APPR'.
000880       88 WS-EV-COMPLETION                       VALUE 'CMPL'.
000890       88 WS-EV-NO-SHOW                          VALUE 'NOSH'.
000900       88 WS-EV-CANCEL                           VALUE 'CANC'.
000910    05 WS-EV-SESSION-CATG              PIC X(02).
000920    05 WS-EV-SESSION-ID                PIC S9(9) USAGE COMP.
000930    05 WS-EV-EMAIL-ADDR                PIC X(120).

000940*    THE SESSION, COURSE AND REGISTRATION DETAIL BEHIND ONE EVENT.
000950 01 WS-DETAIL.
000960    05 WS-DT-START-DATE                PIC X(10).
000970    05 WS-DT-END-DATE                  PIC X(10).
000980    05 WS-DT-COURSE-TITLE.
000990       49 WS-DT-COURSE-TITLE-LEN       PIC S9(4) USAGE COMP.
001000       49 WS-DT-COURSE-TITLE-TEXT      PIC X(60).
001010    05 WS-DT-REG-DATE                  PIC X(10).
001020    05 WS-DT-CANCEL-DATE               PIC X(10).
001030    05 WS-DT-CERT-EXPIRY               PIC X(10).
001040    05 WS-DT-CERT-EXPIRY-IND           PIC S9(4) USAGE COMP.
001050    05 WS-DT-CPD-PER-DAY               PIC S9(4) USAGE COMP.
001060    05 WS-DT-DAYS-PRESENT              PIC S9(9) USAGE COMP.
001070    05 WS-DT-CPD-HOURS                 PIC S9(9) USAGE COMP.
001080    05 WS-DT-APPROVED-DATE             PIC X(10).
001090    05 WS-DT-APPROVED-IND              PIC S9(4) USAGE COMP.

001100******************************************************************
001110* Copybook Includes.                                             *
001120******************************************************************
001130     EXEC SQL
001140       INCLUDE CWERRLOG
001150     END-EXEC.

001160*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
001170     EXEC SQL
001180       INCLUDE CWHDRTRL
001190     END-EXEC.

001200*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001210     EXEC SQL
001220       INCLUDE CWJOBLOG
001230     END-EXEC.

001240******************************************************************
001250*                     DB2 SECTION                                *
001260******************************************************************
001270     EXEC SQL
001280       INCLUDE SQLCA
001290     END-EXEC.

001300*    EVERY RECORD HANDED TO HR IS ALSO LOGGED IN HR_EXTRACT_LOG
001310*    SO ETROP111 CAN RECONCILE HR'S ACKNOWLEDGMENT FILE AND THIS
001320*    JOB KNOWS WHAT HR ALREADY HAS.
001330     EXEC SQL
001340       INCLUDE DCLHRXL
001350     END-EXEC.

001360******************************************************************
001370*  EVERY EMPLOYEE REGISTRATION EVENT HR DOES NOT YET HOLD - ONE  *
001380*  BRANCH PER EVENT TYPE, EACH LEFT OUT WHILE A PENDING OR       *
001390*  ACCEPTED HR_EXTRACT_LOG ROW EXISTS FOR IT. A COMPLETED OR     *
001400*  NO-SHOW SEAT STAYS REG_STATUS 'A', SO ITS APPROVAL GOES TOO   *
001410*  IF HR HAS NEVER SEEN IT.                                      *
001420******************************************************************
001430     EXEC SQL DECLARE HR-EVENTS CURSOR
001440      FOR
001450      SELECT R.ENO, R.CONFIRM_NO, 'APPR',
001460             R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR
001470        FROM DBODEVP.REGISTRATION R
001480       WHERE R.ENO        IS NOT NULL
001490         AND R.CONFIRM_NO IS NOT NULL
001500         AND R.REG_STATUS  = 'A'
001510         AND NOT EXISTS
001520             ( SELECT 1
001530                 FROM DBODEVP.HR_EXTRACT_LOG X
001540                WHERE X.ENO        = R.ENO
001550                  AND X.CONFIRM_NO = R.CONFIRM_NO
001560                  AND X.EVENT_TYPE = 'APPR'
001570                  AND X.ACK_STATUS IN ('P', 'A') )
001580      UNION ALL
001590      SELECT R.ENO, R.CONFIRM_NO, 'CMPL',
001600             R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR
001610        FROM DBODEVP.REGISTRATION R
001620       WHERE R.ENO        IS NOT NULL
001630         AND R.CONFIRM_NO IS NOT NULL
001640         AND R.REG_STATUS  = 'A'
001650         AND R.COMPLETION_STATUS = 'C'
001660         AND NOT EXISTS
001670             ( SELECT 1
001680                 FROM DBODEVP.HR_EXTRACT_LOG X
001690                WHERE X.ENO        = R.ENO
001700                  AND X.CONFIRM_NO = R.CONFIRM_NO
001710                  AND X.EVENT_TYPE = 'CMPL'
001720                  AND X.ACK_STATUS IN ('P', 'A') )
001730      UNION ALL
001740      SELECT R.ENO, R.CONFIRM_NO, 'NOSH',
001750             R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR
001760        FROM DBODEVP.REGISTRATION R
001770       WHERE R.ENO        IS NOT NULL
001780         AND R.CONFIRM_NO IS NOT NULL
001790         AND R.REG_STATUS  = 'A'
001800         AND R.NO_SHOW_SW  = 'Y'
001810         AND NOT EXISTS
001820             ( SELECT 1
001830                 FROM DBODEVP.HR_EXTRACT_LOG X
001840                WHERE X.ENO        = R.ENO
001850                  AND X.CONFIRM_NO = R.CONFIRM_NO
001860                  AND X.EVENT_TYPE = 'NOSH'
001870                  AND X.ACK_STATUS IN ('P', 'A') )
001880      UNION ALL
001890      SELECT R.ENO, R.CONFIRM_NO, 'CANC',
001900             R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR
001910        FROM DBODEVP.REGISTRATION R
001920       WHERE R.ENO        IS NOT NULL
001930         AND R.CONFIRM_NO IS NOT NULL
001940         AND R.REG_STATUS  = 'C'
001950         AND NOT EXISTS
001960             ( SELECT 1
001970                 FROM DBODEVP.HR_EXTRACT_LOG X
001980                WHERE X.ENO        = R.ENO
001990                  AND X.CONFIRM_NO = R.CONFIRM_NO
002000                  AND X.EVENT_TYPE = 'CANC'
002010                  AND X.ACK_STATUS IN ('P', 'A') )
002020       ORDER BY 1, 2, 3
002030     END-EXEC.

002040 01 WS-END                             PIC X(50) VALUE
002050     'ETROP110-WORKING STORAGE SECTION ENDS HERE'.

002060 PROCEDURE DIVISION.

002070 MAIN-LOGIC-PARA.

002080     MOVE 'ETROP110'                   TO EL-ERROR-MODULE.
002090     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002100     MOVE 'ETROP110'                   TO JRL-PROGRAM-ID.
002110     PERFORM LOG-JOB-START-PARA.

002120     PERFORM OPEN-EXTRACT-PARA.

002130     EXEC SQL
002140       OPEN HR-EVENTS
002150     END-EXEC.
002160     IF SQLCODE NOT = 0
002170       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002180       MOVE 'HR-EVENTS'                TO EL-ERROR-DB2-OBJECT
002190       PERFORM CHECK-SQLCODE-PARA
002200       PERFORM EXIT-PARA
002210     END-IF.

002220     PERFORM FETCH-EVENT-PARA
002230       UNTIL SQLCODE = 100.

002240     EXEC SQL
002250       CLOSE HR-EVENTS
002260     END-EXEC.
002270     IF SQLCODE NOT = 0
002280       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002290       MOVE 'HR-EVENTS'                TO EL-ERROR-DB2-OBJECT
002300       PERFORM CHECK-SQLCODE-PARA
002310     END-IF.

002320     PERFORM CLOSE-EXTRACT-PARA.

002330     DISPLAY 'HR RECORDS WRITTEN    : ' WS-RECORD-COUNT.
002340     DISPLAY '  APPROVALS           : ' WS-APPR-COUNT.
002350     DISPLAY '  COMPLETIONS         : ' WS-CMPL-COUNT.
002360     DISPLAY '  NO-SHOWS            : ' WS-NOSH-COUNT.
002370     DISPLAY '  CANCELLATIONS       : ' WS-CANC-COUNT.
002380     DISPLAY 'EVENTS SKIPPED        : ' WS-SKIPPED-COUNT.
002390     MOVE 'C'                        TO JRL-RUN-STATUS.
002400     MOVE WS-RECORD-COUNT            TO JRL-ROWS-READ.
002410     MOVE WS-RECORD-COUNT            TO JRL-ROWS-WRITTEN.
002420     MOVE WS-SKIPPED-COUNT           TO JRL-ROWS-SKIPPED.
002430     PERFORM LOG-JOB-END-PARA.
002440     GOBACK.

002450******************************************************************
002460* Event Cursor                                                   *
002470******************************************************************
002480 FETCH-EVENT-PARA.
002490     EXEC SQL
002500       FETCH HR-EVENTS
002510        INTO :WS-EV-ENO,
002520             :WS-EV-CONFIRM-NO,
002530             :WS-EV-EVENT-TYPE,
002540             :WS-EV-SESSION-CATG,
002550             :WS-EV-SESSION-ID,
002560             :WS-EV-EMAIL-ADDR
002570     END-EXEC.
002580     EVALUATE SQLCODE
002590       WHEN 0
002600         PERFORM SEND-ONE-EVENT-PARA
002610       WHEN 100
002620         CONTINUE
002630       WHEN OTHER
002640         MOVE 'FETCH '                 TO EL-ERROR-ACTION
002650         MOVE 'HR-EVENTS'              TO EL-ERROR-DB2-OBJECT
002660         PERFORM CHECK-SQLCODE-PARA
002670         PERFORM EXIT-PARA
002680     END-EVALUATE.

002690*    SQLCODE IS PUT BACK TO 0 AT THE END SO THE FETCH LOOP'S
002700*    UNTIL TEST ONLY EVER SEES THE CURSOR'S OWN RESULT.
002710 SEND-ONE-EVENT-PARA.
002720     PERFORM GET-EVENT-DETAIL-PARA.
002730     IF SQLCODE = 0
002740       PERFORM WRITE-EVENT-PARA
002750     ELSE
002760       ADD 1                         TO WS-SKIPPED-COUNT
002770       DISPLAY ' NO SESSION DETAIL FOR HR EVENT ' WS-EV-ENO
002780               ' ' WS-EV-CONFIRM-NO ' ' WS-EV-EVENT-TYPE
002790       DISPLAY ' SQL CODE   '  SQLCODE
002800     END-IF.
002810     MOVE 0                          TO SQLCODE.

002820******************************************************************
002830* Event Detail                                                   *
002840******************************************************************
002850 GET-EVENT-DETAIL-PARA.
002860     EXEC SQL
002870       SELECT S.SESSION_START_DATE,
002880              COALESCE(S.SESSION_END_DATE, S.SESSION_START_DATE),
002890              C.COURSE_TITLE,
002900              R.REG_DATE,
002910              COALESCE(R.CANCEL_DATE, DATE(R.DTS)),
002920              R.CERT_EXPIRY_DATE,
002930              COALESCE(C.CPD_HOURS_PER_DAY, 0)
002940         INTO :WS-DT-START-DATE,
002950              :WS-DT-END-DATE,
002960              :WS-DT-COURSE-TITLE,
002970              :WS-DT-REG-DATE,
002980              :WS-DT-CANCEL-DATE,
002990              :WS-DT-CERT-EXPIRY :WS-DT-CERT-EXPIRY-IND,
003000              :WS-DT-CPD-PER-DAY
003010         FROM DBODEVP.REGISTRATION R,
003020              DBODEVP.TRAINING_SESSION S,
003030              DBODEVP.COURSE_CATALOG C
003040        WHERE R.SESSION_CATG = :WS-EV-SESSION-CATG
003050          AND R.SESSION_ID   = :WS-EV-SESSION-ID
003060          AND R.EMAIL_ADDR   = :WS-EV-EMAIL-ADDR
003070          AND S.SESSION_CATG = R.SESSION_CATG
003080          AND S.SESSION_ID   = R.SESSION_ID
003090          AND C.SESSION_CATG = R.SESSION_CATG
003100     END-EXEC.
003110     IF SQLCODE = 0
003120       EVALUATE TRUE
003130         WHEN WS-EV-APPROVAL
003140           PERFORM GET-APPROVED-DATE-PARA
003150         WHEN WS-EV-COMPLETION
003160           PERFORM GET-CPD-HOURS-PARA
003170         WHEN OTHER
003180           CONTINUE
003190       END-EVALUATE
003200     END-IF.

003210*    THE APPROVAL DATE IS THE LAST AUDITED MOVE TO 'A' (MANAGER
003220*    APPROVAL, WAITLIST PROMOTION); A SEAT THAT WENT STRAIGHT TO
003230*    'A' AT SIGN-UP HAS NO SUCH ROW AND WAS APPROVED ON ITS
003240*    REGISTRATION DATE.
003250 GET-APPROVED-DATE-PARA.
003260     EXEC SQL
003270       SELECT DATE(MAX(AUDIT_DTS))
003280         INTO :WS-DT-APPROVED-DATE :WS-DT-APPROVED-IND
003290         FROM DBODEVP.REGISTRATION_AUDIT
003300        WHERE SESSION_CATG   = :WS-EV-SESSION-CATG
003310          AND SESSION_ID     = :WS-EV-SESSION-ID
003320          AND EMAIL_ADDR     = :WS-EV-EMAIL-ADDR
003330          AND NEW_REG_STATUS = 'A'
003340     END-EXEC.
003350     IF SQLCODE NOT = 0 OR WS-DT-APPROVED-IND < 0
003360       MOVE WS-DT-REG-DATE           TO WS-DT-APPROVED-DATE
003370       MOVE 0                        TO SQLCODE
003380     END-IF.

003390*    CPD HOURS ARE EARNED BY DAYS ACTUALLY MARKED PRESENT, THE
003400*    SAME RULE AS THE ETROP64 ANNUAL STATEMENT.
003410 GET-CPD-HOURS-PARA.
003420     EXEC SQL
003430       SELECT COUNT(*)
003440         INTO :WS-DT-DAYS-PRESENT
003450         FROM DBODEVP.ATTENDANCE
003460        WHERE SESSION_CATG  = :WS-EV-SESSION-CATG
003470          AND SESSION_ID    = :WS-EV-SESSION-ID
003480          AND EMAIL_ADDR    = :WS-EV-EMAIL-ADDR
003490          AND ATTEND_STATUS = 'P'
003500     END-EXEC.
003510     IF SQLCODE NOT = 0
003520       MOVE 0                        TO WS-DT-DAYS-PRESENT
003530       MOVE 0                        TO SQLCODE
003540     END-IF.
003550     COMPUTE WS-DT-CPD-HOURS =
003560             WS-DT-CPD-PER-DAY * WS-DT-DAYS-PRESENT.
003570     IF WS-DT-CPD-HOURS > 9999
003580       MOVE 9999                     TO WS-DT-CPD-HOURS
003590     END-IF.

003600******************************************************************
003610* HR Training-Record File                                        *
003620******************************************************************
003630 OPEN-EXTRACT-PARA.
003640     OPEN OUTPUT HR-TRN-FILE.
003650     MOVE 'ETROP110'                 TO HT-PROGRAM-ID.
003653     MOVE 'HRTRNOUT'                 TO HT-INTERFACE-NAME.
003656     MOVE 'HR SYSTEM'                TO HT-DESTINATION.
003660     PERFORM BUILD-HEADER-PARA.
003670     MOVE HT-IO-RECORD               TO HR-TRN-RECORD.
003680     WRITE HR-TRN-RECORD.
003690     MOVE 0                          TO WS-RECORD-COUNT.

003700 WRITE-EVENT-PARA.
003710     MOVE SPACES                     TO HR-TRN-RECORD.
003720     MOVE WS-EV-ENO                  TO TR-ENO.
003730     MOVE WS-EV-CONFIRM-NO           TO TR-CONFIRM-NO.
003740     MOVE WS-EV-EVENT-TYPE           TO TR-EVENT-TYPE.
003750     MOVE WS-EV-SESSION-CATG         TO TR-SESSION-CATG.
003760     MOVE WS-EV-SESSION-ID           TO TR-SESSION-ID.
003770     MOVE WS-DT-COURSE-TITLE-TEXT    TO TR-COURSE-TITLE.
003780     MOVE WS-DT-START-DATE           TO TR-SESSION-START-DATE.
003790     MOVE 0                          TO TR-CPD-HOURS.
003800     EVALUATE TRUE
003810       WHEN WS-EV-APPROVAL
003820         MOVE WS-DT-APPROVED-DATE    TO TR-EVENT-DATE
003830         ADD 1                       TO WS-APPR-COUNT
003840       WHEN WS-EV-COMPLETION
003850         MOVE WS-DT-END-DATE         TO TR-EVENT-DATE
003860         IF WS-DT-CERT-EXPIRY-IND NOT < 0
003870           MOVE WS-DT-CERT-EXPIRY    TO TR-CERT-EXPIRY-DATE
003880         END-IF
003890         MOVE WS-DT-CPD-HOURS        TO TR-CPD-HOURS
003900         ADD WS-DT-CPD-HOURS         TO HT-HASH-TOTAL
003910         ADD 1                       TO WS-CMPL-COUNT
003920       WHEN WS-EV-NO-SHOW
003930         MOVE WS-DT-START-DATE       TO TR-EVENT-DATE
003940         ADD 1                       TO WS-NOSH-COUNT
003950       WHEN OTHER
003960         MOVE WS-DT-CANCEL-DATE      TO TR-EVENT-DATE
003970         ADD 1                       TO WS-CANC-COUNT
003980     END-EVALUATE.
003990     WRITE HR-TRN-RECORD.
004000     ADD 1                           TO WS-RECORD-COUNT.
004010     PERFORM LOG-EXTRACT-ROW-PARA.

004020*    THE HANDOFF LOG ROW RIDES THE SAME UNIT OF WORK AS THE
004030*    EXTRACT RECORD. A LOGGING FAILURE IS REPORTED AND THE
004040*    EXTRACT CONTINUES - WITH NO LOG ROW THE EVENT IS SIMPLY
004050*    PICKED UP AND SENT AGAIN ON THE NEXT RUN, AND ETROP111
004060*    SURFACES HR'S ANSWER TO THIS COPY AS AN UNREQUESTED ACK.
004070 LOG-EXTRACT-ROW-PARA.
004080     EXEC SQL
004090       INSERT INTO DBODEVP.HR_EXTRACT_LOG
004100              ( ENO, CONFIRM_NO, EVENT_TYPE, SESSION_CATG,
004110                SESSION_ID, EXTRACT_DATE, ACK_STATUS, DTS )
004120       VALUES ( :WS-EV-ENO, :WS-EV-CONFIRM-NO, :WS-EV-EVENT-TYPE,
004130                :WS-EV-SESSION-CATG, :WS-EV-SESSION-ID,
004140                CURRENT DATE, 'P', CURRENT TIMESTAMP )
004150     END-EXEC.
004160     IF SQLCODE NOT = 0
004170       DISPLAY ' UNABLE TO LOG HR EXTRACT ROW '
004180       DISPLAY ' SQL CODE   '  SQLCODE
004190     END-IF.

004200 CLOSE-EXTRACT-PARA.
004210     MOVE WS-RECORD-COUNT            TO HT-RECORD-COUNT.
004220     PERFORM BUILD-TRAILER-PARA.
004230     MOVE HT-IO-RECORD               TO HR-TRN-RECORD.
004240     WRITE HR-TRN-RECORD.
004250     CLOSE HR-TRN-FILE.

004260******************************************************************
004270* Error Logging                                                  *
004280******************************************************************
004290     EXEC SQL
004300       INCLUDE CPERRBAT
004310     END-EXEC.

004320*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
004330*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
004340*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
004350*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
004360*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
004370 EXIT-PARA.
004380     MOVE 'F'                        TO JRL-RUN-STATUS.
004390     MOVE WS-RECORD-COUNT            TO JRL-ROWS-WRITTEN.
004400     PERFORM LOG-JOB-END-PARA.
004410     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004420     GOBACK.

004430******************************************************************
004440* Run Registry                                                   *
004450******************************************************************
004460     EXEC SQL
004470       INCLUDE CPJOBLOG
004480     END-EXEC.

004490******************************************************************
004500* Interface Header/Trailer                                       *
004510******************************************************************
004520     EXEC SQL
004530       INCLUDE CPHDRTRL
004540     END-EXEC.
