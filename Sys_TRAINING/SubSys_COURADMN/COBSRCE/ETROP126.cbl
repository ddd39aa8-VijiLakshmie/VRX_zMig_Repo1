000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP126.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  RIGHT-TO-ERASURE RUN.                                         *
000090*  ETROP13 PURGES BY AGE AND ETROP25 DISCLOSES ON REQUEST; THIS  *
000100*  JOB ERASES ONE PERSON EVERYWHERE WHEN THEY ASK. EACH ERASPARM *
000110*  CARD NAMES AN ADDRESS AND IS REGISTERED IN ERASURE_REQUEST    *
000120*  (DCLERASR); EVERY PENDING OR BLOCKED REQUEST IS THEN WORKED:  *
000130*    1. THE ADDRESS IS RESOLVED TO ITS PERSON_ID AND EVERY       *
000140*       ADDRESS THE REGISTRANT MASTER HOLDS FOR THAT PERSON      *
000150*    2. THE REQUEST IS BLOCKED ('B', RETRIED EVERY RUN) WHILE    *
000160*       THE PERSON HAS AN OPEN BALANCE - THE ETROP21 DEFINITION  *
000170*       - OR AN ACTIVE, WAITLISTED OR PENDING SEAT ON A SESSION  *
000180*       THAT HAS NOT STARTED                                     *
000190*    3. OTHERWISE EACH ADDRESS IS REPLACED EVERYWHERE BY A TOKEN *
000200*       'ENNNNNNNNN-SS@ERASED.INVALID' (REQUEST NUMBER, ADDRESS  *
000210*       SEQUENCE) SO KEYS STAY UNIQUE, NAMES BECOME 'ERASED' AND *
000220*       PHONE NUMBERS AND SPECIAL REQUIREMENTS ARE NULLED.       *
000230*       PAYMENT, REFUND, WRITE-OFF, CREDIT-NOTE, FUNDING, PLAN,  *
000240*       REVENUE, COMMISSION, DIRECT-DEBIT COLLECTION AND         *
000242*       APPROVAL ROWS ARE KEPT FOR THE BOOKS WITH ONLY THE       *
000244*       IDENTITY STRIPPED. BANK DETAILS (REFUND PAYEE AND        *
000246*       DIRECT-DEBIT MANDATE) AND THE TEST-DATA PSEUDONYM ARE    *
000250*       DELETED. EVALUATION COMMENTS THAT NAME THE PERSON, ON    *
000270*       SESSIONS THEY SAT, ARE REMOVED                           *
000280*    4. THE REAL ADDRESS IS HELD IN MAIL_OPTOUT WITH SOURCE 'E'  *
000290*       - NOTHING IS MAILED TO IT AND THE ETROP36 BULK LOADER    *
000300*       REJECTS IT, SO A LATER ORG FILE CANNOT BRING THE PERSON  *
000310*       BACK                                                     *
000320*  ERASRPT CARRIES ONE ERASURE CERTIFICATE PER COMPLETED REQUEST *
000330*  - EVERY TABLE AND THE ROWS TOUCHED IN IT - AND THE REASON FOR *
000340*  EACH BLOCKED ONE. THE WHOLE RUN IS ONE UNIT OF WORK; A        *
000350*  FAILURE ROLLS BACK EVERY REQUEST AND THE RUN IS SIMPLY        *
000360*  RESUBMITTED.                                                  *
000370******************************************************************

000380 ENVIRONMENT DIVISION.

000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. Z900.
000410 OBJECT-COMPUTER. Z900.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*    ERAS-PARM-FILE IS OPTIONAL - WITHOUT IT THE RUN ONLY RETRIES
000450*    THE REQUESTS ALREADY ON THE REGISTER.
000460     SELECT OPTIONAL ERAS-PARM-FILE ASSIGN TO ERASPARM
000470            ORGANIZATION  IS LINE SEQUENTIAL.
000480     SELECT ERAS-RPT-FILE  ASSIGN TO ERASRPT
000490            ORGANIZATION  IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ERAS-PARM-FILE
000530     RECORD CONTAINS 120 CHARACTERS.
000540 01  ERAS-PARM-RECORD.
000550     05 EP-EMAIL-ADDR                PIC X(120).
000560 FD  ERAS-RPT-FILE
000570     RECORD CONTAINS 132 CHARACTERS.
000580 01  ERAS-RPT-RECORD                 PIC X(132).

000590 WORKING-STORAGE SECTION.

000600 01 WS-BEGIN                          PIC  X(36) VALUE
000610     'ETROP126 WORKING STORAGE STARTS HERE'.

000620******************************************************************
000630*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000640******************************************************************
000650 01 WS-VARIABLES.
000660    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000670       88 WS-NO-ERROR                            VALUE SPACES.
000680       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000690       88 WS-FATAL-ERROR                         VALUE 'F'.
000700    05 WS-PARM-EOF-SW                  PIC X(01) VALUE SPACES.
000710       88 WS-PARM-EOF                            VALUE 'E'.
000720    05 WS-REQ-EOF-SW                   PIC X(01) VALUE SPACES.
000730       88 WS-REQ-EOF                             VALUE 'E'.
000740    05 WS-ADDR-EOF-SW                  PIC X(01) VALUE SPACES.
000750       88 WS-ADDR-EOF                            VALUE 'E'.
000760    05 WS-ADDR-FOUND-SW                PIC X(01) VALUE SPACES.
000770       88 WS-ADDR-FOUND                          VALUE 'Y'.
000780    05 WS-CARD-COUNT                   PIC S9(9) COMP VALUE 0.
000790    05 WS-REGISTERED-COUNT             PIC S9(9) COMP VALUE 0.
000800    05 WS-REQUEST-COUNT                PIC S9(9) COMP VALUE 0.
000810    05 WS-COMPLETED-COUNT              PIC S9(9) COMP VALUE 0.
000820    05 WS-BLOCKED-COUNT                PIC S9(9) COMP VALUE 0.
000830    05 WS-ROWS-TOUCHED                 PIC S9(9) COMP VALUE 0.
000840    05 WS-OPEN-COUNT                   PIC S9(9) COMP.
000850    05 WS-BALANCE-COUNT                PIC S9(9) COMP.
000860    05 WS-FUTURE-COUNT                 PIC S9(9) COMP.
000870    05 WS-TODAY-DATE                   PIC X(10).
000880*    THE REQUEST BEING WORKED AND THE PERSON IT RESOLVED TO.
000890    05 WS-ERASURE-NO                   PIC S9(9) COMP.
000900    05 WS-REQ-ADDR                     PIC X(120).
000910    05 WS-PERSON-ID                    PIC S9(9) COMP.
000920    05 WS-PERSON-ID-IND                PIC S9(4) COMP.
000930    05 WS-BLOCK-TEXT                   PIC X(60).
000940*    ONE ADDRESS BEING ERASED, ITS REGISTRANT NAME AND ITS TOKEN.
000950    05 WS-OLD-ADDR                     PIC X(120).
000960    05 WS-ERASE-NAME                   PIC X(130).
000970    05 WS-TOKEN                        PIC X(120).
000980    05 WS-TOKEN-NO                     PIC 9(09).
000990    05 WS-TOKEN-SEQ                    PIC 9(02).
001000    05 WS-FETCH-ADDR                   PIC X(120).
001010    05 WS-FETCH-NAME                   PIC X(130).
001020    05 WS-ADDR-SUB                     PIC S9(4) COMP.
001030    05 WS-TB-SUB                       PIC S9(4) COMP.

001040******************************************************************
001050*  EVERY ADDRESS THE PERSON IS KNOWN BY - THE MASTER'S ROWS FOR  *
001060*  THE PERSON_ID, PLUS THE REQUEST ADDRESS IF THE MASTER NEVER   *
001070*  HELD IT. FIFTY IS FAR MORE THAN ANY ONE PERSON HAS USED.      *
001080******************************************************************
001090 01 WS-ADDR-LIST.
001100    05 WS-ADDR-COUNT                   PIC S9(4) COMP VALUE 0.
001110    05 WS-ADDR-ENTRY OCCURS 50 TIMES.
001120       10 WS-AL-ADDR                   PIC X(120).
001130       10 WS-AL-NAME                   PIC X(130).

001140******************************************************************
001150*  THE TABLES ERASED, IN THE ORDER THEY ARE WORKED, AND WHAT IS  *
001160*  DONE TO EACH - ONE CERTIFICATE LINE APIECE. EVALUATION RUNS   *
001170*  FIRST, WHILE THE SESSIONS THE PERSON SAT CAN STILL BE FOUND   *
001180*  BY ADDRESS; MAIL_OPTOUT IS THE SUPPRESSION ENTRY.             *
001190******************************************************************
001200 01 WS-TABLE-LIST.
001210    05 FILLER  PIC X(50) VALUE
001220       'EVALUATION                COMMENTS REMOVED'.
001230    05 FILLER  PIC X(50) VALUE
001240       'REGISTRATION              ANONYMISED'.
001250    05 FILLER  PIC X(50) VALUE
001260       'REGISTRATION_ARCHIVE      ANONYMISED'.
001270    05 FILLER  PIC X(50) VALUE
001280       'REGISTRATION_AUDIT        ANONYMISED'.
001290    05 FILLER  PIC X(50) VALUE
001300       'NOTICE_LOG                ANONYMISED'.
001310    05 FILLER  PIC X(50) VALUE
001320       'ATTENDANCE                ANONYMISED'.
001330    05 FILLER  PIC X(50) VALUE
001340       'ASSESSMENT_RESULT         ANONYMISED'.
001350    05 FILLER  PIC X(50) VALUE
001360       'CERTIFICATE               ANONYMISED'.
001370    05 FILLER  PIC X(50) VALUE
001380       'LMS_EVENT_QUEUE           ANONYMISED'.
001390    05 FILLER  PIC X(50) VALUE
001400       'LMS_EXTRACT_LOG           ANONYMISED'.
001410    05 FILLER  PIC X(50) VALUE
001420       'CALENDAR_INVITE           ANONYMISED'.
001430    05 FILLER  PIC X(50) VALUE
001440       'WAITLIST_OFFER            ANONYMISED'.
001450    05 FILLER  PIC X(50) VALUE
001460       'WEB_BOOKING_REQUEST       ANONYMISED'.
001470    05 FILLER  PIC X(50) VALUE
001480       'COURSE_INTEREST           ANONYMISED'.
001490    05 FILLER  PIC X(50) VALUE
001500       'BUDGET_OVERRIDE           ANONYMISED'.
001503    05 FILLER  PIC X(50) VALUE
001506       'MAKEUP_BOOKING            ANONYMISED'.
001510    05 FILLER  PIC X(50) VALUE
001520       'REGISTRATION_PAYMENT      KEPT, IDENTITY STRIPPED'.
001530    05 FILLER  PIC X(50) VALUE
001540       'PAYMENT_PLAN              KEPT, IDENTITY STRIPPED'.
001550    05 FILLER  PIC X(50) VALUE
001560       'REGISTRATION_REFUND       KEPT, IDENTITY STRIPPED'.
001570    05 FILLER  PIC X(50) VALUE
001580       'REGISTRATION_WRITEOFF     KEPT, IDENTITY STRIPPED'.
001590    05 FILLER  PIC X(50) VALUE
001600       'CREDIT_NOTE               KEPT, IDENTITY STRIPPED'.
001610    05 FILLER  PIC X(50) VALUE
001620       'FUNDING_CLAIM             KEPT, IDENTITY STRIPPED'.
001630    05 FILLER  PIC X(50) VALUE
001640       'REVENUE_SCHEDULE          KEPT, IDENTITY STRIPPED'.
001650    05 FILLER  PIC X(50) VALUE
001660       'PARTNER_COMMISSION        KEPT, IDENTITY STRIPPED'.
001661    05 FILLER  PIC X(50) VALUE
001662       'DIRECT_DEBIT_COLLECTION   KEPT, IDENTITY STRIPPED'.
001663    05 FILLER  PIC X(50) VALUE
001664       'FINANCIAL_APPROVAL        KEPT, IDENTITY STRIPPED'.
001670    05 FILLER  PIC X(50) VALUE
001680       'REFUND_PAYEE_BANK         DELETED'.
001683    05 FILLER  PIC X(50) VALUE
001686       'DIRECT_DEBIT_MANDATE      DELETED'.
001690    05 FILLER  PIC X(50) VALUE
001700       'PSEUDONYM_MAP             DELETED'.
001710    05 FILLER  PIC X(50) VALUE
001720       'PII_ACCESS_LOG            ANONYMISED'.
001730    05 FILLER  PIC X(50) VALUE
001740       'REGISTRANT                ANONYMISED'.
001750    05 FILLER  PIC X(50) VALUE
001760       'MAIL_OPTOUT               SUPPRESSION HELD'.
001770 01 WS-TABLE-LIST-R REDEFINES WS-TABLE-LIST.
001780    05 WS-TB-ENTRY OCCURS 32 TIMES.
001790       10 WS-TB-NAME                   PIC X(26).
001800       10 WS-TB-ACTION                 PIC X(24).
001810 01 WS-TABLE-COUNTS.
001820    05 WS-TB-COUNT OCCURS 32 TIMES     PIC S9(9) COMP.
001830 01 WS-TB-MAX                          PIC S9(4) COMP VALUE 32.

001840******************************************************************
001850*  CERTIFICATE REPORT LINES                                      *
001860******************************************************************
001870 01 WS-RPT-LINES.
001880    05 WS-HDG-LINE.
001890       10 FILLER                       PIC X(32) VALUE
001900          'RIGHT-TO-ERASURE CERTIFICATES - '.
001910       10 WS-HD-DATE                   PIC X(10).
001920       10 FILLER                       PIC X(90) VALUE SPACES.
001930    05 WS-REQ-LINE.
001940       10 FILLER                       PIC X(16) VALUE
001950          'ERASURE REQUEST '.
001960       10 WS-RQ-NO                     PIC Z(8)9.
001970       10 FILLER                       PIC X(11) VALUE
001980          '  PERSON ID'.
001990       10 WS-RQ-PERSON                 PIC Z(9)9.
002000       10 FILLER                       PIC X(10) VALUE
002010          '  ADDRESS '.
002020       10 WS-RQ-ADDR                   PIC X(76).
002030    05 WS-COL-LINE.
002040       10 FILLER                       PIC X(28) VALUE
002050          '    TABLE'.
002060       10 FILLER                       PIC X(37) VALUE
002070          'ACTION                           ROWS'.
002080       10 FILLER                       PIC X(67) VALUE SPACES.
002090    05 WS-TBL-LINE.
002100       10 FILLER                       PIC X(04) VALUE SPACES.
002110       10 WS-TL-NAME                   PIC X(24).
002120       10 WS-TL-ACTION                 PIC X(26).
002130       10 WS-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002140       10 FILLER                       PIC X(67) VALUE SPACES.
002150    05 WS-END-LINE.
002160       10 FILLER                       PIC X(04) VALUE SPACES.
002170       10 WS-EN-TEXT                   PIC X(28).
002180       10 WS-EN-DETAIL                 PIC X(100).
002190    05 WS-EN-COUNT                     PIC Z(8)9.

002200******************************************************************
002210* Copybook Includes.                                             *
002220******************************************************************
002230     EXEC SQL
002240       INCLUDE CWERRLOG
002250     END-EXEC.

002260*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002270     EXEC SQL
002280       INCLUDE CWJOBLOG
002290     END-EXEC.

002300******************************************************************
002310*                     DB2 SECTION                                *
002320******************************************************************
002330     EXEC SQL
002340       INCLUDE SQLCA
002350     END-EXEC.

002360     EXEC SQL
002370       INCLUDE DCLERASR
002380     END-EXEC.

002390******************************************************************
002400*  EVERY REQUEST NOT YET COMPLETED, OLDEST FIRST.                *
002410******************************************************************
002420     EXEC SQL DECLARE OPEN-ERASURES CURSOR
002430      FOR
002440      SELECT ERASURE_NO, EMAIL_ADDR
002450        FROM DBODEVP.ERASURE_REQUEST
002460       WHERE ERASURE_STATUS IN ('P', 'B')
002470       ORDER BY ERASURE_NO
002480     END-EXEC.

002490******************************************************************
002500*  EVERY ADDRESS THE REGISTRANT MASTER HOLDS FOR THE PERSON.     *
002510******************************************************************
002520     EXEC SQL DECLARE PERSON-ADDRS CURSOR
002530      FOR
002540      SELECT EMAIL_ADDR, FULL_NAME
002550        FROM DBODEVP.REGISTRANT
002560       WHERE PERSON_ID = :WS-PERSON-ID
002570     END-EXEC.

002580 01 WS-END                             PIC X(50) VALUE
002590     'ETROP126-WORKING STORAGE SECTION ENDS HERE'.

002600 PROCEDURE DIVISION.

002610 MAIN-LOGIC-PARA.

002620     MOVE 'ETROP126'                   TO EL-ERROR-MODULE.
002630     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002640     MOVE 'ETROP126'                   TO JRL-PROGRAM-ID.
002650     PERFORM LOG-JOB-START-PARA.

002660     PERFORM GET-TODAY-PARA.
002670     OPEN OUTPUT ERAS-RPT-FILE.
002680     MOVE WS-TODAY-DATE              TO WS-HD-DATE.
002690     WRITE ERAS-RPT-RECORD           FROM WS-HDG-LINE.

002700     OPEN INPUT ERAS-PARM-FILE.
002710     PERFORM READ-PARM-PARA.
002720     PERFORM REGISTER-REQUEST-PARA
002730       UNTIL WS-PARM-EOF.
002740     CLOSE ERAS-PARM-FILE.

002750     EXEC SQL
002760       OPEN OPEN-ERASURES
002770     END-EXEC.
002780     IF SQLCODE NOT = 0
002790       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
002800       MOVE 'OPEN-ERASURES'          TO EL-ERROR-DB2-OBJECT
002810       PERFORM CHECK-SQLCODE-PARA
002820       PERFORM EXIT-PARA
002830     END-IF.
002840     PERFORM FETCH-REQUEST-PARA.
002850     PERFORM PROCESS-REQUEST-PARA
002860       UNTIL WS-REQ-EOF.
002870     EXEC SQL
002880       CLOSE OPEN-ERASURES
002890     END-EXEC.
002900     CLOSE ERAS-RPT-FILE.

002910     DISPLAY 'ERASPARM CARDS READ   : ' WS-CARD-COUNT.
002920     DISPLAY 'REQUESTS REGISTERED   : ' WS-REGISTERED-COUNT.
002930     DISPLAY 'REQUESTS WORKED       : ' WS-REQUEST-COUNT.
002940     DISPLAY 'ERASURES COMPLETED    : ' WS-COMPLETED-COUNT.
002950     DISPLAY 'ERASURES BLOCKED      : ' WS-BLOCKED-COUNT.
002960     DISPLAY 'ROWS TOUCHED          : ' WS-ROWS-TOUCHED.
002970     MOVE 'C'                        TO JRL-RUN-STATUS.
002980     MOVE WS-REQUEST-COUNT           TO JRL-ROWS-READ.
002990     MOVE WS-REGISTERED-COUNT        TO JRL-ROWS-WRITTEN.
003000     MOVE WS-ROWS-TOUCHED            TO JRL-ROWS-UPDATED.
003010     MOVE WS-BLOCKED-COUNT           TO JRL-ROWS-SKIPPED.
003020     PERFORM LOG-JOB-END-PARA.
003030     GOBACK.

003040******************************************************************
003050* Run Date                                                       *
003060******************************************************************
003070 GET-TODAY-PARA.
003080     EXEC SQL
003090       SELECT CHAR(CURRENT DATE, ISO)
003100         INTO :WS-TODAY-DATE
003110         FROM SYSIBM.SYSDUMMY1
003120     END-EXEC.
003130     IF SQLCODE NOT = 0
003140       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003150       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
003160       PERFORM CHECK-SQLCODE-PARA
003170       PERFORM EXIT-PARA
003180     END-IF.

003190******************************************************************
003200* New Requests                                                   *
003210******************************************************************
003220 READ-PARM-PARA.
003230     READ ERAS-PARM-FILE
003240       AT END SET WS-PARM-EOF        TO TRUE
003250     END-READ.

003260*    A BLANK CARD IS IGNORED - ERASING AGAINST A BLANK KEY WOULD
003270*    SWEEP UP THE ROWS ETROP13 HAS ALREADY BLANKED. AN ADDRESS
003280*    ALREADY WAITING ON THE REGISTER IS NOT ENTERED TWICE.
003290 REGISTER-REQUEST-PARA.
003300     ADD 1                           TO WS-CARD-COUNT.
003310     MOVE EP-EMAIL-ADDR              TO WS-REQ-ADDR.
003320     IF WS-REQ-ADDR = SPACES
003330       DISPLAY 'BLANK ERASPARM CARD IGNORED'
003340     ELSE
003350       EXEC SQL
003360         SELECT COUNT(*)
003370           INTO :WS-OPEN-COUNT
003380           FROM DBODEVP.ERASURE_REQUEST
003390          WHERE EMAIL_ADDR     = :WS-REQ-ADDR
003400            AND ERASURE_STATUS IN ('P', 'B')
003410       END-EXEC
003420       IF SQLCODE NOT = 0
003430         MOVE 'SELECT'               TO EL-ERROR-ACTION
003440         MOVE 'ERASURE_REQUEST'      TO EL-ERROR-DB2-OBJECT
003450         PERFORM CHECK-SQLCODE-PARA
003460         PERFORM EXIT-PARA
003470       END-IF
003480       IF WS-OPEN-COUNT > 0
003490         DISPLAY 'ALREADY ON REGISTER   : ' WS-REQ-ADDR
003500       ELSE
003510         PERFORM INSERT-REQUEST-PARA
003520       END-IF
003530     END-IF.
003540     PERFORM READ-PARM-PARA.

003550 INSERT-REQUEST-PARA.
003560     EXEC SQL
003570       SELECT COALESCE(MAX(ERASURE_NO), 0) + 1
003580         INTO :ERS-ERASURE-NO
003590         FROM DBODEVP.ERASURE_REQUEST
003600     END-EXEC.
003610     IF SQLCODE NOT = 0
003620       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003630       MOVE 'ERASURE_REQUEST'        TO EL-ERROR-DB2-OBJECT
003640       PERFORM CHECK-SQLCODE-PARA
003650       PERFORM EXIT-PARA
003660     END-IF.
003670     EXEC SQL
003680       INSERT INTO DBODEVP.ERASURE_REQUEST
003690              ( ERASURE_NO, EMAIL_ADDR, PERSON_ID, REQUEST_DATE,
003700                ERASURE_STATUS, BLOCK_REASON, PROCESSED_DTS,
003710                USR_ID, DTS )
003720       VALUES ( :ERS-ERASURE-NO, :WS-REQ-ADDR, NULL,
003730                CURRENT DATE, 'P', NULL, NULL,
003740                'BATCH', CURRENT TIMESTAMP )
003750     END-EXEC.
003760     IF SQLCODE = 0
003770       ADD 1                         TO WS-REGISTERED-COUNT
003780     ELSE
003790       MOVE 'INSERT'                 TO EL-ERROR-ACTION
003800       MOVE 'ERASURE_REQUEST'        TO EL-ERROR-DB2-OBJECT
003810       PERFORM CHECK-SQLCODE-PARA
003820       PERFORM EXIT-PARA
003830     END-IF.

003840******************************************************************
003850* Working The Register                                           *
003860******************************************************************
003870 FETCH-REQUEST-PARA.
003880     EXEC SQL
003890       FETCH OPEN-ERASURES
003900        INTO :WS-ERASURE-NO, :WS-REQ-ADDR
003910     END-EXEC.
003920     EVALUATE SQLCODE
003930       WHEN 0
003940         CONTINUE
003950       WHEN 100
003960         SET WS-REQ-EOF              TO TRUE
003970       WHEN OTHER
003980         MOVE 'FETCH '               TO EL-ERROR-ACTION
003990         MOVE 'OPEN-ERASURES'        TO EL-ERROR-DB2-OBJECT
004000         PERFORM CHECK-SQLCODE-PARA
004010         PERFORM EXIT-PARA
004020     END-EVALUATE.

004030 PROCESS-REQUEST-PARA.
004040     ADD 1                           TO WS-REQUEST-COUNT.
004050     PERFORM RESOLVE-PERSON-PARA.
004060     PERFORM CHECK-BLOCKERS-PARA.
004070     MOVE SPACES                     TO ERAS-RPT-RECORD.
004080     WRITE ERAS-RPT-RECORD.
004090     MOVE WS-ERASURE-NO              TO WS-RQ-NO.
004100     MOVE WS-PERSON-ID               TO WS-RQ-PERSON.
004110     MOVE WS-REQ-ADDR                TO WS-RQ-ADDR.
004120     WRITE ERAS-RPT-RECORD           FROM WS-REQ-LINE.
004130     IF WS-BLOCK-TEXT NOT = SPACES
004140       PERFORM BLOCK-REQUEST-PARA
004150     ELSE
004160       PERFORM ERASE-PERSON-PARA
004170       PERFORM COMPLETE-REQUEST-PARA
004180       PERFORM WRITE-CERTIFICATE-PARA
004190     END-IF.
004200     PERFORM FETCH-REQUEST-PARA.

004210*    AN ADDRESS THE MASTER NEVER HELD (A LEGACY ROW ONLY) HAS NO
004220*    PERSON - ONLY THAT ONE ADDRESS IS ERASED.
004230 RESOLVE-PERSON-PARA.
004240     MOVE 0                          TO WS-PERSON-ID.
004250     MOVE -1                         TO WS-PERSON-ID-IND.
004260     EXEC SQL
004270       SELECT MIN(PERSON_ID)
004280         INTO :WS-PERSON-ID :WS-PERSON-ID-IND
004290         FROM DBODEVP.REGISTRANT
004300        WHERE EMAIL_ADDR = :WS-REQ-ADDR
004310     END-EXEC.
004320     IF SQLCODE NOT = 0
004330       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004340       MOVE 'REGISTRANT'             TO EL-ERROR-DB2-OBJECT
004350       PERFORM CHECK-SQLCODE-PARA
004360       PERFORM EXIT-PARA
004370     END-IF.
004380     IF WS-PERSON-ID-IND < 0
004390       MOVE 0                        TO WS-PERSON-ID
004400     END-IF.

004410*    AN OPEN BALANCE IS WHAT ETROP21 AGES - AN ACTIVE SEAT, NOT ON
004420*    A CONTRACT, WITH LESS PAID THAN THE FEE. A FUTURE BOOKING IS
004430*    ANY ACTIVE, WAITLISTED OR PENDING SEAT ON A SESSION THAT HAS
004440*    NOT STARTED. EITHER ONE MEANS WE STILL NEED TO REACH THEM.
004450 CHECK-BLOCKERS-PARA.
004460     MOVE SPACES                     TO WS-BLOCK-TEXT.
004470     EXEC SQL
004480       SELECT COUNT(*)
004490         INTO :WS-BALANCE-COUNT
004500         FROM DBODEVP.TRAINING_SESSION A,
004510              DBODEVP.REGISTRATION B
004520        WHERE B.SESSION_CATG = A.SESSION_CATG
004530          AND B.SESSION_ID   = A.SESSION_ID
004540          AND (B.EMAIL_ADDR  = :WS-REQ-ADDR
004550               OR B.EMAIL_ADDR IN
004560                  (SELECT EMAIL_ADDR
004570                     FROM DBODEVP.REGISTRANT
004580                    WHERE PERSON_ID = :WS-PERSON-ID))
004590          AND B.REG_STATUS   = 'A'
004600          AND B.CONTRACT_ID IS NULL
004610          AND COALESCE(B.PRICED_FEE, A.SESSION_FEE)
004620              > COALESCE(B.AMOUNT_PAID, 0)
004630     END-EXEC.
004640     IF SQLCODE NOT = 0
004650       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004660       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
004670       PERFORM CHECK-SQLCODE-PARA
004680       PERFORM EXIT-PARA
004690     END-IF.
004700     EXEC SQL
004710       SELECT COUNT(*)
004720         INTO :WS-FUTURE-COUNT
004730         FROM DBODEVP.TRAINING_SESSION A,
004740              DBODEVP.REGISTRATION B
004750        WHERE B.SESSION_CATG = A.SESSION_CATG
004760          AND B.SESSION_ID   = A.SESSION_ID
004770          AND (B.EMAIL_ADDR  = :WS-REQ-ADDR
004780               OR B.EMAIL_ADDR IN
004790                  (SELECT EMAIL_ADDR
004800                     FROM DBODEVP.REGISTRANT
004810                    WHERE PERSON_ID = :WS-PERSON-ID))
004820          AND B.REG_STATUS IN ('A', 'W', 'P')
004830          AND A.SESSION_START_DATE >= CURRENT DATE
004840     END-EXEC.
004850     IF SQLCODE NOT = 0
004860       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004870       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
004880       PERFORM CHECK-SQLCODE-PARA
004890       PERFORM EXIT-PARA
004900     END-IF.
004910     EVALUATE TRUE
004920       WHEN WS-BALANCE-COUNT > 0 AND WS-FUTURE-COUNT > 0
004930         MOVE 'OPEN BALANCE AND FUTURE BOOKING'
004940                                     TO WS-BLOCK-TEXT
004950       WHEN WS-BALANCE-COUNT > 0
004960         MOVE 'OPEN BALANCE'         TO WS-BLOCK-TEXT
004970       WHEN WS-FUTURE-COUNT > 0
004980         MOVE 'FUTURE BOOKING'       TO WS-BLOCK-TEXT
004990     END-EVALUATE.

005000 BLOCK-REQUEST-PARA.
005010     ADD 1                           TO WS-BLOCKED-COUNT.
005020     EXEC SQL
005030       UPDATE DBODEVP.ERASURE_REQUEST
005040          SET ERASURE_STATUS = 'B',
005050              PERSON_ID      = NULLIF(:WS-PERSON-ID, 0),
005060              BLOCK_REASON   = :WS-BLOCK-TEXT,
005070              DTS            = CURRENT TIMESTAMP
005080        WHERE ERASURE_NO     = :WS-ERASURE-NO
005090     END-EXEC.
005100     IF SQLCODE NOT = 0
005110       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
005120       MOVE 'ERASURE_REQUEST'        TO EL-ERROR-DB2-OBJECT
005130       PERFORM CHECK-SQLCODE-PARA
005140       PERFORM EXIT-PARA
005150     END-IF.
005160     MOVE 'ERASURE BLOCKED -'        TO WS-EN-TEXT.
005170     MOVE WS-BLOCK-TEXT              TO WS-EN-DETAIL.
005180     WRITE ERAS-RPT-RECORD           FROM WS-END-LINE.

005190 COMPLETE-REQUEST-PARA.
005200     ADD 1                           TO WS-COMPLETED-COUNT.
005210     EXEC SQL
005220       UPDATE DBODEVP.ERASURE_REQUEST
005230          SET ERASURE_STATUS = 'C',
005240              PERSON_ID      = NULLIF(:WS-PERSON-ID, 0),
005250              BLOCK_REASON   = NULL,
005260              PROCESSED_DTS  = CURRENT TIMESTAMP,
005270              DTS            = CURRENT TIMESTAMP
005280        WHERE ERASURE_NO     = :WS-ERASURE-NO
005290     END-EXEC.
005300     IF SQLCODE NOT = 0
005310       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
005320       MOVE 'ERASURE_REQUEST'        TO EL-ERROR-DB2-OBJECT
005330       PERFORM CHECK-SQLCODE-PARA
005340       PERFORM EXIT-PARA
005350     END-IF.

005360******************************************************************
005370* Erasure                                                        *
005380******************************************************************
005390 ERASE-PERSON-PARA.
005400     INITIALIZE WS-TABLE-COUNTS.
005410     PERFORM LOAD-ADDRESSES-PARA.
005420     PERFORM ERASE-ONE-ADDRESS-PARA
005430       VARYING WS-ADDR-SUB FROM 1 BY 1
005440         UNTIL WS-ADDR-SUB > WS-ADDR-COUNT.

005450 LOAD-ADDRESSES-PARA.
005460     MOVE 0                          TO WS-ADDR-COUNT.
005470     MOVE SPACES                     TO WS-ADDR-EOF-SW.
005480     EXEC SQL
005490       OPEN PERSON-ADDRS
005500     END-EXEC.
005510     IF SQLCODE NOT = 0
005520       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
005530       MOVE 'PERSON-ADDRS'           TO EL-ERROR-DB2-OBJECT
005540       PERFORM CHECK-SQLCODE-PARA
005550       PERFORM EXIT-PARA
005560     END-IF.
005570     PERFORM FETCH-ADDRESS-PARA.
005580     PERFORM ADD-ADDRESS-PARA
005590       UNTIL WS-ADDR-EOF.
005600     EXEC SQL
005610       CLOSE PERSON-ADDRS
005620     END-EXEC.
005630     MOVE WS-REQ-ADDR                TO WS-FETCH-ADDR.
005640     MOVE SPACES                     TO WS-FETCH-NAME.
005650     PERFORM ADD-ADDRESS-PARA.

005660 FETCH-ADDRESS-PARA.
005670     EXEC SQL
005680       FETCH PERSON-ADDRS
005690        INTO :WS-FETCH-ADDR, :WS-FETCH-NAME
005700     END-EXEC.
005710     EVALUATE SQLCODE
005720       WHEN 0
005730         CONTINUE
005740       WHEN 100
005750         SET WS-ADDR-EOF             TO TRUE
005760       WHEN OTHER
005770         MOVE 'FETCH '               TO EL-ERROR-ACTION
005780         MOVE 'PERSON-ADDRS'         TO EL-ERROR-DB2-OBJECT
005790         PERFORM CHECK-SQLCODE-PARA
005800         PERFORM EXIT-PARA
005810     END-EVALUATE.

005820*    ADDS WS-FETCH-ADDR TO THE LIST UNLESS IT IS ALREADY THERE,
005830*    THEN FETCHES THE NEXT ONE WHILE THE CURSOR IS STILL OPEN.
005840 ADD-ADDRESS-PARA.
005850     MOVE SPACES                     TO WS-ADDR-FOUND-SW.
005860     PERFORM FIND-ADDRESS-PARA
005870       VARYING WS-ADDR-SUB FROM 1 BY 1
005880         UNTIL WS-ADDR-SUB > WS-ADDR-COUNT
005890            OR WS-ADDR-FOUND.
005900     IF NOT WS-ADDR-FOUND AND WS-ADDR-COUNT < 50
005910       ADD 1                         TO WS-ADDR-COUNT
005920       MOVE WS-FETCH-ADDR            TO WS-AL-ADDR (WS-ADDR-COUNT)
005930       MOVE WS-FETCH-NAME            TO WS-AL-NAME (WS-ADDR-COUNT)
005940     END-IF.
005950     IF NOT WS-ADDR-EOF
005960       PERFORM FETCH-ADDRESS-PARA
005970     END-IF.

005980 FIND-ADDRESS-PARA.
005990     IF WS-AL-ADDR (WS-ADDR-SUB) = WS-FETCH-ADDR
006000       SET WS-ADDR-FOUND             TO TRUE
006010     END-IF.

006020*    ONE ADDRESS, EVERY TABLE. THE TOKEN CARRIES THE REQUEST AND
006030*    ADDRESS NUMBER SO TWO OF THE PERSON'S ADDRESSES ON THE SAME
006040*    SESSION NEVER COLLIDE ON A KEY.
006050 ERASE-ONE-ADDRESS-PARA.
006060     MOVE WS-AL-ADDR (WS-ADDR-SUB)   TO WS-OLD-ADDR.
006070     MOVE WS-AL-NAME (WS-ADDR-SUB)   TO WS-ERASE-NAME.
006080     MOVE WS-ERASURE-NO              TO WS-TOKEN-NO.
006090     MOVE WS-ADDR-SUB                TO WS-TOKEN-SEQ.
006100     MOVE SPACES                     TO WS-TOKEN.
006110     STRING 'E'                      DELIMITED BY SIZE
006120            WS-TOKEN-NO              DELIMITED BY SIZE
006130            '-'                      DELIMITED BY SIZE
006140            WS-TOKEN-SEQ             DELIMITED BY SIZE
006150            '@ERASED.INVALID'        DELIMITED BY SIZE
006160       INTO WS-TOKEN
006170     END-STRING.
006180     PERFORM SCRUB-COMMENTS-PARA.
006190     PERFORM ERASE-REGISTRATION-PARA.
006200     PERFORM ERASE-AUDIT-PARA.
006210     PERFORM ERASE-ACTIVITY-PARA.
006220     PERFORM ERASE-LEARNING-PARA.
006230     PERFORM STRIP-FINANCIAL-PARA.
006240     PERFORM DELETE-PERSONAL-PARA.
006250     PERFORM ERASE-MASTER-PARA.
006260     PERFORM SUPPRESS-ADDRESS-PARA.

006270*    EVALUATIONS ARE ANONYMOUS, BUT A FREE-TEXT COMMENT CAN STILL
006280*    NAME THE PERSON. ONLY SESSIONS THEY SAT ARE SEARCHED, AND
006290*    ONLY WHEN THE MASTER GAVE A NAME TO SEARCH FOR.
006300 SCRUB-COMMENTS-PARA.
006310     MOVE 1                          TO WS-TB-SUB.
006320     IF WS-ERASE-NAME NOT = SPACES
006330       AND WS-ERASE-NAME NOT = 'ERASED'
006340       EXEC SQL
006350         UPDATE DBODEVP.EVALUATION E
006360            SET COMMENT_TEXT = NULL
006370          WHERE E.COMMENT_TEXT IS NOT NULL
006380            AND LOCATE(UPPER(RTRIM(:WS-ERASE-NAME)),
006390                       UPPER(E.COMMENT_TEXT)) > 0
006400            AND (EXISTS
006410                 (SELECT 1
006420                    FROM DBODEVP.REGISTRATION R
006430                   WHERE R.SESSION_CATG = E.SESSION_CATG
006440                     AND R.SESSION_ID   = E.SESSION_ID
006450                     AND R.EMAIL_ADDR   = :WS-OLD-ADDR)
006460              OR EXISTS
006470                 (SELECT 1
006480                    FROM DBODEVP.REGISTRATION_ARCHIVE S
006490                   WHERE S.SESSION_CATG = E.SESSION_CATG
006500                     AND S.SESSION_ID   = E.SESSION_ID
006510                     AND S.EMAIL_ADDR   = :WS-OLD-ADDR))
006520       END-EXEC
006530       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
006540       PERFORM COUNT-ROWS-PARA
006550     END-IF.

006560 ERASE-REGISTRATION-PARA.
006570     MOVE 'UPDATE'                   TO EL-ERROR-ACTION.
006580     MOVE 2                          TO WS-TB-SUB.
006590     EXEC SQL
006600       UPDATE DBODEVP.REGISTRATION
006610          SET EMAIL_ADDR   = :WS-TOKEN,
006620              FULL_NAME    = 'ERASED',
006630              PHONE_NUMBER = NULL,
006640              SPECIAL_REQS = NULL,
006650              DTS          = CURRENT TIMESTAMP
006660        WHERE EMAIL_ADDR   = :WS-OLD-ADDR
006670     END-EXEC.
006680     PERFORM COUNT-ROWS-PARA.
006690     MOVE 3                          TO WS-TB-SUB.
006700     EXEC SQL
006710       UPDATE DBODEVP.REGISTRATION_ARCHIVE
006720          SET EMAIL_ADDR   = :WS-TOKEN,
006730              FULL_NAME    = 'ERASED',
006740              PHONE_NUMBER = NULL,
006750              SPECIAL_REQS = NULL
006760        WHERE EMAIL_ADDR   = :WS-OLD-ADDR
006770     END-EXEC.
006780     PERFORM COUNT-ROWS-PARA.

006790*    A ROW KEYED TO THE PERSON LOSES EVERY NAME AND PHONE IT
006800*    CARRIES; A ROW KEYED TO SOMEONE ELSE (A SUBSTITUTION) LOSES
006810*    ONLY THE SIDE THAT WAS THIS PERSON.
006820 ERASE-AUDIT-PARA.
006830     MOVE 'UPDATE'                   TO EL-ERROR-ACTION.
006840     MOVE 4                          TO WS-TB-SUB.
006850     EXEC SQL
006860       UPDATE DBODEVP.REGISTRATION_AUDIT
006870          SET EMAIL_ADDR       = :WS-TOKEN,
006880              OLD_EMAIL_ADDR   =
006890                CASE WHEN OLD_EMAIL_ADDR = :WS-OLD-ADDR
006900                     THEN :WS-TOKEN
006910                     ELSE OLD_EMAIL_ADDR END,
006920              NEW_EMAIL_ADDR   =
006930                CASE WHEN NEW_EMAIL_ADDR = :WS-OLD-ADDR
006940                     THEN :WS-TOKEN
006950                     ELSE NEW_EMAIL_ADDR END,
006960              OLD_FULL_NAME    =
006970                CASE WHEN OLD_FULL_NAME IS NULL THEN NULL
006980                     ELSE 'ERASED' END,
006990              NEW_FULL_NAME    =
007000                CASE WHEN NEW_FULL_NAME IS NULL THEN NULL
007010                     ELSE 'ERASED' END,
007020              OLD_PHONE_NUMBER = NULL,
007030              NEW_PHONE_NUMBER = NULL
007040        WHERE EMAIL_ADDR       = :WS-OLD-ADDR
007050     END-EXEC.
007060     PERFORM COUNT-ROWS-PARA.
007070     EXEC SQL
007080       UPDATE DBODEVP.REGISTRATION_AUDIT
007090          SET OLD_EMAIL_ADDR   = :WS-TOKEN,
007100              OLD_FULL_NAME    =
007110                CASE WHEN OLD_FULL_NAME IS NULL THEN NULL
007120                     ELSE 'ERASED' END,
007130              OLD_PHONE_NUMBER = NULL
007140        WHERE OLD_EMAIL_ADDR   = :WS-OLD-ADDR
007150     END-EXEC.
007160     PERFORM COUNT-ROWS-PARA.
007170     EXEC SQL
007180       UPDATE DBODEVP.REGISTRATION_AUDIT
007190          SET NEW_EMAIL_ADDR   = :WS-TOKEN,
007200              NEW_FULL_NAME    =
007210                CASE WHEN NEW_FULL_NAME IS NULL THEN NULL
007220                     ELSE 'ERASED' END,
007230              NEW_PHONE_NUMBER = NULL
007240        WHERE NEW_EMAIL_ADDR   = :WS-OLD-ADDR
007250     END-EXEC.
007260     PERFORM COUNT-ROWS-PARA.

007270 ERASE-ACTIVITY-PARA.
007280     MOVE 'UPDATE'                   TO EL-ERROR-ACTION.
007290     MOVE 5                          TO WS-TB-SUB.
007300     EXEC SQL
007310       UPDATE DBODEVP.NOTICE_LOG
007320          SET EMAIL_ADDR = :WS-TOKEN
007330        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007340     END-EXEC.
007350     PERFORM COUNT-ROWS-PARA.
007360     MOVE 6                          TO WS-TB-SUB.
007370     EXEC SQL
007380       UPDATE DBODEVP.ATTENDANCE
007390          SET EMAIL_ADDR = :WS-TOKEN
007400        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007410     END-EXEC.
007420     PERFORM COUNT-ROWS-PARA.
007430     MOVE 7                          TO WS-TB-SUB.
007440     EXEC SQL
007450       UPDATE DBODEVP.ASSESSMENT_RESULT
007460          SET EMAIL_ADDR = :WS-TOKEN
007470        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007480     END-EXEC.
007490     PERFORM COUNT-ROWS-PARA.
007500     MOVE 8                          TO WS-TB-SUB.
007510     EXEC SQL
007520       UPDATE DBODEVP.CERTIFICATE
007530          SET EMAIL_ADDR = :WS-TOKEN,
007540              FULL_NAME  = 'ERASED'
007550        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007560     END-EXEC.
007570     PERFORM COUNT-ROWS-PARA.

007580 ERASE-LEARNING-PARA.
007590     MOVE 'UPDATE'                   TO EL-ERROR-ACTION.
007600     MOVE 9                          TO WS-TB-SUB.
007610     EXEC SQL
007620       UPDATE DBODEVP.LMS_EVENT_QUEUE
007630          SET EMAIL_ADDR = :WS-TOKEN,
007640              FULL_NAME  = 'ERASED'
007650        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007660     END-EXEC.
007670     PERFORM COUNT-ROWS-PARA.
007680     MOVE 10                         TO WS-TB-SUB.
007690     EXEC SQL
007700       UPDATE DBODEVP.LMS_EXTRACT_LOG
007710          SET EMAIL_ADDR = :WS-TOKEN
007720        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007730     END-EXEC.
007740     PERFORM COUNT-ROWS-PARA.
007750     MOVE 11                         TO WS-TB-SUB.
007760     EXEC SQL
007770       UPDATE DBODEVP.CALENDAR_INVITE
007780          SET EMAIL_ADDR = :WS-TOKEN
007790        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007800     END-EXEC.
007810     PERFORM COUNT-ROWS-PARA.
007820     MOVE 12                         TO WS-TB-SUB.
007830     EXEC SQL
007840       UPDATE DBODEVP.WAITLIST_OFFER
007850          SET EMAIL_ADDR = :WS-TOKEN
007860        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007870     END-EXEC.
007880     PERFORM COUNT-ROWS-PARA.
007890     MOVE 13                         TO WS-TB-SUB.
007900     EXEC SQL
007910       UPDATE DBODEVP.WEB_BOOKING_REQUEST
007920          SET EMAIL_ADDR = :WS-TOKEN
007930        WHERE EMAIL_ADDR = :WS-OLD-ADDR
007940     END-EXEC.
007950     PERFORM COUNT-ROWS-PARA.
007960     MOVE 14                         TO WS-TB-SUB.
007970     EXEC SQL
007980       UPDATE DBODEVP.COURSE_INTEREST
007990          SET EMAIL_ADDR = :WS-TOKEN,
008000              FULL_NAME  = 'ERASED'
008010        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008020     END-EXEC.
008030     PERFORM COUNT-ROWS-PARA.
008040     MOVE 15                         TO WS-TB-SUB.
008050     EXEC SQL
008060       UPDATE DBODEVP.BUDGET_OVERRIDE
008070          SET EMAIL_ADDR = :WS-TOKEN
008080        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008090     END-EXEC.
008100     PERFORM COUNT-ROWS-PARA.
008101     MOVE 16                         TO WS-TB-SUB.
008102     EXEC SQL
008103       UPDATE DBODEVP.MAKEUP_BOOKING
008104          SET EMAIL_ADDR = :WS-TOKEN
008105        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008106     END-EXEC.
008107     PERFORM COUNT-ROWS-PARA.

008110*    THE MONEY STAYS ON THE BOOKS - ONLY WHO IT WAS FOR GOES.
008120 STRIP-FINANCIAL-PARA.
008130     MOVE 'UPDATE'                   TO EL-ERROR-ACTION.
008140     MOVE 17                         TO WS-TB-SUB.
008150     EXEC SQL
008160       UPDATE DBODEVP.REGISTRATION_PAYMENT
008170          SET EMAIL_ADDR = :WS-TOKEN
008180        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008190     END-EXEC.
008200     PERFORM COUNT-ROWS-PARA.
008210     MOVE 18                         TO WS-TB-SUB.
008220     EXEC SQL
008230       UPDATE DBODEVP.PAYMENT_PLAN
008240          SET EMAIL_ADDR = :WS-TOKEN
008250        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008260     END-EXEC.
008270     PERFORM COUNT-ROWS-PARA.
008280     MOVE 19                         TO WS-TB-SUB.
008290     EXEC SQL
008300       UPDATE DBODEVP.REGISTRATION_REFUND
008310          SET EMAIL_ADDR = :WS-TOKEN
008320        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008330     END-EXEC.
008340     PERFORM COUNT-ROWS-PARA.
008350     MOVE 20                         TO WS-TB-SUB.
008360     EXEC SQL
008370       UPDATE DBODEVP.REGISTRATION_WRITEOFF
008380          SET EMAIL_ADDR = :WS-TOKEN
008390        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008400     END-EXEC.
008410     PERFORM COUNT-ROWS-PARA.
008420     MOVE 21                         TO WS-TB-SUB.
008430     EXEC SQL
008440       UPDATE DBODEVP.CREDIT_NOTE
008450          SET EMAIL_ADDR = :WS-TOKEN
008460        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008470     END-EXEC.
008480     PERFORM COUNT-ROWS-PARA.
008490     MOVE 22                         TO WS-TB-SUB.
008500     EXEC SQL
008510       UPDATE DBODEVP.FUNDING_CLAIM
008520          SET EMAIL_ADDR = :WS-TOKEN
008530        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008540     END-EXEC.
008550     PERFORM COUNT-ROWS-PARA.
008560     MOVE 23                         TO WS-TB-SUB.
008570     EXEC SQL
008580       UPDATE DBODEVP.REVENUE_SCHEDULE
008590          SET EMAIL_ADDR = :WS-TOKEN
008600        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008610     END-EXEC.
008620     PERFORM COUNT-ROWS-PARA.
008630     MOVE 24                         TO WS-TB-SUB.
008640     EXEC SQL
008650       UPDATE DBODEVP.PARTNER_COMMISSION
008660          SET EMAIL_ADDR = :WS-TOKEN
008670        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008680     END-EXEC.
008690     PERFORM COUNT-ROWS-PARA.
00869A     MOVE 25                         TO WS-TB-SUB.
00869B     EXEC SQL
00869C       UPDATE DBODEVP.DIRECT_DEBIT_COLLECTION
00869D          SET EMAIL_ADDR = :WS-TOKEN
00869E        WHERE EMAIL_ADDR = :WS-OLD-ADDR
00869F     END-EXEC.
00869G     PERFORM COUNT-ROWS-PARA.
00869H     MOVE 26                         TO WS-TB-SUB.
00869I     EXEC SQL
00869J       UPDATE DBODEVP.FINANCIAL_APPROVAL
00869K          SET EMAIL_ADDR = :WS-TOKEN
00869L        WHERE EMAIL_ADDR = :WS-OLD-ADDR
00869M     END-EXEC.
00869N     PERFORM COUNT-ROWS-PARA.

008700*    BANK DETAILS AND THE TEST-DATA PSEUDONYM SERVE NO RECORD
008710*    ONCE THE PERSON IS GONE - DELETED OUTRIGHT.
008720 DELETE-PERSONAL-PARA.
008730     MOVE 'DELETE'                   TO EL-ERROR-ACTION.
008740     MOVE 27                         TO WS-TB-SUB.
008750     EXEC SQL
008760       DELETE FROM DBODEVP.REFUND_PAYEE_BANK
008770        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008780     END-EXEC.
008790     PERFORM COUNT-ROWS-PARA.
008791*    ONLY THE PERSON'S OWN MANDATES - AN ORGANIZATION'S MANDATE
008792*    (EMAIL_ADDR NULL) IS NOT THEIRS TO ERASE.
008793     MOVE 28                         TO WS-TB-SUB.
008794     EXEC SQL
008795       DELETE FROM DBODEVP.DIRECT_DEBIT_MANDATE
008796        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008797     END-EXEC.
008798     PERFORM COUNT-ROWS-PARA.
008800     MOVE 29                         TO WS-TB-SUB.
008810     EXEC SQL
008820       DELETE FROM DBODEVP.PSEUDONYM_MAP
008830        WHERE EMAIL_ADDR = :WS-OLD-ADDR
008840     END-EXEC.
008850     PERFORM COUNT-ROWS-PARA.

008860*    THE ACCESS LOG KEEPS WHO LOOKED AND WHEN, NOT AT WHOM.
008870 ERASE-MASTER-PARA.
008880     MOVE 'UPDATE'                   TO EL-ERROR-ACTION.
008890     MOVE 30                         TO WS-TB-SUB.
008900     EXEC SQL
008910       UPDATE DBODEVP.PII_ACCESS_LOG
008920          SET SUBJECT_EMAIL = :WS-TOKEN
008930        WHERE SUBJECT_EMAIL = :WS-OLD-ADDR
008940     END-EXEC.
008950     PERFORM COUNT-ROWS-PARA.
008960     MOVE 31                         TO WS-TB-SUB.
008970     EXEC SQL
008980       UPDATE DBODEVP.REGISTRANT
008990          SET EMAIL_ADDR = :WS-TOKEN,
009000              FULL_NAME  = 'ERASED',
009010              DTS        = CURRENT TIMESTAMP
009020        WHERE EMAIL_ADDR = :WS-OLD-ADDR
009030     END-EXEC.
009040     PERFORM COUNT-ROWS-PARA.

009050*    THE REAL ADDRESS IS KEPT HERE AND NOWHERE ELSE. AN EXISTING
009060*    OPT-OUT BECOMES AN ERASURE SUPPRESSION ('E') SO IT CAN NO
009070*    LONGER BE LIFTED AS AN ORDINARY OPT-OUT.
009080 SUPPRESS-ADDRESS-PARA.
009090     MOVE 32                         TO WS-TB-SUB.
009100     MOVE 'UPDATE'                   TO EL-ERROR-ACTION.
009110     EXEC SQL
009120       UPDATE DBODEVP.MAIL_OPTOUT
009130          SET OPTOUT_SOURCE = 'E',
009140              DTS           = CURRENT TIMESTAMP
009150        WHERE EMAIL_ADDR    = :WS-OLD-ADDR
009160     END-EXEC.
009170     IF SQLCODE = 100
009180       MOVE 'INSERT'                 TO EL-ERROR-ACTION
009190       EXEC SQL
009200         INSERT INTO DBODEVP.MAIL_OPTOUT
009210                ( EMAIL_ADDR, OPTOUT_DATE, OPTOUT_SOURCE, DTS )
009220         VALUES ( :WS-OLD-ADDR, CURRENT DATE, 'E',
009230                  CURRENT TIMESTAMP )
009240       END-EXEC
009250     END-IF.
009260     PERFORM COUNT-ROWS-PARA.

009270*    NO ROWS (SQLCODE 100) IS NORMAL - MOST PEOPLE APPEAR IN FEW
009280*    OF THE TABLES. ANY OTHER FAILURE ROLLS THE WHOLE RUN BACK.
009290 COUNT-ROWS-PARA.
009300     EVALUATE SQLCODE
009310       WHEN 0
009320         ADD SQLERRD (3)             TO WS-TB-COUNT (WS-TB-SUB)
009330         ADD SQLERRD (3)             TO WS-ROWS-TOUCHED
009340       WHEN 100
009350         CONTINUE
009360       WHEN OTHER
009370         MOVE WS-TB-NAME (WS-TB-SUB) TO EL-ERROR-DB2-OBJECT
009380         PERFORM CHECK-SQLCODE-PARA
009390         PERFORM EXIT-PARA
009400     END-EVALUATE.

009410******************************************************************
009420* Erasure Certificate                                            *
009430******************************************************************
009440 WRITE-CERTIFICATE-PARA.
009450     WRITE ERAS-RPT-RECORD           FROM WS-COL-LINE.
009460     PERFORM WRITE-TABLE-LINE-PARA
009470       VARYING WS-TB-SUB FROM 1 BY 1
009480         UNTIL WS-TB-SUB > WS-TB-MAX.
009490     MOVE WS-ADDR-COUNT              TO WS-EN-COUNT.
009500     MOVE 'ERASURE COMPLETED -'      TO WS-EN-TEXT.
009510     MOVE SPACES                     TO WS-EN-DETAIL.
009520     STRING 'ADDRESSES ERASED: '     DELIMITED BY SIZE
009530            WS-EN-COUNT              DELIMITED BY SIZE
009540       INTO WS-EN-DETAIL
009550     END-STRING.
009560     WRITE ERAS-RPT-RECORD           FROM WS-END-LINE.

009570 WRITE-TABLE-LINE-PARA.
009580     MOVE WS-TB-NAME (WS-TB-SUB)     TO WS-TL-NAME.
009590     MOVE WS-TB-ACTION (WS-TB-SUB)   TO WS-TL-ACTION.
009600     MOVE WS-TB-COUNT (WS-TB-SUB)    TO WS-TL-COUNT.
009610     WRITE ERAS-RPT-RECORD           FROM WS-TBL-LINE.

009620******************************************************************
009630* Error Logging                                                  *
009640******************************************************************
009650     EXEC SQL
009660       INCLUDE CPERRBAT
009670     END-EXEC.

009680*    NO COMMIT IS TAKEN BEFORE THE RUN ENDS, SO A FAILURE LEAVES
009690*    NO PERSON HALF ERASED.
009700 EXIT-PARA.
009710     MOVE 'F'                        TO JRL-RUN-STATUS.
009720     PERFORM LOG-JOB-END-PARA.
009730     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
009740     GOBACK.

009750******************************************************************
009760* Run Registry                                                   *
009770******************************************************************
009780     EXEC SQL
009790       INCLUDE CPJOBLOG
009800     END-EXEC.
