000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP99.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  INBOUND ONLINE-MEETING ATTENDANCE IMPORT.                     *
000090*  COORDINATORS OF VIRTUAL AND HYBRID SESSIONS USED TO TICK THE  *
000100*  ETRM005 SCREEN BY HAND FROM A DOWNLOADED PARTICIPANT LIST.    *
000110*  THE MEETING PLATFORM EXPORTS A JOIN/LEAVE LOG (MTGLOGIN) -    *
000120*  ONE RECORD PER TIME A PARTICIPANT WAS IN A MEETING. THIS JOB: *
000130*    1. FINDS THE MEETING - THE NOT-CANCELLED VIRTUAL/HYBRID     *
000140*       SESSION WHOSE MEETING_LINK IS ON THE RECORD AND WHOSE    *
000150*       SESSION_SCHEDULE HAS A MEETING ON THE JOIN DATE          *
000160*    2. MATCHES THE PARTICIPANT TO AN ACTIVE REGISTRATION ON     *
000170*       THAT SESSION BY EMAIL_ADDR, ELSE BY PERSON_ID            *
000180*    3. ADDS THE TIME IN THE MEETING, CLIPPED TO THE SCHEDULED   *
000190*       START/END, TO THE REGISTRANT'S MINUTES FOR THE MEETING   *
000200*  THEN, FOR EVERY MEETING IN THE LOG, EACH ACTIVE REGISTRANT IS *
000210*  MARKED 'P' WITH AT LEAST MIN-ATTEND-MINS MINUTES (RCBT004A,   *
000220*  DEFAULT 60 - OR THE WHOLE MEETING, IF SHORTER) AND 'A'        *
000230*  OTHERWISE. ON A HYBRID SESSION ONLY REMOTE DELEGATES          *
000240*  (ATTEND_MODE 'R') ARE MARKED ABSENT - THE REST ARE IN THE     *
000250*  ROOM AND ARE NOT IN THE LOG.                                  *
000260*  IMPORTED ROWS CARRY USR_ID 'ETROP99'. A ROW ANYONE KEYED ON   *
000270*  ETRM005 IS NEVER OVERWRITTEN; A ROW THIS JOB WROTE IS, SO A   *
000280*  RERUN OR A FULLER LOG FOR THE SAME DAY IS SAFE.               *
000290*  WHAT CANNOT BE MATCHED GOES ON THE MTGEXRPT EXCEPTION REPORT: *
000300*    BAD RECORD     - JOIN/LEAVE STAMP NOT A VALID TIME, OR THE  *
000310*                     LEAVE BEFORE THE JOIN                      *
000320*    NO MEETING     - NO ONLINE SESSION MEETS ON THAT LINK ON    *
000330*                     THE JOIN DATE                              *
000340*    AMBIGUOUS LINK - MORE THAN ONE SESSION MEETS ON THE LINK    *
000350*                     THAT DAY                                   *
000360*    UNMATCHED      - NO ACTIVE REGISTRATION FOR THE PARTICIPANT *
000370*                     (GUESTS, HOSTS, WAITLISTED, TYPO'D EMAILS) *
000371*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
000372*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
000373*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
000374*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000380******************************************************************

000390 ENVIRONMENT DIVISION.

000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. Z900.
000420 OBJECT-COMPUTER. Z900.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MTG-LOG-FILE    ASSIGN TO MTGLOGIN
000460            ORGANIZATION  IS LINE SEQUENTIAL.
000470     SELECT MTG-EXC-FILE    ASSIGN TO MTGEXRPT
000480            ORGANIZATION  IS LINE SEQUENTIAL.
000483     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000486            ORGANIZATION  IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510*    PERSON ID IS THE PLATFORM'S REGISTRANT CUSTOM FIELD - BLANK
000520*    WHEN THE PARTICIPANT JOINED WITHOUT THE REGISTRATION LINK.
000530*    JOIN/LEAVE ARE ISO STAMPS, CCYY-MM-DDTHH:MM:SS.
000540 FD  MTG-LOG-FILE
000550     RECORD CONTAINS 400 CHARACTERS.
000560 01  MTG-LOG-RECORD.
000570     05 ML-MEETING-LINK              PIC X(120).
000580     05 ML-EMAIL-ADDR                PIC X(120).
000590     05 ML-PERSON-ID                 PIC 9(09).
000600     05 ML-PERSON-ID-X REDEFINES ML-PERSON-ID
000610                                     PIC X(09).
000620     05 ML-PARTICIPANT-NAME          PIC X(60).
000630     05 ML-JOIN-STAMP.
000640        10 ML-JOIN-DATE              PIC X(10).
000650        10 FILLER                    PIC X(01).
000660        10 ML-JOIN-HH                PIC 9(02).
000670        10 FILLER                    PIC X(01).
000680        10 ML-JOIN-MI                PIC 9(02).
000690        10 FILLER                    PIC X(01).
000700        10 ML-JOIN-SS                PIC 9(02).
000710     05 ML-LEAVE-STAMP.
000720        10 ML-LEAVE-DATE             PIC X(10).
000730        10 FILLER                    PIC X(01).
000740        10 ML-LEAVE-HH               PIC 9(02).
000750        10 FILLER                    PIC X(01).
000760        10 ML-LEAVE-MI               PIC 9(02).
000770        10 FILLER                    PIC X(01).
000780        10 ML-LEAVE-SS               PIC 9(02).
000790     05 FILLER                       PIC X(53).
000800 FD  MTG-EXC-FILE
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  MTG-EXC-RECORD                  PIC X(132).
000822 FD  INBOUND-OVRD-FILE
000824     RECORD CONTAINS 80 CHARACTERS.
000826 01  INBOUND-OVRD-RECORD             PIC X(80).

000830 WORKING-STORAGE SECTION.

000840 01 WS-BEGIN                          PIC  X(36) VALUE
000850     'ETROP99 WORKING STORAGE STARTS HERE'.

000860******************************************************************
000870*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000880******************************************************************
000890 01 WS-VARIABLES.
000900    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000910       88 WS-NO-ERROR                            VALUE SPACES.
000920       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000930       88 WS-FATAL-ERROR                         VALUE 'F'.
000940    05 WS-LOG-EOF-SW                   PIC X(01) VALUE SPACES.
000950       88 WS-LOG-EOF                             VALUE 'E'.
000960    05 WS-MIN-ATTEND-MINS              PIC S9(9) USAGE COMP
000970                                       VALUE 60.
000980    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000990    05 WS-EXCEPTION-COUNT              PIC S9(9) COMP VALUE 0.
001000    05 WS-PRESENT-COUNT                PIC S9(9) COMP VALUE 0.
001010    05 WS-ABSENT-COUNT                 PIC S9(9) COMP VALUE 0.
001020    05 WS-KEPT-COUNT                   PIC S9(9) COMP VALUE 0.
001030    05 WS-IMPORT-USR-ID                PIC X(08) VALUE 'ETROP99'.
001040    05 WS-PERSON-ID                    PIC S9(9) USAGE COMP.
001050    05 WS-JOIN-SECS                    PIC S9(9) USAGE COMP.
001060    05 WS-LEAVE-SECS                   PIC S9(9) USAGE COMP.
001070    05 WS-SCHED-START-SECS             PIC S9(9) USAGE COMP.
001080    05 WS-SCHED-END-SECS               PIC S9(9) USAGE COMP.
001090    05 WS-SEGMENT-SECS                 PIC S9(9) USAGE COMP.
001100    05 WS-REQUIRED-MINS                PIC S9(9) USAGE COMP.
001110    05 WS-ATTENDED-MINS                PIC S9(9) USAGE COMP.
001120    05 WS-HOLD-ATT-USR-ID              PIC X(08).
001130    05 WS-NEW-STATUS                   PIC X(01).
001140*    THE MEETING LOOKUP RETURNS THE SCHEDULED TIMES AS HH.MM.SS.
001150    05 WS-SCHED-TIME                   PIC X(08).
001160    05 WS-SCHED-TIME-R REDEFINES WS-SCHED-TIME.
001170       10 WS-ST-HH                     PIC 9(02).
001180       10 FILLER                       PIC X(01).
001190       10 WS-ST-MI                     PIC 9(02).
001200       10 FILLER                       PIC X(01).
001210       10 WS-ST-SS                     PIC 9(02).
001220*    THE MARKING PASS RUNS A CURSOR PER MEETING INSIDE THE MEETING
001230*    LOOP - ITS SQLCODE IS NEVER LEFT FOR THE LOOP TO SEE.
001240    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
001250 01 WS-RCBT004A-PARM.
001260    05 WS-SP-PROGRAM-ID                PIC X(08).
001270    05 WS-SP-PARM-NAME                 PIC X(16).
001280    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001290    05 WS-SP-RETURN-CODE               PIC X(1).

001300******************************************************************
001310*  MEETINGS SEEN IN THE LOG - ONE ENTRY PER SESSION PER MEETING  *
001320*  DATE, WITH ITS SCHEDULED WINDOW IN SECONDS FROM MIDNIGHT.     *
001330******************************************************************
001340 01 WS-MEETING-TABLE.
001350    05 WS-MTG-MAX                      PIC S9(4) COMP VALUE 500.
001360    05 WS-MTG-COUNT                    PIC S9(4) COMP VALUE 0.
001370    05 WS-MTG-SUB                      PIC S9(4) COMP.
001380    05 WS-MTG-FOUND                    PIC S9(4) COMP.
001390    05 WS-MTG-ENTRY OCCURS 500 TIMES.
001400       10 WS-MT-SESSION-CATG           PIC X(02).
001410       10 WS-MT-SESSION-ID             PIC S9(9) USAGE COMP.
001420       10 WS-MT-MEETING-DATE           PIC X(10).
001430       10 WS-MT-DELIVERY-MODE          PIC X(01).
001440       10 WS-MT-START-SECS             PIC S9(9) USAGE COMP.
001450       10 WS-MT-END-SECS               PIC S9(9) USAGE COMP.

001460******************************************************************
001470*  MINUTES ACCUMULATED PER REGISTRANT PER MEETING - KEYED ON THE *
001480*  REGISTRATION'S OWN EMAIL, SO A PARTICIPANT MATCHED BY         *
001490*  PERSON_ID ON ONE RECORD AND BY EMAIL ON ANOTHER ADDS UP TO    *
001500*  ONE FIGURE. A LOG TOO BIG FOR THE TABLE STOPS THE RUN BEFORE  *
001510*  ANY MARK IS WRITTEN - A PARTIAL COUNT WOULD MARK PEOPLE WHO   *
001520*  ATTENDED ABSENT.                                              *
001530******************************************************************
001540 01 WS-ATTENDEE-TABLE.
001550    05 WS-ATD-MAX                      PIC S9(4) COMP VALUE 5000.
001560    05 WS-ATD-COUNT                    PIC S9(4) COMP VALUE 0.
001570    05 WS-ATD-SUB                      PIC S9(4) COMP.
001580    05 WS-ATD-FOUND                    PIC S9(4) COMP.
001590    05 WS-ATD-ENTRY OCCURS 5000 TIMES.
001600       10 WS-AT-MTG-SUB                PIC S9(4) COMP.
001610       10 WS-AT-EMAIL-ADDR             PIC X(120).
001620       10 WS-AT-SECONDS                PIC S9(9) USAGE COMP.

001630******************************************************************
001640*  FETCH HOLD FIELDS                                             *
001650******************************************************************
001660 01 WS-MATCH-FIELDS.
001670    05 WS-MH-SESSION-CATG              PIC X(02).
001680    05 WS-MH-SESSION-ID                PIC S9(9) USAGE COMP.
001690    05 WS-MH-DELIVERY-MODE             PIC X(01).
001700    05 WS-MH-START-TIME                PIC X(08).
001710    05 WS-MH-END-TIME                  PIC X(08).
001720    05 WS-MH-EMAIL-ADDR                PIC X(120).
001730    05 WS-MH-ATTEND-MODE               PIC X(01).
001740    05 WS-MH-ATTEND-MODE-IND           PIC S9(4) USAGE COMP.

001750******************************************************************
001760*  EXCEPTION REPORT LINES                                        *
001770******************************************************************
001780 01 WS-RPT-LINES.
001790    05 WS-HDG-LINE.
001800       10 FILLER                       PIC X(44) VALUE
001810          'ONLINE-MEETING ATTENDANCE IMPORT - EXCEPTION'.
001820       10 FILLER                       PIC X(88) VALUE SPACES.
001830    05 WS-EXC-LINE.
001840       10 WS-EX-TYPE                   PIC X(16).
001850       10 WS-EX-JOIN-DATE              PIC X(10).
001860       10 FILLER                       PIC X(02) VALUE SPACES.
001870       10 WS-EX-EMAIL                  PIC X(50).
001880       10 FILLER                       PIC X(02) VALUE SPACES.
001890       10 WS-EX-NAME                   PIC X(30).
001900       10 FILLER                       PIC X(02) VALUE SPACES.
001910       10 WS-EX-LINK                   PIC X(20).
001920    05 WS-CNT-LINE.
001930       10 WS-CN-LABEL                  PIC X(30).
001940       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001950       10 FILLER                       PIC X(91) VALUE SPACES.

001960******************************************************************
001970* Copybook Includes.                                             *
001980******************************************************************
001990     EXEC SQL
002000       INCLUDE CWERRLOG
002010     END-EXEC.

002020*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002030     EXEC SQL
002040       INCLUDE CWJOBLOG
002050     END-EXEC.

002051*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
002052     EXEC SQL
002053       INCLUDE CWINBREG
002054     END-EXEC.

002060******************************************************************
002070*                     DB2 SECTION                                *
002080******************************************************************
002090     EXEC SQL
002100       INCLUDE SQLCA
002110     END-EXEC.

002120     EXEC SQL
002130       INCLUDE DCLSESSN
002140     END-EXEC.

002150     EXEC SQL
002160       INCLUDE DCLRGSTR
002170     END-EXEC.

002180     EXEC SQL
002190       INCLUDE DCLATTND
002200     END-EXEC.

002210******************************************************************
002220*  EVERY ACTIVE REGISTRANT ON ONE MEETING'S SESSION - THE        *
002230*  MARKING PASS LOOKS EACH ONE UP IN THE ATTENDEE TABLE.         *
002240******************************************************************
002250     EXEC SQL DECLARE MEETING-REGISTRANTS CURSOR
002260      FOR
002270      SELECT EMAIL_ADDR, ATTEND_MODE
002280        FROM DBODEVP.REGISTRATION
002290       WHERE SESSION_CATG = :WS-MH-SESSION-CATG
002300         AND SESSION_ID   = :WS-MH-SESSION-ID
002310         AND REG_STATUS   = 'A'
002320     END-EXEC.

002330 01 WS-END                             PIC X(50) VALUE
002340     'ETROP99-WORKING STORAGE SECTION ENDS HERE'.

002350 PROCEDURE DIVISION.

002360 MAIN-LOGIC-PARA.

002370     MOVE 'ETROP99'                    TO EL-ERROR-MODULE.
002380     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002390     MOVE 'ETROP99'                    TO JRL-PROGRAM-ID.
002400     PERFORM LOG-JOB-START-PARA.

002410     PERFORM GET-PARAMETERS-PARA.

002420     OPEN INPUT  MTG-LOG-FILE.
002430     OPEN OUTPUT MTG-EXC-FILE.
002440     WRITE MTG-EXC-RECORD            FROM WS-HDG-LINE.
002450     MOVE SPACES                     TO MTG-EXC-RECORD.
002460     WRITE MTG-EXC-RECORD.

002470     PERFORM READ-LOG-PARA.
002474     PERFORM REGISTER-LOG-FILE-PARA.
002480     PERFORM TAKE-ONE-SEGMENT-PARA
002490       UNTIL WS-LOG-EOF.
002500     CLOSE MTG-LOG-FILE.

002510     PERFORM MARK-ONE-MEETING-PARA
002520       VARYING WS-MTG-SUB FROM 1 BY 1
002530         UNTIL WS-MTG-SUB > WS-MTG-COUNT.

002540     PERFORM WRITE-TOTALS-PARA.
002550     CLOSE MTG-EXC-FILE.

002560     DISPLAY 'LOG RECORDS READ      : ' WS-READ-COUNT.
002570     DISPLAY 'MEETINGS MARKED       : ' WS-MTG-COUNT.
002580     DISPLAY 'MARKED PRESENT        : ' WS-PRESENT-COUNT.
002590     DISPLAY 'MARKED ABSENT         : ' WS-ABSENT-COUNT.
002600     DISPLAY 'MANUAL MARKS KEPT     : ' WS-KEPT-COUNT.
002610     DISPLAY 'EXCEPTIONS            : ' WS-EXCEPTION-COUNT.
002613     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
002616     PERFORM COMPLETE-INBOUND-PARA.
002620     MOVE 'C'                        TO JRL-RUN-STATUS.
002630     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002640     COMPUTE JRL-ROWS-WRITTEN =
002650             WS-PRESENT-COUNT + WS-ABSENT-COUNT.
002660     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
002670     PERFORM LOG-JOB-END-PARA.
002680     GOBACK.

002690 GET-PARAMETERS-PARA.
002700     MOVE 'ETROP99'                  TO WS-SP-PROGRAM-ID.
002710     MOVE 'MIN-ATTEND-MINS'          TO WS-SP-PARM-NAME.
002720     MOVE WS-MIN-ATTEND-MINS         TO WS-SP-PARM-VALUE.
002730     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002740     MOVE WS-SP-PARM-VALUE           TO WS-MIN-ATTEND-MINS.

002750******************************************************************
002760* Meeting Log                                                    *
002770******************************************************************
002780 READ-LOG-PARA.
002790     READ MTG-LOG-FILE
002800       AT END SET WS-LOG-EOF         TO TRUE
002810     END-READ.

00281A*    REGISTERED BEFORE ANY ATTENDANCE IS MARKED - SEE CWINBREG.
00281B REGISTER-LOG-FILE-PARA.
00281C     MOVE 'MTGLOGIN'                 TO IB-INTERFACE-NAME.
00281D     MOVE 'ETROP99'                  TO IB-PROGRAM-ID.
00281E     MOVE SPACES                     TO IB-IO-RECORD.
00281F     IF NOT WS-LOG-EOF
00281G       MOVE MTG-LOG-RECORD           TO IB-IO-RECORD
00281H     END-IF.
00281I     PERFORM REGISTER-INBOUND-PARA.
00281J     IF IB-FILE-REFUSED
00281K       PERFORM EXIT-PARA
00281L     END-IF.
00281M     IF IB-RG-HEADER-OK
00281N       PERFORM READ-LOG-PARA
00281O     END-IF.

002820*    THE LOG COMES FROM THE PLATFORM - THE STAMPS ARE CHECKED
002830*    BEFORE ANYTHING IS LOOKED UP, AND ONE BAD RECORD EXCEPTIONS
002840*    RATHER THAN ABENDING THE RUN.
002850 TAKE-ONE-SEGMENT-PARA.
002860     ADD 1                           TO WS-READ-COUNT.
002870     PERFORM EDIT-STAMPS-PARA.
002880     IF WS-NEW-STATUS = 'B'
002890         MOVE 'BAD RECORD      '     TO WS-EX-TYPE
002900         PERFORM WRITE-EXCEPTION-PARA
002910     ELSE
002920         PERFORM FIND-MEETING-PARA
002930     END-IF.
002940     PERFORM READ-LOG-PARA.

002950*    A LEAVE ON A LATER DATE THAN THE JOIN (LEFT RUNNING PAST
002960*    MIDNIGHT) COUNTS TO THE END OF THE JOIN DATE - THE CLIP TO
002970*    THE SCHEDULED END TAKES CARE OF THE REST.
002980 EDIT-STAMPS-PARA.
002990     MOVE SPACES                     TO WS-NEW-STATUS.
003000     IF ML-JOIN-HH NOT NUMERIC OR ML-JOIN-MI NOT NUMERIC
003010        OR ML-JOIN-SS NOT NUMERIC OR ML-LEAVE-HH NOT NUMERIC
003020        OR ML-LEAVE-MI NOT NUMERIC OR ML-LEAVE-SS NOT NUMERIC
003030        OR ML-LEAVE-DATE < ML-JOIN-DATE
003040         MOVE 'B'                    TO WS-NEW-STATUS
003050     ELSE
003060         COMPUTE WS-JOIN-SECS = ML-JOIN-HH * 3600
003070                              + ML-JOIN-MI * 60 + ML-JOIN-SS
003080         IF ML-LEAVE-DATE > ML-JOIN-DATE
003090             MOVE 86400              TO WS-LEAVE-SECS
003100         ELSE
003110             COMPUTE WS-LEAVE-SECS = ML-LEAVE-HH * 3600
003120                                   + ML-LEAVE-MI * 60
003130                                   + ML-LEAVE-SS
003140         END-IF
003150         IF WS-LEAVE-SECS < WS-JOIN-SECS
003160             MOVE 'B'                TO WS-NEW-STATUS
003170         END-IF
003180     END-IF.

003190******************************************************************
003200* Meeting And Registrant Match                                   *
003210******************************************************************
003220*    THE SCHEDULE ROW FOR THE JOIN DATE DISAMBIGUATES A RECURRING
003230*    LINK RE-USED BY A LATER RUN OF THE SAME COURSE.
003240 FIND-MEETING-PARA.
003250     MOVE ML-MEETING-LINK            TO MEETING-LINK-TEXT.
003260     MOVE LENGTH OF ML-MEETING-LINK  TO MEETING-LINK-LEN.
003270     EXEC SQL
003280       SELECT S.SESSION_CATG, S.SESSION_ID, S.DELIVERY_MODE,
003290              CHAR(C.START_TIME, JIS), CHAR(C.END_TIME, JIS)
003300         INTO :WS-MH-SESSION-CATG, :WS-MH-SESSION-ID,
003310              :WS-MH-DELIVERY-MODE,
003320              :WS-MH-START-TIME, :WS-MH-END-TIME
003330         FROM DBODEVP.TRAINING_SESSION S,
003340              DBODEVP.SESSION_SCHEDULE C
003350        WHERE S.MEETING_LINK   = :DCLTRAINING-SESSION.MEETING-LINK
003360          AND S.SESSION_STATUS NOT = 'C'
003370          AND S.DELIVERY_MODE  IN ('V', 'H')
003380          AND C.SESSION_CATG   = S.SESSION_CATG
003390          AND C.SESSION_ID     = S.SESSION_ID
003400          AND C.MEETING_DATE   = DATE(:ML-JOIN-DATE)
003410     END-EXEC.
003420     EVALUATE SQLCODE
003430       WHEN 0
003440         PERFORM MATCH-REGISTRANT-PARA
003450       WHEN 100
003460         MOVE 'NO MEETING      '     TO WS-EX-TYPE
003470         PERFORM WRITE-EXCEPTION-PARA
003480       WHEN -811
003490         MOVE 'AMBIGUOUS LINK  '     TO WS-EX-TYPE
003500         PERFORM WRITE-EXCEPTION-PARA
003510       WHEN -180
003520       WHEN -181
003530         MOVE 'BAD RECORD      '     TO WS-EX-TYPE
003540         PERFORM WRITE-EXCEPTION-PARA
003550       WHEN OTHER
003560         MOVE 'SELECT'               TO EL-ERROR-ACTION
003570         MOVE 'SESSION_SCHEDULE'     TO EL-ERROR-DB2-OBJECT
003580         PERFORM CHECK-SQLCODE-PARA
003590         PERFORM EXIT-PARA
003600     END-EVALUATE.

003610*    EMAIL FIRST - IT IS WHAT THE JOIN LINK WAS SENT TO. PERSON_ID
003620*    CATCHES THE DELEGATE WHO JOINED FROM ANOTHER ADDRESS.
003630 MATCH-REGISTRANT-PARA.
003640     MOVE ML-EMAIL-ADDR              TO EMAIL-ADDR-TEXT.
003650     MOVE LENGTH OF ML-EMAIL-ADDR    TO EMAIL-ADDR-LEN.
003660     EXEC SQL
003670       SELECT EMAIL_ADDR
003680         INTO :WS-MH-EMAIL-ADDR
003690         FROM DBODEVP.REGISTRATION
003700        WHERE SESSION_CATG = :WS-MH-SESSION-CATG
003710          AND SESSION_ID   = :WS-MH-SESSION-ID
003720          AND EMAIL_ADDR   = :DCLREGISTRATION.EMAIL-ADDR
003730          AND REG_STATUS   = 'A'
003740     END-EXEC.
003750     IF SQLCODE = 100 AND ML-PERSON-ID-X NUMERIC
003760         MOVE ML-PERSON-ID           TO WS-PERSON-ID
003770         EXEC SQL
003780           SELECT MIN(EMAIL_ADDR)
003790             INTO :WS-MH-EMAIL-ADDR
003800             FROM DBODEVP.REGISTRATION
003810            WHERE SESSION_CATG = :WS-MH-SESSION-CATG
003820              AND SESSION_ID   = :WS-MH-SESSION-ID
003830              AND PERSON_ID    = :WS-PERSON-ID
003840              AND REG_STATUS   = 'A'
003850           HAVING COUNT(*) > 0
003860         END-EXEC
003870     END-IF.
003880     EVALUATE SQLCODE
003890       WHEN 0
003900         PERFORM ADD-SEGMENT-PARA
003910       WHEN 100
003920         MOVE 'UNMATCHED       '     TO WS-EX-TYPE
003930         PERFORM WRITE-EXCEPTION-PARA
003940       WHEN OTHER
003950         MOVE 'SELECT'               TO EL-ERROR-ACTION
003960         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
003970         PERFORM CHECK-SQLCODE-PARA
003980         PERFORM EXIT-PARA
003990     END-EVALUATE.

004000******************************************************************
004010* Minutes Accumulation                                           *
004020******************************************************************
004030 ADD-SEGMENT-PARA.
004040     PERFORM FIND-MEETING-ENTRY-PARA.
004050     PERFORM FIND-ATTENDEE-ENTRY-PARA.
004060     IF WS-JOIN-SECS > WS-MT-START-SECS (WS-MTG-FOUND)
004070         MOVE WS-JOIN-SECS           TO WS-SCHED-START-SECS
004080     ELSE
004090         MOVE WS-MT-START-SECS (WS-MTG-FOUND)
004100                                     TO WS-SCHED-START-SECS
004110     END-IF.
004120     IF WS-LEAVE-SECS < WS-MT-END-SECS (WS-MTG-FOUND)
004130         MOVE WS-LEAVE-SECS          TO WS-SCHED-END-SECS
004140     ELSE
004150         MOVE WS-MT-END-SECS (WS-MTG-FOUND)
004160                                     TO WS-SCHED-END-SECS
004170     END-IF.
004180     IF WS-SCHED-END-SECS > WS-SCHED-START-SECS
004190         COMPUTE WS-SEGMENT-SECS =
004200                 WS-SCHED-END-SECS - WS-SCHED-START-SECS
004210         ADD WS-SEGMENT-SECS         TO WS-AT-SECONDS
004220                                        (WS-ATD-FOUND)
004230     END-IF.

004240 FIND-MEETING-ENTRY-PARA.
004250     MOVE 0                          TO WS-MTG-FOUND.
004260     PERFORM TEST-ONE-MEETING-PARA
004270       VARYING WS-MTG-SUB FROM 1 BY 1
004280         UNTIL WS-MTG-SUB > WS-MTG-COUNT
004290            OR WS-MTG-FOUND > 0.
004300     IF WS-MTG-FOUND = 0
004310         IF WS-MTG-COUNT >= WS-MTG-MAX
004320             DISPLAY 'ETROP99 - MEETING TABLE FULL - '
004330                     'NOTHING MARKED'
004340             PERFORM EXIT-PARA
004350         END-IF
004360         ADD 1                       TO WS-MTG-COUNT
004370         MOVE WS-MTG-COUNT           TO WS-MTG-FOUND
004380         MOVE WS-MH-SESSION-CATG     TO WS-MT-SESSION-CATG
004390                                        (WS-MTG-FOUND)
004400         MOVE WS-MH-SESSION-ID       TO WS-MT-SESSION-ID
004410                                        (WS-MTG-FOUND)
004420         MOVE ML-JOIN-DATE           TO WS-MT-MEETING-DATE
004430                                        (WS-MTG-FOUND)
004440         MOVE WS-MH-DELIVERY-MODE    TO WS-MT-DELIVERY-MODE
004450                                        (WS-MTG-FOUND)
004460         MOVE WS-MH-START-TIME       TO WS-SCHED-TIME
004470         COMPUTE WS-MT-START-SECS (WS-MTG-FOUND) =
004480                 WS-ST-HH * 3600 + WS-ST-MI * 60 + WS-ST-SS
004490         MOVE WS-MH-END-TIME         TO WS-SCHED-TIME
004500         COMPUTE WS-MT-END-SECS (WS-MTG-FOUND) =
004510                 WS-ST-HH * 3600 + WS-ST-MI * 60 + WS-ST-SS
004520     END-IF.

004530 TEST-ONE-MEETING-PARA.
004540     IF WS-MT-SESSION-CATG (WS-MTG-SUB) = WS-MH-SESSION-CATG
004550        AND WS-MT-SESSION-ID (WS-MTG-SUB) = WS-MH-SESSION-ID
004560        AND WS-MT-MEETING-DATE (WS-MTG-SUB) = ML-JOIN-DATE
004570         MOVE WS-MTG-SUB             TO WS-MTG-FOUND
004580     END-IF.

004590 FIND-ATTENDEE-ENTRY-PARA.
004600     MOVE 0                          TO WS-ATD-FOUND.
004610     PERFORM TEST-ONE-ATTENDEE-PARA
004620       VARYING WS-ATD-SUB FROM 1 BY 1
004630         UNTIL WS-ATD-SUB > WS-ATD-COUNT
004640            OR WS-ATD-FOUND > 0.
004650     IF WS-ATD-FOUND = 0
004660         IF WS-ATD-COUNT >= WS-ATD-MAX
004670             DISPLAY 'ETROP99 - ATTENDEE TABLE FULL - '
004680                     'NOTHING MARKED'
004690             PERFORM EXIT-PARA
004700         END-IF
004710         ADD 1                       TO WS-ATD-COUNT
004720         MOVE WS-ATD-COUNT           TO WS-ATD-FOUND
004730         MOVE WS-MTG-FOUND           TO WS-AT-MTG-SUB
004740                                        (WS-ATD-FOUND)
004750         MOVE WS-MH-EMAIL-ADDR       TO WS-AT-EMAIL-ADDR
004760                                        (WS-ATD-FOUND)
004770         MOVE 0                      TO WS-AT-SECONDS
004780                                        (WS-ATD-FOUND)
004790     END-IF.

004800 TEST-ONE-ATTENDEE-PARA.
004810     IF WS-AT-MTG-SUB (WS-ATD-SUB) = WS-MTG-FOUND
004820        AND WS-AT-EMAIL-ADDR (WS-ATD-SUB) = WS-MH-EMAIL-ADDR
004830         MOVE WS-ATD-SUB             TO WS-ATD-FOUND
004840     END-IF.

004850******************************************************************
004860* Marking Pass - EVERY ACTIVE REGISTRANT OF EACH MEETING IN THE  *
004870* LOG.                                                           *
004880******************************************************************
004890 MARK-ONE-MEETING-PARA.
004900     MOVE WS-MTG-SUB                 TO WS-MTG-FOUND.
004910     MOVE WS-MT-SESSION-CATG (WS-MTG-FOUND)
004920                                     TO WS-MH-SESSION-CATG.
004930     MOVE WS-MT-SESSION-ID (WS-MTG-FOUND)
004940                                     TO WS-MH-SESSION-ID.
004950*    THE THRESHOLD NEVER ASKS FOR MORE THAN THE MEETING LASTS.
004960     COMPUTE WS-REQUIRED-MINS =
004970             (WS-MT-END-SECS (WS-MTG-FOUND)
004980            - WS-MT-START-SECS (WS-MTG-FOUND)) / 60.
004990     IF WS-REQUIRED-MINS > WS-MIN-ATTEND-MINS
005000         MOVE WS-MIN-ATTEND-MINS     TO WS-REQUIRED-MINS
005010     END-IF.
005020     EXEC SQL
005030       OPEN MEETING-REGISTRANTS
005040     END-EXEC.
005050     IF SQLCODE NOT = 0
005060         MOVE 'OPEN  '               TO EL-ERROR-ACTION
005070         MOVE 'MEETING-REGISTRANTS'  TO EL-ERROR-DB2-OBJECT
005080         PERFORM CHECK-SQLCODE-PARA
005090         PERFORM EXIT-PARA
005100     END-IF.
005110     PERFORM MARK-ONE-REGISTRANT-PARA
005120       UNTIL SQLCODE = 100.
005130     EXEC SQL
005140       CLOSE MEETING-REGISTRANTS
005150     END-EXEC.

005160 MARK-ONE-REGISTRANT-PARA.
005170     EXEC SQL
005180       FETCH MEETING-REGISTRANTS
005190        INTO :WS-MH-EMAIL-ADDR,
005200             :WS-MH-ATTEND-MODE :WS-MH-ATTEND-MODE-IND
005210     END-EXEC.
005220     EVALUATE SQLCODE
005230       WHEN 0
005240         PERFORM DECIDE-MARK-PARA
005250       WHEN 100
005260         CONTINUE
005270       WHEN OTHER
005280         MOVE 'FETCH '               TO EL-ERROR-ACTION
005290         MOVE 'MEETING-REGISTRANTS'  TO EL-ERROR-DB2-OBJECT
005300         PERFORM CHECK-SQLCODE-PARA
005310         PERFORM EXIT-PARA
005320     END-EVALUATE.

005330*    AN IN-ROOM DELEGATE ON A HYBRID SESSION IS ONLY EVER MARKED
005340*    PRESENT FROM THE LOG - THEIR ABSENCE IS THE ROOM'S TO RECORD.
005350 DECIDE-MARK-PARA.
005360     MOVE 0                          TO WS-ATTENDED-MINS.
005370     MOVE 0                          TO WS-ATD-FOUND.
005380     PERFORM TEST-ONE-ATTENDEE-PARA
005390       VARYING WS-ATD-SUB FROM 1 BY 1
005400         UNTIL WS-ATD-SUB > WS-ATD-COUNT
005410            OR WS-ATD-FOUND > 0.
005420     IF WS-ATD-FOUND > 0
005430         COMPUTE WS-ATTENDED-MINS =
005440                 WS-AT-SECONDS (WS-ATD-FOUND) / 60
005450     END-IF.
005460     EVALUATE TRUE
005470       WHEN WS-ATD-FOUND > 0
005480        AND WS-ATTENDED-MINS >= WS-REQUIRED-MINS
005490         MOVE 'P'                    TO WS-NEW-STATUS
005500       WHEN WS-MT-DELIVERY-MODE (WS-MTG-FOUND) = 'H'
005510        AND (WS-MH-ATTEND-MODE-IND < 0
005520             OR WS-MH-ATTEND-MODE NOT = 'R')
005530         MOVE SPACES                 TO WS-NEW-STATUS
005540       WHEN OTHER
005550         MOVE 'A'                    TO WS-NEW-STATUS
005560     END-EVALUATE.
005570     IF WS-NEW-STATUS NOT = SPACES
005580         MOVE SQLCODE                TO WS-SAVED-SQLCODE
005590         PERFORM WRITE-ATTENDANCE-PARA
005600         MOVE WS-SAVED-SQLCODE       TO SQLCODE
005610     END-IF.

005620******************************************************************
005630* Attendance Write - A MANUAL MARK IS NEVER TOUCHED.             *
005640******************************************************************
005650 WRITE-ATTENDANCE-PARA.
005660     MOVE WS-MH-SESSION-CATG         TO ATT-SESSION-CATG.
005670     MOVE WS-MH-SESSION-ID           TO ATT-SESSION-ID.
005680     MOVE WS-MH-EMAIL-ADDR           TO ATT-EMAIL-ADDR-TEXT.
005690     MOVE LENGTH OF ATT-EMAIL-ADDR-TEXT
005700                                     TO ATT-EMAIL-ADDR-LEN.
005710     MOVE WS-MT-MEETING-DATE (WS-MTG-FOUND)
005720                                     TO ATT-MEETING-DATE.
005730     MOVE WS-NEW-STATUS              TO ATT-ATTEND-STATUS.
005740     MOVE WS-IMPORT-USR-ID           TO ATT-USR-ID.
005750     EXEC SQL
005760       SELECT USR_ID
005770         INTO :WS-HOLD-ATT-USR-ID
005780         FROM DBODEVP.ATTENDANCE
005790        WHERE SESSION_CATG  = :ATT-SESSION-CATG
005800          AND SESSION_ID    = :ATT-SESSION-ID
005810          AND EMAIL_ADDR    = :ATT-EMAIL-ADDR
005820          AND MEETING_DATE  = :ATT-MEETING-DATE
005830     END-EXEC.
005840     EVALUATE SQLCODE
005850       WHEN 0
005860         IF WS-HOLD-ATT-USR-ID = WS-IMPORT-USR-ID
005870             PERFORM UPDATE-ATTENDANCE-PARA
005880         ELSE
005890             ADD 1                   TO WS-KEPT-COUNT
005900         END-IF
005910       WHEN 100
005920         PERFORM INSERT-ATTENDANCE-PARA
005930       WHEN OTHER
005940         MOVE 'SELECT'               TO EL-ERROR-ACTION
005950         MOVE 'ATTENDANCE'           TO EL-ERROR-DB2-OBJECT
005960         PERFORM CHECK-SQLCODE-PARA
005970     END-EVALUATE.

005980 UPDATE-ATTENDANCE-PARA.
005990     EXEC SQL
006000       UPDATE DBODEVP.ATTENDANCE
006010          SET ATTEND_STATUS = :ATT-ATTEND-STATUS,
006020              DTS           = CURRENT TIMESTAMP
006030        WHERE SESSION_CATG  = :ATT-SESSION-CATG
006040          AND SESSION_ID    = :ATT-SESSION-ID
006050          AND EMAIL_ADDR    = :ATT-EMAIL-ADDR
006060          AND MEETING_DATE  = :ATT-MEETING-DATE
006070          AND USR_ID        = :ATT-USR-ID
006080     END-EXEC.
006090     IF SQLCODE = 0
006100         PERFORM COUNT-MARK-PARA
006110     ELSE
006120         MOVE 'UPDATE'               TO EL-ERROR-ACTION
006130         MOVE 'ATTENDANCE'           TO EL-ERROR-DB2-OBJECT
006140         PERFORM CHECK-SQLCODE-PARA
006150     END-IF.

006160 INSERT-ATTENDANCE-PARA.
006170     EXEC SQL
006180       INSERT INTO DBODEVP.ATTENDANCE
006190              ( SESSION_CATG, SESSION_ID, EMAIL_ADDR,
006200                MEETING_DATE, ATTEND_STATUS, USR_ID, DTS )
006210       VALUES ( :ATT-SESSION-CATG, :ATT-SESSION-ID,
006220                :ATT-EMAIL-ADDR,   :ATT-MEETING-DATE,
006230                :ATT-ATTEND-STATUS, :ATT-USR-ID,
006240                CURRENT TIMESTAMP )
006250     END-EXEC.
006260     IF SQLCODE = 0
006270         PERFORM COUNT-MARK-PARA
006280     ELSE
006290         MOVE 'INSERT'               TO EL-ERROR-ACTION
006300         MOVE 'ATTENDANCE'           TO EL-ERROR-DB2-OBJECT
006310         PERFORM CHECK-SQLCODE-PARA
006320     END-IF.

006330 COUNT-MARK-PARA.
006340     IF ATT-STATUS-PRESENT
006350         ADD 1                       TO WS-PRESENT-COUNT
006360     ELSE
006370         ADD 1                       TO WS-ABSENT-COUNT
006380     END-IF.

006390******************************************************************
006400* Exception Report                                               *
006410******************************************************************
006420 WRITE-EXCEPTION-PARA.
006430     MOVE ML-JOIN-DATE               TO WS-EX-JOIN-DATE.
006440     MOVE ML-EMAIL-ADDR              TO WS-EX-EMAIL.
006450     MOVE ML-PARTICIPANT-NAME        TO WS-EX-NAME.
006460     MOVE ML-MEETING-LINK            TO WS-EX-LINK.
006470     WRITE MTG-EXC-RECORD            FROM WS-EXC-LINE.
006480     ADD 1                           TO WS-EXCEPTION-COUNT.

006490 WRITE-TOTALS-PARA.
006500     MOVE SPACES                     TO MTG-EXC-RECORD.
006510     WRITE MTG-EXC-RECORD.
006520     MOVE 'LOG RECORDS READ        :'  TO WS-CN-LABEL.
006530     MOVE WS-READ-COUNT              TO WS-CN-COUNT.
006540     WRITE MTG-EXC-RECORD            FROM WS-CNT-LINE.
006550     MOVE 'MEETINGS MARKED         :'  TO WS-CN-LABEL.
006560     MOVE WS-MTG-COUNT               TO WS-CN-COUNT.
006570     WRITE MTG-EXC-RECORD            FROM WS-CNT-LINE.
006580     MOVE 'MARKED PRESENT          :'  TO WS-CN-LABEL.
006590     MOVE WS-PRESENT-COUNT           TO WS-CN-COUNT.
006600     WRITE MTG-EXC-RECORD            FROM WS-CNT-LINE.
006610     MOVE 'MARKED ABSENT           :'  TO WS-CN-LABEL.
006620     MOVE WS-ABSENT-COUNT            TO WS-CN-COUNT.
006630     WRITE MTG-EXC-RECORD            FROM WS-CNT-LINE.
006640     MOVE 'MANUAL MARKS KEPT       :'  TO WS-CN-LABEL.
006650     MOVE WS-KEPT-COUNT              TO WS-CN-COUNT.
006660     WRITE MTG-EXC-RECORD            FROM WS-CNT-LINE.
006670     MOVE 'EXCEPTIONS              :'  TO WS-CN-LABEL.
006680     MOVE WS-EXCEPTION-COUNT         TO WS-CN-COUNT.
006690     WRITE MTG-EXC-RECORD            FROM WS-CNT-LINE.

006700******************************************************************
006710* Error Logging                                                  *
006720******************************************************************
006730     EXEC SQL
006740       INCLUDE CPERRBAT
006750     END-EXEC.

006760*    ANY FAILURE THAT REACHES HERE STOPS THE RUN - MARKS ALREADY
006770*    WRITTEN STAND, AND A RERUN REWRITES THEM.
006780 EXIT-PARA.
006790     MOVE 'F'                        TO JRL-RUN-STATUS.
006800     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
006810     PERFORM LOG-JOB-END-PARA.
006820     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
006830     GOBACK.

006840******************************************************************
006850* Run Registry                                                   *
006860******************************************************************
006870     EXEC SQL
006880       INCLUDE CPJOBLOG
006890     END-EXEC.

006900******************************************************************
006910* Inbound File Registry                                          *
006920******************************************************************
006930     EXEC SQL
006940       INCLUDE CPINBREG
006950     END-EXEC.
