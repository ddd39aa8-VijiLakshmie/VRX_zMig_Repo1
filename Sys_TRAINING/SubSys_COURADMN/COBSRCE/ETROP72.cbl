000210*    SIGN-IN  - ONE BLANK SHEET PER MEETING DATE, ONE LINE PER   *
000220*               REGISTRANT WITH THE EMAIL KEY AND A P/A BOX       *
000230*               LAID OUT TO MATCH WHAT ETRM005 EXPECTS KEYED IN  *
000231*  EACH PACK PRINTED IS LOGGED ON NOTICE_LOG AS TYPE 'PACK' (ONE *
000232*  ROW PER SESSION PER PRINT DAY, ALREADY 'S' SO THE ETROP68      *
000233*  DIGEST NEVER PICKS IT UP) - THE ETROP127 READINESS CHECK READS *
000234*  IT TO TELL WHETHER THE INSTRUCTOR HAS A PACK.                  *
000235*  MAKE-UP DAYS BOOKED ONTO THE SESSION'S MEETINGS (ETRB035) ARE *
000236*  LISTED AFTER THE ROSTER, AND EACH SIGNS BELOW THE ROSTER ON    *
000237*  THE SHEET FOR THE MEETING IT WAS BOOKED ONTO.                  *
00023A*  EACH PACK IS BURST-MARKED (CWBURST) WITH ITS INSTRUCTORS' ENOS,*
00023B*  THEIR EMP999 DEPARTMENTS AND THE SESSION COORDINATOR SO       *
00023C*  ETROP130 CAN SEND EACH OF THEM THE PACKS FOR THEIR SESSIONS.  *
000240******************************************************************

000250 ENVIRONMENT DIVISION.
000550*    THE PER-SESSION BROWSES RUN INSIDE THE SESSION FETCH LOOP,
000560*    WHICH TESTS SQLCODE - SAVED AND PUT BACK.
000570    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000571*    MEETING-DATE RANGE FOR THE PACK-MAKEUPS BROWSE - THE WHOLE
000572*    SESSION FOR THE LISTING, ONE DATE FOR A SIGN-IN SHEET.
000573    05 WS-MU-FROM-DATE                 PIC X(10).
000574    05 WS-MU-TO-DATE                   PIC X(10).
000575    05 WS-SHEET-MU-COUNT               PIC S9(4) USAGE COMP.
000580*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
000590*    RUN-PARAMETER READ ROUTINE AT STARTUP.
000600 01 WS-RCBT004A-PARM.
000870    05 WS-RO-FULL-NAME                 PIC X(130).
000880    05 WS-RO-EMAIL-ADDR                PIC X(120).
000890    05 WS-RO-SPECIAL-REQS              PIC X(120).
000891 01 WS-MAKEUP-ROW.
000892    05 WS-MU-FULL-NAME                 PIC X(130).
000893    05 WS-MU-EMAIL-ADDR                PIC X(120).
000894    05 WS-MU-MEETING-DATE              PIC X(10).
000895    05 WS-MU-MISSED-DATE               PIC X(10).
000900*    THE SESSION'S MEETING DATES, SAVED SO EACH SIGN-IN SHEET
000910*    CAN BE PRINTED AFTER THE ROSTER WITHOUT RE-OPENING THE
000920*    SCHEDULE. 30 SLOTS COVERS A SIX-WEEK DAILY COURSE.
001680       10 FILLER                       PIC X(08) VALUE '[   ]   '.
001690       10 FILLER                       PIC X(33) VALUE
001700          '_____________________'.
001701    05 WS-MAKEUP-HDR.
001702       10 FILLER                       PIC X(132) VALUE
001703          'MAKE-UP ATTENDEES - ONE MEETING EACH'.
001704    05 WS-MAKEUP-LINE.
001705       10 FILLER                       PIC X(03) VALUE SPACES.
001706       10 WS-UL-FULL-NAME              PIC X(34).
001707       10 FILLER                       PIC X(02) VALUE SPACES.
001708       10 WS-UL-EMAIL                  PIC X(50).
001709       10 FILLER                       PIC X(02) VALUE SPACES.
00170A       10 WS-UL-DATE                   PIC X(10).
00170B       10 FILLER                       PIC X(08) VALUE ' MISSED '.
00170C       10 WS-UL-MISSED                 PIC X(10).
00170D       10 FILLER                       PIC X(13) VALUE SPACES.
00170E    05 WS-SIGNIN-MU-HDR.
00170F       10 FILLER                       PIC X(03) VALUE SPACES.
00170G       10 FILLER                       PIC X(129) VALUE
00170H          'MAKE-UP ATTENDEES FOR THIS MEETING'.
001710    05 WS-CNT-LINE.
001720       10 WS-CN-LABEL                  PIC X(30).
001730       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001830       INCLUDE CWJOBLOG
001840     END-EXEC.

001841*    OUTBOUND-NOTICE AUDIT LOG - SEE CWNTCLOG.
001842     EXEC SQL
001843       INCLUDE CWNTCLOG
001844     END-EXEC.

001845*    REPORT BURST-MARKER FIELDS - SEE CWBURST.
001846     EXEC SQL
001847       INCLUDE CWBURST
001848     END-EXEC.

001850******************************************************************
001860*                     DB2 SECTION                                *
001870******************************************************************
002330       ORDER BY I.INSTRUCTOR_ROLE, I.ENO
002340     END-EXEC.

00234A*    EVERY BURST KEY OF THE PACK'S SESSION - ITS COORDINATOR
00234B*    ('U'), EACH ASSIGNED INSTRUCTOR ('I') AND EACH INSTRUCTOR'S
00234C*    DEPARTMENT ('D'), ONE ROW PER DISTINCT KEY.
00234D     EXEC SQL DECLARE PACK-BURST-KEYS CURSOR
00234E      FOR
00234F      SELECT 'U', S.USR_ID
00234G        FROM DBODEVP.TRAINING_SESSION S
00234H       WHERE S.SESSION_CATG = :WS-PK-SESSION-CATG
00234I         AND S.SESSION_ID   = :WS-PK-SESSION-ID
00234J      UNION
00234K      SELECT 'I', I.ENO
00234L        FROM DBODEVP.SESSION_INSTRUCTOR I
00234M       WHERE I.SESSION_CATG = :WS-PK-SESSION-CATG
00234N         AND I.SESSION_ID   = :WS-PK-SESSION-ID
00234O      UNION
00234P      SELECT 'D', E.EDEPT
00234Q        FROM DBODEVP.SESSION_INSTRUCTOR I,
00234R             VIJILAK.EMP999 E
00234S       WHERE I.SESSION_CATG = :WS-PK-SESSION-CATG
00234T         AND I.SESSION_ID   = :WS-PK-SESSION-ID
00234U         AND E.ENO          = I.ENO
00234V       ORDER BY 1, 2
00234W     END-EXEC.

002350     EXEC SQL DECLARE PACK-MEETINGS CURSOR
002360      FOR
002370      SELECT CHAR(MEETING_DATE, ISO),
002530       ORDER BY FULL_NAME
002540     END-EXEC.

002541*    MAKE-UP DAYS BOOKED ONTO THIS SESSION'S MEETINGS IN THE
002542*    WS-MU DATE RANGE - THE NAME COMES FROM THE DELEGATE'S
002543*    ORIGINAL REGISTRATION.
002544     EXEC SQL DECLARE PACK-MAKEUPS CURSOR
002545      FOR
002546      SELECT R.FULL_NAME, M.EMAIL_ADDR,
002547             CHAR(M.HOST_MEETING_DATE, ISO),
002548             CHAR(M.MISSED_DATE, ISO)
002549        FROM DBODEVP.MAKEUP_BOOKING M,
00254A             DBODEVP.REGISTRATION R
00254B       WHERE M.SESSION_CATG      = :WS-PK-SESSION-CATG
00254C         AND M.HOST_SESSION_ID   = :WS-PK-SESSION-ID
00254D         AND M.MAKEUP_STATUS     = 'B'
00254E         AND M.HOST_MEETING_DATE >= :WS-MU-FROM-DATE
00254F         AND M.HOST_MEETING_DATE <= :WS-MU-TO-DATE
00254G         AND R.SESSION_CATG      = M.SESSION_CATG
00254H         AND R.SESSION_ID        = M.ORIG_SESSION_ID
00254I         AND R.EMAIL_ADDR        = M.EMAIL_ADDR
00254J       ORDER BY M.HOST_MEETING_DATE, R.FULL_NAME
00254K     END-EXEC.

002550 01 WS-END                             PIC X(50) VALUE
002560     'ETROP72-WORKING STORAGE SECTION ENDS HERE'.


002630     PERFORM GET-PARAMETERS-PARA.
002640     OPEN OUTPUT PACK-RPT-FILE.
002644     MOVE 'PACKRPT'                  TO BK-REPORT-ID.

002650     EXEC SQL
002660       OPEN PACK-SESSIONS
002870       PERFORM CHECK-SQLCODE-PARA
002880     END-IF.

002882     SET BK-TYPE-WHOLE-REPORT        TO TRUE.
002884     PERFORM BUILD-BURST-MARKER-PARA.
002886     WRITE PACK-RPT-RECORD           FROM BK-IO-RECORD.
002890     MOVE SPACES                     TO PACK-RPT-RECORD.
002900     WRITE PACK-RPT-RECORD.
002910     MOVE 'PACKS PRINTED            :' TO WS-CN-LABEL.

003350 BUILD-ONE-PACK-PARA.
003360     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
003364     PERFORM WRITE-PACK-MARKERS-PARA.
003370     WRITE PACK-RPT-RECORD           FROM WS-SEP-LINE.
003380     MOVE WS-PK-SESSION-CATG         TO WS-CV-CATG.
003390     MOVE WS-PK-SESSION-ID           TO WS-CV-SESSION-ID.
003470     PERFORM LIST-INSTRUCTORS-PARA.
003480     PERFORM LIST-MEETINGS-PARA.
003490     PERFORM LIST-ROSTER-PARA.
003495     PERFORM LIST-MAKEUPS-PARA.
003500     PERFORM PRINT-SIGNIN-SHEETS-PARA.
003505     PERFORM LOG-PACK-PRINTED-PARA.
003510     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

003511*    THE PACK IS NOT MAILED, SO THE LOG ROW CARRIES NO ADDRESS -
003512*    IT IS KEYED ON THE SESSION, AS ETROP57 KEYS ITS LETTERS ON
003513*    THE ORG. A REPRINT THE SAME DAY IS NOT LOGGED AGAIN.
003514 LOG-PACK-PRINTED-PARA.
003515     MOVE 'INSTRUCTOR PACK'          TO NTL-EMAIL-ADDR.
003516     MOVE 'PACK'                     TO NTL-NOTICE-TYPE.
003517     MOVE WS-PK-SESSION-CATG         TO NTL-SESSION-CATG.
003518     MOVE WS-PK-SESSION-ID           TO NTL-SESSION-ID.
003519     MOVE 'S'                        TO NTL-SENT-STATUS.
00351A     SET NTL-SCOPE-TODAY             TO TRUE.
00351B     PERFORM CHECK-NOTICE-SENT-PARA.
00351C     IF NTL-NOT-SENT
00351D       PERFORM LOG-NOTICE-PARA
00351E     END-IF.

003520 LIST-INSTRUCTORS-PARA.
003530     EXEC SQL
003540       OPEN PACK-INSTRUCTORS
003780       WRITE PACK-RPT-RECORD         FROM WS-INST-LINE
003790     END-IF.

003791*    ONE MARKER PER BURST KEY OF THE SESSION, BACK TO BACK AHEAD
003792*    OF ITS PACK. A SESSION WITH NO INSTRUCTOR ASSIGNED STILL
003793*    CARRIES ITS COORDINATOR'S MARKER.
003794 WRITE-PACK-MARKERS-PARA.
003795     EXEC SQL
003796       OPEN PACK-BURST-KEYS
003797     END-EXEC.
003798     IF SQLCODE NOT = 0
003799       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00379A       MOVE 'PACK-BURST-KEYS'        TO EL-ERROR-DB2-OBJECT
00379B       PERFORM CHECK-SQLCODE-PARA
00379C     ELSE
00379D       PERFORM WRITE-ONE-MARKER-PARA
00379E         UNTIL SQLCODE NOT = 0
00379F       EXEC SQL
00379G         CLOSE PACK-BURST-KEYS
00379H       END-EXEC
00379I     END-IF.

00379J WRITE-ONE-MARKER-PARA.
00379K     EXEC SQL
00379L       FETCH PACK-BURST-KEYS
00379M        INTO :BK-BURST-TYPE,
00379N             :BK-BURST-KEY
00379O     END-EXEC.
00379P     IF SQLCODE = 0
00379Q       PERFORM BUILD-BURST-MARKER-PARA
00379R       WRITE PACK-RPT-RECORD         FROM BK-IO-RECORD
00379S     END-IF.

003800*    THE REAL CALENDAR WHEN ONE WAS KEYED; OTHERWISE ONE
003810*    FALLBACK MEETING ON THE START DATE, THE ETROP11 POSTURE.
003820 LIST-MEETINGS-PARA.
004650       WRITE PACK-RPT-RECORD         FROM WS-ROSTER-LINE
004660     END-IF.

004661*    MAKE-UP ATTENDEES ARE LISTED APART FROM THE ROSTER AND ARE
004662*    NOT COUNTED IN IT - THEY ARE NOT REGISTERED ON THIS SESSION.
004663 LIST-MAKEUPS-PARA.
004664     MOVE '0001-01-01'               TO WS-MU-FROM-DATE.
004665     MOVE '9999-12-31'               TO WS-MU-TO-DATE.
004666     MOVE SPACES                     TO PACK-RPT-RECORD.
004667     WRITE PACK-RPT-RECORD.
004668     WRITE PACK-RPT-RECORD           FROM WS-MAKEUP-HDR.
004669     EXEC SQL
00466A       OPEN PACK-MAKEUPS
00466B     END-EXEC.
00466C     IF SQLCODE NOT = 0
00466D       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00466E       MOVE 'PACK-MAKEUPS'           TO EL-ERROR-DB2-OBJECT
00466F       PERFORM CHECK-SQLCODE-PARA
00466G     ELSE
00466H       PERFORM LIST-ONE-MAKEUP-PARA
00466I         UNTIL SQLCODE NOT = 0
00466J       EXEC SQL
00466K         CLOSE PACK-MAKEUPS
00466L       END-EXEC
00466M     END-IF.

00466N LIST-ONE-MAKEUP-PARA.
00466O     EXEC SQL
00466P       FETCH PACK-MAKEUPS
00466Q        INTO :WS-MU-FULL-NAME,
00466R             :WS-MU-EMAIL-ADDR,
00466S             :WS-MU-MEETING-DATE,
00466T             :WS-MU-MISSED-DATE
00466U     END-EXEC.
00466V     IF SQLCODE = 0
00466W       MOVE WS-MU-FULL-NAME (1:34)   TO WS-UL-FULL-NAME
00466X       MOVE WS-MU-EMAIL-ADDR (1:50)  TO WS-UL-EMAIL
00466Y       MOVE WS-MU-MEETING-DATE       TO WS-UL-DATE
00466Z       MOVE WS-MU-MISSED-DATE        TO WS-UL-MISSED
004670       WRITE PACK-RPT-RECORD         FROM WS-MAKEUP-LINE
004671     END-IF.

004672*    ONE BLANK SHEET PER MEETING - THE P/A BOX AND EMAIL KEY
004680*    MATCH WHAT THE ETRM005 ATTENDANCE SCREEN EXPECTS KEYED.
004690 PRINT-SIGNIN-SHEETS-PARA.
004700     PERFORM PRINT-ONE-SHEET-PARA
004900         CLOSE PACK-ROSTER
004910       END-EXEC
004920     END-IF.
004922     PERFORM PRINT-SHEET-MAKEUPS-PARA.

004930 PRINT-ONE-SIGNIN-PARA.
004940     EXEC SQL
005030       WRITE PACK-RPT-RECORD         FROM WS-SIGNIN-LINE
005040     END-IF.

005041*    THE MEETING'S MAKE-UP ATTENDEES SIGN UNDER THEIR OWN HEADING,
005042*    PRINTED ONLY WHEN THE MEETING HAS ANY.
005043 PRINT-SHEET-MAKEUPS-PARA.
005044     MOVE 0                          TO WS-SHEET-MU-COUNT.
005045     MOVE WS-SH-DATE                 TO WS-MU-FROM-DATE.
005046     MOVE WS-SH-DATE                 TO WS-MU-TO-DATE.
005047     EXEC SQL
005048       OPEN PACK-MAKEUPS
005049     END-EXEC.
00504A     IF SQLCODE NOT = 0
00504B       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00504C       MOVE 'PACK-MAKEUPS'           TO EL-ERROR-DB2-OBJECT
00504D       PERFORM CHECK-SQLCODE-PARA
00504E     ELSE
00504F       PERFORM PRINT-ONE-SHEET-MAKEUP-PARA
00504G         UNTIL SQLCODE NOT = 0
00504H       EXEC SQL
00504I         CLOSE PACK-MAKEUPS
00504J       END-EXEC
00504K     END-IF.

00504L PRINT-ONE-SHEET-MAKEUP-PARA.
00504M     EXEC SQL
00504N       FETCH PACK-MAKEUPS
00504O        INTO :WS-MU-FULL-NAME,
00504P             :WS-MU-EMAIL-ADDR,
00504Q             :WS-MU-MEETING-DATE,
00504R             :WS-MU-MISSED-DATE
00504S     END-EXEC.
00504T     IF SQLCODE = 0
00504U       IF WS-SHEET-MU-COUNT = 0
00504V         WRITE PACK-RPT-RECORD       FROM WS-SIGNIN-MU-HDR
00504W       END-IF
00504X       ADD 1                         TO WS-SHEET-MU-COUNT
00504Y       MOVE WS-MU-FULL-NAME (1:34)   TO WS-SI-FULL-NAME
00504Z       MOVE WS-MU-EMAIL-ADDR (1:50)  TO WS-SI-EMAIL
005050       WRITE PACK-RPT-RECORD         FROM WS-SIGNIN-LINE
005051     END-IF.

005052******************************************************************
005053* Notice Logging                                                 *
005054******************************************************************
005055     EXEC SQL
005056       INCLUDE CPNTCLOG
005057     END-EXEC.

005058******************************************************************
005059* Report Burst Marker                                            *
00505A******************************************************************
00505B     EXEC SQL
00505C       INCLUDE CPBURST
00505D     END-EXEC.
00505E******************************************************************
005060* Error Logging                                                  *
005070******************************************************************
005080     EXEC SQL
