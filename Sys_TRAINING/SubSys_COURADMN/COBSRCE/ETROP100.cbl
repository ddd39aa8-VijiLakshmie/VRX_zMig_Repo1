000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP100.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  CALENDAR INVITATION (ICALENDAR) WRITER - NIGHTLY.             *
000090*  JOINING INSTRUCTIONS (ETROP11) GIVE A START DATE, BUT NOTHING *
000100*  LANDED IN ANYONE'S CALENDAR AND DELEGATES KEPT MISSING DAY    *
000110*  TWO. THIS JOB KEEPS A CALENDAR INVITE IN STEP WITH EVERY      *
000120*  SESSION STILL TO RUN, FOR:                                    *
000130*    - EVERY ACTIVE REGISTRANT                                   *
000140*    - EVERY ASSIGNED INSTRUCTOR (THE PRIMARY LOSES THE MEETINGS *
000150*      A SUBSTITUTE COVERS) AND EVERY SUBSTITUTE (JUST THE       *
000160*      MEETINGS THEY COVER) - ADDRESSED TO EMP999.WORK_EMAIL     *
000170*  ONE EVENT PER SESSION_SCHEDULE MEETING WITH ITS TIMES, THE    *
000180*  VENUE NAME AND/OR MEETING_LINK, AND THE CONFIRM_NO (OR THE    *
000190*  INSTRUCTOR'S ROLE); A SESSION WITH NO SCHEDULE ROWS GETS ONE  *
000200*  ALL-DAY EVENT FROM START TO END DATE.                         *
000210*  CALENDAR_INVITE (DCLCALIN) REMEMBERS WHAT EACH RECIPIENT WAS  *
000220*  LAST SENT, SO EACH NIGHT:                                     *
000230*    - NO INVITE YET                 - REQUEST, SEQUENCE 0 (ICAL)*
000240*    - SCHEDULE/ROOM/LINK CHANGED    - REQUEST, SAME UIDS, NEXT  *
000250*      (ETRB012, ETRB015, ETRB017)     SEQUENCE (ICUP); MEETINGS *
000260*                                      DROPPED OFF THE END ARE   *
000270*                                      CANCELLED                 *
000280*    - NO LONGER ATTENDING/TEACHING  - CANCEL, SAME UIDS, NEXT   *
000290*      (ETRB003, ETRB006)              SEQUENCE (ICCN)           *
000300*  OPT-OUT SUPPRESSION (CPOPTOUT) AND THE NOTICE LOG (CPNTCLOG)  *
000310*  APPLY AS FOR EVERY OTHER MERGE WRITER. A SUPPRESSED OR        *
000320*  ALREADY-LOGGED RECIPIENT'S CALENDAR_INVITE ROW IS LEFT ALONE, *
000330*  SO THE CHANGE IS OFFERED AGAIN ON THE NEXT RUN.               *
000340*                                                                *
000350*  ICALOUT CARRIES ONE 'A' RECORD PER ATTACHMENT (ADDRESS,       *
000360*  INVITE NUMBER, LANGUAGE, METHOD) FOLLOWED BY ITS 'L' RECORDS -*
000370*  THE .ICS TEXT, ONE CONTENT LINE PER RECORD, ALREADY FOLDED AT *
000380*  75 CHARACTERS. THE MAILING SYSTEM MAILS EACH ATTACHMENT AS IS;*
000390*  THE NOTICES ARE LOGGED SENT ('S') AND NEVER JOIN THE ETROP68  *
000400*  DIGEST.                                                       *
000410******************************************************************

000420 ENVIRONMENT DIVISION.

000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. Z900.
000450 OBJECT-COMPUTER. Z900.

000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ICS-FILE        ASSIGN TO ICALOUT
000490            ORGANIZATION  IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ICS-FILE
000530     RECORD CONTAINS 220 CHARACTERS.
000540 01  ICS-RECORD.
000550     05 IC-RECORD-TYPE               PIC X(01).
000560     05 FILLER                       PIC X(02).
000570     05 IC-EMAIL-ADDR                PIC X(120).
000580     05 FILLER                       PIC X(02).
000590     05 IC-INVITE-NO                 PIC 9(09).
000600     05 FILLER                       PIC X(02).
000610     05 IC-LANG-CD                   PIC X(02).
000620     05 FILLER                       PIC X(02).
000630     05 IC-DATA                      PIC X(75).
000640*    'A' RECORD VIEW - THE ICALENDAR METHOD OF THE ATTACHMENT.
000650     05 IC-METHOD REDEFINES IC-DATA  PIC X(75).
000660     05 FILLER                       PIC X(05).

000670 WORKING-STORAGE SECTION.

000680 01 WS-BEGIN                          PIC  X(36) VALUE
000690     'ETROP100 WORKING STORAGE STARTS HERE'.

000700******************************************************************
000710*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000720******************************************************************
000730 01 WS-VARIABLES.
000740    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000750       88 WS-NO-ERROR                            VALUE SPACES.
000760       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000770       88 WS-FATAL-ERROR                         VALUE 'F'.
000780    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000790    05 WS-NEW-COUNT                    PIC S9(9) COMP VALUE 0.
000800    05 WS-UPDATE-COUNT                 PIC S9(9) COMP VALUE 0.
000810    05 WS-CANCEL-COUNT                 PIC S9(9) COMP VALUE 0.
000820    05 WS-UNCHANGED-COUNT              PIC S9(9) COMP VALUE 0.
000830*    THE PER-RECIPIENT WORK RUNS INSIDE THE CURSOR LOOPS, WHICH
000840*    TEST SQLCODE - ITS OWN SQLCODES ARE NEVER LEFT FOR THEM.
000850    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000860    05 WS-INVITE-SW                    PIC X(01).
000870       88 WS-INVITE-NOT-FOUND                    VALUE 'N'.
000880       88 WS-INVITE-FOUND                        VALUE 'Y'.
000890       88 WS-INVITE-ERROR                        VALUE 'E'.
000900    05 WS-SEND-SW                      PIC X(01).
000910       88 WS-SEND-OK                             VALUE 'Y'.
000920       88 WS-SEND-BLOCKED                        VALUE 'N'.
000930    05 WS-NEW-SEQUENCE                 PIC S9(4) COMP.
000940    05 WS-CANCEL-FROM                  PIC S9(4) COMP.
000950    05 WS-CANCEL-TO                    PIC S9(4) COMP.
000960*    DTSTAMP FOR EVERY EVENT WRITTEN THIS RUN - YYYYMMDDTHHMMSS.
000970    05 WS-RUN-DATE-NUM                 PIC 9(08).
000980    05 WS-RUN-TIME-NUM                 PIC 9(08).
000990    05 WS-RUN-TIME-R REDEFINES WS-RUN-TIME-NUM.
001000       10 WS-RUN-HHMMSS                PIC 9(06).
001010       10 FILLER                       PIC 9(02).
001020    05 WS-DTSTAMP.
001030       10 WS-DS-DATE                   PIC 9(08).
001040       10 FILLER                       PIC X(01) VALUE 'T'.
001050       10 WS-DS-TIME                   PIC 9(06).

001060******************************************************************
001070*  THE RECIPIENT IN HAND - FROM THE REGISTRANT, INSTRUCTOR OR    *
001080*  STALE-INVITE CURSOR.                                          *
001090*  WS-RC-COVER SAYS WHICH MEETINGS ARE THEIRS: 'A' ALL, 'P' ALL  *
001100*  BUT THOSE A SUBSTITUTE COVERS, 'S' ONLY THOSE THEY SUBSTITUTE.*
001110******************************************************************
001120 01 WS-RECIPIENT.
001130    05 WS-RC-SESSION-CATG              PIC X(02).
001140    05 WS-RC-SESSION-ID                PIC S9(9) USAGE COMP.
001150    05 WS-RC-RECIPIENT-TYPE            PIC X(01).
001160    05 WS-RC-EMAIL-ADDR                PIC X(120).
001170    05 WS-RC-EMAIL-LEN                 PIC S9(4) USAGE COMP.
001180    05 WS-RC-ENO                       PIC X(04).
001190    05 WS-RC-ROLE                      PIC X(01).
001200    05 WS-RC-COVER                     PIC X(01).
001210    05 WS-RC-CONFIRM-NO                PIC X(08).
001220    05 WS-RC-LANG-CD                   PIC X(02).

001230******************************************************************
001240*  THE SESSION IN HAND - RELOADED ON EACH SESSION BREAK.         *
001250******************************************************************
001260 01 WS-SESSION.
001270    05 WS-SS-SESSION-CATG              PIC X(02) VALUE SPACES.
001280    05 WS-SS-SESSION-ID                PIC S9(9) USAGE COMP
001290                                       VALUE 0.
001300    05 WS-SS-FOUND-SW                  PIC X(01).
001310       88 WS-SS-FOUND                            VALUE 'Y'.
001320    05 WS-SS-START-DATE                PIC X(10).
001330*    THE DAY AFTER THE LAST DAY - DTEND OF AN ALL-DAY EVENT.
001340    05 WS-SS-END-NEXT-DATE             PIC X(10).
001350    05 WS-SS-DELIVERY-MODE             PIC X(01).
001360    05 WS-SS-VENUE-ID                  PIC X(08).
001370    05 WS-SS-VENUE-NAME                PIC X(60).
001380    05 WS-SS-MEETING-LINK              PIC X(120).
001390    05 WS-SS-COURSE-TITLE              PIC X(60).
001400    05 WS-SS-SCHEDULE-ROWS             PIC S9(9) USAGE COMP.
001410    05 WS-SS-LOCATION                  PIC X(200).

001420******************************************************************
001430*  THE RECIPIENT'S MEETINGS, IN DATE ORDER - ENTRY N IS ALWAYS   *
001440*  THE EVENT WHOSE UID ENDS -NN, SO A MOVED MEETING KEEPS ITS    *
001450*  CALENDAR ENTRY. 99 IS THE MOST A TWO-DIGIT UID SUFFIX CAN     *
001460*  NUMBER; NO COURSE COMES NEAR IT.                              *
001470******************************************************************
001480 01 WS-MEETING-TABLE.
001490    05 WS-MTG-MAX                      PIC S9(4) COMP VALUE 99.
001500    05 WS-MTG-COUNT                    PIC S9(4) COMP VALUE 0.
001510    05 WS-MTG-SUB                      PIC S9(4) COMP.
001520    05 WS-MTG-ENTRY OCCURS 99 TIMES.
001530       10 WS-MT-DTSTART                PIC X(15).
001540       10 WS-MT-DTEND                  PIC X(15).
001550*    BLANK TIMES = THE ALL-DAY FALLBACK EVENT.
001560       10 WS-MT-ALL-DAY-SW             PIC X(01).
001570          88 WS-MT-ALL-DAY                       VALUE 'Y'.
001580    05 WS-SIGNATURE                    PIC S9(15) USAGE COMP-3.
001590    05 WS-SIG-WORK                     PIC S9(18) USAGE COMP-3.
001600    05 WS-SIG-QUOTIENT                 PIC S9(18) USAGE COMP-3.
001610    05 WS-SIG-VALUE                    PIC S9(15) USAGE COMP-3.

001620******************************************************************
001630*  MEETING FETCH AND DATE/TIME REFORMATTING                      *
001640******************************************************************
001650 01 WS-MEETING-FIELDS.
001660    05 WS-MF-DATE                      PIC X(10).
001670    05 WS-MF-DATE-R REDEFINES WS-MF-DATE.
001680       10 WS-MF-YYYY                   PIC 9(04).
001690       10 FILLER                       PIC X(01).
001700       10 WS-MF-MM                     PIC 9(02).
001710       10 FILLER                       PIC X(01).
001720       10 WS-MF-DD                     PIC 9(02).
001730    05 WS-MF-START-TIME                PIC X(08).
001740    05 WS-MF-END-TIME                  PIC X(08).
001750    05 WS-MF-TIME                      PIC X(08).
001760    05 WS-MF-TIME-R REDEFINES WS-MF-TIME.
001770       10 WS-MF-HH                     PIC 9(02).
001780       10 FILLER                       PIC X(01).
001790       10 WS-MF-MI                     PIC 9(02).
001800       10 FILLER                       PIC X(01).
001810       10 WS-MF-SS                     PIC 9(02).
001820    05 WS-MF-YYYYMMDD                  PIC 9(08).
001830    05 WS-MF-HHMMSS                    PIC 9(06).
001840    05 WS-MF-START-HHMMSS              PIC 9(06).
001850    05 WS-MF-STAMP.
001860       10 WS-MF-STAMP-DATE             PIC 9(08).
001870       10 FILLER                       PIC X(01) VALUE 'T'.
001880       10 WS-MF-STAMP-TIME             PIC 9(06).

001890******************************************************************
001900*  ICALENDAR TEXT BUILDING                                       *
001910*  WS-TRIM-TEXT/WS-TRIM-LEN FIND A FIELD'S REAL LENGTH;          *
001920*  WS-ESC-TEXT/WS-ESC-LEN HOLD IT WITH THE COMMAS, SEMICOLONS    *
001930*  AND BACKSLASHES ICALENDAR TEXT VALUES REQUIRE ESCAPED;        *
001940*  WS-ICS-LINE IS ONE WHOLE CONTENT LINE BEFORE FOLDING.         *
001950******************************************************************
001960 01 WS-ICS-FIELDS.
001970    05 WS-TRIM-TEXT                    PIC X(400).
001980    05 WS-TRIM-LEN                     PIC S9(4) USAGE COMP.
001990    05 WS-ESC-TEXT                     PIC X(400).
002000    05 WS-ESC-LEN                      PIC S9(4) USAGE COMP.
002010    05 WS-SCAN-SUB                     PIC S9(4) USAGE COMP.
002020    05 WS-ICS-LINE                     PIC X(400).
002030    05 WS-LINE-LEN                     PIC S9(4) USAGE COMP.
002040    05 WS-LINE-POS                     PIC S9(4) USAGE COMP.
002050    05 WS-CHUNK-LEN                    PIC S9(4) USAGE COMP.
002060    05 WS-WORK-TEXT                    PIC X(200).
002070    05 WS-WORK-LEN                     PIC S9(4) USAGE COMP.
002080    05 WS-UID.
002090       10 FILLER                       PIC X(07) VALUE 'UID:ETR'.
002100       10 WS-UID-INVITE-NO             PIC 9(09).
002110       10 FILLER                       PIC X(01) VALUE '-'.
002120       10 WS-UID-MEETING-NO            PIC 9(02).
002130       10 FILLER                       PIC X(12) VALUE
002140          '@RC-TRAINING'.
002150    05 WS-SEQUENCE-LINE.
002160       10 FILLER                       PIC X(09)
002170                                       VALUE 'SEQUENCE:'.
002180       10 WS-SEQ-NO                    PIC 9(04).
002190    05 WS-SESSION-KEY-DISP.
002200       10 WS-SK-CATG                   PIC X(02).
002210       10 FILLER                       PIC X(01) VALUE SPACES.
002220       10 WS-SK-ID                     PIC Z(08)9.
002230*    THE TRAINING OFFICE MAILBOX - ICALENDAR REQUIRES AN
002240*    ORGANIZER, AND ANY REPLY A CALENDAR CLIENT SENDS GOES THERE.
002250    05 WS-ORGANIZER-LINE.
002260       10 FILLER                       PIC X(37) VALUE
002270          'ORGANIZER;CN=TRAINING ADMINISTRATION:'.
002280       10 FILLER                       PIC X(23) VALUE
002290          'MAILTO:TRAINING@RC.COM'.

002300 01 WS-ICS-COUNTS.
002310    05 WS-ATTACH-COUNT                 PIC S9(9) COMP VALUE 0.

002320******************************************************************
002330* Copybook Includes.                                             *
002340******************************************************************
002350     EXEC SQL
002360       INCLUDE CWERRLOG
002370     END-EXEC.

002380*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
002390     EXEC SQL
002400       INCLUDE CWHDRTRL
002410     END-EXEC.

002420*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002430     EXEC SQL
002440       INCLUDE CWJOBLOG
002450     END-EXEC.

002460*    MAILING OPT-OUT SUPPRESSION FIELDS - SEE CWOPTOUT.
002470     EXEC SQL
002480       INCLUDE CWOPTOUT
002490     END-EXEC.

002500*    OUTBOUND-NOTICE AUDIT LOG - SEE CWNTCLOG.
002510     EXEC SQL
002520       INCLUDE CWNTCLOG
002530     END-EXEC.

002540******************************************************************
002550*                     DB2 SECTION                                *
002560******************************************************************
002570     EXEC SQL
002580       INCLUDE SQLCA
002590     END-EXEC.

002600     EXEC SQL
002610       INCLUDE DCLSESSN
002620     END-EXEC.

002630     EXEC SQL
002640       INCLUDE DCLRGSTR
002650     END-EXEC.

002660     EXEC SQL
002670       INCLUDE DCLSESSC
002680     END-EXEC.

002690     EXEC SQL
002700       INCLUDE DCLINSTR
002710     END-EXEC.

002720     EXEC SQL
002730       INCLUDE DCLCALIN
002740     END-EXEC.

002750******************************************************************
002760*  EVERY ACTIVE REGISTRANT OF A NOT-CANCELLED SESSION THAT HAS   *
002770*  NOT YET FINISHED, IN SESSION ORDER SO EACH SESSION IS LOADED  *
002780*  ONCE.                                                         *
002790******************************************************************
002800     EXEC SQL DECLARE REGISTRANT-INVITES CURSOR
002810      FOR
002820      SELECT R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR,
002830             COALESCE(R.CONFIRM_NO, ' '),
002840             COALESCE(R.LANG_PREF, 'EN')
002850        FROM DBODEVP.TRAINING_SESSION S,
002860             DBODEVP.REGISTRATION R
002870       WHERE R.SESSION_CATG   = S.SESSION_CATG
002880         AND R.SESSION_ID     = S.SESSION_ID
002890         AND R.REG_STATUS     = 'A'
002900         AND S.SESSION_STATUS NOT = 'C'
002910         AND COALESCE(S.SESSION_END_DATE,
002920                      S.SESSION_START_DATE
002930                      + (S.SESSION_DURATION - 1) DAYS)
002940                              >= CURRENT DATE
002950       ORDER BY R.SESSION_CATG, R.SESSION_ID
002960     END-EXEC.

002970******************************************************************
002980*  EVERY INSTRUCTOR OF THE SAME SESSIONS WITH A WORK ADDRESS -   *
002990*  ASSIGNED ('P'/'C' FROM SESSION_INSTRUCTOR) PLUS ANY SUBSTITUTE*
003000*  ('S') WHO IS NOT ALSO ASSIGNED.                               *
003010******************************************************************
003020     EXEC SQL DECLARE INSTRUCTOR-INVITES CURSOR
003030      FOR
003040      SELECT I.SESSION_CATG, I.SESSION_ID, I.ENO,
003050             I.INSTRUCTOR_ROLE, E.WORK_EMAIL
003060        FROM DBODEVP.TRAINING_SESSION S,
003070             DBODEVP.SESSION_INSTRUCTOR I,
003080             VIJILAK.EMP999 E
003090       WHERE I.SESSION_CATG   = S.SESSION_CATG
003100         AND I.SESSION_ID     = S.SESSION_ID
003110         AND E.ENO            = I.ENO
003120         AND E.WORK_EMAIL     > ' '
003130         AND S.SESSION_STATUS NOT = 'C'
003140         AND COALESCE(S.SESSION_END_DATE,
003150                      S.SESSION_START_DATE
003160                      + (S.SESSION_DURATION - 1) DAYS)
003170                              >= CURRENT DATE
003180      UNION
003190      SELECT DISTINCT C.SESSION_CATG, C.SESSION_ID,
003200             C.SUBSTITUTE_ENO, 'S', E.WORK_EMAIL
003210        FROM DBODEVP.TRAINING_SESSION S,
003220             DBODEVP.SESSION_SCHEDULE C,
003230             VIJILAK.EMP999 E
003240       WHERE C.SESSION_CATG   = S.SESSION_CATG
003250         AND C.SESSION_ID     = S.SESSION_ID
003260         AND E.ENO            = C.SUBSTITUTE_ENO
003270         AND E.WORK_EMAIL     > ' '
003280         AND S.SESSION_STATUS NOT = 'C'
003290         AND COALESCE(S.SESSION_END_DATE,
003300                      S.SESSION_START_DATE
003310                      + (S.SESSION_DURATION - 1) DAYS)
003320                              >= CURRENT DATE
003330         AND NOT EXISTS
003340             (SELECT 1
003350                FROM DBODEVP.SESSION_INSTRUCTOR I2
003360               WHERE I2.SESSION_CATG = C.SESSION_CATG
003370                 AND I2.SESSION_ID   = C.SESSION_ID
003380                 AND I2.ENO          = C.SUBSTITUTE_ENO)
003390       ORDER BY 1, 2
003400     END-EXEC.

003410******************************************************************
003420*  ONE RECIPIENT'S MEETINGS - SEE WS-RC-COVER.                   *
003430******************************************************************
003440     EXEC SQL DECLARE RECIPIENT-MEETINGS CURSOR
003450      FOR
003460      SELECT CHAR(MEETING_DATE, ISO),
003470             CHAR(START_TIME, JIS), CHAR(END_TIME, JIS)
003480        FROM DBODEVP.SESSION_SCHEDULE
003490       WHERE SESSION_CATG = :WS-RC-SESSION-CATG
003500         AND SESSION_ID   = :WS-RC-SESSION-ID
003510         AND (   :WS-RC-COVER = 'A'
003520              OR (    :WS-RC-COVER = 'P'
003530                  AND (   SUBSTITUTE_ENO IS NULL
003540                       OR SUBSTITUTE_ENO = :WS-RC-ENO))
003550              OR (    :WS-RC-COVER = 'S'
003560                  AND SUBSTITUTE_ENO = :WS-RC-ENO))
003570       ORDER BY MEETING_DATE, START_TIME
003580     END-EXEC.

003590******************************************************************
003600*  ACTIVE INVITES WHOSE RECIPIENT HAS DROPPED OUT OF A SESSION   *
003610*  STILL TO RUN - THE SESSION WAS CANCELLED, THE REGISTRATION IS *
003620*  NO LONGER ACTIVE, OR THE ADDRESS NO LONGER BELONGS TO ANY     *
003630*  ASSIGNED OR SUBSTITUTE INSTRUCTOR OF IT.                      *
003640******************************************************************
003650     EXEC SQL DECLARE STALE-INVITES CURSOR
003660      FOR
003670      SELECT V.INVITE_NO, V.SESSION_CATG, V.SESSION_ID,
003680             V.RECIPIENT_TYPE, V.EMAIL_ADDR, V.ENO,
003690             V.SEQUENCE_NO, V.MEETING_COUNT,
003700             COALESCE((SELECT MAX(R2.LANG_PREF)
003710                         FROM DBODEVP.REGISTRATION R2
003720                        WHERE R2.SESSION_CATG = V.SESSION_CATG
003730                          AND R2.SESSION_ID   = V.SESSION_ID
003740                          AND R2.EMAIL_ADDR   = V.EMAIL_ADDR),
003750                      'EN')
003760        FROM DBODEVP.CALENDAR_INVITE V,
003770             DBODEVP.TRAINING_SESSION S
003780       WHERE S.SESSION_CATG   = V.SESSION_CATG
003790         AND S.SESSION_ID     = V.SESSION_ID
003800         AND V.INVITE_STATUS  = 'A'
003810         AND COALESCE(S.SESSION_END_DATE,
003820                      S.SESSION_START_DATE
003830                      + (S.SESSION_DURATION - 1) DAYS)
003840                              >= CURRENT DATE
003850         AND (   S.SESSION_STATUS = 'C'
003860              OR (    V.RECIPIENT_TYPE = 'R'
003870                  AND NOT EXISTS
003880                      (SELECT 1
003890                         FROM DBODEVP.REGISTRATION R
003900                        WHERE R.SESSION_CATG = V.SESSION_CATG
003910                          AND R.SESSION_ID   = V.SESSION_ID
003920                          AND R.EMAIL_ADDR   = V.EMAIL_ADDR
003930                          AND R.REG_STATUS   = 'A'))
003940              OR (    V.RECIPIENT_TYPE = 'I'
003950                  AND NOT EXISTS
003960                      (SELECT 1
003970                         FROM DBODEVP.SESSION_INSTRUCTOR I,
003980                              VIJILAK.EMP999 E
003990                        WHERE I.SESSION_CATG = V.SESSION_CATG
004000                          AND I.SESSION_ID   = V.SESSION_ID
004010                          AND E.ENO          = I.ENO
004020                          AND E.WORK_EMAIL   = V.EMAIL_ADDR)
004030                  AND NOT EXISTS
004040                      (SELECT 1
004050                         FROM DBODEVP.SESSION_SCHEDULE C,
004060                              VIJILAK.EMP999 E
004070                        WHERE C.SESSION_CATG = V.SESSION_CATG
004080                          AND C.SESSION_ID   = V.SESSION_ID
004090                          AND E.ENO          = C.SUBSTITUTE_ENO
004100                          AND E.WORK_EMAIL   = V.EMAIL_ADDR)))
004110       ORDER BY V.SESSION_CATG, V.SESSION_ID
004120     END-EXEC.

004130 01 WS-END                             PIC X(50) VALUE
004140     'ETROP100-WORKING STORAGE SECTION ENDS HERE'.

004150 PROCEDURE DIVISION.

004160 MAIN-LOGIC-PARA.

004170     MOVE 'ETROP100'                   TO EL-ERROR-MODULE.
004180     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

004190     MOVE 'ETROP100'                   TO JRL-PROGRAM-ID.
004200     PERFORM LOG-JOB-START-PARA.

004210     ACCEPT WS-RUN-DATE-NUM          FROM DATE YYYYMMDD.
004220     ACCEPT WS-RUN-TIME-NUM          FROM TIME.
004230     MOVE WS-RUN-DATE-NUM            TO WS-DS-DATE.
004240     MOVE WS-RUN-HHMMSS              TO WS-DS-TIME.
004250     MOVE 'S'                        TO NTL-SENT-STATUS.

004260     PERFORM OPEN-ICS-PARA.
004270     PERFORM REGISTRANT-PASS-PARA.
004280     PERFORM INSTRUCTOR-PASS-PARA.
004290     PERFORM STALE-PASS-PARA.
004300     PERFORM CLOSE-ICS-PARA.

004310     MOVE 'C'                        TO JRL-RUN-STATUS.
004320     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
004330     MOVE WS-ATTACH-COUNT            TO JRL-ROWS-WRITTEN.
004340     COMPUTE JRL-ROWS-UPDATED = WS-UPDATE-COUNT + WS-CANCEL-COUNT.
004350     MOVE OPT-SUPPRESSED-COUNT       TO JRL-ROWS-SKIPPED.
004360     PERFORM LOG-JOB-END-PARA.
004370     GOBACK.

004380******************************************************************
004390* Registrants                                                    *
004400******************************************************************
004410 REGISTRANT-PASS-PARA.
004420     EXEC SQL
004430       OPEN REGISTRANT-INVITES
004440     END-EXEC.
004450     IF SQLCODE NOT = 0
004460         MOVE 'OPEN  '               TO EL-ERROR-ACTION
004470         MOVE 'REGISTRANT-INVITES'   TO EL-ERROR-DB2-OBJECT
004480         PERFORM CHECK-SQLCODE-PARA
004490         PERFORM EXIT-PARA
004500     END-IF.
004510     PERFORM FETCH-REGISTRANT-PARA
004520       UNTIL SQLCODE = 100.
004530     EXEC SQL
004540       CLOSE REGISTRANT-INVITES
004550     END-EXEC.

004560 FETCH-REGISTRANT-PARA.
004570     EXEC SQL
004580       FETCH REGISTRANT-INVITES
004590        INTO :WS-RC-SESSION-CATG, :WS-RC-SESSION-ID,
004600             :WS-RC-EMAIL-ADDR,
004610             :WS-RC-CONFIRM-NO, :WS-RC-LANG-CD
004620     END-EXEC.
004630     EVALUATE SQLCODE
004640       WHEN 0
004650         ADD 1                       TO WS-READ-COUNT
004660         MOVE 'R'                    TO WS-RC-RECIPIENT-TYPE
004670         MOVE SPACES                 TO WS-RC-ENO
004680         MOVE SPACES                 TO WS-RC-ROLE
004690         MOVE 'A'                    TO WS-RC-COVER
004700         PERFORM PROCESS-RECIPIENT-PARA
004710       WHEN 100
004720         CONTINUE
004730       WHEN OTHER
004740         MOVE 'FETCH '               TO EL-ERROR-ACTION
004750         MOVE 'REGISTRANT-INVITES'   TO EL-ERROR-DB2-OBJECT
004760         PERFORM CHECK-SQLCODE-PARA
004770         PERFORM EXIT-PARA
004780     END-EVALUATE.

004790******************************************************************
004800* Instructors                                                    *
004810******************************************************************
004820 INSTRUCTOR-PASS-PARA.
004830     EXEC SQL
004840       OPEN INSTRUCTOR-INVITES
004850     END-EXEC.
004860     IF SQLCODE NOT = 0
004870         MOVE 'OPEN  '               TO EL-ERROR-ACTION
004880         MOVE 'INSTRUCTOR-INVITES'   TO EL-ERROR-DB2-OBJECT
004890         PERFORM CHECK-SQLCODE-PARA
004900         PERFORM EXIT-PARA
004910     END-IF.
004920     PERFORM FETCH-INSTRUCTOR-PARA
004930       UNTIL SQLCODE = 100.
004940     EXEC SQL
004950       CLOSE INSTRUCTOR-INVITES
004960     END-EXEC.

004970 FETCH-INSTRUCTOR-PARA.
004980     MOVE SPACES                     TO WS-RC-EMAIL-ADDR.
004990     EXEC SQL
005000       FETCH INSTRUCTOR-INVITES
005010        INTO :WS-RC-SESSION-CATG, :WS-RC-SESSION-ID,
005020             :WS-RC-ENO, :WS-RC-ROLE, :WS-RC-EMAIL-ADDR
005030     END-EXEC.
005040     EVALUATE SQLCODE
005050       WHEN 0
005060         ADD 1                       TO WS-READ-COUNT
005070         MOVE 'I'                    TO WS-RC-RECIPIENT-TYPE
005080         MOVE SPACES                 TO WS-RC-CONFIRM-NO
005090         MOVE 'EN'                   TO WS-RC-LANG-CD
005100         EVALUATE WS-RC-ROLE
005110           WHEN 'P'
005120             MOVE 'P'                TO WS-RC-COVER
005130           WHEN 'S'
005140             MOVE 'S'                TO WS-RC-COVER
005150           WHEN OTHER
005160             MOVE 'A'                TO WS-RC-COVER
005170         END-EVALUATE
005180         PERFORM PROCESS-RECIPIENT-PARA
005190       WHEN 100
005200         CONTINUE
005210       WHEN OTHER
005220         MOVE 'FETCH '               TO EL-ERROR-ACTION
005230         MOVE 'INSTRUCTOR-INVITES'   TO EL-ERROR-DB2-OBJECT
005240         PERFORM CHECK-SQLCODE-PARA
005250         PERFORM EXIT-PARA
005260     END-EVALUATE.

005270******************************************************************
005280* One Current Recipient - New, Changed, Unchanged Or Gone        *
005290******************************************************************
005300*    A PRIMARY WHOSE EVERY MEETING IS SUBSTITUTED HAS NOTHING LEFT
005310*    TO ATTEND - THEIR INVITE IS CANCELLED.
005320 PROCESS-RECIPIENT-PARA.
005330     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
005340     PERFORM LOAD-SESSION-PARA.
005350     IF WS-SS-FOUND
005360         PERFORM LOAD-MEETINGS-PARA
005370         PERFORM READ-INVITE-PARA
005380         EVALUATE TRUE
005390           WHEN WS-INVITE-ERROR
005400             CONTINUE
005410           WHEN WS-MTG-COUNT = 0
005420             IF WS-INVITE-FOUND AND CIV-STATUS-ACTIVE
005430                 PERFORM SEND-CANCEL-PARA
005440             END-IF
005450           WHEN WS-INVITE-NOT-FOUND
005460             PERFORM SEND-NEW-PARA
005470           WHEN CIV-STATUS-ACTIVE
005480            AND CIV-MEETING-COUNT     = WS-MTG-COUNT
005490            AND CIV-SCHEDULE-SIG      = WS-SIGNATURE
005500            AND CIV-VENUE-ID          = WS-SS-VENUE-ID
005510            AND CIV-DELIVERY-MODE     = WS-SS-DELIVERY-MODE
005520            AND CIV-MEETING-LINK-TEXT = WS-SS-MEETING-LINK
005530             ADD 1                   TO WS-UNCHANGED-COUNT
005540           WHEN OTHER
005550             PERFORM SEND-UPDATE-PARA
005560         END-EVALUATE
005570     END-IF.
005580     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

005590******************************************************************
005600* Session Details - ONCE PER SESSION BREAK                       *
005610******************************************************************
005620 LOAD-SESSION-PARA.
005630     IF WS-RC-SESSION-CATG NOT = WS-SS-SESSION-CATG
005640        OR WS-RC-SESSION-ID NOT = WS-SS-SESSION-ID
005650         MOVE WS-RC-SESSION-CATG     TO WS-SS-SESSION-CATG
005660         MOVE WS-RC-SESSION-ID       TO WS-SS-SESSION-ID
005670         MOVE SPACES                 TO WS-SS-VENUE-NAME
005680                                        WS-SS-MEETING-LINK
005690                                        WS-SS-COURSE-TITLE
005700         EXEC SQL
005710           SELECT CHAR(S.SESSION_START_DATE, ISO),
005720                  CHAR(COALESCE(S.SESSION_END_DATE,
005730                                S.SESSION_START_DATE
005740                                + (S.SESSION_DURATION - 1) DAYS)
005750                       + 1 DAY, ISO),
005760                  S.DELIVERY_MODE,
005770                  COALESCE(S.VENUE_ID, ' '),
005780                  COALESCE(V.VENUE_NAME, ' '),
005790                  COALESCE(S.MEETING_LINK, ' '),
005800                  COALESCE(C.COURSE_TITLE, S.SESSION_CATG),
005810                  (SELECT COUNT(*)
005820                     FROM DBODEVP.SESSION_SCHEDULE K
005830                    WHERE K.SESSION_CATG = S.SESSION_CATG
005840                      AND K.SESSION_ID   = S.SESSION_ID)
005850             INTO :WS-SS-START-DATE, :WS-SS-END-NEXT-DATE,
005860                  :WS-SS-DELIVERY-MODE, :WS-SS-VENUE-ID,
005870                  :WS-SS-VENUE-NAME, :WS-SS-MEETING-LINK,
005880                  :WS-SS-COURSE-TITLE, :WS-SS-SCHEDULE-ROWS
005890             FROM DBODEVP.TRAINING_SESSION S
005900                  LEFT OUTER JOIN DBODEVP.VENUE V
005910                    ON V.VENUE_ID = S.VENUE_ID
005920                  LEFT OUTER JOIN DBODEVP.COURSE_CATALOG C
005930                    ON C.SESSION_CATG = S.SESSION_CATG
005940            WHERE S.SESSION_CATG = :WS-RC-SESSION-CATG
005950              AND S.SESSION_ID   = :WS-RC-SESSION-ID
005960         END-EXEC
005970         IF SQLCODE = 0
005980             MOVE 'Y'                TO WS-SS-FOUND-SW
005990             PERFORM BUILD-LOCATION-PARA
006000         ELSE
006010             MOVE 'N'                TO WS-SS-FOUND-SW
006020             MOVE 'SELECT'           TO EL-ERROR-ACTION
006030             MOVE 'TRAINING_SESSION' TO EL-ERROR-DB2-OBJECT
006040             PERFORM CHECK-SQLCODE-PARA
006050         END-IF
006060     END-IF.

006070*    A CLASSROOM SESSION SHOWS THE ROOM, A VIRTUAL ONE THE JOIN
006080*    LINK, A HYBRID ONE BOTH. NO ROOM YET READS 'VENUE TO BE
006090*    CONFIRMED' - THE ETRB017 ASSIGNMENT THEN SENDS AN UPDATE.
006100 BUILD-LOCATION-PARA.
006110     MOVE SPACES                     TO WS-SS-LOCATION.
006120     IF WS-SS-VENUE-ID = SPACES
006130         MOVE 'VENUE TO BE CONFIRMED' TO WS-SS-VENUE-NAME
006140     END-IF.
006150     MOVE WS-SS-VENUE-NAME           TO WS-TRIM-TEXT.
006160     PERFORM FIND-TRIM-LEN-PARA.
006170     EVALUATE WS-SS-DELIVERY-MODE
006180       WHEN 'V'
006190         MOVE WS-SS-MEETING-LINK     TO WS-SS-LOCATION
006200       WHEN 'H'
006210         STRING WS-SS-VENUE-NAME (1:WS-TRIM-LEN)
006220                                     DELIMITED BY SIZE
006230                ' OR ONLINE: '       DELIMITED BY SIZE
006240                WS-SS-MEETING-LINK   DELIMITED BY SIZE
006250           INTO WS-SS-LOCATION
006260       WHEN OTHER
006270         MOVE WS-SS-VENUE-NAME       TO WS-SS-LOCATION
006280     END-EVALUATE.

006290******************************************************************
006300* The Recipient's Meetings And Their Signature                   *
006310******************************************************************
006320*    THE SIGNATURE FOLDS EVERY MEETING'S DATE AND TIMES, IN ORDER,
006330*    INTO ONE NUMBER (MODULO A 15-DIGIT PRIME) - A MOVED, ADDED,
006340*    DROPPED OR RE-TIMED MEETING CHANGES IT.
006350 LOAD-MEETINGS-PARA.
006360     MOVE 0                          TO WS-MTG-COUNT.
006370     MOVE 0                          TO WS-SIGNATURE.
006380     IF WS-SS-SCHEDULE-ROWS = 0
006390         PERFORM ADD-ALL-DAY-MEETING-PARA
006400     ELSE
006410         EXEC SQL
006420           OPEN RECIPIENT-MEETINGS
006430         END-EXEC
006440         IF SQLCODE NOT = 0
006450             MOVE 'OPEN  '           TO EL-ERROR-ACTION
006460             MOVE 'RECIPIENT-MEETINGS' TO EL-ERROR-DB2-OBJECT
006470             PERFORM CHECK-SQLCODE-PARA
006480             PERFORM EXIT-PARA
006490         END-IF
006500         PERFORM FETCH-MEETING-PARA
006510           UNTIL SQLCODE = 100
006520         EXEC SQL
006530           CLOSE RECIPIENT-MEETINGS
006540         END-EXEC
006550     END-IF.

006560 FETCH-MEETING-PARA.
006570     EXEC SQL
006580       FETCH RECIPIENT-MEETINGS
006590        INTO :WS-MF-DATE, :WS-MF-START-TIME, :WS-MF-END-TIME
006600     END-EXEC.
006610     EVALUATE SQLCODE
006620       WHEN 0
006630         IF WS-MTG-COUNT < WS-MTG-MAX
006640             PERFORM ADD-TIMED-MEETING-PARA
006650         ELSE
006660             DISPLAY 'ETROP100 - OVER 99 MEETINGS, REST NOT '
006670                     'SENT: '
006680                     WS-RC-SESSION-CATG ' ' WS-RC-SESSION-ID
006690         END-IF
006700       WHEN 100
006710         CONTINUE
006720       WHEN OTHER
006730         MOVE 'FETCH '               TO EL-ERROR-ACTION
006740         MOVE 'RECIPIENT-MEETINGS'   TO EL-ERROR-DB2-OBJECT
006750         PERFORM CHECK-SQLCODE-PARA
006760         PERFORM EXIT-PARA
006770     END-EVALUATE.

006780 ADD-TIMED-MEETING-PARA.
006790     ADD 1                           TO WS-MTG-COUNT.
006800     MOVE WS-MTG-COUNT               TO WS-MTG-SUB.
006810     MOVE 'N'                        TO WS-MT-ALL-DAY-SW
006820                                        (WS-MTG-SUB).
006830     COMPUTE WS-MF-YYYYMMDD = WS-MF-YYYY * 10000
006840                            + WS-MF-MM * 100 + WS-MF-DD.
006850     MOVE WS-MF-START-TIME           TO WS-MF-TIME.
006860     COMPUTE WS-MF-HHMMSS = WS-MF-HH * 10000
006870                          + WS-MF-MI * 100 + WS-MF-SS.
006880     MOVE WS-MF-HHMMSS               TO WS-MF-START-HHMMSS.
006890     MOVE WS-MF-YYYYMMDD             TO WS-MF-STAMP-DATE.
006900     MOVE WS-MF-HHMMSS               TO WS-MF-STAMP-TIME.
006910     MOVE WS-MF-STAMP                TO WS-MT-DTSTART
006920                                        (WS-MTG-SUB).
006930     MOVE WS-MF-END-TIME             TO WS-MF-TIME.
006940     COMPUTE WS-MF-HHMMSS = WS-MF-HH * 10000
006950                          + WS-MF-MI * 100 + WS-MF-SS.
006960     MOVE WS-MF-HHMMSS               TO WS-MF-STAMP-TIME.
006970     MOVE WS-MF-STAMP                TO WS-MT-DTEND (WS-MTG-SUB).
006980     MOVE WS-MF-YYYYMMDD             TO WS-SIG-VALUE.
006990     PERFORM FOLD-SIGNATURE-PARA.
007000     COMPUTE WS-SIG-VALUE = WS-MF-START-HHMMSS * 1000000
007010                          + WS-MF-HHMMSS.
007020     PERFORM FOLD-SIGNATURE-PARA.

007030*    NO SESSION_SCHEDULE ROWS - ONE ALL-DAY EVENT FROM THE START
007040*    DATE TO THE DAY AFTER THE LAST DAY (ICALENDAR'S DTEND IS
007050*    EXCLUSIVE).
007060 ADD-ALL-DAY-MEETING-PARA.
007070     MOVE 1                          TO WS-MTG-COUNT.
007080     MOVE 1                          TO WS-MTG-SUB.
007090     MOVE 'Y'                        TO WS-MT-ALL-DAY-SW
007100                                        (WS-MTG-SUB).
007110     MOVE WS-SS-START-DATE           TO WS-MF-DATE.
007120     COMPUTE WS-MF-YYYYMMDD = WS-MF-YYYY * 10000
007130                            + WS-MF-MM * 100 + WS-MF-DD.
007140     MOVE SPACES                     TO WS-MT-DTSTART
007150                                        (WS-MTG-SUB).
007160     MOVE WS-MF-YYYYMMDD             TO WS-MT-DTSTART (WS-MTG-SUB)
007170                                                      (1:8).
007180     MOVE WS-MF-YYYYMMDD             TO WS-SIG-VALUE.
007190     PERFORM FOLD-SIGNATURE-PARA.
007200     MOVE WS-SS-END-NEXT-DATE        TO WS-MF-DATE.
007210     COMPUTE WS-MF-YYYYMMDD = WS-MF-YYYY * 10000
007220                            + WS-MF-MM * 100 + WS-MF-DD.
007230     MOVE SPACES                     TO WS-MT-DTEND (WS-MTG-SUB).
007240     MOVE WS-MF-YYYYMMDD             TO WS-MT-DTEND (WS-MTG-SUB)
007250                                                    (1:8).
007260     MOVE WS-MF-YYYYMMDD             TO WS-SIG-VALUE.
007270     PERFORM FOLD-SIGNATURE-PARA.

007280 FOLD-SIGNATURE-PARA.
007290     COMPUTE WS-SIG-WORK = WS-SIGNATURE * 31 + WS-SIG-VALUE.
007300     DIVIDE WS-SIG-WORK BY 999999999999989
007310         GIVING WS-SIG-QUOTIENT REMAINDER WS-SIGNATURE.

007320******************************************************************
007330* Calendar_Invite Row                                            *
007340******************************************************************
007350 READ-INVITE-PARA.
007360     MOVE WS-RC-EMAIL-ADDR           TO WS-TRIM-TEXT.
007370     PERFORM FIND-TRIM-LEN-PARA.
007380     MOVE WS-TRIM-LEN                TO WS-RC-EMAIL-LEN.
007390     MOVE WS-RC-SESSION-CATG         TO CIV-SESSION-CATG.
007400     MOVE WS-RC-SESSION-ID           TO CIV-SESSION-ID.
007410     MOVE WS-RC-RECIPIENT-TYPE       TO CIV-RECIPIENT-TYPE.
007420     MOVE WS-RC-EMAIL-ADDR           TO CIV-EMAIL-ADDR-TEXT.
007430     MOVE WS-RC-EMAIL-LEN            TO CIV-EMAIL-ADDR-LEN.
007440     MOVE SPACES                     TO CIV-MEETING-LINK-TEXT.
007450     EXEC SQL
007460       SELECT INVITE_NO, SEQUENCE_NO, MEETING_COUNT,
007470              SCHEDULE_SIG, VENUE_ID, DELIVERY_MODE,
007480              MEETING_LINK, INVITE_STATUS
007490         INTO :CIV-INVITE-NO, :CIV-SEQUENCE-NO,
007500              :CIV-MEETING-COUNT, :CIV-SCHEDULE-SIG,
007510              :CIV-VENUE-ID, :CIV-DELIVERY-MODE,
007520              :CIV-MEETING-LINK, :CIV-INVITE-STATUS
007530         FROM DBODEVP.CALENDAR_INVITE
007540        WHERE SESSION_CATG   = :CIV-SESSION-CATG
007550          AND SESSION_ID     = :CIV-SESSION-ID
007560          AND RECIPIENT_TYPE = :CIV-RECIPIENT-TYPE
007570          AND EMAIL_ADDR     = :CIV-EMAIL-ADDR
007580     END-EXEC.
007590     EVALUATE SQLCODE
007600       WHEN 0
007610         MOVE 'Y'                    TO WS-INVITE-SW
007620       WHEN 100
007630         MOVE 'N'                    TO WS-INVITE-SW
007640       WHEN OTHER
007650         MOVE 'E'                    TO WS-INVITE-SW
007660         MOVE 'SELECT'               TO EL-ERROR-ACTION
007670         MOVE 'CALENDAR_INVITE'      TO EL-ERROR-DB2-OBJECT
007680         PERFORM CHECK-SQLCODE-PARA
007690     END-EVALUATE.

007700 NEXT-INVITE-NO-PARA.
007710     EXEC SQL
007720       SELECT COALESCE(MAX(INVITE_NO), 0) + 1
007730         INTO :CIV-INVITE-NO
007740         FROM DBODEVP.CALENDAR_INVITE
007750     END-EXEC.
007760     IF SQLCODE NOT = 0
007770         MOVE 'SELECT'               TO EL-ERROR-ACTION
007780         MOVE 'CALENDAR_INVITE'      TO EL-ERROR-DB2-OBJECT
007790         PERFORM CHECK-SQLCODE-PARA
007800         PERFORM EXIT-PARA
007810     END-IF.

007820 SET-SENT-STATE-PARA.
007830     MOVE WS-NEW-SEQUENCE            TO CIV-SEQUENCE-NO.
007840     MOVE WS-MTG-COUNT               TO CIV-MEETING-COUNT.
007850     MOVE WS-SIGNATURE               TO CIV-SCHEDULE-SIG.
007860     MOVE WS-SS-VENUE-ID             TO CIV-VENUE-ID.
007870     MOVE WS-SS-DELIVERY-MODE        TO CIV-DELIVERY-MODE.
007880     MOVE WS-SS-MEETING-LINK         TO WS-TRIM-TEXT.
007890     PERFORM FIND-TRIM-LEN-PARA.
007900     MOVE WS-SS-MEETING-LINK         TO CIV-MEETING-LINK-TEXT.
007910     MOVE WS-TRIM-LEN                TO CIV-MEETING-LINK-LEN.
007920     MOVE WS-RC-ENO                  TO CIV-ENO.
007930     MOVE 'A'                        TO CIV-INVITE-STATUS.

007940 INSERT-INVITE-PARA.
007950     EXEC SQL
007960       INSERT INTO DBODEVP.CALENDAR_INVITE
007970              ( INVITE_NO, SESSION_CATG, SESSION_ID,
007980                RECIPIENT_TYPE, EMAIL_ADDR, ENO,
007990                SEQUENCE_NO, MEETING_COUNT, SCHEDULE_SIG,
008000                VENUE_ID, DELIVERY_MODE, MEETING_LINK,
008010                INVITE_STATUS, DTS )
008020       VALUES ( :CIV-INVITE-NO, :CIV-SESSION-CATG,
008030                :CIV-SESSION-ID, :CIV-RECIPIENT-TYPE,
008040                :CIV-EMAIL-ADDR, :CIV-ENO,
008050                :CIV-SEQUENCE-NO, :CIV-MEETING-COUNT,
008060                :CIV-SCHEDULE-SIG, :CIV-VENUE-ID,
008070                :CIV-DELIVERY-MODE, :CIV-MEETING-LINK,
008080                :CIV-INVITE-STATUS, CURRENT TIMESTAMP )
008090     END-EXEC.
008100     IF SQLCODE NOT = 0
008110         MOVE 'INSERT'               TO EL-ERROR-ACTION
008120         MOVE 'CALENDAR_INVITE'      TO EL-ERROR-DB2-OBJECT
008130         PERFORM CHECK-SQLCODE-PARA
008140     END-IF.

008150 UPDATE-INVITE-PARA.
008160     EXEC SQL
008170       UPDATE DBODEVP.CALENDAR_INVITE
008180          SET ENO           = :CIV-ENO,
008190              SEQUENCE_NO   = :CIV-SEQUENCE-NO,
008200              MEETING_COUNT = :CIV-MEETING-COUNT,
008210              SCHEDULE_SIG  = :CIV-SCHEDULE-SIG,
008220              VENUE_ID      = :CIV-VENUE-ID,
008230              DELIVERY_MODE = :CIV-DELIVERY-MODE,
008240              MEETING_LINK  = :CIV-MEETING-LINK,
008250              INVITE_STATUS = :CIV-INVITE-STATUS,
008260              DTS           = CURRENT TIMESTAMP
008270        WHERE INVITE_NO     = :CIV-INVITE-NO
008280     END-EXEC.
008290     IF SQLCODE NOT = 0
008300         MOVE 'UPDATE'               TO EL-ERROR-ACTION
008310         MOVE 'CALENDAR_INVITE'      TO EL-ERROR-DB2-OBJECT
008320         PERFORM CHECK-SQLCODE-PARA
008330     END-IF.

008340******************************************************************
008350* Send New / Update / Cancel                                     *
008360******************************************************************
008370*    SUPPRESSED, OR ALREADY LOGGED (A RERUN) - NOTHING IS WRITTEN
008380*    AND THE CALENDAR_INVITE ROW IS LEFT AS IT WAS.
008390 CLEAR-TO-SEND-PARA.
008400     MOVE 'N'                        TO WS-SEND-SW.
008410     MOVE WS-RC-EMAIL-ADDR           TO OPT-EMAIL-ADDR.
008420     PERFORM CHECK-OPTOUT-PARA.
008430     IF OPT-NOT-SUPPRESSED
008440         MOVE WS-RC-EMAIL-ADDR       TO NTL-EMAIL-ADDR
008450         MOVE WS-RC-SESSION-CATG     TO NTL-SESSION-CATG
008460         MOVE WS-RC-SESSION-ID       TO NTL-SESSION-ID
008470         MOVE WS-RC-LANG-CD          TO NTL-LANG-CD
008480         PERFORM CHECK-NOTICE-SENT-PARA
008490         IF NTL-NOT-SENT
008500             MOVE 'Y'                TO WS-SEND-SW
008510         END-IF
008520     END-IF.

008530 SEND-NEW-PARA.
008540     MOVE 'ICAL'                     TO NTL-NOTICE-TYPE.
008550     SET NTL-SCOPE-EVER              TO TRUE.
008560     PERFORM CLEAR-TO-SEND-PARA.
008570     IF WS-SEND-OK
008580         PERFORM NEXT-INVITE-NO-PARA
008590         MOVE 0                      TO WS-NEW-SEQUENCE
008600         PERFORM WRITE-REQUEST-PARA
008610         PERFORM SET-SENT-STATE-PARA
008620         PERFORM INSERT-INVITE-PARA
008630         PERFORM LOG-NOTICE-PARA
008640         ADD 1                       TO WS-NEW-COUNT
008650     END-IF.

008660*    MEETINGS THE LAST INVITE HAD PAST THE END OF TODAY'S LIST ARE
008670*    CANCELLED UNDER THEIR OWN UIDS. A RETURNING RECIPIENT (ROW
008680*    'C') HAD THEM ALL CANCELLED ALREADY.
008690 SEND-UPDATE-PARA.
008700     MOVE 'ICUP'                     TO NTL-NOTICE-TYPE.
008710     SET NTL-SCOPE-TODAY             TO TRUE.
008720     PERFORM CLEAR-TO-SEND-PARA.
008730     IF WS-SEND-OK
008740         COMPUTE WS-NEW-SEQUENCE = CIV-SEQUENCE-NO + 1
008750         PERFORM WRITE-REQUEST-PARA
008760         IF CIV-STATUS-ACTIVE
008770            AND CIV-MEETING-COUNT > WS-MTG-COUNT
008780             COMPUTE WS-CANCEL-FROM = WS-MTG-COUNT + 1
008790             MOVE CIV-MEETING-COUNT  TO WS-CANCEL-TO
008800             PERFORM WRITE-CANCEL-PARA
008810         END-IF
008820         PERFORM SET-SENT-STATE-PARA
008830         PERFORM UPDATE-INVITE-PARA
008840         PERFORM LOG-NOTICE-PARA
008850         ADD 1                       TO WS-UPDATE-COUNT
008860     END-IF.

008870 SEND-CANCEL-PARA.
008880     MOVE 'ICCN'                     TO NTL-NOTICE-TYPE.
008890     SET NTL-SCOPE-TODAY             TO TRUE.
008900     PERFORM CLEAR-TO-SEND-PARA.
008910     IF WS-SEND-OK
008920         COMPUTE WS-NEW-SEQUENCE = CIV-SEQUENCE-NO + 1
008930         MOVE 1                      TO WS-CANCEL-FROM
008940         MOVE CIV-MEETING-COUNT      TO WS-CANCEL-TO
008950         PERFORM WRITE-CANCEL-PARA
008960         MOVE WS-NEW-SEQUENCE        TO CIV-SEQUENCE-NO
008970         MOVE 'C'                    TO CIV-INVITE-STATUS
008980         EXEC SQL
008990           UPDATE DBODEVP.CALENDAR_INVITE
009000              SET SEQUENCE_NO   = :CIV-SEQUENCE-NO,
009010                  INVITE_STATUS = :CIV-INVITE-STATUS,
009020                  DTS           = CURRENT TIMESTAMP
009030            WHERE INVITE_NO     = :CIV-INVITE-NO
009040         END-EXEC
009050         IF SQLCODE NOT = 0
009060             MOVE 'UPDATE'           TO EL-ERROR-ACTION
009070             MOVE 'CALENDAR_INVITE'  TO EL-ERROR-DB2-OBJECT
009080             PERFORM CHECK-SQLCODE-PARA
009090         END-IF
009100         PERFORM LOG-NOTICE-PARA
009110         ADD 1                       TO WS-CANCEL-COUNT
009120     END-IF.

009130******************************************************************
009140* Stale Invites - RECIPIENTS WHO HAVE DROPPED OUT                *
009150******************************************************************
009160 STALE-PASS-PARA.
009170     EXEC SQL
009180       OPEN STALE-INVITES
009190     END-EXEC.
009200     IF SQLCODE NOT = 0
009210         MOVE 'OPEN  '               TO EL-ERROR-ACTION
009220         MOVE 'STALE-INVITES'        TO EL-ERROR-DB2-OBJECT
009230         PERFORM CHECK-SQLCODE-PARA
009240         PERFORM EXIT-PARA
009250     END-IF.
009260     PERFORM FETCH-STALE-PARA
009270       UNTIL SQLCODE = 100.
009280     EXEC SQL
009290       CLOSE STALE-INVITES
009300     END-EXEC.

009310 FETCH-STALE-PARA.
009320     MOVE SPACES                     TO CIV-EMAIL-ADDR-TEXT.
009330     EXEC SQL
009340       FETCH STALE-INVITES
009350        INTO :CIV-INVITE-NO, :CIV-SESSION-CATG,
009360             :CIV-SESSION-ID, :CIV-RECIPIENT-TYPE,
009370             :CIV-EMAIL-ADDR, :CIV-ENO,
009380             :CIV-SEQUENCE-NO, :CIV-MEETING-COUNT,
009390             :WS-RC-LANG-CD
009400     END-EXEC.
009410     EVALUATE SQLCODE
009420       WHEN 0
009430         ADD 1                       TO WS-READ-COUNT
009440         MOVE SQLCODE                TO WS-SAVED-SQLCODE
009450         MOVE CIV-SESSION-CATG       TO WS-RC-SESSION-CATG
009460         MOVE CIV-SESSION-ID         TO WS-RC-SESSION-ID
009470         MOVE CIV-RECIPIENT-TYPE     TO WS-RC-RECIPIENT-TYPE
009480         MOVE CIV-EMAIL-ADDR-TEXT    TO WS-RC-EMAIL-ADDR
009490         MOVE CIV-EMAIL-ADDR-LEN     TO WS-RC-EMAIL-LEN
009500         MOVE CIV-ENO                TO WS-RC-ENO
009510         MOVE SPACES                 TO WS-RC-CONFIRM-NO
009520         PERFORM LOAD-SESSION-PARA
009530         IF WS-SS-FOUND
009540             PERFORM SEND-CANCEL-PARA
009550         END-IF
009560         MOVE WS-SAVED-SQLCODE       TO SQLCODE
009570       WHEN 100
009580         CONTINUE
009590       WHEN OTHER
009600         MOVE 'FETCH '               TO EL-ERROR-ACTION
009610         MOVE 'STALE-INVITES'        TO EL-ERROR-DB2-OBJECT
009620         PERFORM CHECK-SQLCODE-PARA
009630         PERFORM EXIT-PARA
009640     END-EVALUATE.

009650******************************************************************
009660* ICalendar Text - REQUEST                                       *
009670******************************************************************
009680 WRITE-REQUEST-PARA.
009690     MOVE 'REQUEST'                  TO WS-WORK-TEXT.
009700     PERFORM WRITE-CALENDAR-HEAD-PARA.
009710     PERFORM WRITE-REQUEST-EVENT-PARA
009720       VARYING WS-MTG-SUB FROM 1 BY 1
009730         UNTIL WS-MTG-SUB > WS-MTG-COUNT.
009740     MOVE 'END:VCALENDAR'            TO WS-ICS-LINE.
009750     PERFORM PUT-LINE-PARA.

009760 WRITE-REQUEST-EVENT-PARA.
009770     MOVE 'BEGIN:VEVENT'             TO WS-ICS-LINE.
009780     PERFORM PUT-LINE-PARA.
009790     PERFORM WRITE-EVENT-KEYS-PARA.
009800     MOVE SPACES                     TO WS-ICS-LINE.
009810     IF WS-MT-ALL-DAY (WS-MTG-SUB)
009820         STRING 'DTSTART;VALUE=DATE:'  DELIMITED BY SIZE
009830                WS-MT-DTSTART (WS-MTG-SUB) (1:8)
009840                                       DELIMITED BY SIZE
009850           INTO WS-ICS-LINE
009860         PERFORM PUT-LINE-PARA
009870         MOVE SPACES                 TO WS-ICS-LINE
009880         STRING 'DTEND;VALUE=DATE:'    DELIMITED BY SIZE
009890                WS-MT-DTEND (WS-MTG-SUB) (1:8)
009900                                       DELIMITED BY SIZE
009910           INTO WS-ICS-LINE
009920         PERFORM PUT-LINE-PARA
009930     ELSE
009940         STRING 'DTSTART:'             DELIMITED BY SIZE
009950                WS-MT-DTSTART (WS-MTG-SUB)
009960                                       DELIMITED BY SIZE
009970           INTO WS-ICS-LINE
009980         PERFORM PUT-LINE-PARA
009990         MOVE SPACES                 TO WS-ICS-LINE
010000         STRING 'DTEND:'               DELIMITED BY SIZE
010010                WS-MT-DTEND (WS-MTG-SUB)
010020                                       DELIMITED BY SIZE
010030           INTO WS-ICS-LINE
010040         PERFORM PUT-LINE-PARA
010050     END-IF.
010060     MOVE WS-SS-LOCATION             TO WS-TRIM-TEXT.
010070     PERFORM ESCAPE-TEXT-PARA.
010080     MOVE SPACES                     TO WS-ICS-LINE.
010090     STRING 'LOCATION:'              DELIMITED BY SIZE
010100            WS-ESC-TEXT (1:WS-ESC-LEN)
010110                                     DELIMITED BY SIZE
010120       INTO WS-ICS-LINE.
010130     PERFORM PUT-LINE-PARA.
010140     PERFORM BUILD-DESCRIPTION-PARA.
010150     MOVE WS-WORK-TEXT               TO WS-TRIM-TEXT.
010160     PERFORM ESCAPE-TEXT-PARA.
010170     MOVE SPACES                     TO WS-ICS-LINE.
010180     STRING 'DESCRIPTION:'           DELIMITED BY SIZE
010190            WS-ESC-TEXT (1:WS-ESC-LEN)
010200                                     DELIMITED BY SIZE
010210       INTO WS-ICS-LINE.
010220     PERFORM PUT-LINE-PARA.
010230     MOVE 'STATUS:CONFIRMED'         TO WS-ICS-LINE.
010240     PERFORM PUT-LINE-PARA.
010250     MOVE 'END:VEVENT'               TO WS-ICS-LINE.
010260     PERFORM PUT-LINE-PARA.

010270*    A REGISTRANT'S EVENTS QUOTE THE CONFIRMATION NUMBER; AN
010280*    INSTRUCTOR'S SAY WHAT THEY ARE THERE AS. ONLINE SESSIONS
010290*    REPEAT THE JOIN LINK HERE TOO - NOT EVERY CLIENT SHOWS A
010300*    LOCATION AS A LINK.
010310 BUILD-DESCRIPTION-PARA.
010320     MOVE WS-RC-SESSION-CATG         TO WS-SK-CATG.
010330     MOVE WS-RC-SESSION-ID           TO WS-SK-ID.
010340     MOVE SPACES                     TO WS-WORK-TEXT.
010350     EVALUATE TRUE
010360       WHEN WS-RC-RECIPIENT-TYPE = 'R'
010370        AND WS-RC-CONFIRM-NO NOT = SPACES
010380         STRING 'CONFIRMATION NO '   DELIMITED BY SIZE
010390                WS-RC-CONFIRM-NO     DELIMITED BY SPACE
010400                ' - SESSION '        DELIMITED BY SIZE
010410                WS-SESSION-KEY-DISP  DELIMITED BY SIZE
010420           INTO WS-WORK-TEXT
010430       WHEN WS-RC-RECIPIENT-TYPE = 'R'
010440         STRING 'SESSION '           DELIMITED BY SIZE
010450                WS-SESSION-KEY-DISP  DELIMITED BY SIZE
010460           INTO WS-WORK-TEXT
010470       WHEN WS-RC-ROLE = 'P'
010480         STRING 'PRIMARY INSTRUCTOR - SESSION '
010490                                     DELIMITED BY SIZE
010500                WS-SESSION-KEY-DISP  DELIMITED BY SIZE
010510           INTO WS-WORK-TEXT
010520       WHEN WS-RC-ROLE = 'S'
010530         STRING 'SUBSTITUTE INSTRUCTOR - SESSION '
010540                                     DELIMITED BY SIZE
010550                WS-SESSION-KEY-DISP  DELIMITED BY SIZE
010560           INTO WS-WORK-TEXT
010570       WHEN OTHER
010580         STRING 'CO-INSTRUCTOR - SESSION '
010590                                     DELIMITED BY SIZE
010600                WS-SESSION-KEY-DISP  DELIMITED BY SIZE
010610           INTO WS-WORK-TEXT
010620     END-EVALUATE.
010630     IF WS-SS-DELIVERY-MODE = 'V' OR WS-SS-DELIVERY-MODE = 'H'
010640         MOVE WS-WORK-TEXT           TO WS-TRIM-TEXT
010650         PERFORM FIND-TRIM-LEN-PARA
010660         COMPUTE WS-WORK-LEN = WS-TRIM-LEN + 1
010670         STRING ' - JOIN ONLINE: '   DELIMITED BY SIZE
010680                WS-SS-MEETING-LINK   DELIMITED BY SIZE
010690           INTO WS-WORK-TEXT
010700           WITH POINTER WS-WORK-LEN
010710     END-IF.

010720******************************************************************
010730* ICalendar Text - CANCEL (EVENTS WS-CANCEL-FROM THRU -TO)       *
010740******************************************************************
010750 WRITE-CANCEL-PARA.
010760     MOVE 'CANCEL'                   TO WS-WORK-TEXT.
010770     PERFORM WRITE-CALENDAR-HEAD-PARA.
010780     PERFORM WRITE-CANCEL-EVENT-PARA
010790       VARYING WS-MTG-SUB FROM WS-CANCEL-FROM BY 1
010800         UNTIL WS-MTG-SUB > WS-CANCEL-TO.
010810     MOVE 'END:VCALENDAR'            TO WS-ICS-LINE.
010820     PERFORM PUT-LINE-PARA.

010830 WRITE-CANCEL-EVENT-PARA.
010840     MOVE 'BEGIN:VEVENT'             TO WS-ICS-LINE.
010850     PERFORM PUT-LINE-PARA.
010860     PERFORM WRITE-EVENT-KEYS-PARA.
010870     MOVE 'STATUS:CANCELLED'         TO WS-ICS-LINE.
010880     PERFORM PUT-LINE-PARA.
010890     MOVE 'END:VEVENT'               TO WS-ICS-LINE.
010900     PERFORM PUT-LINE-PARA.

010910******************************************************************
010920* ICalendar Text - SHARED PIECES                                 *
010930******************************************************************
010940*    ONE ATTACHMENT: THE 'A' RECORD, THEN THE CALENDAR HEADER. THE
010950*    METHOD ARRIVES IN WS-WORK-TEXT.
010960 WRITE-CALENDAR-HEAD-PARA.
010970     MOVE SPACES                     TO ICS-RECORD.
010980     MOVE 'A'                        TO IC-RECORD-TYPE.
010990     MOVE WS-RC-EMAIL-ADDR           TO IC-EMAIL-ADDR.
011000     MOVE CIV-INVITE-NO              TO IC-INVITE-NO.
011010     MOVE WS-RC-LANG-CD              TO IC-LANG-CD.
011020     MOVE WS-WORK-TEXT               TO IC-METHOD.
011030     WRITE ICS-RECORD.
011040     ADD 1                           TO HT-RECORD-COUNT.
011050     ADD 1                           TO WS-ATTACH-COUNT.
011060     MOVE 'BEGIN:VCALENDAR'          TO WS-ICS-LINE.
011070     PERFORM PUT-LINE-PARA.
011080     MOVE 'PRODID:-//RC//TRAINING ADMINISTRATION//EN'
011090                                     TO WS-ICS-LINE.
011100     PERFORM PUT-LINE-PARA.
011110     MOVE 'VERSION:2.0'              TO WS-ICS-LINE.
011120     PERFORM PUT-LINE-PARA.
011130     MOVE SPACES                     TO WS-ICS-LINE.
011140     STRING 'METHOD:'                DELIMITED BY SIZE
011150            WS-WORK-TEXT             DELIMITED BY SPACE
011160       INTO WS-ICS-LINE.
011170     PERFORM PUT-LINE-PARA.

011180*    UID, SEQUENCE, DTSTAMP, SUMMARY, ORGANIZER AND ATTENDEE - THE
011190*    SAME ON A REQUEST AND A CANCEL, WHICH IS WHAT TIES THEM TO
011200*    ONE CALENDAR ENTRY.
011210 WRITE-EVENT-KEYS-PARA.
011220     MOVE CIV-INVITE-NO              TO WS-UID-INVITE-NO.
011230     MOVE WS-MTG-SUB                 TO WS-UID-MEETING-NO.
011240     MOVE WS-UID                     TO WS-ICS-LINE.
011250     PERFORM PUT-LINE-PARA.
011260     MOVE WS-NEW-SEQUENCE            TO WS-SEQ-NO.
011270     MOVE WS-SEQUENCE-LINE           TO WS-ICS-LINE.
011280     PERFORM PUT-LINE-PARA.
011290     MOVE SPACES                     TO WS-ICS-LINE.
011300     STRING 'DTSTAMP:'               DELIMITED BY SIZE
011310            WS-DTSTAMP               DELIMITED BY SIZE
011320       INTO WS-ICS-LINE.
011330     PERFORM PUT-LINE-PARA.
011340     MOVE WS-SS-COURSE-TITLE         TO WS-TRIM-TEXT.
011350     PERFORM ESCAPE-TEXT-PARA.
011360     MOVE SPACES                     TO WS-ICS-LINE.
011370     STRING 'SUMMARY:'               DELIMITED BY SIZE
011380            WS-ESC-TEXT (1:WS-ESC-LEN)
011390                                     DELIMITED BY SIZE
011400       INTO WS-ICS-LINE.
011410     PERFORM PUT-LINE-PARA.
011420     MOVE WS-ORGANIZER-LINE          TO WS-ICS-LINE.
011430     PERFORM PUT-LINE-PARA.
011440     MOVE SPACES                     TO WS-ICS-LINE.
011450     STRING 'ATTENDEE;RSVP=FALSE:MAILTO:'
011460                                     DELIMITED BY SIZE
011470            WS-RC-EMAIL-ADDR (1:WS-RC-EMAIL-LEN)
011480                                     DELIMITED BY SIZE
011490       INTO WS-ICS-LINE.
011500     PERFORM PUT-LINE-PARA.

011510*    ONE CONTENT LINE OUT, FOLDED: THE FIRST 75 CHARACTERS, THEN
011520*    74 AT A TIME EACH LED BY THE ONE-SPACE CONTINUATION MARK.
011530 PUT-LINE-PARA.
011540     MOVE WS-ICS-LINE                TO WS-TRIM-TEXT.
011550     PERFORM FIND-TRIM-LEN-PARA.
011560     MOVE WS-TRIM-LEN                TO WS-LINE-LEN.
011570     MOVE 1                          TO WS-LINE-POS.
011580     MOVE 75                         TO WS-CHUNK-LEN.
011590     PERFORM PUT-CHUNK-PARA
011600       UNTIL WS-LINE-POS > WS-LINE-LEN.

011610 PUT-CHUNK-PARA.
011620     IF WS-LINE-POS + WS-CHUNK-LEN - 1 > WS-LINE-LEN
011630         COMPUTE WS-CHUNK-LEN = WS-LINE-LEN - WS-LINE-POS + 1
011640     END-IF.
011650     MOVE SPACES                     TO ICS-RECORD.
011660     MOVE 'L'                        TO IC-RECORD-TYPE.
011670     MOVE WS-RC-EMAIL-ADDR           TO IC-EMAIL-ADDR.
011680     MOVE CIV-INVITE-NO              TO IC-INVITE-NO.
011690     MOVE WS-RC-LANG-CD              TO IC-LANG-CD.
011700     IF WS-LINE-POS = 1
011710         MOVE WS-ICS-LINE (WS-LINE-POS:WS-CHUNK-LEN)
011720                                     TO IC-DATA
011730     ELSE
011740         MOVE WS-ICS-LINE (WS-LINE-POS:WS-CHUNK-LEN)
011750                                     TO IC-DATA (2:74)
011760     END-IF.
011770     WRITE ICS-RECORD.
011780     ADD 1                           TO HT-RECORD-COUNT.
011790     ADD WS-CHUNK-LEN                TO WS-LINE-POS.
011800     MOVE 74                         TO WS-CHUNK-LEN.

011810*    REAL LENGTH OF WS-TRIM-TEXT - AT LEAST 1, SO AN ALL-BLANK
011820*    FIELD STILL MAKES A VALID REFERENCE.
011830 FIND-TRIM-LEN-PARA.
011840     MOVE 400                        TO WS-TRIM-LEN.
011850     PERFORM STEP-BACK-PARA
011860       UNTIL WS-TRIM-LEN = 1
011870          OR WS-TRIM-TEXT (WS-TRIM-LEN:1) NOT = SPACE.

011880 STEP-BACK-PARA.
011890     SUBTRACT 1                      FROM WS-TRIM-LEN.

011900*    ICALENDAR TEXT: A COMMA, SEMICOLON OR BACKSLASH IN THE VALUE
011910*    IS WRITTEN WITH A BACKSLASH IN FRONT OF IT.
011920 ESCAPE-TEXT-PARA.
011930     PERFORM FIND-TRIM-LEN-PARA.
011940     MOVE SPACES                     TO WS-ESC-TEXT.
011950     MOVE 0                          TO WS-ESC-LEN.
011960     PERFORM ESCAPE-ONE-CHAR-PARA
011970       VARYING WS-SCAN-SUB FROM 1 BY 1
011980         UNTIL WS-SCAN-SUB > WS-TRIM-LEN
011990            OR WS-ESC-LEN > 360.

012000 ESCAPE-ONE-CHAR-PARA.
012010     IF WS-TRIM-TEXT (WS-SCAN-SUB:1) = ',' OR ';' OR '\'
012020         ADD 1                       TO WS-ESC-LEN
012030         MOVE '\'                    TO WS-ESC-TEXT (WS-ESC-LEN:1)
012040     END-IF.
012050     ADD 1                           TO WS-ESC-LEN.
012060     MOVE WS-TRIM-TEXT (WS-SCAN-SUB:1)
012070                                     TO WS-ESC-TEXT
012080                                        (WS-ESC-LEN:1).

012090******************************************************************
012100* Calendar File                                                  *
012110******************************************************************
012120 OPEN-ICS-PARA.
012130     OPEN OUTPUT ICS-FILE.
012140     MOVE 'ETROP100'                 TO HT-PROGRAM-ID.
012143     MOVE 'ICALOUT'                  TO HT-INTERFACE-NAME.
012146     MOVE 'CALENDAR SERVER'          TO HT-DESTINATION.
012150     PERFORM BUILD-HEADER-PARA.
012160     MOVE HT-IO-RECORD               TO ICS-RECORD.
012170     WRITE ICS-RECORD.

012180 CLOSE-ICS-PARA.
012190     DISPLAY 'ETROP100 - RECIPIENTS READ: '      WS-READ-COUNT.
012200     DISPLAY 'ETROP100 - NEW INVITES: '          WS-NEW-COUNT.
012210     DISPLAY 'ETROP100 - UPDATED INVITES: '      WS-UPDATE-COUNT.
012220     DISPLAY 'ETROP100 - CANCELLED INVITES: '    WS-CANCEL-COUNT.
012230     DISPLAY 'ETROP100 - UNCHANGED: '
012240             WS-UNCHANGED-COUNT.
012250     DISPLAY 'ETROP100 - SUPPRESSED BY OPT-OUT: '
012260             OPT-SUPPRESSED-COUNT.
012270     DISPLAY 'ETROP100 - ALREADY-SENT SKIPPED: ' NTL-DUP-COUNT.
012280     PERFORM BUILD-TRAILER-PARA.
012290     MOVE HT-IO-RECORD               TO ICS-RECORD.
012300     WRITE ICS-RECORD.
012310     CLOSE ICS-FILE.

012320******************************************************************
012330* Outbound-Notice Audit Log                                      *
012340******************************************************************
012350     EXEC SQL
012360       INCLUDE CPNTCLOG
012370     END-EXEC.

012380******************************************************************
012390* Opt-Out Suppression Check                                      *
012400******************************************************************
012410     EXEC SQL
012420       INCLUDE CPOPTOUT
012430     END-EXEC.

012440******************************************************************
012450* Error Logging                                                  *
012460******************************************************************
012470     EXEC SQL
012480       INCLUDE CPERRBAT
012490     END-EXEC.

012500*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
012510*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
012520*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
012530*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
012540*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
012550 EXIT-PARA.
012560     MOVE 'F'                        TO JRL-RUN-STATUS.
012570     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
012580     MOVE WS-ATTACH-COUNT            TO JRL-ROWS-WRITTEN.
012590     MOVE OPT-SUPPRESSED-COUNT       TO JRL-ROWS-SKIPPED.
012600     PERFORM LOG-JOB-END-PARA.
012610     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
012620     GOBACK.

012630******************************************************************
012640* Run Registry                                                   *
012650******************************************************************
012660     EXEC SQL
012670       INCLUDE CPJOBLOG
012680     END-EXEC.

012690******************************************************************
012700* Interface Header/Trailer                                       *
012710******************************************************************
012720     EXEC SQL
012730       INCLUDE CPHDRTRL
012740     END-EXEC.
