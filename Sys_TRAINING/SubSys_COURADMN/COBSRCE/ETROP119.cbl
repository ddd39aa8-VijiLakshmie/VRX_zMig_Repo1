000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP119.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  WEEKLY ERROR INCIDENT REPORT.                                 *
000090*  TWO PARTS, FROM THE INCIDENT TABLE ETROP118 KEEPS (SEE        *
000100*  DCLINCID):                                                    *
000110*    1. EVERY OPEN INCIDENT, OLDEST FIRST, UNDER THE AGE BAND OF *
000120*       ITS CURRENT OPEN SPELL (OVER 90, 31-90, 8-30 AND 0-7     *
000130*       DAYS) WITH OWNER AND TICKET, AND A COUNT PER BAND - AN   *
000140*       INCIDENT NOBODY OWNS STANDS OUT WITH A BLANK OWNER.      *
000150*    2. THE REPEAT OFFENDERS - OPEN OR CLOSED, THE 20 INCIDENTS  *
000160*       THAT HAVE BEEN REOPENED MOST OR HAVE AT LEAST            *
000170*       REPEAT-MIN-COUNT OCCURRENCES (DEFAULT 10, TUNABLE        *
000180*       THROUGH SYSTEM_PARAMETER VIA RCBT004A) - THE FIXES THAT  *
000190*       DID NOT HOLD AND THE NOISE WORTH A PERMANENT CURE.       *
000200******************************************************************

000210 ENVIRONMENT DIVISION.

000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. Z900.
000240 OBJECT-COMPUTER. Z900.

000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT INCIDENT-RPT-FILE ASSIGN TO INCRPT
000280            ORGANIZATION  IS LINE SEQUENTIAL.

000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  INCIDENT-RPT-FILE
000320     RECORD CONTAINS 132 CHARACTERS.
000330 01  INCIDENT-RPT-RECORD             PIC X(132).

000340 WORKING-STORAGE SECTION.

000350 01 WS-BEGIN                          PIC  X(36) VALUE
000360     'ETROP119 WORKING STORAGE STARTS HERE'.

000370******************************************************************
000380*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000390******************************************************************
000400 01 WS-VARIABLES.
000410    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000420       88 WS-NO-ERROR                            VALUE SPACES.
000430       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000440       88 WS-FATAL-ERROR                         VALUE 'F'.
000450    05 WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000460       88 WS-END-OF-INCIDENTS                    VALUE 'Y'.
000470       88 WS-MORE-INCIDENTS                      VALUE 'N'.
000480    05 WS-REPEAT-MIN                   PIC S9(9) COMP VALUE 10.
000490    05 WS-AGE-DAYS                     PIC S9(9) COMP.
000500    05 WS-OWNER-IND                    PIC S9(4) COMP.
000510    05 WS-TICKET-IND                   PIC S9(4) COMP.
000520*    AGE BAND OF THE LINE IN HAND AND OF THE LAST ONE PRINTED -
000530*    A CHANGE STARTS A NEW BAND HEADING.
000540    05 WS-BAND                         PIC 9(01).
000550    05 WS-LAST-BAND                    PIC 9(01) VALUE 0.
000560    05 WS-BAND-NAMES.
000570       10 FILLER                       PIC X(14) VALUE
000580          'OVER 90 DAYS  '.
000590       10 FILLER                       PIC X(14) VALUE
000600          '31 - 90 DAYS  '.
000610       10 FILLER                       PIC X(14) VALUE
000620          '8 - 30 DAYS   '.
000630       10 FILLER                       PIC X(14) VALUE
000640          '0 - 7 DAYS    '.
000650    05 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
000660       10 WS-BAND-NAME                 PIC X(14) OCCURS 4 TIMES.
000670    05 WS-BAND-COUNTS.
000680       10 WS-BAND-COUNT                PIC S9(9) COMP
000690                                       OCCURS 4 TIMES.
000700    05 WS-OPEN-COUNT                   PIC S9(9) COMP VALUE 0.
000710    05 WS-UNOWNED-COUNT                PIC S9(9) COMP VALUE 0.
000720    05 WS-REPEAT-COUNT                 PIC S9(9) COMP VALUE 0.

000730*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
000740*    SYSTEM_PARAMETER LOOKUP.
000750 01 WS-RCBT004A-PARM.
000760    05 WS-SP-PROGRAM-ID                PIC X(08).
000770    05 WS-SP-PARM-NAME                 PIC X(16).
000780    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000790    05 WS-SP-RETURN-CODE               PIC X(1).

000800******************************************************************
000810*  REPORT LINES                                                  *
000820******************************************************************
000830 01 WS-RPT-LINES.
000840    05 WS-HDG-LINE.
000850       10 FILLER                       PIC X(38) VALUE
000860          'ERROR INCIDENT WEEKLY REPORT - RUN ON '.
000870       10 WS-HD-RUN-DATE               PIC X(10).
000880       10 FILLER                       PIC X(84) VALUE SPACES.
000890    05 WS-SECTION-LINE.
000900       10 WS-SH-TEXT                   PIC X(60).
000910       10 FILLER                       PIC X(72) VALUE SPACES.
000920    05 WS-COL-LINE.
000930       10 FILLER                       PIC X(44) VALUE
000940          '  INCIDENT MODULE   PARAGRAPH               '.
000950       10 FILLER                       PIC X(44) VALUE
000960          '        SQLCODE  RESP S OPEN SINCE  DAYS  OC'.
000970       10 FILLER                       PIC X(44) VALUE
000980          'CURS REOPEN S  OWNER    TICKET              '.
000990    05 WS-BAND-LINE.
001000       10 FILLER                       PIC X(02) VALUE SPACES.
001010       10 FILLER                       PIC X(11) VALUE
001020          'OPEN FOR - '.
001030       10 WS-BL-NAME                   PIC X(14).
001040       10 FILLER                       PIC X(105) VALUE SPACES.
001050    05 WS-DETAIL-LINE.
001060       10 FILLER                       PIC X(01) VALUE SPACES.
001070       10 WS-DT-INCIDENT-ID            PIC Z(08)9.
001080       10 FILLER                       PIC X(01) VALUE SPACES.
001090       10 WS-DT-MODULE                 PIC X(08).
001100       10 FILLER                       PIC X(01) VALUE SPACES.
001110       10 WS-DT-PARA-NAME              PIC X(30).
001120       10 FILLER                       PIC X(01) VALUE SPACES.
001130       10 WS-DT-SQLCODE                PIC -(07)9.
001140       10 FILLER                       PIC X(01) VALUE SPACES.
001150       10 WS-DT-CICS-RESP              PIC -(04)9.
001160       10 FILLER                       PIC X(01) VALUE SPACES.
001170       10 WS-DT-SEVERITY               PIC X(01).
001180       10 FILLER                       PIC X(01) VALUE SPACES.
001190       10 WS-DT-OPENED-DATE            PIC X(10).
001200       10 FILLER                       PIC X(01) VALUE SPACES.
001210       10 WS-DT-AGE-DAYS               PIC ZZZZ9.
001220       10 FILLER                       PIC X(01) VALUE SPACES.
001230       10 WS-DT-OCCURRENCES            PIC Z(06)9.
001240       10 FILLER                       PIC X(01) VALUE SPACES.
001250       10 WS-DT-REOPENS                PIC ZZZZZ9.
001260       10 FILLER                       PIC X(01) VALUE SPACES.
001270       10 WS-DT-STATUS                 PIC X(01).
001280       10 FILLER                       PIC X(02) VALUE SPACES.
001290       10 WS-DT-OWNER                  PIC X(08).
001300       10 FILLER                       PIC X(01) VALUE SPACES.
001310       10 WS-DT-TICKET                 PIC X(20).
001320    05 WS-NONE-LINE.
001330       10 FILLER                       PIC X(02) VALUE SPACES.
001340       10 WS-NL-TEXT                   PIC X(40).
001350       10 FILLER                       PIC X(90) VALUE SPACES.
001360    05 WS-BAND-TOTAL-LINE.
001370       10 FILLER                       PIC X(02) VALUE SPACES.
001380       10 WS-BT-NAME                   PIC X(14).
001390       10 FILLER                       PIC X(02) VALUE SPACES.
001400       10 WS-BT-COUNT                  PIC ZZZ,ZZ9.
001410       10 FILLER                       PIC X(107) VALUE SPACES.
001420    05 WS-TOTAL-LINE.
001430       10 FILLER                       PIC X(02) VALUE SPACES.
001440       10 FILLER                       PIC X(16) VALUE
001450          'TOTAL OPEN      '.
001460       10 WS-TL-OPEN                   PIC ZZZ,ZZ9.
001470       10 FILLER                       PIC X(13) VALUE
001480          '   UNOWNED   '.
001490       10 WS-TL-UNOWNED                PIC ZZZ,ZZ9.
001500       10 FILLER                       PIC X(87) VALUE SPACES.

001510******************************************************************
001520* Copybook Includes.                                             *
001530******************************************************************
001540     EXEC SQL
001550       INCLUDE CWERRLOG
001560     END-EXEC.

001570*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001580     EXEC SQL
001590       INCLUDE CWJOBLOG
001600     END-EXEC.

001610******************************************************************
001620*                     DB2 SECTION                                *
001630******************************************************************
001640     EXEC SQL
001650       INCLUDE SQLCA
001660     END-EXEC.

001670     EXEC SQL
001680       INCLUDE DCLINCID
001690     END-EXEC.

001700*    OPEN INCIDENTS, LONGEST OPEN FIRST, AGED FROM THE START OF
001710*    THE CURRENT OPEN SPELL.
001720     EXEC SQL
001730       DECLARE OPEN-INCIDENTS CURSOR FOR
001740        SELECT INCIDENT_ID, ERROR_MODULE, ERROR_PARA_NAME,
001750               ERROR_SQLCODE, ERROR_CICS_RESP, WORST_SEVERITY,
001760               CHAR(DATE(OPENED_DTS), ISO),
001770               DAYS(CURRENT DATE) - DAYS(OPENED_DTS),
001780               OCCURRENCE_COUNT, REOPEN_COUNT, INCIDENT_STATUS,
001790               OWNER_USR_ID, TICKET_REF
001800          FROM DBODEVP.INCIDENT
001810         WHERE INCIDENT_STATUS = 'O'
001820         ORDER BY OPENED_DTS, INCIDENT_ID
001830     END-EXEC.

001840*    REOPENED OR NOISY INCIDENTS, WORST FIRST: REOPENS OUTRANK
001850*    RAW VOLUME, SINCE EACH ONE IS A FIX THAT DID NOT HOLD.
001860     EXEC SQL
001870       DECLARE REPEAT-OFFENDERS CURSOR FOR
001880        SELECT INCIDENT_ID, ERROR_MODULE, ERROR_PARA_NAME,
001890               ERROR_SQLCODE, ERROR_CICS_RESP, WORST_SEVERITY,
001900               CHAR(DATE(OPENED_DTS), ISO),
001910               DAYS(CURRENT DATE) - DAYS(OPENED_DTS),
001920               OCCURRENCE_COUNT, REOPEN_COUNT, INCIDENT_STATUS,
001930               OWNER_USR_ID, TICKET_REF
001940          FROM DBODEVP.INCIDENT
001950         WHERE REOPEN_COUNT > 0
001960            OR OCCURRENCE_COUNT >= :WS-REPEAT-MIN
001970         ORDER BY REOPEN_COUNT DESC, OCCURRENCE_COUNT DESC,
001980                  INCIDENT_ID
001990         FETCH FIRST 20 ROWS ONLY
002000     END-EXEC.

002010 01 WS-END                             PIC X(50) VALUE
002020     'ETROP119-WORKING STORAGE SECTION ENDS HERE'.

002030 PROCEDURE DIVISION.

002040 MAIN-LOGIC-PARA.

002050     MOVE 'ETROP119'                   TO EL-ERROR-MODULE.
002060     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002070     MOVE 'ETROP119'                   TO JRL-PROGRAM-ID.
002080     PERFORM LOG-JOB-START-PARA.

002090     PERFORM GET-PARAMETERS-PARA.
002100     PERFORM GET-RUN-DATE-PARA.
002110     MOVE 0                          TO WS-BAND-COUNT (1)
002120                                        WS-BAND-COUNT (2)
002130                                        WS-BAND-COUNT (3)
002140                                        WS-BAND-COUNT (4).

002150     OPEN OUTPUT INCIDENT-RPT-FILE.
002160     WRITE INCIDENT-RPT-RECORD       FROM WS-HDG-LINE.

002170     PERFORM REPORT-OPEN-INCIDENTS-PARA.
002180     PERFORM REPORT-REPEAT-OFFENDERS-PARA.

002190     CLOSE INCIDENT-RPT-FILE.

002200     DISPLAY 'OPEN INCIDENTS LISTED   : ' WS-OPEN-COUNT.
002210     DISPLAY 'REPEAT OFFENDERS LISTED : ' WS-REPEAT-COUNT.
002220     MOVE 'C'                        TO JRL-RUN-STATUS.
002230     COMPUTE JRL-ROWS-READ = WS-OPEN-COUNT + WS-REPEAT-COUNT.
002240     COMPUTE JRL-ROWS-WRITTEN = WS-OPEN-COUNT + WS-REPEAT-COUNT.
002250     PERFORM LOG-JOB-END-PARA.
002260     GOBACK.

002270******************************************************************
002280* Run Parameters                                                 *
002290******************************************************************
002300 GET-PARAMETERS-PARA.
002310     MOVE 'ETROP119'                 TO WS-SP-PROGRAM-ID.
002320     MOVE 'REPEAT-MIN-COUNT'         TO WS-SP-PARM-NAME.
002330     MOVE WS-REPEAT-MIN              TO WS-SP-PARM-VALUE.
002340     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002350     IF WS-SP-PARM-VALUE > 0
002360       MOVE WS-SP-PARM-VALUE         TO WS-REPEAT-MIN
002370     END-IF.

002380 GET-RUN-DATE-PARA.
002390     EXEC SQL
002400       SELECT CHAR(CURRENT DATE, ISO)
002410         INTO :WS-HD-RUN-DATE
002420         FROM SYSIBM.SYSDUMMY1
002430     END-EXEC.
002440     IF SQLCODE NOT = 0
002450       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002460       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
002470       PERFORM CHECK-SQLCODE-PARA
002480       PERFORM EXIT-PARA
002490     END-IF.

002500******************************************************************
002510* Part 1 - Open Incidents By Age                                 *
002520******************************************************************
002530 REPORT-OPEN-INCIDENTS-PARA.
002540     MOVE SPACES                     TO INCIDENT-RPT-RECORD.
002550     WRITE INCIDENT-RPT-RECORD.
002560     MOVE 'OPEN INCIDENTS BY AGE'    TO WS-SH-TEXT.
002570     WRITE INCIDENT-RPT-RECORD       FROM WS-SECTION-LINE.
002580     WRITE INCIDENT-RPT-RECORD       FROM WS-COL-LINE.

002590     EXEC SQL
002600       OPEN OPEN-INCIDENTS
002610     END-EXEC.
002620     IF SQLCODE NOT = 0
002630       MOVE 'OPEN'                   TO EL-ERROR-ACTION
002640       MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
002650       PERFORM CHECK-SQLCODE-PARA
002660       PERFORM EXIT-PARA
002670     END-IF.
002680     SET WS-MORE-INCIDENTS           TO TRUE.
002690     PERFORM FETCH-OPEN-PARA.
002700     PERFORM LIST-OPEN-INCIDENT-PARA
002710       UNTIL WS-END-OF-INCIDENTS.
002720     EXEC SQL
002730       CLOSE OPEN-INCIDENTS
002740     END-EXEC.

002750     IF WS-OPEN-COUNT = 0
002760       MOVE 'NO OPEN INCIDENTS'      TO WS-NL-TEXT
002770       WRITE INCIDENT-RPT-RECORD     FROM WS-NONE-LINE
002780     END-IF.
002790     MOVE SPACES                     TO INCIDENT-RPT-RECORD.
002800     WRITE INCIDENT-RPT-RECORD.
002810     PERFORM WRITE-BAND-TOTAL-PARA
002820       VARYING WS-BAND FROM 1 BY 1
002830       UNTIL WS-BAND > 4.
002840     MOVE WS-OPEN-COUNT              TO WS-TL-OPEN.
002850     MOVE WS-UNOWNED-COUNT           TO WS-TL-UNOWNED.
002860     WRITE INCIDENT-RPT-RECORD       FROM WS-TOTAL-LINE.

002870 FETCH-OPEN-PARA.
002880     EXEC SQL
002890       FETCH OPEN-INCIDENTS
002900        INTO :INC-INCIDENT-ID, :INC-ERROR-MODULE,
002910             :INC-ERROR-PARA-NAME, :INC-ERROR-SQLCODE,
002920             :INC-ERROR-CICS-RESP, :INC-WORST-SEVERITY,
002930             :INC-OPENED-DTS, :WS-AGE-DAYS,
002940             :INC-OCCURRENCE-COUNT, :INC-REOPEN-COUNT,
002950             :INC-INCIDENT-STATUS,
002960             :INC-OWNER-USR-ID :WS-OWNER-IND,
002970             :INC-TICKET-REF   :WS-TICKET-IND
002980     END-EXEC.
002990     EVALUATE SQLCODE
003000       WHEN 0
003010         CONTINUE
003020       WHEN 100
003030         SET WS-END-OF-INCIDENTS     TO TRUE
003040       WHEN OTHER
003050         MOVE 'FETCH'                TO EL-ERROR-ACTION
003060         MOVE 'INCIDENT'             TO EL-ERROR-DB2-OBJECT
003070         PERFORM CHECK-SQLCODE-PARA
003080         PERFORM EXIT-PARA
003090     END-EVALUATE.

003100 LIST-OPEN-INCIDENT-PARA.
003110     EVALUATE TRUE
003120       WHEN WS-AGE-DAYS > 90
003130         MOVE 1                      TO WS-BAND
003140       WHEN WS-AGE-DAYS > 30
003150         MOVE 2                      TO WS-BAND
003160       WHEN WS-AGE-DAYS > 7
003170         MOVE 3                      TO WS-BAND
003180       WHEN OTHER
003190         MOVE 4                      TO WS-BAND
003200     END-EVALUATE.
003210     IF WS-BAND NOT = WS-LAST-BAND
003220       MOVE WS-BAND-NAME (WS-BAND)   TO WS-BL-NAME
003230       WRITE INCIDENT-RPT-RECORD     FROM WS-BAND-LINE
003240       MOVE WS-BAND                  TO WS-LAST-BAND
003250     END-IF.
003260     ADD 1                           TO WS-BAND-COUNT (WS-BAND)
003270                                        WS-OPEN-COUNT.
003280     PERFORM BUILD-DETAIL-PARA.
003290     IF WS-OWNER-IND < 0
003300       ADD 1                         TO WS-UNOWNED-COUNT
003310     END-IF.
003320     WRITE INCIDENT-RPT-RECORD       FROM WS-DETAIL-LINE.
003330     PERFORM FETCH-OPEN-PARA.

003340 WRITE-BAND-TOTAL-PARA.
003350     MOVE WS-BAND-NAME (WS-BAND)     TO WS-BT-NAME.
003360     MOVE WS-BAND-COUNT (WS-BAND)    TO WS-BT-COUNT.
003370     WRITE INCIDENT-RPT-RECORD       FROM WS-BAND-TOTAL-LINE.

003380*    ONE DETAIL LINE SERVES BOTH PARTS.
003390 BUILD-DETAIL-PARA.
003400     IF WS-OWNER-IND < 0
003410       MOVE SPACES                   TO INC-OWNER-USR-ID
003420     END-IF.
003430     IF WS-TICKET-IND < 0
003440       MOVE SPACES                   TO INC-TICKET-REF
003450     END-IF.
003460     MOVE INC-INCIDENT-ID            TO WS-DT-INCIDENT-ID.
003470     MOVE INC-ERROR-MODULE           TO WS-DT-MODULE.
003480     MOVE INC-ERROR-PARA-NAME        TO WS-DT-PARA-NAME.
003490     MOVE INC-ERROR-SQLCODE          TO WS-DT-SQLCODE.
003500     MOVE INC-ERROR-CICS-RESP        TO WS-DT-CICS-RESP.
003510     MOVE INC-WORST-SEVERITY         TO WS-DT-SEVERITY.
003520     MOVE INC-OPENED-DTS (1:10)      TO WS-DT-OPENED-DATE.
003530     MOVE WS-AGE-DAYS                TO WS-DT-AGE-DAYS.
003540     MOVE INC-OCCURRENCE-COUNT       TO WS-DT-OCCURRENCES.
003550     MOVE INC-REOPEN-COUNT           TO WS-DT-REOPENS.
003560     MOVE INC-INCIDENT-STATUS        TO WS-DT-STATUS.
003570     MOVE INC-OWNER-USR-ID           TO WS-DT-OWNER.
003580     MOVE INC-TICKET-REF             TO WS-DT-TICKET.

003590******************************************************************
003600* Part 2 - Repeat Offenders                                      *
003610******************************************************************
003620 REPORT-REPEAT-OFFENDERS-PARA.
003630     MOVE SPACES                     TO INCIDENT-RPT-RECORD.
003640     WRITE INCIDENT-RPT-RECORD.
003650     MOVE 'REPEAT OFFENDERS - MOST REOPENED, THEN MOST FREQUENT'
003660                                     TO WS-SH-TEXT.
003670     WRITE INCIDENT-RPT-RECORD       FROM WS-SECTION-LINE.
003680     WRITE INCIDENT-RPT-RECORD       FROM WS-COL-LINE.

003690     EXEC SQL
003700       OPEN REPEAT-OFFENDERS
003710     END-EXEC.
003720     IF SQLCODE NOT = 0
003730       MOVE 'OPEN'                   TO EL-ERROR-ACTION
003740       MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
003750       PERFORM CHECK-SQLCODE-PARA
003760       PERFORM EXIT-PARA
003770     END-IF.
003780     SET WS-MORE-INCIDENTS           TO TRUE.
003790     PERFORM FETCH-REPEAT-PARA.
003800     PERFORM LIST-REPEAT-PARA
003810       UNTIL WS-END-OF-INCIDENTS.
003820     EXEC SQL
003830       CLOSE REPEAT-OFFENDERS
003840     END-EXEC.

003850     IF WS-REPEAT-COUNT = 0
003860       MOVE 'NO REPEAT OFFENDERS'    TO WS-NL-TEXT
003870       WRITE INCIDENT-RPT-RECORD     FROM WS-NONE-LINE
003880     END-IF.

003890 FETCH-REPEAT-PARA.
003900     EXEC SQL
003910       FETCH REPEAT-OFFENDERS
003920        INTO :INC-INCIDENT-ID, :INC-ERROR-MODULE,
003930             :INC-ERROR-PARA-NAME, :INC-ERROR-SQLCODE,
003940             :INC-ERROR-CICS-RESP, :INC-WORST-SEVERITY,
003950             :INC-OPENED-DTS, :WS-AGE-DAYS,
003960             :INC-OCCURRENCE-COUNT, :INC-REOPEN-COUNT,
003970             :INC-INCIDENT-STATUS,
003980             :INC-OWNER-USR-ID :WS-OWNER-IND,
003990             :INC-TICKET-REF   :WS-TICKET-IND
004000     END-EXEC.
004010     EVALUATE SQLCODE
004020       WHEN 0
004030         CONTINUE
004040       WHEN 100
004050         SET WS-END-OF-INCIDENTS     TO TRUE
004060       WHEN OTHER
004070         MOVE 'FETCH'                TO EL-ERROR-ACTION
004080         MOVE 'INCIDENT'             TO EL-ERROR-DB2-OBJECT
004090         PERFORM CHECK-SQLCODE-PARA
004100         PERFORM EXIT-PARA
004110     END-EVALUATE.

004120 LIST-REPEAT-PARA.
004130     ADD 1                           TO WS-REPEAT-COUNT.
004140     PERFORM BUILD-DETAIL-PARA.
004150     WRITE INCIDENT-RPT-RECORD       FROM WS-DETAIL-LINE.
004160     PERFORM FETCH-REPEAT-PARA.

004170******************************************************************
004180* Error Logging                                                  *
004190******************************************************************
004200     EXEC SQL
004210       INCLUDE CPERRBAT
004220     END-EXEC.

004230 EXIT-PARA.
004240     MOVE 'F'                        TO JRL-RUN-STATUS.
004250     PERFORM LOG-JOB-END-PARA.
004260     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004270     GOBACK.

004280******************************************************************
004290* Run Registry                                                   *
004300******************************************************************
004310     EXEC SQL
004320       INCLUDE CPJOBLOG
004330     END-EXEC.
