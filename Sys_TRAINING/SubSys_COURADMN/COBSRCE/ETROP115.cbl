000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP115.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  NIGHTLY SEAT-HOLD SWEEP.                                      *
000090*  AN ORGANIZATION CAN HOLD SEATS ON A SESSION BEFORE IT NAMES   *
000100*  THE DELEGATES (DCLSEATH, PLACED AND CONVERTED THROUGH         *
000110*  ETRB032). A HOLD NOBODY FOLLOWS UP WOULD KEEP THE SEATS OUT   *
000120*  OF SALE UNTIL THE SESSION RAN EMPTY, SO THIS JOB:             *
000130*    1. RELEASES EVERY OPEN HOLD PAST ITS EXPIRY DATE ('X') -    *
000140*       THE SEATS STILL UNNAMED GO BACK TO THE SESSION AND THE   *
000150*       ETROP06 WAITLIST OFFER JOB, WHICH RUNS AFTER THIS ONE,   *
000160*       OFFERS THEM TO THE QUEUE THE SAME NIGHT                  *
000170*    2. WARNS THE ORG'S BILLING CONTACT ONCE, WHEN THE EXPIRY    *
000180*       DATE FALLS WITHIN THE NEXT WARN-BUS-DAYS BUSINESS DAYS   *
000190*       (DEFAULT 3, TUNABLE THROUGH SYSTEM_PARAMETER VIA         *
000200*       RCBT004A), THROUGH THE USUAL MERGE-FILE/NOTICE_LOG       *
000210*       MACHINERY. WARNED_DATE ON THE HOLD STOPS A SECOND        *
000220*       WARNING ON A LATER NIGHT.                                *
000230*  A HOLD WITH NO CONTACT ON THE ORG MASTER IS WARNED UNDER ITS  *
000240*  ORG NAME, AS THE ETROP57 DUNNING LETTERS ARE.                 *
000250******************************************************************

000260 ENVIRONMENT DIVISION.

000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. Z900.
000290 OBJECT-COMPUTER. Z900.

000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HOLD-MERGE-FILE  ASSIGN TO HLDMRG
000330            ORGANIZATION  IS LINE SEQUENTIAL.

000340 DATA DIVISION.
000350 FILE SECTION.
000360******************************************************************
000370*  HOLD-MERGE-RECORD FEEDS THE SAME MAIL-MERGE JOB THE OTHER     *
000380*  NOTICE WRITERS USE - THE LETTER TELLS THE ORG HOW MANY HELD   *
000390*  SEATS ARE STILL UNNAMED AND THE DATE THEY GO BACK ON SALE.    *
000400******************************************************************
000410 FD  HOLD-MERGE-FILE
000420     RECORD CONTAINS 200 CHARACTERS.
000430 01  HOLD-MERGE-RECORD.
000440     05 HM-CONTACT                   PIC X(60).
000450     05 FILLER                       PIC X(02) VALUE SPACES.
000460     05 HM-ORG-CODE                  PIC X(08).
000470     05 FILLER                       PIC X(02) VALUE SPACES.
000480     05 HM-ORG-NAME                  PIC X(60).
000490     05 FILLER                       PIC X(02) VALUE SPACES.
000500     05 HM-SESSION-CATG              PIC X(02).
000510     05 FILLER                       PIC X(02) VALUE SPACES.
000520     05 HM-SESSION-ID                PIC Z(08)9.
000530     05 FILLER                       PIC X(02) VALUE SPACES.
000540     05 HM-HOLD-ID                   PIC Z(08)9.
000550     05 FILLER                       PIC X(02) VALUE SPACES.
000560     05 HM-SEATS-UNNAMED             PIC ZZZ9.
000570     05 FILLER                       PIC X(02) VALUE SPACES.
000580     05 HM-EXPIRY-DATE               PIC X(10).
000590     05 FILLER                       PIC X(02) VALUE SPACES.
000600     05 HM-LANG-CD                   PIC X(02).
000610     05 FILLER                       PIC X(20) VALUE SPACES.

000620 WORKING-STORAGE SECTION.

000630 01 WS-BEGIN                          PIC  X(36) VALUE
000640     'ETROP115 WORKING STORAGE STARTS HERE'.

000650******************************************************************
000660*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000670******************************************************************
000680 01 WS-VARIABLES.
000690    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000700       88 WS-NO-ERROR                            VALUE SPACES.
000710       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000720       88 WS-FATAL-ERROR                         VALUE 'F'.
000730    05 WS-RELEASED-COUNT               PIC S9(9) COMP VALUE 0.
000740    05 WS-WARNING-COUNT                PIC S9(9) COMP VALUE 0.
000750    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000760    05 WS-TODAY-DATE                   PIC X(10).
000770    05 WS-FIRST-DATE                   PIC X(10).
000780    05 WS-HORIZON-DATE                 PIC X(10).
000790*    BUSINESS DAYS OF WARNING - COMPILED-IN DEFAULT 3, TUNABLE
000800*    THROUGH SYSTEM_PARAMETER (RCBT004A, PARM WARN-BUS-DAYS).
000810    05 WS-WARN-BUS-DAYS                PIC S9(9) COMP VALUE 3.
000820*    THE WARNING STEPS RUN INSIDE THE FETCH LOOP, WHICH TESTS
000830*    SQLCODE - THEIR OWN FINAL SQLCODE IS SAVED AND PUT BACK.
000840    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.

000850*    ONE HOLD AS THE HOLDS-TO-WARN CURSOR HANDS IT BACK.
000860 01 WS-HOLD.
000870    05 WS-HD-HOLD-ID                   PIC S9(9) USAGE COMP.
000880    05 WS-HD-ORG-CODE                  PIC X(08).
000890    05 WS-HD-ORG-NAME.
000900       49 WS-HD-ORG-NAME-LEN           PIC S9(4) USAGE COMP.
000910       49 WS-HD-ORG-NAME-TEXT          PIC X(120).
000920    05 WS-HD-CONTACT.
000930       49 WS-HD-CONTACT-LEN            PIC S9(4) USAGE COMP.
000940       49 WS-HD-CONTACT-TEXT           PIC X(120).
000950    05 WS-HD-LANG-PREF                 PIC X(02).
000960    05 WS-HD-SESSION-CATG              PIC X(02).
000970    05 WS-HD-SESSION-ID                PIC S9(9) USAGE COMP.
000980    05 WS-HD-SEATS-UNNAMED             PIC S9(9) USAGE COMP.
000990    05 WS-HD-EXPIRY-DATE               PIC X(10).

001000*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
001010*    RUN-PARAMETER READ ROUTINE AT STARTUP.
001020 01 WS-RCBT004A-PARM.
001030    05 WS-SP-PROGRAM-ID                PIC X(08).
001040    05 WS-SP-PARM-NAME                 PIC X(16).
001050    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001060    05 WS-SP-RETURN-CODE               PIC X(1).

001070******************************************************************
001080* Copybook Includes.                                             *
001090******************************************************************
001100     EXEC SQL
001110       INCLUDE CWERRLOG
001120     END-EXEC.

001130*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001140     EXEC SQL
001150       INCLUDE CWJOBLOG
001160     END-EXEC.

001170*    OUTBOUND-NOTICE AUDIT LOG - SEE CWNTCLOG. THE ORG'S CONTACT
001180*    STANDS IN FOR THE EMAIL KEY.
001190     EXEC SQL
001200       INCLUDE CWNTCLOG
001210     END-EXEC.

001220*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
001230     EXEC SQL
001240       INCLUDE CWHDRTRL
001250     END-EXEC.

001260*    BUSINESS-DAY WALK - SEE CWBUSDAY.
001270     EXEC SQL
001280       INCLUDE CWBUSDAY
001290     END-EXEC.

001300******************************************************************
001310*                     DB2 SECTION                                *
001320******************************************************************
001330     EXEC SQL
001340       INCLUDE SQLCA
001350     END-EXEC.

001360*    ORGANIZATION SEAT HOLDS - SEE DCLSEATH.
001370     EXEC SQL
001380       INCLUDE DCLSEATH
001390     END-EXEC.

001400     EXEC SQL
001410       INCLUDE DCLORGMS
001420     END-EXEC.

001430******************************************************************
001440*  EVERY OPEN HOLD WITH SEATS STILL UNNAMED, NOT YET WARNED,     *
001450*  WHOSE EXPIRY DATE FALLS BETWEEN TODAY AND THE HORIZON DATE -  *
001460*  WITH THE ORG'S CONTACT (ORG NAME WHEN NONE IS ON FILE) AND    *
001470*  NOTICE LANGUAGE.                                              *
001480******************************************************************
001490     EXEC SQL DECLARE HOLDS-TO-WARN CURSOR
001500      FOR
001510      SELECT H.HOLD_ID, H.ORG_CODE, O.ORG_NAME,
001520             COALESCE(O.BILLING_CONTACT, O.ORG_NAME),
001530             O.LANG_PREF, H.SESSION_CATG, H.SESSION_ID,
001540             H.SEATS_HELD - H.SEATS_CONVERTED,
001550             CHAR(H.HOLD_EXPIRY_DATE, ISO)
001560        FROM DBODEVP.SEAT_HOLD H,
001570             DBODEVP.ORGANIZATION O
001580       WHERE O.ORG_CODE          = H.ORG_CODE
001590         AND H.HOLD_STATUS       = 'O'
001600         AND H.WARNED_DATE IS NULL
001610         AND H.SEATS_HELD        > H.SEATS_CONVERTED
001620         AND H.HOLD_EXPIRY_DATE >= CURRENT DATE
001630         AND H.HOLD_EXPIRY_DATE <= DATE(:WS-HORIZON-DATE)
001640       ORDER BY H.ORG_CODE, H.HOLD_EXPIRY_DATE, H.HOLD_ID
001650     END-EXEC.

001660 01 WS-END                             PIC X(50) VALUE
001670     'ETROP115-WORKING STORAGE SECTION ENDS HERE'.

001680 PROCEDURE DIVISION.

001690 MAIN-LOGIC-PARA.
001700     MOVE 'ETROP115'                   TO EL-ERROR-MODULE.
001710     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
001720     MOVE 'ETROP115'                   TO JRL-PROGRAM-ID.
001730     PERFORM LOG-JOB-START-PARA.
001740     PERFORM GET-PARAMETERS-PARA.
001750     PERFORM GET-WARN-WINDOW-PARA.
001760*    LAPSED HOLDS GO FIRST - A HOLD EXPIRING TODAY IS WARNED ON
001770*    AN EARLIER NIGHT, NEVER ON THE NIGHT IT IS RELEASED.
001780     PERFORM RELEASE-EXPIRED-HOLDS-PARA.
001790     PERFORM OPEN-MERGE-PARA.
001800     EXEC SQL
001810       OPEN HOLDS-TO-WARN
001820     END-EXEC.
001830     IF SQLCODE NOT = 0
001840       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
001850       MOVE 'HOLDS-TO-WARN'            TO EL-ERROR-DB2-OBJECT
001860       PERFORM CHECK-SQLCODE-PARA
001870       PERFORM EXIT-PARA
001880     END-IF.
001890     PERFORM FETCH-HOLD-PARA
001900       UNTIL SQLCODE = 100.
001910     EXEC SQL
001920       CLOSE HOLDS-TO-WARN
001930     END-EXEC.
001940     IF SQLCODE NOT = 0
001950       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
001960       MOVE 'HOLDS-TO-WARN'            TO EL-ERROR-DB2-OBJECT
001970       PERFORM CHECK-SQLCODE-PARA
001980     END-IF.
001990     PERFORM CLOSE-MERGE-PARA.
002000     DISPLAY 'HOLDS RELEASED       : ' WS-RELEASED-COUNT.
002010     DISPLAY 'EXPIRY WARNINGS SENT : ' WS-WARNING-COUNT.
002020     DISPLAY 'ALREADY-SENT SKIPPED : ' NTL-DUP-COUNT.
002030     MOVE 'C'                        TO JRL-RUN-STATUS.
002040     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002050     MOVE WS-WARNING-COUNT           TO JRL-ROWS-WRITTEN.
002060     MOVE WS-RELEASED-COUNT          TO JRL-ROWS-UPDATED.
002070     MOVE NTL-DUP-COUNT              TO JRL-ROWS-SKIPPED.
002080     PERFORM LOG-JOB-END-PARA.
002090     GOBACK.

002100******************************************************************
002110* Run Parameters                                                 *
002120******************************************************************
002130 GET-PARAMETERS-PARA.
002140     MOVE 'ETROP115'                 TO WS-SP-PROGRAM-ID.
002150     MOVE 'WARN-BUS-DAYS   '         TO WS-SP-PARM-NAME.
002160     MOVE WS-WARN-BUS-DAYS           TO WS-SP-PARM-VALUE.
002170     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002180*    BUS-DURATION IS S9(4) - A VALUE OUTSIDE 1-999 KEEPS THE
002190*    DEFAULT RATHER THAN TRUNCATE.
002200     IF WS-SP-PARM-VALUE > 0 AND WS-SP-PARM-VALUE < 1000
002210       MOVE WS-SP-PARM-VALUE         TO WS-WARN-BUS-DAYS
002220     END-IF.

002230******************************************************************
002240* The Warning Window                                             *
002250******************************************************************
002260*    THE WINDOW CLOSES ON THE WARN-BUS-DAYS-TH BUSINESS DAY AFTER
002270*    TODAY, SO A FRIDAY RUN WITH THE DEFAULT 3 WARNS EVERY HOLD
002280*    EXPIRING BY WEDNESDAY.
002290 GET-WARN-WINDOW-PARA.
002300     EXEC SQL
002310       SELECT CHAR(CURRENT DATE, ISO),
002320              CHAR(CURRENT DATE + 1 DAY, ISO)
002330         INTO :WS-TODAY-DATE,
002340              :WS-FIRST-DATE
002350         FROM SYSIBM.SYSDUMMY1
002360     END-EXEC.
002370     IF SQLCODE NOT = 0
002380       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002390       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
002400       PERFORM CHECK-SQLCODE-PARA
002410       PERFORM EXIT-PARA
002420     END-IF.
002430     MOVE WS-FIRST-DATE              TO BUS-START-DATE.
002440     MOVE WS-WARN-BUS-DAYS           TO BUS-DURATION.
002450     PERFORM COMPUTE-BUSINESS-END-PARA.
002460     IF BUS-FAILED
002470       DISPLAY 'ETROP115 - BUSINESS-DAY WALK FAILED'
002480       PERFORM EXIT-PARA
002490     END-IF.
002500     MOVE BUS-END-DATE               TO WS-HORIZON-DATE.

002510******************************************************************
002520* Expiry Release                                                 *
002530******************************************************************
002540*    ONE SET-BASED FLIP - EVERY OPEN HOLD PAST ITS EXPIRY DATE
002550*    GOES TO 'X' AND RECORDS THE SEATS IT GAVE BACK. THE HOLD
002560*    RUNS THROUGH ITS EXPIRY DATE, AS A WAITLIST OFFER RUNS
002570*    THROUGH ITS DEADLINE. SEATS_RELEASED > 0 IS WHAT PUTS THE
002580*    SESSION IN FRONT OF ETROP06'S OFFER ROUND.
002590 RELEASE-EXPIRED-HOLDS-PARA.
002600     EXEC SQL
002610       UPDATE DBODEVP.SEAT_HOLD
002620          SET HOLD_STATUS    = 'X',
002630              SEATS_RELEASED = SEATS_HELD - SEATS_CONVERTED
002640        WHERE HOLD_STATUS       = 'O'
002650          AND HOLD_EXPIRY_DATE  < CURRENT DATE
002660     END-EXEC.
002670     EVALUATE SQLCODE
002680       WHEN 0
002690         MOVE SQLERRD(3)             TO WS-RELEASED-COUNT
002700       WHEN 100
002710         CONTINUE
002720       WHEN OTHER
002730         MOVE 'UPDATE'               TO EL-ERROR-ACTION
002740         MOVE 'SEAT_HOLD'            TO EL-ERROR-DB2-OBJECT
002750         PERFORM CHECK-SQLCODE-PARA
002760         PERFORM EXIT-PARA
002770     END-EVALUATE.

002780******************************************************************
002790* Expiry Warning                                                 *
002800******************************************************************
002810 FETCH-HOLD-PARA.
002820     EXEC SQL
002830       FETCH HOLDS-TO-WARN
002840        INTO :WS-HD-HOLD-ID,
002850             :WS-HD-ORG-CODE,
002860             :WS-HD-ORG-NAME,
002870             :WS-HD-CONTACT,
002880             :WS-HD-LANG-PREF,
002890             :WS-HD-SESSION-CATG,
002900             :WS-HD-SESSION-ID,
002910             :WS-HD-SEATS-UNNAMED,
002920             :WS-HD-EXPIRY-DATE
002930     END-EXEC.
002940     EVALUATE SQLCODE
002950       WHEN 0
002960         ADD 1                       TO WS-READ-COUNT
002970         PERFORM WARN-ONE-HOLD-PARA
002980       WHEN 100
002990         CONTINUE
003000       WHEN OTHER
003010         MOVE 'FETCH '               TO EL-ERROR-ACTION
003020         MOVE 'HOLDS-TO-WARN'        TO EL-ERROR-DB2-OBJECT
003030         PERFORM CHECK-SQLCODE-PARA
003040         PERFORM EXIT-PARA
003050     END-EVALUATE.

003060*    THE LETTER IS LOGGED IN NOTICE_LOG KEYED ON THE CONTACT AND
003070*    THE SESSION WITH SCOPE 'D', SO A RE-RUN TONIGHT SENDS NOTHING
003080*    TWICE; WARNED_DATE ON THE HOLD IS WHAT STOPS ANY LATER NIGHT.
003090 WARN-ONE-HOLD-PARA.
003100     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
003110     MOVE WS-HD-CONTACT-TEXT         TO NTL-EMAIL-ADDR.
003120     MOVE 'HOLD'                     TO NTL-NOTICE-TYPE.
003130     MOVE WS-HD-SESSION-CATG         TO NTL-SESSION-CATG.
003140     MOVE WS-HD-SESSION-ID           TO NTL-SESSION-ID.
003150     MOVE WS-HD-LANG-PREF            TO NTL-LANG-CD.
003160     SET NTL-SCOPE-TODAY             TO TRUE.
003170     PERFORM CHECK-NOTICE-SENT-PARA.
003180     IF NTL-NOT-SENT
003190       MOVE WS-HD-CONTACT-TEXT       TO HM-CONTACT
003200       MOVE WS-HD-ORG-CODE           TO HM-ORG-CODE
003210       MOVE WS-HD-ORG-NAME-TEXT      TO HM-ORG-NAME
003220       MOVE WS-HD-SESSION-CATG       TO HM-SESSION-CATG
003230       MOVE WS-HD-SESSION-ID         TO HM-SESSION-ID
003240       MOVE WS-HD-HOLD-ID            TO HM-HOLD-ID
003250       MOVE WS-HD-SEATS-UNNAMED      TO HM-SEATS-UNNAMED
003260       MOVE WS-HD-EXPIRY-DATE        TO HM-EXPIRY-DATE
003270       MOVE WS-HD-LANG-PREF          TO HM-LANG-CD
003280       WRITE HOLD-MERGE-RECORD
003290       ADD 1                         TO WS-WARNING-COUNT
003300       PERFORM LOG-NOTICE-PARA
003310     END-IF.
003320     PERFORM MARK-WARNED-PARA.
003330     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

003340 MARK-WARNED-PARA.
003350     MOVE WS-HD-HOLD-ID              TO SHD-HOLD-ID.
003360     EXEC SQL
003370       UPDATE DBODEVP.SEAT_HOLD
003380          SET WARNED_DATE = CURRENT DATE
003390        WHERE HOLD_ID     = :SHD-HOLD-ID
003400     END-EXEC.
003410     IF SQLCODE NOT = 0
003420       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003430       MOVE 'SEAT_HOLD'              TO EL-ERROR-DB2-OBJECT
003440       PERFORM CHECK-SQLCODE-PARA
003450     END-IF.

003460******************************************************************
003470* Hold Merge File                                                *
003480******************************************************************
003490 OPEN-MERGE-PARA.
003500     OPEN OUTPUT HOLD-MERGE-FILE.
003510     MOVE 'ETROP115'                 TO HT-PROGRAM-ID.
003513     MOVE 'HLDMRG'                   TO HT-INTERFACE-NAME.
003516     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
003520     PERFORM BUILD-HEADER-PARA.
003530     MOVE HT-IO-RECORD               TO HOLD-MERGE-RECORD.
003540     WRITE HOLD-MERGE-RECORD.
003550     MOVE SPACES                     TO HOLD-MERGE-RECORD.

003560 CLOSE-MERGE-PARA.
003570     MOVE WS-WARNING-COUNT           TO HT-RECORD-COUNT.
003580     PERFORM BUILD-TRAILER-PARA.
003590     MOVE HT-IO-RECORD               TO HOLD-MERGE-RECORD.
003600     WRITE HOLD-MERGE-RECORD.
003610     CLOSE HOLD-MERGE-FILE.

003620******************************************************************
003630* Business-Day Walk                                              *
003640******************************************************************
003650     EXEC SQL
003660       INCLUDE CPBUSDAY
003670     END-EXEC.

003680******************************************************************
003690* Outbound-Notice Audit Log                                      *
003700******************************************************************
003710     EXEC SQL
003720       INCLUDE CPNTCLOG
003730     END-EXEC.

003740******************************************************************
003750* Interface Header/Trailer                                       *
003760******************************************************************
003770     EXEC SQL
003780       INCLUDE CPHDRTRL
003790     END-EXEC.

003800******************************************************************
003810* Error Logging                                                  *
003820******************************************************************
003830     EXEC SQL
003840       INCLUDE CPERRBAT
003850     END-EXEC.

003860 EXIT-PARA.
003870     MOVE 'F'                        TO JRL-RUN-STATUS.
003880     MOVE WS-WARNING-COUNT           TO JRL-ROWS-WRITTEN.
003890     MOVE WS-RELEASED-COUNT          TO JRL-ROWS-UPDATED.
003900     PERFORM LOG-JOB-END-PARA.
003910     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003920     GOBACK.

003930******************************************************************
003940* Run Registry                                                   *
003950******************************************************************
003960     EXEC SQL
003970       INCLUDE CPJOBLOG
003980     END-EXEC.
