000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP95.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  "NOW AVAILABLE" NOTICES FOR REGISTERED INTEREST (NIGHTLY).    *
000090*  ETRM018 RECORDS PEOPLE WHO ASKED FOR A COURSE WE WERE NOT     *
000100*  RUNNING ON DBODEVP.COURSE_INTEREST. WHICHEVER WAY A SESSION   *
000110*  IS SET UP - ETRB005, THE ETRM009 SCREEN OR AN ETROP43         *
000120*  TEMPLATE RUN - THIS JOB FINDS EVERY OPEN INTEREST WHOSE       *
000130*  CATEGORY HAS SINCE GAINED AN OPEN, NOT-YET-STARTED SESSION:   *
000140*    - CREATED (TRAINING_SESSION.DTS) AFTER THE INTEREST WAS     *
000150*      CAPTURED, SO A SESSION THE CALLER ALREADY TURNED DOWN IS  *
000160*      NOT NEWS                                                  *
000170*    - OF THE MODE ASKED FOR (A HYBRID SESSION SUITS ANY MODE;   *
000180*      NO MODE GIVEN SUITS ANY SESSION)                          *
000190*    - PREFERRING ONE STARTING IN THE PREFERRED MONTH, THEN THE  *
000200*      EARLIEST                                                  *
000210*  AND WRITES ONE INTRMRG MERGE RECORD PER PERSON OFFERED THAT   *
000220*  SESSION - OPT-OUT CHECKED THROUGH CWOPTOUT AND LOGGED IN      *
000230*  NOTICE_LOG AS 'INAV' LIKE EVERY OTHER MERGE FILE. THE         *
000240*  INTEREST THEN CLOSES AS NOTIFIED ('N') WITH THE SESSION       *
000250*  OFFERED, SUPPRESSED OR NOT, SO NOBODY IS OFFERED TWICE.       *
000260******************************************************************

000270 ENVIRONMENT DIVISION.

000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. Z900.
000300 OBJECT-COMPUTER. Z900.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT INTEREST-MRG-FILE ASSIGN TO INTRMRG
000340            ORGANIZATION  IS LINE SEQUENTIAL.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  INTEREST-MRG-FILE
000380     RECORD CONTAINS 200 CHARACTERS.
000390******************************************************************
000400*  THE "NOW AVAILABLE" NOTICE THE MAILING SYSTEM MERGES.         *
000410******************************************************************
000420 01  INTEREST-MRG-RECORD.
000430     05 IM-EMAIL-ADDR                PIC X(120).
000440     05 FILLER                       PIC X(02) VALUE SPACES.
000450     05 IM-FULL-NAME                 PIC X(30).
000460     05 FILLER                       PIC X(02) VALUE SPACES.
000470     05 IM-SESSION-CATG              PIC X(02).
000480     05 FILLER                       PIC X(02) VALUE SPACES.
000490     05 IM-SESSION-ID                PIC Z(08)9.
000500     05 FILLER                       PIC X(02) VALUE SPACES.
000510     05 IM-START-DATE                PIC X(10).
000520     05 FILLER                       PIC X(02) VALUE SPACES.
000530     05 IM-DELIVERY-MODE             PIC X(01).
000540     05 FILLER                       PIC X(02) VALUE SPACES.
000550     05 IM-PREF-MONTH                PIC X(07).
000560     05 FILLER                       PIC X(02) VALUE SPACES.
000570     05 IM-LANG-CD                   PIC X(02).
000580     05 FILLER                       PIC X(03) VALUE SPACES.

000590 WORKING-STORAGE SECTION.

000600 01 WS-BEGIN                          PIC  X(36) VALUE
000610     'ETROP95 WORKING STORAGE STARTS HERE'.

000620******************************************************************
000630*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000640******************************************************************
000650 01 WS-VARIABLES.
000660    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000670       88 WS-NO-ERROR                            VALUE SPACES.
000680       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000690       88 WS-FATAL-ERROR                         VALUE 'F'.
000700    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000710    05 WS-NOTICE-COUNT                 PIC S9(9) COMP VALUE 0.
000720    05 WS-CLOSED-COUNT                 PIC S9(9) COMP VALUE 0.
000730*    THE LOOP TESTS THE FETCH'S OWN SQLCODE - THE SESSION LOOKUP
000740*    AND THE INTEREST UPDATE RUN SQL OF THEIR OWN IN BETWEEN.
000750    05 WS-FETCH-SQLCODE                PIC S9(9) COMP VALUE 0.
000760    05 WS-SESSION-SWITCH               PIC X(01).
000770       88 WS-SESSION-FOUND                       VALUE 'Y'.
000780       88 WS-NO-SESSION                          VALUE 'N'.

000790******************************************************************
000800*  FETCH HOLD FIELDS FOR ONE OPEN INTEREST AND THE SESSION       *
000810*  OFFERED FOR IT                                                *
000820******************************************************************
000830 01 WS-INTEREST.
000840    05 WS-IN-PERSON-ID                 PIC S9(9) USAGE COMP.
000850    05 WS-IN-SESSION-CATG              PIC X(02).
000860    05 WS-IN-EMAIL-ADDR                PIC X(120).
000870    05 WS-IN-FULL-NAME                 PIC X(130).
000880    05 WS-IN-PREF-MONTH                PIC X(07).
000890    05 WS-IN-DELIVERY-MODE             PIC X(01).
000900    05 WS-IN-CAPTURE-DTS               PIC X(26).
000910    05 WS-IN-LANG-CD                   PIC X(02).
000920 01 WS-OFFER.
000930    05 WS-OF-SESSION-ID                PIC S9(9) USAGE COMP.
000940    05 WS-OF-START-DATE                PIC X(10).
000950    05 WS-OF-DELIVERY-MODE             PIC X(01).

000960******************************************************************
000970* Copybook Includes.                                             *
000980******************************************************************
000990     EXEC SQL
001000       INCLUDE CWERRLOG
001010     END-EXEC.

001020*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001030     EXEC SQL
001040       INCLUDE CWJOBLOG
001050     END-EXEC.

001060*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
001070     EXEC SQL
001080       INCLUDE CWHDRTRL
001090     END-EXEC.

001100*    MAILING OPT-OUT SUPPRESSION FIELDS - SEE CWOPTOUT.
001110     EXEC SQL
001120       INCLUDE CWOPTOUT
001130     END-EXEC.

001140*    OUTBOUND-NOTICE AUDIT LOG - SEE CWNTCLOG.
001150     EXEC SQL
001160       INCLUDE CWNTCLOG
001170     END-EXEC.

001180******************************************************************
001190*                     DB2 SECTION                                *
001200******************************************************************
001210     EXEC SQL
001220       INCLUDE SQLCA
001230     END-EXEC.

001240     EXEC SQL
001250       INCLUDE DCLCRINT
001260     END-EXEC.

001270     EXEC SQL
001280       INCLUDE DCLSESSN
001290     END-EXEC.

001300******************************************************************
001310*  EVERY OPEN INTEREST, WITH THE LANGUAGE ITS ORG CORRESPONDS IN *
001320*  (ENGLISH WHEN NO ORG WAS GIVEN).                              *
001330******************************************************************
001340     EXEC SQL DECLARE OPEN-INTERESTS CURSOR
001350      FOR
001360      SELECT I.PERSON_ID, I.SESSION_CATG, I.EMAIL_ADDR,
001370             I.FULL_NAME, COALESCE(I.PREF_MONTH, ' '),
001380             COALESCE(I.DELIVERY_MODE, ' '), CHAR(I.CAPTURE_DTS),
001390             COALESCE(O.LANG_PREF, 'EN')
001400        FROM DBODEVP.COURSE_INTEREST I
001410        LEFT OUTER JOIN DBODEVP.ORGANIZATION O
001420          ON O.ORG_CODE = I.ORG_CODE
001430       WHERE I.INTEREST_STATUS = 'O'
001440       ORDER BY I.SESSION_CATG, I.PERSON_ID
001450     END-EXEC.

001460 01 WS-END                             PIC X(50) VALUE
001470     'ETROP95-WORKING STORAGE SECTION ENDS HERE'.

001480 PROCEDURE DIVISION.

001490 MAIN-LOGIC-PARA.

001500     MOVE 'ETROP95'                    TO EL-ERROR-MODULE.
001510     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001520     MOVE 'ETROP95'                    TO JRL-PROGRAM-ID.
001530     PERFORM LOG-JOB-START-PARA.

001540     OPEN OUTPUT INTEREST-MRG-FILE.
001550     MOVE 'ETROP95'                  TO HT-PROGRAM-ID.
001553     MOVE 'INTRMRG'                  TO HT-INTERFACE-NAME.
001556     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
001560     PERFORM BUILD-HEADER-PARA.
001570     MOVE HT-IO-RECORD               TO INTEREST-MRG-RECORD.
001580     WRITE INTEREST-MRG-RECORD.
001590     MOVE SPACES                     TO INTEREST-MRG-RECORD.

001600     EXEC SQL
001610       OPEN OPEN-INTERESTS
001620     END-EXEC.

001630     EVALUATE SQLCODE
001640       WHEN 0
001650         CONTINUE
001660       WHEN 100
001670         PERFORM EXIT-PARA
001680       WHEN OTHER
001690         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
001700         MOVE 'OPEN-INTERESTS'         TO EL-ERROR-DB2-OBJECT
001710         PERFORM CHECK-SQLCODE-PARA
001720         PERFORM EXIT-PARA
001730     END-EVALUATE.

001740     PERFORM TAKE-ONE-INTEREST-PARA
001750       UNTIL WS-FETCH-SQLCODE = 100.

001760     EXEC SQL
001770       CLOSE OPEN-INTERESTS
001780     END-EXEC.

001790     IF SQLCODE NOT = 0
001800       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
001810       MOVE 'OPEN-INTERESTS'           TO EL-ERROR-DB2-OBJECT
001820       PERFORM CHECK-SQLCODE-PARA
001830     END-IF.

001840     PERFORM BUILD-TRAILER-PARA.
001850     MOVE HT-IO-RECORD               TO INTEREST-MRG-RECORD.
001860     WRITE INTEREST-MRG-RECORD.
001870     CLOSE INTEREST-MRG-FILE.

001880     DISPLAY 'OPEN INTERESTS READ  : ' WS-READ-COUNT.
001890     DISPLAY 'NOTICES WRITTEN      : ' WS-NOTICE-COUNT.
001900     DISPLAY 'INTERESTS NOTIFIED   : ' WS-CLOSED-COUNT.
001910     DISPLAY 'OPT-OUT SUPPRESSED   : ' OPT-SUPPRESSED-COUNT.
001920     MOVE 'C'                        TO JRL-RUN-STATUS.
001930     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
001940     MOVE WS-NOTICE-COUNT            TO JRL-ROWS-WRITTEN.
001950     MOVE WS-CLOSED-COUNT            TO JRL-ROWS-UPDATED.
001960     MOVE OPT-SUPPRESSED-COUNT       TO JRL-ROWS-SKIPPED.
001970     PERFORM LOG-JOB-END-PARA.
001980     GOBACK.

001990******************************************************************
002000* One Open Interest                                              *
002010******************************************************************
002020 TAKE-ONE-INTEREST-PARA.
002030     EXEC SQL
002040       FETCH OPEN-INTERESTS
002050        INTO :WS-IN-PERSON-ID,
002060             :WS-IN-SESSION-CATG,
002070             :WS-IN-EMAIL-ADDR,
002080             :WS-IN-FULL-NAME,
002090             :WS-IN-PREF-MONTH,
002100             :WS-IN-DELIVERY-MODE,
002110             :WS-IN-CAPTURE-DTS,
002120             :WS-IN-LANG-CD
002130     END-EXEC.
002140     MOVE SQLCODE                    TO WS-FETCH-SQLCODE.
002150     EVALUATE WS-FETCH-SQLCODE
002160       WHEN 0
002170         ADD 1                       TO WS-READ-COUNT
002180         PERFORM FIND-OFFER-PARA
002190         IF WS-SESSION-FOUND
002200           PERFORM SEND-NOTICE-PARA
002210           PERFORM CLOSE-INTEREST-PARA
002220         END-IF
002230       WHEN 100
002240         CONTINUE
002250       WHEN OTHER
002260         MOVE 'FETCH '               TO EL-ERROR-ACTION
002270         MOVE 'OPEN-INTERESTS'       TO EL-ERROR-DB2-OBJECT
002280         PERFORM CHECK-SQLCODE-PARA
002290         PERFORM EXIT-PARA
002300     END-EVALUATE.

002310*    THE SESSION TO OFFER - SEE THE BANNER FOR THE RULES. A BLANK
002320*    PREFERRED MONTH MATCHES NO START MONTH, SO THE EARLIEST WINS.
002330 FIND-OFFER-PARA.
002340     SET WS-NO-SESSION               TO TRUE.
002350     EXEC SQL
002360       SELECT S.SESSION_ID, CHAR(S.SESSION_START_DATE, ISO),
002370              S.DELIVERY_MODE
002380         INTO :WS-OF-SESSION-ID, :WS-OF-START-DATE,
002390              :WS-OF-DELIVERY-MODE
002400         FROM DBODEVP.TRAINING_SESSION S
002410        WHERE S.SESSION_CATG       = :WS-IN-SESSION-CATG
002420          AND S.SESSION_STATUS     = 'A'
002430          AND S.SESSION_START_DATE > CURRENT DATE
002431          AND S.SESSION_TYPE      <> 'C'
002440          AND S.DTS                > TIMESTAMP(:WS-IN-CAPTURE-DTS)
002450          AND (:WS-IN-DELIVERY-MODE = ' '
002460               OR S.DELIVERY_MODE  = :WS-IN-DELIVERY-MODE
002470               OR S.DELIVERY_MODE  = 'H')
002480        ORDER BY CASE WHEN SUBSTR(CHAR(S.SESSION_START_DATE, ISO),
002490                                  1, 7) = :WS-IN-PREF-MONTH
002500                      THEN 0 ELSE 1 END,
002510                 S.SESSION_START_DATE, S.SESSION_ID
002520        FETCH FIRST 1 ROW ONLY
002530     END-EXEC.
002540     EVALUATE SQLCODE
002550       WHEN 0
002560         SET WS-SESSION-FOUND        TO TRUE
002570       WHEN 100
002580         CONTINUE
002590       WHEN OTHER
002600         MOVE 'SELECT'               TO EL-ERROR-ACTION
002610         MOVE 'TRAINING_SESSION'     TO EL-ERROR-DB2-OBJECT
002620         PERFORM CHECK-SQLCODE-PARA
002630     END-EVALUATE.

002640*    ONE 'INAV' NOTICE EVER PER ADDRESS AND SESSION OFFERED - A
002650*    RERUN AFTER A FAILED UPDATE MAILS NOBODY TWICE.
002660 SEND-NOTICE-PARA.
002670     MOVE WS-IN-EMAIL-ADDR           TO NTL-EMAIL-ADDR.
002680     MOVE 'INAV'                     TO NTL-NOTICE-TYPE.
002690     MOVE WS-IN-SESSION-CATG         TO NTL-SESSION-CATG.
002700     MOVE WS-OF-SESSION-ID           TO NTL-SESSION-ID.
002710     SET NTL-SCOPE-EVER              TO TRUE.
002720     PERFORM CHECK-NOTICE-SENT-PARA.
002730     IF NTL-NOT-SENT
002740       MOVE WS-IN-EMAIL-ADDR         TO OPT-EMAIL-ADDR
002750       PERFORM CHECK-OPTOUT-PARA
002760       IF OPT-NOT-SUPPRESSED
002770         MOVE WS-IN-EMAIL-ADDR       TO IM-EMAIL-ADDR
002780         MOVE WS-IN-FULL-NAME (1:30) TO IM-FULL-NAME
002790         MOVE WS-IN-SESSION-CATG     TO IM-SESSION-CATG
002800         MOVE WS-OF-SESSION-ID       TO IM-SESSION-ID
002810         MOVE WS-OF-START-DATE       TO IM-START-DATE
002820         MOVE WS-OF-DELIVERY-MODE    TO IM-DELIVERY-MODE
002830         MOVE WS-IN-PREF-MONTH       TO IM-PREF-MONTH
002840         MOVE WS-IN-LANG-CD          TO IM-LANG-CD
002850         MOVE WS-IN-LANG-CD          TO NTL-LANG-CD
002860         WRITE INTEREST-MRG-RECORD
002870         ADD 1                       TO WS-NOTICE-COUNT
002880         ADD 1                       TO HT-RECORD-COUNT
002890         PERFORM LOG-NOTICE-PARA
002900       END-IF
002910     END-IF.

002920 CLOSE-INTEREST-PARA.
002930     MOVE WS-IN-PERSON-ID            TO CRI-PERSON-ID.
002940     MOVE WS-IN-SESSION-CATG         TO CRI-SESSION-CATG.
002950     MOVE WS-OF-SESSION-ID           TO CRI-NOTIFIED-SESSION-ID.
002960     EXEC SQL
002970       UPDATE DBODEVP.COURSE_INTEREST
002980          SET INTEREST_STATUS     = 'N',
002990              NOTIFIED_SESSION_ID = :CRI-NOTIFIED-SESSION-ID,
003000              NOTIFIED_DATE       = CURRENT DATE,
003010              USR_ID              = 'BATCH   ',
003020              DTS                 = CURRENT TIMESTAMP
003030        WHERE PERSON_ID           = :CRI-PERSON-ID
003040          AND SESSION_CATG        = :CRI-SESSION-CATG
003050          AND INTEREST_STATUS     = 'O'
003060     END-EXEC.
003070     IF SQLCODE NOT = 0
003080       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003090       MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
003100       PERFORM CHECK-SQLCODE-PARA
003110     ELSE
003120       ADD 1                         TO WS-CLOSED-COUNT
003130     END-IF.

003140******************************************************************
003150* Error Logging                                                  *
003160******************************************************************
003170     EXEC SQL
003180       INCLUDE CPERRBAT
003190     END-EXEC.

003200*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
003210*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
003220*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
003230*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
003240*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
003250 EXIT-PARA.
003260     MOVE 'F'                        TO JRL-RUN-STATUS.
003270     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
003280     MOVE WS-NOTICE-COUNT            TO JRL-ROWS-WRITTEN.
003290     MOVE WS-CLOSED-COUNT            TO JRL-ROWS-UPDATED.
003300     PERFORM LOG-JOB-END-PARA.
003310     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003320     GOBACK.

003330******************************************************************
003340* Opt-Out Suppression Check                                      *
003350******************************************************************
003360     EXEC SQL
003370       INCLUDE CPOPTOUT
003380     END-EXEC.

003390******************************************************************
003400* Outbound-Notice Audit Log                                      *
003410******************************************************************
003420     EXEC SQL
003430       INCLUDE CPNTCLOG
003440     END-EXEC.

003450******************************************************************
003460* Interface Header/Trailer                                       *
003470******************************************************************
003480     EXEC SQL
003490       INCLUDE CPHDRTRL
003500     END-EXEC.

003510******************************************************************
003520* Run Registry                                                   *
003530******************************************************************
003540     EXEC SQL
003550       INCLUDE CPJOBLOG
003560     END-EXEC.
