000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP87.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  9/16/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  ROLE-BASED MANDATORY TRAINING COMPLIANCE RUN.                 *
000090*  ROLE_REQUIRED_TRAINING SAYS WHICH COURSE CATEGORIES EACH      *
000100*  EMP999 ROLE (EROLE) MUST HOLD. THIS JOB CHECKS EVERY          *
000110*  EMPLOYEE AGAINST EVERY COURSE THEIR ROLE REQUIRES. A COURSE   *
000120*  IS HELD WHEN THE EMPLOYEE (BY ENO) HAS A 'C' COMPLETION OF    *
000130*  IT - LIVE OR ARCHIVED, AS ETROP63 READS THEM - WHOSE          *
000140*  CERT_EXPIRY_DATE HAS NOT PASSED (NO EXPIRY = HELD FOR GOOD).  *
000150*  EVERY GAP IS ONE OF:                                          *
000160*    NEVER HELD - NO COMPLETION ON RECORD                        *
000170*    EXPIRED    - THE LATEST CERTIFICATION HAS LAPSED            *
000180*  AND, WHERE THE EMPLOYEE IS NOT ALREADY BOOKED ON AN UPCOMING  *
000190*  RUN OF THE COURSE, IS NOMINATED TO THE SOONEST UPCOMING       *
000200*  ACTIVE SESSION OF THE CATEGORY WITH A FREE SEAT. OUTPUTS:     *
000210*    CMPLRPT - THE GAP REPORT BY DEPARTMENT FOR HEALTH & SAFETY  *
000220*    CMPLNOM - THE NOMINATION FILE (CWHDRTRL HEADER/TRAILER):    *
000230*              ONE LINE PER UNBOOKED GAP, WITH THE SESSION       *
000240*              PROPOSED - BLANK WHERE NONE IS SCHEDULED          *
000250*  SEATS ARE AS AT THE RUN; THE NOMINATION IS A PROPOSAL THE     *
000260*  DEPARTMENT BOOKS THROUGH THE NORMAL SIGN-UP PATH.             *
000270******************************************************************

000280 ENVIRONMENT DIVISION.

000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. Z900.
000310 OBJECT-COMPUTER. Z900.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CMPL-RPT-FILE  ASSIGN TO CMPLRPT
000350            ORGANIZATION  IS LINE SEQUENTIAL.
000360     SELECT CMPL-NOM-FILE  ASSIGN TO CMPLNOM
000370            ORGANIZATION  IS LINE SEQUENTIAL.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CMPL-RPT-FILE
000410     RECORD CONTAINS 132 CHARACTERS.
000420 01  CMPL-RPT-RECORD                 PIC X(132).
000430 FD  CMPL-NOM-FILE
000440     RECORD CONTAINS 200 CHARACTERS.
000450******************************************************************
000460*  NOMINATION-RECORD - ONE NON-COMPLIANT EMPLOYEE AND COURSE,    *
000470*  AND THE SESSION PROPOSED FOR THEM.                            *
000480******************************************************************
000490 01  NOMINATION-RECORD.
000500     05 NM-EDEPT                     PIC X(04).
000510     05 FILLER                       PIC X(02) VALUE SPACES.
000520     05 NM-ENO                       PIC X(04).
000530     05 FILLER                       PIC X(02) VALUE SPACES.
000540     05 NM-ENAME                     PIC X(20).
000550     05 FILLER                       PIC X(02) VALUE SPACES.
000560     05 NM-EROLE                     PIC X(02).
000570     05 FILLER                       PIC X(02) VALUE SPACES.
000580     05 NM-SESSION-CATG              PIC X(02).
000590     05 FILLER                       PIC X(02) VALUE SPACES.
000600     05 NM-GAP-CD                    PIC X(01).
000610        88 NM-GAP-NEVER-HELD                   VALUE 'N'.
000620        88 NM-GAP-EXPIRED                      VALUE 'E'.
000630     05 FILLER                       PIC X(02) VALUE SPACES.
000640     05 NM-CERT-EXPIRY-DATE          PIC X(10).
000650     05 FILLER                       PIC X(02) VALUE SPACES.
000660     05 NM-SESSION-ID                PIC Z(08)9.
000670     05 FILLER                       PIC X(02) VALUE SPACES.
000680     05 NM-START-DATE                PIC X(10).
000690     05 FILLER                       PIC X(02) VALUE SPACES.
000700     05 NM-SEATS-LEFT                PIC ZZZ9.
000710     05 FILLER                       PIC X(02) VALUE SPACES.
000720     05 NM-WORK-EMAIL                PIC X(90).
000730     05 FILLER                       PIC X(24) VALUE SPACES.

000740 WORKING-STORAGE SECTION.

000750 01 WS-BEGIN                          PIC  X(36) VALUE
000760     'ETROP87 WORKING STORAGE STARTS HERE'.

000770******************************************************************
000780*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000790******************************************************************
000800 01 WS-VARIABLES.
000810    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000820       88 WS-NO-ERROR                            VALUE SPACES.
000830       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000840       88 WS-FATAL-ERROR                         VALUE 'F'.
000850    05 WS-TODAY-DATE                   PIC X(10).
000860    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000870    05 WS-COMPLIANT-COUNT              PIC S9(9) COMP VALUE 0.
000880    05 WS-GAP-COUNT                    PIC S9(9) COMP VALUE 0.
000890    05 WS-BOOKED-COUNT                 PIC S9(9) COMP VALUE 0.
000900    05 WS-NOMINATED-COUNT              PIC S9(9) COMP VALUE 0.
000910    05 WS-NO-SESSION-COUNT             PIC S9(9) COMP VALUE 0.
000920    05 WS-DEPT-GAP-COUNT               PIC S9(9) COMP VALUE 0.
000930    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000940    05 WS-PREV-EDEPT                   PIC X(04) VALUE SPACES.
000950    05 WS-FIRST-DEPT-SW                PIC X(01) VALUE 'Y'.
000960       88 WS-FIRST-DEPT                          VALUE 'Y'.
000970    05 WS-BEST-EXPIRY                  PIC X(10).
000980    05 WS-BEST-EXPIRY-IND              PIC S9(4) COMP.
000990    05 WS-BOOKED-ROWS                  PIC S9(9) COMP.
001000    05 WS-NOM-SESSION-ID               PIC S9(9) COMP.
001010    05 WS-NOM-START-DATE               PIC X(10).
001020    05 WS-NOM-SEATS-LEFT               PIC S9(9) COMP.
001030    05 WS-NOM-FOUND-SW                 PIC X(01).
001040       88 WS-NOM-FOUND                           VALUE 'Y'.
001050       88 WS-NOM-NOT-FOUND                       VALUE 'N'.
001060*    A COURSE WITH NO EXPIRY IS HELD FOR GOOD ONCE COMPLETED -
001070*    IT IS CARRIED AS THIS HIGH DATE SO ONE COMPARE SERVES BOTH.
001080    05 WS-NO-EXPIRY-DATE               PIC X(10) VALUE
001090       '9999-12-31'.

001100******************************************************************
001110*  FETCH HOLD FIELDS FOR ONE EMPLOYEE AND REQUIRED COURSE        *
001120******************************************************************
001130 01 WS-REQUIREMENT.
001140    05 WS-RQ-EDEPT                     PIC X(04).
001150    05 WS-RQ-ENO                       PIC X(04).
001160    05 WS-RQ-ENAME                     PIC X(20).
001170    05 WS-RQ-EROLE                     PIC X(02).
001180    05 WS-RQ-SESSION-CATG              PIC X(02).
001190    05 WS-RQ-WORK-EMAIL                PIC X(120).

001200******************************************************************
001210*  REPORT LINE LAYOUTS                                           *
001220******************************************************************
001230 01 WS-RPT-LINES.
001240    05 WS-HDG-LINE.
001250       10 FILLER                       PIC X(44) VALUE
001260          'MANDATORY TRAINING COMPLIANCE GAPS AS AT '.
001270       10 WS-HD-DATE                   PIC X(10).
001280       10 FILLER                       PIC X(78) VALUE SPACES.
001290    05 WS-DEPT-LINE.
001300       10 FILLER                       PIC X(13) VALUE
001310          'DEPARTMENT : '.
001320       10 WS-DP-EDEPT                  PIC X(04).
001330       10 FILLER                       PIC X(02) VALUE SPACES.
001340       10 WS-DP-NOTE                   PIC X(30).
001350       10 FILLER                       PIC X(83) VALUE SPACES.
001360    05 WS-COL-LINE.
001370       10 FILLER                       PIC X(44) VALUE
001380          'ENO   NAME                  ROLE  COURSE  GA'.
001390       10 FILLER                       PIC X(44) VALUE
001400          'P         EXPIRED     NOMINATED TO          '.
001410       10 FILLER                       PIC X(44) VALUE SPACES.
001420    05 WS-DET-LINE.
001430       10 WS-DT-ENO                    PIC X(04).
001440       10 FILLER                       PIC X(02) VALUE SPACES.
001450       10 WS-DT-ENAME                  PIC X(20).
001460       10 FILLER                       PIC X(02) VALUE SPACES.
001470       10 WS-DT-EROLE                  PIC X(02).
001480       10 FILLER                       PIC X(04) VALUE SPACES.
001490       10 WS-DT-CATG                   PIC X(02).
001500       10 FILLER                       PIC X(06) VALUE SPACES.
001510       10 WS-DT-GAP                    PIC X(10).
001520       10 FILLER                       PIC X(02) VALUE SPACES.
001530       10 WS-DT-EXPIRY                 PIC X(10).
001540       10 FILLER                       PIC X(02) VALUE SPACES.
001550       10 WS-DT-NOMINATION             PIC X(34).
001560       10 FILLER                       PIC X(32) VALUE SPACES.
001570    05 WS-NOM-TEXT.
001580       10 WS-NT-CATG                   PIC X(02).
001590       10 FILLER                       PIC X(01) VALUE '/'.
001600       10 WS-NT-SESSION-ID             PIC ZZZZZZZZ9.
001610       10 FILLER                       PIC X(02) VALUE SPACES.
001620       10 WS-NT-START-DATE             PIC X(10).
001630       10 FILLER                       PIC X(01) VALUE SPACES.
001640       10 WS-NT-SEATS-LEFT             PIC ZZZ9.
001650       10 FILLER                       PIC X(05) VALUE ' LEFT'.
001660    05 WS-SUB-LINE.
001670       10 FILLER                       PIC X(26) VALUE
001680          '  GAPS IN THIS DEPARTMENT:'.
001690       10 WS-SB-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001700       10 FILLER                       PIC X(95) VALUE SPACES.
001710    05 WS-CNT-LINE.
001720       10 WS-CN-LABEL                  PIC X(30).
001730       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001740       10 FILLER                       PIC X(91) VALUE SPACES.

001750******************************************************************
001760* Copybook Includes.                                             *
001770******************************************************************
001780     EXEC SQL
001790       INCLUDE CWERRLOG
001800     END-EXEC.

001810*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001820     EXEC SQL
001830       INCLUDE CWJOBLOG
001840     END-EXEC.

001850*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
001860     EXEC SQL
001870       INCLUDE CWHDRTRL
001880     END-EXEC.

001890******************************************************************
001900*                     DB2 SECTION                                *
001910******************************************************************
001920     EXEC SQL
001930       INCLUDE SQLCA
001940     END-EXEC.

001950     EXEC SQL
001960       INCLUDE DCLRLREQ
001970     END-EXEC.

001980******************************************************************
001990*  EVERY EMPLOYEE AGAINST EVERY COURSE THEIR ROLE REQUIRES, IN   *
002000*  DEPARTMENT ORDER FOR THE CONTROL BREAK.                       *
002010******************************************************************
002020     EXEC SQL DECLARE ROLE-REQUIREMENTS CURSOR
002030      FOR
002040      SELECT COALESCE(E.EDEPT, ' '), E.ENO,
002050             COALESCE(E.ENAME, ' '), E.EROLE,
002060             Q.SESSION_CATG,
002070             COALESCE(E.WORK_EMAIL, ' ')
002080        FROM VIJILAK.EMP999 E,
002090             DBODEVP.ROLE_REQUIRED_TRAINING Q
002100       WHERE Q.EROLE = E.EROLE
002110       ORDER BY 1, E.ENO, Q.SESSION_CATG
002120     END-EXEC.

002130 01 WS-END                             PIC X(50) VALUE
002140     'ETROP87-WORKING STORAGE SECTION ENDS HERE'.

002150 PROCEDURE DIVISION.

002160 MAIN-LOGIC-PARA.

002170     MOVE 'ETROP87'                    TO EL-ERROR-MODULE.
002180     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002190     MOVE 'ETROP87'                    TO JRL-PROGRAM-ID.
002200     PERFORM LOG-JOB-START-PARA.

002210     PERFORM GET-TODAY-PARA.

002220     OPEN OUTPUT CMPL-RPT-FILE.
002230     MOVE WS-TODAY-DATE              TO WS-HD-DATE.
002240     WRITE CMPL-RPT-RECORD           FROM WS-HDG-LINE.

002250     OPEN OUTPUT CMPL-NOM-FILE.
002260     MOVE 'ETROP87'                  TO HT-PROGRAM-ID.
002263     MOVE 'CMPLNOM'                  TO HT-INTERFACE-NAME.
002266     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
002270     PERFORM BUILD-HEADER-PARA.
002280     MOVE HT-IO-RECORD               TO NOMINATION-RECORD.
002290     WRITE NOMINATION-RECORD.
002300     MOVE SPACES                     TO NOMINATION-RECORD.

002310     EXEC SQL
002320       OPEN ROLE-REQUIREMENTS
002330     END-EXEC.

002340     IF SQLCODE NOT = 0
002350       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
002360       MOVE 'ROLE-REQUIREMENTS'        TO EL-ERROR-DB2-OBJECT
002370       PERFORM CHECK-SQLCODE-PARA
002380       PERFORM EXIT-PARA
002390     END-IF.

002400     PERFORM CHECK-ONE-REQUIREMENT-PARA
002410       UNTIL SQLCODE = 100.

002420     EXEC SQL
002430       CLOSE ROLE-REQUIREMENTS
002440     END-EXEC.

002450     IF SQLCODE NOT = 0
002460       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002470       MOVE 'ROLE-REQUIREMENTS'        TO EL-ERROR-DB2-OBJECT
002480       PERFORM CHECK-SQLCODE-PARA
002490     END-IF.

002500     IF NOT WS-FIRST-DEPT
002510       PERFORM WRITE-DEPT-SUBTOTAL-PARA
002520     END-IF.
002530     PERFORM WRITE-TOTALS-PARA.
002540     CLOSE CMPL-RPT-FILE.

002550     PERFORM BUILD-TRAILER-PARA.
002560     MOVE HT-IO-RECORD               TO NOMINATION-RECORD.
002570     WRITE NOMINATION-RECORD.
002580     CLOSE CMPL-NOM-FILE.

002590     DISPLAY 'REQUIREMENTS CHECKED : ' WS-READ-COUNT.
002600     DISPLAY 'COMPLIANT            : ' WS-COMPLIANT-COUNT.
002610     DISPLAY 'GAPS                 : ' WS-GAP-COUNT.
002620     DISPLAY 'ALREADY BOOKED       : ' WS-BOOKED-COUNT.
002630     DISPLAY 'NOMINATIONS WRITTEN  : ' WS-NOMINATED-COUNT.
002640     MOVE 'C'                        TO JRL-RUN-STATUS.
002650     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002660     MOVE WS-NOMINATED-COUNT         TO JRL-ROWS-WRITTEN.
002670     PERFORM LOG-JOB-END-PARA.
002680     GOBACK.

002690******************************************************************
002700* Today's Date                                                   *
002710******************************************************************
002720 GET-TODAY-PARA.
002730     EXEC SQL
002740       SELECT CHAR(CURRENT DATE, ISO)
002750         INTO :WS-TODAY-DATE
002760         FROM SYSIBM.SYSDUMMY1
002770     END-EXEC.
002780     IF SQLCODE NOT = 0
002790       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002800       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
002810       PERFORM CHECK-SQLCODE-PARA
002820       PERFORM EXIT-PARA
002830     END-IF.

002840******************************************************************
002850* One Employee And Required Course                               *
002860******************************************************************
002870 CHECK-ONE-REQUIREMENT-PARA.
002880     EXEC SQL
002890       FETCH ROLE-REQUIREMENTS
002900        INTO :WS-RQ-EDEPT,
002910             :WS-RQ-ENO,
002920             :WS-RQ-ENAME,
002930             :WS-RQ-EROLE,
002940             :WS-RQ-SESSION-CATG,
002950             :WS-RQ-WORK-EMAIL
002960     END-EXEC.
002970     EVALUATE SQLCODE
002980       WHEN 0
002990         ADD 1                         TO WS-READ-COUNT
003000         MOVE SQLCODE                  TO WS-SAVED-SQLCODE
003010         PERFORM CHECK-DEPT-BREAK-PARA
003020         PERFORM GET-BEST-CERT-PARA
003030         IF WS-BEST-EXPIRY-IND >= 0
003040            AND WS-BEST-EXPIRY NOT < WS-TODAY-DATE
003050           ADD 1                       TO WS-COMPLIANT-COUNT
003060         ELSE
003070           PERFORM REPORT-ONE-GAP-PARA
003080         END-IF
003090         MOVE WS-SAVED-SQLCODE         TO SQLCODE
003100       WHEN 100
003110         CONTINUE
003120       WHEN OTHER
003130         MOVE 'FETCH '                 TO EL-ERROR-ACTION
003140         MOVE 'ROLE-REQUIREMENTS'      TO EL-ERROR-DB2-OBJECT
003150         PERFORM CHECK-SQLCODE-PARA
003160         PERFORM EXIT-PARA
003170     END-EVALUATE.

003180 CHECK-DEPT-BREAK-PARA.
003190     IF WS-RQ-EDEPT NOT = WS-PREV-EDEPT
003200        OR WS-FIRST-DEPT
003210       IF NOT WS-FIRST-DEPT
003220         PERFORM WRITE-DEPT-SUBTOTAL-PARA
003230       END-IF
003240       MOVE 'N'                      TO WS-FIRST-DEPT-SW
003250       MOVE WS-RQ-EDEPT              TO WS-PREV-EDEPT
003260       MOVE 0                        TO WS-DEPT-GAP-COUNT
003270       MOVE SPACES                   TO CMPL-RPT-RECORD
003280       WRITE CMPL-RPT-RECORD
003290       MOVE WS-RQ-EDEPT              TO WS-DP-EDEPT
003300       IF WS-RQ-EDEPT = SPACES
003310         MOVE 'NO DEPARTMENT ON EMP999' TO WS-DP-NOTE
003320       ELSE
003330         MOVE SPACES                 TO WS-DP-NOTE
003340       END-IF
003350       WRITE CMPL-RPT-RECORD         FROM WS-DEPT-LINE
003360       WRITE CMPL-RPT-RECORD         FROM WS-COL-LINE
003370     END-IF.

003380*    THE LATEST CERTIFICATION THE EMPLOYEE HOLDS FOR THE COURSE,
003390*    LIVE OR ARCHIVED. A NULL RESULT MEANS NO COMPLETION AT ALL.
003400 GET-BEST-CERT-PARA.
003410     EXEC SQL
003420       SELECT MAX(T.EXPIRY)
003430         INTO :WS-BEST-EXPIRY :WS-BEST-EXPIRY-IND
003440         FROM (SELECT COALESCE(CHAR(R.CERT_EXPIRY_DATE, ISO),
003450                               :WS-NO-EXPIRY-DATE) AS EXPIRY
003460                 FROM DBODEVP.REGISTRATION R
003470                WHERE R.ENO               = :WS-RQ-ENO
003480                  AND R.SESSION_CATG      = :WS-RQ-SESSION-CATG
003490                  AND R.COMPLETION_STATUS = 'C'
003500               UNION ALL
003510               SELECT COALESCE(CHAR(A.CERT_EXPIRY_DATE, ISO),
003520                               :WS-NO-EXPIRY-DATE) AS EXPIRY
003530                 FROM DBODEVP.REGISTRATION_ARCHIVE A
003540                WHERE A.ENO               = :WS-RQ-ENO
003550                  AND A.SESSION_CATG      = :WS-RQ-SESSION-CATG
003560                  AND A.COMPLETION_STATUS = 'C') AS T
003570     END-EXEC.
003580     IF SQLCODE NOT = 0
003590       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003600       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
003610       PERFORM CHECK-SQLCODE-PARA
003620       PERFORM EXIT-PARA
003630     END-IF.

003640*    A GAP IS REPORTED WHATEVER HAPPENS NEXT; ONLY AN EMPLOYEE NOT
003650*    ALREADY BOOKED ON AN UPCOMING RUN OF THE COURSE IS NOMINATED.
003660 REPORT-ONE-GAP-PARA.
003670     ADD 1                           TO WS-GAP-COUNT.
003680     ADD 1                           TO WS-DEPT-GAP-COUNT.
003690     MOVE WS-RQ-ENO                  TO WS-DT-ENO.
003700     MOVE WS-RQ-ENAME                TO WS-DT-ENAME.
003710     MOVE WS-RQ-EROLE                TO WS-DT-EROLE.
003720     MOVE WS-RQ-SESSION-CATG         TO WS-DT-CATG.
003730     MOVE SPACES                     TO WS-DT-NOMINATION.
003740     MOVE SPACES                     TO NOMINATION-RECORD.
003750     IF WS-BEST-EXPIRY-IND < 0
003760       MOVE 'NEVER HELD'             TO WS-DT-GAP
003770       MOVE SPACES                   TO WS-DT-EXPIRY
003780       SET NM-GAP-NEVER-HELD         TO TRUE
003790     ELSE
003800       MOVE 'EXPIRED'                TO WS-DT-GAP
003810       MOVE WS-BEST-EXPIRY           TO WS-DT-EXPIRY
003820       SET NM-GAP-EXPIRED            TO TRUE
003830     END-IF.
003840     PERFORM CHECK-ALREADY-BOOKED-PARA.
003850     IF WS-BOOKED-ROWS > 0
003860       ADD 1                         TO WS-BOOKED-COUNT
003870       MOVE 'ALREADY BOOKED'         TO WS-DT-NOMINATION
003880     ELSE
003890       PERFORM FIND-NOMINATION-PARA
003900       PERFORM WRITE-NOMINATION-PARA
003910     END-IF.
003920     WRITE CMPL-RPT-RECORD           FROM WS-DET-LINE.

003930*    ANY LIVE SIGN-UP - ACTIVE, AWAITING APPROVAL OR WAITLISTED -
003940*    FOR A RUN OF THE COURSE THAT HAS NOT STARTED YET.
003950 CHECK-ALREADY-BOOKED-PARA.
003960     EXEC SQL
003970       SELECT COUNT(*)
003980         INTO :WS-BOOKED-ROWS
003990         FROM DBODEVP.REGISTRATION R,
004000              DBODEVP.TRAINING_SESSION S
004010        WHERE S.SESSION_CATG       = R.SESSION_CATG
004020          AND S.SESSION_ID         = R.SESSION_ID
004030          AND R.ENO                = :WS-RQ-ENO
004040          AND R.SESSION_CATG       = :WS-RQ-SESSION-CATG
004050          AND R.REG_STATUS         IN ('A', 'P', 'W')
004060          AND S.SESSION_STATUS     = 'A'
004070          AND S.SESSION_START_DATE >= CURRENT DATE
004080     END-EXEC.
004090     IF SQLCODE NOT = 0
004100       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004110       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
004120       PERFORM CHECK-SQLCODE-PARA
004130       PERFORM EXIT-PARA
004140     END-IF.

004150*    THE SOONEST ACTIVE SESSION OF THE CATEGORY STILL TO START
004160*    THAT HAS A SEAT FREE AGAINST ITS CAPACITY.
004170 FIND-NOMINATION-PARA.
004180     SET WS-NOM-FOUND                TO TRUE.
004190     EXEC SQL
004200       SELECT S.SESSION_ID,
004210              CHAR(S.SESSION_START_DATE, ISO),
004220              S.SESSION_CAPACITY -
004230              (SELECT COUNT(*)
004240                 FROM DBODEVP.REGISTRATION R
004250                WHERE R.SESSION_CATG = S.SESSION_CATG
004260                  AND R.SESSION_ID   = S.SESSION_ID
004270                  AND R.REG_STATUS   = 'A')
004280         INTO :WS-NOM-SESSION-ID,
004290              :WS-NOM-START-DATE,
004300              :WS-NOM-SEATS-LEFT
004310         FROM DBODEVP.TRAINING_SESSION S
004320        WHERE S.SESSION_CATG       = :WS-RQ-SESSION-CATG
004330          AND S.SESSION_STATUS     = 'A'
004340          AND S.SESSION_START_DATE > CURRENT DATE
004350          AND S.SESSION_CAPACITY >
004360              (SELECT COUNT(*)
004370                 FROM DBODEVP.REGISTRATION R
004380                WHERE R.SESSION_CATG = S.SESSION_CATG
004390                  AND R.SESSION_ID   = S.SESSION_ID
004400                  AND R.REG_STATUS   = 'A')
004410        ORDER BY S.SESSION_START_DATE, S.SESSION_ID
004420        FETCH FIRST 1 ROW ONLY
004430     END-EXEC.
004440     EVALUATE SQLCODE
004450       WHEN 0
004460         CONTINUE
004470       WHEN 100
004480         SET WS-NOM-NOT-FOUND        TO TRUE
004490       WHEN OTHER
004500         MOVE 'SELECT'               TO EL-ERROR-ACTION
004510         MOVE 'TRAINING_SESSION'     TO EL-ERROR-DB2-OBJECT
004520         PERFORM CHECK-SQLCODE-PARA
004530         PERFORM EXIT-PARA
004540     END-EVALUATE.

004550 WRITE-NOMINATION-PARA.
004560     MOVE WS-RQ-EDEPT                TO NM-EDEPT.
004570     MOVE WS-RQ-ENO                  TO NM-ENO.
004580     MOVE WS-RQ-ENAME                TO NM-ENAME.
004590     MOVE WS-RQ-EROLE                TO NM-EROLE.
004600     MOVE WS-RQ-SESSION-CATG         TO NM-SESSION-CATG.
004610     MOVE WS-DT-EXPIRY               TO NM-CERT-EXPIRY-DATE.
004620     MOVE WS-RQ-WORK-EMAIL (1:90)    TO NM-WORK-EMAIL.
004630     IF WS-NOM-FOUND
004640       ADD 1                         TO WS-NOMINATED-COUNT
004650       MOVE WS-NOM-SESSION-ID        TO NM-SESSION-ID
004660       MOVE WS-NOM-START-DATE        TO NM-START-DATE
004670       MOVE WS-NOM-SEATS-LEFT        TO NM-SEATS-LEFT
004680       MOVE WS-RQ-SESSION-CATG       TO WS-NT-CATG
004690       MOVE WS-NOM-SESSION-ID        TO WS-NT-SESSION-ID
004700       MOVE WS-NOM-START-DATE        TO WS-NT-START-DATE
004710       MOVE WS-NOM-SEATS-LEFT        TO WS-NT-SEATS-LEFT
004720       MOVE WS-NOM-TEXT              TO WS-DT-NOMINATION
004730     ELSE
004740       ADD 1                         TO WS-NO-SESSION-COUNT
004750       MOVE 'NO SESSION SCHEDULED'   TO WS-DT-NOMINATION
004760     END-IF.
004770     WRITE NOMINATION-RECORD.
004780     ADD 1                           TO HT-RECORD-COUNT.

004790 WRITE-DEPT-SUBTOTAL-PARA.
004800     MOVE WS-DEPT-GAP-COUNT          TO WS-SB-COUNT.
004810     WRITE CMPL-RPT-RECORD           FROM WS-SUB-LINE.

004820******************************************************************
004830* End-Of-Run Totals                                              *
004840******************************************************************
004850 WRITE-TOTALS-PARA.
004860     MOVE SPACES                     TO CMPL-RPT-RECORD.
004870     WRITE CMPL-RPT-RECORD.
004880     MOVE 'REQUIREMENTS CHECKED     :' TO WS-CN-LABEL.
004890     MOVE WS-READ-COUNT              TO WS-CN-COUNT.
004900     WRITE CMPL-RPT-RECORD           FROM WS-CNT-LINE.
004910     MOVE 'COMPLIANT                :' TO WS-CN-LABEL.
004920     MOVE WS-COMPLIANT-COUNT         TO WS-CN-COUNT.
004930     WRITE CMPL-RPT-RECORD           FROM WS-CNT-LINE.
004940     MOVE 'GAPS                     :' TO WS-CN-LABEL.
004950     MOVE WS-GAP-COUNT               TO WS-CN-COUNT.
004960     WRITE CMPL-RPT-RECORD           FROM WS-CNT-LINE.
004970     MOVE 'ALREADY BOOKED           :' TO WS-CN-LABEL.
004980     MOVE WS-BOOKED-COUNT            TO WS-CN-COUNT.
004990     WRITE CMPL-RPT-RECORD           FROM WS-CNT-LINE.
005000     MOVE 'NOMINATED TO A SESSION   :' TO WS-CN-LABEL.
005010     MOVE WS-NOMINATED-COUNT         TO WS-CN-COUNT.
005020     WRITE CMPL-RPT-RECORD           FROM WS-CNT-LINE.
005030     MOVE 'NO SESSION SCHEDULED     :' TO WS-CN-LABEL.
005040     MOVE WS-NO-SESSION-COUNT        TO WS-CN-COUNT.
005050     WRITE CMPL-RPT-RECORD           FROM WS-CNT-LINE.

005060******************************************************************
005070* Error Logging                                                  *
005080******************************************************************
005090     EXEC SQL
005100       INCLUDE CPERRBAT
005110     END-EXEC.

005120 EXIT-PARA.
005130     MOVE 'F'                        TO JRL-RUN-STATUS.
005140     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
005150     MOVE WS-NOMINATED-COUNT         TO JRL-ROWS-WRITTEN.
005160     PERFORM LOG-JOB-END-PARA.
005170     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
005180     GOBACK.

005190******************************************************************
005200* Interface Header/Trailer                                       *
005210******************************************************************
005220     EXEC SQL
005230       INCLUDE CPHDRTRL
005240     END-EXEC.

005250******************************************************************
005260* Run Registry                                                   *
005270******************************************************************
005280     EXEC SQL
005290       INCLUDE CPJOBLOG
005300     END-EXEC.
