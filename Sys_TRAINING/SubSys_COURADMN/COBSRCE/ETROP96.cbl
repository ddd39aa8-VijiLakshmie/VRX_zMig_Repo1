000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP96.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  LEARNING-PATH PROGRESS AND PATH CERTIFICATES (NIGHTLY).       *
000090*  FOR EVERY ACTIVE PATH_ENROLMENT THIS JOB RECOMPUTES, FROM THE *
000100*  PERSON'S COMPLETION_STATUS 'C' REGISTRATIONS (LIVE AND        *
000110*  ARCHIVED, EVERY ADDRESS UNDER THE PERSON_ID), HOW MANY OF THE *
000120*  PATH'S MANDATORY AND ELECTIVE STEPS ARE DONE AND WHICH STEP   *
000130*  IS NEXT, AND MOVES LAST_PROGRESS_DATE ON WHEN EITHER COUNT    *
000140*  GOES UP - ETROP97'S STALLED FLAG READS IT.                    *
000150*  AN ENROLMENT WITH EVERY MANDATORY STEP DONE AND AT LEAST      *
000160*  MIN_ELECTIVES ELECTIVES (OR ALL THE PATH HAS, IF FEWER) IS    *
000170*  MARKED COMPLETE AND GETS ONE PATH-COMPLETION CERTIFICATE      *
000180*  RECORD ON PATHCERT - THE ETROP23 CERTIFICATE MOULD: 200-BYTE  *
000190*  MERGE RECORD, HEADER/TRAILER, OPT-OUT CHECK AND A 'PCRT'      *
000200*  NOTICE_LOG ENTRY (SESSION_CATG 'LP', SESSION_ID = PATH_NO).   *
000210*  A PATH WITH NO STEPS IS NEVER COMPLETE.                       *
000220******************************************************************

000230 ENVIRONMENT DIVISION.

000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. Z900.
000260 OBJECT-COMPUTER. Z900.

000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PATH-CERT-FILE  ASSIGN TO PATHCERT
000300            ORGANIZATION  IS LINE SEQUENTIAL.

000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  PATH-CERT-FILE
000340     RECORD CONTAINS 200 CHARACTERS.
000350******************************************************************
000360*  PATH-CERT-RECORD IS THE FLAT LAYOUT THE MAILING SYSTEM        *
000370*  MERGES AGAINST THE PATH-CERTIFICATE TEMPLATE.                 *
000380******************************************************************
000390 01  PATH-CERT-RECORD.
000400     05 PC-FULL-NAME                 PIC X(130).
000410     05 FILLER                       PIC X(02) VALUE SPACES.
000420     05 PC-PATH-CODE                 PIC X(08).
000430     05 FILLER                       PIC X(02) VALUE SPACES.
000440     05 PC-PATH-NAME                 PIC X(40).
000450     05 FILLER                       PIC X(02) VALUE SPACES.
000460     05 PC-COMPLETED-DATE            PIC X(10).
000470     05 FILLER                       PIC X(02) VALUE SPACES.
000480*    TEMPLATE/LANGUAGE CODE THE MAILING SYSTEM SELECTS ON.
000490     05 PC-LANG-CD                   PIC X(02).
000500     05 FILLER                       PIC X(02) VALUE SPACES.

000510 WORKING-STORAGE SECTION.

000520 01 WS-BEGIN                          PIC  X(36) VALUE
000530     'ETROP96 WORKING STORAGE STARTS HERE'.

000540******************************************************************
000550*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000560******************************************************************
000570 01 WS-VARIABLES.
000580    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000590       88 WS-NO-ERROR                            VALUE SPACES.
000600       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000610       88 WS-FATAL-ERROR                         VALUE 'F'.
000620    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000630    05 WS-UPDATED-COUNT                PIC S9(9) COMP VALUE 0.
000640    05 WS-COMPLETED-COUNT              PIC S9(9) COMP VALUE 0.
000650    05 WS-CERT-COUNT                   PIC S9(9) COMP VALUE 0.
000660*    THE LOOP TESTS THE FETCH'S OWN SQLCODE - THE PROGRESS COUNT,
000670*    THE UPDATE AND THE NAME LOOKUP RUN SQL OF THEIR OWN.
000680    05 WS-FETCH-SQLCODE                PIC S9(9) COMP VALUE 0.
000690    05 WS-COMPLETE-SWITCH              PIC X(01).
000700       88 WS-PATH-COMPLETE                       VALUE 'Y'.
000710       88 WS-PATH-OPEN                           VALUE 'N'.
000720    05 WS-ELECT-NEEDED                 PIC S9(4) USAGE COMP.

000730******************************************************************
000740*  FETCH HOLD FIELDS FOR ONE ENROLMENT, AND ITS RECOMPUTED       *
000750*  PROGRESS                                                      *
000760******************************************************************
000770 01 WS-ENROLMENT.
000780    05 WS-EN-PATH-CODE                 PIC X(08).
000790    05 WS-EN-PERSON-ID                 PIC S9(9) USAGE COMP.
000800    05 WS-EN-MAND-DONE                 PIC S9(4) USAGE COMP.
000810    05 WS-EN-ELECT-DONE                PIC S9(4) USAGE COMP.
000820    05 WS-EN-NEXT-STEP-SEQ             PIC S9(4) USAGE COMP.
000830    05 WS-EN-PATH-NAME                 PIC X(60).
000840    05 WS-EN-PATH-NO                   PIC S9(9) USAGE COMP.
000850    05 WS-EN-MIN-ELECTIVES             PIC S9(4) USAGE COMP.
000860    05 WS-EN-LANG-CD                   PIC X(02).
000870 01 WS-PROGRESS.
000880    05 WS-PG-MAND-TOTAL                PIC S9(4) USAGE COMP.
000890    05 WS-PG-MAND-DONE                 PIC S9(4) USAGE COMP.
000900    05 WS-PG-ELECT-TOTAL               PIC S9(4) USAGE COMP.
000910    05 WS-PG-ELECT-DONE                PIC S9(4) USAGE COMP.
000920*    0 = NO STEP LEFT OPEN - STORED AS NULL.
000930    05 WS-PG-NEXT-STEP-SEQ             PIC S9(4) USAGE COMP.
000940    05 WS-PG-COMPLETED-DATE            PIC X(10).

000950******************************************************************
000960* Copybook Includes.                                             *
000970******************************************************************
000980     EXEC SQL
000990       INCLUDE CWERRLOG
001000     END-EXEC.

001010*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001020     EXEC SQL
001030       INCLUDE CWJOBLOG
001040     END-EXEC.

001050*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
001060     EXEC SQL
001070       INCLUDE CWHDRTRL
001080     END-EXEC.

001090*    MAILING OPT-OUT SUPPRESSION FIELDS - SEE CWOPTOUT.
001100     EXEC SQL
001110       INCLUDE CWOPTOUT
001120     END-EXEC.

001130*    OUTBOUND-NOTICE AUDIT LOG - SEE CWNTCLOG.
001140     EXEC SQL
001150       INCLUDE CWNTCLOG
001160     END-EXEC.

001170******************************************************************
001180*                     DB2 SECTION                                *
001190******************************************************************
001200     EXEC SQL
001210       INCLUDE SQLCA
001220     END-EXEC.

001230     EXEC SQL
001240       INCLUDE DCLLPATH
001250     END-EXEC.

001260     EXEC SQL
001270       INCLUDE DCLLPSTP
001280     END-EXEC.

001290     EXEC SQL
001300       INCLUDE DCLLPENR
001310     END-EXEC.

001320     EXEC SQL
001330       INCLUDE DCLRGPER
001340     END-EXEC.

001350******************************************************************
001360*  EVERY ACTIVE ENROLMENT WITH ITS PATH, AND THE LANGUAGE THE    *
001370*  BUYING ORG CORRESPONDS IN ('EN' FOR A PRIVATE ENROLMENT).     *
001380******************************************************************
001390     EXEC SQL DECLARE ACTIVE-ENROLMENTS CURSOR
001400      FOR
001410      SELECT E.PATH_CODE, E.PERSON_ID, E.MAND_DONE, E.ELECT_DONE,
001420             COALESCE(E.NEXT_STEP_SEQ, 0),
001430             P.PATH_NAME, P.PATH_NO, P.MIN_ELECTIVES,
001440             COALESCE(O.LANG_PREF, 'EN')
001450        FROM DBODEVP.PATH_ENROLMENT E
001460        JOIN DBODEVP.LEARNING_PATH P
001470          ON P.PATH_CODE = E.PATH_CODE
001480        LEFT OUTER JOIN DBODEVP.ORGANIZATION O
001490          ON O.ORG_CODE = E.ORG_CODE
001500       WHERE E.ENROL_STATUS = 'A'
001510       ORDER BY E.PATH_CODE, E.PERSON_ID
001520     END-EXEC.

001530 01 WS-END                             PIC X(50) VALUE
001540     'ETROP96-WORKING STORAGE SECTION ENDS HERE'.

001550 PROCEDURE DIVISION.

001560 MAIN-LOGIC-PARA.

001570     MOVE 'ETROP96'                    TO EL-ERROR-MODULE.
001580     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001590     MOVE 'ETROP96'                    TO JRL-PROGRAM-ID.
001600     PERFORM LOG-JOB-START-PARA.

001610     OPEN OUTPUT PATH-CERT-FILE.
001620     MOVE 'ETROP96'                  TO HT-PROGRAM-ID.
001623     MOVE 'PATHCERT'                 TO HT-INTERFACE-NAME.
001626     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
001630     PERFORM BUILD-HEADER-PARA.
001640     MOVE HT-IO-RECORD               TO PATH-CERT-RECORD.
001650     WRITE PATH-CERT-RECORD.
001660     MOVE SPACES                     TO PATH-CERT-RECORD.

001670     EXEC SQL
001680       OPEN ACTIVE-ENROLMENTS
001690     END-EXEC.

001700     EVALUATE SQLCODE
001710       WHEN 0
001720         CONTINUE
001730       WHEN 100
001740         PERFORM EXIT-PARA
001750       WHEN OTHER
001760         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
001770         MOVE 'ACTIVE-ENROLMENTS'      TO EL-ERROR-DB2-OBJECT
001780         PERFORM CHECK-SQLCODE-PARA
001790         PERFORM EXIT-PARA
001800     END-EVALUATE.

001810     PERFORM TAKE-ONE-ENROLMENT-PARA
001820       UNTIL WS-FETCH-SQLCODE = 100.

001830     EXEC SQL
001840       CLOSE ACTIVE-ENROLMENTS
001850     END-EXEC.

001860     IF SQLCODE NOT = 0
001870       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
001880       MOVE 'ACTIVE-ENROLMENTS'        TO EL-ERROR-DB2-OBJECT
001890       PERFORM CHECK-SQLCODE-PARA
001900     END-IF.

001910     MOVE WS-CERT-COUNT              TO HT-RECORD-COUNT.
001920     PERFORM BUILD-TRAILER-PARA.
001930     MOVE HT-IO-RECORD               TO PATH-CERT-RECORD.
001940     WRITE PATH-CERT-RECORD.
001950     CLOSE PATH-CERT-FILE.

001960     DISPLAY 'ACTIVE ENROLMENTS READ : ' WS-READ-COUNT.
001970     DISPLAY 'ENROLMENTS UPDATED     : ' WS-UPDATED-COUNT.
001980     DISPLAY 'PATHS COMPLETED        : ' WS-COMPLETED-COUNT.
001990     DISPLAY 'CERTIFICATES WRITTEN   : ' WS-CERT-COUNT.
002000     DISPLAY 'SUPPRESSED BY OPT-OUT  : ' OPT-SUPPRESSED-COUNT.
002010     DISPLAY 'ALREADY-SENT SKIPPED   : ' NTL-DUP-COUNT.
002020     MOVE 'C'                        TO JRL-RUN-STATUS.
002030     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002040     MOVE WS-CERT-COUNT              TO JRL-ROWS-WRITTEN.
002050     MOVE WS-UPDATED-COUNT           TO JRL-ROWS-UPDATED.
002060     MOVE OPT-SUPPRESSED-COUNT       TO JRL-ROWS-SKIPPED.
002070     PERFORM LOG-JOB-END-PARA.
002080     GOBACK.

002090******************************************************************
002100* One Active Enrolment                                           *
002110******************************************************************
002120 TAKE-ONE-ENROLMENT-PARA.
002130     EXEC SQL
002140       FETCH ACTIVE-ENROLMENTS
002150        INTO :WS-EN-PATH-CODE,
002160             :WS-EN-PERSON-ID,
002170             :WS-EN-MAND-DONE,
002180             :WS-EN-ELECT-DONE,
002190             :WS-EN-NEXT-STEP-SEQ,
002200             :WS-EN-PATH-NAME,
002210             :WS-EN-PATH-NO,
002220             :WS-EN-MIN-ELECTIVES,
002230             :WS-EN-LANG-CD
002240     END-EXEC.
002250     MOVE SQLCODE                    TO WS-FETCH-SQLCODE.
002260     EVALUATE WS-FETCH-SQLCODE
002270       WHEN 0
002280         ADD 1                       TO WS-READ-COUNT
002290         PERFORM COUNT-PROGRESS-PARA
002300         PERFORM TEST-COMPLETE-PARA
002310         IF WS-PATH-COMPLETE
002320           PERFORM COMPLETE-ENROLMENT-PARA
002330         ELSE
002340           IF WS-PG-MAND-DONE     NOT = WS-EN-MAND-DONE
002350              OR WS-PG-ELECT-DONE NOT = WS-EN-ELECT-DONE
002360              OR WS-PG-NEXT-STEP-SEQ NOT = WS-EN-NEXT-STEP-SEQ
002370             PERFORM UPDATE-PROGRESS-PARA
002380           END-IF
002390         END-IF
002400       WHEN 100
002410         CONTINUE
002420       WHEN OTHER
002430         MOVE 'FETCH '               TO EL-ERROR-ACTION
002440         MOVE 'ACTIVE-ENROLMENTS'    TO EL-ERROR-DB2-OBJECT
002450         PERFORM CHECK-SQLCODE-PARA
002460         PERFORM EXIT-PARA
002470     END-EVALUATE.

002480*    A STEP IS DONE WHEN ANY REGISTRATION OF THE PERSON IN ITS
002490*    CATEGORY, LIVE OR ARCHIVED, IS COMPLETION_STATUS 'C'. THE
002500*    NEXT STEP IS THE LOWEST MANDATORY ONE STILL OPEN, THEN THE
002510*    LOWEST ELECTIVE ONE.
002520 COUNT-PROGRESS-PARA.
002530     MOVE 0                          TO WS-PG-MAND-TOTAL
002540                                        WS-PG-MAND-DONE
002550                                        WS-PG-ELECT-TOTAL
002560                                        WS-PG-ELECT-DONE
002570                                        WS-PG-NEXT-STEP-SEQ.
002580     EXEC SQL
002590       SELECT COALESCE(SUM(CASE WHEN S.STEP_TYPE = 'M'
002600                                THEN 1 ELSE 0 END), 0),
002610              COALESCE(SUM(CASE WHEN S.STEP_TYPE = 'M'
002620                                 AND D.SESSION_CATG IS NOT NULL
002630                                THEN 1 ELSE 0 END), 0),
002640              COALESCE(SUM(CASE WHEN S.STEP_TYPE = 'E'
002650                                THEN 1 ELSE 0 END), 0),
002660              COALESCE(SUM(CASE WHEN S.STEP_TYPE = 'E'
002670                                 AND D.SESSION_CATG IS NOT NULL
002680                                THEN 1 ELSE 0 END), 0),
002690              COALESCE(MIN(CASE WHEN S.STEP_TYPE = 'M'
002700                                 AND D.SESSION_CATG IS NULL
002710                                THEN S.STEP_SEQ END),
002720                       MIN(CASE WHEN S.STEP_TYPE = 'E'
002730                                 AND D.SESSION_CATG IS NULL
002740                                THEN S.STEP_SEQ END), 0)
002750         INTO :WS-PG-MAND-TOTAL, :WS-PG-MAND-DONE,
002760              :WS-PG-ELECT-TOTAL, :WS-PG-ELECT-DONE,
002770              :WS-PG-NEXT-STEP-SEQ
002780         FROM DBODEVP.LEARNING_PATH_STEP S
002790         LEFT OUTER JOIN
002800              ( SELECT R.SESSION_CATG
002810                  FROM DBODEVP.REGISTRATION R
002820                 WHERE R.PERSON_ID         = :WS-EN-PERSON-ID
002830                   AND R.COMPLETION_STATUS = 'C'
002840                UNION
002850                SELECT A.SESSION_CATG
002860                  FROM DBODEVP.REGISTRATION_ARCHIVE A
002870                 WHERE A.PERSON_ID         = :WS-EN-PERSON-ID
002880                   AND A.COMPLETION_STATUS = 'C' ) D
002890           ON D.SESSION_CATG = S.SESSION_CATG
002900        WHERE S.PATH_CODE = :WS-EN-PATH-CODE
002910     END-EXEC.
002920     IF SQLCODE NOT = 0
002930       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002940       MOVE 'LEARNING_PATH_STEP'     TO EL-ERROR-DB2-OBJECT
002950       PERFORM CHECK-SQLCODE-PARA
002960       MOVE WS-EN-MAND-DONE          TO WS-PG-MAND-DONE
002970       MOVE WS-EN-ELECT-DONE         TO WS-PG-ELECT-DONE
002980       MOVE WS-EN-NEXT-STEP-SEQ      TO WS-PG-NEXT-STEP-SEQ
002990     END-IF.

003000*    A PATH THAT OFFERS FEWER ELECTIVES THAN MIN_ELECTIVES NEEDS
003010*    ALL IT OFFERS.
003020 TEST-COMPLETE-PARA.
003030     SET WS-PATH-OPEN                TO TRUE.
003040     MOVE WS-EN-MIN-ELECTIVES        TO WS-ELECT-NEEDED.
003050     IF WS-ELECT-NEEDED > WS-PG-ELECT-TOTAL
003060       MOVE WS-PG-ELECT-TOTAL        TO WS-ELECT-NEEDED
003070     END-IF.
003080     IF WS-PG-MAND-TOTAL + WS-PG-ELECT-TOTAL > 0
003090        AND WS-PG-MAND-DONE  = WS-PG-MAND-TOTAL
003100        AND WS-PG-ELECT-DONE NOT < WS-ELECT-NEEDED
003110       SET WS-PATH-COMPLETE          TO TRUE
003120     END-IF.

003130 UPDATE-PROGRESS-PARA.
003140     MOVE WS-EN-PATH-CODE            TO LPE-PATH-CODE.
003150     MOVE WS-EN-PERSON-ID            TO LPE-PERSON-ID.
003160     MOVE WS-PG-MAND-DONE            TO LPE-MAND-DONE.
003170     MOVE WS-PG-ELECT-DONE           TO LPE-ELECT-DONE.
003180     MOVE WS-PG-NEXT-STEP-SEQ        TO LPE-NEXT-STEP-SEQ.
003190     EXEC SQL
003200       UPDATE DBODEVP.PATH_ENROLMENT
003210          SET LAST_PROGRESS_DATE =
003220                CASE WHEN :LPE-MAND-DONE + :LPE-ELECT-DONE
003230                          > MAND_DONE + ELECT_DONE
003240                     THEN CURRENT DATE
003250                     ELSE LAST_PROGRESS_DATE END,
003260              MAND_DONE          = :LPE-MAND-DONE,
003270              ELECT_DONE         = :LPE-ELECT-DONE,
003280              NEXT_STEP_SEQ      = NULLIF(:LPE-NEXT-STEP-SEQ, 0),
003290              USR_ID             = 'BATCH   ',
003300              DTS                = CURRENT TIMESTAMP
003310        WHERE PATH_CODE          = :LPE-PATH-CODE
003320          AND PERSON_ID          = :LPE-PERSON-ID
003330     END-EXEC.
003340     IF SQLCODE NOT = 0
003350       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003360       MOVE 'PATH_ENROLMENT'         TO EL-ERROR-DB2-OBJECT
003370       PERFORM CHECK-SQLCODE-PARA
003380     ELSE
003390       ADD 1                         TO WS-UPDATED-COUNT
003400     END-IF.

003410*    THE ROW IS CLOSED BEFORE THE CERTIFICATE IS WRITTEN - IF THE
003420*    UPDATE FAILS THE ENROLMENT STAYS ACTIVE AND TOMORROW'S RUN
003430*    TRIES AGAIN; THE 'PCRT' LOG ENTRY STOPS A SECOND CERTIFICATE.
003440 COMPLETE-ENROLMENT-PARA.
003450     MOVE WS-EN-PATH-CODE            TO LPE-PATH-CODE.
003460     MOVE WS-EN-PERSON-ID            TO LPE-PERSON-ID.
003470     MOVE WS-PG-MAND-DONE            TO LPE-MAND-DONE.
003480     MOVE WS-PG-ELECT-DONE           TO LPE-ELECT-DONE.
003490     EXEC SQL
003500       UPDATE DBODEVP.PATH_ENROLMENT
003510          SET ENROL_STATUS       = 'C',
003520              LAST_PROGRESS_DATE = CURRENT DATE,
003530              MAND_DONE          = :LPE-MAND-DONE,
003540              ELECT_DONE         = :LPE-ELECT-DONE,
003550              NEXT_STEP_SEQ      = NULL,
003560              COMPLETED_DATE     = CURRENT DATE,
003570              USR_ID             = 'BATCH   ',
003580              DTS                = CURRENT TIMESTAMP
003590        WHERE PATH_CODE          = :LPE-PATH-CODE
003600          AND PERSON_ID          = :LPE-PERSON-ID
003610          AND ENROL_STATUS       = 'A'
003620     END-EXEC.
003630     IF SQLCODE NOT = 0
003640       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003650       MOVE 'PATH_ENROLMENT'         TO EL-ERROR-DB2-OBJECT
003660       PERFORM CHECK-SQLCODE-PARA
003670     ELSE
003680       ADD 1                         TO WS-UPDATED-COUNT
003690       ADD 1                         TO WS-COMPLETED-COUNT
003700       PERFORM WRITE-CERTIFICATE-PARA
003710     END-IF.

003720******************************************************************
003730* Path-Completion Certificate                                    *
003740******************************************************************
003750*    THE CERTIFICATE GOES TO THE PERSON'S MOST RECENTLY KNOWN
003760*    ADDRESS. A PERSON WITH NO REGISTRANT ROW LEFT (ERASED) IS
003770*    COMPLETED BUT NOT MAILED.
003780 WRITE-CERTIFICATE-PARA.
003790     MOVE WS-EN-PERSON-ID            TO RGP-PERSON-ID.
003800     EXEC SQL
003810       SELECT EMAIL_ADDR, FULL_NAME, CHAR(CURRENT DATE, ISO)
003820         INTO :RGP-EMAIL-ADDR, :RGP-FULL-NAME,
003830              :WS-PG-COMPLETED-DATE
003840         FROM DBODEVP.REGISTRANT
003850        WHERE PERSON_ID = :RGP-PERSON-ID
003860        ORDER BY DTS DESC
003870        FETCH FIRST 1 ROW ONLY
003880     END-EXEC.
003890     EVALUATE SQLCODE
003900       WHEN 0
003910         PERFORM MAIL-CERTIFICATE-PARA
003920       WHEN 100
003930         CONTINUE
003940       WHEN OTHER
003950         MOVE 'SELECT'               TO EL-ERROR-ACTION
003960         MOVE 'REGISTRANT'           TO EL-ERROR-DB2-OBJECT
003970         PERFORM CHECK-SQLCODE-PARA
003980     END-EVALUATE.

003990 MAIL-CERTIFICATE-PARA.
004000     MOVE RGP-EMAIL-ADDR-TEXT        TO OPT-EMAIL-ADDR.
004010     PERFORM CHECK-OPTOUT-PARA.
004020     IF OPT-NOT-SUPPRESSED
004030       MOVE RGP-EMAIL-ADDR-TEXT      TO NTL-EMAIL-ADDR
004040       MOVE 'PCRT'                   TO NTL-NOTICE-TYPE
004050       MOVE 'LP'                     TO NTL-SESSION-CATG
004060       MOVE WS-EN-PATH-NO            TO NTL-SESSION-ID
004070       SET NTL-SCOPE-EVER            TO TRUE
004080       PERFORM CHECK-NOTICE-SENT-PARA
004090     END-IF.
004100     IF OPT-NOT-SUPPRESSED AND NTL-NOT-SENT
004110       MOVE RGP-FULL-NAME-TEXT       TO PC-FULL-NAME
004120       MOVE WS-EN-PATH-CODE          TO PC-PATH-CODE
004130       MOVE WS-EN-PATH-NAME          TO PC-PATH-NAME
004140       MOVE WS-PG-COMPLETED-DATE     TO PC-COMPLETED-DATE
004150       MOVE WS-EN-LANG-CD            TO PC-LANG-CD
004160       MOVE WS-EN-LANG-CD            TO NTL-LANG-CD
004170       WRITE PATH-CERT-RECORD
004180       ADD 1                         TO WS-CERT-COUNT
004190       PERFORM LOG-NOTICE-PARA
004200     END-IF.

004210******************************************************************
004220* Error Logging                                                  *
004230******************************************************************
004240     EXEC SQL
004250       INCLUDE CPERRBAT
004260     END-EXEC.

004270*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
004280*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
004290*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
004300*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
004310*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
004320 EXIT-PARA.
004330     MOVE 'F'                        TO JRL-RUN-STATUS.
004340     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
004350     MOVE WS-CERT-COUNT              TO JRL-ROWS-WRITTEN.
004360     MOVE WS-UPDATED-COUNT           TO JRL-ROWS-UPDATED.
004370     PERFORM LOG-JOB-END-PARA.
004380     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004390     GOBACK.

004400******************************************************************
004410* Opt-Out Suppression Check                                      *
004420******************************************************************
004430     EXEC SQL
004440       INCLUDE CPOPTOUT
004450     END-EXEC.

004460******************************************************************
004470* Outbound-Notice Audit Log                                      *
004480******************************************************************
004490     EXEC SQL
004500       INCLUDE CPNTCLOG
004510     END-EXEC.

004520******************************************************************
004530* Interface Header/Trailer                                       *
004540******************************************************************
004550     EXEC SQL
004560       INCLUDE CPHDRTRL
004570     END-EXEC.

004580******************************************************************
004590* Run Registry                                                   *
004600******************************************************************
004610     EXEC SQL
004620       INCLUDE CPJOBLOG
004630     END-EXEC.
