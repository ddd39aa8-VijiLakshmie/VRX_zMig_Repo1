000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP132.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  DIRECT-DEBIT COLLECTION FILE.                                 *
000090*  PAYMENT-PLAN INSTALMENTS (DCLPAYPL) WERE ONLY EVER CHASED -   *
000100*  ETROP54 WORKLISTS THEM ONCE THEY ARE MISSED. WHERE THE PAYER  *
000110*  HAS SIGNED A DIRECT-DEBIT MANDATE (DCLDDMND, KEPT THROUGH     *
000120*  ETRB036) THIS DAILY JOB COLLECTS THEM INSTEAD, IN TWO STEPS:  *
000130*    1. SUBMISSION - EVERY NOTICED COLLECTION (DCLDDCOL, 'N')    *
000140*       WHOSE COLLECTION DATE FALLS WITHIN THE BANK'S LEAD TIME  *
000150*       (COLLECT-BUS-DAYS BUSINESS DAYS, DEFAULT 2) IS CHECKED   *
000160*       ONCE MORE - MANDATE STILL ACTIVE, REGISTRATION STILL     *
000170*       ACTIVE, MONEY STILL OWING - THEN POSTED THROUGH ETRB010  *
000180*       AS METHOD 'DD' AND WRITTEN TO THE BANK COLLECTION FILE   *
000190*       (DDCOLL) WITH THE CWHDRTRL HEADER AND TRAILER. ONE THAT  *
000200*       FAILS A CHECK IS DROPPED ('X') WITH THE REASON, NEVER    *
000210*       COLLECTED; ONE WHERE PART HAS BEEN PAID MEANWHILE IS     *
000220*       COLLECTED AT THE LOWER FIGURE                            *
000230*    2. ADVANCE NOTICE - EVERY INSTALMENT OF AN ACTIVE           *
000240*       REGISTRATION FALLING DUE BY THE NOTICE HORIZON           *
000250*       (NOTICE-BUS-DAYS BUSINESS DAYS, DEFAULT 10), NOT YET     *
000260*       NOTICED, WHOSE PAYER HAS AN ACTIVE MANDATE, GETS ITS     *
000270*       COLLECTION ROW AND AN ADVANCE-NOTICE MERGE RECORD        *
000280*       (DDNTCMRG) NAMING THE AMOUNT AND THE DATE IT WILL BE     *
000290*       TAKEN - THE DUE DATE, OR THE HORIZON WHEN THE DUE DATE   *
000300*       IS TOO CLOSE TO GIVE THE FULL NOTICE                     *
000310*  SUBMISSION RUNS FIRST SO NOTHING NOTICED TONIGHT CAN GO TO    *
000320*  THE BANK TONIGHT, WHATEVER THE TWO PARAMETERS ARE SET TO.     *
000330*  AN INSTALMENT ALREADY PAST DUE IS NOT COLLECTED - IT STAYS    *
000340*  WITH ETROP54 AND THE DUNNING RUN. UNPAID COLLECTIONS COME     *
000350*  BACK THROUGH ETROP133. EVERYTHING NOTICED, SUBMITTED OR       *
000360*  DROPPED IS LISTED ON THE DDCOLRPT REPORT.                     *
000370******************************************************************

000380 ENVIRONMENT DIVISION.

000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. Z900.
000410 OBJECT-COMPUTER. Z900.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT COLLECT-FILE     ASSIGN TO DDCOLL
000450            ORGANIZATION  IS LINE SEQUENTIAL.
000460     SELECT NOTICE-MERGE-FILE ASSIGN TO DDNTCMRG
000470            ORGANIZATION  IS LINE SEQUENTIAL.
000480     SELECT COLLECT-RPT-FILE ASSIGN TO DDCOLRPT
000490            ORGANIZATION  IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520*    ONE DEBIT PER COLLECTION. THE AMOUNT IS ZONED WITH TWO
000530*    IMPLIED DECIMALS AT OFFSET 17 LENGTH 11 - THE ETROP47
000540*    VERIPARM CARD FOR THIS FILE IS '0017 11'.
000550 FD  COLLECT-FILE
000560     RECORD CONTAINS 100 CHARACTERS.
000570 01  COLLECT-RECORD.
000580     05 DD-SORT-CODE                 PIC X(06).
000590     05 DD-ACCOUNT-NO                PIC X(08).
000600     05 DD-TRAN-CODE                 PIC X(02).
000610     05 DD-AMOUNT                    PIC 9(09)V99.
000620     05 DD-ACCOUNT-NAME              PIC X(18).
000630     05 DD-MANDATE-REF               PIC X(18).
000640     05 DD-COLLECT-DATE              PIC X(10).
000650     05 DD-COLLECT-REF               PIC X(12).
000660     05 FILLER                       PIC X(15).
000670******************************************************************
000680*  NOTICE-MERGE-RECORD FEEDS THE SAME MAIL-MERGE JOB THE OTHER   *
000690*  NOTICE WRITERS USE - THE ADVANCE NOTICE THE SCHEME REQUIRES,  *
000700*  TELLING THE PAYER WHAT WILL BE TAKEN, WHEN, AND UNDER WHICH   *
000710*  MANDATE. THE CONTACT IS THE REGISTRANT ON THEIR OWN MANDATE,  *
000720*  THE ORG'S BILLING CONTACT (ORG NAME WHEN NONE) ON THE ORG'S.  *
000730******************************************************************
000740 FD  NOTICE-MERGE-FILE
000750     RECORD CONTAINS 200 CHARACTERS.
000760 01  NOTICE-MERGE-RECORD.
000770     05 DN-CONTACT                   PIC X(60).
000780     05 FILLER                       PIC X(02) VALUE SPACES.
000790     05 DN-ORG-CODE                  PIC X(08).
000800     05 FILLER                       PIC X(02) VALUE SPACES.
000810     05 DN-SESSION-CATG              PIC X(02).
000820     05 FILLER                       PIC X(02) VALUE SPACES.
000830     05 DN-SESSION-ID                PIC Z(08)9.
000840     05 FILLER                       PIC X(02) VALUE SPACES.
000850     05 DN-DELEGATE-NAME             PIC X(50).
000860     05 FILLER                       PIC X(02) VALUE SPACES.
000870     05 DN-MANDATE-REF               PIC X(18).
000880     05 FILLER                       PIC X(02) VALUE SPACES.
000890     05 DN-COLLECT-REF               PIC X(12).
000900     05 FILLER                       PIC X(02) VALUE SPACES.
000910     05 DN-AMOUNT                    PIC Z(06)9.99.
000920     05 FILLER                       PIC X(02) VALUE SPACES.
000930     05 DN-COLLECT-DATE              PIC X(10).
000940     05 FILLER                       PIC X(02) VALUE SPACES.
000950     05 DN-LANG-CD                   PIC X(02).
000960     05 FILLER                       PIC X(01) VALUE SPACES.
000970 FD  COLLECT-RPT-FILE
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  COLLECT-RPT-RECORD              PIC X(132).

001000 WORKING-STORAGE SECTION.

001010 01 WS-BEGIN                          PIC  X(36) VALUE
001020     'ETROP132 WORKING STORAGE STARTS HERE'.

001030******************************************************************
001040*  APPLICATION-SPECIFIC WORKING STORAGE                          *
001050******************************************************************
001060 01 WS-VARIABLES.
001070    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
001080       88 WS-NO-ERROR                            VALUE SPACES.
001090       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
001100       88 WS-FATAL-ERROR                         VALUE 'F'.
001110    05 WS-SUBMIT-READ-COUNT            PIC S9(9) COMP VALUE 0.
001120    05 WS-SUBMITTED-COUNT              PIC S9(9) COMP VALUE 0.
001130    05 WS-REDUCED-COUNT                PIC S9(9) COMP VALUE 0.
001140    05 WS-DROPPED-COUNT                PIC S9(9) COMP VALUE 0.
001150    05 WS-EXCEPTION-COUNT              PIC S9(9) COMP VALUE 0.
001160    05 WS-NOTICE-READ-COUNT            PIC S9(9) COMP VALUE 0.
001170    05 WS-NOTICE-COUNT                 PIC S9(9) COMP VALUE 0.
001180    05 WS-NO-MANDATE-COUNT             PIC S9(9) COMP VALUE 0.
001190    05 WS-NOTHING-OWED-COUNT           PIC S9(9) COMP VALUE 0.
001200    05 WS-SUBMITTED-TOTAL              PIC S9(9)V99 COMP-3
001210                                       VALUE 0.
001220    05 WS-NOTICED-TOTAL                PIC S9(9)V99 COMP-3
001230                                       VALUE 0.
001240    05 WS-TODAY-DATE                   PIC X(10).
001250    05 WS-FIRST-DATE                   PIC X(10).
001260    05 WS-NOTICE-DATE                  PIC X(10).
001270    05 WS-SUBMIT-DATE                  PIC X(10).
001280    05 WS-NEXT-COLLECTION-NO           PIC S9(9) USAGE COMP.
001290*    EACH FILE HAS ITS OWN TRANSMISSION_LOG GENERATION - HELD
001300*    HERE BETWEEN ITS HEADER AND ITS TRAILER.
001310    05 WS-MERGE-GENERATION             PIC S9(9) COMP VALUE 0.
001320    05 WS-COLLECT-GENERATION           PIC S9(9) COMP VALUE 0.
001330*    BUSINESS DAYS OF ADVANCE NOTICE AND OF BANK LEAD TIME -
001340*    COMPILED-IN DEFAULTS 10 AND 2, TUNABLE THROUGH
001350*    SYSTEM_PARAMETER (RCBT004A, PARMS NOTICE-BUS-DAYS AND
001360*    COLLECT-BUS-DAYS).
001370    05 WS-NOTICE-BUS-DAYS              PIC S9(9) COMP VALUE 10.
001380    05 WS-COLLECT-BUS-DAYS             PIC S9(9) COMP VALUE 2.
001390*    THE BANK AND LEDGER REFERENCE IS 'DDC' AND THE COLLECTION
001400*    NUMBER.
001410    05 WS-COLLECT-REF.
001420       10 FILLER                       PIC X(03) VALUE 'DDC'.
001430       10 WS-COLLECT-REF-NO            PIC 9(09).
001440*    WHAT IS STILL OWED ON THE INSTALMENT - THE SCHEDULE THROUGH
001450*    IT LESS EVERYTHING PAID, AS ETROP54 MEASURES IT. NEGATIVE
001460*    WHEN THE REGISTRATION IS PAID AHEAD.
001470    05 WS-SHORTFALL                    PIC S9(7)V99 COMP-3.
001480    05 WS-REG-STATUS                   PIC X(01).
001490    05 WS-PRIOR-COUNT                  PIC S9(9) USAGE COMP.
001500    05 WS-DROP-REASON                  PIC X(04).
001510    05 WS-REDUCED-SW                   PIC X(01).
001520       88 WS-AMOUNT-REDUCED                      VALUE 'Y'.
001530    05 WS-MANDATE-SW                   PIC X(01).
001540       88 WS-MANDATE-FOUND                       VALUE 'Y'.
001550       88 WS-MANDATE-NOT-FOUND                   VALUE 'N'.
001560*    THE PER-ROW STEPS RUN INSIDE THE FETCH LOOPS, WHICH TEST
001570*    SQLCODE - THEIR OWN FINAL SQLCODE IS SAVED AND PUT BACK.
001580    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.

001590*    ONE INSTALMENT AS THE INSTALMENTS-TO-NOTICE CURSOR HANDS IT
001600*    BACK, WITH THE CONTACT AND LANGUAGE THE NOTICE GOES OUT
001610*    UNDER ONCE THE PAYER'S MANDATE IS FOUND.
001620 01 WS-INSTALMENT.
001630    05 WS-IN-SESSION-CATG              PIC X(02).
001640    05 WS-IN-SESSION-ID                PIC S9(9) USAGE COMP.
001650    05 WS-IN-EMAIL-ADDR.
001660       49 WS-IN-EMAIL-ADDR-LEN         PIC S9(4) USAGE COMP.
001670       49 WS-IN-EMAIL-ADDR-TEXT        PIC X(120).
001680    05 WS-IN-INSTALMENT-SEQ            PIC S9(4) USAGE COMP.
001690    05 WS-IN-DUE-DATE                  PIC X(10).
001700    05 WS-IN-DUE-AMOUNT                PIC S9(7)V99 COMP-3.
001710    05 WS-IN-SHORTFALL                 PIC S9(7)V99 COMP-3.
001720    05 WS-IN-ORG-CODE                  PIC X(08).
001730    05 WS-IN-FULL-NAME.
001740       49 WS-IN-FULL-NAME-LEN          PIC S9(4) USAGE COMP.
001750       49 WS-IN-FULL-NAME-TEXT         PIC X(130).
001760    05 WS-IN-LANG-PREF                 PIC X(02).
001770    05 WS-IN-CONTACT.
001780       49 WS-IN-CONTACT-LEN            PIC S9(4) USAGE COMP.
001790       49 WS-IN-CONTACT-TEXT           PIC X(120).
001800    05 WS-IN-NOTICE-LANG               PIC X(02).

001810*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
001820*    RUN-PARAMETER READ ROUTINE AT STARTUP.
001830 01 WS-RCBT004A-PARM.
001840    05 WS-SP-PROGRAM-ID                PIC X(08).
001850    05 WS-SP-PARM-NAME                 PIC X(16).
001860    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001870    05 WS-SP-RETURN-CODE               PIC X(1).

001880*    ETRB010-PARM IS THE PARM PASSED TO THE SHARED PAYMENT
001890*    POSTING SERVICE FOR EACH COLLECTION SUBMITTED.
001900 01 WS-ETRB010-PARM.
001910    05 WS-PP-SESSION-CATG              PIC X(2).
001920    05 WS-PP-SESSION-ID                PIC S9(9) USAGE COMP.
001930    05 WS-PP-EMAIL-ADDR                PIC X(120).
001940    05 WS-PP-PAYMENT-DATE              PIC X(10).
001950    05 WS-PP-PAYMENT-AMOUNT            PIC S9(7)V99 COMP-3.
001960    05 WS-PP-PAYMENT-METHOD            PIC X(2).
001970    05 WS-PP-PAYMENT-REF               PIC X(30).
001980    05 WS-PP-RETURN-CODE               PIC X(1).
001990       88 WS-PP-POST-OK                          VALUE '0'.
002000       88 WS-PP-POST-NOT-FOUND                   VALUE 'N'.
002010       88 WS-PP-POST-BAD-DATE                    VALUE 'D'.
002020       88 WS-PP-POST-FAILED                      VALUE '9'.
002030    05 WS-PP-AUTH-USR-ID               PIC X(8).
002040*    BLANK MEANS THE BASE CURRENCY (GBP) - MANDATES ARE ON
002050*    STERLING ACCOUNTS.
002060    05 WS-PP-PAYMENT-CURRENCY          PIC X(3) VALUE SPACES.

002070******************************************************************
002080*  COLLECTION REPORT LINES                                       *
002090******************************************************************
002100 01 WS-RPT-LINES.
002110    05 WS-HDG-LINE.
002120       10 FILLER                       PIC X(44) VALUE
002130          'DIRECT-DEBIT NOTICES AND COLLECTIONS'.
002140       10 FILLER                       PIC X(88) VALUE SPACES.
002150    05 WS-COL-LINE.
002160       10 FILLER                       PIC X(44) VALUE
002170          'RESULT           REGISTRATION  EMAIL        '.
002180       10 FILLER                       PIC X(45) VALUE
002190          '                          AMOUNT  COLLECT REF'.
002200       10 FILLER                       PIC X(43) VALUE
002210          '   MANDATE REF         COLLECT ON'.
002220    05 WS-DTL-LINE.
002230       10 WS-DT-RESULT                 PIC X(16).
002240       10 FILLER                       PIC X(01) VALUE SPACES.
002250       10 WS-DT-CATG                   PIC X(02).
002260       10 FILLER                       PIC X(01) VALUE '/'.
002270       10 WS-DT-SESSION-ID             PIC Z(8)9.
002280       10 FILLER                       PIC X(02) VALUE SPACES.
002290       10 WS-DT-EMAIL                  PIC X(32).
002300       10 FILLER                       PIC X(01) VALUE SPACES.
002310       10 WS-DT-AMOUNT                 PIC X(12).
002320       10 FILLER                       PIC X(02) VALUE SPACES.
002330       10 WS-DT-COLLECT-REF            PIC X(12).
002340       10 FILLER                       PIC X(02) VALUE SPACES.
002350       10 WS-DT-MANDATE-REF            PIC X(18).
002360       10 FILLER                       PIC X(02) VALUE SPACES.
002370       10 WS-DT-COLLECT-DATE           PIC X(10).
002380       10 FILLER                       PIC X(10) VALUE SPACES.
002390    05 WS-CNT-LINE.
002400       10 WS-CN-LABEL                  PIC X(30).
002410       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002420       10 FILLER                       PIC X(91) VALUE SPACES.
002430    05 WS-AMT-LINE.
002440       10 WS-AM-LABEL                  PIC X(30).
002450       10 WS-AM-AMOUNT                 PIC X(12).
002460       10 FILLER                       PIC X(90) VALUE SPACES.

002470******************************************************************
002480* Copybook Includes.                                             *
002490******************************************************************
002500     EXEC SQL
002510       INCLUDE CWERRLOG
002520     END-EXEC.

002530*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002540     EXEC SQL
002550       INCLUDE CWJOBLOG
002560     END-EXEC.

002570*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
002580     EXEC SQL
002590       INCLUDE CWAMTEDT
002600     END-EXEC.

002610*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL. THE
002620*    COUNT AND HASH ON THE TRAILER ARE THE BANK FILE'S; THE
002630*    MERGE FILE'S TRAILER CARRIES ITS OWN COUNT.
002640     EXEC SQL
002650       INCLUDE CWHDRTRL
002660     END-EXEC.

002670*    OUTBOUND-NOTICE AUDIT LOG - SEE CWNTCLOG.
002680     EXEC SQL
002690       INCLUDE CWNTCLOG
002700     END-EXEC.

002710*    BUSINESS-DAY WALK - SEE CWBUSDAY.
002720     EXEC SQL
002730       INCLUDE CWBUSDAY
002740     END-EXEC.

002750******************************************************************
002760*                     DB2 SECTION                                *
002770******************************************************************
002780     EXEC SQL
002790       INCLUDE SQLCA
002800     END-EXEC.

002810*    DIRECT-DEBIT MANDATES AND COLLECTIONS - SEE DCLDDMND AND
002820*    DCLDDCOL.
002830     EXEC SQL
002840       INCLUDE DCLDDMND
002850     END-EXEC.

002860     EXEC SQL
002870       INCLUDE DCLDDCOL
002880     END-EXEC.

002890******************************************************************
002900*  NOTICED COLLECTIONS DUE AT THE BANK BY THE SUBMIT HORIZON,    *
002910*  EARLIEST FIRST, WITH THE MANDATE'S STATUS AND BANK DETAILS.   *
002920******************************************************************
002930     EXEC SQL DECLARE COLLECTIONS-DUE CURSOR
002940      FOR
002950      SELECT C.COLLECTION_NO, C.MANDATE_REF, C.SESSION_CATG,
002960             C.SESSION_ID, C.EMAIL_ADDR, C.INSTALMENT_SEQ,
002970             C.COLLECT_AMOUNT, CHAR(C.COLLECT_DATE, ISO),
002980             M.MANDATE_STATUS, M.ACCOUNT_NAME, M.SORT_CODE,
002990             M.ACCOUNT_NO
003000        FROM DBODEVP.DIRECT_DEBIT_COLLECTION C,
003010             DBODEVP.DIRECT_DEBIT_MANDATE M
003020       WHERE M.MANDATE_REF      = C.MANDATE_REF
003030         AND C.COLLECT_STATUS   = 'N'
003040         AND C.COLLECT_DATE    <= DATE(:WS-SUBMIT-DATE)
003050       ORDER BY C.COLLECT_DATE, C.COLLECTION_NO
003060     END-EXEC.

003070******************************************************************
003080*  EVERY INSTALMENT OF AN ACTIVE REGISTRATION FALLING DUE        *
003090*  BETWEEN TODAY AND THE NOTICE HORIZON THAT HAS NO COLLECTION   *
003100*  ROW YET, WITH WHAT IS STILL OWED THROUGH IT - THE SCHEDULE    *
003110*  UP TO AND INCLUDING THIS INSTALMENT LESS EVERYTHING PAID.     *
003120******************************************************************
003130     EXEC SQL DECLARE INSTALMENTS-TO-NOTICE CURSOR
003140      FOR
003150      SELECT P.SESSION_CATG, P.SESSION_ID, P.EMAIL_ADDR,
003160             P.INSTALMENT_SEQ, CHAR(P.DUE_DATE, ISO),
003170             P.DUE_AMOUNT,
003180             (SELECT SUM(Q.DUE_AMOUNT)
003190                FROM DBODEVP.PAYMENT_PLAN Q
003200               WHERE Q.SESSION_CATG = P.SESSION_CATG
003210                 AND Q.SESSION_ID   = P.SESSION_ID
003220                 AND Q.EMAIL_ADDR   = P.EMAIL_ADDR
003230                 AND (Q.DUE_DATE    < P.DUE_DATE
003240                  OR (Q.DUE_DATE    = P.DUE_DATE
003250                 AND Q.INSTALMENT_SEQ <= P.INSTALMENT_SEQ)))
003260             - COALESCE(R.AMOUNT_PAID, 0),
003270             COALESCE(R.ORG_CODE, ' '), R.FULL_NAME,
003280             COALESCE(R.LANG_PREF, 'EN')
003290        FROM DBODEVP.PAYMENT_PLAN P,
003300             DBODEVP.REGISTRATION R
003310       WHERE R.SESSION_CATG = P.SESSION_CATG
003320         AND R.SESSION_ID   = P.SESSION_ID
003330         AND R.EMAIL_ADDR   = P.EMAIL_ADDR
003340         AND R.REG_STATUS   = 'A'
003350         AND P.DUE_DATE    >= CURRENT DATE
003360         AND P.DUE_DATE    <= DATE(:WS-NOTICE-DATE)
003370         AND NOT EXISTS
003380             (SELECT 1
003390                FROM DBODEVP.DIRECT_DEBIT_COLLECTION D
003400               WHERE D.SESSION_CATG   = P.SESSION_CATG
003410                 AND D.SESSION_ID     = P.SESSION_ID
003420                 AND D.EMAIL_ADDR     = P.EMAIL_ADDR
003430                 AND D.INSTALMENT_SEQ = P.INSTALMENT_SEQ)
003440       ORDER BY P.DUE_DATE, P.SESSION_CATG, P.SESSION_ID,
003450                P.EMAIL_ADDR, P.INSTALMENT_SEQ
003460     END-EXEC.

003470 01 WS-END                             PIC X(50) VALUE
003480     'ETROP132-WORKING STORAGE SECTION ENDS HERE'.

003490 PROCEDURE DIVISION.

003500 MAIN-LOGIC-PARA.
003510     MOVE 'ETROP132'                   TO EL-ERROR-MODULE.
003520     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
003530     MOVE 'ETROP132'                   TO JRL-PROGRAM-ID.
003540     PERFORM LOG-JOB-START-PARA.
003550     PERFORM GET-PARAMETERS-PARA.
003560     PERFORM GET-RUN-CONTROLS-PARA.
003570     PERFORM OPEN-FILES-PARA.
003580     PERFORM SUBMIT-COLLECTIONS-PARA.
003590     PERFORM SEND-NOTICES-PARA.
003600     PERFORM WRITE-TOTALS-PARA.
003610     PERFORM CLOSE-FILES-PARA.
003620     DISPLAY 'COLLECTIONS DUE READ : ' WS-SUBMIT-READ-COUNT.
003630     DISPLAY 'COLLECTIONS SUBMITTED: ' WS-SUBMITTED-COUNT.
003640     DISPLAY 'COLLECTIONS DROPPED  : ' WS-DROPPED-COUNT.
003650     DISPLAY 'POSTING EXCEPTIONS   : ' WS-EXCEPTION-COUNT.
003660     DISPLAY 'INSTALMENTS READ     : ' WS-NOTICE-READ-COUNT.
003670     DISPLAY 'ADVANCE NOTICES SENT : ' WS-NOTICE-COUNT.
003680     MOVE 'C'                        TO JRL-RUN-STATUS.
003690     PERFORM SET-RUN-COUNTS-PARA.
003700     PERFORM LOG-JOB-END-PARA.
003710     GOBACK.

003720 SET-RUN-COUNTS-PARA.
003730     COMPUTE JRL-ROWS-READ = WS-SUBMIT-READ-COUNT
003740                           + WS-NOTICE-READ-COUNT.
003750     COMPUTE JRL-ROWS-WRITTEN = WS-SUBMITTED-COUNT
003760                              + WS-NOTICE-COUNT.
003770     COMPUTE JRL-ROWS-UPDATED = WS-SUBMITTED-COUNT
003780                              + WS-DROPPED-COUNT.
003790     COMPUTE JRL-ROWS-SKIPPED = WS-EXCEPTION-COUNT
003800                              + WS-NO-MANDATE-COUNT
003810                              + WS-NOTHING-OWED-COUNT.

003820******************************************************************
003830* Run Parameters                                                 *
003840******************************************************************
003850 GET-PARAMETERS-PARA.
003860     MOVE 'ETROP132'                 TO WS-SP-PROGRAM-ID.
003870     MOVE 'NOTICE-BUS-DAYS '         TO WS-SP-PARM-NAME.
003880     MOVE WS-NOTICE-BUS-DAYS         TO WS-SP-PARM-VALUE.
003890     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
003900*    BUS-DURATION IS S9(4) - A VALUE OUTSIDE 1-999 KEEPS THE
003910*    DEFAULT RATHER THAN TRUNCATE.
003920     IF WS-SP-PARM-VALUE > 0 AND WS-SP-PARM-VALUE < 1000
003930       MOVE WS-SP-PARM-VALUE         TO WS-NOTICE-BUS-DAYS
003940     END-IF.
003950     MOVE 'COLLECT-BUS-DAYS'         TO WS-SP-PARM-NAME.
003960     MOVE WS-COLLECT-BUS-DAYS        TO WS-SP-PARM-VALUE.
003970     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
003980     IF WS-SP-PARM-VALUE > 0 AND WS-SP-PARM-VALUE < 1000
003990       MOVE WS-SP-PARM-VALUE         TO WS-COLLECT-BUS-DAYS
004000     END-IF.

004010******************************************************************
004020* Run Dates And Collection Numbering                             *
004030******************************************************************
004040*    BOTH HORIZONS ARE COUNTED IN BUSINESS DAYS FROM TOMORROW.
004050*    COLLECTION NUMBERS CARRY ON FROM THE HIGHEST EVER ISSUED.
004060 GET-RUN-CONTROLS-PARA.
004070     EXEC SQL
004080       SELECT CHAR(CURRENT DATE, ISO),
004090              CHAR(CURRENT DATE + 1 DAY, ISO)
004100         INTO :WS-TODAY-DATE,
004110              :WS-FIRST-DATE
004120         FROM SYSIBM.SYSDUMMY1
004130     END-EXEC.
004140     IF SQLCODE NOT = 0
004150       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004160       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
004170       PERFORM CHECK-SQLCODE-PARA
004180       PERFORM EXIT-PARA
004190     END-IF.
004200     MOVE WS-FIRST-DATE              TO BUS-START-DATE.
004210     MOVE WS-NOTICE-BUS-DAYS         TO BUS-DURATION.
004220     PERFORM COMPUTE-BUSINESS-END-PARA.
004230     IF BUS-FAILED
004240       DISPLAY 'ETROP132 - BUSINESS-DAY WALK FAILED'
004250       PERFORM EXIT-PARA
004260     END-IF.
004270     MOVE BUS-END-DATE               TO WS-NOTICE-DATE.
004280     MOVE WS-FIRST-DATE              TO BUS-START-DATE.
004290     MOVE WS-COLLECT-BUS-DAYS        TO BUS-DURATION.
004300     PERFORM COMPUTE-BUSINESS-END-PARA.
004310     IF BUS-FAILED
004320       DISPLAY 'ETROP132 - BUSINESS-DAY WALK FAILED'
004330       PERFORM EXIT-PARA
004340     END-IF.
004350     MOVE BUS-END-DATE               TO WS-SUBMIT-DATE.
004360     EXEC SQL
004370       SELECT COALESCE(MAX(COLLECTION_NO), 0)
004380         INTO :WS-NEXT-COLLECTION-NO
004390         FROM DBODEVP.DIRECT_DEBIT_COLLECTION
004400     END-EXEC.
004410     IF SQLCODE NOT = 0
004420       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004430       MOVE 'DIRECT_DEBIT_COLLECTION' TO EL-ERROR-DB2-OBJECT
004440       PERFORM CHECK-SQLCODE-PARA
004450       PERFORM EXIT-PARA
004460     END-IF.

004470******************************************************************
004480* Submission                                                     *
004490******************************************************************
004500 SUBMIT-COLLECTIONS-PARA.
004510     EXEC SQL
004520       OPEN COLLECTIONS-DUE
004530     END-EXEC.
004540     IF SQLCODE NOT = 0
004550       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
004560       MOVE 'COLLECTIONS-DUE'        TO EL-ERROR-DB2-OBJECT
004570       PERFORM CHECK-SQLCODE-PARA
004580       PERFORM EXIT-PARA
004590     END-IF.
004600     PERFORM FETCH-COLLECTION-PARA
004610       UNTIL SQLCODE = 100.
004620     EXEC SQL
004630       CLOSE COLLECTIONS-DUE
004640     END-EXEC.
004650     IF SQLCODE NOT = 0
004660       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
004670       MOVE 'COLLECTIONS-DUE'        TO EL-ERROR-DB2-OBJECT
004680       PERFORM CHECK-SQLCODE-PARA
004690     END-IF.

004700 FETCH-COLLECTION-PARA.
004710     EXEC SQL
004720       FETCH COLLECTIONS-DUE
004730        INTO :DDC-COLLECTION-NO,
004740             :DDC-MANDATE-REF,
004750             :DDC-SESSION-CATG,
004760             :DDC-SESSION-ID,
004770             :DDC-EMAIL-ADDR,
004780             :DDC-INSTALMENT-SEQ,
004790             :DDC-COLLECT-AMOUNT,
004800             :DDC-COLLECT-DATE,
004810             :DDM-MANDATE-STATUS,
004820             :DDM-ACCOUNT-NAME,
004830             :DDM-SORT-CODE,
004840             :DDM-ACCOUNT-NO
004850     END-EXEC.
004860     EVALUATE SQLCODE
004870       WHEN 0
004880         ADD 1                       TO WS-SUBMIT-READ-COUNT
004890         PERFORM SUBMIT-ONE-COLLECTION-PARA
004900       WHEN 100
004910         CONTINUE
004920       WHEN OTHER
004930         MOVE 'FETCH '               TO EL-ERROR-ACTION
004940         MOVE 'COLLECTIONS-DUE'      TO EL-ERROR-DB2-OBJECT
004950         PERFORM CHECK-SQLCODE-PARA
004960         PERFORM EXIT-PARA
004970     END-EVALUATE.

004980*    THE LAST LOOK BEFORE THE MONEY IS TAKEN. A COLLECTION DATE
004990*    ALREADY INSIDE THE BANK'S LEAD TIME (A MISSED RUN) MOVES TO
005000*    THE EARLIEST DATE THE BANK CAN STILL MEET - LATER THAN THE
005010*    NOTICE SAID, NEVER EARLIER.
005020 SUBMIT-ONE-COLLECTION-PARA.
005030     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
005040     MOVE DDC-COLLECTION-NO          TO WS-COLLECT-REF-NO.
005050     MOVE SPACES                     TO WS-REDUCED-SW.
005060     MOVE SPACES                     TO WS-DROP-REASON.
005070     IF DDC-COLLECT-DATE < WS-SUBMIT-DATE
005080       MOVE WS-SUBMIT-DATE           TO DDC-COLLECT-DATE
005090     END-IF.
005100     IF NOT DDM-STATUS-ACTIVE
005110       MOVE 'MAND'                   TO WS-DROP-REASON
005120     ELSE
005130       PERFORM CHECK-STILL-OWED-PARA
005140     END-IF.
005150     IF WS-DROP-REASON NOT = SPACES
005160       PERFORM DROP-COLLECTION-PARA
005170     ELSE
005180       PERFORM POST-COLLECTION-PARA
005190     END-IF.
005200     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

005210*    WHAT IS OWED IS READ AGAIN HERE, NOT TAKEN FROM THE CURSOR -
005220*    AN EARLIER COLLECTION FOR THE SAME REGISTRATION POSTED A
005230*    MOMENT AGO HAS ALREADY MOVED AMOUNT_PAID. AN INSTALMENT
005240*    TAKEN OFF THE PLAN SINCE THE NOTICE IS NOT COLLECTED.
005250 CHECK-STILL-OWED-PARA.
005260     EXEC SQL
005270       SELECT R.REG_STATUS,
005280              (SELECT SUM(Q.DUE_AMOUNT)
005290                 FROM DBODEVP.PAYMENT_PLAN Q
005300                WHERE Q.SESSION_CATG = P.SESSION_CATG
005310                  AND Q.SESSION_ID   = P.SESSION_ID
005320                  AND Q.EMAIL_ADDR   = P.EMAIL_ADDR
005330                  AND (Q.DUE_DATE    < P.DUE_DATE
005340                   OR (Q.DUE_DATE    = P.DUE_DATE
005350                  AND Q.INSTALMENT_SEQ <= P.INSTALMENT_SEQ)))
005360              - COALESCE(R.AMOUNT_PAID, 0)
005370         INTO :WS-REG-STATUS,
005380              :WS-SHORTFALL
005390         FROM DBODEVP.REGISTRATION R,
005400              DBODEVP.PAYMENT_PLAN P
005410        WHERE R.SESSION_CATG   = :DDC-SESSION-CATG
005420          AND R.SESSION_ID     = :DDC-SESSION-ID
005430          AND R.EMAIL_ADDR     = :DDC-EMAIL-ADDR
005440          AND P.SESSION_CATG   = R.SESSION_CATG
005450          AND P.SESSION_ID     = R.SESSION_ID
005460          AND P.EMAIL_ADDR     = R.EMAIL_ADDR
005470          AND P.INSTALMENT_SEQ = :DDC-INSTALMENT-SEQ
005480     END-EXEC.
005490     EVALUATE TRUE
005500       WHEN SQLCODE = 100
005510         MOVE 'PLAN'                 TO WS-DROP-REASON
005520       WHEN SQLCODE NOT = 0
005530         MOVE 'SELECT'               TO EL-ERROR-ACTION
005540         MOVE 'PAYMENT_PLAN'         TO EL-ERROR-DB2-OBJECT
005550         PERFORM CHECK-SQLCODE-PARA
005560         PERFORM EXIT-PARA
005570       WHEN WS-REG-STATUS NOT = 'A'
005580         MOVE 'RGNA'                 TO WS-DROP-REASON
005590       WHEN WS-SHORTFALL NOT > 0
005600         MOVE 'PAID'                 TO WS-DROP-REASON
005610       WHEN WS-SHORTFALL < DDC-COLLECT-AMOUNT
005620         MOVE WS-SHORTFALL           TO DDC-COLLECT-AMOUNT
005630         SET WS-AMOUNT-REDUCED       TO TRUE
005640       WHEN OTHER
005650         CONTINUE
005660     END-EVALUATE.

005670 DROP-COLLECTION-PARA.
005680     MOVE WS-DROP-REASON             TO DDC-RETURN-CODE.
005690     EXEC SQL
005700       UPDATE DBODEVP.DIRECT_DEBIT_COLLECTION
005710          SET COLLECT_STATUS = 'X',
005720              RETURN_CODE    = :DDC-RETURN-CODE,
005730              DTS            = CURRENT TIMESTAMP
005740        WHERE COLLECTION_NO  = :DDC-COLLECTION-NO
005750          AND COLLECT_STATUS = 'N'
005760     END-EXEC.
005770     IF SQLCODE NOT = 0
005780       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
005790       MOVE 'DIRECT_DEBIT_COLLECTION' TO EL-ERROR-DB2-OBJECT
005800       PERFORM CHECK-SQLCODE-PARA
005810       PERFORM EXIT-PARA
005820     END-IF.
005830     ADD 1                           TO WS-DROPPED-COUNT.
005840     MOVE SPACES                     TO WS-DT-RESULT.
005850     STRING 'DROPPED - ' WS-DROP-REASON
005860            DELIMITED BY SIZE      INTO WS-DT-RESULT.
005870     PERFORM WRITE-DETAIL-PARA.

005880*    THE COLLECTION IS POSTED TO THE LEDGER AS IT GOES TO THE
005890*    BANK, THE WAY A CARD PAYMENT IS POSTED WHEN TAKEN; AN
005900*    UNPAID RETURN REVERSES IT THROUGH ETROP133. A POSTING THE
005910*    SERVICE REFUSES (A MAINTENANCE WINDOW, SAY) LEAVES THE ROW
005920*    NOTICED FOR THE NEXT RUN AND NOTHING ON THE BANK FILE.
005930 POST-COLLECTION-PARA.
005940     MOVE DDC-SESSION-CATG           TO WS-PP-SESSION-CATG.
005950     MOVE DDC-SESSION-ID             TO WS-PP-SESSION-ID.
005960     MOVE DDC-EMAIL-ADDR-TEXT        TO WS-PP-EMAIL-ADDR.
005970     MOVE DDC-COLLECT-DATE           TO WS-PP-PAYMENT-DATE.
005980     MOVE DDC-COLLECT-AMOUNT         TO WS-PP-PAYMENT-AMOUNT.
005990     MOVE 'DD'                       TO WS-PP-PAYMENT-METHOD.
006000     MOVE WS-COLLECT-REF             TO WS-PP-PAYMENT-REF.
006010     MOVE 'BATCH   '                 TO WS-PP-AUTH-USR-ID.
006020     CALL 'ETRB010' USING WS-ETRB010-PARM.
006030     IF WS-PP-POST-OK
006040       PERFORM MARK-SUBMITTED-PARA
006050       PERFORM WRITE-COLLECTION-PARA
006060     ELSE
006070       DISPLAY ' POSTING BOUNCED, RC: ' WS-PP-RETURN-CODE
006080       ADD 1                         TO WS-EXCEPTION-COUNT
006090       MOVE SPACES                   TO WS-DT-RESULT
006100       STRING 'POSTING FAILED ' WS-PP-RETURN-CODE
006110              DELIMITED BY SIZE    INTO WS-DT-RESULT
006120       PERFORM WRITE-DETAIL-PARA
006130     END-IF.

006140*    THE LEDGER ROW IS ALREADY POSTED, SO A COLLECTION THAT
006150*    CANNOT BE MARKED SUBMITTED ENDS THE RUN RATHER THAN LEAVE
006160*    A POSTING THE NEXT RUN WOULD MAKE A SECOND TIME.
006170 MARK-SUBMITTED-PARA.
006180     EXEC SQL
006190       UPDATE DBODEVP.DIRECT_DEBIT_COLLECTION
006200          SET COLLECT_STATUS = 'S',
006210              COLLECT_AMOUNT = :DDC-COLLECT-AMOUNT,
006220              COLLECT_DATE   = :DDC-COLLECT-DATE,
006230              SUBMIT_DATE    = CURRENT DATE,
006240              DTS            = CURRENT TIMESTAMP
006250        WHERE COLLECTION_NO  = :DDC-COLLECTION-NO
006260          AND COLLECT_STATUS = 'N'
006270     END-EXEC.
006280     IF SQLCODE NOT = 0
006290       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
006300       MOVE 'DIRECT_DEBIT_COLLECTION' TO EL-ERROR-DB2-OBJECT
006310       PERFORM CHECK-SQLCODE-PARA
006320       PERFORM EXIT-PARA
006330     END-IF.

006340******************************************************************
006350* Bank Collection File                                           *
006360******************************************************************
006370*    TRANSACTION CODE 01 IS THE FIRST COLLECTION UNDER A MANDATE,
006380*    17 EVERY ONE AFTER IT - ASKED AFTER THIS ROW IS MARKED, SO
006390*    THE COUNT INCLUDES IT.
006400 WRITE-COLLECTION-PARA.
006410     EXEC SQL
006420       SELECT COUNT(*)
006430         INTO :WS-PRIOR-COUNT
006440         FROM DBODEVP.DIRECT_DEBIT_COLLECTION
006450        WHERE MANDATE_REF     = :DDC-MANDATE-REF
006460          AND COLLECT_STATUS IN ('S', 'R')
006470     END-EXEC.
006480     IF SQLCODE NOT = 0
006490       MOVE 'SELECT'                 TO EL-ERROR-ACTION
006500       MOVE 'DIRECT_DEBIT_COLLECTION' TO EL-ERROR-DB2-OBJECT
006510       PERFORM CHECK-SQLCODE-PARA
006520       PERFORM EXIT-PARA
006530     END-IF.
006540     MOVE SPACES                     TO COLLECT-RECORD.
006550     MOVE DDM-SORT-CODE              TO DD-SORT-CODE.
006560     MOVE DDM-ACCOUNT-NO             TO DD-ACCOUNT-NO.
006570     IF WS-PRIOR-COUNT > 1
006580       MOVE '17'                     TO DD-TRAN-CODE
006590     ELSE
006600       MOVE '01'                     TO DD-TRAN-CODE
006610     END-IF.
006620     MOVE DDC-COLLECT-AMOUNT         TO DD-AMOUNT.
006630     MOVE DDM-ACCOUNT-NAME           TO DD-ACCOUNT-NAME.
006640     MOVE DDC-MANDATE-REF            TO DD-MANDATE-REF.
006650     MOVE DDC-COLLECT-DATE           TO DD-COLLECT-DATE.
006660     MOVE WS-COLLECT-REF             TO DD-COLLECT-REF.
006670     WRITE COLLECT-RECORD.
006680     ADD 1                           TO HT-RECORD-COUNT.
006690     ADD DDC-COLLECT-AMOUNT          TO HT-HASH-TOTAL.
006700     ADD 1                           TO WS-SUBMITTED-COUNT.
006710     ADD DDC-COLLECT-AMOUNT          TO WS-SUBMITTED-TOTAL.
006720     IF WS-AMOUNT-REDUCED
006730       ADD 1                         TO WS-REDUCED-COUNT
006740       MOVE 'SUBMITTED-REDUCE'       TO WS-DT-RESULT
006750     ELSE
006760       MOVE 'SUBMITTED       '       TO WS-DT-RESULT
006770     END-IF.
006780     PERFORM WRITE-DETAIL-PARA.

006790******************************************************************
006800* Advance Notice                                                 *
006810******************************************************************
006820 SEND-NOTICES-PARA.
006830     EXEC SQL
006840       OPEN INSTALMENTS-TO-NOTICE
006850     END-EXEC.
006860     IF SQLCODE NOT = 0
006870       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
006880       MOVE 'INSTALMENTS-TO-NOTICE'  TO EL-ERROR-DB2-OBJECT
006890       PERFORM CHECK-SQLCODE-PARA
006900       PERFORM EXIT-PARA
006910     END-IF.
006920     PERFORM FETCH-INSTALMENT-PARA
006930       UNTIL SQLCODE = 100.
006940     EXEC SQL
006950       CLOSE INSTALMENTS-TO-NOTICE
006960     END-EXEC.
006970     IF SQLCODE NOT = 0
006980       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
006990       MOVE 'INSTALMENTS-TO-NOTICE'  TO EL-ERROR-DB2-OBJECT
007000       PERFORM CHECK-SQLCODE-PARA
007010     END-IF.

007020 FETCH-INSTALMENT-PARA.
007030     EXEC SQL
007040       FETCH INSTALMENTS-TO-NOTICE
007050        INTO :WS-IN-SESSION-CATG,
007060             :WS-IN-SESSION-ID,
007070             :WS-IN-EMAIL-ADDR,
007080             :WS-IN-INSTALMENT-SEQ,
007090             :WS-IN-DUE-DATE,
007100             :WS-IN-DUE-AMOUNT,
007110             :WS-IN-SHORTFALL,
007120             :WS-IN-ORG-CODE,
007130             :WS-IN-FULL-NAME,
007140             :WS-IN-LANG-PREF
007150     END-EXEC.
007160     EVALUATE SQLCODE
007170       WHEN 0
007180         ADD 1                       TO WS-NOTICE-READ-COUNT
007190         PERFORM NOTICE-ONE-INSTALMENT-PARA
007200       WHEN 100
007210         CONTINUE
007220       WHEN OTHER
007230         MOVE 'FETCH '               TO EL-ERROR-ACTION
007240         MOVE 'INSTALMENTS-TO-NOTICE' TO EL-ERROR-DB2-OBJECT
007250         PERFORM CHECK-SQLCODE-PARA
007260         PERFORM EXIT-PARA
007270     END-EVALUATE.

007280*    MOST PAYERS HAVE NO MANDATE AND ARE SIMPLY COUNTED. THE
007290*    NOTICE ASKS FOR THE INSTALMENT, OR LESS WHEN PART OF IT IS
007300*    ALREADY PAID; NOTHING IS NOTICED WHEN NOTHING IS OWED.
007310 NOTICE-ONE-INSTALMENT-PARA.
007320     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
007330     PERFORM FIND-MANDATE-PARA.
007340     EVALUATE TRUE
007350       WHEN WS-MANDATE-NOT-FOUND
007360         ADD 1                       TO WS-NO-MANDATE-COUNT
007370       WHEN WS-IN-SHORTFALL NOT > 0
007380         ADD 1                       TO WS-NOTHING-OWED-COUNT
007390       WHEN OTHER
007400         PERFORM INSERT-COLLECTION-PARA
007410         PERFORM WRITE-NOTICE-PARA
007420     END-EVALUATE.
007430     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

007440*    THE REGISTRANT'S OWN MANDATE FIRST, THEN THEIR ORG'S.
007450 FIND-MANDATE-PARA.
007460     SET WS-MANDATE-FOUND            TO TRUE.
007470     MOVE WS-IN-EMAIL-ADDR           TO DDM-EMAIL-ADDR.
007480     EXEC SQL
007490       SELECT MANDATE_REF
007500         INTO :DDM-MANDATE-REF
007510         FROM DBODEVP.DIRECT_DEBIT_MANDATE
007520        WHERE EMAIL_ADDR     = :DDM-EMAIL-ADDR
007530          AND MANDATE_STATUS = 'A'
007540     END-EXEC.
007550     EVALUATE SQLCODE
007560       WHEN 0
007570         MOVE WS-IN-EMAIL-ADDR       TO WS-IN-CONTACT
007580         MOVE WS-IN-LANG-PREF        TO WS-IN-NOTICE-LANG
007590         MOVE SPACES                 TO DN-ORG-CODE
007600       WHEN 100
007610         PERFORM FIND-ORG-MANDATE-PARA
007620       WHEN OTHER
007630         MOVE 'SELECT'               TO EL-ERROR-ACTION
007640         MOVE 'DIRECT_DEBIT_MANDATE' TO EL-ERROR-DB2-OBJECT
007650         PERFORM CHECK-SQLCODE-PARA
007660         PERFORM EXIT-PARA
007670     END-EVALUATE.

007680*    AN ORG'S NOTICE GOES TO ITS BILLING CONTACT (ORG NAME WHEN
007690*    NONE IS ON FILE), AS THE ETROP57 DUNNING LETTERS DO, IN THE
007700*    ORG'S NOTICE LANGUAGE.
007710 FIND-ORG-MANDATE-PARA.
007720     IF WS-IN-ORG-CODE = SPACES
007730       SET WS-MANDATE-NOT-FOUND      TO TRUE
007740     ELSE
007750       MOVE WS-IN-ORG-CODE           TO DDM-ORG-CODE
007760       EXEC SQL
007770         SELECT M.MANDATE_REF,
007780                COALESCE(O.BILLING_CONTACT, O.ORG_NAME),
007790                O.LANG_PREF
007800           INTO :DDM-MANDATE-REF,
007810                :WS-IN-CONTACT,
007820                :WS-IN-NOTICE-LANG
007830           FROM DBODEVP.DIRECT_DEBIT_MANDATE M,
007840                DBODEVP.ORGANIZATION O
007850          WHERE M.ORG_CODE       = :DDM-ORG-CODE
007860            AND M.EMAIL_ADDR    IS NULL
007870            AND M.MANDATE_STATUS = 'A'
007880            AND O.ORG_CODE       = M.ORG_CODE
007890       END-EXEC
007900       EVALUATE SQLCODE
007910         WHEN 0
007920           MOVE WS-IN-ORG-CODE       TO DN-ORG-CODE
007930         WHEN 100
007940           SET WS-MANDATE-NOT-FOUND  TO TRUE
007950         WHEN OTHER
007960           MOVE 'SELECT'             TO EL-ERROR-ACTION
007970           MOVE 'DIRECT_DEBIT_MANDATE' TO EL-ERROR-DB2-OBJECT
007980           PERFORM CHECK-SQLCODE-PARA
007990           PERFORM EXIT-PARA
008000       END-EVALUATE
008010     END-IF.

008020*    THE COLLECTION ROW IS WHAT STOPS THE INSTALMENT BEING
008030*    NOTICED AGAIN ON A LATER NIGHT OR A RERUN.
008040 INSERT-COLLECTION-PARA.
008050     ADD 1                           TO WS-NEXT-COLLECTION-NO.
008060     MOVE WS-NEXT-COLLECTION-NO      TO DDC-COLLECTION-NO.
008070     MOVE WS-NEXT-COLLECTION-NO      TO WS-COLLECT-REF-NO.
008080     MOVE WS-IN-SESSION-CATG         TO DDC-SESSION-CATG.
008090     MOVE WS-IN-SESSION-ID           TO DDC-SESSION-ID.
008100     MOVE WS-IN-EMAIL-ADDR           TO DDC-EMAIL-ADDR.
008110     MOVE WS-IN-INSTALMENT-SEQ       TO DDC-INSTALMENT-SEQ.
008120     MOVE DDM-MANDATE-REF            TO DDC-MANDATE-REF.
008130     IF WS-IN-SHORTFALL < WS-IN-DUE-AMOUNT
008140       MOVE WS-IN-SHORTFALL          TO DDC-COLLECT-AMOUNT
008150     ELSE
008160       MOVE WS-IN-DUE-AMOUNT         TO DDC-COLLECT-AMOUNT
008170     END-IF.
008180     IF WS-IN-DUE-DATE < WS-NOTICE-DATE
008190       MOVE WS-NOTICE-DATE           TO DDC-COLLECT-DATE
008200     ELSE
008210       MOVE WS-IN-DUE-DATE           TO DDC-COLLECT-DATE
008220     END-IF.
008230     EXEC SQL
008240       INSERT INTO DBODEVP.DIRECT_DEBIT_COLLECTION
008250              ( COLLECTION_NO, MANDATE_REF, SESSION_CATG,
008260                SESSION_ID, EMAIL_ADDR, INSTALMENT_SEQ,
008270                COLLECT_AMOUNT, COLLECT_DATE, COLLECT_STATUS,
008280                NOTICE_DATE, DTS )
008290       VALUES ( :DDC-COLLECTION-NO, :DDC-MANDATE-REF,
008300                :DDC-SESSION-CATG, :DDC-SESSION-ID,
008310                :DDC-EMAIL-ADDR, :DDC-INSTALMENT-SEQ,
008320                :DDC-COLLECT-AMOUNT, :DDC-COLLECT-DATE, 'N',
008330                CURRENT DATE, CURRENT TIMESTAMP )
008340     END-EXEC.
008350     IF SQLCODE NOT = 0
008360       MOVE 'INSERT'                 TO EL-ERROR-ACTION
008370       MOVE 'DIRECT_DEBIT_COLLECTION' TO EL-ERROR-DB2-OBJECT
008380       PERFORM CHECK-SQLCODE-PARA
008390       PERFORM EXIT-PARA
008400     END-IF.

008410*    THE NOTICE IS LOGGED 'S' - IT IS A SCHEME NOTICE THAT MUST
008420*    GO, SO THE ETROP68 DIGEST MAY NEVER SUPERSEDE IT. THERE IS
008430*    NO DUPLICATE CHECK: THE COLLECTION ROW ALREADY GUARANTEES
008440*    ONE NOTICE PER INSTALMENT, AND TWO INSTALMENTS OF ONE
008450*    REGISTRATION NOTICED TOGETHER ARE TWO NOTICES.
008460 WRITE-NOTICE-PARA.
008470     MOVE WS-IN-CONTACT-TEXT         TO DN-CONTACT.
008480     MOVE DDC-SESSION-CATG           TO DN-SESSION-CATG.
008490     MOVE DDC-SESSION-ID             TO DN-SESSION-ID.
008500     MOVE WS-IN-FULL-NAME-TEXT       TO DN-DELEGATE-NAME.
008510     MOVE DDC-MANDATE-REF            TO DN-MANDATE-REF.
008520     MOVE WS-COLLECT-REF             TO DN-COLLECT-REF.
008530     MOVE DDC-COLLECT-AMOUNT         TO DN-AMOUNT.
008540     MOVE DDC-COLLECT-DATE           TO DN-COLLECT-DATE.
008550     MOVE WS-IN-NOTICE-LANG          TO DN-LANG-CD.
008560     WRITE NOTICE-MERGE-RECORD.
008570     ADD 1                           TO WS-NOTICE-COUNT.
008580     ADD DDC-COLLECT-AMOUNT          TO WS-NOTICED-TOTAL.
008590     MOVE WS-IN-CONTACT-TEXT         TO NTL-EMAIL-ADDR.
008600     MOVE 'DDAN'                     TO NTL-NOTICE-TYPE.
008610     MOVE DDC-SESSION-CATG           TO NTL-SESSION-CATG.
008620     MOVE DDC-SESSION-ID             TO NTL-SESSION-ID.
008630     MOVE WS-IN-NOTICE-LANG          TO NTL-LANG-CD.
008640     MOVE 'S'                        TO NTL-SENT-STATUS.
008650     PERFORM LOG-NOTICE-PARA.
008660     MOVE 'NOTICED         '         TO WS-DT-RESULT.
008670     PERFORM WRITE-DETAIL-PARA.

008680******************************************************************
008690* Collection Report                                              *
008700******************************************************************
008710 WRITE-DETAIL-PARA.
008720     MOVE DDC-SESSION-CATG           TO WS-DT-CATG.
008730     MOVE DDC-SESSION-ID             TO WS-DT-SESSION-ID.
008740     MOVE DDC-EMAIL-ADDR-TEXT        TO WS-DT-EMAIL.
008750     MOVE DDC-COLLECT-AMOUNT         TO EA-AMOUNT.
008760     PERFORM EDIT-AMOUNT-PARA.
008770     MOVE EA-EDITED-AMOUNT-CR        TO WS-DT-AMOUNT.
008780     MOVE WS-COLLECT-REF             TO WS-DT-COLLECT-REF.
008790     MOVE DDC-MANDATE-REF            TO WS-DT-MANDATE-REF.
008800     MOVE DDC-COLLECT-DATE           TO WS-DT-COLLECT-DATE.
008810     WRITE COLLECT-RPT-RECORD        FROM WS-DTL-LINE.

008820 WRITE-TOTALS-PARA.
008830     MOVE SPACES                     TO COLLECT-RPT-RECORD.
008840     WRITE COLLECT-RPT-RECORD.
008850     MOVE 'COLLECTIONS DUE READ     :' TO WS-CN-LABEL.
008860     MOVE WS-SUBMIT-READ-COUNT       TO WS-CN-COUNT.
008870     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
008880     MOVE 'SUBMITTED TO THE BANK    :' TO WS-CN-LABEL.
008890     MOVE WS-SUBMITTED-COUNT         TO WS-CN-COUNT.
008900     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
008910     MOVE '  OF WHICH REDUCED       :' TO WS-CN-LABEL.
008920     MOVE WS-REDUCED-COUNT           TO WS-CN-COUNT.
008930     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
008940     MOVE 'DROPPED - NOT COLLECTED  :' TO WS-CN-LABEL.
008950     MOVE WS-DROPPED-COUNT           TO WS-CN-COUNT.
008960     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
008970     MOVE 'POSTING FAILED - RETRIED :' TO WS-CN-LABEL.
008980     MOVE WS-EXCEPTION-COUNT         TO WS-CN-COUNT.
008990     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
009000     MOVE 'TOTAL SUBMITTED          :' TO WS-AM-LABEL.
009010     MOVE WS-SUBMITTED-TOTAL         TO EA-AMOUNT.
009020     PERFORM EDIT-AMOUNT-PARA.
009030     MOVE EA-EDITED-AMOUNT-CR        TO WS-AM-AMOUNT.
009040     WRITE COLLECT-RPT-RECORD        FROM WS-AMT-LINE.
009050     MOVE 'INSTALMENTS DUE READ     :' TO WS-CN-LABEL.
009060     MOVE WS-NOTICE-READ-COUNT       TO WS-CN-COUNT.
009070     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
009080     MOVE 'ADVANCE NOTICES SENT     :' TO WS-CN-LABEL.
009090     MOVE WS-NOTICE-COUNT            TO WS-CN-COUNT.
009100     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
009110     MOVE 'NO MANDATE - NOT NOTICED :' TO WS-CN-LABEL.
009120     MOVE WS-NO-MANDATE-COUNT        TO WS-CN-COUNT.
009130     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
009140     MOVE 'ALREADY PAID - NOT NOTICED:' TO WS-CN-LABEL.
009150     MOVE WS-NOTHING-OWED-COUNT      TO WS-CN-COUNT.
009160     WRITE COLLECT-RPT-RECORD        FROM WS-CNT-LINE.
009170     MOVE 'TOTAL NOTICED            :' TO WS-AM-LABEL.
009180     MOVE WS-NOTICED-TOTAL           TO EA-AMOUNT.
009190     PERFORM EDIT-AMOUNT-PARA.
009200     MOVE EA-EDITED-AMOUNT-CR        TO WS-AM-AMOUNT.
009210     WRITE COLLECT-RPT-RECORD        FROM WS-AMT-LINE.

009220******************************************************************
009230* Files                                                          *
009240******************************************************************
009250*    THE BANK FILE'S HEADER IS BUILT LAST, SO HT-RECORD-COUNT
009260*    AND HT-HASH-TOTAL RUN FOR IT THROUGH THE WHOLE JOB; THE
009270*    MERGE FILE'S TRAILER CARRIES THE NOTICE COUNT.
009280 OPEN-FILES-PARA.
009290     OPEN OUTPUT NOTICE-MERGE-FILE.
009300     MOVE 'ETROP132'                 TO HT-PROGRAM-ID.
009310     MOVE 'DDNTCMRG'                 TO HT-INTERFACE-NAME.
009320     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
009330     PERFORM BUILD-HEADER-PARA.
009340     MOVE HT-GENERATION              TO WS-MERGE-GENERATION.
009350     MOVE HT-IO-RECORD               TO NOTICE-MERGE-RECORD.
009360     WRITE NOTICE-MERGE-RECORD.
009370     MOVE SPACES                     TO NOTICE-MERGE-RECORD.
009380     OPEN OUTPUT COLLECT-FILE.
009390     MOVE 'DDCOLL'                   TO HT-INTERFACE-NAME.
009400     MOVE 'BANK DIRECT DEBITS'       TO HT-DESTINATION.
009410     PERFORM BUILD-HEADER-PARA.
009420     MOVE HT-GENERATION              TO WS-COLLECT-GENERATION.
009430     MOVE HT-IO-RECORD               TO COLLECT-RECORD.
009440     WRITE COLLECT-RECORD.
009450     MOVE SPACES                     TO COLLECT-RECORD.
009460     OPEN OUTPUT COLLECT-RPT-FILE.
009470     WRITE COLLECT-RPT-RECORD        FROM WS-HDG-LINE.
009480     MOVE SPACES                     TO COLLECT-RPT-RECORD.
009490     WRITE COLLECT-RPT-RECORD.
009500     WRITE COLLECT-RPT-RECORD        FROM WS-COL-LINE.

009510 CLOSE-FILES-PARA.
009520     MOVE 'DDCOLL'                   TO HT-INTERFACE-NAME.
009530     MOVE WS-COLLECT-GENERATION      TO HT-GENERATION.
009540     PERFORM BUILD-TRAILER-PARA.
009550     MOVE HT-IO-RECORD               TO COLLECT-RECORD.
009560     WRITE COLLECT-RECORD.
009570     CLOSE COLLECT-FILE.
009580     MOVE 'DDNTCMRG'                 TO HT-INTERFACE-NAME.
009590     MOVE WS-MERGE-GENERATION        TO HT-GENERATION.
009600     MOVE WS-NOTICE-COUNT            TO HT-RECORD-COUNT.
009610     MOVE 0                          TO HT-HASH-TOTAL.
009620     PERFORM BUILD-TRAILER-PARA.
009630     MOVE HT-IO-RECORD               TO NOTICE-MERGE-RECORD.
009640     WRITE NOTICE-MERGE-RECORD.
009650     CLOSE NOTICE-MERGE-FILE.
009660     CLOSE COLLECT-RPT-FILE.

009670******************************************************************
009680* Amount Edit                                                    *
009690******************************************************************
009700     EXEC SQL
009710       INCLUDE CPAMTEDT
009720     END-EXEC.

009730******************************************************************
009740* Business-Day Walk                                              *
009750******************************************************************
009760     EXEC SQL
009770       INCLUDE CPBUSDAY
009780     END-EXEC.

009790******************************************************************
009800* Outbound-Notice Audit Log                                      *
009810******************************************************************
009820     EXEC SQL
009830       INCLUDE CPNTCLOG
009840     END-EXEC.

009850******************************************************************
009860* Interface Header/Trailer                                       *
009870******************************************************************
009880     EXEC SQL
009890       INCLUDE CPHDRTRL
009900     END-EXEC.

009910******************************************************************
009920* Error Logging                                                  *
009930******************************************************************
009940     EXEC SQL
009950       INCLUDE CPERRBAT
009960     END-EXEC.

009970 EXIT-PARA.
009980     MOVE 'F'                        TO JRL-RUN-STATUS.
009990     PERFORM SET-RUN-COUNTS-PARA.
010000     PERFORM LOG-JOB-END-PARA.
010010     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
010020     GOBACK.

010030******************************************************************
010040* Run Registry                                                   *
010050******************************************************************
010060     EXEC SQL
010070       INCLUDE CPJOBLOG
010080     END-EXEC.
