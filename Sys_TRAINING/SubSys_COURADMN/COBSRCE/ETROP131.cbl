000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP131.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  RETENTION-POLICY HOUSEKEEPING JOB.                            *
000090*  ETROP26 ARCHIVES ERROR_LOG, BUT EVERY OTHER LOG AND QUEUE     *
000100*  TABLE ONLY GREW. THIS JOB APPLIES EVERY ACTIVE ROW OF         *
000110*  RETENTION_POLICY (DCLRTPOL): EACH TABLE'S ROWS OLDER THAN ITS *
000120*  KEEP_DAYS ARE DELETED - WRITTEN TO THE RTNARCH ARCHIVE FILE   *
000130*  FIRST WHEN THE POLICY SAYS 'A'. ONLY THE TABLES WITH A PURGE  *
000140*  ROUTINE BELOW CAN BE POLICED, EACH BY ITS OWN DATE COLUMN:    *
000150*    NOTICE_LOG             RUN_DATE                             *
000160*    JOB_RUN_LOG            START_DTS                            *
000170*    LMS_EVENT_QUEUE        EVENT_DTS     (SENT ROWS ONLY)       *
000180*    LMS_EXTRACT_LOG        EXTRACT_DATE                         *
000190*    REGISTRATION_AUDIT     AUDIT_DTS                            *
000200*    PARAMETER_AUDIT        DTS                                  *
000210*    WAITLIST_OFFER         OFFER_DTS     (ANSWERED/EXPIRED ONLY)*
000220*    RESTORE_LOG            RESTORE_DATE                         *
000230*    TRANSMISSION_LOG       HEADER_DATE   (SENT/FAILED ONLY)     *
000240*    INBOUND_FILE_REGISTRY  RECEIVED_DTS  (FINISHED ONLY)        *
000250*    HR_EXTRACT_LOG         EXTRACT_DATE  (SETTLED ONLY)         *
000260*    WEB_BOOKING_REQUEST    DTS           (ANSWERED ONLY)        *
000270*    CREDIT_HOLD_LOG        DTS                                  *
000280*    USER_AUTHORITY_AUDIT   AUDIT_DTS     (REVOKED GRANTS ONLY)  *
000290*  A POLICY FOR ANY OTHER TABLE OR DATE COLUMN, OR KEEPING LESS  *
000300*  THAN ITS TABLE'S FLOOR, IS REJECTED ON THE REPORT AND PURGES  *
000310*  NOTHING. THE FLOOR IS WS-MIN-KEEP-DAYS, WIDER FOR THE TABLES  *
000320*  ANOTHER JOB LOOKS BACK THROUGH OR THAT ARE AUDIT EVIDENCE -   *
000330*  SEE FIND-HANDLER-PARA.                                        *
000340*                                                                *
000350*  LEGAL HOLD: WHILE AN ORG HAS AN INVOICE UNDER OPEN DISPUTE    *
000360*  (ETRB023 - INVOICE.DISPUTE_STATUS 'O'), THE REGISTRATION      *
000370*  AUDIT TRAIL AND NOTICES OF ITS DELEGATES ARE EVIDENCE AND ARE *
000380*  KEPT WHATEVER THEIR AGE. THE REPORT SHOWS HOW MANY ROWS PAST  *
000390*  THE CUTOFF THE HOLD KEPT BACK.                                *
000400*                                                                *
000410*  CHECKPOINT/RESTART - SAME SCHEME AS ETROP04: A COMMIT EVERY   *
000420*  WS-COMMIT-FREQ ROWS, WITH THE TABLE IN HAND AND ITS COUNTS    *
000430*  SAVED TO RTNRSTR. A RERUN AFTER AN ABEND SKIPS THE TABLES     *
000440*  ALREADY FINISHED AND CARRIES ON WITH THE ONE IT STOPPED IN.   *
000450*  A ROW IS ARCHIVED BEFORE IT IS DELETED, SO A ROW IS NEVER     *
000460*  LOST - BUT ONE ARCHIVED AFTER THE LAST CHECKPOINT OF AN       *
000470*  ABENDED RUN IS ARCHIVED AGAIN BY THE RERUN.                   *
000480******************************************************************

000490 ENVIRONMENT DIVISION.

000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. Z900.
000520 OBJECT-COMPUTER. Z900.

000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RTN-RPT-FILE     ASSIGN TO RTNRPT
000560            ORGANIZATION  IS LINE SEQUENTIAL.
000570     SELECT RTN-ARCH-FILE    ASSIGN TO RTNARCH
000580            ORGANIZATION  IS LINE SEQUENTIAL.
000590     SELECT OPTIONAL RESTART-KEY-FILE ASSIGN TO RTNRSTR
000600            ORGANIZATION  IS LINE SEQUENTIAL.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RTN-RPT-FILE
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  RTN-RPT-RECORD                  PIC X(132).
000660*    ONE ARCHIVED ROW PER RECORD - THE TABLE NAME AND THE DATE IT
000670*    WAS ARCHIVED, THEN EVERY COLUMN IN DCLGEN ORDER, EACH AT ITS
000680*    FULL WIDTH AND SEPARATED BY '|'.
000690 FD  RTN-ARCH-FILE
000700     RECORD CONTAINS 1200 CHARACTERS.
000710 01  RTN-ARCH-RECORD                 PIC X(1200).
000720******************************************************************
000730*  RESTART-KEY-FILE HOLDS THE TABLE IN HAND AT THE LAST COMMIT,  *
000740*  WHETHER IT WAS FINISHED, AND THE COUNTS SO FAR. SPACES IN     *
000750*  RK-TABLE-NAME MEAN THE LAST RUN ENDED CLEANLY.                *
000760******************************************************************
000770 FD  RESTART-KEY-FILE
000780     RECORD CONTAINS 100 CHARACTERS.
000790 01  RESTART-KEY-RECORD.
000800     05 RK-TABLE-NAME                PIC X(30).
000810     05 RK-TABLE-DONE-SW             PIC X(01).
000820     05 RK-SCANNED                   PIC 9(09).
000830     05 RK-PURGED                    PIC 9(09).
000840     05 RK-ARCHIVED                  PIC 9(09).
000850     05 RK-TOTAL-SCANNED             PIC 9(09).
000860     05 RK-TOTAL-PURGED              PIC 9(09).
000870     05 RK-TOTAL-ARCHIVED            PIC 9(09).
000875     05 RK-TOTAL-HELD                PIC 9(09).
000880     05 FILLER                       PIC X(06).

000890 WORKING-STORAGE SECTION.

000900 01 WS-BEGIN                          PIC  X(36) VALUE
000910     'ETROP131 WORKING STORAGE STARTS HERE'.

000920******************************************************************
000930*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000940******************************************************************
000950 01 WS-VARIABLES.
000960    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000970       88 WS-NO-ERROR                            VALUE SPACES.
000980       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000990       88 WS-FATAL-ERROR                         VALUE 'F'.
001000*    THE FLOOR UNDER EVERY KEEP_DAYS - A POLICY ROW KEYED AS 7
001010*    WHEN 7 YEARS WAS MEANT MUST NOT EMPTY A TABLE OVERNIGHT.
001020    05 WS-MIN-KEEP-DAYS                PIC S9(9) COMP VALUE 30.
001030*    THE WIDER FLOOR FOR THE FILE-TRANSFER LOGS - A RECIPIENT MAY
001040*    ASK ETROP122 FOR A RESEND, AND A SENDER MAY REPLAY A FILE
001050*    RCBT008A MUST STILL KNOW AS A DUPLICATE, UP TO A YEAR ON.
001060    05 WS-XFER-MIN-KEEP-DAYS           PIC S9(9) COMP VALUE 400.
001070*    AND FOR THE CREDIT-HOLD AND ACCESS-CONTROL AUDIT TRAILS -
001080*    SEVEN YEARS, THE SAME AS THE FINANCE RECORDS THEY SUPPORT.
001090    05 WS-AUDIT-MIN-KEEP-DAYS          PIC S9(9) COMP VALUE 2557.
001100    05 WS-COMMIT-COUNT                 PIC S9(9) COMP VALUE 0.
001110    05 WS-COMMIT-FREQ                  PIC S9(9) COMP VALUE 500.
001120    05 WS-POLICY-EOF-SW                PIC X(01) VALUE 'N'.
001130       88 WS-POLICY-EOF                          VALUE 'Y'.
001140    05 WS-ROWS-EOF-SW                  PIC X(01) VALUE 'N'.
001150       88 WS-ROWS-EOF                            VALUE 'Y'.
001160    05 WS-PL-SUB                       PIC S9(4) COMP.
001170    05 WS-SKIP-SW                      PIC X(01).
001180       88 WS-SKIP-POLICY                         VALUE 'Y'.
001190*    THE PURGE ROUTINE FOR THE POLICY IN HAND, AND THE ONLY DATE
001200*    COLUMN IT CAN PURGE BY.
001210    05 WS-HANDLER                      PIC X(02).
001220       88 WS-PURGE-NOTICE-LOG                    VALUE 'NL'.
001230       88 WS-PURGE-JOB-RUN-LOG                   VALUE 'JR'.
001240       88 WS-PURGE-LMS-EVENTS                    VALUE 'LE'.
001250       88 WS-PURGE-LMS-EXTRACTS                  VALUE 'LX'.
001260       88 WS-PURGE-REG-AUDIT                     VALUE 'RA'.
001270       88 WS-PURGE-PARM-AUDIT                    VALUE 'PA'.
001280       88 WS-PURGE-WAITLIST-OFFERS               VALUE 'WO'.
001290       88 WS-PURGE-RESTORE-LOG                   VALUE 'RL'.
001300       88 WS-PURGE-XMIT-LOG                      VALUE 'TL'.
001310       88 WS-PURGE-INBOUND-REG                   VALUE 'IR'.
001320       88 WS-PURGE-HR-EXTRACTS                   VALUE 'HX'.
001330       88 WS-PURGE-WEB-REQUESTS                  VALUE 'WB'.
001340       88 WS-PURGE-CREDIT-HOLDS                  VALUE 'CH'.
001350       88 WS-PURGE-AUTH-AUDIT                    VALUE 'UA'.
001360       88 WS-ETROP26-TABLE                       VALUE 'EL'.
001370       88 WS-NO-HANDLER                          VALUE SPACES.
001380    05 WS-HANDLER-DATE-COLUMN          PIC X(18).
001390    05 WS-HANDLER-MIN-KEEP             PIC S9(9) COMP.
001400    05 WS-TABLE-NAME                   PIC X(30).
001410    05 WS-PURGE-ACTION                 PIC X(01).
001420       88 WS-ARCHIVE-AND-DELETE                  VALUE 'A'.
001430       88 WS-DELETE-ONLY                         VALUE 'D'.
001440    05 WS-KEEP-DAYS                    PIC S9(9) COMP.
001450*    THE DATE COLUMNS ARE DATES OR TIMESTAMPS - THE CUTOFF IS AN
001460*    ISO DATE AND THE TIMESTAMP COLUMNS ARE COMPARED BY DATE().
001470    05 WS-CUTOFF-DATE                  PIC X(10).
001480    05 WS-ARCHIVE-DATE                 PIC X(10).
001490    05 WS-OUTCOME                      PIC X(26).
001500*    PER-TABLE COUNTS, THEN THE RUN'S.
001510    05 WS-SCANNED-COUNT                PIC S9(9) COMP VALUE 0.
001520    05 WS-PURGED-COUNT                 PIC S9(9) COMP VALUE 0.
001530    05 WS-ARCHIVED-COUNT               PIC S9(9) COMP VALUE 0.
001540    05 WS-HELD-COUNT                   PIC S9(9) COMP VALUE 0.
001550    05 WS-TOTAL-SCANNED                PIC S9(9) COMP VALUE 0.
001560    05 WS-TOTAL-PURGED                 PIC S9(9) COMP VALUE 0.
001570    05 WS-TOTAL-ARCHIVED               PIC S9(9) COMP VALUE 0.
001580    05 WS-TOTAL-HELD                   PIC S9(9) COMP VALUE 0.
001590    05 WS-POLICIES-APPLIED             PIC S9(9) COMP VALUE 0.
001600    05 WS-POLICIES-REJECTED            PIC S9(9) COMP VALUE 0.
001610*    RESTART POSITION READ FROM RTNRSTR - SPACES ON A FRESH RUN.
001620    05 WS-RESTART-TABLE                PIC X(30) VALUE SPACES.
001630    05 WS-RESTART-DONE-SW              PIC X(01) VALUE 'N'.
001640       88 WS-RESTART-TABLE-DONE                  VALUE 'Y'.
001650    05 WS-RESTART-SCANNED              PIC S9(9) COMP VALUE 0.
001660    05 WS-RESTART-PURGED               PIC S9(9) COMP VALUE 0.
001670    05 WS-RESTART-ARCHIVED             PIC S9(9) COMP VALUE 0.
001680*    EDITED COLUMN VALUES FOR THE ARCHIVE RECORD.
001690    05 WS-AR-INT-1                     PIC -(9)9.
001700    05 WS-AR-INT-2                     PIC -(9)9.
001710    05 WS-AR-INT-3                     PIC -(9)9.
001720    05 WS-AR-INT-4                     PIC -(9)9.
001730    05 WS-AR-AMT-1                     PIC -(7)9.99.
001740    05 WS-AR-AMT-2                     PIC -(7)9.99.
001750    05 WS-AR-AMT-3                     PIC -(13)9.99.
001760    05 WS-AR-AMT-4                     PIC -(13)9.99.
001770*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
001780*    RUN-PARAMETER READ ROUTINE AT STARTUP.
001790 01 WS-RCBT004A-PARM.
001800    05 WS-SP-PROGRAM-ID                PIC X(08).
001810    05 WS-SP-PARM-NAME                 PIC X(16).
001820    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001830    05 WS-SP-RETURN-CODE               PIC X(1).

001840******************************************************************
001850*  THE ACTIVE POLICIES, IN TABLE_NAME ORDER - THE ORDER A        *
001860*  RESTARTED RUN RELIES ON TO KNOW WHAT IS ALREADY DONE.         *
001870******************************************************************
001880 01 WS-POLICY-CONTROL.
001890    05 WS-PL-COUNT                     PIC S9(4) COMP VALUE 0.
001900    05 WS-MAX-POLICIES                 PIC S9(4) COMP VALUE 50.
001910 01 WS-POLICY-TABLE.
001920    05 WS-PL-ENTRY OCCURS 50 TIMES.
001930       10 WS-PL-TABLE-NAME             PIC X(30).
001940       10 WS-PL-DATE-COLUMN            PIC X(18).
001950       10 WS-PL-KEEP-DAYS              PIC S9(9) COMP.
001960       10 WS-PL-PURGE-ACTION           PIC X(01).

001970******************************************************************
001980*  REPORT LINES                                                  *
001990******************************************************************
002000 01 WS-RPT-LINES.
002010    05 WS-HDG-LINE.
002020       10 FILLER                       PIC X(46) VALUE
002030          'RETENTION HOUSEKEEPING - PURGE REPORT FOR RUN '.
002040       10 WS-HL-RUN-DATE               PIC X(10).
002050       10 FILLER                       PIC X(76) VALUE SPACES.
002060    05 WS-RESTART-LINE.
002070       10 FILLER                       PIC X(46) VALUE
002080          'RUN RESTARTED - RESUMING AFTER THE LAST COMMIT'.
002090       10 FILLER                       PIC X(09) VALUE
002100          ' ON TABLE'.
002110       10 FILLER                       PIC X(01) VALUE SPACES.
002120       10 WS-RL-TABLE-NAME             PIC X(30).
002130       10 FILLER                       PIC X(46) VALUE SPACES.
002140    05 WS-COL-LINE.
002150       10 FILLER                       PIC X(41) VALUE
002160          'TABLE                 DATE COLUMN'.
002170       10 FILLER                       PIC X(20) VALUE
002180          ' KEEP A CUTOFF'.
002190       10 FILLER                       PIC X(46) VALUE
002200          '    SCANNED      PURGED    ARCHIVED    ON HOLD'.
002210       10 FILLER                       PIC X(25) VALUE
002220          '  OUTCOME'.
002230    05 WS-DET-LINE.
002240*    X(21) HOLDS THE LONGEST TABLE NAME THIS JOB CAN POLICE.
002250       10 WS-DL-TABLE-NAME             PIC X(21).
002260       10 FILLER                       PIC X(01) VALUE SPACES.
002270       10 WS-DL-DATE-COLUMN            PIC X(18).
002280       10 FILLER                       PIC X(01) VALUE SPACES.
002290       10 WS-DL-KEEP-DAYS              PIC ZZZZ9.
002300       10 FILLER                       PIC X(01) VALUE SPACES.
002310       10 WS-DL-ACTION                 PIC X(01).
002320       10 FILLER                       PIC X(01) VALUE SPACES.
002330       10 WS-DL-CUTOFF                 PIC X(10).
002340       10 FILLER                       PIC X(01) VALUE SPACES.
002350       10 WS-DL-SCANNED                PIC ZZZ,ZZZ,ZZ9.
002360       10 FILLER                       PIC X(01) VALUE SPACES.
002370       10 WS-DL-PURGED                 PIC ZZZ,ZZZ,ZZ9.
002380       10 FILLER                       PIC X(01) VALUE SPACES.
002390       10 WS-DL-ARCHIVED               PIC ZZZ,ZZZ,ZZ9.
002400       10 FILLER                       PIC X(01) VALUE SPACES.
002410       10 WS-DL-HELD                   PIC ZZ,ZZZ,ZZ9.
002420       10 FILLER                       PIC X(01) VALUE SPACES.
002430       10 WS-DL-OUTCOME                PIC X(25).
002440    05 WS-NONE-LINE.
002450       10 FILLER                       PIC X(41) VALUE
002460          'NO ACTIVE RETENTION POLICY - NOTHING DONE'.
002470       10 FILLER                       PIC X(91) VALUE SPACES.
002480    05 WS-CNT-LINE.
002490       10 WS-CN-LABEL                  PIC X(30).
002500       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002510       10 FILLER                       PIC X(91) VALUE SPACES.

002520******************************************************************
002530* Copybook Includes.                                             *
002540******************************************************************
002550     EXEC SQL
002560       INCLUDE CWERRLOG
002570     END-EXEC.

002580*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002590     EXEC SQL
002600       INCLUDE CWJOBLOG
002610     END-EXEC.

002620******************************************************************
002630*                     DB2 SECTION                                *
002640******************************************************************
002650     EXEC SQL
002660       INCLUDE SQLCA
002670     END-EXEC.

002680     EXEC SQL
002690       INCLUDE DCLRTPOL
002700     END-EXEC.

002710     EXEC SQL
002720       INCLUDE DCLNTCLG
002730     END-EXEC.

002740     EXEC SQL
002750       INCLUDE DCLJOBLOG
002760     END-EXEC.

002770     EXEC SQL
002780       INCLUDE DCLLMSEV
002790     END-EXEC.

002800     EXEC SQL
002810       INCLUDE DCLLMSXL
002820     END-EXEC.

002830     EXEC SQL
002840       INCLUDE DCLRGAUD
002850     END-EXEC.

002860     EXEC SQL
002870       INCLUDE DCLSPAUD
002880     END-EXEC.

002890     EXEC SQL
002900       INCLUDE DCLWLOFR
002910     END-EXEC.

002920     EXEC SQL
002930       INCLUDE DCLRSTLG
002940     END-EXEC.
002950
002960     EXEC SQL
002970       INCLUDE DCLXMTLG
002980     END-EXEC.
002990
003000     EXEC SQL
003010       INCLUDE DCLINBRG
003020     END-EXEC.
003030
003040     EXEC SQL
003050       INCLUDE DCLHRXL
003060     END-EXEC.
003070
003080     EXEC SQL
003090       INCLUDE DCLWBREQ
003100     END-EXEC.
003110
003120     EXEC SQL
003130       INCLUDE DCLCRHLG
003140     END-EXEC.
003150
003160     EXEC SQL
003170       INCLUDE DCLUAAUD
003180     END-EXEC.

003190******************************************************************
003200*  EVERY ACTIVE POLICY, IN THE ORDER THE RUN WORKS THROUGH THEM. *
003210******************************************************************
003220     EXEC SQL DECLARE ACTIVE-POLICIES CURSOR
003230      FOR
003240      SELECT TABLE_NAME, DATE_COLUMN, KEEP_DAYS, PURGE_ACTION
003250        FROM DBODEVP.RETENTION_POLICY
003260       WHERE ACTIVE_SW = 'Y'
003270       ORDER BY TABLE_NAME
003280     END-EXEC.

003290******************************************************************
003300*  ONE CURSOR PER POLICED TABLE - THE ROWS PAST THE CUTOFF, EVERY*
003310*  COLUMN SO AN ARCHIVED ROW IS COMPLETE. ALL ARE WITH HOLD -    *
003320*  CHECKPOINT-PARA COMMITS WHILE THEY ARE STILL OPEN. NULLABLE   *
003330*  COLUMNS COME BACK AS BLANK OR ZERO.                           *
003340******************************************************************
003350*    A NOTICE TO A DELEGATE OF AN ORG WITH AN OPEN INVOICE
003360*    DISPUTE IS UNDER LEGAL HOLD.
003370     EXEC SQL DECLARE OLD-NOTICE-LOG CURSOR
003380      WITH HOLD
003390      FOR
003400      SELECT N.EMAIL_ADDR, N.NOTICE_TYPE, N.SESSION_CATG,
003410             N.SESSION_ID, N.RUN_DATE, N.DTS, N.LANG_CD,
003420             N.SENT_STATUS
003430        FROM DBODEVP.NOTICE_LOG N
003440       WHERE N.RUN_DATE < :WS-CUTOFF-DATE
003450         AND NOT EXISTS
003460             ( SELECT 1
003470                 FROM DBODEVP.REGISTRATION R,
003480                      DBODEVP.INVOICE I
003490                WHERE R.SESSION_CATG   = N.SESSION_CATG
003500                  AND R.SESSION_ID     = N.SESSION_ID
003510                  AND R.EMAIL_ADDR     = N.EMAIL_ADDR
003520                  AND I.ORG_NAME       = R.ORG_NAME
003530                  AND I.DISPUTE_STATUS = 'O' )
003540     END-EXEC.

003550     EXEC SQL DECLARE OLD-JOB-RUN-LOG CURSOR
003560      WITH HOLD
003570      FOR
003580      SELECT PROGRAM_ID, START_DTS,
003590             COALESCE(CHAR(END_DTS), ' '),
003600             RUN_STATUS, ROWS_READ, ROWS_WRITTEN,
003610             ROWS_UPDATED, ROWS_SKIPPED
003620        FROM DBODEVP.JOB_RUN_LOG
003630       WHERE DATE(START_DTS) < :WS-CUTOFF-DATE
003640     END-EXEC.

003650*    A PENDING OR FAILED PUT IS STILL WORK FOR ETROP66 - ONLY
003660*    EVENTS THE LMS HAS ACCEPTED ARE HOUSEKEEPING.
003670     EXEC SQL DECLARE OLD-LMS-EVENTS CURSOR
003680      WITH HOLD
003690      FOR
003700      SELECT EVENT_DTS, EVENT_TYPE, SESSION_CATG, SESSION_ID,
003710             EMAIL_ADDR, FULL_NAME,
003720             COALESCE(TARGET_CATG, ' '),
003730             COALESCE(TARGET_ID, 0),
003740             PUT_STATUS,
003750             COALESCE(CHAR(PUT_DTS), ' ')
003760        FROM DBODEVP.LMS_EVENT_QUEUE
003770       WHERE DATE(EVENT_DTS) < :WS-CUTOFF-DATE
003780         AND PUT_STATUS = 'S'
003790     END-EXEC.

003800     EXEC SQL DECLARE OLD-LMS-EXTRACTS CURSOR
003810      WITH HOLD
003820      FOR
003830      SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR,
003840             EXTRACT_DATE, ACK_STATUS,
003850             COALESCE(CHAR(ACK_DTS), ' '),
003860             DTS
003870        FROM DBODEVP.LMS_EXTRACT_LOG
003880       WHERE EXTRACT_DATE < :WS-CUTOFF-DATE
003890     END-EXEC.

003900*    THE AUDIT TRAIL OF A REGISTRATION WHOSE ORG HAS AN OPEN
003910*    INVOICE DISPUTE IS UNDER LEGAL HOLD.
003920     EXEC SQL DECLARE OLD-REG-AUDIT CURSOR
003930      WITH HOLD
003940      FOR
003950      SELECT A.SESSION_CATG, A.SESSION_ID, A.EMAIL_ADDR,
003960             A.AUDIT_DTS, A.AUDIT_MODULE, A.AUDIT_USERID,
003970             A.AUDIT_ACTION,
003980             COALESCE(A.OLD_REG_STATUS, ' '),
003990             COALESCE(A.NEW_REG_STATUS, ' '),
004000             COALESCE(A.OLD_EMAIL_ADDR, ' '),
004010             COALESCE(A.NEW_EMAIL_ADDR, ' '),
004020             COALESCE(A.OLD_FULL_NAME, ' '),
004030             COALESCE(A.NEW_FULL_NAME, ' '),
004040             COALESCE(A.OLD_ORG_NAME, ' '),
004050             COALESCE(A.NEW_ORG_NAME, ' '),
004060             COALESCE(A.OLD_PHONE_NUMBER, ' '),
004070             COALESCE(A.NEW_PHONE_NUMBER, ' '),
004080             COALESCE(A.OLD_AMOUNT_PAID, 0),
004090             COALESCE(A.NEW_AMOUNT_PAID, 0),
004100             COALESCE(A.OLD_COMPLETION_STATUS, ' '),
004110             COALESCE(A.NEW_COMPLETION_STATUS, ' ')
004120        FROM DBODEVP.REGISTRATION_AUDIT A
004130       WHERE DATE(A.AUDIT_DTS) < :WS-CUTOFF-DATE
004140         AND NOT EXISTS
004150             ( SELECT 1
004160                 FROM DBODEVP.REGISTRATION R,
004170                      DBODEVP.INVOICE I
004180                WHERE R.SESSION_CATG   = A.SESSION_CATG
004190                  AND R.SESSION_ID     = A.SESSION_ID
004200                  AND R.EMAIL_ADDR     = A.EMAIL_ADDR
004210                  AND I.ORG_NAME       = R.ORG_NAME
004220                  AND I.DISPUTE_STATUS = 'O' )
004230     END-EXEC.

004240     EXEC SQL DECLARE OLD-PARM-AUDIT CURSOR
004250      WITH HOLD
004260      FOR
004270      SELECT PROGRAM_ID, PARM_NAME,
004280             COALESCE(OLD_VALUE, 0),
004290             NEW_VALUE, EFFECTIVE_DATE, AUDIT_USERID, DTS
004300        FROM DBODEVP.PARAMETER_AUDIT
004310       WHERE DATE(DTS) < :WS-CUTOFF-DATE
004320     END-EXEC.

004330*    AN OPEN OFFER IS STILL RUNNING AGAINST ITS DEADLINE - ONLY
004340*    ANSWERED OR EXPIRED OFFERS ARE HOUSEKEEPING.
004350     EXEC SQL DECLARE OLD-WAITLIST-OFFERS CURSOR
004360      WITH HOLD
004370      FOR
004380      SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR, OFFER_DTS,
004390             OFFER_DEADLINE, OFFER_STATUS,
004400             COALESCE(CHAR(ANSWER_DTS), ' '),
004410             COALESCE(ANSWER_USR_ID, ' ')
004420        FROM DBODEVP.WAITLIST_OFFER
004430       WHERE DATE(OFFER_DTS) < :WS-CUTOFF-DATE
004440         AND OFFER_STATUS NOT = 'O'
004450     END-EXEC.

004460     EXEC SQL DECLARE OLD-RESTORE-LOG CURSOR
004470      WITH HOLD
004480      FOR
004490      SELECT SESSION_CATG, SESSION_ID, RESTORE_DATE,
004500             RESTORED_ROWS, DTS
004510        FROM DBODEVP.RESTORE_LOG
004520       WHERE RESTORE_DATE < :WS-CUTOFF-DATE
004530     END-EXEC.

004540
004550*    A GENERATION GOES WITH ALL ITS RESENDS - THEY CARRY ITS
004560*    HEADER DATE. ONE STILL BEING WRITTEN OR NOT YET TRANSFERRED
004570*    IS LEFT FOR OPERATIONS, AND EACH INTERFACE'S LATEST
004580*    GENERATION IS KEPT WHATEVER ITS AGE - RCBT007A NUMBERS THE
004590*    NEXT ONE FROM IT.
004600     EXEC SQL DECLARE OLD-XMIT-LOG CURSOR
004610      WITH HOLD
004620      FOR
004630      SELECT T.INTERFACE_NAME, T.GENERATION, T.RESEND_SEQ,
004640             T.PROGRAM_ID, T.DESTINATION,
004650             CHAR(T.HEADER_DATE, ISO), CHAR(T.HEADER_TIME, ISO),
004660             T.XMIT_STATUS,
004670             COALESCE(T.RECORD_COUNT, 0),
004680             COALESCE(T.HASH_TOTAL, 0),
004690             COALESCE(CHAR(T.TRANSFER_DTS), ' '),
004700             COALESCE(T.TRANSFER_REF, ' '),
004710             COALESCE(T.REQUESTED_BY, ' '),
004720             COALESCE(T.RESEND_REASON, ' '),
004730             T.USR_ID, T.DTS
004740        FROM DBODEVP.TRANSMISSION_LOG T
004750       WHERE T.HEADER_DATE < :WS-CUTOFF-DATE
004760         AND T.XMIT_STATUS IN ('S', 'F')
004770         AND T.GENERATION <
004780             ( SELECT MAX(L.GENERATION)
004790                 FROM DBODEVP.TRANSMISSION_LOG L
004800                WHERE L.INTERFACE_NAME = T.INTERFACE_NAME )
004810     END-EXEC.
004820
004830*    AN ARRIVAL STILL 'A' MAY BE A PART-APPLIED FILE SOMEONE HAS
004840*    YET TO LOOK AT, AND THE PROCESSED ARRIVAL OF EACH SENDER'S
004850*    HIGHEST FILE_SEQ IS WHAT RCBT008A CHECKS THE NEXT FILE'S
004860*    SEQUENCE AGAINST - BOTH ARE KEPT WHATEVER THEIR AGE.
004870     EXEC SQL DECLARE OLD-INBOUND-REG CURSOR
004880      WITH HOLD
004890      FOR
004900      SELECT G.INTERFACE_NAME, G.SENDER_ID, G.FILE_SEQ,
004910             G.ARRIVAL_SEQ, G.PROGRAM_ID,
004920             COALESCE(CHAR(G.FILE_DATE, ISO), ' '),
004930             COALESCE(CHAR(G.FILE_TIME, ISO), ' '),
004940             G.ARRIVAL_STATUS, G.GAP_FLAG,
004950             COALESCE(G.EXPECTED_SEQ, 0),
004960             COALESCE(G.RECORD_COUNT, 0),
004970             COALESCE(G.OVERRIDE_BY, ' '),
004980             COALESCE(G.OVERRIDE_REASON, ' '),
004990             G.RECEIVED_DTS,
005000             COALESCE(CHAR(G.COMPLETED_DTS), ' '),
005010             G.USR_ID, G.DTS
005020        FROM DBODEVP.INBOUND_FILE_REGISTRY G
005030       WHERE DATE(G.RECEIVED_DTS) < :WS-CUTOFF-DATE
005040         AND G.ARRIVAL_STATUS NOT = 'A'
005050         AND (G.ARRIVAL_STATUS NOT = 'P'
005060              OR G.FILE_SEQ <
005070                 ( SELECT MAX(M.FILE_SEQ)
005080                     FROM DBODEVP.INBOUND_FILE_REGISTRY M
005090                    WHERE M.INTERFACE_NAME = G.INTERFACE_NAME
005100                      AND M.SENDER_ID      = G.SENDER_ID
005110                      AND M.ARRIVAL_STATUS IN ('A', 'P') ))
005120     END-EXEC.
005130
005140*    A PENDING EVENT IS STILL ETROP111'S TO RECONCILE. AN ACCEPTED
005150*    ONE IS ETROP110'S ONLY RECORD THAT HR HAS IT - WHILE THE
005160*    REGISTRATION IS ON FILE, PURGING IT WOULD SEND THE EVENT TO
005170*    HR AGAIN. ONLY REJECTED EVENTS, AND ACCEPTED ONES WHOSE
005180*    REGISTRATION HAS GONE, ARE HOUSEKEEPING.
005190     EXEC SQL DECLARE OLD-HR-EXTRACTS CURSOR
005200      WITH HOLD
005210      FOR
005220      SELECT X.ENO, X.CONFIRM_NO, X.EVENT_TYPE, X.SESSION_CATG,
005230             X.SESSION_ID, X.EXTRACT_DATE, X.ACK_STATUS,
005240             COALESCE(CHAR(X.ACK_DTS), ' '),
005250             X.DTS
005260        FROM DBODEVP.HR_EXTRACT_LOG X
005270       WHERE X.EXTRACT_DATE < :WS-CUTOFF-DATE
005280         AND (X.ACK_STATUS = 'R'
005290              OR (X.ACK_STATUS = 'A'
005300                  AND NOT EXISTS
005310                      ( SELECT 1
005320                          FROM DBODEVP.REGISTRATION R
005330                         WHERE R.ENO        = X.ENO
005340                           AND R.CONFIRM_NO = X.CONFIRM_NO )))
005350     END-EXEC.
005360
005370*    A CLAIM STILL 'I' IS A BOOKING IN FLIGHT - ONLY ANSWERED
005380*    REQUESTS ARE HOUSEKEEPING.
005390     EXEC SQL DECLARE OLD-WEB-REQUESTS CURSOR
005400      WITH HOLD
005410      FOR
005420      SELECT REQUEST_ID, SESSION_CATG, SESSION_ID, EMAIL_ADDR,
005430             RESULT_CD, REASON_CD,
005440             COALESCE(CONFIRM_NO, ' '),
005450             COALESCE(PRICED_FEE, 0),
005460             COALESCE(WAITLIST_POS, 0),
005470             USR_ID, DTS
005480        FROM DBODEVP.WEB_BOOKING_REQUEST
005490       WHERE DATE(DTS) < :WS-CUTOFF-DATE
005500         AND RESULT_CD NOT = 'I'
005510     END-EXEC.
005520
005530*    EACH ORG'S LATEST ROW SAYS WHY ITS CREDIT_HOLD STANDS AS IT
005540*    DOES AND IS KEPT WHATEVER ITS AGE.
005550     EXEC SQL DECLARE OLD-CREDIT-HOLDS CURSOR
005560      WITH HOLD
005570      FOR
005580      SELECT C.ORG_CODE, C.HOLD_ACTION, C.ACTION_USR,
005590             COALESCE(C.ACTION_REASON, ' '),
005600             COALESCE(C.AGED_BALANCE, 0),
005610             COALESCE(C.EXPOSURE, 0),
005620             C.DTS
005630        FROM DBODEVP.CREDIT_HOLD_LOG C
005640       WHERE DATE(C.DTS) < :WS-CUTOFF-DATE
005650         AND C.DTS <
005660             ( SELECT MAX(M.DTS)
005670                 FROM DBODEVP.CREDIT_HOLD_LOG M
005680                WHERE M.ORG_CODE = C.ORG_CODE )
005690     END-EXEC.
005700
005710*    THE WHOLE HISTORY OF A GRANT STILL HELD IS KEPT WHATEVER ITS
005720*    AGE - ONLY THE AUDIT ROWS OF REVOKED GRANTS ARE HOUSEKEEPING.
005730     EXEC SQL DECLARE OLD-AUTH-AUDIT CURSOR
005740      WITH HOLD
005750      FOR
005760      SELECT A.AUDIT_DTS, A.USR_ID, A.FUNCTION_CODE,
005770             A.AUDIT_ACTION,
005780             COALESCE(A.ENO, ' '),
005790             A.GRANTED_BY, A.GRANTED_DTS, A.ACTION_BY,
005800             A.ACTION_MODULE, A.ACTION_REASON
005810        FROM DBODEVP.USER_AUTHORITY_AUDIT A
005820       WHERE DATE(A.AUDIT_DTS) < :WS-CUTOFF-DATE
005830         AND NOT EXISTS
005840             ( SELECT 1
005850                 FROM DBODEVP.USER_AUTHORITY U
005860                WHERE U.USR_ID        = A.USR_ID
005870                  AND U.FUNCTION_CODE = A.FUNCTION_CODE )
005880     END-EXEC.
005890 01 WS-END                             PIC X(50) VALUE
005900     'ETROP131-WORKING STORAGE SECTION ENDS HERE'.

005910 PROCEDURE DIVISION.

005920 MAIN-LOGIC-PARA.

005930     MOVE 'ETROP131'                   TO EL-ERROR-MODULE.
005940     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

005950     MOVE 'ETROP131'                   TO JRL-PROGRAM-ID.
005960     PERFORM LOG-JOB-START-PARA.

005970     PERFORM GET-PARAMETERS-PARA.
005980     PERFORM READ-RESTART-KEY-PARA.
005990     PERFORM OPEN-FILES-PARA.
006000     PERFORM LOAD-POLICIES-PARA.

006010     IF WS-PL-COUNT = 0
006020       WRITE RTN-RPT-RECORD          FROM WS-NONE-LINE
006030     END-IF.
006040     PERFORM APPLY-ONE-POLICY-PARA
006050       VARYING WS-PL-SUB FROM 1 BY 1
006060         UNTIL WS-PL-SUB > WS-PL-COUNT.

006070     PERFORM WRITE-TOTALS-PARA.
006080     PERFORM END-OF-RUN-CHECKPOINT-PARA.
006090     CLOSE RTN-RPT-FILE
006100           RTN-ARCH-FILE.

006110     DISPLAY 'RETENTION POLICIES APPLIED : ' WS-POLICIES-APPLIED.
006120     DISPLAY 'RETENTION POLICIES REJECTED: ' WS-POLICIES-REJECTED.
006130     DISPLAY 'ROWS PURGED                : ' WS-TOTAL-PURGED.
006140     DISPLAY 'ROWS ARCHIVED              : ' WS-TOTAL-ARCHIVED.
006150     DISPLAY 'ROWS KEPT ON LEGAL HOLD    : ' WS-TOTAL-HELD.
006160     MOVE 'C'                        TO JRL-RUN-STATUS.
006170     MOVE WS-TOTAL-SCANNED           TO JRL-ROWS-READ.
006180     MOVE WS-TOTAL-ARCHIVED          TO JRL-ROWS-WRITTEN.
006190     MOVE WS-TOTAL-PURGED            TO JRL-ROWS-UPDATED.
006200     MOVE WS-TOTAL-HELD              TO JRL-ROWS-SKIPPED.
006210     PERFORM LOG-JOB-END-PARA.
006220     GOBACK.

006230******************************************************************
006240* Run Parameters                                                 *
006250******************************************************************
006260 GET-PARAMETERS-PARA.
006270     MOVE 'ETROP131'                 TO WS-SP-PROGRAM-ID.
006280     MOVE 'COMMIT-FREQ     '         TO WS-SP-PARM-NAME.
006290     MOVE WS-COMMIT-FREQ             TO WS-SP-PARM-VALUE.
006300     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
006310     IF WS-SP-PARM-VALUE > 0
006320       MOVE WS-SP-PARM-VALUE         TO WS-COMMIT-FREQ
006330     END-IF.
006340     EXEC SQL
006350       SELECT CHAR(CURRENT DATE, ISO)
006360         INTO :WS-ARCHIVE-DATE
006370         FROM SYSIBM.SYSDUMMY1
006380     END-EXEC.
006390     IF SQLCODE NOT = 0
006400       MOVE 'SELECT'                 TO EL-ERROR-ACTION
006410       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
006420       PERFORM CHECK-SQLCODE-PARA
006430       PERFORM EXIT-PARA
006440     END-IF.

006450******************************************************************
006460* Checkpoint/Restart                                             *
006470******************************************************************
006480 READ-RESTART-KEY-PARA.
006490     MOVE SPACES                     TO WS-RESTART-TABLE.
006500     OPEN INPUT RESTART-KEY-FILE.
006510     READ RESTART-KEY-FILE
006520       AT END
006530         CONTINUE
006540       NOT AT END
006550         MOVE RK-TABLE-NAME          TO WS-RESTART-TABLE
006560         MOVE RK-TABLE-DONE-SW       TO WS-RESTART-DONE-SW
006570         MOVE RK-SCANNED             TO WS-RESTART-SCANNED
006580         MOVE RK-PURGED              TO WS-RESTART-PURGED
006590         MOVE RK-ARCHIVED            TO WS-RESTART-ARCHIVED
006600     END-READ.
006610     IF WS-RESTART-TABLE NOT = SPACES
006620       MOVE RK-TOTAL-SCANNED         TO WS-TOTAL-SCANNED
006630       MOVE RK-TOTAL-PURGED          TO WS-TOTAL-PURGED
006640       MOVE RK-TOTAL-ARCHIVED        TO WS-TOTAL-ARCHIVED
006645       MOVE RK-TOTAL-HELD            TO WS-TOTAL-HELD
006650     END-IF.
006660     CLOSE RESTART-KEY-FILE.

006670*    A RESTARTED RUN EXTENDS THE REPORT AND THE ARCHIVE, OR THE
006680*    LINES AND ROWS WRITTEN BEFORE THE ABEND WOULD BE LOST.
006690 OPEN-FILES-PARA.
006700     IF WS-RESTART-TABLE = SPACES
006710       OPEN OUTPUT RTN-RPT-FILE
006720                   RTN-ARCH-FILE
006730       MOVE WS-ARCHIVE-DATE          TO WS-HL-RUN-DATE
006740       WRITE RTN-RPT-RECORD          FROM WS-HDG-LINE
006750     ELSE
006760       OPEN EXTEND RTN-RPT-FILE
006770                   RTN-ARCH-FILE
006780       MOVE WS-RESTART-TABLE         TO WS-RL-TABLE-NAME
006790       WRITE RTN-RPT-RECORD          FROM WS-RESTART-LINE
006800     END-IF.
006810     MOVE SPACES                     TO RTN-RPT-RECORD.
006820     WRITE RTN-RPT-RECORD.
006830     WRITE RTN-RPT-RECORD            FROM WS-COL-LINE.

006840 CHECKPOINT-PARA.
006850     ADD 1                           TO WS-COMMIT-COUNT.
006860     IF WS-COMMIT-COUNT >= WS-COMMIT-FREQ
006870       EXEC SQL
006880         COMMIT
006890       END-EXEC
006900       MOVE 'N'                      TO RK-TABLE-DONE-SW
006910       PERFORM WRITE-RESTART-KEY-PARA
006920       MOVE 0                        TO WS-COMMIT-COUNT
006930     END-IF.

006940*    A FINISHED TABLE IS COMMITTED AND MARKED DONE AT ONCE, SO A
006950*    RERUN NEVER RESCANS IT.
006960 TABLE-DONE-CHECKPOINT-PARA.
006970     EXEC SQL
006980       COMMIT
006990     END-EXEC.
007000     MOVE 'Y'                        TO RK-TABLE-DONE-SW.
007010     PERFORM WRITE-RESTART-KEY-PARA.
007020     MOVE 0                          TO WS-COMMIT-COUNT.

007030 WRITE-RESTART-KEY-PARA.
007040     OPEN OUTPUT RESTART-KEY-FILE.
007050     MOVE WS-TABLE-NAME              TO RK-TABLE-NAME.
007060     MOVE WS-SCANNED-COUNT           TO RK-SCANNED.
007070     MOVE WS-PURGED-COUNT            TO RK-PURGED.
007080     MOVE WS-ARCHIVED-COUNT          TO RK-ARCHIVED.
007090     MOVE WS-TOTAL-SCANNED           TO RK-TOTAL-SCANNED.
007100     MOVE WS-TOTAL-PURGED            TO RK-TOTAL-PURGED.
007110     MOVE WS-TOTAL-ARCHIVED          TO RK-TOTAL-ARCHIVED.
007115     MOVE WS-TOTAL-HELD              TO RK-TOTAL-HELD.
007120     MOVE SPACES                     TO RESTART-KEY-RECORD (95:6).
007130     WRITE RESTART-KEY-RECORD.
007140     CLOSE RESTART-KEY-FILE.

007150*    A CLEAN END OF RUN COMMITS WHATEVER IS LEFT AND RESETS THE
007160*    RESTART KEY, SO THE NEXT RUN STARTS WITH THE FIRST POLICY.
007170*    ONLY THE KEY IS CLEARED - THE RUN TOTALS ARE STILL TO GO TO
007180*    THE CONSOLE AND JOB_RUN_LOG.
007190 END-OF-RUN-CHECKPOINT-PARA.
007200     EXEC SQL
007210       COMMIT
007220     END-EXEC.
007230     OPEN OUTPUT RESTART-KEY-FILE.
007240     MOVE SPACES                     TO RESTART-KEY-RECORD.
007250     MOVE 'N'                        TO RK-TABLE-DONE-SW.
007260     MOVE 0                          TO RK-SCANNED
007270                                        RK-PURGED
007280                                        RK-ARCHIVED
007290                                        RK-TOTAL-SCANNED
007300                                        RK-TOTAL-PURGED
007310                                        RK-TOTAL-ARCHIVED
007315                                        RK-TOTAL-HELD.
007320     WRITE RESTART-KEY-RECORD.
007330     CLOSE RESTART-KEY-FILE.

007340******************************************************************
007350* Retention Policies                                             *
007360******************************************************************
007370 LOAD-POLICIES-PARA.
007380     EXEC SQL
007390       OPEN ACTIVE-POLICIES
007400     END-EXEC.
007410     IF SQLCODE NOT = 0
007420       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
007430       MOVE 'RETENTION_POLICY'       TO EL-ERROR-DB2-OBJECT
007440       PERFORM CHECK-SQLCODE-PARA
007450       PERFORM EXIT-PARA
007460     END-IF.
007470     PERFORM FETCH-POLICY-PARA.
007480     PERFORM LOAD-ONE-POLICY-PARA
007490       UNTIL WS-POLICY-EOF.
007500     EXEC SQL
007510       CLOSE ACTIVE-POLICIES
007520     END-EXEC.
007530     IF SQLCODE NOT = 0
007540       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
007550       MOVE 'RETENTION_POLICY'       TO EL-ERROR-DB2-OBJECT
007560       PERFORM CHECK-SQLCODE-PARA
007570     END-IF.

007580 FETCH-POLICY-PARA.
007590     EXEC SQL
007600       FETCH ACTIVE-POLICIES
007610        INTO :RTP-TABLE-NAME,
007620             :RTP-DATE-COLUMN,
007630             :RTP-KEEP-DAYS,
007640             :RTP-PURGE-ACTION
007650     END-EXEC.
007660     EVALUATE SQLCODE
007670       WHEN 0
007680         CONTINUE
007690       WHEN 100
007700         MOVE 'Y'                    TO WS-POLICY-EOF-SW
007710       WHEN OTHER
007720         MOVE 'FETCH '               TO EL-ERROR-ACTION
007730         MOVE 'RETENTION_POLICY'     TO EL-ERROR-DB2-OBJECT
007740         PERFORM CHECK-SQLCODE-PARA
007750         PERFORM EXIT-PARA
007760     END-EVALUATE.

007770*    MORE POLICIES THAN THE TABLE HOLDS STOPS THE RUN - THE TAIL
007780*    OF THE LIST WOULD OTHERWISE GO SILENTLY UNPURGED.
007790 LOAD-ONE-POLICY-PARA.
007800     IF WS-PL-COUNT NOT < WS-MAX-POLICIES
007810       DISPLAY 'ETROP131 - MORE THAN ' WS-MAX-POLICIES
007820               ' ACTIVE RETENTION POLICIES'
007830       PERFORM EXIT-PARA
007840     END-IF.
007850     ADD 1                           TO WS-PL-COUNT.
007860     MOVE RTP-TABLE-NAME       TO WS-PL-TABLE-NAME (WS-PL-COUNT).
007870     MOVE RTP-DATE-COLUMN     TO WS-PL-DATE-COLUMN (WS-PL-COUNT).
007880     MOVE RTP-KEEP-DAYS        TO WS-PL-KEEP-DAYS (WS-PL-COUNT).
007890     MOVE RTP-PURGE-ACTION  TO WS-PL-PURGE-ACTION (WS-PL-COUNT).
007900     PERFORM FETCH-POLICY-PARA.

007910******************************************************************
007920* One Policy                                                     *
007930******************************************************************
007940*    ON A RESTART, THE TABLES BEFORE THE ONE IN HAND AT THE ABEND
007950*    (AND THAT ONE TOO, IF IT HAD FINISHED) ARE ALREADY ON THE
007960*    REPORT AND ARE PASSED OVER WITHOUT A SECOND LINE.
007970 APPLY-ONE-POLICY-PARA.
007980     MOVE WS-PL-TABLE-NAME (WS-PL-SUB) TO WS-TABLE-NAME.
007990     MOVE WS-PL-KEEP-DAYS (WS-PL-SUB)  TO WS-KEEP-DAYS.
008000     MOVE WS-PL-PURGE-ACTION (WS-PL-SUB)
008010                                     TO WS-PURGE-ACTION.
008020     MOVE 0                          TO WS-SCANNED-COUNT
008030                                        WS-PURGED-COUNT
008040                                        WS-ARCHIVED-COUNT
008050                                        WS-HELD-COUNT.
008060     MOVE SPACES                     TO WS-CUTOFF-DATE.
008070     MOVE 'N'                        TO WS-SKIP-SW.
008080     IF WS-RESTART-TABLE NOT = SPACES
008090       PERFORM CHECK-RESTART-POSITION-PARA
008100     END-IF.
008110     IF NOT WS-SKIP-POLICY
008120       PERFORM APPLY-POLICY-PARA
008130     END-IF.

008140 CHECK-RESTART-POSITION-PARA.
008150     IF WS-TABLE-NAME < WS-RESTART-TABLE
008160        OR (WS-TABLE-NAME = WS-RESTART-TABLE
008170            AND WS-RESTART-TABLE-DONE)
008180       SET WS-SKIP-POLICY            TO TRUE
008190     ELSE
008200       IF WS-TABLE-NAME = WS-RESTART-TABLE
008210         MOVE WS-RESTART-SCANNED     TO WS-SCANNED-COUNT
008220         MOVE WS-RESTART-PURGED      TO WS-PURGED-COUNT
008230         MOVE WS-RESTART-ARCHIVED    TO WS-ARCHIVED-COUNT
008240       END-IF
008250       MOVE SPACES                   TO WS-RESTART-TABLE
008260     END-IF.

008270 APPLY-POLICY-PARA.
008280     PERFORM FIND-HANDLER-PARA.
008290     EVALUATE TRUE
008300       WHEN WS-ETROP26-TABLE
008310         MOVE 'SKIPPED - SEE ETROP26'
008320                                     TO WS-OUTCOME
008330       WHEN WS-NO-HANDLER
008340         MOVE 'REJECTED - NO PURGE RULE'
008350                                     TO WS-OUTCOME
008360         ADD 1                       TO WS-POLICIES-REJECTED
008370       WHEN WS-PL-DATE-COLUMN (WS-PL-SUB)
008380                                NOT = WS-HANDLER-DATE-COLUMN
008390         MOVE 'REJECTED - WRONG DATE COL'
008400                                     TO WS-OUTCOME
008410         ADD 1                       TO WS-POLICIES-REJECTED
008420       WHEN WS-KEEP-DAYS < WS-HANDLER-MIN-KEEP
008430         MOVE 'REJECTED - KEEP TOO SHORT'
008440                                     TO WS-OUTCOME
008450         ADD 1                       TO WS-POLICIES-REJECTED
008460       WHEN NOT WS-ARCHIVE-AND-DELETE
008470        AND NOT WS-DELETE-ONLY
008480         MOVE 'REJECTED - BAD ACTION'
008490                                     TO WS-OUTCOME
008500         ADD 1                       TO WS-POLICIES-REJECTED
008510       WHEN OTHER
008520         PERFORM COMPUTE-CUTOFF-PARA
008530         PERFORM PURGE-TABLE-PARA
008540         MOVE 'COMPLETED'            TO WS-OUTCOME
008550         ADD 1                       TO WS-POLICIES-APPLIED
008560     END-EVALUATE.
008570     PERFORM WRITE-POLICY-LINE-PARA.
008580     PERFORM TABLE-DONE-CHECKPOINT-PARA.

008590 FIND-HANDLER-PARA.
008600     MOVE SPACES                     TO WS-HANDLER
008610                                        WS-HANDLER-DATE-COLUMN.
008620     MOVE WS-MIN-KEEP-DAYS           TO WS-HANDLER-MIN-KEEP.
008630     EVALUATE WS-TABLE-NAME
008640       WHEN 'NOTICE_LOG'
008650         SET WS-PURGE-NOTICE-LOG     TO TRUE
008660         MOVE 'RUN_DATE'             TO WS-HANDLER-DATE-COLUMN
008670       WHEN 'JOB_RUN_LOG'
008680         SET WS-PURGE-JOB-RUN-LOG    TO TRUE
008690         MOVE 'START_DTS'            TO WS-HANDLER-DATE-COLUMN
008700       WHEN 'LMS_EVENT_QUEUE'
008710         SET WS-PURGE-LMS-EVENTS     TO TRUE
008720         MOVE 'EVENT_DTS'            TO WS-HANDLER-DATE-COLUMN
008730       WHEN 'LMS_EXTRACT_LOG'
008740         SET WS-PURGE-LMS-EXTRACTS   TO TRUE
008750         MOVE 'EXTRACT_DATE'         TO WS-HANDLER-DATE-COLUMN
008760       WHEN 'REGISTRATION_AUDIT'
008770         SET WS-PURGE-REG-AUDIT      TO TRUE
008780         MOVE 'AUDIT_DTS'            TO WS-HANDLER-DATE-COLUMN
008790       WHEN 'PARAMETER_AUDIT'
008800         SET WS-PURGE-PARM-AUDIT     TO TRUE
008810         MOVE 'DTS'                  TO WS-HANDLER-DATE-COLUMN
008820       WHEN 'WAITLIST_OFFER'
008830         SET WS-PURGE-WAITLIST-OFFERS TO TRUE
008840         MOVE 'OFFER_DTS'            TO WS-HANDLER-DATE-COLUMN
008850       WHEN 'RESTORE_LOG'
008860         SET WS-PURGE-RESTORE-LOG    TO TRUE
008870         MOVE 'RESTORE_DATE'         TO WS-HANDLER-DATE-COLUMN
008880       WHEN 'TRANSMISSION_LOG'
008890         SET WS-PURGE-XMIT-LOG       TO TRUE
008900         MOVE 'HEADER_DATE'          TO WS-HANDLER-DATE-COLUMN
008910         MOVE WS-XFER-MIN-KEEP-DAYS  TO WS-HANDLER-MIN-KEEP
008920       WHEN 'INBOUND_FILE_REGISTRY'
008930         SET WS-PURGE-INBOUND-REG    TO TRUE
008940         MOVE 'RECEIVED_DTS'         TO WS-HANDLER-DATE-COLUMN
008950         MOVE WS-XFER-MIN-KEEP-DAYS  TO WS-HANDLER-MIN-KEEP
008960       WHEN 'HR_EXTRACT_LOG'
008970         SET WS-PURGE-HR-EXTRACTS    TO TRUE
008980         MOVE 'EXTRACT_DATE'         TO WS-HANDLER-DATE-COLUMN
008990       WHEN 'WEB_BOOKING_REQUEST'
009000         SET WS-PURGE-WEB-REQUESTS   TO TRUE
009010         MOVE 'DTS'                  TO WS-HANDLER-DATE-COLUMN
009020       WHEN 'CREDIT_HOLD_LOG'
009030         SET WS-PURGE-CREDIT-HOLDS   TO TRUE
009040         MOVE 'DTS'                  TO WS-HANDLER-DATE-COLUMN
009050         MOVE WS-AUDIT-MIN-KEEP-DAYS TO WS-HANDLER-MIN-KEEP
009060       WHEN 'USER_AUTHORITY_AUDIT'
009070         SET WS-PURGE-AUTH-AUDIT     TO TRUE
009080         MOVE 'AUDIT_DTS'            TO WS-HANDLER-DATE-COLUMN
009090         MOVE WS-AUDIT-MIN-KEEP-DAYS TO WS-HANDLER-MIN-KEEP
009100       WHEN 'ERROR_LOG'
009110         SET WS-ETROP26-TABLE        TO TRUE
009120         MOVE WS-PL-DATE-COLUMN (WS-PL-SUB)
009130                                     TO WS-HANDLER-DATE-COLUMN
009140       WHEN OTHER
009150         SET WS-NO-HANDLER           TO TRUE
009160     END-EVALUATE.

009170 COMPUTE-CUTOFF-PARA.
009180     EXEC SQL
009190       SELECT CHAR(CURRENT DATE - :WS-KEEP-DAYS DAYS, ISO)
009200         INTO :WS-CUTOFF-DATE
009210         FROM SYSIBM.SYSDUMMY1
009220     END-EXEC.
009230     IF SQLCODE NOT = 0
009240       MOVE 'SELECT'                 TO EL-ERROR-ACTION
009250       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
009260       PERFORM CHECK-SQLCODE-PARA
009270       PERFORM EXIT-PARA
009280     END-IF.

009290 PURGE-TABLE-PARA.
009300     MOVE 'N'                        TO WS-ROWS-EOF-SW.
009310     EVALUATE TRUE
009320       WHEN WS-PURGE-NOTICE-LOG
009330         PERFORM PURGE-NOTICE-LOG-PARA
009340       WHEN WS-PURGE-JOB-RUN-LOG
009350         PERFORM PURGE-JOB-RUN-LOG-PARA
009360       WHEN WS-PURGE-LMS-EVENTS
009370         PERFORM PURGE-LMS-EVENTS-PARA
009380       WHEN WS-PURGE-LMS-EXTRACTS
009390         PERFORM PURGE-LMS-EXTRACTS-PARA
009400       WHEN WS-PURGE-REG-AUDIT
009410         PERFORM PURGE-REG-AUDIT-PARA
009420       WHEN WS-PURGE-PARM-AUDIT
009430         PERFORM PURGE-PARM-AUDIT-PARA
009440       WHEN WS-PURGE-WAITLIST-OFFERS
009450         PERFORM PURGE-WAITLIST-OFFERS-PARA
009460       WHEN WS-PURGE-RESTORE-LOG
009470         PERFORM PURGE-RESTORE-LOG-PARA
009480       WHEN WS-PURGE-XMIT-LOG
009490         PERFORM PURGE-XMIT-LOG-PARA
009500       WHEN WS-PURGE-INBOUND-REG
009510         PERFORM PURGE-INBOUND-REG-PARA
009520       WHEN WS-PURGE-HR-EXTRACTS
009530         PERFORM PURGE-HR-EXTRACTS-PARA
009540       WHEN WS-PURGE-WEB-REQUESTS
009550         PERFORM PURGE-WEB-REQUESTS-PARA
009560       WHEN WS-PURGE-CREDIT-HOLDS
009570         PERFORM PURGE-CREDIT-HOLDS-PARA
009580       WHEN WS-PURGE-AUTH-AUDIT
009590         PERFORM PURGE-AUTH-AUDIT-PARA
009600     END-EVALUATE.

009610 WRITE-POLICY-LINE-PARA.
009620     MOVE WS-TABLE-NAME              TO WS-DL-TABLE-NAME.
009630     MOVE WS-PL-DATE-COLUMN (WS-PL-SUB) TO WS-DL-DATE-COLUMN.
009640     MOVE WS-KEEP-DAYS               TO WS-DL-KEEP-DAYS.
009650     MOVE WS-PURGE-ACTION            TO WS-DL-ACTION.
009660     MOVE WS-CUTOFF-DATE             TO WS-DL-CUTOFF.
009670     MOVE WS-SCANNED-COUNT           TO WS-DL-SCANNED.
009680     MOVE WS-PURGED-COUNT            TO WS-DL-PURGED.
009690     MOVE WS-ARCHIVED-COUNT          TO WS-DL-ARCHIVED.
009700     MOVE WS-HELD-COUNT              TO WS-DL-HELD.
009710     MOVE WS-OUTCOME                 TO WS-DL-OUTCOME.
009720     WRITE RTN-RPT-RECORD            FROM WS-DET-LINE.
009730     ADD WS-HELD-COUNT               TO WS-TOTAL-HELD.

009740*    EVERY PURGED ROW: COUNTED, ARCHIVED IF THE POLICY SAYS SO,
009750*    DELETED BY ITS KEY (THE TABLE-SPECIFIC PARAGRAPH HAS JUST
009760*    RUN THE DELETE), THEN CHECKPOINTED.
009770 COUNT-DELETE-PARA.
009780     EVALUATE SQLCODE
009790       WHEN 0
009800         ADD SQLERRD (3)             TO WS-PURGED-COUNT
009810                                        WS-TOTAL-PURGED
009820       WHEN 100
009830         CONTINUE
009840       WHEN OTHER
009850         MOVE 'DELETE'               TO EL-ERROR-ACTION
009860         MOVE WS-TABLE-NAME          TO EL-ERROR-DB2-OBJECT
009870         PERFORM CHECK-SQLCODE-PARA
009880     END-EVALUATE.
009890     PERFORM CHECKPOINT-PARA.

009900 WRITE-ARCHIVE-PARA.
009910     WRITE RTN-ARCH-RECORD.
009920     ADD 1                           TO WS-ARCHIVED-COUNT
009930                                        WS-TOTAL-ARCHIVED.

009940 COUNT-FETCH-PARA.
009950     EVALUATE SQLCODE
009960       WHEN 0
009970         ADD 1                       TO WS-SCANNED-COUNT
009980                                        WS-TOTAL-SCANNED
009990       WHEN 100
010000         MOVE 'Y'                    TO WS-ROWS-EOF-SW
010010       WHEN OTHER
010020         MOVE 'FETCH '               TO EL-ERROR-ACTION
010030         MOVE WS-TABLE-NAME          TO EL-ERROR-DB2-OBJECT
010040         PERFORM CHECK-SQLCODE-PARA
010050         PERFORM EXIT-PARA
010060     END-EVALUATE.

010070 CHECK-OPEN-PARA.
010080     IF SQLCODE NOT = 0
010090       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
010100       MOVE WS-TABLE-NAME            TO EL-ERROR-DB2-OBJECT
010110       PERFORM CHECK-SQLCODE-PARA
010120       PERFORM EXIT-PARA
010130     END-IF.

010140 CHECK-CLOSE-PARA.
010150     IF SQLCODE NOT = 0
010160       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
010170       MOVE WS-TABLE-NAME            TO EL-ERROR-DB2-OBJECT
010180       PERFORM CHECK-SQLCODE-PARA
010190     END-IF.

010200 CHECK-HELD-COUNT-PARA.
010210     IF SQLCODE NOT = 0
010220       MOVE 'SELECT'                 TO EL-ERROR-ACTION
010230       MOVE WS-TABLE-NAME            TO EL-ERROR-DB2-OBJECT
010240       PERFORM CHECK-SQLCODE-PARA
010250       MOVE 0                        TO WS-HELD-COUNT
010260     END-IF.

010270******************************************************************
010280* NOTICE_LOG                                                     *
010290******************************************************************
010300 PURGE-NOTICE-LOG-PARA.
010310     EXEC SQL
010320       OPEN OLD-NOTICE-LOG
010330     END-EXEC.
010340     PERFORM CHECK-OPEN-PARA.
010350     PERFORM FETCH-NOTICE-LOG-PARA.
010360     PERFORM PURGE-ONE-NOTICE-PARA
010370       UNTIL WS-ROWS-EOF.
010380     EXEC SQL
010390       CLOSE OLD-NOTICE-LOG
010400     END-EXEC.
010410     PERFORM CHECK-CLOSE-PARA.
010420*    WHAT THE LEGAL HOLD KEPT BACK.
010430     EXEC SQL
010440       SELECT COUNT(*)
010450         INTO :WS-HELD-COUNT
010460         FROM DBODEVP.NOTICE_LOG N
010470        WHERE N.RUN_DATE < :WS-CUTOFF-DATE
010480          AND EXISTS
010490              ( SELECT 1
010500                  FROM DBODEVP.REGISTRATION R,
010510                       DBODEVP.INVOICE I
010520                 WHERE R.SESSION_CATG   = N.SESSION_CATG
010530                   AND R.SESSION_ID     = N.SESSION_ID
010540                   AND R.EMAIL_ADDR     = N.EMAIL_ADDR
010550                   AND I.ORG_NAME       = R.ORG_NAME
010560                   AND I.DISPUTE_STATUS = 'O' )
010570     END-EXEC.
010580     PERFORM CHECK-HELD-COUNT-PARA.

010590 FETCH-NOTICE-LOG-PARA.
010600     EXEC SQL
010610       FETCH OLD-NOTICE-LOG
010620        INTO :NTC-EMAIL-ADDR,
010630             :NTC-NOTICE-TYPE,
010640             :NTC-SESSION-CATG,
010650             :NTC-SESSION-ID,
010660             :NTC-RUN-DATE,
010670             :NTC-DTS,
010680             :NTC-LANG-CD,
010690             :NTC-SENT-STATUS
010700     END-EXEC.
010710     PERFORM COUNT-FETCH-PARA.

010720 PURGE-ONE-NOTICE-PARA.
010730     IF WS-ARCHIVE-AND-DELETE
010740       MOVE NTC-SESSION-ID           TO WS-AR-INT-1
010750       MOVE SPACES                   TO RTN-ARCH-RECORD
010760       STRING WS-TABLE-NAME          '|'
010770              WS-ARCHIVE-DATE        '|'
010780              NTC-EMAIL-ADDR-TEXT    '|'
010790              NTC-NOTICE-TYPE        '|'
010800              NTC-SESSION-CATG       '|'
010810              WS-AR-INT-1            '|'
010820              NTC-RUN-DATE           '|'
010830              NTC-DTS                '|'
010840              NTC-LANG-CD            '|'
010850              NTC-SENT-STATUS
010860                                     DELIMITED BY SIZE
010870         INTO RTN-ARCH-RECORD
010880       END-STRING
010890       PERFORM WRITE-ARCHIVE-PARA
010900     END-IF.
010910     EXEC SQL
010920       DELETE FROM DBODEVP.NOTICE_LOG
010930        WHERE EMAIL_ADDR   = :NTC-EMAIL-ADDR
010940          AND NOTICE_TYPE  = :NTC-NOTICE-TYPE
010950          AND SESSION_CATG = :NTC-SESSION-CATG
010960          AND SESSION_ID   = :NTC-SESSION-ID
010970          AND DTS          = :NTC-DTS
010980     END-EXEC.
010990     PERFORM COUNT-DELETE-PARA.
011000     PERFORM FETCH-NOTICE-LOG-PARA.

011010******************************************************************
011020* JOB_RUN_LOG                                                    *
011030******************************************************************
011040*    THE KEEP FLOOR IS FAR WIDER THAN ETROP28'S RESTART WINDOW,
011050*    SO THE DRIVER NEVER LOSES A ROW IT STILL TESTS AGAINST.
011060 PURGE-JOB-RUN-LOG-PARA.
011070     EXEC SQL
011080       OPEN OLD-JOB-RUN-LOG
011090     END-EXEC.
011100     PERFORM CHECK-OPEN-PARA.
011110     PERFORM FETCH-JOB-RUN-LOG-PARA.
011120     PERFORM PURGE-ONE-JOB-RUN-PARA
011130       UNTIL WS-ROWS-EOF.
011140     EXEC SQL
011150       CLOSE OLD-JOB-RUN-LOG
011160     END-EXEC.
011170     PERFORM CHECK-CLOSE-PARA.

011180 FETCH-JOB-RUN-LOG-PARA.
011190     EXEC SQL
011200       FETCH OLD-JOB-RUN-LOG
011210        INTO :JOB-PROGRAM-ID,
011220             :JOB-START-DTS,
011230             :JOB-END-DTS,
011240             :JOB-RUN-STATUS,
011250             :JOB-ROWS-READ,
011260             :JOB-ROWS-WRITTEN,
011270             :JOB-ROWS-UPDATED,
011280             :JOB-ROWS-SKIPPED
011290     END-EXEC.
011300     PERFORM COUNT-FETCH-PARA.

011310 PURGE-ONE-JOB-RUN-PARA.
011320     IF WS-ARCHIVE-AND-DELETE
011330       MOVE JOB-ROWS-READ            TO WS-AR-INT-1
011340       MOVE JOB-ROWS-WRITTEN         TO WS-AR-INT-2
011350       MOVE JOB-ROWS-UPDATED         TO WS-AR-INT-3
011360       MOVE JOB-ROWS-SKIPPED         TO WS-AR-INT-4
011370       MOVE SPACES                   TO RTN-ARCH-RECORD
011380       STRING WS-TABLE-NAME          '|'
011390              WS-ARCHIVE-DATE        '|'
011400              JOB-PROGRAM-ID         '|'
011410              JOB-START-DTS          '|'
011420              JOB-END-DTS            '|'
011430              JOB-RUN-STATUS         '|'
011440              WS-AR-INT-1            '|'
011450              WS-AR-INT-2            '|'
011460              WS-AR-INT-3            '|'
011470              WS-AR-INT-4
011480                                     DELIMITED BY SIZE
011490         INTO RTN-ARCH-RECORD
011500       END-STRING
011510       PERFORM WRITE-ARCHIVE-PARA
011520     END-IF.
011530     EXEC SQL
011540       DELETE FROM DBODEVP.JOB_RUN_LOG
011550        WHERE PROGRAM_ID = :JOB-PROGRAM-ID
011560          AND START_DTS  = :JOB-START-DTS
011570     END-EXEC.
011580     PERFORM COUNT-DELETE-PARA.
011590     PERFORM FETCH-JOB-RUN-LOG-PARA.

011600******************************************************************
011610* LMS_EVENT_QUEUE                                                *
011620******************************************************************
011630 PURGE-LMS-EVENTS-PARA.
011640     EXEC SQL
011650       OPEN OLD-LMS-EVENTS
011660     END-EXEC.
011670     PERFORM CHECK-OPEN-PARA.
011680     PERFORM FETCH-LMS-EVENT-PARA.
011690     PERFORM PURGE-ONE-LMS-EVENT-PARA
011700       UNTIL WS-ROWS-EOF.
011710     EXEC SQL
011720       CLOSE OLD-LMS-EVENTS
011730     END-EXEC.
011740     PERFORM CHECK-CLOSE-PARA.

011750 FETCH-LMS-EVENT-PARA.
011760     EXEC SQL
011770       FETCH OLD-LMS-EVENTS
011780        INTO :LEV-EVENT-DTS,
011790             :LEV-EVENT-TYPE,
011800             :LEV-SESSION-CATG,
011810             :LEV-SESSION-ID,
011820             :LEV-EMAIL-ADDR,
011830             :LEV-FULL-NAME,
011840             :LEV-TARGET-CATG,
011850             :LEV-TARGET-ID,
011860             :LEV-PUT-STATUS,
011870             :LEV-PUT-DTS
011880     END-EXEC.
011890     PERFORM COUNT-FETCH-PARA.

011900 PURGE-ONE-LMS-EVENT-PARA.
011910     IF WS-ARCHIVE-AND-DELETE
011920       MOVE LEV-SESSION-ID           TO WS-AR-INT-1
011930       MOVE LEV-TARGET-ID            TO WS-AR-INT-2
011940       MOVE SPACES                   TO RTN-ARCH-RECORD
011950       STRING WS-TABLE-NAME          '|'
011960              WS-ARCHIVE-DATE        '|'
011970              LEV-EVENT-DTS          '|'
011980              LEV-EVENT-TYPE         '|'
011990              LEV-SESSION-CATG       '|'
012000              WS-AR-INT-1            '|'
012010              LEV-EMAIL-ADDR-TEXT    '|'
012020              LEV-FULL-NAME-TEXT     '|'
012030              LEV-TARGET-CATG        '|'
012040              WS-AR-INT-2            '|'
012050              LEV-PUT-STATUS         '|'
012060              LEV-PUT-DTS
012070                                     DELIMITED BY SIZE
012080         INTO RTN-ARCH-RECORD
012090       END-STRING
012100       PERFORM WRITE-ARCHIVE-PARA
012110     END-IF.
012120     EXEC SQL
012130       DELETE FROM DBODEVP.LMS_EVENT_QUEUE
012140        WHERE EVENT_DTS    = :LEV-EVENT-DTS
012150          AND EVENT_TYPE   = :LEV-EVENT-TYPE
012160          AND SESSION_CATG = :LEV-SESSION-CATG
012170          AND SESSION_ID   = :LEV-SESSION-ID
012180          AND EMAIL_ADDR   = :LEV-EMAIL-ADDR
012190          AND PUT_STATUS   = 'S'
012200     END-EXEC.
012210     PERFORM COUNT-DELETE-PARA.
012220     PERFORM FETCH-LMS-EVENT-PARA.

012230******************************************************************
012240* LMS_EXTRACT_LOG                                                *
012250******************************************************************
012260 PURGE-LMS-EXTRACTS-PARA.
012270     EXEC SQL
012280       OPEN OLD-LMS-EXTRACTS
012290     END-EXEC.
012300     PERFORM CHECK-OPEN-PARA.
012310     PERFORM FETCH-LMS-EXTRACT-PARA.
012320     PERFORM PURGE-ONE-LMS-EXTRACT-PARA
012330       UNTIL WS-ROWS-EOF.
012340     EXEC SQL
012350       CLOSE OLD-LMS-EXTRACTS
012360     END-EXEC.
012370     PERFORM CHECK-CLOSE-PARA.

012380 FETCH-LMS-EXTRACT-PARA.
012390     EXEC SQL
012400       FETCH OLD-LMS-EXTRACTS
012410        INTO :LXL-SESSION-CATG,
012420             :LXL-SESSION-ID,
012430             :LXL-EMAIL-ADDR,
012440             :LXL-EXTRACT-DATE,
012450             :LXL-ACK-STATUS,
012460             :LXL-ACK-DTS,
012470             :LXL-DTS
012480     END-EXEC.
012490     PERFORM COUNT-FETCH-PARA.

012500 PURGE-ONE-LMS-EXTRACT-PARA.
012510     IF WS-ARCHIVE-AND-DELETE
012520       MOVE LXL-SESSION-ID           TO WS-AR-INT-1
012530       MOVE SPACES                   TO RTN-ARCH-RECORD
012540       STRING WS-TABLE-NAME          '|'
012550              WS-ARCHIVE-DATE        '|'
012560              LXL-SESSION-CATG       '|'
012570              WS-AR-INT-1            '|'
012580              LXL-EMAIL-ADDR-TEXT    '|'
012590              LXL-EXTRACT-DATE       '|'
012600              LXL-ACK-STATUS         '|'
012610              LXL-ACK-DTS            '|'
012620              LXL-DTS
012630                                     DELIMITED BY SIZE
012640         INTO RTN-ARCH-RECORD
012650       END-STRING
012660       PERFORM WRITE-ARCHIVE-PARA
012670     END-IF.
012680     EXEC SQL
012690       DELETE FROM DBODEVP.LMS_EXTRACT_LOG
012700        WHERE SESSION_CATG = :LXL-SESSION-CATG
012710          AND SESSION_ID   = :LXL-SESSION-ID
012720          AND EMAIL_ADDR   = :LXL-EMAIL-ADDR
012730          AND EXTRACT_DATE = :LXL-EXTRACT-DATE
012740          AND DTS          = :LXL-DTS
012750     END-EXEC.
012760     PERFORM COUNT-DELETE-PARA.
012770     PERFORM FETCH-LMS-EXTRACT-PARA.

012780******************************************************************
012790* REGISTRATION_AUDIT                                             *
012800******************************************************************
012810 PURGE-REG-AUDIT-PARA.
012820     EXEC SQL
012830       OPEN OLD-REG-AUDIT
012840     END-EXEC.
012850     PERFORM CHECK-OPEN-PARA.
012860     PERFORM FETCH-REG-AUDIT-PARA.
012870     PERFORM PURGE-ONE-REG-AUDIT-PARA
012880       UNTIL WS-ROWS-EOF.
012890     EXEC SQL
012900       CLOSE OLD-REG-AUDIT
012910     END-EXEC.
012920     PERFORM CHECK-CLOSE-PARA.
012930*    WHAT THE LEGAL HOLD KEPT BACK.
012940     EXEC SQL
012950       SELECT COUNT(*)
012960         INTO :WS-HELD-COUNT
012970         FROM DBODEVP.REGISTRATION_AUDIT A
012980        WHERE DATE(A.AUDIT_DTS) < :WS-CUTOFF-DATE
012990          AND EXISTS
013000              ( SELECT 1
013010                  FROM DBODEVP.REGISTRATION R,
013020                       DBODEVP.INVOICE I
013030                 WHERE R.SESSION_CATG   = A.SESSION_CATG
013040                   AND R.SESSION_ID     = A.SESSION_ID
013050                   AND R.EMAIL_ADDR     = A.EMAIL_ADDR
013060                   AND I.ORG_NAME       = R.ORG_NAME
013070                   AND I.DISPUTE_STATUS = 'O' )
013080     END-EXEC.
013090     PERFORM CHECK-HELD-COUNT-PARA.

013100 FETCH-REG-AUDIT-PARA.
013110     EXEC SQL
013120       FETCH OLD-REG-AUDIT
013130        INTO :AUDT-SESSION-CATG,
013140             :AUDT-SESSION-ID,
013150             :AUDT-EMAIL-ADDR,
013160             :AUDT-AUDIT-DTS,
013170             :AUDT-AUDIT-MODULE,
013180             :AUDT-AUDIT-USERID,
013190             :AUDT-AUDIT-ACTION,
013200             :AUDT-OLD-REG-STATUS,
013210             :AUDT-NEW-REG-STATUS,
013220             :AUDT-OLD-EMAIL-ADDR,
013230             :AUDT-NEW-EMAIL-ADDR,
013240             :AUDT-OLD-FULL-NAME,
013250             :AUDT-NEW-FULL-NAME,
013260             :AUDT-OLD-ORG-NAME,
013270             :AUDT-NEW-ORG-NAME,
013280             :AUDT-OLD-PHONE-NUMBER,
013290             :AUDT-NEW-PHONE-NUMBER,
013300             :AUDT-OLD-AMOUNT-PAID,
013310             :AUDT-NEW-AMOUNT-PAID,
013320             :AUDT-OLD-COMPLETION-STATUS,
013330             :AUDT-NEW-COMPLETION-STATUS
013340     END-EXEC.
013350     PERFORM COUNT-FETCH-PARA.

013360 PURGE-ONE-REG-AUDIT-PARA.
013370     IF WS-ARCHIVE-AND-DELETE
013380       MOVE AUDT-SESSION-ID          TO WS-AR-INT-1
013390       MOVE AUDT-OLD-AMOUNT-PAID     TO WS-AR-AMT-1
013400       MOVE AUDT-NEW-AMOUNT-PAID     TO WS-AR-AMT-2
013410       MOVE SPACES                   TO RTN-ARCH-RECORD
013420       STRING WS-TABLE-NAME          '|'
013430              WS-ARCHIVE-DATE        '|'
013440              AUDT-SESSION-CATG      '|'
013450              WS-AR-INT-1            '|'
013460              AUDT-EMAIL-ADDR-TEXT   '|'
013470              AUDT-AUDIT-DTS         '|'
013480              AUDT-AUDIT-MODULE      '|'
013490              AUDT-AUDIT-USERID      '|'
013500              AUDT-AUDIT-ACTION      '|'
013510              AUDT-OLD-REG-STATUS    '|'
013520              AUDT-NEW-REG-STATUS    '|'
013530              AUDT-OLD-EMAIL-ADDR-TEXT '|'
013540              AUDT-NEW-EMAIL-ADDR-TEXT '|'
013550              AUDT-OLD-FULL-NAME-TEXT  '|'
013560              AUDT-NEW-FULL-NAME-TEXT  '|'
013570              AUDT-OLD-ORG-NAME-TEXT   '|'
013580              AUDT-NEW-ORG-NAME-TEXT   '|'
013590              AUDT-OLD-PHONE-NUMBER-TEXT '|'
013600              AUDT-NEW-PHONE-NUMBER-TEXT '|'
013610              WS-AR-AMT-1            '|'
013620              WS-AR-AMT-2            '|'
013630              AUDT-OLD-COMPLETION-STATUS '|'
013640              AUDT-NEW-COMPLETION-STATUS
013650                                     DELIMITED BY SIZE
013660         INTO RTN-ARCH-RECORD
013670       END-STRING
013680       PERFORM WRITE-ARCHIVE-PARA
013690     END-IF.
013700     EXEC SQL
013710       DELETE FROM DBODEVP.REGISTRATION_AUDIT
013720        WHERE SESSION_CATG = :AUDT-SESSION-CATG
013730          AND SESSION_ID   = :AUDT-SESSION-ID
013740          AND EMAIL_ADDR   = :AUDT-EMAIL-ADDR
013750          AND AUDIT_DTS    = :AUDT-AUDIT-DTS
013760          AND AUDIT_ACTION = :AUDT-AUDIT-ACTION
013770     END-EXEC.
013780     PERFORM COUNT-DELETE-PARA.
013790     PERFORM FETCH-REG-AUDIT-PARA.

013800******************************************************************
013810* PARAMETER_AUDIT                                                *
013820******************************************************************
013830 PURGE-PARM-AUDIT-PARA.
013840     EXEC SQL
013850       OPEN OLD-PARM-AUDIT
013860     END-EXEC.
013870     PERFORM CHECK-OPEN-PARA.
013880     PERFORM FETCH-PARM-AUDIT-PARA.
013890     PERFORM PURGE-ONE-PARM-AUDIT-PARA
013900       UNTIL WS-ROWS-EOF.
013910     EXEC SQL
013920       CLOSE OLD-PARM-AUDIT
013930     END-EXEC.
013940     PERFORM CHECK-CLOSE-PARA.

013950 FETCH-PARM-AUDIT-PARA.
013960     EXEC SQL
013970       FETCH OLD-PARM-AUDIT
013980        INTO :SPA-PROGRAM-ID,
013990             :SPA-PARM-NAME,
014000             :SPA-OLD-VALUE,
014010             :SPA-NEW-VALUE,
014020             :SPA-EFFECTIVE-DATE,
014030             :SPA-AUDIT-USERID,
014040             :SPA-DTS
014050     END-EXEC.
014060     PERFORM COUNT-FETCH-PARA.

014070 PURGE-ONE-PARM-AUDIT-PARA.
014080     IF WS-ARCHIVE-AND-DELETE
014090       MOVE SPA-OLD-VALUE            TO WS-AR-INT-1
014100       MOVE SPA-NEW-VALUE            TO WS-AR-INT-2
014110       MOVE SPACES                   TO RTN-ARCH-RECORD
014120       STRING WS-TABLE-NAME          '|'
014130              WS-ARCHIVE-DATE        '|'
014140              SPA-PROGRAM-ID         '|'
014150              SPA-PARM-NAME          '|'
014160              WS-AR-INT-1            '|'
014170              WS-AR-INT-2            '|'
014180              SPA-EFFECTIVE-DATE     '|'
014190              SPA-AUDIT-USERID       '|'
014200              SPA-DTS
014210                                     DELIMITED BY SIZE
014220         INTO RTN-ARCH-RECORD
014230       END-STRING
014240       PERFORM WRITE-ARCHIVE-PARA
014250     END-IF.
014260     EXEC SQL
014270       DELETE FROM DBODEVP.PARAMETER_AUDIT
014280        WHERE PROGRAM_ID = :SPA-PROGRAM-ID
014290          AND PARM_NAME  = :SPA-PARM-NAME
014300          AND DTS        = :SPA-DTS
014310     END-EXEC.
014320     PERFORM COUNT-DELETE-PARA.
014330     PERFORM FETCH-PARM-AUDIT-PARA.

014340******************************************************************
014350* WAITLIST_OFFER                                                 *
014360******************************************************************
014370 PURGE-WAITLIST-OFFERS-PARA.
014380     EXEC SQL
014390       OPEN OLD-WAITLIST-OFFERS
014400     END-EXEC.
014410     PERFORM CHECK-OPEN-PARA.
014420     PERFORM FETCH-WAITLIST-OFFER-PARA.
014430     PERFORM PURGE-ONE-OFFER-PARA
014440       UNTIL WS-ROWS-EOF.
014450     EXEC SQL
014460       CLOSE OLD-WAITLIST-OFFERS
014470     END-EXEC.
014480     PERFORM CHECK-CLOSE-PARA.

014490 FETCH-WAITLIST-OFFER-PARA.
014500     EXEC SQL
014510       FETCH OLD-WAITLIST-OFFERS
014520        INTO :WLO-SESSION-CATG,
014530             :WLO-SESSION-ID,
014540             :WLO-EMAIL-ADDR,
014550             :WLO-OFFER-DTS,
014560             :WLO-OFFER-DEADLINE,
014570             :WLO-OFFER-STATUS,
014580             :WLO-ANSWER-DTS,
014590             :WLO-ANSWER-USR-ID
014600     END-EXEC.
014610     PERFORM COUNT-FETCH-PARA.

014620 PURGE-ONE-OFFER-PARA.
014630     IF WS-ARCHIVE-AND-DELETE
014640       MOVE WLO-SESSION-ID           TO WS-AR-INT-1
014650       MOVE SPACES                   TO RTN-ARCH-RECORD
014660       STRING WS-TABLE-NAME          '|'
014670              WS-ARCHIVE-DATE        '|'
014680              WLO-SESSION-CATG       '|'
014690              WS-AR-INT-1            '|'
014700              WLO-EMAIL-ADDR-TEXT    '|'
014710              WLO-OFFER-DTS          '|'
014720              WLO-OFFER-DEADLINE     '|'
014730              WLO-OFFER-STATUS       '|'
014740              WLO-ANSWER-DTS         '|'
014750              WLO-ANSWER-USR-ID
014760                                     DELIMITED BY SIZE
014770         INTO RTN-ARCH-RECORD
014780       END-STRING
014790       PERFORM WRITE-ARCHIVE-PARA
014800     END-IF.
014810     EXEC SQL
014820       DELETE FROM DBODEVP.WAITLIST_OFFER
014830        WHERE SESSION_CATG = :WLO-SESSION-CATG
014840          AND SESSION_ID   = :WLO-SESSION-ID
014850          AND EMAIL_ADDR   = :WLO-EMAIL-ADDR
014860          AND OFFER_DTS    = :WLO-OFFER-DTS
014870          AND OFFER_STATUS NOT = 'O'
014880     END-EXEC.
014890     PERFORM COUNT-DELETE-PARA.
014900     PERFORM FETCH-WAITLIST-OFFER-PARA.

014910******************************************************************
014920* RESTORE_LOG                                                    *
014930******************************************************************
014940 PURGE-RESTORE-LOG-PARA.
014950     EXEC SQL
014960       OPEN OLD-RESTORE-LOG
014970     END-EXEC.
014980     PERFORM CHECK-OPEN-PARA.
014990     PERFORM FETCH-RESTORE-LOG-PARA.
015000     PERFORM PURGE-ONE-RESTORE-PARA
015010       UNTIL WS-ROWS-EOF.
015020     EXEC SQL
015030       CLOSE OLD-RESTORE-LOG
015040     END-EXEC.
015050     PERFORM CHECK-CLOSE-PARA.

015060 FETCH-RESTORE-LOG-PARA.
015070     EXEC SQL
015080       FETCH OLD-RESTORE-LOG
015090        INTO :RST-SESSION-CATG,
015100             :RST-SESSION-ID,
015110             :RST-RESTORE-DATE,
015120             :RST-RESTORED-ROWS,
015130             :RST-DTS
015140     END-EXEC.
015150     PERFORM COUNT-FETCH-PARA.

015160 PURGE-ONE-RESTORE-PARA.
015170     IF WS-ARCHIVE-AND-DELETE
015180       MOVE RST-SESSION-ID           TO WS-AR-INT-1
015190       MOVE RST-RESTORED-ROWS        TO WS-AR-INT-2
015200       MOVE SPACES                   TO RTN-ARCH-RECORD
015210       STRING WS-TABLE-NAME          '|'
015220              WS-ARCHIVE-DATE        '|'
015230              RST-SESSION-CATG       '|'
015240              WS-AR-INT-1            '|'
015250              RST-RESTORE-DATE       '|'
015260              WS-AR-INT-2            '|'
015270              RST-DTS
015280                                     DELIMITED BY SIZE
015290         INTO RTN-ARCH-RECORD
015300       END-STRING
015310       PERFORM WRITE-ARCHIVE-PARA
015320     END-IF.
015330     EXEC SQL
015340       DELETE FROM DBODEVP.RESTORE_LOG
015350        WHERE SESSION_CATG = :RST-SESSION-CATG
015360          AND SESSION_ID   = :RST-SESSION-ID
015370          AND DTS          = :RST-DTS
015380     END-EXEC.
015390     PERFORM COUNT-DELETE-PARA.
015400     PERFORM FETCH-RESTORE-LOG-PARA.

015410******************************************************************
015420* TRANSMISSION_LOG                                               *
015430******************************************************************
015440 PURGE-XMIT-LOG-PARA.
015450     EXEC SQL
015460       OPEN OLD-XMIT-LOG
015470     END-EXEC.
015480     PERFORM CHECK-OPEN-PARA.
015490     PERFORM FETCH-XMIT-LOG-PARA.
015500     PERFORM PURGE-ONE-XMIT-PARA
015510       UNTIL WS-ROWS-EOF.
015520     EXEC SQL
015530       CLOSE OLD-XMIT-LOG
015540     END-EXEC.
015550     PERFORM CHECK-CLOSE-PARA.
015560
015570 FETCH-XMIT-LOG-PARA.
015580     EXEC SQL
015590       FETCH OLD-XMIT-LOG
015600        INTO :XMT-INTERFACE-NAME,
015610             :XMT-GENERATION,
015620             :XMT-RESEND-SEQ,
015630             :XMT-PROGRAM-ID,
015640             :XMT-DESTINATION,
015650             :XMT-HEADER-DATE,
015660             :XMT-HEADER-TIME,
015670             :XMT-XMIT-STATUS,
015680             :XMT-RECORD-COUNT,
015690             :XMT-HASH-TOTAL,
015700             :XMT-TRANSFER-DTS,
015710             :XMT-TRANSFER-REF,
015720             :XMT-REQUESTED-BY,
015730             :XMT-RESEND-REASON,
015740             :XMT-USR-ID,
015750             :XMT-DTS
015760     END-EXEC.
015770     PERFORM COUNT-FETCH-PARA.
015780
015790 PURGE-ONE-XMIT-PARA.
015800     IF WS-ARCHIVE-AND-DELETE
015810       MOVE XMT-GENERATION           TO WS-AR-INT-1
015820       MOVE XMT-RESEND-SEQ           TO WS-AR-INT-2
015830       MOVE XMT-RECORD-COUNT         TO WS-AR-INT-3
015840       MOVE XMT-HASH-TOTAL           TO WS-AR-AMT-3
015850       MOVE SPACES                   TO RTN-ARCH-RECORD
015860       STRING WS-TABLE-NAME          '|'
015870              WS-ARCHIVE-DATE        '|'
015880              XMT-INTERFACE-NAME     '|'
015890              WS-AR-INT-1            '|'
015900              WS-AR-INT-2            '|'
015910              XMT-PROGRAM-ID         '|'
015920              XMT-DESTINATION        '|'
015930              XMT-HEADER-DATE        '|'
015940              XMT-HEADER-TIME        '|'
015950              XMT-XMIT-STATUS        '|'
015960              WS-AR-INT-3            '|'
015970              WS-AR-AMT-3            '|'
015980              XMT-TRANSFER-DTS       '|'
015990              XMT-TRANSFER-REF       '|'
016000              XMT-REQUESTED-BY       '|'
016010              XMT-RESEND-REASON      '|'
016020              XMT-USR-ID             '|'
016030              XMT-DTS
016040                                     DELIMITED BY SIZE
016050         INTO RTN-ARCH-RECORD
016060       END-STRING
016070       PERFORM WRITE-ARCHIVE-PARA
016080     END-IF.
016090     EXEC SQL
016100       DELETE FROM DBODEVP.TRANSMISSION_LOG
016110        WHERE INTERFACE_NAME = :XMT-INTERFACE-NAME
016120          AND GENERATION     = :XMT-GENERATION
016130          AND RESEND_SEQ     = :XMT-RESEND-SEQ
016140     END-EXEC.
016150     PERFORM COUNT-DELETE-PARA.
016160     PERFORM FETCH-XMIT-LOG-PARA.
016170
016180******************************************************************
016190* INBOUND_FILE_REGISTRY                                          *
016200******************************************************************
016210 PURGE-INBOUND-REG-PARA.
016220     EXEC SQL
016230       OPEN OLD-INBOUND-REG
016240     END-EXEC.
016250     PERFORM CHECK-OPEN-PARA.
016260     PERFORM FETCH-INBOUND-REG-PARA.
016270     PERFORM PURGE-ONE-ARRIVAL-PARA
016280       UNTIL WS-ROWS-EOF.
016290     EXEC SQL
016300       CLOSE OLD-INBOUND-REG
016310     END-EXEC.
016320     PERFORM CHECK-CLOSE-PARA.
016330
016340 FETCH-INBOUND-REG-PARA.
016350     EXEC SQL
016360       FETCH OLD-INBOUND-REG
016370        INTO :IFR-INTERFACE-NAME,
016380             :IFR-SENDER-ID,
016390             :IFR-FILE-SEQ,
016400             :IFR-ARRIVAL-SEQ,
016410             :IFR-PROGRAM-ID,
016420             :IFR-FILE-DATE,
016430             :IFR-FILE-TIME,
016440             :IFR-ARRIVAL-STATUS,
016450             :IFR-GAP-FLAG,
016460             :IFR-EXPECTED-SEQ,
016470             :IFR-RECORD-COUNT,
016480             :IFR-OVERRIDE-BY,
016490             :IFR-OVERRIDE-REASON,
016500             :IFR-RECEIVED-DTS,
016510             :IFR-COMPLETED-DTS,
016520             :IFR-USR-ID,
016530             :IFR-DTS
016540     END-EXEC.
016550     PERFORM COUNT-FETCH-PARA.
016560
016570 PURGE-ONE-ARRIVAL-PARA.
016580     IF WS-ARCHIVE-AND-DELETE
016590       MOVE IFR-FILE-SEQ             TO WS-AR-INT-1
016600       MOVE IFR-ARRIVAL-SEQ          TO WS-AR-INT-2
016610       MOVE IFR-EXPECTED-SEQ         TO WS-AR-INT-3
016620       MOVE IFR-RECORD-COUNT         TO WS-AR-INT-4
016630       MOVE SPACES                   TO RTN-ARCH-RECORD
016640       STRING WS-TABLE-NAME          '|'
016650              WS-ARCHIVE-DATE        '|'
016660              IFR-INTERFACE-NAME     '|'
016670              IFR-SENDER-ID          '|'
016680              WS-AR-INT-1            '|'
016690              WS-AR-INT-2            '|'
016700              IFR-PROGRAM-ID         '|'
016710              IFR-FILE-DATE          '|'
016720              IFR-FILE-TIME          '|'
016730              IFR-ARRIVAL-STATUS     '|'
016740              IFR-GAP-FLAG           '|'
016750              WS-AR-INT-3            '|'
016760              WS-AR-INT-4            '|'
016770              IFR-OVERRIDE-BY        '|'
016780              IFR-OVERRIDE-REASON    '|'
016790              IFR-RECEIVED-DTS       '|'
016800              IFR-COMPLETED-DTS      '|'
016810              IFR-USR-ID             '|'
016820              IFR-DTS
016830                                     DELIMITED BY SIZE
016840         INTO RTN-ARCH-RECORD
016850       END-STRING
016860       PERFORM WRITE-ARCHIVE-PARA
016870     END-IF.
016880     EXEC SQL
016890       DELETE FROM DBODEVP.INBOUND_FILE_REGISTRY
016900        WHERE INTERFACE_NAME = :IFR-INTERFACE-NAME
016910          AND SENDER_ID      = :IFR-SENDER-ID
016920          AND FILE_SEQ       = :IFR-FILE-SEQ
016930          AND ARRIVAL_SEQ    = :IFR-ARRIVAL-SEQ
016940     END-EXEC.
016950     PERFORM COUNT-DELETE-PARA.
016960     PERFORM FETCH-INBOUND-REG-PARA.
016970
016980******************************************************************
016990* HR_EXTRACT_LOG                                                 *
017000******************************************************************
017010 PURGE-HR-EXTRACTS-PARA.
017020     EXEC SQL
017030       OPEN OLD-HR-EXTRACTS
017040     END-EXEC.
017050     PERFORM CHECK-OPEN-PARA.
017060     PERFORM FETCH-HR-EXTRACT-PARA.
017070     PERFORM PURGE-ONE-HR-EXTRACT-PARA
017080       UNTIL WS-ROWS-EOF.
017090     EXEC SQL
017100       CLOSE OLD-HR-EXTRACTS
017110     END-EXEC.
017120     PERFORM CHECK-CLOSE-PARA.
017130
017140 FETCH-HR-EXTRACT-PARA.
017150     EXEC SQL
017160       FETCH OLD-HR-EXTRACTS
017170        INTO :HXL-ENO,
017180             :HXL-CONFIRM-NO,
017190             :HXL-EVENT-TYPE,
017200             :HXL-SESSION-CATG,
017210             :HXL-SESSION-ID,
017220             :HXL-EXTRACT-DATE,
017230             :HXL-ACK-STATUS,
017240             :HXL-ACK-DTS,
017250             :HXL-DTS
017260     END-EXEC.
017270     PERFORM COUNT-FETCH-PARA.
017280
017290 PURGE-ONE-HR-EXTRACT-PARA.
017300     IF WS-ARCHIVE-AND-DELETE
017310       MOVE HXL-SESSION-ID           TO WS-AR-INT-1
017320       MOVE SPACES                   TO RTN-ARCH-RECORD
017330       STRING WS-TABLE-NAME          '|'
017340              WS-ARCHIVE-DATE        '|'
017350              HXL-ENO                '|'
017360              HXL-CONFIRM-NO         '|'
017370              HXL-EVENT-TYPE         '|'
017380              HXL-SESSION-CATG       '|'
017390              WS-AR-INT-1            '|'
017400              HXL-EXTRACT-DATE       '|'
017410              HXL-ACK-STATUS         '|'
017420              HXL-ACK-DTS            '|'
017430              HXL-DTS
017440                                     DELIMITED BY SIZE
017450         INTO RTN-ARCH-RECORD
017460       END-STRING
017470       PERFORM WRITE-ARCHIVE-PARA
017480     END-IF.
017490     EXEC SQL
017500       DELETE FROM DBODEVP.HR_EXTRACT_LOG
017510        WHERE ENO        = :HXL-ENO
017520          AND CONFIRM_NO = :HXL-CONFIRM-NO
017530          AND EVENT_TYPE = :HXL-EVENT-TYPE
017540          AND DTS        = :HXL-DTS
017550     END-EXEC.
017560     PERFORM COUNT-DELETE-PARA.
017570     PERFORM FETCH-HR-EXTRACT-PARA.
017580
017590******************************************************************
017600* WEB_BOOKING_REQUEST                                            *
017610******************************************************************
017620*    THE FLOOR IS FAR WIDER THAN THE WEBSITE'S RETRY WINDOW, SO A
017630*    RETRY ALWAYS FINDS ITS STORED ANSWER.
017640 PURGE-WEB-REQUESTS-PARA.
017650     EXEC SQL
017660       OPEN OLD-WEB-REQUESTS
017670     END-EXEC.
017680     PERFORM CHECK-OPEN-PARA.
017690     PERFORM FETCH-WEB-REQUEST-PARA.
017700     PERFORM PURGE-ONE-WEB-REQUEST-PARA
017710       UNTIL WS-ROWS-EOF.
017720     EXEC SQL
017730       CLOSE OLD-WEB-REQUESTS
017740     END-EXEC.
017750     PERFORM CHECK-CLOSE-PARA.
017760
017770 FETCH-WEB-REQUEST-PARA.
017780     EXEC SQL
017790       FETCH OLD-WEB-REQUESTS
017800        INTO :WBR-REQUEST-ID,
017810             :WBR-SESSION-CATG,
017820             :WBR-SESSION-ID,
017830             :WBR-EMAIL-ADDR,
017840             :WBR-RESULT-CD,
017850             :WBR-REASON-CD,
017860             :WBR-CONFIRM-NO,
017870             :WBR-PRICED-FEE,
017880             :WBR-WAITLIST-POS,
017890             :WBR-USR-ID,
017900             :WBR-DTS
017910     END-EXEC.
017920     PERFORM COUNT-FETCH-PARA.
017930
017940 PURGE-ONE-WEB-REQUEST-PARA.
017950     IF WS-ARCHIVE-AND-DELETE
017960       MOVE WBR-SESSION-ID           TO WS-AR-INT-1
017970       MOVE WBR-WAITLIST-POS         TO WS-AR-INT-2
017980       MOVE WBR-PRICED-FEE           TO WS-AR-AMT-1
017990       MOVE SPACES                   TO RTN-ARCH-RECORD
018000       STRING WS-TABLE-NAME          '|'
018010              WS-ARCHIVE-DATE        '|'
018020              WBR-REQUEST-ID         '|'
018030              WBR-SESSION-CATG       '|'
018040              WS-AR-INT-1            '|'
018050              WBR-EMAIL-ADDR-TEXT    '|'
018060              WBR-RESULT-CD          '|'
018070              WBR-REASON-CD          '|'
018080              WBR-CONFIRM-NO         '|'
018090              WS-AR-AMT-1            '|'
018100              WS-AR-INT-2            '|'
018110              WBR-USR-ID             '|'
018120              WBR-DTS
018130                                     DELIMITED BY SIZE
018140         INTO RTN-ARCH-RECORD
018150       END-STRING
018160       PERFORM WRITE-ARCHIVE-PARA
018170     END-IF.
018180     EXEC SQL
018190       DELETE FROM DBODEVP.WEB_BOOKING_REQUEST
018200        WHERE REQUEST_ID = :WBR-REQUEST-ID
018210          AND RESULT_CD NOT = 'I'
018220     END-EXEC.
018230     PERFORM COUNT-DELETE-PARA.
018240     PERFORM FETCH-WEB-REQUEST-PARA.
018250
018260******************************************************************
018270* CREDIT_HOLD_LOG                                                *
018280******************************************************************
018290 PURGE-CREDIT-HOLDS-PARA.
018300     EXEC SQL
018310       OPEN OLD-CREDIT-HOLDS
018320     END-EXEC.
018330     PERFORM CHECK-OPEN-PARA.
018340     PERFORM FETCH-CREDIT-HOLD-PARA.
018350     PERFORM PURGE-ONE-CREDIT-HOLD-PARA
018360       UNTIL WS-ROWS-EOF.
018370     EXEC SQL
018380       CLOSE OLD-CREDIT-HOLDS
018390     END-EXEC.
018400     PERFORM CHECK-CLOSE-PARA.
018410
018420 FETCH-CREDIT-HOLD-PARA.
018430     EXEC SQL
018440       FETCH OLD-CREDIT-HOLDS
018450        INTO :CHL-ORG-CODE,
018460             :CHL-HOLD-ACTION,
018470             :CHL-ACTION-USR,
018480             :CHL-ACTION-REASON,
018490             :CHL-AGED-BALANCE,
018500             :CHL-EXPOSURE,
018510             :CHL-DTS
018520     END-EXEC.
018530     PERFORM COUNT-FETCH-PARA.
018540
018550 PURGE-ONE-CREDIT-HOLD-PARA.
018560     IF WS-ARCHIVE-AND-DELETE
018570       MOVE CHL-AGED-BALANCE         TO WS-AR-AMT-3
018580       MOVE CHL-EXPOSURE             TO WS-AR-AMT-4
018590       MOVE SPACES                   TO RTN-ARCH-RECORD
018600       STRING WS-TABLE-NAME          '|'
018610              WS-ARCHIVE-DATE        '|'
018620              CHL-ORG-CODE           '|'
018630              CHL-HOLD-ACTION        '|'
018640              CHL-ACTION-USR         '|'
018650              CHL-ACTION-REASON-TEXT '|'
018660              WS-AR-AMT-3            '|'
018670              WS-AR-AMT-4            '|'
018680              CHL-DTS
018690                                     DELIMITED BY SIZE
018700         INTO RTN-ARCH-RECORD
018710       END-STRING
018720       PERFORM WRITE-ARCHIVE-PARA
018730     END-IF.
018740     EXEC SQL
018750       DELETE FROM DBODEVP.CREDIT_HOLD_LOG
018760        WHERE ORG_CODE = :CHL-ORG-CODE
018770          AND DTS      = :CHL-DTS
018780     END-EXEC.
018790     PERFORM COUNT-DELETE-PARA.
018800     PERFORM FETCH-CREDIT-HOLD-PARA.
018810
018820******************************************************************
018830* USER_AUTHORITY_AUDIT                                           *
018840******************************************************************
018850 PURGE-AUTH-AUDIT-PARA.
018860     EXEC SQL
018870       OPEN OLD-AUTH-AUDIT
018880     END-EXEC.
018890     PERFORM CHECK-OPEN-PARA.
018900     PERFORM FETCH-AUTH-AUDIT-PARA.
018910     PERFORM PURGE-ONE-AUTH-AUDIT-PARA
018920       UNTIL WS-ROWS-EOF.
018930     EXEC SQL
018940       CLOSE OLD-AUTH-AUDIT
018950     END-EXEC.
018960     PERFORM CHECK-CLOSE-PARA.
018970
018980 FETCH-AUTH-AUDIT-PARA.
018990     EXEC SQL
019000       FETCH OLD-AUTH-AUDIT
019010        INTO :UAD-AUDIT-DTS,
019020             :UAD-USR-ID,
019030             :UAD-FUNCTION-CODE,
019040             :UAD-AUDIT-ACTION,
019050             :UAD-ENO,
019060             :UAD-GRANTED-BY,
019070             :UAD-GRANTED-DTS,
019080             :UAD-ACTION-BY,
019090             :UAD-ACTION-MODULE,
019100             :UAD-ACTION-REASON
019110     END-EXEC.
019120     PERFORM COUNT-FETCH-PARA.
019130
019140 PURGE-ONE-AUTH-AUDIT-PARA.
019150     IF WS-ARCHIVE-AND-DELETE
019160       MOVE SPACES                   TO RTN-ARCH-RECORD
019170       STRING WS-TABLE-NAME          '|'
019180              WS-ARCHIVE-DATE        '|'
019190              UAD-AUDIT-DTS          '|'
019200              UAD-USR-ID             '|'
019210              UAD-FUNCTION-CODE      '|'
019220              UAD-AUDIT-ACTION       '|'
019230              UAD-ENO                '|'
019240              UAD-GRANTED-BY         '|'
019250              UAD-GRANTED-DTS        '|'
019260              UAD-ACTION-BY          '|'
019270              UAD-ACTION-MODULE      '|'
019280              UAD-ACTION-REASON
019290                                     DELIMITED BY SIZE
019300         INTO RTN-ARCH-RECORD
019310       END-STRING
019320       PERFORM WRITE-ARCHIVE-PARA
019330     END-IF.
019340     EXEC SQL
019350       DELETE FROM DBODEVP.USER_AUTHORITY_AUDIT
019360        WHERE AUDIT_DTS     = :UAD-AUDIT-DTS
019370          AND USR_ID        = :UAD-USR-ID
019380          AND FUNCTION_CODE = :UAD-FUNCTION-CODE
019390          AND AUDIT_ACTION  = :UAD-AUDIT-ACTION
019400     END-EXEC.
019410     PERFORM COUNT-DELETE-PARA.
019420     PERFORM FETCH-AUTH-AUDIT-PARA.

019430******************************************************************
019440* Run Totals                                                     *
019450******************************************************************
019460 WRITE-TOTALS-PARA.
019470     MOVE SPACES                     TO RTN-RPT-RECORD.
019480     WRITE RTN-RPT-RECORD.
019490     MOVE 'POLICIES APPLIED         :' TO WS-CN-LABEL.
019500     MOVE WS-POLICIES-APPLIED        TO WS-CN-COUNT.
019510     WRITE RTN-RPT-RECORD            FROM WS-CNT-LINE.
019520     MOVE 'POLICIES REJECTED        :' TO WS-CN-LABEL.
019530     MOVE WS-POLICIES-REJECTED       TO WS-CN-COUNT.
019540     WRITE RTN-RPT-RECORD            FROM WS-CNT-LINE.
019550     MOVE 'ROWS PURGED              :' TO WS-CN-LABEL.
019560     MOVE WS-TOTAL-PURGED            TO WS-CN-COUNT.
019570     WRITE RTN-RPT-RECORD            FROM WS-CNT-LINE.
019580     MOVE 'ROWS ARCHIVED            :' TO WS-CN-LABEL.
019590     MOVE WS-TOTAL-ARCHIVED          TO WS-CN-COUNT.
019600     WRITE RTN-RPT-RECORD            FROM WS-CNT-LINE.
019610     MOVE 'ROWS KEPT ON LEGAL HOLD  :' TO WS-CN-LABEL.
019620     MOVE WS-TOTAL-HELD              TO WS-CN-COUNT.
019630     WRITE RTN-RPT-RECORD            FROM WS-CNT-LINE.

019640******************************************************************
019650* Error Logging                                                  *
019660******************************************************************
019670     EXEC SQL
019680       INCLUDE CPERRBAT
019690     END-EXEC.

019700*    A FETCH OR OPEN FAILURE STOPS THE RUN. EVERYTHING PURGED UP
019710*    TO THE LAST CHECKPOINT STAYS PURGED AND RTNRSTR SAYS WHERE
019720*    THE RERUN PICKS UP.
019730 EXIT-PARA.
019740     MOVE 'F'                        TO JRL-RUN-STATUS.
019750     MOVE WS-TOTAL-SCANNED           TO JRL-ROWS-READ.
019760     MOVE WS-TOTAL-ARCHIVED          TO JRL-ROWS-WRITTEN.
019770     MOVE WS-TOTAL-PURGED            TO JRL-ROWS-UPDATED.
019780     PERFORM LOG-JOB-END-PARA.
019790     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
019800     GOBACK.

019810******************************************************************
019820* Run Registry                                                   *
019830******************************************************************
019840     EXEC SQL
019850       INCLUDE CPJOBLOG
019860     END-EXEC.
