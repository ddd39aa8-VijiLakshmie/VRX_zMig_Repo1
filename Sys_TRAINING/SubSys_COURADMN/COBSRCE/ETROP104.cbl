000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP104.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  PSEUDONYMISED TEST-DATA COPY.                                 *
000090*  UNLOADS THE REGISTRATIONS CHOSEN ON THE PSDOPARM CARD (A      *
000100*  REG_DATE RANGE AND/OR A SESSION CATEGORY AND SESSION_ID RANGE)*
000110*  WITH THEIR REGISTRANT PERSON-MASTER ROWS, PAYMENTS AND NOTICE *
000120*  LOG, ONE LOAD-READY FILE PER TABLE (PSDOPER, PSDOREG, PSDOPAY,*
000130*  PSDONTC), EACH IN A CWHDRTRL HEADER/TRAILER, WITH EVERY       *
000140*  PERSONAL VALUE REPLACED:                                      *
000150*    EMAIL_ADDR    'TNNNNNNNNN@TESTDATA.INVALID' FROM THE        *
000160*                  ADDRESS'S PSEUDONYM_MAP NUMBER (DCLPSMAP)     *
000170*    PHONE_NUMBER  '01632 NNNNNN' FROM THE SAME NUMBER           *
000180*    FULL_NAME     'TEST PERSON PNNNNNNNNN' FROM THE PERSON_ID   *
000190*                  ('TEST PERSON ENNNNNNNNN' FROM THE MAP NUMBER *
000200*                  WHERE THE ADDRESS BELONGS TO NO PERSON)       *
000210*    SPECIAL_REQS / CANCEL_REASON  A FIXED 'ON FILE' TEXT        *
000220*    PAYMENT_REF / RECON_REF  'PREF'/'RREF' + MAP NUMBER + SEQ   *
000230*  THE SAME ADDRESS OR PERSON IS THE SAME PSEUDONYM IN EVERY FILE*
000240*  AND EVERY COPY, SO PERSON_ID JOINS AND THE DUPLICATE CHECKS   *
000250*  BEHAVE IN TEST AS THEY DO HERE. MONEY, DATES, STATUS CODES AND*
000260*  KEYS ARE COPIED UNCHANGED. NULLABLE COLUMNS CARRY A 'Y' IN THE*
000270*  RECORD'S NULL MAP (ONE BYTE PER COLUMN, IN TABLE ORDER).      *
000280*  EVERY RECORD IS CHECKED AS IT IS WRITTEN - NO SOURCE ADDRESS  *
000290*  OR NAME MAY APPEAR ANYWHERE IN IT AND NO MASKED COLUMN MAY    *
000300*  STILL HOLD ITS SOURCE VALUE. PSDORPT IS THE CONTROL REPORT;   *
000310*  ANY SURVIVING VALUE IS LISTED BY KEY (NEVER BY VALUE) AND THE *
000320*  RUN ENDS RETURN-CODE 8 SO THE COPY IS NOT RELEASED.           *
000330******************************************************************

000340 ENVIRONMENT DIVISION.

000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. Z900.
000370 OBJECT-COMPUTER. Z900.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT COPY-PARM-FILE   ASSIGN TO PSDOPARM
000410            ORGANIZATION  IS LINE SEQUENTIAL.
000420     SELECT COPY-RPT-FILE    ASSIGN TO PSDORPT
000430            ORGANIZATION  IS LINE SEQUENTIAL.
000440     SELECT PER-UNLOAD-FILE  ASSIGN TO PSDOPER
000450            ORGANIZATION  IS LINE SEQUENTIAL.
000460     SELECT REG-UNLOAD-FILE  ASSIGN TO PSDOREG
000470            ORGANIZATION  IS LINE SEQUENTIAL.
000480     SELECT PAY-UNLOAD-FILE  ASSIGN TO PSDOPAY
000490            ORGANIZATION  IS LINE SEQUENTIAL.
000500     SELECT NTC-UNLOAD-FILE  ASSIGN TO PSDONTC
000510            ORGANIZATION  IS LINE SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.
000540******************************************************************
000550*  ONE SELECTION CARD. BLANK DATES MEAN NO DATE LIMIT, A BLANK   *
000560*  CATEGORY MEANS EVERY CATEGORY AND BLANK SESSION_IDS MEAN EVERY*
000570*  SESSION - BUT AN ALL-BLANK CARD IS REFUSED: A WHOLE-TABLE COPY*
000580*  HAS TO BE ASKED FOR WITH AN EXPLICIT RANGE.                   *
000590******************************************************************
000600 FD  COPY-PARM-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  COPY-PARM-RECORD.
000630     05 PC-FROM-DATE                 PIC X(10).
000640     05 FILLER                       PIC X(01).
000650     05 PC-TO-DATE                   PIC X(10).
000660     05 FILLER                       PIC X(01).
000670     05 PC-SESSION-CATG              PIC X(02).
000680     05 FILLER                       PIC X(01).
000690     05 PC-FROM-SESSION              PIC 9(09).
000700     05 PC-FROM-SESSION-X REDEFINES PC-FROM-SESSION
000710                                     PIC X(09).
000720     05 FILLER                       PIC X(01).
000730     05 PC-TO-SESSION                PIC 9(09).
000740     05 PC-TO-SESSION-X REDEFINES PC-TO-SESSION
000750                                     PIC X(09).
000760     05 FILLER                       PIC X(36).
000770 FD  COPY-RPT-FILE
000780     RECORD CONTAINS 132 CHARACTERS.
000790 01  COPY-RPT-RECORD                 PIC X(132).
000800 FD  PER-UNLOAD-FILE
000810     RECORD CONTAINS 285 CHARACTERS.
000820 01  PER-UNLOAD-RECORD.
000830     05 PU-PERSON-ID                 PIC 9(09).
000840     05 PU-EMAIL-ADDR                PIC X(120).
000850     05 PU-FULL-NAME                 PIC X(130).
000860     05 PU-DTS                       PIC X(26).
000870 FD  REG-UNLOAD-FILE
000880     RECORD CONTAINS 774 CHARACTERS.
000890 01  REG-UNLOAD-RECORD.
000900     05 RU-SESSION-CATG              PIC X(02).
000910     05 RU-SESSION-ID                PIC 9(09).
000920     05 RU-EMAIL-ADDR                PIC X(120).
000930     05 RU-FULL-NAME                 PIC X(130).
000940     05 RU-ORG-NAME                  PIC X(120).
000950     05 RU-REG-DATE                  PIC X(10).
000960     05 RU-REG-STATUS                PIC X(01).
000970     05 RU-DTS                       PIC X(26).
000980     05 RU-CANCEL-DATE               PIC X(10).
000990     05 RU-CANCEL-REASON             PIC X(60).
001000     05 RU-PHONE-NUMBER              PIC X(20).
001010     05 RU-AMOUNT-PAID               PIC -9(7).99.
001020     05 RU-WAITLIST-SEQ              PIC -9(4).
001030     05 RU-COMPLETION-STATUS         PIC X(01).
001040     05 RU-CANCEL-REASON-CD          PIC X(03).
001050     05 RU-ORG-CODE                  PIC X(08).
001060     05 RU-PRICED-FEE                PIC -9(7).99.
001070     05 RU-DISCOUNT-PCT              PIC -9(4).
001080     05 RU-ENO                       PIC X(04).
001090     05 RU-PO-REFERENCE              PIC X(30).
001100     05 RU-CONTRACT-ID               PIC 9(09).
001110     05 RU-CERT-EXPIRY-DATE          PIC X(10).
001120     05 RU-PERSON-ID                 PIC 9(09).
001130     05 RU-CONFIRM-NO                PIC X(08).
001140     05 RU-SPECIAL-REQS              PIC X(120).
001150     05 RU-LANG-PREF                 PIC X(02).
001160     05 RU-NO-SHOW-SW                PIC X(01).
001170     05 RU-ATTEND-MODE               PIC X(01).
001180     05 RU-NULL-MAP.
001190        10 RU-NULL-FLAG              PIC X(01) OCCURS 28 TIMES.
001200 FD  PAY-UNLOAD-FILE
001210     RECORD CONTAINS 291 CHARACTERS.
001220 01  PAY-UNLOAD-RECORD.
001230     05 YU-SESSION-CATG              PIC X(02).
001240     05 YU-SESSION-ID                PIC 9(09).
001250     05 YU-EMAIL-ADDR                PIC X(120).
001260     05 YU-PAYMENT-SEQ               PIC -9(4).
001270     05 YU-PAYMENT-DATE              PIC X(10).
001280     05 YU-PAYMENT-AMOUNT            PIC -9(7).99.
001290     05 YU-PAYMENT-METHOD            PIC X(02).
001300     05 YU-PAYMENT-REF               PIC X(30).
001310     05 YU-DTS                       PIC X(26).
001320     05 YU-PAYMENT-CURRENCY          PIC X(03).
001330     05 YU-BASE-AMOUNT               PIC -9(7).99.
001340     05 YU-RECON-DATE                PIC X(10).
001350     05 YU-RECON-REF                 PIC X(30).
001360     05 YU-REVERSES-SEQ              PIC -9(4).
001370     05 YU-REVERSAL-REASON           PIC X(02).
001380     05 YU-NULL-MAP.
001390        10 YU-NULL-FLAG              PIC X(01) OCCURS 15 TIMES.
001400 FD  NTC-UNLOAD-FILE
001410     RECORD CONTAINS 174 CHARACTERS.
001420 01  NTC-UNLOAD-RECORD.
001430     05 NU-EMAIL-ADDR                PIC X(120).
001440     05 NU-NOTICE-TYPE               PIC X(04).
001450     05 NU-SESSION-CATG              PIC X(02).
001460     05 NU-SESSION-ID                PIC 9(09).
001470     05 NU-RUN-DATE                  PIC X(10).
001480     05 NU-DTS                       PIC X(26).
001490     05 NU-LANG-CD                   PIC X(02).
001500     05 NU-SENT-STATUS               PIC X(01).

001510 WORKING-STORAGE SECTION.

001520 01 WS-BEGIN                          PIC  X(36) VALUE
001530     'ETROP104 WORKING STORAGE STARTS HERE'.

001540******************************************************************
001550*  APPLICATION-SPECIFIC WORKING STORAGE                          *
001560******************************************************************
001570 01 WS-VARIABLES.
001580    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
001590       88 WS-NO-ERROR                            VALUE SPACES.
001600       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
001610       88 WS-FATAL-ERROR                         VALUE 'F'.
001620    05 WS-CURSOR-EOF-SW                PIC X(01) VALUE SPACES.
001630       88 WS-CURSOR-EOF                          VALUE 'E'.
001640       88 WS-CURSOR-MORE                         VALUE SPACES.
001650    05 WS-SEL-FROM-DATE                PIC X(10).
001660    05 WS-SEL-TO-DATE                  PIC X(10).
001670    05 WS-SEL-CATG-LOW                 PIC X(02).
001680    05 WS-SEL-CATG-HIGH                PIC X(02).
001690    05 WS-SEL-FROM-ID                  PIC S9(9) USAGE COMP.
001700    05 WS-SEL-TO-ID                    PIC S9(9) USAGE COMP.
001710    05 WS-SUB                          PIC S9(4) USAGE COMP.
001720    05 WS-ROWS-COPIED                  PIC S9(9) COMP VALUE 0.
001730    05 WS-NEW-PSEUDO-COUNT             PIC S9(9) COMP VALUE 0.
001740    05 WS-SURVIVOR-TOTAL               PIC S9(9) COMP VALUE 0.
001750*    PER-TABLE CONTROL COUNTS - RESET AS EACH FILE IS STARTED.
001760    05 WS-TB-NAME                      PIC X(22).
001770    05 WS-TB-ROWS                      PIC S9(9) COMP VALUE 0.
001780    05 WS-TB-MASKED                    PIC S9(9) COMP VALUE 0.
001790    05 WS-TB-CHECKED                   PIC S9(9) COMP VALUE 0.
001800    05 WS-TB-SURVIVORS                 PIC S9(9) COMP VALUE 0.
001810 01 WS-RCBT004A-PARM.
001820    05 WS-SP-PROGRAM-ID                PIC X(08).
001830    05 WS-SP-PARM-NAME                 PIC X(16).
001840    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001850    05 WS-SP-RETURN-CODE               PIC X(1).

001860******************************************************************
001870*  PSEUDONYM WORK AREA - THE CALLER LOADS WS-PSD-EMAIL (AND      *
001880*  WS-PSD-PERSON-ID WHEN THE ROW CARRIES ONE), PERFORMS          *
001890*  MASK-IDENTITY-PARA AND TAKES THE -OUT FIELDS. THE LAST        *
001900*  ADDRESS LOOKED UP IS KEPT, SINCE EVERY CURSOR RUNS IN ADDRESS *
001910*  ORDER WITHIN A SESSION.                                       *
001920******************************************************************
001930 01 WS-PSEUDONYM.
001940    05 WS-PSD-EMAIL.
001950       49 WS-PSD-EMAIL-LEN             PIC S9(4) USAGE COMP.
001960       49 WS-PSD-EMAIL-TEXT            PIC X(120).
001970    05 WS-PSD-LAST-EMAIL               PIC X(120) VALUE SPACES.
001980    05 WS-PSD-PERSON-ID                PIC S9(9) USAGE COMP.
001990    05 WS-PSD-PERSON-SW                PIC X(01).
002000       88 WS-PSD-PERSON-KNOWN                    VALUE 'Y'.
002010       88 WS-PSD-PERSON-UNKNOWN                  VALUE 'N'.
002020    05 WS-PSD-NO                       PIC S9(9) USAGE COMP.
002030    05 WS-PSD-NO-9                     PIC 9(09).
002040    05 WS-PSD-PERSON-9                 PIC 9(09).
002050    05 WS-PSD-SEQ-9                    PIC 9(04).
002060    05 WS-PSD-EMAIL-OUT                PIC X(120).
002070    05 WS-PSD-NAME-OUT                 PIC X(130).
002080    05 WS-PSD-PHONE-OUT                PIC X(20).

002090******************************************************************
002100*  SURVIVING-VALUE CHECK - ONE SOURCE VALUE AGAINST THE RECORD   *
002110*  JUST BUILT. WS-SV-SCAN-SW 'Y' ALSO SEARCHES THE WHOLE RECORD  *
002120*  FOR THE VALUE (ADDRESSES AND NAMES); OTHERWISE ONLY ITS OWN   *
002130*  MASKED COLUMN IS COMPARED - A SHORT NUMERIC PAYMENT REFERENCE *
002140*  TURNS UP INSIDE SESSION_IDS BY CHANCE AND PROVES NOTHING.     *
002150******************************************************************
002160 01 WS-SURVIVOR-CHECK.
002170    05 WS-SV-FIELD                     PIC X(14).
002180    05 WS-SV-VALUE                     PIC X(130).
002190    05 WS-SV-LEN                       PIC S9(4) USAGE COMP.
002200    05 WS-SV-MASKED                    PIC X(130).
002210    05 WS-SV-SCAN-SW                   PIC X(01).
002220       88 WS-SV-SCAN                             VALUE 'Y'.
002230       88 WS-SV-NO-SCAN                          VALUE 'N'.
002240    05 WS-SV-HITS                      PIC S9(4) USAGE COMP.
002250    05 WS-SV-CATG                      PIC X(02).
002260    05 WS-SV-ID                        PIC S9(9) USAGE COMP.
002270    05 WS-SV-RECORD                    PIC X(774).

002280******************************************************************
002290*  NULL INDICATORS - ONE PER COLUMN, IN DCLGEN ORDER, FOR THE    *
002300*  TWO TABLES FETCHED WHOLE INTO THEIR HOST STRUCTURES.          *
002310******************************************************************
002320 01 WS-REG-INDICATORS.
002330    05 WS-REG-IND                      PIC S9(4) USAGE COMP
002340                                       OCCURS 28 TIMES.
002350 01 WS-PAY-INDICATORS.
002360    05 WS-PAY-IND                      PIC S9(4) USAGE COMP
002370                                       OCCURS 15 TIMES.

002380******************************************************************
002390*  REPORT LINES                                                  *
002400******************************************************************
002410 01 WS-RPT-LINES.
002420    05 WS-HDG-LINE.
002430       10 FILLER                       PIC X(50) VALUE
002440          'PSEUDONYMISED TEST-DATA COPY - CONTROL REPORT'.
002450       10 FILLER                       PIC X(82) VALUE SPACES.
002460    05 WS-SEL-LINE.
002470       10 FILLER                       PIC X(20) VALUE
002480          'SELECTION  REG_DATE '.
002490       10 WS-SL-FROM-DATE              PIC X(10).
002500       10 FILLER                       PIC X(04) VALUE ' TO '.
002510       10 WS-SL-TO-DATE                PIC X(10).
002520       10 FILLER                       PIC X(16) VALUE
002530          '  SESSION_CATG '.
002540       10 WS-SL-CATG                   PIC X(03).
002550       10 FILLER                       PIC X(14) VALUE
002560          '  SESSION_ID '.
002570       10 WS-SL-FROM-ID                PIC Z(08)9.
002580       10 FILLER                       PIC X(04) VALUE ' TO '.
002590       10 WS-SL-TO-ID                  PIC Z(08)9.
002600       10 FILLER                       PIC X(33) VALUE SPACES.
002610    05 WS-COL-LINE.
002620       10 FILLER                       PIC X(22) VALUE 'TABLE'.
002630       10 FILLER                       PIC X(12) VALUE
002640          ' ROWS COPIED'.
002650       10 FILLER                       PIC X(12) VALUE
002660          '      MASKED'.
002670       10 FILLER                       PIC X(12) VALUE
002680          '     CHECKED'.
002690       10 FILLER                       PIC X(12) VALUE
002700          '   SURVIVING'.
002710       10 FILLER                       PIC X(20) VALUE
002720          '    MONEY HASH TOTAL'.
002730       10 FILLER                       PIC X(42) VALUE SPACES.
002740    05 WS-TBL-LINE.
002750       10 WS-TL-NAME                   PIC X(22).
002760       10 WS-TL-ROWS                   PIC ZZZ,ZZZ,ZZ9.
002770       10 FILLER                       PIC X(01) VALUE SPACES.
002780       10 WS-TL-MASKED                 PIC ZZZ,ZZZ,ZZ9.
002790       10 FILLER                       PIC X(01) VALUE SPACES.
002800       10 WS-TL-CHECKED                PIC ZZZ,ZZZ,ZZ9.
002810       10 FILLER                       PIC X(01) VALUE SPACES.
002820       10 WS-TL-SURVIVORS              PIC ZZZ,ZZZ,ZZ9.
002830       10 FILLER                       PIC X(01) VALUE SPACES.
002840       10 WS-TL-HASH                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002850       10 FILLER                       PIC X(41) VALUE SPACES.
002860    05 WS-EXC-LINE.
002870       10 FILLER                       PIC X(28) VALUE
002880          '*** SOURCE VALUE SURVIVES - '.
002890       10 WS-EL-TABLE                  PIC X(22).
002900       10 FILLER                       PIC X(08) VALUE 'SESSION '.
002910       10 WS-EL-CATG                   PIC X(02).
002920       10 FILLER                       PIC X(01) VALUE '/'.
002930       10 WS-EL-ID                     PIC 9(09).
002940       10 FILLER                       PIC X(08) VALUE '  FIELD '.
002950       10 WS-EL-FIELD                  PIC X(14).
002960       10 FILLER                       PIC X(40) VALUE SPACES.
002970    05 WS-END-LINE.
002980       10 WS-ND-TEXT                   PIC X(72).
002990       10 WS-ND-COUNT                  PIC ZZZ,ZZZ,ZZ9.
003000       10 FILLER                       PIC X(49) VALUE SPACES.

003010******************************************************************
003020* Copybook Includes.                                             *
003030******************************************************************
003040     EXEC SQL
003050       INCLUDE CWERRLOG
003060     END-EXEC.

003070*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
003080     EXEC SQL
003090       INCLUDE CWJOBLOG
003100     END-EXEC.

003110*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL. ONE PAIR
003120*    PER UNLOAD FILE; THE HASH TOTAL CARRIES THE FILE'S MONEY.
003130     EXEC SQL
003140       INCLUDE CWHDRTRL
003150     END-EXEC.

003160******************************************************************
003170*                     DB2 SECTION                                *
003180******************************************************************
003190     EXEC SQL
003200       INCLUDE SQLCA
003210     END-EXEC.

003220     EXEC SQL
003230       INCLUDE DCLRGSTR
003240     END-EXEC.

003250     EXEC SQL
003260       INCLUDE DCLRGPER
003270     END-EXEC.

003280     EXEC SQL
003290       INCLUDE DCLPAYMT
003300     END-EXEC.

003310     EXEC SQL
003320       INCLUDE DCLNTCLG
003330     END-EXEC.

003340     EXEC SQL
003350       INCLUDE DCLPSMAP
003360     END-EXEC.

003370******************************************************************
003380*  CURSOR DECLARATIONS - THE REGISTRATION SELECTION DRIVES ALL   *
003390*  FOUR. THE PERSON MASTER CONTRIBUTES EVERY ADDRESS OF EVERY    *
003400*  PERSON SELECTED, SO THE PERSON_ID JOIN IS WHOLE IN TEST.      *
003410******************************************************************
003420     EXEC SQL DECLARE PER-COPY CURSOR
003430      FOR
003440      SELECT PERSON_ID, EMAIL_ADDR, FULL_NAME, DTS
003450        FROM DBODEVP.REGISTRANT G
003460       WHERE G.PERSON_ID IN
003470             (SELECT R.PERSON_ID
003480                FROM DBODEVP.REGISTRATION R
003490               WHERE R.REG_DATE BETWEEN :WS-SEL-FROM-DATE
003500                                    AND :WS-SEL-TO-DATE
003510                 AND R.SESSION_CATG BETWEEN :WS-SEL-CATG-LOW
003520                                        AND :WS-SEL-CATG-HIGH
003530                 AND R.SESSION_ID BETWEEN :WS-SEL-FROM-ID
003540                                      AND :WS-SEL-TO-ID
003550                 AND R.PERSON_ID IS NOT NULL)
003560          OR G.EMAIL_ADDR IN
003570             (SELECT R.EMAIL_ADDR
003580                FROM DBODEVP.REGISTRATION R
003590               WHERE R.REG_DATE BETWEEN :WS-SEL-FROM-DATE
003600                                    AND :WS-SEL-TO-DATE
003610                 AND R.SESSION_CATG BETWEEN :WS-SEL-CATG-LOW
003620                                        AND :WS-SEL-CATG-HIGH
003630                 AND R.SESSION_ID BETWEEN :WS-SEL-FROM-ID
003640                                      AND :WS-SEL-TO-ID)
003650       ORDER BY PERSON_ID, EMAIL_ADDR
003660     END-EXEC.

003670     EXEC SQL DECLARE REG-COPY CURSOR
003680      FOR
003690      SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR, FULL_NAME,
003700             ORG_NAME, REG_DATE, REG_STATUS, DTS, CANCEL_DATE,
003710             CANCEL_REASON, PHONE_NUMBER, AMOUNT_PAID,
003711             WAITLIST_SEQ,
003720             COMPLETION_STATUS, CANCEL_REASON_CD, ORG_CODE,
003730             PRICED_FEE, DISCOUNT_PCT, ENO, PO_REFERENCE,
003740             CONTRACT_ID, CERT_EXPIRY_DATE, PERSON_ID, CONFIRM_NO,
003750             SPECIAL_REQS, LANG_PREF, NO_SHOW_SW, ATTEND_MODE
003760        FROM DBODEVP.REGISTRATION
003770       WHERE REG_DATE BETWEEN :WS-SEL-FROM-DATE
003780                          AND :WS-SEL-TO-DATE
003790         AND SESSION_CATG BETWEEN :WS-SEL-CATG-LOW
003800                              AND :WS-SEL-CATG-HIGH
003810         AND SESSION_ID BETWEEN :WS-SEL-FROM-ID
003820                            AND :WS-SEL-TO-ID
003830       ORDER BY SESSION_CATG, SESSION_ID, EMAIL_ADDR
003840     END-EXEC.

003850     EXEC SQL DECLARE PAY-COPY CURSOR
003860      FOR
003870      SELECT P.SESSION_CATG, P.SESSION_ID, P.EMAIL_ADDR,
003880             P.PAYMENT_SEQ, P.PAYMENT_DATE, P.PAYMENT_AMOUNT,
003890             P.PAYMENT_METHOD, P.PAYMENT_REF, P.DTS,
003900             P.PAYMENT_CURRENCY, P.BASE_AMOUNT, P.RECON_DATE,
003910             P.RECON_REF, P.REVERSES_SEQ, P.REVERSAL_REASON
003920        FROM DBODEVP.REGISTRATION_PAYMENT P
003930       WHERE EXISTS
003940             (SELECT 1
003950                FROM DBODEVP.REGISTRATION R
003960               WHERE R.SESSION_CATG = P.SESSION_CATG
003970                 AND R.SESSION_ID   = P.SESSION_ID
003980                 AND R.EMAIL_ADDR   = P.EMAIL_ADDR
003990                 AND R.REG_DATE BETWEEN :WS-SEL-FROM-DATE
004000                                    AND :WS-SEL-TO-DATE
004010                 AND R.SESSION_CATG BETWEEN :WS-SEL-CATG-LOW
004020                                        AND :WS-SEL-CATG-HIGH
004030                 AND R.SESSION_ID BETWEEN :WS-SEL-FROM-ID
004040                                      AND :WS-SEL-TO-ID)
004050       ORDER BY P.SESSION_CATG, P.SESSION_ID, P.EMAIL_ADDR,
004060                P.PAYMENT_SEQ
004070     END-EXEC.

004080     EXEC SQL DECLARE NTC-COPY CURSOR
004090      FOR
004100      SELECT N.EMAIL_ADDR, N.NOTICE_TYPE, N.SESSION_CATG,
004110             N.SESSION_ID, N.RUN_DATE, N.DTS, N.LANG_CD,
004120             N.SENT_STATUS
004130        FROM DBODEVP.NOTICE_LOG N
004140       WHERE EXISTS
004150             (SELECT 1
004160                FROM DBODEVP.REGISTRATION R
004170               WHERE R.SESSION_CATG = N.SESSION_CATG
004180                 AND R.SESSION_ID   = N.SESSION_ID
004190                 AND R.EMAIL_ADDR   = N.EMAIL_ADDR
004200                 AND R.REG_DATE BETWEEN :WS-SEL-FROM-DATE
004210                                    AND :WS-SEL-TO-DATE
004220                 AND R.SESSION_CATG BETWEEN :WS-SEL-CATG-LOW
004230                                        AND :WS-SEL-CATG-HIGH
004240                 AND R.SESSION_ID BETWEEN :WS-SEL-FROM-ID
004250                                      AND :WS-SEL-TO-ID)
004260       ORDER BY N.SESSION_CATG, N.SESSION_ID, N.EMAIL_ADDR,
004270                N.DTS
004280     END-EXEC.

004290 01 WS-END                             PIC X(50) VALUE
004300     'ETROP104-WORKING STORAGE SECTION ENDS HERE'.

004310 PROCEDURE DIVISION.

004320 MAIN-LOGIC-PARA.

004330     MOVE 'ETROP104'                   TO EL-ERROR-MODULE.
004340     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

004350     MOVE 'ETROP104'                   TO JRL-PROGRAM-ID.
004360     PERFORM LOG-JOB-START-PARA.

004370     PERFORM READ-PARM-PARA.

004380     OPEN OUTPUT COPY-RPT-FILE.
004390     WRITE COPY-RPT-RECORD           FROM WS-HDG-LINE.
004400     MOVE WS-SEL-FROM-DATE           TO WS-SL-FROM-DATE.
004410     MOVE WS-SEL-TO-DATE             TO WS-SL-TO-DATE.
004420     IF PC-SESSION-CATG = SPACES
004430       MOVE 'ALL'                    TO WS-SL-CATG
004440     ELSE
004450       MOVE PC-SESSION-CATG          TO WS-SL-CATG
004460     END-IF.
004470     MOVE WS-SEL-FROM-ID             TO WS-SL-FROM-ID.
004480     MOVE WS-SEL-TO-ID               TO WS-SL-TO-ID.
004490     WRITE COPY-RPT-RECORD           FROM WS-SEL-LINE.
004500     MOVE SPACES                     TO COPY-RPT-RECORD.
004510     WRITE COPY-RPT-RECORD.
004520     WRITE COPY-RPT-RECORD           FROM WS-COL-LINE.

004530     PERFORM COPY-PERSONS-PARA.
004540     PERFORM COPY-REGISTRATIONS-PARA.
004550     PERFORM COPY-PAYMENTS-PARA.
004560     PERFORM COPY-NOTICES-PARA.

004570     PERFORM WRITE-VERDICT-PARA.
004580     CLOSE COPY-RPT-FILE.

004590     DISPLAY 'ROWS COPIED           : ' WS-ROWS-COPIED.
004600     DISPLAY 'NEW PSEUDONYMS        : ' WS-NEW-PSEUDO-COUNT.
004610     DISPLAY 'SURVIVING VALUES      : ' WS-SURVIVOR-TOTAL.
004620     MOVE 'C'                        TO JRL-RUN-STATUS.
004630     MOVE WS-ROWS-COPIED             TO JRL-ROWS-READ.
004640     MOVE WS-ROWS-COPIED             TO JRL-ROWS-WRITTEN.
004650     MOVE WS-NEW-PSEUDO-COUNT        TO JRL-ROWS-UPDATED.
004660     PERFORM LOG-JOB-END-PARA.
004670     IF WS-SURVIVOR-TOTAL > 0
004680       DISPLAY 'ETROP104 - COPY FAILED VERIFICATION - SEE PSDORPT'
004690       MOVE 8                        TO RETURN-CODE
004700     END-IF.
004710     GOBACK.

004720******************************************************************
004730* Selection Card                                                 *
004740******************************************************************
004750 READ-PARM-PARA.
004760     OPEN INPUT COPY-PARM-FILE.
004770     READ COPY-PARM-FILE
004780       AT END MOVE SPACES            TO COPY-PARM-RECORD
004790     END-READ.
004800     CLOSE COPY-PARM-FILE.
004810     IF COPY-PARM-RECORD = SPACES
004820       DISPLAY 'ETROP104 - NO SELECTION ON PSDOPARM CARD'
004830       PERFORM EXIT-PARA
004840     END-IF.
004850     IF (PC-FROM-SESSION-X NOT = SPACES
004860         AND PC-FROM-SESSION-X NOT NUMERIC)
004870      OR (PC-TO-SESSION-X NOT = SPACES
004880         AND PC-TO-SESSION-X NOT NUMERIC)
004890      OR (PC-FROM-DATE NOT = SPACES
004900         AND (PC-FROM-DATE (5:1) NOT = '-'
004910              OR PC-FROM-DATE (8:1) NOT = '-'))
004920      OR (PC-TO-DATE NOT = SPACES
004930         AND (PC-TO-DATE (5:1) NOT = '-'
004940              OR PC-TO-DATE (8:1) NOT = '-'))
004950       DISPLAY 'ETROP104 - PSDOPARM CARD IS NOT VALID'
004960       PERFORM EXIT-PARA
004970     END-IF.
004980     IF PC-FROM-DATE = SPACES
004990       MOVE '0001-01-01'             TO WS-SEL-FROM-DATE
005000     ELSE
005010       MOVE PC-FROM-DATE             TO WS-SEL-FROM-DATE
005020     END-IF.
005030     IF PC-TO-DATE = SPACES
005040       MOVE '9999-12-31'             TO WS-SEL-TO-DATE
005050     ELSE
005060       MOVE PC-TO-DATE               TO WS-SEL-TO-DATE
005070     END-IF.
005080     IF PC-SESSION-CATG = SPACES
005090       MOVE LOW-VALUES               TO WS-SEL-CATG-LOW
005100       MOVE HIGH-VALUES              TO WS-SEL-CATG-HIGH
005110     ELSE
005120       MOVE PC-SESSION-CATG          TO WS-SEL-CATG-LOW
005130       MOVE PC-SESSION-CATG          TO WS-SEL-CATG-HIGH
005140     END-IF.
005150     IF PC-FROM-SESSION-X = SPACES
005160       MOVE 0                        TO WS-SEL-FROM-ID
005170     ELSE
005180       MOVE PC-FROM-SESSION          TO WS-SEL-FROM-ID
005190     END-IF.
005200     IF PC-TO-SESSION-X = SPACES
005210       MOVE 999999999                TO WS-SEL-TO-ID
005220     ELSE
005230       MOVE PC-TO-SESSION            TO WS-SEL-TO-ID
005240     END-IF.

005250******************************************************************
005260* Registrant Person Master                                       *
005270******************************************************************
005280 COPY-PERSONS-PARA.
005290     MOVE 'REGISTRANT'               TO WS-TB-NAME.
005300     PERFORM START-TABLE-PARA.
005310     OPEN OUTPUT PER-UNLOAD-FILE.
005313     MOVE 'PSDOPER'                  TO HT-INTERFACE-NAME.
005316     MOVE 'TEST REGION LOAD'         TO HT-DESTINATION.
005320     PERFORM BUILD-HEADER-PARA.
005330     MOVE HT-IO-RECORD               TO PER-UNLOAD-RECORD.
005340     WRITE PER-UNLOAD-RECORD.
005350     EXEC SQL
005360       OPEN PER-COPY
005370     END-EXEC.
005380     IF SQLCODE NOT = 0
005390       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
005400       MOVE 'REGISTRANT'             TO EL-ERROR-DB2-OBJECT
005410       PERFORM CHECK-SQLCODE-PARA
005420       PERFORM EXIT-PARA
005430     END-IF.
005440     PERFORM FETCH-PERSON-PARA
005450       UNTIL WS-CURSOR-EOF.
005460     EXEC SQL
005470       CLOSE PER-COPY
005480     END-EXEC.
005490     PERFORM BUILD-TRAILER-PARA.
005500     MOVE HT-IO-RECORD               TO PER-UNLOAD-RECORD.
005510     WRITE PER-UNLOAD-RECORD.
005520     CLOSE PER-UNLOAD-FILE.
005530     PERFORM WRITE-TABLE-LINE-PARA.

005540 FETCH-PERSON-PARA.
005550     INITIALIZE DCLREGISTRANT.
005560     EXEC SQL
005570       FETCH PER-COPY
005580        INTO :RGP-PERSON-ID, :RGP-EMAIL-ADDR, :RGP-FULL-NAME,
005590             :RGP-DTS
005600     END-EXEC.
005610     EVALUATE SQLCODE
005620       WHEN 0
005630         PERFORM WRITE-PERSON-PARA
005640       WHEN 100
005650         SET WS-CURSOR-EOF           TO TRUE
005660       WHEN OTHER
005670         MOVE 'FETCH '               TO EL-ERROR-ACTION
005680         MOVE 'REGISTRANT'           TO EL-ERROR-DB2-OBJECT
005690         PERFORM CHECK-SQLCODE-PARA
005700         PERFORM EXIT-PARA
005710     END-EVALUATE.

005720 WRITE-PERSON-PARA.
005730     MOVE RGP-EMAIL-ADDR             TO WS-PSD-EMAIL.
005740     MOVE RGP-PERSON-ID              TO WS-PSD-PERSON-ID.
005750     SET WS-PSD-PERSON-KNOWN         TO TRUE.
005760     PERFORM MASK-IDENTITY-PARA.
005770     MOVE RGP-PERSON-ID              TO PU-PERSON-ID.
005780     MOVE WS-PSD-EMAIL-OUT           TO PU-EMAIL-ADDR.
005790     MOVE WS-PSD-NAME-OUT            TO PU-FULL-NAME.
005800     MOVE RGP-DTS                    TO PU-DTS.
005810     ADD 2                           TO WS-TB-MASKED.
005820     MOVE PER-UNLOAD-RECORD          TO WS-SV-RECORD.
005830     MOVE SPACES                     TO WS-SV-CATG.
005840     MOVE 0                          TO WS-SV-ID.
005850     MOVE 'EMAIL_ADDR'               TO WS-SV-FIELD.
005860     MOVE RGP-EMAIL-ADDR-TEXT        TO WS-SV-VALUE.
005870     MOVE RGP-EMAIL-ADDR-LEN         TO WS-SV-LEN.
005880     MOVE PU-EMAIL-ADDR              TO WS-SV-MASKED.
005890     SET WS-SV-SCAN                  TO TRUE.
005900     PERFORM CHECK-SURVIVOR-PARA.
005910     MOVE 'FULL_NAME'                TO WS-SV-FIELD.
005920     MOVE RGP-FULL-NAME-TEXT         TO WS-SV-VALUE.
005930     MOVE RGP-FULL-NAME-LEN          TO WS-SV-LEN.
005940     MOVE PU-FULL-NAME               TO WS-SV-MASKED.
005950     PERFORM CHECK-SURVIVOR-PARA.
005960     WRITE PER-UNLOAD-RECORD.
005970     ADD 1                           TO WS-TB-ROWS.
005980     ADD 1                           TO HT-RECORD-COUNT.

005990******************************************************************
006000* Registrations                                                  *
006010******************************************************************
006020 COPY-REGISTRATIONS-PARA.
006030     MOVE 'REGISTRATION'             TO WS-TB-NAME.
006040     PERFORM START-TABLE-PARA.
006050     OPEN OUTPUT REG-UNLOAD-FILE.
006053     MOVE 'PSDOREG'                  TO HT-INTERFACE-NAME.
006056     MOVE 'TEST REGION LOAD'         TO HT-DESTINATION.
006060     PERFORM BUILD-HEADER-PARA.
006070     MOVE HT-IO-RECORD               TO REG-UNLOAD-RECORD.
006080     WRITE REG-UNLOAD-RECORD.
006090     EXEC SQL
006100       OPEN REG-COPY
006110     END-EXEC.
006120     IF SQLCODE NOT = 0
006130       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
006140       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
006150       PERFORM CHECK-SQLCODE-PARA
006160       PERFORM EXIT-PARA
006170     END-IF.
006180     PERFORM FETCH-REGISTRATION-PARA
006190       UNTIL WS-CURSOR-EOF.
006200     EXEC SQL
006210       CLOSE REG-COPY
006220     END-EXEC.
006230     PERFORM BUILD-TRAILER-PARA.
006240     MOVE HT-IO-RECORD               TO REG-UNLOAD-RECORD.
006250     WRITE REG-UNLOAD-RECORD.
006260     CLOSE REG-UNLOAD-FILE.
006270     PERFORM WRITE-TABLE-LINE-PARA.

006280 FETCH-REGISTRATION-PARA.
006290     INITIALIZE DCLREGISTRATION.
006300     EXEC SQL
006310       FETCH REG-COPY
006320        INTO :DCLREGISTRATION:WS-REG-IND
006330     END-EXEC.
006340     EVALUATE SQLCODE
006350       WHEN 0
006360         PERFORM WRITE-REGISTRATION-PARA
006370       WHEN 100
006380         SET WS-CURSOR-EOF           TO TRUE
006390       WHEN OTHER
006400         MOVE 'FETCH '               TO EL-ERROR-ACTION
006410         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
006420         PERFORM CHECK-SQLCODE-PARA
006430         PERFORM EXIT-PARA
006440     END-EVALUATE.

006450*    EVERYTHING BUT THE PERSONAL COLUMNS GOES ACROSS AS IS -
006460*    A NULL COLUMN ARRIVES HERE AS SPACES/ZERO FROM THE INITIALIZE
006470*    AND IS FLAGGED IN THE NULL MAP FOR THE LOAD.
006480 WRITE-REGISTRATION-PARA.
006490     MOVE EMAIL-ADDR                 TO WS-PSD-EMAIL.
006500     IF WS-REG-IND (23) < 0
006510       SET WS-PSD-PERSON-UNKNOWN     TO TRUE
006520     ELSE
006530       MOVE REG-PERSON-ID            TO WS-PSD-PERSON-ID
006540       SET WS-PSD-PERSON-KNOWN       TO TRUE
006550     END-IF.
006560     PERFORM MASK-IDENTITY-PARA.
006570     MOVE SESSION-CATG               TO RU-SESSION-CATG.
006580     MOVE SESSION-ID                 TO RU-SESSION-ID.
006590     MOVE WS-PSD-EMAIL-OUT           TO RU-EMAIL-ADDR.
006600     MOVE WS-PSD-NAME-OUT            TO RU-FULL-NAME.
006610     ADD 2                           TO WS-TB-MASKED.
006620     MOVE ORG-NAME-TEXT              TO RU-ORG-NAME.
006630     MOVE REG-DATE                   TO RU-REG-DATE.
006640     MOVE REG-STATUS                 TO RU-REG-STATUS.
006650     MOVE DTS                        TO RU-DTS.
006660     MOVE CANCEL-DATE                TO RU-CANCEL-DATE.
006670     IF WS-REG-IND (10) < 0
006680       MOVE SPACES                   TO RU-CANCEL-REASON
006690     ELSE
006700       MOVE 'CANCELLATION REASON ON FILE' TO RU-CANCEL-REASON
006710       ADD 1                         TO WS-TB-MASKED
006720     END-IF.
006730     IF WS-REG-IND (11) < 0
006740       MOVE SPACES                   TO RU-PHONE-NUMBER
006750     ELSE
006760       MOVE WS-PSD-PHONE-OUT         TO RU-PHONE-NUMBER
006770       ADD 1                         TO WS-TB-MASKED
006780     END-IF.
006790     MOVE AMOUNT-PAID                TO RU-AMOUNT-PAID.
006800     MOVE WAITLIST-SEQ               TO RU-WAITLIST-SEQ.
006810     MOVE COMPLETION-STATUS          TO RU-COMPLETION-STATUS.
006820     MOVE CANCEL-REASON-CD           TO RU-CANCEL-REASON-CD.
006830     MOVE ORG-CODE                   TO RU-ORG-CODE.
006840     MOVE PRICED-FEE                 TO RU-PRICED-FEE.
006850     MOVE DISCOUNT-PCT               TO RU-DISCOUNT-PCT.
006860     MOVE REG-ENO                    TO RU-ENO.
006870     MOVE REG-PO-REFERENCE-TEXT      TO RU-PO-REFERENCE.
006880     MOVE REG-CONTRACT-ID            TO RU-CONTRACT-ID.
006890     MOVE REG-CERT-EXPIRY-DATE       TO RU-CERT-EXPIRY-DATE.
006900     MOVE REG-PERSON-ID              TO RU-PERSON-ID.
006910     MOVE REG-CONFIRM-NO             TO RU-CONFIRM-NO.
006920     IF WS-REG-IND (25) < 0
006930       MOVE SPACES                   TO RU-SPECIAL-REQS
006940     ELSE
006950       MOVE 'SPECIAL REQUIREMENT ON FILE' TO RU-SPECIAL-REQS
006960       ADD 1                         TO WS-TB-MASKED
006970     END-IF.
006980     MOVE REG-LANG-PREF              TO RU-LANG-PREF.
006990     MOVE REG-NO-SHOW-SW             TO RU-NO-SHOW-SW.
007000     MOVE REG-ATTEND-MODE            TO RU-ATTEND-MODE.
007010     PERFORM SET-REG-NULL-FLAG-PARA
007020       VARYING WS-SUB FROM 1 BY 1
007030         UNTIL WS-SUB > 28.
007040     IF WS-REG-IND (12) NOT < 0
007050       ADD AMOUNT-PAID               TO HT-HASH-TOTAL
007060     END-IF.
007070     PERFORM CHECK-REGISTRATION-PARA.
007080     WRITE REG-UNLOAD-RECORD.
007090     ADD 1                           TO WS-TB-ROWS.
007100     ADD 1                           TO HT-RECORD-COUNT.

007110 SET-REG-NULL-FLAG-PARA.
007120     IF WS-REG-IND (WS-SUB) < 0
007130       MOVE 'Y'                      TO RU-NULL-FLAG (WS-SUB)
007140     ELSE
007150       MOVE 'N'                      TO RU-NULL-FLAG (WS-SUB)
007160     END-IF.

007170 CHECK-REGISTRATION-PARA.
007180     MOVE REG-UNLOAD-RECORD          TO WS-SV-RECORD.
007190     MOVE SESSION-CATG               TO WS-SV-CATG.
007200     MOVE SESSION-ID                 TO WS-SV-ID.
007210     SET WS-SV-SCAN                  TO TRUE.
007220     MOVE 'EMAIL_ADDR'               TO WS-SV-FIELD.
007230     MOVE EMAIL-ADDR-TEXT            TO WS-SV-VALUE.
007240     MOVE EMAIL-ADDR-LEN             TO WS-SV-LEN.
007250     MOVE RU-EMAIL-ADDR              TO WS-SV-MASKED.
007260     PERFORM CHECK-SURVIVOR-PARA.
007270     MOVE 'FULL_NAME'                TO WS-SV-FIELD.
007280     MOVE FULL-NAME-TEXT             TO WS-SV-VALUE.
007290     MOVE FULL-NAME-LEN              TO WS-SV-LEN.
007300     MOVE RU-FULL-NAME               TO WS-SV-MASKED.
007310     PERFORM CHECK-SURVIVOR-PARA.
007320     SET WS-SV-NO-SCAN               TO TRUE.
007330     IF WS-REG-IND (11) NOT < 0
007340       MOVE 'PHONE_NUMBER'           TO WS-SV-FIELD
007350       MOVE PHONE-NUMBER-TEXT        TO WS-SV-VALUE
007360       MOVE PHONE-NUMBER-LEN         TO WS-SV-LEN
007370       MOVE RU-PHONE-NUMBER          TO WS-SV-MASKED
007380       PERFORM CHECK-SURVIVOR-PARA
007390     END-IF.
007400     IF WS-REG-IND (25) NOT < 0
007410       MOVE 'SPECIAL_REQS'           TO WS-SV-FIELD
007420       MOVE REG-SPECIAL-REQS-TEXT    TO WS-SV-VALUE
007430       MOVE REG-SPECIAL-REQS-LEN     TO WS-SV-LEN
007440       MOVE RU-SPECIAL-REQS          TO WS-SV-MASKED
007450       PERFORM CHECK-SURVIVOR-PARA
007460     END-IF.
007470     IF WS-REG-IND (10) NOT < 0
007480       MOVE 'CANCEL_REASON'          TO WS-SV-FIELD
007490       MOVE CANCEL-REASON-TEXT       TO WS-SV-VALUE
007500       MOVE CANCEL-REASON-LEN        TO WS-SV-LEN
007510       MOVE RU-CANCEL-REASON         TO WS-SV-MASKED
007520       PERFORM CHECK-SURVIVOR-PARA
007530     END-IF.

007540******************************************************************
007550* Registration Payments                                          *
007560******************************************************************
007570 COPY-PAYMENTS-PARA.
007580     MOVE 'REGISTRATION_PAYMENT'     TO WS-TB-NAME.
007590     PERFORM START-TABLE-PARA.
007600     OPEN OUTPUT PAY-UNLOAD-FILE.
007603     MOVE 'PSDOPAY'                  TO HT-INTERFACE-NAME.
007606     MOVE 'TEST REGION LOAD'         TO HT-DESTINATION.
007610     PERFORM BUILD-HEADER-PARA.
007620     MOVE HT-IO-RECORD               TO PAY-UNLOAD-RECORD.
007630     WRITE PAY-UNLOAD-RECORD.
007640     EXEC SQL
007650       OPEN PAY-COPY
007660     END-EXEC.
007670     IF SQLCODE NOT = 0
007680       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
007690       MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
007700       PERFORM CHECK-SQLCODE-PARA
007710       PERFORM EXIT-PARA
007720     END-IF.
007730     PERFORM FETCH-PAYMENT-PARA
007740       UNTIL WS-CURSOR-EOF.
007750     EXEC SQL
007760       CLOSE PAY-COPY
007770     END-EXEC.
007780     PERFORM BUILD-TRAILER-PARA.
007790     MOVE HT-IO-RECORD               TO PAY-UNLOAD-RECORD.
007800     WRITE PAY-UNLOAD-RECORD.
007810     CLOSE PAY-UNLOAD-FILE.
007820     PERFORM WRITE-TABLE-LINE-PARA.

007830 FETCH-PAYMENT-PARA.
007840     INITIALIZE DCLREGISTRATION-PAYMENT.
007850     EXEC SQL
007860       FETCH PAY-COPY
007870        INTO :DCLREGISTRATION-PAYMENT:WS-PAY-IND
007880     END-EXEC.
007890     EVALUATE SQLCODE
007900       WHEN 0
007910         PERFORM WRITE-PAYMENT-PARA
007920       WHEN 100
007930         SET WS-CURSOR-EOF           TO TRUE
007940       WHEN OTHER
007950         MOVE 'FETCH '               TO EL-ERROR-ACTION
007960         MOVE 'REGISTRATION_PAYMENT' TO EL-ERROR-DB2-OBJECT
007970         PERFORM CHECK-SQLCODE-PARA
007980         PERFORM EXIT-PARA
007990     END-EVALUATE.

008000*    THE REFERENCES ARE REBUILT FROM THE PAYER'S PSEUDONYM AND THE
008010*    PAYMENT_SEQ, SO THEY STAY UNIQUE WITHOUT CARRYING ANYTHING A
008020*    BANK STATEMENT COULD BE MATCHED BACK TO.
008030 WRITE-PAYMENT-PARA.
008040     MOVE PAY-EMAIL-ADDR             TO WS-PSD-EMAIL.
008050     SET WS-PSD-PERSON-UNKNOWN       TO TRUE.
008060     PERFORM MASK-IDENTITY-PARA.
008070     MOVE PAY-SESSION-CATG           TO YU-SESSION-CATG.
008080     MOVE PAY-SESSION-ID             TO YU-SESSION-ID.
008090     MOVE WS-PSD-EMAIL-OUT           TO YU-EMAIL-ADDR.
008100     ADD 1                           TO WS-TB-MASKED.
008110     MOVE PAY-PAYMENT-SEQ            TO YU-PAYMENT-SEQ.
008120     MOVE PAY-PAYMENT-DATE           TO YU-PAYMENT-DATE.
008130     MOVE PAY-PAYMENT-AMOUNT         TO YU-PAYMENT-AMOUNT.
008140     MOVE PAY-PAYMENT-METHOD         TO YU-PAYMENT-METHOD.
008150     MOVE PAY-PAYMENT-SEQ            TO WS-PSD-SEQ-9.
008160     IF WS-PAY-IND (8) < 0
008170       MOVE SPACES                   TO YU-PAYMENT-REF
008180     ELSE
008190       MOVE SPACES                   TO YU-PAYMENT-REF
008200       STRING 'PREF'                 DELIMITED BY SIZE
008210              WS-PSD-NO-9            DELIMITED BY SIZE
008220              '-'                    DELIMITED BY SIZE
008230              WS-PSD-SEQ-9           DELIMITED BY SIZE
008240         INTO YU-PAYMENT-REF
008250       END-STRING
008260       ADD 1                         TO WS-TB-MASKED
008270     END-IF.
008280     MOVE PAY-DTS                    TO YU-DTS.
008290     MOVE PAY-PAYMENT-CURRENCY       TO YU-PAYMENT-CURRENCY.
008300     MOVE PAY-BASE-AMOUNT            TO YU-BASE-AMOUNT.
008310     MOVE PAY-RECON-DATE             TO YU-RECON-DATE.
008320     IF WS-PAY-IND (13) < 0
008330       MOVE SPACES                   TO YU-RECON-REF
008340     ELSE
008350       MOVE SPACES                   TO YU-RECON-REF
008360       STRING 'RREF'                 DELIMITED BY SIZE
008370              WS-PSD-NO-9            DELIMITED BY SIZE
008380              '-'                    DELIMITED BY SIZE
008390              WS-PSD-SEQ-9           DELIMITED BY SIZE
008400         INTO YU-RECON-REF
008410       END-STRING
008420       ADD 1                         TO WS-TB-MASKED
008430     END-IF.
008440     MOVE PAY-REVERSES-SEQ           TO YU-REVERSES-SEQ.
008450     MOVE PAY-REVERSAL-REASON        TO YU-REVERSAL-REASON.
008460     PERFORM SET-PAY-NULL-FLAG-PARA
008470       VARYING WS-SUB FROM 1 BY 1
008480         UNTIL WS-SUB > 15.
008490     ADD PAY-PAYMENT-AMOUNT          TO HT-HASH-TOTAL.
008500     PERFORM CHECK-PAYMENT-PARA.
008510     WRITE PAY-UNLOAD-RECORD.
008520     ADD 1                           TO WS-TB-ROWS.
008530     ADD 1                           TO HT-RECORD-COUNT.

008540 SET-PAY-NULL-FLAG-PARA.
008550     IF WS-PAY-IND (WS-SUB) < 0
008560       MOVE 'Y'                      TO YU-NULL-FLAG (WS-SUB)
008570     ELSE
008580       MOVE 'N'                      TO YU-NULL-FLAG (WS-SUB)
008590     END-IF.

008600 CHECK-PAYMENT-PARA.
008610     MOVE PAY-UNLOAD-RECORD          TO WS-SV-RECORD.
008620     MOVE PAY-SESSION-CATG           TO WS-SV-CATG.
008630     MOVE PAY-SESSION-ID             TO WS-SV-ID.
008640     SET WS-SV-SCAN                  TO TRUE.
008650     MOVE 'EMAIL_ADDR'               TO WS-SV-FIELD.
008660     MOVE PAY-EMAIL-ADDR-TEXT        TO WS-SV-VALUE.
008670     MOVE PAY-EMAIL-ADDR-LEN         TO WS-SV-LEN.
008680     MOVE YU-EMAIL-ADDR              TO WS-SV-MASKED.
008690     PERFORM CHECK-SURVIVOR-PARA.
008700     SET WS-SV-NO-SCAN               TO TRUE.
008710     IF WS-PAY-IND (8) NOT < 0
008720       MOVE 'PAYMENT_REF'            TO WS-SV-FIELD
008730       MOVE PAY-PAYMENT-REF-TEXT     TO WS-SV-VALUE
008740       MOVE PAY-PAYMENT-REF-LEN      TO WS-SV-LEN
008750       MOVE YU-PAYMENT-REF           TO WS-SV-MASKED
008760       PERFORM CHECK-SURVIVOR-PARA
008770     END-IF.
008780     IF WS-PAY-IND (13) NOT < 0
008790       MOVE 'RECON_REF'              TO WS-SV-FIELD
008800       MOVE PAY-RECON-REF-TEXT       TO WS-SV-VALUE
008810       MOVE PAY-RECON-REF-LEN        TO WS-SV-LEN
008820       MOVE YU-RECON-REF             TO WS-SV-MASKED
008830       PERFORM CHECK-SURVIVOR-PARA
008840     END-IF.

008850******************************************************************
008860* Notice Log                                                     *
008870******************************************************************
008880 COPY-NOTICES-PARA.
008890     MOVE 'NOTICE_LOG'               TO WS-TB-NAME.
008900     PERFORM START-TABLE-PARA.
008910     OPEN OUTPUT NTC-UNLOAD-FILE.
008913     MOVE 'PSDONTC'                  TO HT-INTERFACE-NAME.
008916     MOVE 'TEST REGION LOAD'         TO HT-DESTINATION.
008920     PERFORM BUILD-HEADER-PARA.
008930     MOVE HT-IO-RECORD               TO NTC-UNLOAD-RECORD.
008940     WRITE NTC-UNLOAD-RECORD.
008950     EXEC SQL
008960       OPEN NTC-COPY
008970     END-EXEC.
008980     IF SQLCODE NOT = 0
008990       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
009000       MOVE 'NOTICE_LOG'             TO EL-ERROR-DB2-OBJECT
009010       PERFORM CHECK-SQLCODE-PARA
009020       PERFORM EXIT-PARA
009030     END-IF.
009040     PERFORM FETCH-NOTICE-PARA
009050       UNTIL WS-CURSOR-EOF.
009060     EXEC SQL
009070       CLOSE NTC-COPY
009080     END-EXEC.
009090     PERFORM BUILD-TRAILER-PARA.
009100     MOVE HT-IO-RECORD               TO NTC-UNLOAD-RECORD.
009110     WRITE NTC-UNLOAD-RECORD.
009120     CLOSE NTC-UNLOAD-FILE.
009130     PERFORM WRITE-TABLE-LINE-PARA.

009140 FETCH-NOTICE-PARA.
009150     INITIALIZE DCLNOTICE-LOG.
009160     EXEC SQL
009170       FETCH NTC-COPY
009180        INTO :DCLNOTICE-LOG
009190     END-EXEC.
009200     EVALUATE SQLCODE
009210       WHEN 0
009220         PERFORM WRITE-NOTICE-PARA
009230       WHEN 100
009240         SET WS-CURSOR-EOF           TO TRUE
009250       WHEN OTHER
009260         MOVE 'FETCH '               TO EL-ERROR-ACTION
009270         MOVE 'NOTICE_LOG'           TO EL-ERROR-DB2-OBJECT
009280         PERFORM CHECK-SQLCODE-PARA
009290         PERFORM EXIT-PARA
009300     END-EVALUATE.

009310 WRITE-NOTICE-PARA.
009320     MOVE NTC-EMAIL-ADDR             TO WS-PSD-EMAIL.
009330     SET WS-PSD-PERSON-UNKNOWN       TO TRUE.
009340     PERFORM MASK-IDENTITY-PARA.
009350     MOVE WS-PSD-EMAIL-OUT           TO NU-EMAIL-ADDR.
009360     ADD 1                           TO WS-TB-MASKED.
009370     MOVE NTC-NOTICE-TYPE            TO NU-NOTICE-TYPE.
009380     MOVE NTC-SESSION-CATG           TO NU-SESSION-CATG.
009390     MOVE NTC-SESSION-ID             TO NU-SESSION-ID.
009400     MOVE NTC-RUN-DATE               TO NU-RUN-DATE.
009410     MOVE NTC-DTS                    TO NU-DTS.
009420     MOVE NTC-LANG-CD                TO NU-LANG-CD.
009430     MOVE NTC-SENT-STATUS            TO NU-SENT-STATUS.
009440     MOVE NTC-UNLOAD-RECORD          TO WS-SV-RECORD.
009450     MOVE NTC-SESSION-CATG           TO WS-SV-CATG.
009460     MOVE NTC-SESSION-ID             TO WS-SV-ID.
009470     SET WS-SV-SCAN                  TO TRUE.
009480     MOVE 'EMAIL_ADDR'               TO WS-SV-FIELD.
009490     MOVE NTC-EMAIL-ADDR-TEXT        TO WS-SV-VALUE.
009500     MOVE NTC-EMAIL-ADDR-LEN         TO WS-SV-LEN.
009510     MOVE NU-EMAIL-ADDR              TO WS-SV-MASKED.
009520     PERFORM CHECK-SURVIVOR-PARA.
009530     WRITE NTC-UNLOAD-RECORD.
009540     ADD 1                           TO WS-TB-ROWS.
009550     ADD 1                           TO HT-RECORD-COUNT.

009560******************************************************************
009570* Pseudonyms                                                     *
009580******************************************************************
009590*    A ROW WITH NO PERSON_ID OF ITS OWN (PAYMENTS, NOTICES, LEGACY
009600*    REGISTRATIONS) TAKES ITS ADDRESS'S PERSON FROM THE MASTER, SO
009610*    THE NAME AGREES WITH THE ONE ON THE PERSON'S OTHER ROWS.
009620 MASK-IDENTITY-PARA.
009630     IF WS-PSD-EMAIL-TEXT NOT = WS-PSD-LAST-EMAIL
009640       PERFORM GET-PSEUDO-NO-PARA
009650       MOVE WS-PSD-EMAIL-TEXT        TO WS-PSD-LAST-EMAIL
009660     END-IF.
009670     IF WS-PSD-PERSON-UNKNOWN
009680       PERFORM FIND-PERSON-PARA
009690     END-IF.
009700     MOVE WS-PSD-NO                  TO WS-PSD-NO-9.
009710     MOVE SPACES                     TO WS-PSD-EMAIL-OUT.
009720     STRING 'T'                      DELIMITED BY SIZE
009730            WS-PSD-NO-9              DELIMITED BY SIZE
009740            '@TESTDATA.INVALID'      DELIMITED BY SIZE
009750       INTO WS-PSD-EMAIL-OUT
009760     END-STRING.
009770     MOVE SPACES                     TO WS-PSD-NAME-OUT.
009780     IF WS-PSD-PERSON-KNOWN
009790       MOVE WS-PSD-PERSON-ID         TO WS-PSD-PERSON-9
009800       STRING 'TEST PERSON P'        DELIMITED BY SIZE
009810              WS-PSD-PERSON-9        DELIMITED BY SIZE
009820         INTO WS-PSD-NAME-OUT
009830       END-STRING
009840     ELSE
009850       STRING 'TEST PERSON E'        DELIMITED BY SIZE
009860              WS-PSD-NO-9            DELIMITED BY SIZE
009870         INTO WS-PSD-NAME-OUT
009880       END-STRING
009890     END-IF.
009900     MOVE SPACES                     TO WS-PSD-PHONE-OUT.
009910     STRING '01632 '                 DELIMITED BY SIZE
009920            WS-PSD-NO-9 (4:6)        DELIMITED BY SIZE
009930       INTO WS-PSD-PHONE-OUT
009940     END-STRING.

009950 GET-PSEUDO-NO-PARA.
009960     EXEC SQL
009970       SELECT PSEUDO_NO
009980         INTO :PSM-PSEUDO-NO
009990         FROM DBODEVP.PSEUDONYM_MAP
010000        WHERE EMAIL_ADDR = :WS-PSD-EMAIL
010010     END-EXEC.
010020     EVALUATE SQLCODE
010030       WHEN 0
010040         MOVE PSM-PSEUDO-NO          TO WS-PSD-NO
010050       WHEN 100
010060         PERFORM ADD-PSEUDO-NO-PARA
010070       WHEN OTHER
010080         MOVE 'SELECT'               TO EL-ERROR-ACTION
010090         MOVE 'PSEUDONYM_MAP'        TO EL-ERROR-DB2-OBJECT
010100         PERFORM CHECK-SQLCODE-PARA
010110         PERFORM EXIT-PARA
010120     END-EVALUATE.

010130*    FIRST SIGHT OF AN ADDRESS - MAX + 1, THE CERTIFICATE-SERIAL
010140*    PATTERN. THE MAP ROW IS KEPT, SO THE NEXT COPY REUSES IT.
010150 ADD-PSEUDO-NO-PARA.
010160     EXEC SQL
010170       SELECT COALESCE(MAX(PSEUDO_NO), 0) + 1
010180         INTO :PSM-PSEUDO-NO
010190         FROM DBODEVP.PSEUDONYM_MAP
010200     END-EXEC.
010210     IF SQLCODE NOT = 0
010220       MOVE 'SELECT'                 TO EL-ERROR-ACTION
010230       MOVE 'PSEUDONYM_MAP'          TO EL-ERROR-DB2-OBJECT
010240       PERFORM CHECK-SQLCODE-PARA
010250       PERFORM EXIT-PARA
010260     END-IF.
010270     MOVE WS-PSD-EMAIL               TO PSM-EMAIL-ADDR.
010280     EXEC SQL
010290       INSERT INTO DBODEVP.PSEUDONYM_MAP
010300              (EMAIL_ADDR, PSEUDO_NO, DTS)
010310       VALUES (:PSM-EMAIL-ADDR, :PSM-PSEUDO-NO, CURRENT TIMESTAMP)
010320     END-EXEC.
010330     IF SQLCODE NOT = 0
010340       MOVE 'INSERT'                 TO EL-ERROR-ACTION
010350       MOVE 'PSEUDONYM_MAP'          TO EL-ERROR-DB2-OBJECT
010360       PERFORM CHECK-SQLCODE-PARA
010370       PERFORM EXIT-PARA
010380     END-IF.
010390     MOVE PSM-PSEUDO-NO              TO WS-PSD-NO.
010400     ADD 1                           TO WS-NEW-PSEUDO-COUNT.

010410 FIND-PERSON-PARA.
010420     EXEC SQL
010430       SELECT PERSON_ID
010440         INTO :WS-PSD-PERSON-ID
010450         FROM DBODEVP.REGISTRANT
010460        WHERE EMAIL_ADDR = :WS-PSD-EMAIL
010470     END-EXEC.
010480     EVALUATE SQLCODE
010490       WHEN 0
010500         SET WS-PSD-PERSON-KNOWN     TO TRUE
010510       WHEN 100
010520         CONTINUE
010530       WHEN OTHER
010540         MOVE 'SELECT'               TO EL-ERROR-ACTION
010550         MOVE 'REGISTRANT'           TO EL-ERROR-DB2-OBJECT
010560         PERFORM CHECK-SQLCODE-PARA
010570         PERFORM EXIT-PARA
010580     END-EVALUATE.

010590******************************************************************
010600* Surviving-Value Check                                          *
010610******************************************************************
010620*    A VALUE OF UNDER 4 CHARACTERS IS TOO SHORT TO SEARCH FOR - IT
010630*    IS STILL COMPARED WITH ITS OWN MASKED COLUMN.
010640 CHECK-SURVIVOR-PARA.
010650     IF WS-SV-LEN > 0
010660       ADD 1                         TO WS-TB-CHECKED
010670       MOVE 0                        TO WS-SV-HITS
010680       IF WS-SV-MASKED = WS-SV-VALUE
010690         MOVE 1                      TO WS-SV-HITS
010700       END-IF
010710       IF WS-SV-SCAN AND WS-SV-LEN NOT < 4
010720         INSPECT WS-SV-RECORD TALLYING WS-SV-HITS
010730           FOR ALL WS-SV-VALUE (1:WS-SV-LEN)
010740       END-IF
010750       IF WS-SV-HITS > 0
010760         ADD 1                       TO WS-TB-SURVIVORS
010770         MOVE WS-TB-NAME             TO WS-EL-TABLE
010780         MOVE WS-SV-CATG             TO WS-EL-CATG
010790         MOVE WS-SV-ID               TO WS-EL-ID
010800         MOVE WS-SV-FIELD            TO WS-EL-FIELD
010810         WRITE COPY-RPT-RECORD       FROM WS-EXC-LINE
010820       END-IF
010830     END-IF.

010840******************************************************************
010850* Control Report                                                 *
010860******************************************************************
010870 START-TABLE-PARA.
010880     MOVE 0                          TO WS-TB-ROWS.
010890     MOVE 0                          TO WS-TB-MASKED.
010900     MOVE 0                          TO WS-TB-CHECKED.
010910     MOVE 0                          TO WS-TB-SURVIVORS.
010920     MOVE 'ETROP104'                 TO HT-PROGRAM-ID.
010930     SET WS-CURSOR-MORE              TO TRUE.

010940 WRITE-TABLE-LINE-PARA.
010950     MOVE WS-TB-NAME                 TO WS-TL-NAME.
010960     MOVE WS-TB-ROWS                 TO WS-TL-ROWS.
010970     MOVE WS-TB-MASKED               TO WS-TL-MASKED.
010980     MOVE WS-TB-CHECKED              TO WS-TL-CHECKED.
010990     MOVE WS-TB-SURVIVORS            TO WS-TL-SURVIVORS.
011000     MOVE HT-HASH-TOTAL              TO WS-TL-HASH.
011010     WRITE COPY-RPT-RECORD           FROM WS-TBL-LINE.
011020     ADD WS-TB-ROWS                  TO WS-ROWS-COPIED.
011030     ADD WS-TB-SURVIVORS             TO WS-SURVIVOR-TOTAL.

011040 WRITE-VERDICT-PARA.
011050     MOVE SPACES                     TO COPY-RPT-RECORD.
011060     WRITE COPY-RPT-RECORD.
011070     MOVE 'NEW ADDRESSES ADDED TO THE PSEUDONYM MAP'
011080                                     TO WS-ND-TEXT.
011090     MOVE WS-NEW-PSEUDO-COUNT        TO WS-ND-COUNT.
011100     WRITE COPY-RPT-RECORD           FROM WS-END-LINE.
011110     IF WS-SURVIVOR-TOTAL = 0
011120       MOVE 'VERIFIED - NO SOURCE PERSONAL VALUE IN ANY RECORD'
011130                                     TO WS-ND-TEXT
011140       MOVE WS-ROWS-COPIED           TO WS-ND-COUNT
011150     ELSE
011160       MOVE '*** VERIFICATION FAILED - DO NOT RELEASE'
011170                                     TO WS-ND-TEXT
011180       MOVE WS-SURVIVOR-TOTAL        TO WS-ND-COUNT
011190     END-IF.
011200     WRITE COPY-RPT-RECORD           FROM WS-END-LINE.

011210******************************************************************
011220* Error Logging                                                  *
011230******************************************************************
011240     EXEC SQL
011250       INCLUDE CPERRBAT
011260     END-EXEC.

011270*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
011280*    OTHERWISE THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER
011290*    OPENED AND NEVER REACHES SQLCODE = 100.
011300 EXIT-PARA.
011310     MOVE 'F'                        TO JRL-RUN-STATUS.
011320     MOVE WS-ROWS-COPIED             TO JRL-ROWS-READ.
011330     MOVE WS-ROWS-COPIED             TO JRL-ROWS-WRITTEN.
011340     MOVE WS-NEW-PSEUDO-COUNT        TO JRL-ROWS-UPDATED.
011350     PERFORM LOG-JOB-END-PARA.
011360     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
011370     GOBACK.

011380******************************************************************
011390* Interface Header/Trailer                                       *
011400******************************************************************
011410     EXEC SQL
011420       INCLUDE CPHDRTRL
011430     END-EXEC.

011440******************************************************************
011450* Run Registry                                                   *
011460******************************************************************
011470     EXEC SQL
011480       INCLUDE CPJOBLOG
011490     END-EXEC.
