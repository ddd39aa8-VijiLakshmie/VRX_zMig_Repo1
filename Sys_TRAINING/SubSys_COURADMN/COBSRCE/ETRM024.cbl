000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETRM024.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  PSEUDO-CONVERSATIONAL ORGANIZATION ACCOUNT INQUIRY.           *
000090*  WHEN AN ORG'S FINANCE CONTACT PHONES, THE CLERK USED TO PULL  *
000100*  FOUR BATCH REPORTS (ETROP21 AGING, ETROP20 INVOICES, THE      *
000110*  ORG_CREDIT BALANCE AND THE ETRB023 DISPUTES) TO ANSWER "WHAT  *
000120*  DO WE OWE YOU". KEY THE ORG CODE AND ENTER SHOWS, ON ONE      *
000130*  SCREEN:                                                       *
000140*    - THE CREDIT LIMIT, HOLD AND EXPOSURE (RCBT010A), THE       *
000150*      AMOUNT IN OPEN DISPUTE, THE UNAPPLIED CASH ON ACCOUNT     *
000160*      (ORG_CREDIT) AND WHAT IS OWED ON INSTALMENTS FALLING DUE  *
000170*      IN THE NEXT WS-DUE-WINDOW-DAYS                            *
000180*    - EVERY INVOICE STILL CARRYING A BALANCE OR AN OPEN         *
000190*      DISPUTE, WITH ITS AGE IN DAYS SINCE IT WAS RAISED         *
000200*    - CREDIT NOTES ISSUED IN THE LAST WS-NOTE-HISTORY-DAYS      *
000210*    - OPEN SEAT CONTRACTS WITH THE SEATS LEFT, INCLUDING A      *
000220*      PARENT'S GROUP-DRAWDOWN CONTRACT THE ORG CAN DRAW ON      *
000230*    - INSTALMENTS (PAYMENT_PLAN) STILL OWED AND DUE IN THE      *
000240*      WINDOW, OVERDUE ONES FLAGGED                              *
000250*  PF8 PAGES ON. KEY AN INVOICE NUMBER AS WELL AND ENTER LISTS   *
000260*  THAT INVOICE'S SEATS (THE ETROP20 SELECTION FOR ITS PERIOD,   *
000270*  SUBSIDIARIES BILLED TO THE PARENT INCLUDED) AND EVERY         *
000280*  PAYMENT TAKEN AGAINST THEM. BALANCES USE THE ETROP21 AGING    *
000290*  MATH - BILLED FEE LESS AMOUNT_PAID ON ACTIVE SEATS NOT DRAWN  *
000300*  ON A CONTRACT. INQUIRY ONLY; NEEDS 'FINVIEW' AUTHORITY.       *
000310******************************************************************

000320 ENVIRONMENT DIVISION.

000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. Z900.
000350 OBJECT-COMPUTER. Z900.

000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.

000380 01 WS-BEGIN                          PIC  X(36) VALUE
000390     'ETRM024 WORKING STORAGE STARTS HERE'.

000400******************************************************************
000410*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000420******************************************************************
000430 01 WS-VARIABLES.
000440    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000450       88 WS-NO-ERROR                            VALUE SPACES.
000460    05 WS-RESP                         PIC S9(08) USAGE COMP.
000470    05 WS-RESP2                        PIC S9(08) USAGE COMP.
000480    05 WS-USR-ID                       PIC X(08).
000490    05 WS-INVOICE-NO-NUM               PIC 9(09).
000500    05 WS-NEW-INVOICE-NO               PIC S9(9) USAGE COMP.
000510    05 WS-MAX-LINES                    PIC S9(4) USAGE COMP
000520                                       VALUE 12.
000530    05 WS-LINE-SUB                     PIC S9(4) USAGE COMP.
000540    05 WS-ROWS-READ                    PIC S9(4) USAGE COMP.
000550    05 WS-PREV-SECTION                 PIC S9(4) USAGE COMP.
000560    05 WS-FETCH-SQLCODE                PIC S9(09) USAGE COMP.
000570*    HOW FAR AHEAD AN INSTALMENT COUNTS AS FALLING DUE, AND HOW
000580*    FAR BACK CREDIT NOTES ARE LISTED.
000590    05 WS-DUE-WINDOW-DAYS              PIC S9(4) USAGE COMP
000600                                       VALUE 30.
000610    05 WS-NOTE-HISTORY-DAYS            PIC S9(4) USAGE COMP
000620                                       VALUE 365.
000630    05 WS-ON-ACCOUNT                   PIC S9(7)V99 USAGE COMP-3.
000640    05 WS-DUE-AMOUNT                   PIC S9(7)V99 USAGE COMP-3.
000650    05 WS-SEATS-LEFT                   PIC S9(9) USAGE COMP.
000660    05 WS-PERIOD-YEAR-NUM              PIC S9(4) USAGE COMP.
000670    05 WS-PERIOD-NO-NUM                PIC S9(4) USAGE COMP.
000680    05 WS-EDIT-INVOICE                 PIC Z(8)9.
000690    05 WS-EDIT-PERIOD.
000700       10 WS-EDIT-PERIOD-YEAR          PIC 9(04).
000710       10 FILLER                       PIC X(01) VALUE '-'.
000720       10 WS-EDIT-PERIOD-NO            PIC 9(02).
000730    05 WS-INV-PERIOD-YEAR              PIC S9(4) USAGE COMP.
000740    05 WS-INV-PERIOD-MONTH             PIC S9(4) USAGE COMP.
000750    05 WS-INV-TOTAL                    PIC S9(7)V99 USAGE COMP-3.
000760    05 WS-INV-DISPUTE-STATUS           PIC X(01).
000770       88 WS-INV-DISPUTE-OPEN                    VALUE 'O'.

000780******************************************************************
000790*  ONE ROW OF EITHER LINE CURSOR. THE SECTION SAYS HOW THE       *
000800*  GENERIC COLUMNS READ - SEE THE CURSOR DECLARATIONS.           *
000810******************************************************************
000820 01 WS-ACCOUNT-ROW.
000830    05 WS-AR-SECTION                   PIC S9(4) USAGE COMP.
000840       88 WS-AR-INVOICE                          VALUE 1.
000850       88 WS-AR-CREDIT-NOTE                      VALUE 2.
000860       88 WS-AR-CONTRACT                         VALUE 3.
000870       88 WS-AR-INSTALMENT                       VALUE 4.
000880       88 WS-AR-SEAT                             VALUE 5.
000890       88 WS-AR-PAYMENT                          VALUE 6.
000900    05 WS-AR-SORT-DATE                 PIC X(10).
000910    05 WS-AR-KEY1                      PIC S9(9) USAGE COMP.
000920    05 WS-AR-KEY2                      PIC S9(9) USAGE COMP.
000930    05 WS-AR-CATG                      PIC X(02).
000940    05 WS-AR-DATE2                     PIC X(10).
000950    05 WS-AR-NUM1                      PIC S9(9) USAGE COMP.
000960    05 WS-AR-NUM2                      PIC S9(9) USAGE COMP.
000970    05 WS-AR-AMT1                      PIC S9(7)V99 USAGE COMP-3.
000980    05 WS-AR-AMT2                      PIC S9(7)V99 USAGE COMP-3.
000990    05 WS-AR-FLAG                      PIC X(01).
001000    05 WS-AR-TEXT                      PIC X(20).

001010******************************************************************
001020*  SCREEN LINES - EACH SECTION OPENS WITH ITS CAPTION LINE,      *
001030*  REPEATED AT THE TOP OF A PAGE THAT CONTINUES IT.              *
001040******************************************************************
001050 01 WS-INV-CAPTION.
001060    05 FILLER                          PIC X(10) VALUE 'INVOICE'.
001070    05 FILLER                          PIC X(08) VALUE 'PERIOD'.
001080    05 FILLER                          PIC X(11) VALUE 'RAISED'.
001090    05 FILLER                          PIC X(13) VALUE
001100                                       '       TOTAL'.
001110    05 FILLER                          PIC X(13) VALUE
001120                                       '  STILL OWED'.
001130    05 FILLER                          PIC X(06) VALUE '  AGE'.
001140    05 FILLER                          PIC X(16) VALUE 'DISPUTE'.
001150 01 WS-INV-LINE.
001160    05 WS-IL-INVOICE-NO                PIC Z(8)9.
001170    05 FILLER                          PIC X(01) VALUE SPACES.
001180    05 WS-IL-PERIOD                    PIC X(07).
001190    05 FILLER                          PIC X(01) VALUE SPACES.
001200    05 WS-IL-RAISED                    PIC X(10).
001210    05 FILLER                          PIC X(01) VALUE SPACES.
001220    05 WS-IL-TOTAL                     PIC X(12).
001230    05 FILLER                          PIC X(01) VALUE SPACES.
001240    05 WS-IL-OWED                      PIC X(12).
001250    05 FILLER                          PIC X(01) VALUE SPACES.
001260    05 WS-IL-AGE                       PIC ZZZZ9.
001270    05 FILLER                          PIC X(01) VALUE SPACES.
001280    05 WS-IL-DISPUTE                   PIC X(16).

001290 01 WS-CRN-CAPTION.
001300    05 FILLER                          PIC X(10) VALUE 'CR NOTE'.
001310    05 FILLER                          PIC X(10) VALUE 'INVOICE'.
001320    05 FILLER                          PIC X(11) VALUE 'ISSUED'.
001330    05 FILLER                          PIC X(13) VALUE
001340                                       '      AMOUNT'.
001350    05 FILLER                          PIC X(33) VALUE
001360                                       'FOR SESSION'.
001370 01 WS-CRN-LINE.
001380    05 WS-CL-NOTE-NO                   PIC Z(8)9.
001390    05 FILLER                          PIC X(01) VALUE SPACES.
001400    05 WS-CL-INVOICE-NO                PIC Z(8)9.
001410    05 FILLER                          PIC X(01) VALUE SPACES.
001420    05 WS-CL-ISSUED                    PIC X(10).
001430    05 FILLER                          PIC X(01) VALUE SPACES.
001440    05 WS-CL-AMOUNT                    PIC X(12).
001450    05 FILLER                          PIC X(01) VALUE SPACES.
001460    05 WS-CL-SESSION-CATG              PIC X(02).
001470    05 FILLER                          PIC X(01) VALUE SPACES.
001480    05 WS-CL-SESSION-ID                PIC Z(8)9.
001490    05 FILLER                          PIC X(21) VALUE SPACES.

001500 01 WS-SEA-CAPTION.
001510    05 FILLER                          PIC X(10) VALUE 'CONTRACT'.
001520    05 FILLER                          PIC X(11) VALUE 'FROM'.
001530    05 FILLER                          PIC X(11) VALUE 'TO'.
001540    05 FILLER                          PIC X(07) VALUE 'BOUGHT'.
001550    05 FILLER                          PIC X(07) VALUE '  USED'.
001560    05 FILLER                          PIC X(07) VALUE '  LEFT'.
001570    05 FILLER                          PIC X(24) VALUE 'HELD BY'.
001580 01 WS-SEA-LINE.
001590    05 WS-SL-CONTRACT-ID               PIC Z(8)9.
001600    05 FILLER                          PIC X(01) VALUE SPACES.
001610    05 WS-SL-START-DATE                PIC X(10).
001620    05 FILLER                          PIC X(01) VALUE SPACES.
001630    05 WS-SL-END-DATE                  PIC X(10).
001640    05 FILLER                          PIC X(01) VALUE SPACES.
001650    05 WS-SL-BOUGHT                    PIC ZZZZZ9.
001660    05 FILLER                          PIC X(01) VALUE SPACES.
001670    05 WS-SL-USED                      PIC ZZZZZ9.
001680    05 FILLER                          PIC X(01) VALUE SPACES.
001690    05 WS-SL-LEFT                      PIC -ZZZZ9.
001700    05 FILLER                          PIC X(01) VALUE SPACES.
001710    05 WS-SL-HELD-BY                   PIC X(24).

001720 01 WS-INS-CAPTION.
001730    05 FILLER                          PIC X(11) VALUE 'DUE'.
001740    05 FILLER                          PIC X(13) VALUE
001750                                       'INSTALMENT'.
001760    05 FILLER                          PIC X(03) VALUE 'NO'.
001770    05 FILLER                          PIC X(13) VALUE
001780                                       '  INSTALMENT'.
001790    05 FILLER                          PIC X(13) VALUE
001800                                       '  STILL OWED'.
001810    05 FILLER                          PIC X(24) VALUE 'DELEGATE'.
001820 01 WS-INS-LINE.
001830    05 WS-NL-DUE-DATE                  PIC X(10).
001840    05 FILLER                          PIC X(01) VALUE SPACES.
001850    05 WS-NL-SESSION-CATG              PIC X(02).
001860    05 FILLER                          PIC X(01) VALUE SPACES.
001870    05 WS-NL-SESSION-ID                PIC Z(8)9.
001880    05 FILLER                          PIC X(01) VALUE SPACES.
001890    05 WS-NL-INSTALMENT-SEQ            PIC Z9.
001900    05 FILLER                          PIC X(01) VALUE SPACES.
001910    05 WS-NL-DUE-AMOUNT                PIC X(12).
001920    05 FILLER                          PIC X(01) VALUE SPACES.
001930    05 WS-NL-OWED                      PIC X(12).
001940    05 FILLER                          PIC X(01) VALUE SPACES.
001950    05 WS-NL-DELEGATE                  PIC X(16).
001960    05 FILLER                          PIC X(01) VALUE SPACES.
001970    05 WS-NL-OVERDUE                   PIC X(07).

001980 01 WS-SEAT-CAPTION.
001990    05 FILLER                          PIC X(13) VALUE 'SEAT'.
002000    05 FILLER                          PIC X(15) VALUE 'DELEGATE'.
002010    05 FILLER                          PIC X(11) VALUE 'BOOKED'.
002020    05 FILLER                          PIC X(13) VALUE
002030                                       '         FEE'.
002040    05 FILLER                          PIC X(13) VALUE
002050                                       '        PAID'.
002060    05 FILLER                          PIC X(12) VALUE
002070                                       '     BALANCE'.
002080 01 WS-SEAT-LINE.
002090    05 WS-TL-SESSION-CATG              PIC X(02).
002100    05 FILLER                          PIC X(01) VALUE SPACES.
002110    05 WS-TL-SESSION-ID                PIC Z(8)9.
002120    05 FILLER                          PIC X(01) VALUE SPACES.
002130    05 WS-TL-DELEGATE                  PIC X(14).
002140    05 FILLER                          PIC X(01) VALUE SPACES.
002150    05 WS-TL-BOOKED                    PIC X(10).
002160    05 FILLER                          PIC X(01) VALUE SPACES.
002170    05 WS-TL-FEE                       PIC X(12).
002180    05 FILLER                          PIC X(01) VALUE SPACES.
002190    05 WS-TL-PAID                      PIC X(12).
002200    05 FILLER                          PIC X(01) VALUE SPACES.
002210    05 WS-TL-BALANCE                   PIC X(12).

002220 01 WS-PAY-CAPTION.
002230    05 FILLER                          PIC X(11) VALUE 'PAID ON'.
002240    05 FILLER                          PIC X(13) VALUE 'SEAT'.
002250    05 FILLER                          PIC X(04) VALUE 'SEQ'.
002260    05 FILLER                          PIC X(13) VALUE
002270                                       '      AMOUNT'.
002280    05 FILLER                          PIC X(03) VALUE 'BY'.
002290    05 FILLER                          PIC X(33) VALUE
002300                                       'REFERENCE'.
002310 01 WS-PAY-LINE.
002320    05 WS-PL-PAID-ON                   PIC X(10).
002330    05 FILLER                          PIC X(01) VALUE SPACES.
002340    05 WS-PL-SESSION-CATG              PIC X(02).
002350    05 FILLER                          PIC X(01) VALUE SPACES.
002360    05 WS-PL-SESSION-ID                PIC Z(8)9.
002370    05 FILLER                          PIC X(01) VALUE SPACES.
002380    05 WS-PL-PAYMENT-SEQ               PIC ZZ9.
002390    05 FILLER                          PIC X(01) VALUE SPACES.
002400    05 WS-PL-AMOUNT                    PIC X(12).
002410    05 FILLER                          PIC X(01) VALUE SPACES.
002420    05 WS-PL-METHOD                    PIC X(02).
002430    05 FILLER                          PIC X(01) VALUE SPACES.
002440    05 WS-PL-REFERENCE                 PIC X(20).
002450    05 FILLER                          PIC X(01) VALUE SPACES.
002460    05 WS-PL-NOTE                      PIC X(12).

002470 01 WS-PAGE-LINES.
002480    05 WS-PG-LINE                      PIC X(77)
002490                                       OCCURS 12 TIMES.

002500******************************************************************
002510*  COMMAREA - THE ACCOUNT (OR INVOICE) ON SCREEN AND HOW MANY    *
002520*  LINE ROWS THE PAGES SO FAR HAVE SHOWN, SO PF8 READS PAST      *
002530*  THEM. THE ROWS ARE FEW PER ORG, SO RE-READING TO THE PAGE     *
002540*  IS CHEAPER THAN CARRYING A KEY PER SECTION.                   *
002550******************************************************************
002560 01 WS-COMMAREA.
002570    05 WS-CA-MODE                      PIC X(01).
002580       88 WS-CA-ACCOUNT-MODE                     VALUE 'A'.
002590       88 WS-CA-INVOICE-MODE                     VALUE 'I'.
002600    05 WS-CA-ORG-CODE                  PIC X(08).
002610    05 WS-CA-ORG-NAME                  PIC X(120).
002620    05 WS-CA-BASIS                     PIC X(01).
002630    05 WS-CA-INVOICE-NO                PIC S9(9) USAGE COMP.
002640    05 WS-CA-FROM-DATE                 PIC X(10).
002650    05 WS-CA-TO-DATE                   PIC X(10).
002660    05 WS-CA-SKIP-COUNT                PIC S9(4) USAGE COMP.
002670    05 WS-CA-NEXT-SKIP                 PIC S9(4) USAGE COMP.
002680    05 WS-CA-MORE-SWITCH               PIC X(01).
002690       88 WS-CA-MORE-ROWS                        VALUE 'Y'.
002700    05 WS-CA-INVOICE-MSG               PIC X(48).

002710******************************************************************
002720*  SYMBOLIC MAP.                                                 *
002730******************************************************************
002740     COPY ETRM24.

002750*    SHARED CR/DB AMOUNT EDIT.
002760     COPY CWAMTEDT.

002770******************************************************************
002780* Copybook Includes.                                             *
002790******************************************************************
002800     EXEC SQL
002810       INCLUDE CWERRLOG
002820     END-EXEC.

002830*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
002840     EXEC SQL
002850       INCLUDE CWTXNLOG
002860     END-EXEC.

002870*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
002880     EXEC SQL
002890       INCLUDE CWAUTHCK
002900     END-EXEC.

002910*    ORGANIZATION CREDIT CONTROL - SEE CWCRDEXP.
002920     EXEC SQL
002930       INCLUDE CWCRDEXP
002940     END-EXEC.

002950*    ACCOUNTING PERIOD - SEE CWFISPER.
002960     EXEC SQL
002970       INCLUDE CWFISPER
002980     END-EXEC.

002990******************************************************************
003000*                     DB2 SECTION                                *
003010******************************************************************
003020     EXEC SQL
003030       INCLUDE SQLCA
003040     END-EXEC.

003050******************************************************************
003060*  ACCOUNT-LINES CURSOR - THE ORG'S ACCOUNT, ONE SECTION AT A    *
003070*  TIME:                                                         *
003080*   1 INVOICE    - KEY1 INVOICE NO, KEY2 PERIOD (YYYYPP), NUM1   *
003090*                  AGE IN DAYS, AMT1 TOTAL, AMT2 STILL OWED ON   *
003100*                  ITS SEATS, FLAG DISPUTE_STATUS                *
003110*   2 CREDIT NOTE- KEY1 NOTE NO, KEY2 INVOICE NO, CATG/NUM1 THE  *
003120*                  SESSION, AMT1 AMOUNT                          *
003130*   3 CONTRACT   - KEY1 CONTRACT ID, DATE2 START, SORT DATE END, *
003140*                  NUM1/NUM2 SEATS BOUGHT/USED, FLAG 'O' THE     *
003150*                  ORG'S OWN, 'G' ITS PARENT'S GROUP CONTRACT    *
003160*   4 INSTALMENT - CATG/KEY1 THE SESSION, KEY2 INSTALMENT NO,    *
003170*                  AMT1 INSTALMENT, AMT2 STILL OWED ON IT (WHAT  *
003180*                  IS PAID IS TAKEN AGAINST THE EARLIEST FIRST,  *
003190*                  AS ETROP54 DOES), FLAG 'O' OVERDUE, TEXT THE  *
003200*                  DELEGATE                                      *
003210*  AN INVOICE'S SEATS ARE THOSE ETROP20 BILLED ON IT: THE ORG'S  *
003220*  (OR A SUBSIDIARY BILLED TO IT) ACTIVE, UNCONTRACTED SEATS     *
003230*  BOOKED IN THE INVOICE'S PERIOD ON THE INVOICE RUN'S BASIS.    *
003240******************************************************************
003250     EXEC SQL DECLARE ACCOUNT-LINES CURSOR
003260      FOR
003270      SELECT 1, CHAR(DATE(V.DTS), ISO), V.INVOICE_NO,
003280             V.PERIOD_YEAR * 100 + V.PERIOD_MONTH,
003290             CAST(' ' AS CHAR(2)), CAST(' ' AS CHAR(10)),
003300             DAYS(CURRENT DATE) - DAYS(DATE(V.DTS)), 0,
003310             CAST(V.INVOICE_TOTAL AS DECIMAL(9,2)),
003320             CAST(V.OWED AS DECIMAL(9,2)),
003330             V.DISPUTE_STATUS, CAST(' ' AS CHAR(20))
003340        FROM (SELECT I.INVOICE_NO, I.DTS, I.PERIOD_YEAR,
003350                     I.PERIOD_MONTH, I.INVOICE_TOTAL,
003360                     I.DISPUTE_STATUS,
003370                     COALESCE(
003380                     (SELECT SUM(COALESCE(R.PRICED_FEE,
003390                                          S.SESSION_FEE)
003400                                 - COALESCE(R.AMOUNT_PAID, 0))
003410                        FROM DBODEVP.REGISTRATION R,
003420                             DBODEVP.TRAINING_SESSION S
003430                       WHERE S.SESSION_CATG  = R.SESSION_CATG
003440                         AND S.SESSION_ID    = R.SESSION_ID
003450                         AND R.REG_STATUS    = 'A'
003460                         AND R.CONTRACT_ID IS NULL
003470                         AND S.SESSION_TYPE <> 'C'
003480                         AND COALESCE(R.PRICED_FEE, S.SESSION_FEE)
003490                             > COALESCE(R.AMOUNT_PAID, 0)
003500                         AND (R.ORG_NAME = I.ORG_NAME
003510                          OR  R.ORG_NAME IN
003520                              (SELECT G.ORG_NAME
003530                                 FROM DBODEVP.ORGANIZATION G
003540                                WHERE G.PARENT_ORG_CODE =
003550                                      :WS-CA-ORG-CODE
003560                                  AND G.GROUP_BILLING   = 'P'))
003570                         AND ((:WS-CA-BASIS = 'M'
003580                           AND YEAR(R.REG_DATE)  = I.PERIOD_YEAR
003590                           AND MONTH(R.REG_DATE) = I.PERIOD_MONTH)
003600                          OR EXISTS
003610                             (SELECT 1
003620                                FROM DBODEVP.FISCAL_PERIOD F
003630                               WHERE :WS-CA-BASIS = 'F'
003640                                 AND F.FISCAL_YEAR = I.PERIOD_YEAR
003650                                 AND F.FISCAL_PERIOD =
003660                                     I.PERIOD_MONTH
003670                                 AND F.PERIOD_START <= R.REG_DATE
003680                                 AND F.PERIOD_END   >= R.REG_DATE
003690                             ))), 0) AS OWED
003700                FROM DBODEVP.INVOICE I
003710               WHERE I.ORG_NAME = :WS-CA-ORG-NAME) AS V
003720       WHERE V.OWED > 0
003730          OR V.DISPUTE_STATUS = 'O'
003740      UNION ALL
003750      SELECT 2, CHAR(DATE(N.DTS), ISO), N.CREDIT_NOTE_NO,
003760             N.INVOICE_NO, N.SESSION_CATG, CAST(' ' AS CHAR(10)),
003770             N.SESSION_ID, 0,
003780             CAST(N.CREDIT_AMOUNT AS DECIMAL(9,2)),
003790             CAST(0 AS DECIMAL(9,2)),
003800             CAST(' ' AS CHAR(1)), CAST(' ' AS CHAR(20))
003810        FROM DBODEVP.CREDIT_NOTE N
003820       WHERE N.ORG_NAME = :WS-CA-ORG-NAME
003830         AND DATE(N.DTS) >= CURRENT DATE
003840                            - :WS-NOTE-HISTORY-DAYS DAYS
003850      UNION ALL
003860      SELECT 3, CHAR(C.END_DATE, ISO), C.CONTRACT_ID, 0,
003870             CAST(' ' AS CHAR(2)), CHAR(C.START_DATE, ISO),
003880             C.SEATS_PURCHASED, C.SEATS_USED,
003890             CAST(0 AS DECIMAL(9,2)), CAST(0 AS DECIMAL(9,2)),
003900             CASE WHEN C.ORG_CODE = :WS-CA-ORG-CODE
003910                  THEN 'O' ELSE 'G' END,
003920             CAST(' ' AS CHAR(20))
003930        FROM DBODEVP.SEAT_CONTRACT C
003940       WHERE C.CONTRACT_STATUS = 'A'
003950         AND C.END_DATE       >= CURRENT DATE
003960         AND (C.ORG_CODE       = :WS-CA-ORG-CODE
003970          OR (C.GROUP_DRAWDOWN = 'Y'
003980         AND  C.ORG_CODE IN
003990              (SELECT O.PARENT_ORG_CODE
004000                 FROM DBODEVP.ORGANIZATION O
004010                WHERE O.ORG_CODE = :WS-CA-ORG-CODE)))
004020      UNION ALL
004030      SELECT 4, CHAR(X.DUE_DATE, ISO), X.SESSION_ID,
004040             X.INSTALMENT_SEQ, X.SESSION_CATG,
004050             CAST(' ' AS CHAR(10)), 0, 0,
004060             CAST(X.DUE_AMOUNT AS DECIMAL(9,2)),
004070             CAST(CASE WHEN X.CUM_DUE - X.PAID < X.DUE_AMOUNT
004080                       THEN X.CUM_DUE - X.PAID
004090                       ELSE X.DUE_AMOUNT END AS DECIMAL(9,2)),
004100             CASE WHEN X.DUE_DATE < CURRENT DATE
004110                  THEN 'O' ELSE ' ' END,
004120             CAST(X.FULL_NAME AS CHAR(20))
004130        FROM (SELECT P.SESSION_CATG, P.SESSION_ID,
004140                     P.INSTALMENT_SEQ, P.DUE_DATE, P.DUE_AMOUNT,
004150                     R.FULL_NAME,
004160                     COALESCE(R.AMOUNT_PAID, 0) AS PAID,
004170                     (SELECT SUM(Q.DUE_AMOUNT)
004180                        FROM DBODEVP.PAYMENT_PLAN Q
004190                       WHERE Q.SESSION_CATG   = P.SESSION_CATG
004200                         AND Q.SESSION_ID     = P.SESSION_ID
004210                         AND Q.EMAIL_ADDR     = P.EMAIL_ADDR
004220                         AND Q.INSTALMENT_SEQ <= P.INSTALMENT_SEQ)
004230                                              AS CUM_DUE
004240                FROM DBODEVP.PAYMENT_PLAN P,
004250                     DBODEVP.REGISTRATION R
004260               WHERE R.SESSION_CATG = P.SESSION_CATG
004270                 AND R.SESSION_ID   = P.SESSION_ID
004280                 AND R.EMAIL_ADDR   = P.EMAIL_ADDR
004290                 AND R.REG_STATUS   = 'A'
004300                 AND (R.ORG_CODE    = :WS-CA-ORG-CODE
004310                  OR  R.ORG_NAME    = :WS-CA-ORG-NAME)
004320                 AND P.DUE_DATE    <= CURRENT DATE
004330                                      + :WS-DUE-WINDOW-DAYS DAYS)
004340             AS X
004350       WHERE X.CUM_DUE > X.PAID
004360       ORDER BY 1, 2, 3, 4, 5, 12
004370     END-EXEC.

004380******************************************************************
004390*  INVOICE-LINES CURSOR - ONE INVOICE'S SEATS AND THEIR          *
004400*  PAYMENTS, BY THE SAME SELECTION ETROP20 BILLED THEM ON, THE   *
004410*  PERIOD'S FIRST AND LAST DAY HAVING BEEN RESOLVED ONCE BY      *
004420*  RCBT009A:                                                     *
004430*   5 SEAT       - CATG/KEY1 THE SESSION, SORT DATE REG_DATE,    *
004440*                  AMT1 BILLED FEE, AMT2 PAID, TEXT DELEGATE     *
004450*   6 PAYMENT    - CATG/KEY1 THE SESSION, KEY2 PAYMENT_SEQ,      *
004460*                  SORT DATE PAYMENT_DATE, AMT1 AMOUNT, DATE2    *
004470*                  METHOD, FLAG 'R' A REVERSAL, TEXT REFERENCE   *
004480******************************************************************
004490     EXEC SQL DECLARE INVOICE-LINES CURSOR
004500      FOR
004510      SELECT 5, CHAR(R.REG_DATE, ISO), R.SESSION_ID, 0,
004520             R.SESSION_CATG, CAST(' ' AS CHAR(10)), 0, 0,
004530             CAST(COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
004540                  AS DECIMAL(9,2)),
004550             CAST(COALESCE(R.AMOUNT_PAID, 0) AS DECIMAL(9,2)),
004560             CAST(' ' AS CHAR(1)), CAST(R.FULL_NAME AS CHAR(20))
004570        FROM DBODEVP.REGISTRATION R,
004580             DBODEVP.TRAINING_SESSION S
004590       WHERE S.SESSION_CATG  = R.SESSION_CATG
004600         AND S.SESSION_ID    = R.SESSION_ID
004610         AND R.REG_STATUS    = 'A'
004620         AND R.CONTRACT_ID IS NULL
004630         AND S.SESSION_TYPE <> 'C'
004640         AND (R.ORG_NAME = :WS-CA-ORG-NAME
004650          OR  R.ORG_NAME IN
004660              (SELECT G.ORG_NAME
004670                 FROM DBODEVP.ORGANIZATION G
004680                WHERE G.PARENT_ORG_CODE = :WS-CA-ORG-CODE
004690                  AND G.GROUP_BILLING   = 'P'))
004700         AND R.REG_DATE BETWEEN :WS-CA-FROM-DATE
004710                            AND :WS-CA-TO-DATE
004720      UNION ALL
004730      SELECT 6, CHAR(P.PAYMENT_DATE, ISO), P.SESSION_ID,
004740             P.PAYMENT_SEQ, P.SESSION_CATG,
004750             CAST(P.PAYMENT_METHOD AS CHAR(10)), 0, 0,
004760             CAST(P.PAYMENT_AMOUNT AS DECIMAL(9,2)),
004770             CAST(0 AS DECIMAL(9,2)),
004780             CASE WHEN P.REVERSES_SEQ IS NULL
004790                  THEN ' ' ELSE 'R' END,
004800             CAST(COALESCE(P.PAYMENT_REF, ' ') AS CHAR(20))
004810        FROM DBODEVP.REGISTRATION_PAYMENT P,
004820             DBODEVP.REGISTRATION R,
004830             DBODEVP.TRAINING_SESSION S
004840       WHERE R.SESSION_CATG  = P.SESSION_CATG
004850         AND R.SESSION_ID    = P.SESSION_ID
004860         AND R.EMAIL_ADDR    = P.EMAIL_ADDR
004870         AND S.SESSION_CATG  = R.SESSION_CATG
004880         AND S.SESSION_ID    = R.SESSION_ID
004890         AND R.REG_STATUS    = 'A'
004900         AND R.CONTRACT_ID IS NULL
004910         AND S.SESSION_TYPE <> 'C'
004920         AND (R.ORG_NAME = :WS-CA-ORG-NAME
004930          OR  R.ORG_NAME IN
004940              (SELECT G.ORG_NAME
004950                 FROM DBODEVP.ORGANIZATION G
004960                WHERE G.PARENT_ORG_CODE = :WS-CA-ORG-CODE
004970                  AND G.GROUP_BILLING   = 'P'))
004980         AND R.REG_DATE BETWEEN :WS-CA-FROM-DATE
004990                            AND :WS-CA-TO-DATE
005000       ORDER BY 1, 2, 5, 3, 4, 12
005010     END-EXEC.

005020 01 WS-END                             PIC X(50) VALUE
005030     'ETRM024-WORKING STORAGE SECTION ENDS HERE'.

005040 LINKAGE SECTION.
005050 01 DFHCOMMAREA                        PIC X(207).

005060 PROCEDURE DIVISION.

005070 MAIN-LOGIC-PARA.

005080     MOVE 'ETRM024'                    TO EL-ERROR-MODULE.
005090     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
005100     MOVE 'ETRM024'                    TO TXL-PROGRAM-ID.
005110     PERFORM LOG-TXN-START-PARA.

005120     IF EIBCALEN = 0
005130         PERFORM CLEAR-COMMAREA-PARA
005140         PERFORM SEND-INITIAL-MAP-PARA
005150         PERFORM RETURN-CONVERSATIONAL-PARA
005160     ELSE
005170         MOVE DFHCOMMAREA              TO WS-COMMAREA
005180         PERFORM RECEIVE-MAP-PARA
005190         EVALUATE EIBAID
005200           WHEN DFHPF3
005210             PERFORM SEND-GOODBYE-PARA
005220           WHEN DFHENTER
005230             PERFORM SHOW-ACCOUNT-PARA THRU
005240                 SHOW-ACCOUNT-EXIT
005250             PERFORM SEND-RESULT-MAP-PARA
005260             PERFORM RETURN-CONVERSATIONAL-PARA
005270           WHEN DFHPF8
005280             PERFORM NEXT-PAGE-PARA THRU
005290                 NEXT-PAGE-EXIT
005300             PERFORM SEND-RESULT-MAP-PARA
005310             PERFORM RETURN-CONVERSATIONAL-PARA
005320           WHEN OTHER
005330             MOVE 'INVALID KEY - USE ENTER, PF8 OR PF3' TO MSGO
005340             PERFORM SEND-RESULT-MAP-PARA
005350             PERFORM RETURN-CONVERSATIONAL-PARA
005360         END-EVALUATE
005370     END-IF.

005380     GOBACK.

005390******************************************************************
005400* ENDS THE PSEUDO-CONVERSATIONAL TURN, PASSING THE ACCOUNT ON    *
005410* SCREEN AND THE PAGE POSITION FORWARD FOR PF8.                  *
005420******************************************************************
005430 RETURN-CONVERSATIONAL-PARA.
005440     PERFORM LOG-TXN-END-PARA.
005450     EXEC CICS RETURN
005460          TRANSID  ('ETRU')
005470          COMMAREA (WS-COMMAREA)
005480          LENGTH   (LENGTH OF WS-COMMAREA)
005490     END-EXEC.

005500 CLEAR-COMMAREA-PARA.
005510     SET WS-CA-ACCOUNT-MODE            TO TRUE.
005520     MOVE SPACES                       TO WS-CA-ORG-CODE
005530                                          WS-CA-ORG-NAME
005540                                          WS-CA-BASIS
005550                                          WS-CA-FROM-DATE
005560                                          WS-CA-TO-DATE
005570                                          WS-CA-MORE-SWITCH
005580                                          WS-CA-INVOICE-MSG.
005590     MOVE 0                            TO WS-CA-INVOICE-NO
005600                                          WS-CA-SKIP-COUNT
005610                                          WS-CA-NEXT-SKIP.

005620******************************************************************
005630* Screen I/O                                                     *
005640******************************************************************
005650 SEND-INITIAL-MAP-PARA.
005660     MOVE SPACES                       TO MSGO.
005670     EXEC CICS SEND MAP    ('ETRM24M')
005680               MAPSET      ('ETRM024')
005690               ERASE
005700               RESP        (WS-RESP)
005710     END-EXEC.
005720     IF WS-RESP NOT = DFHRESP(NORMAL)
005730         PERFORM CHECK-RESPCODE-PARA
005740     END-IF.

005750 RECEIVE-MAP-PARA.
005760     EXEC CICS RECEIVE MAP ('ETRM24M')
005770               MAPSET      ('ETRM024')
005780               INTO        (ETRM24I)
005790               RESP        (WS-RESP)
005800     END-EXEC.
005810     EVALUATE WS-RESP
005820       WHEN DFHRESP(NORMAL)
005830         CONTINUE
005840       WHEN DFHRESP(MAPFAIL)
005850         CONTINUE
005860       WHEN OTHER
005870         PERFORM CHECK-RESPCODE-PARA
005880     END-EVALUATE.

005890******************************************************************
005900* Key Fields - The Org And, Optionally, One Of Its Invoices      *
005910******************************************************************
005920*    A NON-NUMERIC INVOICE NUMBER IS BOUNCED HERE, NOT HANDED TO
005930*    DB2. A BLANK ONE MEANS THE WHOLE ACCOUNT.
005940 TAKE-KEY-PARA.
005950     MOVE SPACES                       TO WS-ERROR-SWITCH.
005960     MOVE 0                            TO WS-NEW-INVOICE-NO.
005970     IF ORGCI = LOW-VALUES OR ORGCI = SPACES
005980         MOVE 'KEY AN ORG CODE'        TO MSGO
005990         MOVE 'E'                      TO WS-ERROR-SWITCH
006000     ELSE
006010         MOVE ORGCI                    TO CX-ORG-CODE
006020     END-IF.
006030     IF INVNOI = LOW-VALUES OR INVNOI = SPACES
006040         MOVE SPACES                   TO INVNOI
006050     ELSE
006060         INSPECT INVNOI REPLACING LEADING ' ' BY '0'
006070         INSPECT INVNOI REPLACING LEADING LOW-VALUES BY '0'
006080         IF INVNOI NOT NUMERIC
006090             MOVE 'INVOICE NO MUST BE NUMERIC' TO MSGO
006100             MOVE 'E'                  TO WS-ERROR-SWITCH
006110         ELSE
006120             MOVE INVNOI               TO WS-INVOICE-NO-NUM
006130             MOVE WS-INVOICE-NO-NUM    TO WS-NEW-INVOICE-NO
006140         END-IF
006150     END-IF.

006160*    THE SIGNED-ON USER IS THE ONE THE AUTHORITY CHECK JUDGES.
006170*    AN INQUIRY STILL NEEDS IT - THE SCREEN SHOWS WHAT A CLIENT
006180*    OWES AND WHO ITS DELEGATES ARE.
006190 CHECK-USER-AUTHORITY-PARA.
006200     EXEC CICS ASSIGN
006210               USERID  (WS-USR-ID)
006220               RESP    (WS-RESP)
006230     END-EXEC.
006240     IF WS-RESP NOT = DFHRESP(NORMAL)
006250         MOVE SPACES                   TO WS-USR-ID
006260     END-IF.
006270     MOVE 'ETRM024'                    TO AUT-MODULE.
006280     MOVE WS-USR-ID                    TO AUT-USR-ID.
006290     MOVE 'FINVIEW '                   TO AUT-FUNCTION.
006300     PERFORM CHECK-AUTHORITY-PARA.

006310******************************************************************
006320* ENTER - Show The Account, Or One Invoice On It                 *
006330******************************************************************
006340 SHOW-ACCOUNT-PARA.
006350     MOVE 'SHOW-ACCOUNT-PARA         ' TO EL-ERROR-PARA-NAME.
006360     PERFORM CLEAR-DETAIL-PARA.
006370     PERFORM CLEAR-COMMAREA-PARA.
006380     PERFORM TAKE-KEY-PARA.
006390     IF NOT WS-NO-ERROR
006400         GO TO SHOW-ACCOUNT-EXIT
006410     END-IF.
006420     PERFORM CHECK-USER-AUTHORITY-PARA.
006430     IF NOT AUT-ALLOWED
006440         MOVE 'NOT AUTHORIZED FOR ACCOUNT INQUIRY' TO MSGO
006450         GO TO SHOW-ACCOUNT-EXIT
006460     END-IF.
006470     PERFORM READ-EXPOSURE-PARA.
006480     IF NOT WS-NO-ERROR
006490         GO TO SHOW-ACCOUNT-EXIT
006500     END-IF.
006510     MOVE CX-ORG-CODE                  TO WS-CA-ORG-CODE.
006520     MOVE CX-ORG-NAME                  TO WS-CA-ORG-NAME.
006530     PERFORM GET-BASIS-PARA.
006540     PERFORM GET-ON-ACCOUNT-PARA.
006550     IF WS-NO-ERROR
006560         PERFORM GET-DUE-AMOUNT-PARA
006570     END-IF.
006580     IF NOT WS-NO-ERROR
006590         GO TO SHOW-ACCOUNT-EXIT
006600     END-IF.
006610     PERFORM SHOW-HEADER-PARA.
006620     IF WS-NEW-INVOICE-NO > 0
006630         PERFORM GET-INVOICE-PARA THRU
006640             GET-INVOICE-EXIT
006650         IF NOT WS-NO-ERROR
006660             GO TO SHOW-ACCOUNT-EXIT
006670         END-IF
006680     END-IF.
006690     PERFORM BUILD-PAGE-PARA.
006700 SHOW-ACCOUNT-EXIT.
006710     EXIT.

006720*    THE SAME EXPOSURE FIGURES THE SIGN-UP, THE NIGHTLY HOLD
006730*    SWEEP AND ETRM022 JUDGE THE ORG BY.
006740 READ-EXPOSURE-PARA.
006750     MOVE 'ETRM024'                    TO CX-PROGRAM-ID.
006760     CALL 'RCBT010A' USING CX-RCBT010A-PARM.
006770     EVALUATE TRUE
006780       WHEN CX-EXPOSURE-FOUND
006790         CONTINUE
006800       WHEN CX-ORG-MISSING
006810         MOVE 'NO ORGANIZATION WITH THAT CODE' TO MSGO
006820         MOVE 'E'                      TO WS-ERROR-SWITCH
006830       WHEN OTHER
006840         MOVE 'ACCOUNT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
006850         MOVE 'E'                      TO WS-ERROR-SWITCH
006860     END-EVALUATE.

006870*    ONLY FP-BASIS IS WANTED - THE INVOICE RUN'S, SO THE CALL IS
006880*    MADE AS ETROP20, AS RCBT010A DOES.
006890 GET-BASIS-PARA.
006900     SET FP-CURRENT-PERIOD             TO TRUE.
006910     MOVE SPACES                       TO FP-AS-OF-DATE.
006920     MOVE 'ETROP20'                    TO FP-PROGRAM-ID.
006930     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
006940     IF NOT FP-CALENDAR-BASIS
006950         SET FP-FISCAL-BASIS           TO TRUE
006960     END-IF.
006970     MOVE FP-BASIS                     TO WS-CA-BASIS.

006980*    UNAPPLIED CASH - WHAT ORG_CREDIT HOLDS FOR THE ORG, BANKED
006990*    LESS APPLIED (THE ETROP105 UC LEDGER).
007000 GET-ON-ACCOUNT-PARA.
007010     MOVE 0                            TO WS-ON-ACCOUNT.
007020     EXEC SQL
007030       SELECT COALESCE(SUM(CREDIT_AMOUNT), 0)
007040         INTO :WS-ON-ACCOUNT
007050         FROM DBODEVP.ORG_CREDIT
007060        WHERE ORG_CODE = :WS-CA-ORG-CODE
007070     END-EXEC.
007080     IF SQLCODE NOT = 0
007090         MOVE 'SELECT'                 TO EL-ERROR-ACTION
007100         MOVE 'ORG_CREDIT'             TO EL-ERROR-DB2-OBJECT
007110         PERFORM CHECK-SQLCODE-PARA
007120         MOVE 'ACCOUNT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
007130         MOVE 'E'                      TO WS-ERROR-SWITCH
007140     END-IF.

007150*    STILL OWED ON INSTALMENTS DUE BY THE END OF THE WINDOW - THE
007160*    TOTAL OF THE SECTION 4 LINES.
007170 GET-DUE-AMOUNT-PARA.
007180     MOVE 0                            TO WS-DUE-AMOUNT.
007190     EXEC SQL
007200       SELECT COALESCE(SUM(CASE WHEN X.CUM_DUE - X.PAID
007210                                     < X.DUE_AMOUNT
007220                                THEN X.CUM_DUE - X.PAID
007230                                ELSE X.DUE_AMOUNT END), 0)
007240         INTO :WS-DUE-AMOUNT
007250         FROM (SELECT P.DUE_AMOUNT,
007260                      COALESCE(R.AMOUNT_PAID, 0) AS PAID,
007270                      (SELECT SUM(Q.DUE_AMOUNT)
007280                         FROM DBODEVP.PAYMENT_PLAN Q
007290                        WHERE Q.SESSION_CATG   = P.SESSION_CATG
007300                          AND Q.SESSION_ID     = P.SESSION_ID
007310                          AND Q.EMAIL_ADDR     = P.EMAIL_ADDR
007320                          AND Q.INSTALMENT_SEQ <=
007330                              P.INSTALMENT_SEQ) AS CUM_DUE
007340                 FROM DBODEVP.PAYMENT_PLAN P,
007350                      DBODEVP.REGISTRATION R
007360                WHERE R.SESSION_CATG = P.SESSION_CATG
007370                  AND R.SESSION_ID   = P.SESSION_ID
007380                  AND R.EMAIL_ADDR   = P.EMAIL_ADDR
007390                  AND R.REG_STATUS   = 'A'
007400                  AND (R.ORG_CODE    = :WS-CA-ORG-CODE
007410                   OR  R.ORG_NAME    = :WS-CA-ORG-NAME)
007420                  AND P.DUE_DATE    <= CURRENT DATE
007430                                       + :WS-DUE-WINDOW-DAYS DAYS)
007440              AS X
007450        WHERE X.CUM_DUE > X.PAID
007460     END-EXEC.
007470     IF SQLCODE NOT = 0
007480         MOVE 'SELECT'                 TO EL-ERROR-ACTION
007490         MOVE 'PAYMENT_PLAN'           TO EL-ERROR-DB2-OBJECT
007500         PERFORM CHECK-SQLCODE-PARA
007510         MOVE 'ACCOUNT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
007520         MOVE 'E'                      TO WS-ERROR-SWITCH
007530     END-IF.

007540 SHOW-HEADER-PARA.
007550     MOVE CX-ORG-CODE                  TO ORGCO.
007560     MOVE CX-ORG-NAME                  TO ORGNO.
007570     IF CX-LIMIT-SET
007580         MOVE CX-CREDIT-LIMIT          TO EA-AMOUNT
007590         PERFORM EDIT-AMOUNT-PARA
007600         MOVE EA-EDITED-AMOUNT-DB      TO LIMITO
007610     ELSE
007620         MOVE 'NONE'                   TO LIMITO
007630     END-IF.
007640     EVALUATE TRUE
007650       WHEN CX-ON-HOLD
007660         MOVE 'ON HOLD'                TO HOLDO
007670       WHEN CX-HOLD-RELEASED
007680         MOVE 'RELEASED'               TO HOLDO
007690       WHEN OTHER
007700         MOVE 'NOT HELD'               TO HOLDO
007710     END-EVALUATE.
007720     MOVE CX-EXPOSURE                  TO EA-AMOUNT.
007730     PERFORM EDIT-AMOUNT-PARA.
007740     MOVE EA-EDITED-AMOUNT-DB          TO EXPOSO.
007750     MOVE CX-DISPUTED-AMOUNT           TO EA-AMOUNT.
007760     PERFORM EDIT-AMOUNT-PARA.
007770     MOVE EA-EDITED-AMOUNT-DB          TO DISPTO.
007790     MOVE WS-ON-ACCOUNT                TO EA-AMOUNT.
007800     PERFORM EDIT-AMOUNT-PARA.
007810     MOVE EA-EDITED-AMOUNT-DB          TO ONACCTO.
007820     MOVE WS-DUE-AMOUNT                TO EA-AMOUNT.
007830     PERFORM EDIT-AMOUNT-PARA.
007840     MOVE EA-EDITED-AMOUNT-DB          TO DUEAMTO.

007850*    THE INVOICE MUST BE ON THIS ORG'S ACCOUNT. ITS PERIOD IS
007860*    RESOLVED TO DATES ON THE INVOICE RUN'S OWN BASIS, SO THE
007870*    SEATS LISTED ARE THE ONES ETROP20 PUT ON IT.
007880 GET-INVOICE-PARA.
007890     MOVE WS-NEW-INVOICE-NO            TO WS-CA-INVOICE-NO.
007900     EXEC SQL
007910       SELECT PERIOD_YEAR, PERIOD_MONTH, INVOICE_TOTAL,
007920              DISPUTE_STATUS
007930         INTO :WS-INV-PERIOD-YEAR, :WS-INV-PERIOD-MONTH,
007940              :WS-INV-TOTAL, :WS-INV-DISPUTE-STATUS
007950         FROM DBODEVP.INVOICE
007960        WHERE INVOICE_NO = :WS-CA-INVOICE-NO
007970          AND ORG_NAME   = :WS-CA-ORG-NAME
007980     END-EXEC.
007990     EVALUATE SQLCODE
008000       WHEN 0
008010         CONTINUE
008020       WHEN 100
008030         MOVE 'INVOICE IS NOT ON THIS ORG''S ACCOUNT' TO MSGO
008040         MOVE 'E'                      TO WS-ERROR-SWITCH
008050         GO TO GET-INVOICE-EXIT
008060       WHEN OTHER
008070         MOVE 'SELECT'                 TO EL-ERROR-ACTION
008080         MOVE 'INVOICE'                TO EL-ERROR-DB2-OBJECT
008090         PERFORM CHECK-SQLCODE-PARA
008100         MOVE 'INVOICE LOOKUP FAILED - SEE ERROR LOG' TO MSGO
008110         MOVE 'E'                      TO WS-ERROR-SWITCH
008120         GO TO GET-INVOICE-EXIT
008130     END-EVALUATE.
008140     SET FP-PERIOD-BY-KEY              TO TRUE.
008150     MOVE SPACES                       TO FP-AS-OF-DATE.
008160     MOVE 'ETROP20'                    TO FP-PROGRAM-ID.
008170     MOVE WS-INV-PERIOD-YEAR           TO FP-PERIOD-YEAR.
008180     MOVE WS-INV-PERIOD-MONTH          TO FP-PERIOD-NO.
008190     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
008200     IF NOT FP-PERIOD-FOUND
008210         MOVE 'INVOICE PERIOD NOT ON THE CALENDAR' TO MSGO
008220         MOVE 'E'                      TO WS-ERROR-SWITCH
008230         GO TO GET-INVOICE-EXIT
008240     END-IF.
008250     SET WS-CA-INVOICE-MODE            TO TRUE.
008260     MOVE FP-START-DATE                TO WS-CA-FROM-DATE.
008270     MOVE FP-END-DATE                  TO WS-CA-TO-DATE.
008280     MOVE WS-CA-INVOICE-NO             TO WS-EDIT-INVOICE.
008290     MOVE WS-INV-PERIOD-YEAR           TO WS-EDIT-PERIOD-YEAR.
008300     MOVE WS-INV-PERIOD-MONTH          TO WS-EDIT-PERIOD-NO.
008310     MOVE WS-INV-TOTAL                 TO EA-AMOUNT.
008320     PERFORM EDIT-AMOUNT-PARA.
008330     STRING 'INV'                      DELIMITED BY SIZE
008340            WS-EDIT-INVOICE            DELIMITED BY SIZE
008350            ' '                        DELIMITED BY SIZE
008360            WS-EDIT-PERIOD             DELIMITED BY SIZE
008370            ' '                        DELIMITED BY SIZE
008380            EA-EDITED-AMOUNT-DB        DELIMITED BY SIZE
008390       INTO WS-CA-INVOICE-MSG
008400     END-STRING.
008410     IF WS-INV-DISPUTE-OPEN
008420         MOVE ' DISPUTED'              TO WS-CA-INVOICE-MSG (33:9)
008430     END-IF.
008440 GET-INVOICE-EXIT.
008450     EXIT.

008460******************************************************************
008470* PF8 - Next Page                                                *
008480******************************************************************
008490 NEXT-PAGE-PARA.
008500     MOVE 'NEXT-PAGE-PARA            ' TO EL-ERROR-PARA-NAME.
008510     IF WS-CA-ORG-CODE = SPACES
008520         MOVE 'SHOW AN ORG FIRST (ENTER)' TO MSGO
008530         GO TO NEXT-PAGE-EXIT
008540     END-IF.
008550     IF NOT WS-CA-MORE-ROWS
008560         MOVE 'NO MORE LINES - ENTER TO START AGAIN' TO MSGO
008570         GO TO NEXT-PAGE-EXIT
008580     END-IF.
008590     PERFORM CHECK-USER-AUTHORITY-PARA.
008600     IF NOT AUT-ALLOWED
008610         PERFORM CLEAR-DETAIL-PARA
008620         PERFORM CLEAR-COMMAREA-PARA
008630         MOVE 'NOT AUTHORIZED FOR ACCOUNT INQUIRY' TO MSGO
008640         GO TO NEXT-PAGE-EXIT
008650     END-IF.
008660     MOVE WS-CA-NEXT-SKIP              TO WS-CA-SKIP-COUNT.
008670     PERFORM BUILD-PAGE-PARA.
008680 NEXT-PAGE-EXIT.
008690     EXIT.

008700******************************************************************
008710* One Page Of Lines                                              *
008720******************************************************************
008730*    READS FROM THE TOP, PASSING OVER THE ROWS EARLIER PAGES
008740*    SHOWED, UNTIL THE PAGE IS FULL OR THE CURSOR RUNS OUT. A
008750*    SECTION'S CAPTION NEEDS ROOM FOR AT LEAST ONE ROW UNDER IT.
008760 BUILD-PAGE-PARA.
008770     MOVE 'BUILD-PAGE-PARA           ' TO EL-ERROR-PARA-NAME.
008780     MOVE SPACES                       TO WS-PAGE-LINES.
008790     MOVE 0                            TO WS-LINE-SUB
008800                                          WS-ROWS-READ
008810                                          WS-PREV-SECTION.
008820     MOVE WS-CA-SKIP-COUNT             TO WS-CA-NEXT-SKIP.
008830     MOVE 'N'                          TO WS-CA-MORE-SWITCH.
008840     PERFORM OPEN-LINES-PARA.
008850     IF SQLCODE NOT = 0
008860         MOVE 'OPEN  '                 TO EL-ERROR-ACTION
008870         PERFORM CHECK-SQLCODE-PARA
008880         MOVE 'ACCOUNT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
008890     ELSE
008900         PERFORM FETCH-LINE-PARA
008910         PERFORM TAKE-LINE-ROW-PARA THRU
008920             TAKE-LINE-ROW-EXIT
008930             UNTIL WS-FETCH-SQLCODE NOT = 0
008940                OR WS-CA-MORE-ROWS
008950         IF WS-FETCH-SQLCODE NOT = 0
008960            AND WS-FETCH-SQLCODE NOT = 100
008970             MOVE WS-FETCH-SQLCODE     TO SQLCODE
008980             MOVE 'FETCH '             TO EL-ERROR-ACTION
008990             PERFORM CHECK-SQLCODE-PARA
009000         END-IF
009010         PERFORM CLOSE-LINES-PARA
009020         IF SQLCODE NOT = 0
009030             MOVE 'CLOSE '             TO EL-ERROR-ACTION
009040             PERFORM CHECK-SQLCODE-PARA
009050         END-IF
009060         PERFORM PAGE-MESSAGE-PARA
009070     END-IF.
009080     PERFORM SHOW-PAGE-PARA.

009090 OPEN-LINES-PARA.
009100     IF WS-CA-INVOICE-MODE
009110         MOVE 'INVOICE-LINES'          TO EL-ERROR-DB2-OBJECT
009120         EXEC SQL
009130           OPEN INVOICE-LINES
009140         END-EXEC
009150     ELSE
009160         MOVE 'ACCOUNT-LINES'          TO EL-ERROR-DB2-OBJECT
009170         EXEC SQL
009180           OPEN ACCOUNT-LINES
009190         END-EXEC
009200     END-IF.

009210 FETCH-LINE-PARA.
009220     IF WS-CA-INVOICE-MODE
009230         EXEC SQL
009240           FETCH INVOICE-LINES
009250            INTO :WS-AR-SECTION, :WS-AR-SORT-DATE,
009260                 :WS-AR-KEY1,    :WS-AR-KEY2,
009270                 :WS-AR-CATG,    :WS-AR-DATE2,
009280                 :WS-AR-NUM1,    :WS-AR-NUM2,
009290                 :WS-AR-AMT1,    :WS-AR-AMT2,
009300                 :WS-AR-FLAG,    :WS-AR-TEXT
009310         END-EXEC
009320     ELSE
009330         EXEC SQL
009340           FETCH ACCOUNT-LINES
009350            INTO :WS-AR-SECTION, :WS-AR-SORT-DATE,
009360                 :WS-AR-KEY1,    :WS-AR-KEY2,
009370                 :WS-AR-CATG,    :WS-AR-DATE2,
009380                 :WS-AR-NUM1,    :WS-AR-NUM2,
009390                 :WS-AR-AMT1,    :WS-AR-AMT2,
009400                 :WS-AR-FLAG,    :WS-AR-TEXT
009410         END-EXEC
009420     END-IF.
009430     MOVE SQLCODE                      TO WS-FETCH-SQLCODE.

009440 CLOSE-LINES-PARA.
009450     IF WS-CA-INVOICE-MODE
009460         EXEC SQL
009470           CLOSE INVOICE-LINES
009480         END-EXEC
009490     ELSE
009500         EXEC SQL
009510           CLOSE ACCOUNT-LINES
009520         END-EXEC
009530     END-IF.

009540*    A ROW AN EARLIER PAGE SHOWED IS COUNTED AND PASSED OVER. A
009550*    FULL PAGE LEAVES THE ROW JUST READ UNSHOWN - NEXT-SKIP STOPS
009560*    SHORT OF IT SO PF8 STARTS THERE.
009570 TAKE-LINE-ROW-PARA.
009580     ADD 1                             TO WS-ROWS-READ.
009590     IF WS-ROWS-READ NOT > WS-CA-SKIP-COUNT
009600         PERFORM FETCH-LINE-PARA
009610         GO TO TAKE-LINE-ROW-EXIT
009620     END-IF.
009630     IF WS-AR-SECTION NOT = WS-PREV-SECTION
009640         IF WS-LINE-SUB + 2 > WS-MAX-LINES
009650             SET WS-CA-MORE-ROWS       TO TRUE
009660             GO TO TAKE-LINE-ROW-EXIT
009670         END-IF
009680         ADD 1                         TO WS-LINE-SUB
009690         PERFORM CAPTION-LINE-PARA
009700         MOVE WS-AR-SECTION            TO WS-PREV-SECTION
009710     END-IF.
009720     ADD 1                             TO WS-LINE-SUB.
009730     PERFORM FORMAT-LINE-PARA.
009740     MOVE WS-ROWS-READ                 TO WS-CA-NEXT-SKIP.
009750     IF WS-LINE-SUB NOT < WS-MAX-LINES
009760         SET WS-CA-MORE-ROWS           TO TRUE
009770     ELSE
009780         PERFORM FETCH-LINE-PARA
009790     END-IF.
009800 TAKE-LINE-ROW-EXIT.
009810     EXIT.

009820 CAPTION-LINE-PARA.
009830     EVALUATE TRUE
009840       WHEN WS-AR-INVOICE
009850         MOVE WS-INV-CAPTION      TO WS-PG-LINE (WS-LINE-SUB)
009860       WHEN WS-AR-CREDIT-NOTE
009870         MOVE WS-CRN-CAPTION      TO WS-PG-LINE (WS-LINE-SUB)
009880       WHEN WS-AR-CONTRACT
009890         MOVE WS-SEA-CAPTION      TO WS-PG-LINE (WS-LINE-SUB)
009900       WHEN WS-AR-INSTALMENT
009910         MOVE WS-INS-CAPTION      TO WS-PG-LINE (WS-LINE-SUB)
009920       WHEN WS-AR-SEAT
009930         MOVE WS-SEAT-CAPTION     TO WS-PG-LINE (WS-LINE-SUB)
009940       WHEN OTHER
009950         MOVE WS-PAY-CAPTION      TO WS-PG-LINE (WS-LINE-SUB)
009960     END-EVALUATE.

009970 FORMAT-LINE-PARA.
009980     EVALUATE TRUE
009990       WHEN WS-AR-INVOICE
010000         PERFORM FORMAT-INVOICE-PARA
010010       WHEN WS-AR-CREDIT-NOTE
010020         PERFORM FORMAT-CREDIT-NOTE-PARA
010030       WHEN WS-AR-CONTRACT
010040         PERFORM FORMAT-CONTRACT-PARA
010050       WHEN WS-AR-INSTALMENT
010060         PERFORM FORMAT-INSTALMENT-PARA
010070       WHEN WS-AR-SEAT
010080         PERFORM FORMAT-SEAT-PARA
010090       WHEN OTHER
010100         PERFORM FORMAT-PAYMENT-PARA
010110     END-EVALUATE.

010120 FORMAT-INVOICE-PARA.
010130     MOVE WS-AR-KEY1                   TO WS-IL-INVOICE-NO.
010140     DIVIDE WS-AR-KEY2 BY 100 GIVING WS-PERIOD-YEAR-NUM
010150         REMAINDER WS-PERIOD-NO-NUM.
010160     MOVE WS-PERIOD-YEAR-NUM           TO WS-EDIT-PERIOD-YEAR.
010170     MOVE WS-PERIOD-NO-NUM             TO WS-EDIT-PERIOD-NO.
010180     MOVE WS-EDIT-PERIOD               TO WS-IL-PERIOD.
010190     MOVE WS-AR-SORT-DATE              TO WS-IL-RAISED.
010200     MOVE WS-AR-AMT1                   TO EA-AMOUNT.
010210     PERFORM EDIT-AMOUNT-PARA.
010220     MOVE EA-EDITED-AMOUNT-DB          TO WS-IL-TOTAL.
010230     MOVE WS-AR-AMT2                   TO EA-AMOUNT.
010240     PERFORM EDIT-AMOUNT-PARA.
010250     MOVE EA-EDITED-AMOUNT-DB          TO WS-IL-OWED.
010260     MOVE WS-AR-NUM1                   TO WS-IL-AGE.
010270     EVALUATE WS-AR-FLAG
010280       WHEN 'O'
010290         MOVE 'OPEN DISPUTE'           TO WS-IL-DISPUTE
010300       WHEN 'R'
010310         MOVE 'RESOLVED'               TO WS-IL-DISPUTE
010320       WHEN OTHER
010330         MOVE SPACES                   TO WS-IL-DISPUTE
010340     END-EVALUATE.
010350     MOVE WS-INV-LINE              TO WS-PG-LINE (WS-LINE-SUB).

010360 FORMAT-CREDIT-NOTE-PARA.
010370     MOVE WS-AR-KEY1                   TO WS-CL-NOTE-NO.
010380     MOVE WS-AR-KEY2                   TO WS-CL-INVOICE-NO.
010390     MOVE WS-AR-SORT-DATE              TO WS-CL-ISSUED.
010400     MOVE WS-AR-AMT1                   TO EA-AMOUNT.
010410     PERFORM EDIT-AMOUNT-PARA.
010420     MOVE EA-EDITED-AMOUNT-DB          TO WS-CL-AMOUNT.
010430     MOVE WS-AR-CATG                   TO WS-CL-SESSION-CATG.
010440     MOVE WS-AR-NUM1                   TO WS-CL-SESSION-ID.
010450     MOVE WS-CRN-LINE              TO WS-PG-LINE (WS-LINE-SUB).

010460 FORMAT-CONTRACT-PARA.
010470     MOVE WS-AR-KEY1                   TO WS-SL-CONTRACT-ID.
010480     MOVE WS-AR-DATE2                  TO WS-SL-START-DATE.
010490     MOVE WS-AR-SORT-DATE              TO WS-SL-END-DATE.
010500     MOVE WS-AR-NUM1                   TO WS-SL-BOUGHT.
010510     MOVE WS-AR-NUM2                   TO WS-SL-USED.
010520     COMPUTE WS-SEATS-LEFT = WS-AR-NUM1 - WS-AR-NUM2.
010530     MOVE WS-SEATS-LEFT                TO WS-SL-LEFT.
010540     IF WS-AR-FLAG = 'O'
010550         MOVE 'THIS ORG'               TO WS-SL-HELD-BY
010560     ELSE
010570         MOVE 'PARENT - GROUP DRAWDOWN' TO WS-SL-HELD-BY
010580     END-IF.
010590     MOVE WS-SEA-LINE              TO WS-PG-LINE (WS-LINE-SUB).

010600 FORMAT-INSTALMENT-PARA.
010610     MOVE WS-AR-SORT-DATE              TO WS-NL-DUE-DATE.
010620     MOVE WS-AR-CATG                   TO WS-NL-SESSION-CATG.
010630     MOVE WS-AR-KEY1                   TO WS-NL-SESSION-ID.
010640     MOVE WS-AR-KEY2                   TO WS-NL-INSTALMENT-SEQ.
010650     MOVE WS-AR-AMT1                   TO EA-AMOUNT.
010660     PERFORM EDIT-AMOUNT-PARA.
010670     MOVE EA-EDITED-AMOUNT-DB          TO WS-NL-DUE-AMOUNT.
010680     MOVE WS-AR-AMT2                   TO EA-AMOUNT.
010690     PERFORM EDIT-AMOUNT-PARA.
010700     MOVE EA-EDITED-AMOUNT-DB          TO WS-NL-OWED.
010710     MOVE WS-AR-TEXT                   TO WS-NL-DELEGATE.
010720     IF WS-AR-FLAG = 'O'
010730         MOVE 'OVERDUE'                TO WS-NL-OVERDUE
010740     ELSE
010750         MOVE SPACES                   TO WS-NL-OVERDUE
010760     END-IF.
010770     MOVE WS-INS-LINE              TO WS-PG-LINE (WS-LINE-SUB).

010780 FORMAT-SEAT-PARA.
010790     MOVE WS-AR-CATG                   TO WS-TL-SESSION-CATG.
010800     MOVE WS-AR-KEY1                   TO WS-TL-SESSION-ID.
010810     MOVE WS-AR-TEXT                   TO WS-TL-DELEGATE.
010820     MOVE WS-AR-SORT-DATE              TO WS-TL-BOOKED.
010830     MOVE WS-AR-AMT1                   TO EA-AMOUNT.
010840     PERFORM EDIT-AMOUNT-PARA.
010850     MOVE EA-EDITED-AMOUNT-DB          TO WS-TL-FEE.
010860     MOVE WS-AR-AMT2                   TO EA-AMOUNT.
010870     PERFORM EDIT-AMOUNT-PARA.
010880     MOVE EA-EDITED-AMOUNT-DB          TO WS-TL-PAID.
010890     COMPUTE EA-AMOUNT = WS-AR-AMT1 - WS-AR-AMT2.
010900     PERFORM EDIT-AMOUNT-PARA.
010910     MOVE EA-EDITED-AMOUNT-DB          TO WS-TL-BALANCE.
010920     MOVE WS-SEAT-LINE             TO WS-PG-LINE (WS-LINE-SUB).

010930 FORMAT-PAYMENT-PARA.
010940     MOVE WS-AR-SORT-DATE              TO WS-PL-PAID-ON.
010950     MOVE WS-AR-CATG                   TO WS-PL-SESSION-CATG.
010960     MOVE WS-AR-KEY1                   TO WS-PL-SESSION-ID.
010970     MOVE WS-AR-KEY2                   TO WS-PL-PAYMENT-SEQ.
010980     MOVE WS-AR-AMT1                   TO EA-AMOUNT.
010990     PERFORM EDIT-AMOUNT-PARA.
011000     MOVE EA-EDITED-AMOUNT-DB          TO WS-PL-AMOUNT.
011010     MOVE WS-AR-DATE2                  TO WS-PL-METHOD.
011020     MOVE WS-AR-TEXT                   TO WS-PL-REFERENCE.
011030     IF WS-AR-FLAG = 'R'
011040         MOVE 'REVERSAL'               TO WS-PL-NOTE
011050     ELSE
011060         MOVE SPACES                   TO WS-PL-NOTE
011070     END-IF.
011080     MOVE WS-PAY-LINE              TO WS-PG-LINE (WS-LINE-SUB).

011090 PAGE-MESSAGE-PARA.
011100     EVALUATE TRUE
011110       WHEN WS-FETCH-SQLCODE NOT = 0
011120        AND WS-FETCH-SQLCODE NOT = 100
011130         MOVE 'ACCOUNT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
011140       WHEN WS-CA-INVOICE-MODE
011150         MOVE WS-CA-INVOICE-MSG        TO MSGO
011160         IF WS-LINE-SUB = 0
011170             MOVE ' - NO SEATS' TO MSGO (49:12)
011180         END-IF
011190         IF WS-CA-MORE-ROWS
011200             MOVE ' - PF8=MORE' TO MSGO (49:12)
011210         END-IF
011220       WHEN WS-LINE-SUB = 0
011230         MOVE 'NOTHING OWED OR HELD ON THIS ACCOUNT' TO MSGO
011240       WHEN WS-CA-MORE-ROWS
011250         MOVE 'PF8 FOR MORE - KEY AN INVOICE NO FOR ITS SEATS'
011260                                       TO MSGO
011270       WHEN OTHER
011280         MOVE 'END OF ACCOUNT - KEY AN INVOICE NO FOR ITS SEATS'
011290                                       TO MSGO
011300     END-EVALUATE.

011310 SHOW-PAGE-PARA.
011320     MOVE WS-PG-LINE (1)               TO LIN1O.
011330     MOVE WS-PG-LINE (2)               TO LIN2O.
011340     MOVE WS-PG-LINE (3)               TO LIN3O.
011350     MOVE WS-PG-LINE (4)               TO LIN4O.
011360     MOVE WS-PG-LINE (5)               TO LIN5O.
011370     MOVE WS-PG-LINE (6)               TO LIN6O.
011380     MOVE WS-PG-LINE (7)               TO LIN7O.
011390     MOVE WS-PG-LINE (8)               TO LIN8O.
011400     MOVE WS-PG-LINE (9)               TO LIN9O.
011410     MOVE WS-PG-LINE (10)              TO LIN10O.
011420     MOVE WS-PG-LINE (11)              TO LIN11O.
011430     MOVE WS-PG-LINE (12)              TO LIN12O.

011440 CLEAR-DETAIL-PARA.
011450     MOVE SPACES                       TO ORGNO
011460                                          LIMITO
011470                                          HOLDO
011480                                          EXPOSO
011490                                          DISPTO
011500                                          ONACCTO
011510                                          DUEAMTO
011520                                          WS-PAGE-LINES.
011530     PERFORM SHOW-PAGE-PARA.

011540 SEND-RESULT-MAP-PARA.
011550     EXEC CICS SEND MAP    ('ETRM24M')
011560               MAPSET      ('ETRM024')
011570               FROM        (ETRM24O)
011580               DATAONLY
011590               RESP        (WS-RESP)
011600     END-EXEC.
011610     IF WS-RESP NOT = DFHRESP(NORMAL)
011620         PERFORM CHECK-RESPCODE-PARA
011630     END-IF.

011640 SEND-GOODBYE-PARA.
011650     EXEC CICS SEND TEXT
011660               FROM    ('ETRM024 - ACCOUNT INQUIRY COMPLETE')
011670               LENGTH  (34)
011680               ERASE
011690               RESP    (WS-RESP)
011700     END-EXEC.
011710     IF WS-RESP NOT = DFHRESP(NORMAL)
011720         PERFORM CHECK-RESPCODE-PARA
011730     END-IF.
011740     PERFORM LOG-TXN-END-PARA.
011750     EXEC CICS RETURN
011760     END-EXEC.

011770******************************************************************
011780* Amount Edit                                                    *
011790******************************************************************
011800     COPY CPAMTEDT.

011810******************************************************************
011820* Error Logging                                                  *
011830******************************************************************
011840     EXEC SQL
011850       INCLUDE CPERRLOG
011860     END-EXEC.

011870******************************************************************
011880* Transaction Usage                                              *
011890******************************************************************
011900     EXEC SQL
011910       INCLUDE CPTXNLOG
011920     END-EXEC.

011930******************************************************************
011940* Authorization Check                                            *
011950******************************************************************
011960     EXEC SQL
011970       INCLUDE CPAUTHCK
011980     END-EXEC.
