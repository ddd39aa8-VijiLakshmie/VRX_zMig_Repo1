000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP105.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  MONTH-END RECEIVABLES SUBLEDGER TO GL RECONCILIATION.         *
000090*  FOR THE PRIOR ACCOUNTING PERIOD, PER LEDGER AND BILLING       *
000100*  CURRENCY, ROLLS THE SUBLEDGER FORWARD IN BASE GBP:            *
000110*    AR (GL 12050000) - OPENING + INVOICES (BY INVOICE PERIOD)   *
000120*                       - CASH (PAYMENT ROWS BY PAYMENT_DATE,    *
000130*                         NET OF REFUNDS PAID BY PAID_DATE)      *
000140*                       - CREDITS (CREDIT NOTES, AND CREDIT ON   *
000150*                         ACCOUNT APPLIED - METHOD 'CR')         *
000160*                       - WRITE-OFFS (REGISTRATION_WRITEOFF)     *
000170*                       = CLOSING                                *
000180*    UC (GL 21300000) - UNAPPLIED CASH ON ORG_CREDIT: OPENING    *
000190*                       + CREDIT BANKED - CREDIT APPLIED         *
000197*  OPENING IS LAST PERIOD'S STORED CLOSING (FIRST RUN: THE       *
000205*  WHOLE HISTORY); ANYTHING SINCE POSTED INTO A RECONCILED       *
000212*  PERIOD SHOWS                                                  *
000220*  AS A PRIOR-PERIOD ADJUSTMENT. THE CLOSING IS COMPARED WITH    *
000230*  THE GL TRIAL BALANCE ON GLTBIN (DR POSITIVE; THE UC CREDIT    *
000240*  BALANCE IS TURNED POSITIVE TO MATCH). A DIFFERENCE OVER       *
000250*  BREAK-TOLERANCE PENCE (DEFAULT 0) IS A BREAK AND ARRCRPT      *
000260*  LISTS THE PERIOD'S TRANSACTIONS BEHIND IT. RESULTS GO TO      *
000270*  AR_RECON (DCLARREC), WHERE ETRB024 REFUSES THE PERIOD CLOSE   *
000280*  UNTIL EVERY BREAK IS CLEARED (RERUN) OR SIGNED OFF. ENDS      *
000290*  RETURN-CODE 4 WHILE ANY BREAK IS STILL OPEN.                  *
000291*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
000292*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
000293*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
000294*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000300******************************************************************

000310 ENVIRONMENT DIVISION.

000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. Z900.
000340 OBJECT-COMPUTER. Z900.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT GLTB-IN-FILE     ASSIGN TO GLTBIN
000380            ORGANIZATION  IS LINE SEQUENTIAL.
000390     SELECT ARREC-RPT-FILE   ASSIGN TO ARRCRPT
000400            ORGANIZATION  IS LINE SEQUENTIAL.
000403     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000406            ORGANIZATION  IS LINE SEQUENTIAL.

000410 DATA DIVISION.
000420 FILE SECTION.
000430******************************************************************
000440*  GLTB-IN-RECORD IS ONE GL TRIAL-BALANCE LINE - THE SAME ZONES  *
000450*  AS THE ETROP49 JOURNAL LAYOUT, CARRYING THE ACCOUNT'S CLOSING *
000460*  BALANCE FOR ONE CURRENCY. HDR/TRL RECORDS ARE SKIPPED.        *
000470******************************************************************
000480 FD  GLTB-IN-FILE
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  GLTB-IN-RECORD.
000510     05 GT-ACCOUNT                   PIC X(08).
000520     05 FILLER                       PIC X(02).
000530     05 GT-DRCR                      PIC X(02).
000540     05 FILLER                       PIC X(02).
000550     05 GT-BALANCE                   PIC 9(11)V99.
000560     05 GT-BALANCE-X REDEFINES GT-BALANCE
000570                                     PIC X(13).
000580     05 FILLER                       PIC X(02).
000590     05 GT-PERIOD                    PIC X(07).
000600     05 FILLER                       PIC X(02).
000610     05 GT-CURRENCY                  PIC X(03).
000620     05 FILLER                       PIC X(39).
000630 01  GLTB-CONTROL-RECORD REDEFINES GLTB-IN-RECORD.
000640     05 GT-REC-TYPE                  PIC X(03).
000650     05 FILLER                       PIC X(77).
000660 FD  ARREC-RPT-FILE
000670     RECORD CONTAINS 132 CHARACTERS.
000680 01  ARREC-RPT-RECORD                PIC X(132).
000682 FD  INBOUND-OVRD-FILE
000684     RECORD CONTAINS 80 CHARACTERS.
000686 01  INBOUND-OVRD-RECORD             PIC X(80).

000690 WORKING-STORAGE SECTION.

000700 01 WS-BEGIN                          PIC  X(36) VALUE
000710     'ETROP105 WORKING STORAGE STARTS HERE'.

000720******************************************************************
000730*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000740******************************************************************
000750 01 WS-VARIABLES.
000760    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000770       88 WS-NO-ERROR                            VALUE SPACES.
000780       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000790       88 WS-FATAL-ERROR                         VALUE 'F'.
000800    05 WS-GLTB-EOF-SW                  PIC X(01) VALUE SPACES.
000810       88 WS-GLTB-EOF                            VALUE 'E'.
000820    05 WS-GL-PERIOD                    PIC X(07).
000830    05 WS-PERIOD-YEAR                  PIC S9(4) USAGE COMP.
000840    05 WS-PERIOD-MONTH                 PIC S9(4) USAGE COMP.
000850    05 WS-PRIOR-YEAR                   PIC S9(4) USAGE COMP.
000860    05 WS-PRIOR-MONTH                  PIC S9(4) USAGE COMP.
000870    05 WS-FROM-DATE                    PIC X(10).
000880    05 WS-TO-DATE                      PIC X(10).
000890    05 WS-HISTORY-TO-DATE              PIC X(10).
000900    05 WS-PERIOD-KEY                   PIC S9(9) USAGE COMP.
000910    05 WS-PRIOR-KEY                    PIC S9(9) USAGE COMP.
000920    05 WS-RUN-DTS                      PIC X(26).
000930*    THE WINDOW THE MOVEMENT CURSOR SUMS OVER - FIRST THE WHOLE
000940*    HISTORY BEFORE THE PERIOD, THEN THE PERIOD ITSELF. INVOICES
000950*    GO BY THEIR BILLING PERIOD (YYYYMM), EVERYTHING ELSE BY DATE.
000960    05 WS-WINDOW-SW                    PIC X(01).
000970       88 WS-HISTORY-WINDOW                      VALUE 'H'.
000980       88 WS-PERIOD-WINDOW                       VALUE 'P'.
000990    05 WS-WIN-FROM-DATE                PIC X(10).
001000    05 WS-WIN-TO-DATE                  PIC X(10).
001010    05 WS-WIN-FROM-KEY                 PIC S9(9) USAGE COMP.
001020    05 WS-WIN-TO-KEY                   PIC S9(9) USAGE COMP.
001030    05 WS-AR-ACCOUNT                   PIC X(08) VALUE '12050000'.
001040    05 WS-UC-ACCOUNT                   PIC X(08) VALUE '21300000'.
001050    05 WS-TOLERANCE-PENCE              PIC S9(9) COMP VALUE 0.
001051    05 WS-TOLERANCE                    PIC S9(9)V99 COMP-3
001052                                       VALUE 0.
001070    05 WS-GL-AMOUNT                    PIC S9(11)V99 COMP-3.
001080    05 WS-OLD-BREAK                    PIC S9(9)V99 COMP-3.
001090    05 WS-GL-IND                       PIC S9(4) USAGE COMP.
001100    05 WS-SIGNOFF-IND                  PIC S9(4) USAGE COMP.
001110    05 WS-EXISTING-SW                  PIC X(01).
001120       88 WS-ROW-EXISTS                          VALUE 'Y'.
001130       88 WS-ROW-NEW                             VALUE 'N'.
001140    05 WS-TB-READ-COUNT                PIC S9(9) COMP VALUE 0.
001150    05 WS-TB-USED-COUNT                PIC S9(9) COMP VALUE 0.
001160    05 WS-TB-OTHER-COUNT               PIC S9(9) COMP VALUE 0.
001170    05 WS-TB-REJECT-COUNT              PIC S9(9) COMP VALUE 0.
001180    05 WS-STORED-COUNT                 PIC S9(9) COMP VALUE 0.
001190    05 WS-AGREED-COUNT                 PIC S9(9) COMP VALUE 0.
001200    05 WS-BREAK-COUNT                  PIC S9(9) COMP VALUE 0.
001210    05 WS-SIGNED-COUNT                 PIC S9(9) COMP VALUE 0.
001220    05 WS-STALE-COUNT                  PIC S9(9) COMP VALUE 0.
001230    05 WS-TXN-COUNT                    PIC S9(9) COMP VALUE 0.
001240    05 WS-TXN-TOTAL                    PIC S9(11)V99 COMP-3.
001250    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
001260    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
001270    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
001280    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
001290    05 WS-SECTION-TITLE                PIC X(60).
001300    05 WS-COLUMN-HEADING               PIC X(132).
001310    05 WS-PRINT-LINE                   PIC X(132).
001320 01 WS-RCBT004A-PARM.
001330    05 WS-SP-PROGRAM-ID                PIC X(08).
001340    05 WS-SP-PARM-NAME                 PIC X(16).
001350    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
001360    05 WS-SP-RETURN-CODE               PIC X(1).

001370******************************************************************
001380*  ONE ENTRY PER LEDGER/CURRENCY MET IN LAST MONTH'S ROWS, THE   *
001390*  LEDGER HISTORY OR THE TRIAL BALANCE.                          *
001400******************************************************************
001410 01 WS-RECON-TABLE.
001420    05 WS-ENTRY-COUNT                  PIC S9(4) COMP VALUE 0.
001430    05 WS-MAX-ENTRIES                  PIC S9(4) COMP VALUE 50.
001440    05 WS-SUB                          PIC S9(4) COMP.
001450    05 WS-FOUND-SUB                    PIC S9(4) COMP.
001460    05 WS-KEY-LEDGER                   PIC X(02).
001470    05 WS-KEY-CURRENCY                 PIC X(03).
001480    05 WS-RC-ENTRY OCCURS 50 TIMES.
001490       10 WS-RC-LEDGER                 PIC X(02).
001500       10 WS-RC-CURRENCY               PIC X(03).
001510       10 WS-RC-PRIOR-SW               PIC X(01).
001520          88 WS-RC-HAS-PRIOR                     VALUE 'Y'.
001530       10 WS-RC-GL-SW                  PIC X(01).
001540          88 WS-RC-HAS-GL                        VALUE 'Y'.
001550       10 WS-RC-STATUS                 PIC X(01).
001560       10 WS-RC-PRIOR-CLOSING          PIC S9(11)V99 COMP-3.
001570       10 WS-RC-HISTORY                PIC S9(11)V99 COMP-3.
001580       10 WS-RC-OPENING                PIC S9(11)V99 COMP-3.
001590       10 WS-RC-ADJUSTMENT             PIC S9(11)V99 COMP-3.
001600       10 WS-RC-ADDED                  PIC S9(11)V99 COMP-3.
001610       10 WS-RC-CASH                   PIC S9(11)V99 COMP-3.
001620       10 WS-RC-CREDITS                PIC S9(11)V99 COMP-3.
001630       10 WS-RC-WRITEOFFS              PIC S9(11)V99 COMP-3.
001640       10 WS-RC-CLOSING                PIC S9(11)V99 COMP-3.
001650       10 WS-RC-GL-BALANCE             PIC S9(11)V99 COMP-3.
001660       10 WS-RC-BREAK                  PIC S9(11)V99 COMP-3.

001670******************************************************************
001680*  FETCHED MOVEMENT TOTAL AND BREAK-DETAIL TRANSACTION.          *
001690*  MOVEMENT TYPES - AR: I INVOICE, C CASH RECEIVED, R REFUND     *
001700*  PAID, N CREDIT NOTE, K CREDIT ON ACCOUNT APPLIED, W WRITE-    *
001710*  OFF. UC: B CREDIT BANKED, A CREDIT APPLIED (NEGATIVE ROWS).   *
001720******************************************************************
001730 01 WS-MOVEMENT.
001740    05 WS-MV-LEDGER                    PIC X(02).
001750    05 WS-MV-CURRENCY                  PIC X(03).
001760    05 WS-MV-TYPE                      PIC X(01).
001770    05 WS-MV-AMOUNT                    PIC S9(11)V99 COMP-3.
001780    05 WS-MV-EFFECT                    PIC S9(11)V99 COMP-3.
001790 01 WS-DETAIL.
001800    05 WS-DT-LEDGER                    PIC X(02).
001810    05 WS-DT-CURRENCY                  PIC X(03).
001820    05 WS-DT-TYPE                      PIC X(01).
001830    05 WS-DT-DATE                      PIC X(10).
001840    05 WS-DT-REF-CODE                  PIC X(08).
001850    05 WS-DT-REF-NO                    PIC S9(9) USAGE COMP.
001860    05 WS-DT-REF-SEQ                   PIC S9(9) USAGE COMP.
001870    05 WS-DT-AMOUNT                    PIC S9(11)V99 COMP-3.

001880******************************************************************
001890*  RECONCILIATION REPORT LINE LAYOUTS                            *
001900******************************************************************
001910 01 WS-RPT-HEADING-1.
001920    05 FILLER                         PIC X(20) VALUE SPACES.
001930    05 FILLER                         PIC X(50) VALUE
001940       'RECEIVABLES SUBLEDGER TO GENERAL LEDGER RECON'.
001950    05 FILLER                         PIC X(10) VALUE SPACES.
001960    05 FILLER                         PIC X(05) VALUE 'PAGE '.
001970    05 WS-RPT-PAGE-NO                 PIC ZZZ9.
001980 01 WS-RPT-HEADING-2.
001990    05 FILLER                         PIC X(07) VALUE 'PERIOD '.
002000    05 WS-RPT-PERIOD                  PIC X(07).
002010    05 FILLER                         PIC X(04) VALUE SPACES.
002020    05 WS-RPT-SECTION-TITLE           PIC X(60).
002030 01 WS-RPT-HEADING-3.
002040    05 FILLER                         PIC X(60) VALUE
002050       'AR = RECEIVABLES (GL 12050000)   UC = UNAPPLIED CASH ON '.
002060    05 FILLER                         PIC X(60) VALUE
002070       'ACCOUNT (GL 21300000)   BASE GBP BY BILLING CURRENCY'.
002080 01 WS-RPT-REJECT-HEADING.
002090    05 FILLER                         PIC X(06) VALUE SPACES.
002100    05 FILLER                         PIC X(80) VALUE
002110       'TRIAL-BALANCE RECORD AS RECEIVED'.
002120 01 WS-RPT-REJECT-LINE.
002130    05 WS-RPT-RJ-REASON               PIC X(04).
002140    05 FILLER                         PIC X(02) VALUE SPACES.
002150    05 WS-RPT-RJ-RECORD               PIC X(80).
002160 01 WS-RPT-RECON-HEADING.
002170    05 FILLER                         PIC X(07) VALUE 'LG CUR'.
002180    05 FILLER                         PIC X(14) VALUE
002190       '      OPENING'.
002200    05 FILLER                         PIC X(14) VALUE
002210       ' +INV/BANKED'.
002220    05 FILLER                         PIC X(14) VALUE
002230       '    -NET CASH'.
002240    05 FILLER                         PIC X(14) VALUE
002250       '     -CREDITS'.
002260    05 FILLER                         PIC X(14) VALUE
002270       '  -WRITE-OFFS'.
002280    05 FILLER                         PIC X(14) VALUE
002290       '      CLOSING'.
002300    05 FILLER                         PIC X(14) VALUE
002310       '   GL BALANCE'.
002320    05 FILLER                         PIC X(14) VALUE
002330       '   DIFFERENCE'.
002340    05 FILLER                         PIC X(12) VALUE
002350       ' STATUS'.
002360 01 WS-RPT-RECON-LINE.
002370    05 WS-RPT-RC-LEDGER               PIC X(02).
002380    05 FILLER                         PIC X(01) VALUE SPACES.
002390    05 WS-RPT-RC-CURRENCY             PIC X(03).
002400    05 FILLER                         PIC X(01) VALUE SPACES.
002410    05 WS-RPT-RC-OPENING              PIC -Z,ZZZ,ZZ9.99.
002420    05 FILLER                         PIC X(01) VALUE SPACES.
002430    05 WS-RPT-RC-ADDED                PIC -Z,ZZZ,ZZ9.99.
002440    05 FILLER                         PIC X(01) VALUE SPACES.
002450    05 WS-RPT-RC-CASH                 PIC -Z,ZZZ,ZZ9.99.
002460    05 FILLER                         PIC X(01) VALUE SPACES.
002470    05 WS-RPT-RC-CREDITS              PIC -Z,ZZZ,ZZ9.99.
002480    05 FILLER                         PIC X(01) VALUE SPACES.
002490    05 WS-RPT-RC-WRITEOFFS            PIC -Z,ZZZ,ZZ9.99.
002500    05 FILLER                         PIC X(01) VALUE SPACES.
002510    05 WS-RPT-RC-CLOSING              PIC -Z,ZZZ,ZZ9.99.
002520    05 FILLER                         PIC X(01) VALUE SPACES.
002530    05 WS-RPT-RC-GL                   PIC -Z,ZZZ,ZZ9.99.
002540    05 WS-RPT-RC-GL-X REDEFINES WS-RPT-RC-GL
002550                                      PIC X(13).
002560    05 FILLER                         PIC X(01) VALUE SPACES.
002570    05 WS-RPT-RC-BREAK                PIC -Z,ZZZ,ZZ9.99.
002580    05 FILLER                         PIC X(02) VALUE SPACES.
002590    05 WS-RPT-RC-STATUS               PIC X(10).
002600 01 WS-RPT-NOTE-LINE.
002610    05 FILLER                         PIC X(07) VALUE SPACES.
002620    05 WS-RPT-NT-TEXT                 PIC X(60).
002630    05 WS-RPT-NT-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
002640    05 WS-RPT-NT-AMOUNT-X REDEFINES WS-RPT-NT-AMOUNT
002650                                      PIC X(13).
002660    05 FILLER                         PIC X(02) VALUE SPACES.
002670    05 WS-RPT-NT-TEXT-2               PIC X(50).
002680 01 WS-RPT-TXN-LINE.
002690    05 FILLER                         PIC X(11) VALUE SPACES.
002700    05 WS-RPT-TX-DESC                 PIC X(24).
002710    05 WS-RPT-TX-DATE                 PIC X(10).
002720    05 FILLER                         PIC X(02) VALUE SPACES.
002730    05 WS-RPT-TX-REF-CODE             PIC X(08).
002740    05 FILLER                         PIC X(01) VALUE SPACES.
002750    05 WS-RPT-TX-REF-NO               PIC Z(09)9.
002760    05 FILLER                         PIC X(01) VALUE SPACES.
002770    05 WS-RPT-TX-REF-SEQ              PIC ZZZZ.
002780    05 FILLER                         PIC X(03) VALUE SPACES.
002790    05 WS-RPT-TX-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
002800 01 WS-RPT-NONE-LINE.
002810    05 FILLER                         PIC X(04) VALUE SPACES.
002820    05 WS-RPT-NONE-TEXT               PIC X(80).
002830 01 WS-RPT-COUNT-LINE.
002840    05 WS-RPT-CN-LABEL                PIC X(40).
002850    05 WS-RPT-CN-VALUE                PIC ZZZ,ZZZ,ZZ9.

002860******************************************************************
002870* Copybook Includes.                                             *
002880******************************************************************
002890     EXEC SQL
002900       INCLUDE CWERRLOG
002910     END-EXEC.

002920*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002930     EXEC SQL
002940       INCLUDE CWJOBLOG
002950     END-EXEC.

002951*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
002952     EXEC SQL
002953       INCLUDE CWINBREG
002954     END-EXEC.

002960*    PERIOD CLOSE-STATUS CHECK FIELDS - SEE CWPERCL.
002970     EXEC SQL
002980       INCLUDE CWPERCL
002990     END-EXEC.
002992*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
002994     EXEC SQL
002996       INCLUDE CWFISPER
002998     END-EXEC.

003000******************************************************************
003010*                     DB2 SECTION                                *
003020******************************************************************
003030     EXEC SQL
003040       INCLUDE SQLCA
003050     END-EXEC.

003060     EXEC SQL
003070       INCLUDE DCLARREC
003080     END-EXEC.

003090******************************************************************
003100*  CURSOR DECLARATIONS.                                          *
003110*  A REGISTRATION-LEVEL ROW (PAYMENT, REFUND, WRITE-OFF) TAKES   *
003120*  THE BILLING CURRENCY OF THE REGISTRATION'S ORGANIZATION;      *
003130*  NO ORGANIZATION MEANS A GBP DEBTOR. CREDIT NOTES TAKE THEIR   *
003140*  INVOICE'S CURRENCY. WRITE-OFFS COME FROM THE DECISION TABLE,  *
003150*  SO THE METHOD-'WO' POSTINGS THAT CLEAR THEM ARE LEFT OUT OF   *
003160*  CASH HERE, AS IN ETROP49.                                     *
003170******************************************************************
003180     EXEC SQL DECLARE MOVEMENT-CSR CURSOR
003190      FOR
003200      SELECT 'AR', CURRENCY_CODE, 'I', SUM(INVOICE_TOTAL)
003210        FROM DBODEVP.INVOICE
003220       WHERE PERIOD_YEAR * 100 + PERIOD_MONTH
003230             BETWEEN :WS-WIN-FROM-KEY AND :WS-WIN-TO-KEY
003240       GROUP BY CURRENCY_CODE
003250      UNION ALL
003260      SELECT 'AR', COALESCE(O.BILLING_CURRENCY, 'GBP'),
003261             CASE P.PAYMENT_METHOD WHEN 'CR' THEN 'K'
003262                                   ELSE 'C' END,
003280             SUM(COALESCE(P.BASE_AMOUNT, P.PAYMENT_AMOUNT))
003290        FROM DBODEVP.REGISTRATION_PAYMENT P
003300             LEFT OUTER JOIN DBODEVP.REGISTRATION R
003310               ON  R.SESSION_CATG = P.SESSION_CATG
003320               AND R.SESSION_ID   = P.SESSION_ID
003330               AND R.EMAIL_ADDR   = P.EMAIL_ADDR
003340             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
003350               ON  O.ORG_CODE     = R.ORG_CODE
003360       WHERE P.PAYMENT_METHOD NOT = 'WO'
003370         AND P.PAYMENT_DATE BETWEEN :WS-WIN-FROM-DATE
003380                                AND :WS-WIN-TO-DATE
003390       GROUP BY COALESCE(O.BILLING_CURRENCY, 'GBP'),
003400             CASE P.PAYMENT_METHOD WHEN 'CR' THEN 'K' ELSE 'C' END
003410      UNION ALL
003420      SELECT 'AR', COALESCE(O.BILLING_CURRENCY, 'GBP'), 'R',
003430             SUM(F.REFUND_AMOUNT)
003440        FROM DBODEVP.REGISTRATION_REFUND F
003450             LEFT OUTER JOIN DBODEVP.REGISTRATION R
003460               ON  R.SESSION_CATG = F.SESSION_CATG
003470               AND R.SESSION_ID   = F.SESSION_ID
003480               AND R.EMAIL_ADDR   = F.EMAIL_ADDR
003490             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
003500               ON  O.ORG_CODE     = R.ORG_CODE
003510       WHERE F.REFUND_STATUS = 'P'
003520         AND F.PAID_DATE BETWEEN :WS-WIN-FROM-DATE
003530                             AND :WS-WIN-TO-DATE
003540       GROUP BY COALESCE(O.BILLING_CURRENCY, 'GBP')
003550      UNION ALL
003560      SELECT 'AR', I.CURRENCY_CODE, 'N', SUM(N.CREDIT_AMOUNT)
003570        FROM DBODEVP.CREDIT_NOTE N,
003580             DBODEVP.INVOICE I
003590       WHERE I.INVOICE_NO = N.INVOICE_NO
003600         AND DATE(N.DTS) BETWEEN :WS-WIN-FROM-DATE
003610                             AND :WS-WIN-TO-DATE
003620       GROUP BY I.CURRENCY_CODE
003630      UNION ALL
003640      SELECT 'AR', COALESCE(O.BILLING_CURRENCY, 'GBP'), 'W',
003650             SUM(W.WRITEOFF_AMOUNT)
003660        FROM DBODEVP.REGISTRATION_WRITEOFF W
003670             LEFT OUTER JOIN DBODEVP.REGISTRATION R
003680               ON  R.SESSION_CATG = W.SESSION_CATG
003690               AND R.SESSION_ID   = W.SESSION_ID
003700               AND R.EMAIL_ADDR   = W.EMAIL_ADDR
003710             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
003720               ON  O.ORG_CODE     = R.ORG_CODE
003730       WHERE W.WRITEOFF_DATE BETWEEN :WS-WIN-FROM-DATE
003740                                 AND :WS-WIN-TO-DATE
003750       GROUP BY COALESCE(O.BILLING_CURRENCY, 'GBP')
003760      UNION ALL
003770      SELECT 'UC', COALESCE(O.BILLING_CURRENCY, 'GBP'),
003780             CASE WHEN C.CREDIT_AMOUNT < 0 THEN 'A' ELSE 'B' END,
003790             SUM(C.CREDIT_AMOUNT)
003800        FROM DBODEVP.ORG_CREDIT C
003810             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
003820               ON  O.ORG_CODE     = C.ORG_CODE
003830       WHERE C.CREDIT_DATE BETWEEN :WS-WIN-FROM-DATE
003840                               AND :WS-WIN-TO-DATE
003850       GROUP BY COALESCE(O.BILLING_CURRENCY, 'GBP'),
003860             CASE WHEN C.CREDIT_AMOUNT < 0 THEN 'A' ELSE 'B' END
003870     END-EXEC.

003880     EXEC SQL DECLARE PRIOR-RECON-CSR CURSOR
003890      FOR
003900      SELECT LEDGER_CODE, CURRENCY_CODE, CLOSING_BALANCE
003910        FROM DBODEVP.AR_RECON
003920       WHERE PERIOD_YEAR  = :WS-PRIOR-YEAR
003930         AND PERIOD_MONTH = :WS-PRIOR-MONTH
003940     END-EXEC.

003950*    THE MONTH'S TRANSACTIONS BEHIND ONE LEDGER/CURRENCY BREAK,
003960*    EACH AS ITS SIGNED EFFECT ON THE LEDGER BALANCE. REFERENCES
003970*    ARE DOCUMENT AND REGISTRATION KEYS - NO PERSONAL DATA.
003980     EXEC SQL DECLARE BREAK-DETAIL-CSR CURSOR
003990      FOR
004000      SELECT 'I', CHAR(DATE(DTS), ISO), 'INVOICE ', INVOICE_NO, 0,
004010             INVOICE_TOTAL
004020        FROM DBODEVP.INVOICE
004030       WHERE :WS-DT-LEDGER = 'AR'
004040         AND CURRENCY_CODE = :WS-DT-CURRENCY
004050         AND PERIOD_YEAR   = :WS-PERIOD-YEAR
004060         AND PERIOD_MONTH  = :WS-PERIOD-MONTH
004070      UNION ALL
004071      SELECT CASE P.PAYMENT_METHOD WHEN 'CR' THEN 'K'
004072                                   ELSE 'C' END,
004090             CHAR(P.PAYMENT_DATE, ISO), P.SESSION_CATG,
004100             P.SESSION_ID, P.PAYMENT_SEQ,
004110             0 - COALESCE(P.BASE_AMOUNT, P.PAYMENT_AMOUNT)
004120        FROM DBODEVP.REGISTRATION_PAYMENT P
004130             LEFT OUTER JOIN DBODEVP.REGISTRATION R
004140               ON  R.SESSION_CATG = P.SESSION_CATG
004150               AND R.SESSION_ID   = P.SESSION_ID
004160               AND R.EMAIL_ADDR   = P.EMAIL_ADDR
004170             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
004180               ON  O.ORG_CODE     = R.ORG_CODE
004190       WHERE :WS-DT-LEDGER = 'AR'
004200         AND COALESCE(O.BILLING_CURRENCY, 'GBP') = :WS-DT-CURRENCY
004210         AND P.PAYMENT_METHOD NOT = 'WO'
004220         AND P.PAYMENT_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
004230      UNION ALL
004240      SELECT 'R', CHAR(F.PAID_DATE, ISO), F.SESSION_CATG,
004250             F.SESSION_ID, 0, F.REFUND_AMOUNT
004260        FROM DBODEVP.REGISTRATION_REFUND F
004270             LEFT OUTER JOIN DBODEVP.REGISTRATION R
004280               ON  R.SESSION_CATG = F.SESSION_CATG
004290               AND R.SESSION_ID   = F.SESSION_ID
004300               AND R.EMAIL_ADDR   = F.EMAIL_ADDR
004310             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
004320               ON  O.ORG_CODE     = R.ORG_CODE
004330       WHERE :WS-DT-LEDGER = 'AR'
004340         AND COALESCE(O.BILLING_CURRENCY, 'GBP') = :WS-DT-CURRENCY
004350         AND F.REFUND_STATUS = 'P'
004360         AND F.PAID_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
004370      UNION ALL
004380      SELECT 'N', CHAR(DATE(N.DTS), ISO), 'CR NOTE ',
004390             N.CREDIT_NOTE_NO, 0, 0 - N.CREDIT_AMOUNT
004400        FROM DBODEVP.CREDIT_NOTE N,
004410             DBODEVP.INVOICE I
004420       WHERE :WS-DT-LEDGER = 'AR'
004430         AND I.INVOICE_NO    = N.INVOICE_NO
004440         AND I.CURRENCY_CODE = :WS-DT-CURRENCY
004450         AND DATE(N.DTS) BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
004460      UNION ALL
004470      SELECT 'W', CHAR(W.WRITEOFF_DATE, ISO), W.SESSION_CATG,
004480             W.SESSION_ID, 0, 0 - W.WRITEOFF_AMOUNT
004490        FROM DBODEVP.REGISTRATION_WRITEOFF W
004500             LEFT OUTER JOIN DBODEVP.REGISTRATION R
004510               ON  R.SESSION_CATG = W.SESSION_CATG
004520               AND R.SESSION_ID   = W.SESSION_ID
004530               AND R.EMAIL_ADDR   = W.EMAIL_ADDR
004540             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
004550               ON  O.ORG_CODE     = R.ORG_CODE
004560       WHERE :WS-DT-LEDGER = 'AR'
004570         AND COALESCE(O.BILLING_CURRENCY, 'GBP') = :WS-DT-CURRENCY
004580         AND W.WRITEOFF_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
004590      UNION ALL
004600      SELECT CASE WHEN C.CREDIT_AMOUNT < 0 THEN 'A' ELSE 'B' END,
004610             CHAR(C.CREDIT_DATE, ISO), C.ORG_CODE,
004620             C.CREDIT_SEQ, 0, C.CREDIT_AMOUNT
004630        FROM DBODEVP.ORG_CREDIT C
004640             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
004650               ON  O.ORG_CODE     = C.ORG_CODE
004660       WHERE :WS-DT-LEDGER = 'UC'
004670         AND COALESCE(O.BILLING_CURRENCY, 'GBP') = :WS-DT-CURRENCY
004680         AND C.CREDIT_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
004690       ORDER BY 2, 1, 3, 4, 5
004700     END-EXEC.

004710 01 WS-END                             PIC X(50) VALUE
004720     'ETROP105-WORKING STORAGE SECTION ENDS HERE'.

004730 PROCEDURE DIVISION.

004740 MAIN-LOGIC-PARA.

004750     MOVE 'ETROP105'                   TO EL-ERROR-MODULE.
004760     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

004770     MOVE 'ETROP105'                   TO JRL-PROGRAM-ID.
004780     PERFORM LOG-JOB-START-PARA.

004790     PERFORM GET-PARAMETERS-PARA.
004800     PERFORM GET-PERIOD-PARA.

004810     OPEN OUTPUT ARREC-RPT-FILE.
004820     PERFORM LOAD-PRIOR-RECON-PARA.
004830     SET WS-HISTORY-WINDOW             TO TRUE.
004840     MOVE '0001-01-01'                 TO WS-WIN-FROM-DATE.
004850     MOVE WS-HISTORY-TO-DATE           TO WS-WIN-TO-DATE.
004860     MOVE 0                            TO WS-WIN-FROM-KEY.
004870     MOVE WS-PRIOR-KEY                 TO WS-WIN-TO-KEY.
004880     PERFORM LOAD-MOVEMENTS-PARA.
004890     SET WS-PERIOD-WINDOW              TO TRUE.
004900     MOVE WS-FROM-DATE                 TO WS-WIN-FROM-DATE.
004910     MOVE WS-TO-DATE                   TO WS-WIN-TO-DATE.
004920     MOVE WS-PERIOD-KEY                TO WS-WIN-FROM-KEY.
004930     MOVE WS-PERIOD-KEY                TO WS-WIN-TO-KEY.
004940     PERFORM LOAD-MOVEMENTS-PARA.
004950     PERFORM LOAD-TRIAL-BALANCE-PARA.

004960     PERFORM RECONCILE-SECTION-PARA.
004970     PERFORM PURGE-STALE-ROWS-PARA.
004980     PERFORM WRITE-TOTALS-PARA.
004990     CLOSE ARREC-RPT-FILE.

005000     DISPLAY 'RECONCILED PERIOD     : ' WS-GL-PERIOD.
005010     DISPLAY 'TB RECORDS READ       : ' WS-TB-READ-COUNT.
005020     DISPLAY 'TB RECORDS REJECTED   : ' WS-TB-REJECT-COUNT.
005030     DISPLAY 'LEDGERS AGREED        : ' WS-AGREED-COUNT.
005040     DISPLAY 'BREAKS SIGNED OFF     : ' WS-SIGNED-COUNT.
005050     DISPLAY 'BREAKS OPEN           : ' WS-BREAK-COUNT.
005053     MOVE WS-TB-READ-COUNT           TO IB-RECORD-COUNT.
005056     PERFORM COMPLETE-INBOUND-PARA.
005060     MOVE 'C'                        TO JRL-RUN-STATUS.
005070     MOVE WS-TB-READ-COUNT           TO JRL-ROWS-READ.
005080     MOVE WS-STORED-COUNT            TO JRL-ROWS-WRITTEN.
005090     MOVE WS-TB-REJECT-COUNT         TO JRL-ROWS-SKIPPED.
005100     PERFORM LOG-JOB-END-PARA.
005110     IF WS-BREAK-COUNT > 0
005120         MOVE 4                      TO RETURN-CODE
005130     END-IF.
005140     GOBACK.

005150******************************************************************
005160* Run Parameters And Period                                      *
005170******************************************************************
005180 GET-PARAMETERS-PARA.
005190     MOVE 'ETROP105'                 TO WS-SP-PROGRAM-ID.
005200     MOVE 'BREAK-TOLERANCE'          TO WS-SP-PARM-NAME.
005210     MOVE WS-TOLERANCE-PENCE         TO WS-SP-PARM-VALUE.
005220     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
005230     MOVE WS-SP-PARM-VALUE           TO WS-TOLERANCE-PENCE.
005240     IF WS-TOLERANCE-PENCE < 0
005250         MOVE 0                      TO WS-TOLERANCE-PENCE
005260     END-IF.
005270     COMPUTE WS-TOLERANCE = WS-TOLERANCE-PENCE / 100.

005281*    THE PRIOR ACCOUNTING PERIOD, AS ETROP49 DERIVES IT, PLUS
005293*    THE PERIOD BEFORE THAT (WHOSE CLOSING ROWS OPEN THIS ONE) AND
005305*    ONE RUN TIMESTAMP STAMPED ON EVERY ROW THIS RUN WRITES.
005316 GET-PERIOD-PARA.
005328     MOVE 'ETROP105'                 TO FP-PROGRAM-ID.
005340     SET FP-PREVIOUS-PERIOD          TO TRUE.
005351     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
005363     IF NOT FP-PERIOD-FOUND
005375       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
005386       PERFORM EXIT-PARA
005398     END-IF.
005410     MOVE FP-PERIOD-LABEL            TO WS-GL-PERIOD.
005421     MOVE FP-PERIOD-YEAR             TO WS-PERIOD-YEAR.
005433     MOVE FP-PERIOD-NO               TO WS-PERIOD-MONTH.
005445     MOVE FP-START-DATE              TO WS-FROM-DATE.
005456     MOVE FP-END-DATE                TO WS-TO-DATE.
005468     EXEC SQL
005480       SELECT CHAR(DATE(:WS-FROM-DATE) - 1 DAY, ISO),
005491              CHAR(CURRENT TIMESTAMP)
005503         INTO :WS-HISTORY-TO-DATE,
005515              :WS-RUN-DTS
005526         FROM SYSIBM.SYSDUMMY1
005538     END-EXEC.
005550     IF SQLCODE NOT = 0
005560       MOVE 'SELECT'                 TO EL-ERROR-ACTION
005570       MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
005580       PERFORM CHECK-SQLCODE-PARA
005590       PERFORM EXIT-PARA
005600     END-IF.
005601     COMPUTE WS-PERIOD-KEY = WS-PERIOD-YEAR * 100
005603                           + WS-PERIOD-MONTH.
005604*    THE PERIOD BEFORE IS THE ONE HOLDING THE DAY BEFORE THIS ONE
005606*    STARTS. THE FIRST PERIOD ON THE CALENDAR HAS NONE - THE
005607*    OPENING IS THEN THE WHOLE HISTORY, AS ON A FIRST RUN.
005609     MOVE WS-HISTORY-TO-DATE         TO FP-AS-OF-DATE.
005610     SET FP-CURRENT-PERIOD           TO TRUE.
005612     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
005613     MOVE SPACES                     TO FP-AS-OF-DATE.
005615     IF FP-PERIOD-FOUND
005616       MOVE FP-PERIOD-YEAR           TO WS-PRIOR-YEAR
005618       MOVE FP-PERIOD-NO             TO WS-PRIOR-MONTH
005619       COMPUTE WS-PRIOR-KEY  = WS-PRIOR-YEAR * 100
005621                             + WS-PRIOR-MONTH
005622     ELSE
005624       MOVE 0                        TO WS-PRIOR-YEAR
005625       MOVE 0                        TO WS-PRIOR-MONTH
005627       COMPUTE WS-PRIOR-KEY  = WS-PERIOD-KEY - 1
005628     END-IF.
005630*    A CLOSED PERIOD'S RECONCILIATION IS WHAT THE CLOSE WAS SIGNED
005640*    ON - IT IS NOT RE-DERIVED AFTERWARDS.
005650     MOVE WS-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
005660     MOVE WS-PERIOD-MONTH            TO PCL-PERIOD-MONTH.
005670     PERFORM CHECK-PERIOD-CLOSE-PARA.
005680     IF PCL-PERIOD-CLOSED
005690       DISPLAY 'RUN REFUSED - ACCOUNTING PERIOD IS CLOSED'
005700       PERFORM EXIT-PARA
005710     END-IF.

005720******************************************************************
005730* Ledger/Currency Entries                                        *
005740******************************************************************
005750*    FINDS THE ENTRY FOR WS-KEY-LEDGER/WS-KEY-CURRENCY, ADDING A
005760*    ZEROED ONE THE FIRST TIME THE PAIR IS MET.
005770 FIND-ENTRY-PARA.
005780     MOVE 0                          TO WS-FOUND-SUB.
005790     PERFORM MATCH-ENTRY-PARA
005800       VARYING WS-SUB FROM 1 BY 1
005810         UNTIL WS-SUB > WS-ENTRY-COUNT
005820            OR WS-FOUND-SUB > 0.
005830     IF WS-FOUND-SUB = 0
005840       IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
005850         DISPLAY 'ETROP105 - MORE THAN ' WS-MAX-ENTRIES
005860                 ' LEDGER/CURRENCY ENTRIES'
005870         PERFORM EXIT-PARA
005880       END-IF
005890       ADD 1                         TO WS-ENTRY-COUNT
005900       MOVE WS-ENTRY-COUNT           TO WS-FOUND-SUB
005910       INITIALIZE WS-RC-ENTRY (WS-FOUND-SUB)
005920       MOVE WS-KEY-LEDGER
005921                                    TO WS-RC-LEDGER (WS-FOUND-SUB)
005930       MOVE WS-KEY-CURRENCY
005931                                  TO WS-RC-CURRENCY (WS-FOUND-SUB)
005940       MOVE 'N'
005941                                  TO WS-RC-PRIOR-SW (WS-FOUND-SUB)
005950       MOVE 'N'                      TO WS-RC-GL-SW (WS-FOUND-SUB)
005960     END-IF.

005970 MATCH-ENTRY-PARA.
005980     IF WS-RC-LEDGER (WS-SUB)   = WS-KEY-LEDGER
005990        AND WS-RC-CURRENCY (WS-SUB) = WS-KEY-CURRENCY
006000         MOVE WS-SUB                 TO WS-FOUND-SUB
006010     END-IF.

006020******************************************************************
006030* Last Month's Closing Rows                                      *
006040******************************************************************
006050 LOAD-PRIOR-RECON-PARA.
006060     EXEC SQL
006070       OPEN PRIOR-RECON-CSR
006080     END-EXEC.
006090     IF SQLCODE NOT = 0
006100         MOVE 'OPEN  '               TO EL-ERROR-ACTION
006110         MOVE 'AR_RECON'             TO EL-ERROR-DB2-OBJECT
006120         PERFORM CHECK-SQLCODE-PARA
006130         PERFORM EXIT-PARA
006140     END-IF.
006150     PERFORM FETCH-PRIOR-PARA
006160       UNTIL SQLCODE = 100.
006170     EXEC SQL
006180       CLOSE PRIOR-RECON-CSR
006190     END-EXEC.

006200 FETCH-PRIOR-PARA.
006210     EXEC SQL
006220       FETCH PRIOR-RECON-CSR
006230        INTO :ARR-LEDGER-CODE, :ARR-CURRENCY-CODE,
006240             :ARR-CLOSING-BALANCE
006250     END-EXEC.
006260     EVALUATE SQLCODE
006270       WHEN 0
006280         MOVE ARR-LEDGER-CODE        TO WS-KEY-LEDGER
006290         MOVE ARR-CURRENCY-CODE      TO WS-KEY-CURRENCY
006300         PERFORM FIND-ENTRY-PARA
006310         MOVE 'Y'
006311                                  TO WS-RC-PRIOR-SW (WS-FOUND-SUB)
006320         MOVE ARR-CLOSING-BALANCE
006330                             TO WS-RC-PRIOR-CLOSING (WS-FOUND-SUB)
006340       WHEN 100
006350         CONTINUE
006360       WHEN OTHER
006370         MOVE 'FETCH '               TO EL-ERROR-ACTION
006380         MOVE 'AR_RECON'             TO EL-ERROR-DB2-OBJECT
006390         PERFORM CHECK-SQLCODE-PARA
006400         PERFORM EXIT-PARA
006410     END-EVALUATE.

006420******************************************************************
006430* Subledger Movements - History, Then The Period                 *
006440******************************************************************
006450 LOAD-MOVEMENTS-PARA.
006460     EXEC SQL
006470       OPEN MOVEMENT-CSR
006480     END-EXEC.
006490     IF SQLCODE NOT = 0
006500         MOVE 'OPEN  '               TO EL-ERROR-ACTION
006510         MOVE 'INVOICE/PAYMENT'      TO EL-ERROR-DB2-OBJECT
006520         PERFORM CHECK-SQLCODE-PARA
006530         PERFORM EXIT-PARA
006540     END-IF.
006550     PERFORM FETCH-MOVEMENT-PARA
006560       UNTIL SQLCODE = 100.
006570     EXEC SQL
006580       CLOSE MOVEMENT-CSR
006590     END-EXEC.

006600 FETCH-MOVEMENT-PARA.
006610     EXEC SQL
006620       FETCH MOVEMENT-CSR
006630        INTO :WS-MV-LEDGER, :WS-MV-CURRENCY, :WS-MV-TYPE,
006640             :WS-MV-AMOUNT
006650     END-EXEC.
006660     EVALUATE SQLCODE
006670       WHEN 0
006680         PERFORM APPLY-MOVEMENT-PARA
006690       WHEN 100
006700         CONTINUE
006710       WHEN OTHER
006720         MOVE 'FETCH '               TO EL-ERROR-ACTION
006730         MOVE 'INVOICE/PAYMENT'      TO EL-ERROR-DB2-OBJECT
006740         PERFORM CHECK-SQLCODE-PARA
006750         PERFORM EXIT-PARA
006760     END-EVALUATE.

006770*    HISTORY KEEPS ONLY THE NET EFFECT ON THE BALANCE; THE PERIOD
006780*    SPLITS IT INTO THE ROLL-FORWARD COLUMNS. REFUNDS PAID NET OFF
006790*    CASH; CREDIT-APPLIED ROWS ARE NEGATIVE ON ORG_CREDIT.
006800 APPLY-MOVEMENT-PARA.
006810     MOVE WS-MV-LEDGER               TO WS-KEY-LEDGER.
006820     MOVE WS-MV-CURRENCY             TO WS-KEY-CURRENCY.
006830     PERFORM FIND-ENTRY-PARA.
006840     EVALUATE WS-MV-TYPE
006850       WHEN 'I'
006860       WHEN 'B'
006870       WHEN 'R'
006880       WHEN 'A'
006890         MOVE WS-MV-AMOUNT           TO WS-MV-EFFECT
006900       WHEN OTHER
006910         COMPUTE WS-MV-EFFECT = 0 - WS-MV-AMOUNT
006920     END-EVALUATE.
006930     IF WS-HISTORY-WINDOW
006940         ADD WS-MV-EFFECT
006941                                   TO WS-RC-HISTORY (WS-FOUND-SUB)
006950     ELSE
006960         EVALUATE WS-MV-TYPE
006970           WHEN 'I'
006980           WHEN 'B'
006990             ADD WS-MV-AMOUNT        TO WS-RC-ADDED (WS-FOUND-SUB)
007000           WHEN 'C'
007010             ADD WS-MV-AMOUNT        TO WS-RC-CASH (WS-FOUND-SUB)
007020           WHEN 'R'
007030             SUBTRACT WS-MV-AMOUNT
007031                                    FROM WS-RC-CASH (WS-FOUND-SUB)
007040           WHEN 'N'
007050           WHEN 'K'
007060             ADD WS-MV-AMOUNT
007061                                   TO WS-RC-CREDITS (WS-FOUND-SUB)
007070           WHEN 'A'
007080             SUBTRACT WS-MV-AMOUNT
007090                                 FROM WS-RC-CREDITS (WS-FOUND-SUB)
007100           WHEN 'W'
007110             ADD WS-MV-AMOUNT
007111                                 TO WS-RC-WRITEOFFS (WS-FOUND-SUB)
007120         END-EVALUATE
007130     END-IF.

007140******************************************************************
007150* GL Trial Balance                                               *
007160******************************************************************
007170 LOAD-TRIAL-BALANCE-PARA.
007180     MOVE 'TRIAL-BALANCE RECORDS NOT USED'
007190                                     TO WS-SECTION-TITLE.
007200     MOVE WS-RPT-REJECT-HEADING      TO WS-COLUMN-HEADING.
007210     MOVE 99                         TO WS-LINE-CTR.
007220     OPEN INPUT GLTB-IN-FILE.
007230     PERFORM READ-GLTB-PARA.
007234     PERFORM REGISTER-GLTB-FILE-PARA.
007240     PERFORM APPLY-GLTB-PARA
007250       UNTIL WS-GLTB-EOF.
007260     CLOSE GLTB-IN-FILE.
007270     IF WS-TB-REJECT-COUNT = 0
007280         MOVE 'EVERY TRIAL-BALANCE RECORD WAS READABLE'
007290                                     TO WS-RPT-NONE-TEXT
007300         MOVE WS-RPT-NONE-LINE       TO WS-PRINT-LINE
007310         PERFORM WRITE-DETAIL-PARA
007320     END-IF.

007330 READ-GLTB-PARA.
007340     READ GLTB-IN-FILE
007350       AT END SET WS-GLTB-EOF        TO TRUE
007360     END-READ.

00736A*    REGISTERED BEFORE ANY BALANCE IS TAKEN - SEE CWINBREG.
00736B REGISTER-GLTB-FILE-PARA.
00736C     MOVE 'GLTBIN'                   TO IB-INTERFACE-NAME.
00736D     MOVE 'ETROP105'                 TO IB-PROGRAM-ID.
00736E     MOVE SPACES                     TO IB-IO-RECORD.
00736F     IF NOT WS-GLTB-EOF
00736G       MOVE GLTB-IN-RECORD           TO IB-IO-RECORD
00736H     END-IF.
00736I     PERFORM REGISTER-INBOUND-PARA.
00736J     IF IB-FILE-REFUSED
00736K       PERFORM EXIT-PARA
00736L     END-IF.
00736M     IF IB-RG-HEADER-OK
00736N       PERFORM READ-GLTB-PARA
00736O     END-IF.

007370*    THE FILE COMES FROM THE GL - A RECORD THAT CANNOT BE READ IS
007380*    PRINTED AND LEFT OUT, WHICH SHOWS UP AS A BREAK RATHER THAN
007390*    SLIPPING THROUGH AS A ZERO BALANCE THAT HAPPENS TO AGREE.
007400 APPLY-GLTB-PARA.
007410     EVALUATE TRUE
007420       WHEN GT-REC-TYPE = 'HDR'
007430       WHEN GT-REC-TYPE = 'TRL'
007440         CONTINUE
007450       WHEN OTHER
007460         ADD 1                       TO WS-TB-READ-COUNT
007470         PERFORM CHECK-GLTB-PARA
007480     END-EVALUATE.
007490     PERFORM READ-GLTB-PARA.

007500 CHECK-GLTB-PARA.
007510     EVALUATE TRUE
007520       WHEN GT-ACCOUNT NOT = WS-AR-ACCOUNT
007530        AND GT-ACCOUNT NOT = WS-UC-ACCOUNT
007540       WHEN GT-PERIOD NOT = WS-GL-PERIOD
007550         ADD 1                       TO WS-TB-OTHER-COUNT
007560       WHEN GT-BALANCE-X NOT NUMERIC
007570         MOVE 'AMT'                  TO WS-RPT-RJ-REASON
007580         PERFORM REJECT-GLTB-PARA
007590       WHEN GT-DRCR NOT = 'DR' AND GT-DRCR NOT = 'CR'
007600         MOVE 'DRCR'                 TO WS-RPT-RJ-REASON
007610         PERFORM REJECT-GLTB-PARA
007620       WHEN GT-CURRENCY = SPACES
007630         MOVE 'CUR'                  TO WS-RPT-RJ-REASON
007640         PERFORM REJECT-GLTB-PARA
007650       WHEN OTHER
007660         ADD 1                       TO WS-TB-USED-COUNT
007670         IF GT-ACCOUNT = WS-AR-ACCOUNT
007680             MOVE 'AR'               TO WS-KEY-LEDGER
007690         ELSE
007700             MOVE 'UC'               TO WS-KEY-LEDGER
007710         END-IF
007720         MOVE GT-CURRENCY            TO WS-KEY-CURRENCY
007730         PERFORM FIND-ENTRY-PARA
007740         IF GT-DRCR = 'DR'
007750             MOVE GT-BALANCE         TO WS-GL-AMOUNT
007760         ELSE
007770             COMPUTE WS-GL-AMOUNT = 0 - GT-BALANCE
007780         END-IF
007790         IF WS-KEY-LEDGER = 'UC'
007800             COMPUTE WS-GL-AMOUNT = 0 - WS-GL-AMOUNT
007810         END-IF
007820         MOVE 'Y'                    TO WS-RC-GL-SW (WS-FOUND-SUB)
007830         ADD WS-GL-AMOUNT
007831                                TO WS-RC-GL-BALANCE (WS-FOUND-SUB)
007840     END-EVALUATE.

007850 REJECT-GLTB-PARA.
007860     ADD 1                           TO WS-TB-REJECT-COUNT.
007870     MOVE GLTB-IN-RECORD             TO WS-RPT-RJ-RECORD.
007880     MOVE WS-RPT-REJECT-LINE         TO WS-PRINT-LINE.
007890     PERFORM WRITE-DETAIL-PARA.

007900******************************************************************
007910* The Reconciliation - AR Entries First, Then UC                 *
007920******************************************************************
007930 RECONCILE-SECTION-PARA.
007940     MOVE 'RECONCILIATION BY LEDGER AND CURRENCY'
007950                                     TO WS-SECTION-TITLE.
007960     MOVE WS-RPT-RECON-HEADING       TO WS-COLUMN-HEADING.
007970     MOVE 99                         TO WS-LINE-CTR.
007980     MOVE 'AR'                       TO WS-KEY-LEDGER.
007990     PERFORM RECONCILE-ENTRY-PARA
008000       VARYING WS-SUB FROM 1 BY 1
008010         UNTIL WS-SUB > WS-ENTRY-COUNT.
008020     MOVE 'UC'                       TO WS-KEY-LEDGER.
008030     PERFORM RECONCILE-ENTRY-PARA
008040       VARYING WS-SUB FROM 1 BY 1
008050         UNTIL WS-SUB > WS-ENTRY-COUNT.
008060     IF WS-ENTRY-COUNT = 0
008070         MOVE 'NO SUBLEDGER ACTIVITY AND NO TRIAL-BALANCE LINES'
008080                                     TO WS-RPT-NONE-TEXT
008090         MOVE WS-RPT-NONE-LINE       TO WS-PRINT-LINE
008100         PERFORM WRITE-DETAIL-PARA
008110     END-IF.

008120 RECONCILE-ENTRY-PARA.
008130     IF WS-RC-LEDGER (WS-SUB) = WS-KEY-LEDGER
008140         PERFORM ROLL-FORWARD-PARA
008150         PERFORM STORE-RESULT-PARA
008160         PERFORM PRINT-ENTRY-PARA
008170     END-IF.

008180*    LAST MONTH'S STORED CLOSING OPENS THE MONTH; THE HISTORY
008190*    RE-SUMMED NOW DIFFERS FROM IT ONLY BY WHAT HAS SINCE BEEN
008200*    POSTED INTO AN ALREADY-RECONCILED MONTH.
008210 ROLL-FORWARD-PARA.
008220     IF WS-RC-HAS-PRIOR (WS-SUB)
008230         MOVE WS-RC-PRIOR-CLOSING (WS-SUB)
008240                                     TO WS-RC-OPENING (WS-SUB)
008250         COMPUTE WS-RC-ADJUSTMENT (WS-SUB) =
008251                 WS-RC-HISTORY (WS-SUB)
008252               - WS-RC-PRIOR-CLOSING (WS-SUB)
008270     ELSE
008280         MOVE WS-RC-HISTORY (WS-SUB) TO WS-RC-OPENING (WS-SUB)
008290         MOVE 0                      TO WS-RC-ADJUSTMENT (WS-SUB)
008300     END-IF.
008310     COMPUTE WS-RC-CLOSING (WS-SUB) =
008320             WS-RC-OPENING (WS-SUB) + WS-RC-ADJUSTMENT (WS-SUB)
008330           + WS-RC-ADDED (WS-SUB)   - WS-RC-CASH (WS-SUB)
008340           - WS-RC-CREDITS (WS-SUB) - WS-RC-WRITEOFFS (WS-SUB).
008350     COMPUTE WS-RC-BREAK (WS-SUB) =
008360             WS-RC-CLOSING (WS-SUB) - WS-RC-GL-BALANCE (WS-SUB).

008370******************************************************************
008380* AR_RECON Row - Insert, Or Update On A Rerun                    *
008390******************************************************************
008400*    A RERUN KEEPS A SIGN-OFF ONLY WHILE THE BREAK IS THE SAME
008410*    AMOUNT THAT WAS SIGNED OFF - A BREAK THAT MOVED IS A NEW ONE.
008420 STORE-RESULT-PARA.
008430     MOVE WS-PERIOD-YEAR             TO ARR-PERIOD-YEAR.
008440     MOVE WS-PERIOD-MONTH            TO ARR-PERIOD-MONTH.
008450     MOVE WS-RC-LEDGER (WS-SUB)      TO ARR-LEDGER-CODE.
008460     MOVE WS-RC-CURRENCY (WS-SUB)    TO ARR-CURRENCY-CODE.
008470     MOVE SPACES                     TO ARR-SIGNOFF-USR.
008480     MOVE SPACES                     TO ARR-SIGNOFF-REASON-TEXT.
008490     EXEC SQL
008500       SELECT RECON_STATUS, BREAK_AMOUNT, SIGNOFF_USR,
008510              SIGNOFF_REASON
008520         INTO :ARR-RECON-STATUS, :WS-OLD-BREAK,
008530              :ARR-SIGNOFF-USR :WS-SIGNOFF-IND,
008540              :ARR-SIGNOFF-REASON :WS-SIGNOFF-IND
008550         FROM DBODEVP.AR_RECON
008560        WHERE PERIOD_YEAR   = :ARR-PERIOD-YEAR
008570          AND PERIOD_MONTH  = :ARR-PERIOD-MONTH
008580          AND LEDGER_CODE   = :ARR-LEDGER-CODE
008590          AND CURRENCY_CODE = :ARR-CURRENCY-CODE
008600     END-EXEC.
008610     EVALUATE SQLCODE
008620       WHEN 0
008630         SET WS-ROW-EXISTS           TO TRUE
008640       WHEN 100
008650         SET WS-ROW-NEW              TO TRUE
008660         MOVE SPACES                 TO ARR-RECON-STATUS
008670       WHEN OTHER
008680         MOVE 'SELECT'               TO EL-ERROR-ACTION
008690         MOVE 'AR_RECON'             TO EL-ERROR-DB2-OBJECT
008700         PERFORM CHECK-SQLCODE-PARA
008710         PERFORM EXIT-PARA
008720     END-EVALUATE.
008730     EVALUATE TRUE
008740       WHEN WS-RC-BREAK (WS-SUB) NOT > WS-TOLERANCE
008750        AND WS-RC-BREAK (WS-SUB) NOT < 0 - WS-TOLERANCE
008760         MOVE 'A'                    TO WS-RC-STATUS (WS-SUB)
008770         ADD 1                       TO WS-AGREED-COUNT
008780       WHEN ARR-BREAK-SIGNED-OFF
008790        AND WS-OLD-BREAK = WS-RC-BREAK (WS-SUB)
008800         MOVE 'S'                    TO WS-RC-STATUS (WS-SUB)
008810         ADD 1                       TO WS-SIGNED-COUNT
008820       WHEN OTHER
008830         MOVE 'B'                    TO WS-RC-STATUS (WS-SUB)
008840         ADD 1                       TO WS-BREAK-COUNT
008850     END-EVALUATE.
008860     MOVE WS-RC-OPENING (WS-SUB)     TO ARR-OPENING-BALANCE.
008870     MOVE WS-RC-ADJUSTMENT (WS-SUB)  TO ARR-ADJUSTMENT-AMOUNT.
008880     MOVE WS-RC-ADDED (WS-SUB)       TO ARR-ADDED-AMOUNT.
008890     MOVE WS-RC-CASH (WS-SUB)        TO ARR-CASH-AMOUNT.
008900     MOVE WS-RC-CREDITS (WS-SUB)     TO ARR-CREDIT-AMOUNT.
008910     MOVE WS-RC-WRITEOFFS (WS-SUB)   TO ARR-WRITEOFF-AMOUNT.
008920     MOVE WS-RC-CLOSING (WS-SUB)     TO ARR-CLOSING-BALANCE.
008930     MOVE WS-RC-GL-BALANCE (WS-SUB)  TO ARR-GL-BALANCE.
008940     MOVE WS-RC-BREAK (WS-SUB)       TO ARR-BREAK-AMOUNT.
008950     MOVE WS-RC-STATUS (WS-SUB)      TO ARR-RECON-STATUS.
008960     IF WS-RC-HAS-GL (WS-SUB)
008970         MOVE 0                      TO WS-GL-IND
008980     ELSE
008990         MOVE -1                     TO WS-GL-IND
009000     END-IF.
009010     IF WS-ROW-EXISTS
009020         PERFORM UPDATE-RESULT-PARA
009030     ELSE
009040         PERFORM INSERT-RESULT-PARA
009050     END-IF.
009060     ADD 1                           TO WS-STORED-COUNT.

009070 INSERT-RESULT-PARA.
009080     EXEC SQL
009090       INSERT INTO DBODEVP.AR_RECON
009100              ( PERIOD_YEAR, PERIOD_MONTH, LEDGER_CODE,
009110                CURRENCY_CODE, OPENING_BALANCE, ADJUSTMENT_AMOUNT,
009120                ADDED_AMOUNT, CASH_AMOUNT, CREDIT_AMOUNT,
009130                WRITEOFF_AMOUNT, CLOSING_BALANCE, GL_BALANCE,
009140                BREAK_AMOUNT, RECON_STATUS, SIGNOFF_USR,
009150                SIGNOFF_REASON, SIGNOFF_DTS, DTS )
009160       VALUES ( :ARR-PERIOD-YEAR, :ARR-PERIOD-MONTH,
009170                :ARR-LEDGER-CODE, :ARR-CURRENCY-CODE,
009180                :ARR-OPENING-BALANCE, :ARR-ADJUSTMENT-AMOUNT,
009190                :ARR-ADDED-AMOUNT, :ARR-CASH-AMOUNT,
009200                :ARR-CREDIT-AMOUNT, :ARR-WRITEOFF-AMOUNT,
009210                :ARR-CLOSING-BALANCE, :ARR-GL-BALANCE :WS-GL-IND,
009220                :ARR-BREAK-AMOUNT, :ARR-RECON-STATUS, NULL,
009230                NULL, NULL, :WS-RUN-DTS )
009240     END-EXEC.
009250     IF SQLCODE NOT = 0
009260         MOVE 'INSERT'               TO EL-ERROR-ACTION
009270         MOVE 'AR_RECON'             TO EL-ERROR-DB2-OBJECT
009280         PERFORM CHECK-SQLCODE-PARA
009290         PERFORM EXIT-PARA
009300     END-IF.

009310 UPDATE-RESULT-PARA.
009320     EXEC SQL
009330       UPDATE DBODEVP.AR_RECON
009340          SET OPENING_BALANCE   = :ARR-OPENING-BALANCE,
009350              ADJUSTMENT_AMOUNT = :ARR-ADJUSTMENT-AMOUNT,
009360              ADDED_AMOUNT      = :ARR-ADDED-AMOUNT,
009370              CASH_AMOUNT       = :ARR-CASH-AMOUNT,
009380              CREDIT_AMOUNT     = :ARR-CREDIT-AMOUNT,
009390              WRITEOFF_AMOUNT   = :ARR-WRITEOFF-AMOUNT,
009400              CLOSING_BALANCE   = :ARR-CLOSING-BALANCE,
009410              GL_BALANCE        = :ARR-GL-BALANCE :WS-GL-IND,
009420              BREAK_AMOUNT      = :ARR-BREAK-AMOUNT,
009430              RECON_STATUS      = :ARR-RECON-STATUS,
009440              DTS               = :WS-RUN-DTS
009450        WHERE PERIOD_YEAR   = :ARR-PERIOD-YEAR
009460          AND PERIOD_MONTH  = :ARR-PERIOD-MONTH
009470          AND LEDGER_CODE   = :ARR-LEDGER-CODE
009480          AND CURRENCY_CODE = :ARR-CURRENCY-CODE
009490     END-EXEC.
009500     IF SQLCODE NOT = 0
009510         MOVE 'UPDATE'               TO EL-ERROR-ACTION
009520         MOVE 'AR_RECON'             TO EL-ERROR-DB2-OBJECT
009530         PERFORM CHECK-SQLCODE-PARA
009540         PERFORM EXIT-PARA
009550     END-IF.
009560     IF NOT ARR-BREAK-SIGNED-OFF
009570         EXEC SQL
009580           UPDATE DBODEVP.AR_RECON
009590              SET SIGNOFF_USR    = NULL,
009600                  SIGNOFF_REASON = NULL,
009610                  SIGNOFF_DTS    = NULL
009620            WHERE PERIOD_YEAR   = :ARR-PERIOD-YEAR
009630              AND PERIOD_MONTH  = :ARR-PERIOD-MONTH
009640              AND LEDGER_CODE   = :ARR-LEDGER-CODE
009650              AND CURRENCY_CODE = :ARR-CURRENCY-CODE
009660         END-EXEC
009670         IF SQLCODE NOT = 0
009680             MOVE 'UPDATE'           TO EL-ERROR-ACTION
009690             MOVE 'AR_RECON'         TO EL-ERROR-DB2-OBJECT
009700             PERFORM CHECK-SQLCODE-PARA
009710             PERFORM EXIT-PARA
009720         END-IF
009730     END-IF.

009740*    A LEDGER/CURRENCY ROW FROM AN EARLIER RUN OF THIS PERIOD THAT
009750*    THIS RUN NO LONGER PRODUCED WOULD OTHERWISE BLOCK THE CLOSE
009760*    FOR GOOD.
009770 PURGE-STALE-ROWS-PARA.
009780     EXEC SQL
009790       DELETE FROM DBODEVP.AR_RECON
009800        WHERE PERIOD_YEAR  = :WS-PERIOD-YEAR
009810          AND PERIOD_MONTH = :WS-PERIOD-MONTH
009820          AND DTS NOT = :WS-RUN-DTS
009830     END-EXEC.
009840     EVALUATE SQLCODE
009850       WHEN 0
009860         MOVE SQLERRD (3)            TO WS-STALE-COUNT
009870       WHEN 100
009880         CONTINUE
009890       WHEN OTHER
009900         MOVE 'DELETE'               TO EL-ERROR-ACTION
009910         MOVE 'AR_RECON'             TO EL-ERROR-DB2-OBJECT
009920         PERFORM CHECK-SQLCODE-PARA
009930         PERFORM EXIT-PARA
009940     END-EVALUATE.

009950******************************************************************
009960* One Ledger/Currency On The Report                              *
009970******************************************************************
009980 PRINT-ENTRY-PARA.
009990     MOVE WS-RC-LEDGER (WS-SUB)      TO WS-RPT-RC-LEDGER.
010000     MOVE WS-RC-CURRENCY (WS-SUB)    TO WS-RPT-RC-CURRENCY.
010010     MOVE WS-RC-OPENING (WS-SUB)     TO WS-RPT-RC-OPENING.
010020     MOVE WS-RC-ADDED (WS-SUB)       TO WS-RPT-RC-ADDED.
010030     MOVE WS-RC-CASH (WS-SUB)        TO WS-RPT-RC-CASH.
010040     MOVE WS-RC-CREDITS (WS-SUB)     TO WS-RPT-RC-CREDITS.
010050     MOVE WS-RC-WRITEOFFS (WS-SUB)   TO WS-RPT-RC-WRITEOFFS.
010060     MOVE WS-RC-CLOSING (WS-SUB)     TO WS-RPT-RC-CLOSING.
010070     IF WS-RC-HAS-GL (WS-SUB)
010080         MOVE WS-RC-GL-BALANCE (WS-SUB) TO WS-RPT-RC-GL
010090     ELSE
010100         MOVE '    NOT ON TB'        TO WS-RPT-RC-GL-X
010110     END-IF.
010120     MOVE WS-RC-BREAK (WS-SUB)       TO WS-RPT-RC-BREAK.
010130     EVALUATE WS-RC-STATUS (WS-SUB)
010140       WHEN 'A'
010150         MOVE 'AGREED'               TO WS-RPT-RC-STATUS
010160       WHEN 'S'
010170         MOVE 'SIGNED OFF'           TO WS-RPT-RC-STATUS
010180       WHEN OTHER
010190         MOVE '*** BREAK'            TO WS-RPT-RC-STATUS
010200     END-EVALUATE.
010210     MOVE SPACES                     TO WS-PRINT-LINE.
010220     PERFORM WRITE-DETAIL-PARA.
010230     MOVE WS-RPT-RECON-LINE          TO WS-PRINT-LINE.
010240     PERFORM WRITE-DETAIL-PARA.
010250     IF WS-RC-ADJUSTMENT (WS-SUB) NOT = 0
010260         MOVE SPACES                 TO WS-RPT-NOTE-LINE
010261         MOVE 'INCLUDES LATER POSTINGS INTO RECONCILED MONTHS'
010280                                     TO WS-RPT-NT-TEXT
010290         MOVE WS-RC-ADJUSTMENT (WS-SUB) TO WS-RPT-NT-AMOUNT
010300         MOVE WS-RPT-NOTE-LINE       TO WS-PRINT-LINE
010310         PERFORM WRITE-DETAIL-PARA
010320     END-IF.
010330     IF WS-RC-STATUS (WS-SUB) = 'S'
010340         MOVE SPACES                 TO WS-RPT-NOTE-LINE
010350         MOVE 'SIGNED OFF BY'        TO WS-RPT-NT-TEXT
010360         MOVE ARR-SIGNOFF-USR        TO WS-RPT-NT-AMOUNT-X
010370         MOVE ARR-SIGNOFF-REASON-TEXT TO WS-RPT-NT-TEXT-2
010380         MOVE WS-RPT-NOTE-LINE       TO WS-PRINT-LINE
010390         PERFORM WRITE-DETAIL-PARA
010400     END-IF.
010410     IF WS-RC-STATUS (WS-SUB) NOT = 'A'
010420         PERFORM LIST-BREAK-DETAIL-PARA
010430     END-IF.

010440*    EVERY TRANSACTION OF THE MONTH BEHIND THE BREAK, THEN THEIR
010450*    NET - WHAT IS LEFT OF THE DIFFERENCE AFTER THAT IS OPENING
010460*    BALANCE, ADJUSTMENT OR THE GL'S SIDE.
010470 LIST-BREAK-DETAIL-PARA.
010480     MOVE WS-RC-LEDGER (WS-SUB)      TO WS-DT-LEDGER.
010490     MOVE WS-RC-CURRENCY (WS-SUB)    TO WS-DT-CURRENCY.
010500     MOVE 0                          TO WS-TXN-COUNT.
010510     MOVE 0                          TO WS-TXN-TOTAL.
010520     EXEC SQL
010530       OPEN BREAK-DETAIL-CSR
010540     END-EXEC.
010550     IF SQLCODE NOT = 0
010560         MOVE 'OPEN  '               TO EL-ERROR-ACTION
010570         MOVE 'INVOICE/PAYMENT'      TO EL-ERROR-DB2-OBJECT
010580         PERFORM CHECK-SQLCODE-PARA
010590         PERFORM EXIT-PARA
010600     END-IF.
010610     PERFORM FETCH-BREAK-DETAIL-PARA
010620       UNTIL SQLCODE = 100.
010630     EXEC SQL
010640       CLOSE BREAK-DETAIL-CSR
010650     END-EXEC.
010660     MOVE SPACES                     TO WS-RPT-NOTE-LINE.
010670     IF WS-TXN-COUNT = 0
010680         MOVE 'NO TRANSACTIONS IN THE PERIOD'
010690                                     TO WS-RPT-NT-TEXT
010700     ELSE
010710         MOVE 'NET OF THE TRANSACTIONS ABOVE'
010720                                     TO WS-RPT-NT-TEXT
010730         MOVE WS-TXN-TOTAL           TO WS-RPT-NT-AMOUNT
010740     END-IF.
010750     MOVE WS-RPT-NOTE-LINE           TO WS-PRINT-LINE.
010760     PERFORM WRITE-DETAIL-PARA.

010770 FETCH-BREAK-DETAIL-PARA.
010780     EXEC SQL
010790       FETCH BREAK-DETAIL-CSR
010800        INTO :WS-DT-TYPE, :WS-DT-DATE, :WS-DT-REF-CODE,
010810             :WS-DT-REF-NO, :WS-DT-REF-SEQ, :WS-DT-AMOUNT
010820     END-EXEC.
010830     EVALUATE SQLCODE
010840       WHEN 0
010850         ADD 1                       TO WS-TXN-COUNT
010860         ADD WS-DT-AMOUNT            TO WS-TXN-TOTAL
010870         PERFORM PRINT-TRANSACTION-PARA
010880       WHEN 100
010890         CONTINUE
010900       WHEN OTHER
010910         MOVE 'FETCH '               TO EL-ERROR-ACTION
010920         MOVE 'INVOICE/PAYMENT'      TO EL-ERROR-DB2-OBJECT
010930         PERFORM CHECK-SQLCODE-PARA
010940         PERFORM EXIT-PARA
010950     END-EVALUATE.

010960 PRINT-TRANSACTION-PARA.
010970     EVALUATE WS-DT-TYPE
010980       WHEN 'I'
010990         MOVE 'INVOICE RAISED'       TO WS-RPT-TX-DESC
011000       WHEN 'C'
011010         MOVE 'CASH RECEIVED'        TO WS-RPT-TX-DESC
011020       WHEN 'R'
011030         MOVE 'REFUND PAID'          TO WS-RPT-TX-DESC
011040       WHEN 'N'
011050         MOVE 'CREDIT NOTE'          TO WS-RPT-TX-DESC
011060       WHEN 'K'
011070         MOVE 'CREDIT ON ACCT APPLIED' TO WS-RPT-TX-DESC
011080       WHEN 'W'
011090         MOVE 'WRITTEN OFF'          TO WS-RPT-TX-DESC
011100       WHEN 'B'
011110         MOVE 'CREDIT BANKED'        TO WS-RPT-TX-DESC
011120       WHEN OTHER
011130         MOVE 'CREDIT APPLIED'       TO WS-RPT-TX-DESC
011140     END-EVALUATE.
011150     MOVE WS-DT-DATE                 TO WS-RPT-TX-DATE.
011160     MOVE WS-DT-REF-CODE             TO WS-RPT-TX-REF-CODE.
011170     MOVE WS-DT-REF-NO               TO WS-RPT-TX-REF-NO.
011180     MOVE WS-DT-REF-SEQ              TO WS-RPT-TX-REF-SEQ.
011190     MOVE WS-DT-AMOUNT               TO WS-RPT-TX-AMOUNT.
011200     MOVE WS-RPT-TXN-LINE            TO WS-PRINT-LINE.
011210     PERFORM WRITE-DETAIL-PARA.

011220******************************************************************
011230* Run Totals And The Close Verdict                               *
011240******************************************************************
011250 WRITE-TOTALS-PARA.
011260     MOVE SPACES                     TO WS-PRINT-LINE.
011270     PERFORM WRITE-DETAIL-PARA.
011280     MOVE 'TRIAL-BALANCE RECORDS READ      :'
011290                                     TO WS-RPT-CN-LABEL.
011300     MOVE WS-TB-READ-COUNT           TO WS-RPT-CN-VALUE.
011310     PERFORM WRITE-COUNT-PARA.
011320     MOVE '  USED                          :'
011330                                     TO WS-RPT-CN-LABEL.
011340     MOVE WS-TB-USED-COUNT           TO WS-RPT-CN-VALUE.
011350     PERFORM WRITE-COUNT-PARA.
011360     MOVE '  OTHER ACCOUNTS/PERIODS        :'
011370                                     TO WS-RPT-CN-LABEL.
011380     MOVE WS-TB-OTHER-COUNT          TO WS-RPT-CN-VALUE.
011390     PERFORM WRITE-COUNT-PARA.
011400     MOVE '  REJECTED                      :'
011410                                     TO WS-RPT-CN-LABEL.
011420     MOVE WS-TB-REJECT-COUNT         TO WS-RPT-CN-VALUE.
011430     PERFORM WRITE-COUNT-PARA.
011440     MOVE 'LEDGERS AGREED                  :'
011450                                     TO WS-RPT-CN-LABEL.
011460     MOVE WS-AGREED-COUNT            TO WS-RPT-CN-VALUE.
011470     PERFORM WRITE-COUNT-PARA.
011480     MOVE 'BREAKS SIGNED OFF               :'
011490                                     TO WS-RPT-CN-LABEL.
011500     MOVE WS-SIGNED-COUNT            TO WS-RPT-CN-VALUE.
011510     PERFORM WRITE-COUNT-PARA.
011520     MOVE 'BREAKS OPEN                     :'
011530                                     TO WS-RPT-CN-LABEL.
011540     MOVE WS-BREAK-COUNT             TO WS-RPT-CN-VALUE.
011550     PERFORM WRITE-COUNT-PARA.
011560     MOVE 'EARLIER ROWS NO LONGER PRODUCED :'
011570                                     TO WS-RPT-CN-LABEL.
011580     MOVE WS-STALE-COUNT             TO WS-RPT-CN-VALUE.
011590     PERFORM WRITE-COUNT-PARA.
011600     MOVE SPACES                     TO WS-PRINT-LINE.
011610     PERFORM WRITE-DETAIL-PARA.
011620     IF WS-BREAK-COUNT = 0
011630         MOVE 'NO OPEN BREAKS - THE PERIOD MAY BE CLOSED'
011640                                     TO WS-RPT-NONE-TEXT
011650     ELSE
011651         MOVE '*** OPEN BREAKS - ETRB024 WILL REFUSE THE CLOSE'
011670                                     TO WS-RPT-NONE-TEXT
011680     END-IF.
011690     MOVE WS-RPT-NONE-LINE           TO WS-PRINT-LINE.
011700     PERFORM WRITE-DETAIL-PARA.

011710 WRITE-COUNT-PARA.
011720     MOVE WS-RPT-COUNT-LINE          TO WS-PRINT-LINE.
011730     PERFORM WRITE-DETAIL-PARA.

011740******************************************************************
011750* Shared Report Paragraphs                                       *
011760******************************************************************
011770 WRITE-HEADING-PARA.
011780     ADD 1                           TO WS-PAGE-NO.
011790     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
011800     WRITE ARREC-RPT-RECORD          FROM WS-RPT-HEADING-1.
011810     MOVE WS-GL-PERIOD               TO WS-RPT-PERIOD.
011820     MOVE WS-SECTION-TITLE           TO WS-RPT-SECTION-TITLE.
011830     WRITE ARREC-RPT-RECORD          FROM WS-RPT-HEADING-2.
011840     WRITE ARREC-RPT-RECORD          FROM WS-RPT-HEADING-3.
011850     MOVE SPACES                     TO ARREC-RPT-RECORD.
011860     WRITE ARREC-RPT-RECORD.
011870     WRITE ARREC-RPT-RECORD          FROM WS-COLUMN-HEADING.
011880     MOVE 5                          TO WS-LINE-CTR.

011890 WRITE-DETAIL-PARA.
011900     IF WS-LINE-CTR > WS-LINES-PER-PAGE
011910         PERFORM WRITE-HEADING-PARA
011920     END-IF.
011930     WRITE ARREC-RPT-RECORD          FROM WS-PRINT-LINE.
011940     ADD 1                           TO WS-LINE-CTR.
011950     ADD 1                           TO WS-DETAIL-COUNT.

011960******************************************************************
011970* Period Close-Status Check                                      *
011980******************************************************************
011990     EXEC SQL
012000       INCLUDE CPPERCL
012010     END-EXEC.

012020******************************************************************
012030* Error Logging                                                  *
012040******************************************************************
012050     EXEC SQL
012060       INCLUDE CPERRBAT
012070     END-EXEC.

012080*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
012090*    OTHERWISE THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER
012100*    OPENED AND NEVER REACHES SQLCODE = 100.
012110 EXIT-PARA.
012120     MOVE 'F'                        TO JRL-RUN-STATUS.
012130     MOVE WS-TB-READ-COUNT           TO JRL-ROWS-READ.
012140     MOVE WS-STORED-COUNT            TO JRL-ROWS-WRITTEN.
012150     PERFORM LOG-JOB-END-PARA.
012160     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
012170     GOBACK.

012180******************************************************************
012190* Run Registry                                                   *
012200******************************************************************
012210     EXEC SQL
012220       INCLUDE CPJOBLOG
012230     END-EXEC.

012240******************************************************************
012250* Inbound File Registry                                          *
012260******************************************************************
012270     EXEC SQL
012280       INCLUDE CPINBREG
012290     END-EXEC.
