000080*  GENERAL-LEDGER JOURNAL FEED (MONTH-END).                       *
000090*  FINANCE RE-KEYED TRAINING INCOME INTO THE GL FROM PRINTED     *
000100*  REPORTS - THE LAST MANUAL REVENUE FEED IN THE SHOP. FOR THE   *
000105*  PRIOR ACCOUNTING PERIOD (FISCAL, OR THE CALENDAR MONTH WHERE  *
000110*  CALENDAR-MONTHS IS SET - SEE CWFISPER) THIS JOB DERIVES       *
000115*  THREE BALANCED                                                *
000120*  JOURNALS:                                                      *
000130*    REVENUE       - FROM ETROP106'S REVENUE_DEFERRAL PERIOD-   *
000131*    RECOGNIZED      TOTAL ('**') ROW, WHICH MUST EXIST - THE   *
000132*                    MEETINGS DELIVERED IN THE MONTH:           *
000133*                    DR RECEIVABLES / CR TRAINING REVENUE       *
000134*                    (INTERNAL-STAFF ENO SEATS EXCLUDED - THEY  *
000135*                    ARE RECHARGED TO DEPARTMENTS BY ETROP85)   *
000136*    DEFERRED      - THE MONTH'S MOVEMENT IN INCOME BILLED      *
000137*    INCOME          AHEAD OF DELIVERY:                         *
000138*                    DR RECEIVABLES / CR DEFERRED INCOME        *
000139*    ACCRUED       - THE MONTH'S MOVEMENT IN INCOME DELIVERED   *
000140*    INCOME          AHEAD OF BILLING:                          *
000141*                    DR ACCRUED INCOME / CR RECEIVABLES         *
000142*                    (SO RECEIVABLES CARRY WHAT WAS BILLED)     *
000170*    CASH RECEIVED - THE REGISTRATION_PAYMENT LEDGER ROWS        *
000180*                    POSTED IN THE MONTH (THE AMOUNT_PAID        *
000190*                    DELTAS, BY CONSTRUCTION):                   *
000200*                    DR CASH / CR RECEIVABLES                    *
000210*    REFUNDS PAID  - REGISTRATION_REFUND ROWS THE BANK CONFIRMED *
000220*                    PAID (ETROP94) WITH A PAID_DATE IN THE      *
000225*                    MONTH - CASH OUT, NOT THE ETROP19 DECISION: *
000230*                    DR REVENUE / CR CASH                        *
000231*    CREDIT NOTES  - ETROP56 CREDIT NOTES RAISED IN THE MONTH -  *
000232*                    A REFUND SETTLED AGAINST THE INVOICE, SO NO *
000233*                    CASH MOVES:                                 *
000234*                    DR REVENUE / CR RECEIVABLES                 *
000235*    VAT INVOICED  - TAX_AMOUNT OVER THE INVOICES RAISED FOR     *
000236*                    THE MONTH (ETROP20 COMPUTES AND CARRIES     *
000237*                    IT):                                         *
000238*                    DR RECEIVABLES / CR VAT LIABILITY           *
000239*    WRITE-OFFS    - THE MONTH'S METHOD-'WO' LEDGER POSTINGS     *
000241*                    (ETROP61'S SMALL-BALANCE RUN - NOT CASH,    *
000243*                    SO THEY ARE EXCLUDED FROM CASH RECEIVED):   *
000245*                    DR WRITE-OFF EXPENSE / CR RECEIVABLES       *
000246*    PARTNER       - ETROP107'S NET BOOKING-PARTNER COMMISSION   *
000247*    COMMISSION      FOR THE MONTH (EARNED LESS CLAWED BACK), SO *
000248*                    ETROP107 RUNS FIRST:                        *
000249*                    DR COMMISSION EXPENSE / CR COMMISSION       *
00024A*                    PAYABLE                                     *
00024B*  EACH JOURNAL IS TWO LINES, SO THE FILE BALANCES BY            *
000250*  CONSTRUCTION - AND THE TOTALS ARE PROVED EQUAL ANYWAY         *
000260*  BEFORE THE TRAILER GOES OUT. GLEXT CARRIES THE CWHDRTRL      *
000270*  HEADER/TRAILER (HASH = SUM OF AMOUNTS); GLRPT IS THE PRINTED  *
000710       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000720       88 WS-FATAL-ERROR                         VALUE 'F'.
000730    05 WS-GL-PERIOD                    PIC X(07).
000740    05 WS-REVENUE-RECOGNIZED           PIC S9(11)V99 COMP-3
000750                                       VALUE 0.
000760    05 WS-DEFERRED-MOVE                PIC S9(11)V99 COMP-3
000761                                       VALUE 0.
000762    05 WS-ACCRUED-MOVE                 PIC S9(11)V99 COMP-3
000763                                       VALUE 0.
000770    05 WS-CASH-RECEIVED                PIC S9(11)V99 COMP-3
000780                                       VALUE 0.
000790    05 WS-CASH-IND                     PIC S9(4) USAGE COMP.
000831    05 WS-WRITEOFFS                    PIC S9(11)V99 COMP-3
000832                                       VALUE 0.
000833    05 WS-WRITEOFF-IND                 PIC S9(4) USAGE COMP.
000834    05 WS-CREDIT-NOTES                 PIC S9(11)V99 COMP-3
000835                                       VALUE 0.
000836    05 WS-CREDIT-NOTE-IND              PIC S9(4) USAGE COMP.
000837    05 WS-COMMISSION-PAYABLE           PIC S9(11)V99 COMP-3
000838                                       VALUE 0.
000839    05 WS-COMMISSION-IND               PIC S9(4) USAGE COMP.
00083A    05 WS-PERIOD-YEAR                  PIC S9(4) USAGE COMP.
00083B    05 WS-PERIOD-MONTH                 PIC S9(4) USAGE COMP.
00083C    05 WS-TOTAL-DR                     PIC S9(11)V99 COMP-3
000840                                       VALUE 0.
000850    05 WS-TOTAL-CR                     PIC S9(11)V99 COMP-3
000860                                       VALUE 0.
000890    05 WS-PAIR-DR-SIDE                 PIC X(02).
000892    05 WS-PAIR-CR-SIDE                 PIC X(02).

000895******************************************************************
000900*  THE ACCOUNT CODES THE LEDGER KNOWS US BY.                     *
000910******************************************************************
000920 01 WS-GL-ACCOUNTS.
000984       '22100000'.
000986    05 WS-ACCT-WRITEOFF-EXP            PIC X(08) VALUE
000988       '61200000'.
000989    05 WS-ACCT-DEFERRED-INCOME         PIC X(08) VALUE
000990       '24100000'.
000991    05 WS-ACCT-ACCRUED-INCOME          PIC X(08) VALUE
000992       '13100000'.
000993    05 WS-ACCT-COMMISSION-EXP          PIC X(08) VALUE
000994       '61300000'.
000995    05 WS-ACCT-COMMISSION-PAY          PIC X(08) VALUE
000996       '21400000'.

000997******************************************************************
001000*  REPORT LINES                                                  *
001010******************************************************************
001020 01 WS-RPT-LINES.
001414     EXEC SQL
001416       INCLUDE CWPERCL
001418     END-EXEC.
00141A*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
00141B     EXEC SQL
00141C       INCLUDE CWFISPER
00141D     END-EXEC.

001420******************************************************************
001430*                     DB2 SECTION                                *
001460       INCLUDE SQLCA
001470     END-EXEC.

001471     EXEC SQL
001472       INCLUDE DCLREVDF
001473     END-EXEC.

001480 01 WS-END                             PIC X(50) VALUE
001490     'ETROP49-WORKING STORAGE SECTION ENDS HERE'.

001550     PERFORM LOG-JOB-START-PARA.

001560     PERFORM GET-PERIOD-PARA.
001570     PERFORM GET-REVENUE-POSITION-PARA.
001580     PERFORM SUM-CASH-RECEIVED-PARA.
001590     PERFORM SUM-REFUNDS-PARA.
001595     PERFORM SUM-VAT-INVOICED-PARA.
001597     PERFORM SUM-WRITEOFFS-PARA.
001598     PERFORM SUM-CREDIT-NOTES-PARA.
001599     PERFORM SUM-COMMISSION-PARA.

001600     OPEN OUTPUT GL-EXT-FILE.
001610     OPEN OUTPUT GL-RPT-FILE.
001620     MOVE 'ETROP49'                  TO HT-PROGRAM-ID.
001623     MOVE 'GLEXT'                    TO HT-INTERFACE-NAME.
001626     MOVE 'GENERAL LEDGER'           TO HT-DESTINATION.
001630     PERFORM BUILD-HEADER-PARA.
001640     MOVE HT-IO-RECORD               TO GL-EXT-RECORD.
001650     WRITE GL-EXT-RECORD.
001680     MOVE SPACES                     TO GL-RPT-RECORD.
001690     WRITE GL-RPT-RECORD.

001700     IF WS-REVENUE-RECOGNIZED NOT = 0
001710       MOVE WS-REVENUE-RECOGNIZED    TO WS-JOURNAL-AMOUNT
001715       PERFORM SET-PAIR-SIDES-PARA
001720       MOVE 'REVENUE RECOGNIZED - MEETINGS' TO GX-DESCRIPTION
001730       PERFORM JOURNAL-PAIR-AR-REV-PARA
001740     END-IF.
001741     IF WS-DEFERRED-MOVE NOT = 0
001742       MOVE WS-DEFERRED-MOVE         TO WS-JOURNAL-AMOUNT
001743       PERFORM SET-PAIR-SIDES-PARA
001744       MOVE 'DEFERRED INCOME MOVEMENT    ' TO GX-DESCRIPTION
001745       PERFORM JOURNAL-PAIR-AR-DEFERRED-PARA
001746     END-IF.
001747     IF WS-ACCRUED-MOVE NOT = 0
001748       MOVE WS-ACCRUED-MOVE          TO WS-JOURNAL-AMOUNT
001749       PERFORM SET-PAIR-SIDES-PARA
001750       MOVE 'ACCRUED INCOME MOVEMENT     ' TO GX-DESCRIPTION
001751       PERFORM JOURNAL-PAIR-ACCRUED-AR-PARA
001752     END-IF.
001755     IF WS-CASH-RECEIVED NOT = 0
001760       MOVE WS-CASH-RECEIVED         TO WS-JOURNAL-AMOUNT
001765       PERFORM SET-PAIR-SIDES-PARA
001770       MOVE 'CASH RECEIVED - PAYMENTS    ' TO GX-DESCRIPTION
001800     IF WS-REFUNDS-ISSUED NOT = 0
001810       MOVE WS-REFUNDS-ISSUED        TO WS-JOURNAL-AMOUNT
001815       PERFORM SET-PAIR-SIDES-PARA
001820       MOVE 'REFUNDS PAID OUT - BANK     ' TO GX-DESCRIPTION
001830       PERFORM JOURNAL-PAIR-REFUND-PARA
001840     END-IF.
001842     IF WS-VAT-INVOICED NOT = 0
001854       MOVE 'SMALL BALANCES WRITTEN OFF  ' TO GX-DESCRIPTION
001855       PERFORM JOURNAL-PAIR-WRITEOFF-PARA
001856     END-IF.
001857     IF WS-CREDIT-NOTES NOT = 0
001858       MOVE WS-CREDIT-NOTES          TO WS-JOURNAL-AMOUNT
001859       PERFORM SET-PAIR-SIDES-PARA
001861       MOVE 'REFUNDS BY CREDIT NOTE      ' TO GX-DESCRIPTION
001862       PERFORM JOURNAL-PAIR-CREDIT-NOTE-PARA
001863     END-IF.
001864     IF WS-COMMISSION-PAYABLE NOT = 0
001865       MOVE WS-COMMISSION-PAYABLE    TO WS-JOURNAL-AMOUNT
001866       PERFORM SET-PAIR-SIDES-PARA
001867       MOVE 'PARTNER COMMISSION PAYABLE  ' TO GX-DESCRIPTION
001868       PERFORM JOURNAL-PAIR-COMMISSION-PARA
001869     END-IF.

00186A     PERFORM PROVE-BALANCE-PARA.
00186B     PERFORM BUILD-TRAILER-PARA.
001870     MOVE HT-IO-RECORD               TO GL-EXT-RECORD.
001880     WRITE GL-EXT-RECORD.
001890     CLOSE GL-EXT-FILE.
001970* Period And The Three Sums                                      *
001980******************************************************************
001990 GET-PERIOD-PARA.
002000     MOVE 'ETROP49'                  TO FP-PROGRAM-ID.
002010     SET FP-PREVIOUS-PERIOD          TO TRUE.
002020     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
002030     IF NOT FP-PERIOD-FOUND
002040       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
002050       PERFORM EXIT-PARA
002060     END-IF.
002070     MOVE FP-PERIOD-LABEL            TO WS-GL-PERIOD.
002080     MOVE FP-PERIOD-YEAR             TO WS-PERIOD-YEAR.
002090     MOVE FP-PERIOD-NO               TO WS-PERIOD-MONTH.
002101*    FINANCE'S CLOSE REGISTER GATES THE FEED - A RESTART THAT
002102*    RE-DERIVED A CLOSED PERIOD PUT A DUPLICATE JOURNAL IN JULY.
002103     MOVE WS-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
002104     MOVE WS-PERIOD-MONTH            TO PCL-PERIOD-MONTH.
002105     PERFORM CHECK-PERIOD-CLOSE-PARA.
002108       PERFORM EXIT-PARA
002109     END-IF.

002110*    WHAT WE EARNED: ETROP106 RECOGNIZES REVENUE MEETING BY
002120*    MEETING AND ROLLS THE DEFERRED AND ACCRUED POSITIONS
002130*    FORWARD - THIS FEED ONLY JOURNALS ITS PERIOD TOTAL. WITH
002132*    NO TOTAL ROW THERE IS NOTHING SAFE TO JOURNAL, SO THE RUN
002134*    STOPS RATHER THAN FEED THE MONTH WITHOUT ITS REVENUE.
002140 GET-REVENUE-POSITION-PARA.
002150     EXEC SQL
002160       SELECT RECOGNIZED_AMOUNT, OPENING_DEFERRED,
002170              CLOSING_DEFERRED, OPENING_ACCRUED, CLOSING_ACCRUED
002180         INTO :RVD-RECOGNIZED-AMOUNT, :RVD-OPENING-DEFERRED,
002190              :RVD-CLOSING-DEFERRED, :RVD-OPENING-ACCRUED,
002200              :RVD-CLOSING-ACCRUED
002210         FROM DBODEVP.REVENUE_DEFERRAL
002220        WHERE PERIOD_YEAR  = :WS-PERIOD-YEAR
002230          AND PERIOD_MONTH = :WS-PERIOD-MONTH
002240          AND SESSION_CATG = '**'
002290     END-EXEC.
002300     EVALUATE SQLCODE
002310       WHEN 0
002312         MOVE RVD-RECOGNIZED-AMOUNT  TO WS-REVENUE-RECOGNIZED
002314         COMPUTE WS-DEFERRED-MOVE = RVD-CLOSING-DEFERRED
002316                                  - RVD-OPENING-DEFERRED
002318         COMPUTE WS-ACCRUED-MOVE  = RVD-CLOSING-ACCRUED
002320                                  - RVD-OPENING-ACCRUED
002322       WHEN 100
002324         DISPLAY 'RUN REFUSED - NO REVENUE POSITION FOR '
002326                 WS-GL-PERIOD ' - RUN ETROP106 FIRST'
002328         PERFORM EXIT-PARA
002330       WHEN OTHER
002340         MOVE 'SELECT'               TO EL-ERROR-ACTION
002350         MOVE 'REVENUE_DEFERRAL'     TO EL-ERROR-DB2-OBJECT
002360         PERFORM CHECK-SQLCODE-PARA
002370         PERFORM EXIT-PARA
002380     END-EVALUATE.

002390*    WHAT CAME IN: THE PAYMENT LEDGER ROWS OF THE MONTH - THE
002400*    AMOUNT_PAID DELTAS BY CONSTRUCTION, REVERSALS INCLUDED.
002430       SELECT SUM(COALESCE(BASE_AMOUNT, PAYMENT_AMOUNT))
002440         INTO :WS-CASH-RECEIVED :WS-CASH-IND
002450         FROM DBODEVP.REGISTRATION_PAYMENT
002468        WHERE PAYMENT_DATE
002486              BETWEEN :FP-START-DATE AND :FP-END-DATE
002505          AND PAYMENT_METHOD NOT IN ('WO', 'CR')
002510     END-EXEC.
002520     IF SQLCODE NOT = 0 OR WS-CASH-IND < 0
002590       PERFORM EXIT-PARA
002600     END-IF.

002602*    REFUNDS ARE CASH OUT WHEN THE BANK SAYS THE MONEY LEFT -
002604*    ETROP94 SETS REFUND_STATUS 'P' AND THE VALUE DATE AS
002606*    PAID_DATE. A DECISION STILL AWAITING APPROVAL OR PAYOUT, OR
002607*    SETTLED BY CREDIT NOTE INSTEAD, IS NOT CASH.
002610 SUM-REFUNDS-PARA.
002620     EXEC SQL
002630       SELECT SUM(REFUND_AMOUNT)
002640         INTO :WS-REFUNDS-ISSUED :WS-REFUND-IND
002650         FROM DBODEVP.REGISTRATION_REFUND
002660        WHERE REFUND_AMOUNT > 0
002665          AND REFUND_STATUS = 'P'
002683          AND PAID_DATE
002701              BETWEEN :FP-START-DATE AND :FP-END-DATE
002720     END-EXEC.
002730     IF SQLCODE NOT = 0 OR WS-REFUND-IND < 0
002740       MOVE 0                        TO WS-REFUNDS-ISSUED
002853       SELECT SUM(COALESCE(BASE_AMOUNT, PAYMENT_AMOUNT))
002854         INTO :WS-WRITEOFFS :WS-WRITEOFF-IND
002855         FROM DBODEVP.REGISTRATION_PAYMENT
002857        WHERE PAYMENT_DATE
002859              BETWEEN :FP-START-DATE AND :FP-END-DATE
002862          AND PAYMENT_METHOD = 'WO'
002863     END-EXEC.
002864     IF SQLCODE NOT = 0 OR WS-WRITEOFF-IND < 0
002872       PERFORM EXIT-PARA
002873     END-IF.

002875*    THE MONTH'S CREDIT NOTES - THE REFUNDS ETROP56 SETTLED
002877*    AGAINST THE INVOICE RATHER THAN PAYING OUT, DATED BY WHEN
002879*    THE NOTE WAS RAISED.
002881 SUM-CREDIT-NOTES-PARA.
002883     EXEC SQL
002884       SELECT SUM(CREDIT_AMOUNT)
002885         INTO :WS-CREDIT-NOTES :WS-CREDIT-NOTE-IND
002886         FROM DBODEVP.CREDIT_NOTE
002888        WHERE DATE(DTS)
002890              BETWEEN :FP-START-DATE AND :FP-END-DATE
002892     END-EXEC.
002893     IF SQLCODE NOT = 0 OR WS-CREDIT-NOTE-IND < 0
002894       MOVE 0                        TO WS-CREDIT-NOTES
002895     END-IF.
002896     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002897       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002898       MOVE 'CREDIT_NOTE'            TO EL-ERROR-DB2-OBJECT
002899       PERFORM CHECK-SQLCODE-PARA
002900       PERFORM EXIT-PARA
002901     END-IF.

002902*    THE MONTH'S NET BOOKING-PARTNER COMMISSION AS ETROP107 LEFT
002903*    IT ON PARTNER_COMMISSION - CLAW-BACKS ARE HELD NEGATIVE, SO
002904*    A MONTH OF MORE CLAW-BACK THAN EARNINGS JOURNALS REVERSED.
002905 SUM-COMMISSION-PARA.
002906     EXEC SQL
002907       SELECT SUM(COMMISSION_AMOUNT)
002908         INTO :WS-COMMISSION-PAYABLE :WS-COMMISSION-IND
002909         FROM DBODEVP.PARTNER_COMMISSION
002910        WHERE PERIOD_YEAR  = :WS-PERIOD-YEAR
002911          AND PERIOD_MONTH = :WS-PERIOD-MONTH
002912     END-EXEC.
002913     IF SQLCODE NOT = 0 OR WS-COMMISSION-IND < 0
002914       MOVE 0                        TO WS-COMMISSION-PAYABLE
002915     END-IF.
002916     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002917       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002918       MOVE 'PARTNER_COMMISSION'     TO EL-ERROR-DB2-OBJECT
002919       PERFORM CHECK-SQLCODE-PARA
002920       PERFORM EXIT-PARA
002921     END-IF.

00292A******************************************************************
00292B* The Balanced Pairs                                             *
00292C******************************************************************
00292D*    SET-PAIR-SIDES-PARA DECIDES WHICH SIDE OF EACH PAIR IS
00292E*    DEBITED. A POSITIVE SUM JOURNALS THE NATURAL WAY ROUND; A
00292F*    NET-NEGATIVE SUM JOURNALS THE ABSOLUTE VALUE WITH THE
00292G*    SIDES FLIPPED, SO THE EXTRACT CARRIES NO SIGNED AMOUNTS.
00292H SET-PAIR-SIDES-PARA.
00292I     IF WS-JOURNAL-AMOUNT < 0
00292J         COMPUTE WS-JOURNAL-AMOUNT = 0 - WS-JOURNAL-AMOUNT
00292K         MOVE 'CR'                   TO WS-PAIR-DR-SIDE
00292L         MOVE 'DR'                   TO WS-PAIR-CR-SIDE
00292M     ELSE
00292N         MOVE 'DR'                   TO WS-PAIR-DR-SIDE
00292O         MOVE 'CR'                   TO WS-PAIR-CR-SIDE
00292P     END-IF.

00292Q JOURNAL-PAIR-AR-REV-PARA.
00292R     MOVE WS-ACCT-RECEIVABLE         TO GX-ACCOUNT.
00292S     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
00292T     PERFORM WRITE-JOURNAL-LINE-PARA.
00292U     MOVE WS-ACCT-REVENUE            TO GX-ACCOUNT.
00292V     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
00292W     PERFORM WRITE-JOURNAL-LINE-PARA.

00292X JOURNAL-PAIR-CASH-AR-PARA.
002930     MOVE WS-ACCT-CASH               TO GX-ACCOUNT.
002940     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
002950     PERFORM WRITE-JOURNAL-LINE-PARA.
002970     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
002980     PERFORM WRITE-JOURNAL-LINE-PARA.

002981 JOURNAL-PAIR-AR-DEFERRED-PARA.
002982     MOVE WS-ACCT-RECEIVABLE         TO GX-ACCOUNT.
002983     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
002984     PERFORM WRITE-JOURNAL-LINE-PARA.
002985     MOVE WS-ACCT-DEFERRED-INCOME    TO GX-ACCOUNT.
002986     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
002987     PERFORM WRITE-JOURNAL-LINE-PARA.

002988 JOURNAL-PAIR-ACCRUED-AR-PARA.
002989     MOVE WS-ACCT-ACCRUED-INCOME     TO GX-ACCOUNT.
002990     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
00299A     PERFORM WRITE-JOURNAL-LINE-PARA.
00299B     MOVE WS-ACCT-RECEIVABLE         TO GX-ACCOUNT.
00299C     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
00299D     PERFORM WRITE-JOURNAL-LINE-PARA.

00299E JOURNAL-PAIR-AR-VAT-PARA.
00299F     MOVE WS-ACCT-RECEIVABLE         TO GX-ACCOUNT.
00299G     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
00299H     PERFORM WRITE-JOURNAL-LINE-PARA.
00299I     MOVE WS-ACCT-VAT-LIABILITY      TO GX-ACCOUNT.
00299J     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
00299K     PERFORM WRITE-JOURNAL-LINE-PARA.

00299L JOURNAL-PAIR-WRITEOFF-PARA.
00299M     MOVE WS-ACCT-WRITEOFF-EXP       TO GX-ACCOUNT.
00299N     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
00299O     PERFORM WRITE-JOURNAL-LINE-PARA.
00299P     MOVE WS-ACCT-RECEIVABLE         TO GX-ACCOUNT.
00299Q     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
00299R     PERFORM WRITE-JOURNAL-LINE-PARA.

00299S JOURNAL-PAIR-REFUND-PARA.
003000     MOVE WS-ACCT-REVENUE            TO GX-ACCOUNT.
003010     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
003020     PERFORM WRITE-JOURNAL-LINE-PARA.
003040     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
003050     PERFORM WRITE-JOURNAL-LINE-PARA.

003051 JOURNAL-PAIR-CREDIT-NOTE-PARA.
003052     MOVE WS-ACCT-REVENUE            TO GX-ACCOUNT.
003053     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
003054     PERFORM WRITE-JOURNAL-LINE-PARA.
003055     MOVE WS-ACCT-RECEIVABLE         TO GX-ACCOUNT.
003056     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
003057     PERFORM WRITE-JOURNAL-LINE-PARA.

003058 JOURNAL-PAIR-COMMISSION-PARA.
00305B     MOVE WS-ACCT-COMMISSION-EXP     TO GX-ACCOUNT.
00305C     MOVE WS-PAIR-DR-SIDE            TO GX-DRCR.
00305D     PERFORM WRITE-JOURNAL-LINE-PARA.
00305E     MOVE WS-ACCT-COMMISSION-PAY     TO GX-ACCOUNT.
00305F     MOVE WS-PAIR-CR-SIDE            TO GX-DRCR.
00305G     PERFORM WRITE-JOURNAL-LINE-PARA.

003060******************************************************************
003070* One Journal Line - FILE, REGISTER, TOTALS, HASH.               *
003080******************************************************************
