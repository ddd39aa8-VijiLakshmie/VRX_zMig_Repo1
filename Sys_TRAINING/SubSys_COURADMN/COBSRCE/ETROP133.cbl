000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP133.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  DIRECT-DEBIT UNPAID RETURNS.                                  *
000090*  ETROP132 POSTS EACH DIRECT-DEBIT COLLECTION TO THE LEDGER AS  *
000100*  IT GOES TO THE BANK. THE BANK SENDS BACK AN UNPAID FILE       *
000110*  (DDRETIN) - ONE RECORD PER COLLECTION IT COULD NOT TAKE,      *
000120*  QUOTING OUR 'DDC' COLLECTION REFERENCE, THE MANDATE, THE      *
000130*  AMOUNT AND THE BANK'S REASON CODE. FOR EACH ONE THIS JOB:     *
000140*    1. REVERSES THE 'DD' LEDGER ROW THROUGH ETRB028 AS A        *
000150*       RETURNED ITEM ('RI'), SO AMOUNT_PAID FALLS BACK AND THE  *
000160*       INSTALMENT SHOWS AS MISSED TO ETROP54 AND THE DUNNING    *
000170*       RUN                                                      *
000180*    2. MARKS THE COLLECTION RETURNED ('R') WITH THE BANK'S      *
000190*       REASON AND DATE                                          *
000200*    3. FLAGS THE MANDATE - CANCELLED ('C') WHEN THE REASON SAYS *
000210*       THE INSTRUCTION OR ACCOUNT IS GONE, OTHERWISE SUSPENDED  *
000220*       ('S', REFER TO PAYER) SO NOTHING MORE IS COLLECTED UNTIL *
000230*       FINANCE HAS SPOKEN TO THE PAYER AND REINSTATED IT        *
000240*       THROUGH ETRB036                                          *
000250*  A RETURN FOR AN UNKNOWN COLLECTION, FOR A DIFFERENT AMOUNT OR *
000260*  MANDATE THAN WE SUBMITTED, OR FOR ONE NOT AT 'S' IS NOT       *
000270*  APPLIED - IT GOES ON THE DDRETRPT REPORT AS AN EXCEPTION. THE *
000280*  REPORT ENDS WITH THE SUSPENDED MANDATES WORKLIST. THE BANK'S  *
000290*  HDR AND TRL RECORDS ARE SKIPPED.                              *
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
000370     SELECT DDRET-IN-FILE   ASSIGN TO DDRETIN
000380            ORGANIZATION  IS LINE SEQUENTIAL.
000390     SELECT DDRET-RPT-FILE  ASSIGN TO DDRETRPT
000400            ORGANIZATION  IS LINE SEQUENTIAL.
000403     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000406            ORGANIZATION  IS LINE SEQUENTIAL.

000410 DATA DIVISION.
000420 FILE SECTION.
000430*    THE BANK'S UNPAID REASON CODES: '0' REFER TO PAYER (NOT
000440*    ENOUGH FUNDS AND THE LIKE); '1' INSTRUCTION CANCELLED BY THE
000450*    PAYER, '2' PAYER DECEASED, '3' ACCOUNT TRANSFERRED, '5' NO
000460*    ACCOUNT, '6' NO INSTRUCTION, 'B' ACCOUNT CLOSED - THE
000470*    MANDATE CANNOT BE USED AGAIN. ANY OTHER CODE IS TREATED AS
000480*    REFER TO PAYER.
000490 FD  DDRET-IN-FILE
000500     RECORD CONTAINS 100 CHARACTERS.
000510 01  DDRET-IN-RECORD.
000520     05 DR-REASON-CODE               PIC X(04).
000530        88 DR-MANDATE-ENDED                    VALUE '1' '2'
000540                                               '3' '5' '6' 'B'.
000550     05 FILLER                       PIC X(01).
000560     05 DR-COLLECT-REF.
000570        10 DR-REF-PREFIX             PIC X(03).
000580        10 DR-REF-COLLECTION-NO      PIC 9(09).
000590        10 DR-REF-COLLECTION-NO-X REDEFINES DR-REF-COLLECTION-NO
000600                                     PIC X(09).
000610     05 DR-MANDATE-REF               PIC X(18).
000620     05 DR-AMOUNT                    PIC 9(09)V99.
000630     05 DR-AMOUNT-X REDEFINES DR-AMOUNT
000640                                     PIC X(11).
000650     05 DR-RETURN-DATE.
000660        10 DR-RD-YEAR                PIC X(04).
000670        10 DR-RD-DASH-1              PIC X(01).
000680        10 DR-RD-MONTH               PIC X(02).
000690        10 DR-RD-DASH-2              PIC X(01).
000700        10 DR-RD-DAY                 PIC X(02).
000710     05 DR-REASON-TEXT               PIC X(30).
000720     05 FILLER                       PIC X(14).
000730 01  DDRET-CONTROL-RECORD REDEFINES DDRET-IN-RECORD.
000740     05 DR-REC-TYPE                  PIC X(03).
000750     05 FILLER                       PIC X(97).
000760 FD  DDRET-RPT-FILE
000770     RECORD CONTAINS 132 CHARACTERS.
000780 01  DDRET-RPT-RECORD                PIC X(132).
000782 FD  INBOUND-OVRD-FILE
000784     RECORD CONTAINS 80 CHARACTERS.
000786 01  INBOUND-OVRD-RECORD             PIC X(80).

000790 WORKING-STORAGE SECTION.

000800 01 WS-BEGIN                          PIC  X(36) VALUE
000810     'ETROP133 WORKING STORAGE STARTS HERE'.

000820******************************************************************
000830*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000840******************************************************************
000850 01 WS-VARIABLES.
000860    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000870       88 WS-NO-ERROR                            VALUE SPACES.
000880       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000890       88 WS-FATAL-ERROR                         VALUE 'F'.
000900    05 WS-DDRET-EOF-SW                 PIC X(01) VALUE SPACES.
000910       88 WS-DDRET-EOF                           VALUE 'E'.
000920    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000930    05 WS-RETURNED-COUNT               PIC S9(9) COMP VALUE 0.
000940    05 WS-SUSPENDED-COUNT              PIC S9(9) COMP VALUE 0.
000950    05 WS-CANCELLED-COUNT              PIC S9(9) COMP VALUE 0.
000960    05 WS-EXCEPTION-COUNT              PIC S9(9) COMP VALUE 0.
000970    05 WS-WORKLIST-COUNT               PIC S9(9) COMP VALUE 0.
000980    05 WS-RETURNED-TOTAL               PIC S9(9)V99 COMP-3
000990                                       VALUE 0.
001000    05 WS-ITEM-AMOUNT                  PIC S9(9)V99 COMP-3.
001010    05 WS-RETURN-DATE                  PIC X(10).
001020    05 WS-NEW-MANDATE-STATUS           PIC X(01).
001030    05 WS-PAYMENT-SEQ                  PIC S9(4) USAGE COMP.
001040    05 WS-OPEN-AMOUNT                  PIC S9(7)V99 COMP-3.
001050*    THE BANK AND LEDGER REFERENCE IS 'DDC' AND THE COLLECTION
001060*    NUMBER.
001070    05 WS-COLLECT-REF.
001080       10 FILLER                       PIC X(03) VALUE 'DDC'.
001090       10 WS-COLLECT-REF-NO            PIC 9(09).

001100*    ONE SUSPENDED MANDATE AS THE WORKLIST CURSOR HANDS IT BACK.
001110 01 WS-SUSPENDED-MANDATE.
001120    05 WS-SM-PAYER.
001130       49 WS-SM-PAYER-LEN              PIC S9(4) USAGE COMP.
001140       49 WS-SM-PAYER-TEXT             PIC X(120).

001150*    ETRB028-PARM IS THE PARM PASSED TO THE SHARED PAYMENT
001160*    REVERSAL SERVICE FOR EACH RETURN APPLIED.
001170 01 WS-ETRB028-PARM.
001180    05 WS-RV-SESSION-CATG              PIC X(2).
001190    05 WS-RV-SESSION-ID                PIC S9(9) USAGE COMP.
001200    05 WS-RV-EMAIL-ADDR                PIC X(120).
001210    05 WS-RV-ORIG-PAYMENT-SEQ          PIC S9(4) USAGE COMP.
001220    05 WS-RV-REVERSAL-DATE             PIC X(10).
001230    05 WS-RV-REVERSAL-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
001240    05 WS-RV-REVERSAL-REASON           PIC X(2).
001250    05 WS-RV-REVERSAL-REF              PIC X(30).
001260    05 WS-RV-AUTH-USR-ID               PIC X(8).
001270    05 WS-RV-RETURN-CODE               PIC X(1).
001280       88 WS-RV-REVERSE-OK                       VALUE '0'.
001290       88 WS-RV-NOT-FOUND                        VALUE 'N'.
001300       88 WS-RV-INELIGIBLE                       VALUE 'I'.
001310       88 WS-RV-ALREADY-DONE                     VALUE 'A'.
001320       88 WS-RV-EXCEEDS                          VALUE 'E'.
001330       88 WS-RV-BAD-DATE                         VALUE 'D'.
001340       88 WS-RV-BAD-INPUT                        VALUE 'Z'.
001350       88 WS-RV-UNAUTHORIZED                     VALUE 'X'.
001360       88 WS-RV-FAILED                           VALUE '9'.
001370       88 WS-RV-QUIESCED                         VALUE 'Q'.
001380    05 WS-RV-REVERSAL-SEQ              PIC S9(4) USAGE COMP.
001390    05 WS-RV-REVERSED-BASE             PIC S9(7)V99 USAGE COMP-3.
001400    05 WS-RV-ORIG-RECON-SW             PIC X(1).
001410       88 WS-RV-ORIG-RECONCILED                  VALUE 'Y'.
001420    05 WS-RV-ORIG-RECON-DATE           PIC X(10).
001430    05 WS-RV-ORIG-RECON-REF            PIC X(30).

001440******************************************************************
001450*  RETURNS REPORT AND WORKLIST LINES                             *
001460******************************************************************
001470 01 WS-RPT-LINES.
001480    05 WS-HDG-LINE.
001490       10 FILLER                       PIC X(44) VALUE
001500          'DIRECT-DEBIT UNPAID RETURNS'.
001510       10 FILLER                       PIC X(88) VALUE SPACES.
001520    05 WS-WKL-HDG-LINE.
001530       10 FILLER                       PIC X(44) VALUE
001540          'SUSPENDED MANDATES WORKLIST - CONTACT THE PA'.
001550       10 FILLER                       PIC X(44) VALUE
001560          'YER AND REINSTATE OR CANCEL THROUGH ETRB036'.
001570       10 FILLER                       PIC X(44) VALUE SPACES.
001580    05 WS-COL-LINE.
001590       10 FILLER                       PIC X(44) VALUE
001600          'RESULT           COLLECT REF   REGISTRATION '.
001610       10 FILLER                       PIC X(44) VALUE
001620          ' EMAIL                           AMOUNT  DAT'.
001630       10 FILLER                       PIC X(44) VALUE
001640          'E        BANK UNPAID REASON'.
001650    05 WS-DTL-LINE.
001660       10 WS-DT-RESULT                 PIC X(16).
001670       10 FILLER                       PIC X(01) VALUE SPACES.
001680       10 WS-DT-COLLECT-REF            PIC X(12).
001690       10 FILLER                       PIC X(02) VALUE SPACES.
001700       10 WS-DT-CATG                   PIC X(02).
001710       10 WS-DT-SLASH                  PIC X(01).
001720       10 WS-DT-SESSION-ID             PIC Z(8)9.
001730       10 FILLER                       PIC X(02) VALUE SPACES.
001740       10 WS-DT-EMAIL                  PIC X(25).
001750       10 FILLER                       PIC X(01) VALUE SPACES.
001760       10 WS-DT-AMOUNT                 PIC X(12).
001770       10 FILLER                       PIC X(02) VALUE SPACES.
001780       10 WS-DT-DATE                   PIC X(10).
001790       10 FILLER                       PIC X(02) VALUE SPACES.
001800       10 WS-DT-REASON-CODE            PIC X(04).
001810       10 FILLER                       PIC X(01) VALUE SPACES.
001820       10 WS-DT-REASON-TEXT            PIC X(30).
001830    05 WS-WKL-COL-LINE.
001840       10 FILLER                       PIC X(44) VALUE
001850          'MANDATE REF         PAYER - ORG CODE OR REGI'.
001860       10 FILLER                       PIC X(44) VALUE
001870          'STRANT EMAIL                                '.
001880       10 FILLER                       PIC X(44) VALUE
001890          '    RETURNED    REASON'.
001900    05 WS-WKL-LINE.
001910       10 WS-WK-MANDATE-REF            PIC X(18).
001920       10 FILLER                       PIC X(02) VALUE SPACES.
001930       10 WS-WK-PAYER                  PIC X(70).
001940       10 FILLER                       PIC X(02) VALUE SPACES.
001950       10 WS-WK-RETURN-DATE            PIC X(10).
001960       10 FILLER                       PIC X(02) VALUE SPACES.
001970       10 WS-WK-RETURN-CODE            PIC X(04).
001980       10 FILLER                       PIC X(24) VALUE SPACES.
001990    05 WS-CNT-LINE.
002000       10 WS-CN-LABEL                  PIC X(30).
002010       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002020       10 FILLER                       PIC X(91) VALUE SPACES.
002030    05 WS-AMT-LINE.
002040       10 WS-AM-LABEL                  PIC X(30).
002050       10 WS-AM-AMOUNT                 PIC X(12).
002060       10 FILLER                       PIC X(90) VALUE SPACES.

002070******************************************************************
002080* Copybook Includes.                                             *
002090******************************************************************
002100     EXEC SQL
002110       INCLUDE CWERRLOG
002120     END-EXEC.

002130*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002140     EXEC SQL
002150       INCLUDE CWJOBLOG
002160     END-EXEC.

002161*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
002162     EXEC SQL
002163       INCLUDE CWINBREG
002164     END-EXEC.

002170*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
002180     EXEC SQL
002190       INCLUDE CWAMTEDT
002200     END-EXEC.

002210******************************************************************
002220*                     DB2 SECTION                                *
002230******************************************************************
002240     EXEC SQL
002250       INCLUDE SQLCA
002260     END-EXEC.

002270*    DIRECT-DEBIT MANDATES AND COLLECTIONS - SEE DCLDDMND AND
002280*    DCLDDCOL.
002290     EXEC SQL
002300       INCLUDE DCLDDMND
002310     END-EXEC.

002320     EXEC SQL
002330       INCLUDE DCLDDCOL
002340     END-EXEC.

002350******************************************************************
002360*  THE SUSPENDED MANDATES WORKLIST - EVERY MANDATE AN UNPAID     *
002370*  RETURN HAS STOPPED THAT NOBODY HAS YET REINSTATED OR          *
002380*  CANCELLED, LONGEST-WAITING FIRST.                             *
002390******************************************************************
002400     EXEC SQL DECLARE SUSPENDED-MANDATES CURSOR
002410      FOR
002420      SELECT MANDATE_REF,
002430             COALESCE(EMAIL_ADDR, ORG_CODE),
002440             COALESCE(CHAR(LAST_RETURN_DATE, ISO), ' '),
002450             COALESCE(LAST_RETURN_CODE, ' ')
002460        FROM DBODEVP.DIRECT_DEBIT_MANDATE
002470       WHERE MANDATE_STATUS = 'S'
002480       ORDER BY LAST_RETURN_DATE, MANDATE_REF
002490     END-EXEC.

002500 01 WS-END                             PIC X(50) VALUE
002510     'ETROP133-WORKING STORAGE SECTION ENDS HERE'.

002520 PROCEDURE DIVISION.

002530 MAIN-LOGIC-PARA.

002540     MOVE 'ETROP133'                   TO EL-ERROR-MODULE.
002550     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002560     MOVE 'ETROP133'                   TO JRL-PROGRAM-ID.
002570     PERFORM LOG-JOB-START-PARA.

002580     OPEN INPUT  DDRET-IN-FILE.
002590     OPEN OUTPUT DDRET-RPT-FILE.
002600     WRITE DDRET-RPT-RECORD          FROM WS-HDG-LINE.
002610     MOVE SPACES                     TO DDRET-RPT-RECORD.
002620     WRITE DDRET-RPT-RECORD.
002630     WRITE DDRET-RPT-RECORD          FROM WS-COL-LINE.

002640     PERFORM READ-DDRET-PARA.
002644     PERFORM REGISTER-DDRET-FILE-PARA.
002650     PERFORM APPLY-ONE-RETURN-PARA
002660       UNTIL WS-DDRET-EOF.
002670     CLOSE DDRET-IN-FILE.

002680     PERFORM WRITE-TOTALS-PARA.
002690     PERFORM WRITE-WORKLIST-PARA.
002700     CLOSE DDRET-RPT-FILE.

002710     DISPLAY 'RETURNS READ         : ' WS-READ-COUNT.
002720     DISPLAY 'RETURNS APPLIED      : ' WS-RETURNED-COUNT.
002730     DISPLAY 'MANDATES SUSPENDED   : ' WS-SUSPENDED-COUNT.
002740     DISPLAY 'MANDATES CANCELLED   : ' WS-CANCELLED-COUNT.
002750     DISPLAY 'EXCEPTIONS           : ' WS-EXCEPTION-COUNT.
002760     DISPLAY 'ON SUSPENDED WORKLIST: ' WS-WORKLIST-COUNT.
002763     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
002766     PERFORM COMPLETE-INBOUND-PARA.
002770     MOVE 'C'                        TO JRL-RUN-STATUS.
002780     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002790     MOVE WS-RETURNED-COUNT          TO JRL-ROWS-WRITTEN.
002800     MOVE WS-RETURNED-COUNT          TO JRL-ROWS-UPDATED.
002810     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
002820     PERFORM LOG-JOB-END-PARA.
002830     GOBACK.

002840******************************************************************
002850* Bank Unpaid File                                               *
002860******************************************************************
002870 READ-DDRET-PARA.
002880     READ DDRET-IN-FILE
002890       AT END SET WS-DDRET-EOF       TO TRUE
002900     END-READ.

00290A*    REGISTERED BEFORE ANY MONEY MOVES - SEE CWINBREG.
00290B REGISTER-DDRET-FILE-PARA.
00290C     MOVE 'DDRETIN'                  TO IB-INTERFACE-NAME.
00290D     MOVE 'ETROP133'                 TO IB-PROGRAM-ID.
00290E     MOVE SPACES                     TO IB-IO-RECORD.
00290F     IF NOT WS-DDRET-EOF
00290G       MOVE DDRET-IN-RECORD          TO IB-IO-RECORD
00290H     END-IF.
00290I     PERFORM REGISTER-INBOUND-PARA.
00290J     IF IB-FILE-REFUSED
00290K       PERFORM EXIT-PARA
00290L     END-IF.
00290M     IF IB-RG-HEADER-OK
00290N       PERFORM READ-DDRET-PARA
00290O     END-IF.

002910*    THE FILE COMES FROM THE BANK - EVERY ZONE IS CHECKED BEFORE
002920*    ANYTHING IS REVERSED, AND ONE BAD RECORD EXCEPTIONS RATHER
002930*    THAN ABENDING THE RUN.
002940 APPLY-ONE-RETURN-PARA.
002950     EVALUATE TRUE
002960       WHEN DR-REC-TYPE = 'HDR'
002970       WHEN DR-REC-TYPE = 'TRL'
002980         CONTINUE
002990       WHEN OTHER
003000         ADD 1                       TO WS-READ-COUNT
003010         PERFORM CHECK-RETURN-PARA
003020     END-EVALUATE.
003030     PERFORM READ-DDRET-PARA.

003040 CHECK-RETURN-PARA.
003050     MOVE SPACES                     TO WS-DT-CATG.
003060     MOVE SPACES                     TO WS-DT-SLASH.
003070     MOVE 0                          TO WS-DT-SESSION-ID.
003080     MOVE SPACES                     TO WS-DT-EMAIL.
003090     MOVE DR-COLLECT-REF             TO WS-DT-COLLECT-REF.
003100     MOVE DR-RETURN-DATE             TO WS-DT-DATE.
003110     MOVE DR-REASON-CODE             TO WS-DT-REASON-CODE.
003120     MOVE DR-REASON-TEXT             TO WS-DT-REASON-TEXT.
003130     IF DR-AMOUNT-X NUMERIC
003140       MOVE DR-AMOUNT                TO WS-ITEM-AMOUNT
003150     ELSE
003160       MOVE 0                        TO WS-ITEM-AMOUNT
003170     END-IF.
003180     EVALUATE TRUE
003190       WHEN DR-AMOUNT-X NOT NUMERIC
003200        OR DR-REF-PREFIX NOT = 'DDC'
003210        OR DR-REF-COLLECTION-NO-X NOT NUMERIC
003220        OR DR-REASON-CODE = SPACES
003230         MOVE 'BAD RECORD      '     TO WS-DT-RESULT
003240         PERFORM WRITE-EXCEPTION-PARA
003250       WHEN DR-RD-YEAR  NOT NUMERIC
003260        OR DR-RD-MONTH NOT NUMERIC
003270        OR DR-RD-DAY   NOT NUMERIC
003280        OR DR-RD-DASH-1 NOT = '-'
003290        OR DR-RD-DASH-2 NOT = '-'
003300         MOVE 'BAD RETURN DATE '     TO WS-DT-RESULT
003310         PERFORM WRITE-EXCEPTION-PARA
003320       WHEN OTHER
003330         PERFORM FIND-COLLECTION-PARA
003340     END-EVALUATE.

003350******************************************************************
003360* Matching The Collection                                        *
003370******************************************************************
003380 FIND-COLLECTION-PARA.
003390     MOVE DR-REF-COLLECTION-NO       TO DDC-COLLECTION-NO.
003400     EXEC SQL
003410       SELECT MANDATE_REF, SESSION_CATG, SESSION_ID,
003420              EMAIL_ADDR, COLLECT_AMOUNT, COLLECT_STATUS
003430         INTO :DDC-MANDATE-REF,  :DDC-SESSION-CATG,
003440              :DDC-SESSION-ID,   :DDC-EMAIL-ADDR,
003450              :DDC-COLLECT-AMOUNT, :DDC-COLLECT-STATUS
003460         FROM DBODEVP.DIRECT_DEBIT_COLLECTION
003470        WHERE COLLECTION_NO = :DDC-COLLECTION-NO
003480     END-EXEC.
003490     EVALUATE SQLCODE
003500       WHEN 0
003510         MOVE DDC-SESSION-CATG       TO WS-DT-CATG
003520         MOVE '/'                    TO WS-DT-SLASH
003530         MOVE DDC-SESSION-ID         TO WS-DT-SESSION-ID
003540         MOVE DDC-EMAIL-ADDR-TEXT    TO WS-DT-EMAIL
003550         PERFORM MATCH-STATUS-PARA
003560       WHEN 100
003570         MOVE 'NO SUCH COLLECT '     TO WS-DT-RESULT
003580         PERFORM WRITE-EXCEPTION-PARA
003590       WHEN OTHER
003600         MOVE 'SELECT'               TO EL-ERROR-ACTION
003610         MOVE 'DIRECT_DEBIT_COLLECTION' TO EL-ERROR-DB2-OBJECT
003620         PERFORM CHECK-SQLCODE-PARA
003630         PERFORM EXIT-PARA
003640     END-EVALUATE.

003650*    THE BANK MUST BE RETURNING EXACTLY WHAT WE SUBMITTED, UNDER
003660*    THE MANDATE WE SUBMITTED IT ON; A RETURN THAT REPEATS ONE
003670*    ALREADY APPLIED IS SHOWN BUT CHANGES NOTHING.
003680 MATCH-STATUS-PARA.
003690     EVALUATE TRUE
003700       WHEN WS-ITEM-AMOUNT NOT = DDC-COLLECT-AMOUNT
003710         MOVE 'AMOUNT MISMATCH '     TO WS-DT-RESULT
003720         PERFORM WRITE-EXCEPTION-PARA
003730       WHEN DR-MANDATE-REF NOT = DDC-MANDATE-REF
003740         MOVE 'MANDATE MISMATCH'     TO WS-DT-RESULT
003750         PERFORM WRITE-EXCEPTION-PARA
003760       WHEN DDC-STATUS-RETURNED
003770         MOVE 'ALREADY RETURNED'     TO WS-DT-RESULT
003780         PERFORM WRITE-EXCEPTION-PARA
003790       WHEN NOT DDC-STATUS-SUBMITTED
003800         MOVE 'NOT SUBMITTED   '     TO WS-DT-RESULT
003810         PERFORM WRITE-EXCEPTION-PARA
003820       WHEN OTHER
003830         PERFORM FIND-LEDGER-ROW-PARA
003840     END-EVALUATE.

003850*    THE 'DD' ROW ETROP132 POSTED CARRIES THE COLLECTION
003860*    REFERENCE; WHAT IS STILL OPEN ON IT IS THE ORIGINAL LESS
003870*    ANY REVERSAL ALREADY POSTED AGAINST IT, AS ETROP92 FINDS IT.
003880 FIND-LEDGER-ROW-PARA.
003890     MOVE DDC-COLLECTION-NO          TO WS-COLLECT-REF-NO.
003900     EXEC SQL
003910       SELECT P.PAYMENT_SEQ,
003920              P.PAYMENT_AMOUNT +
003930              COALESCE((SELECT SUM(V.PAYMENT_AMOUNT)
003940                          FROM DBODEVP.REGISTRATION_PAYMENT V
003950                         WHERE V.SESSION_CATG = P.SESSION_CATG
003960                           AND V.SESSION_ID   = P.SESSION_ID
003970                           AND V.EMAIL_ADDR   = P.EMAIL_ADDR
003980                           AND V.REVERSES_SEQ = P.PAYMENT_SEQ),
003990                       0)
004000         INTO :WS-PAYMENT-SEQ,
004010              :WS-OPEN-AMOUNT
004020         FROM DBODEVP.REGISTRATION_PAYMENT P
004030        WHERE P.SESSION_CATG    = :DDC-SESSION-CATG
004040          AND P.SESSION_ID      = :DDC-SESSION-ID
004050          AND P.EMAIL_ADDR      = :DDC-EMAIL-ADDR
004060          AND P.PAYMENT_REF     = :WS-COLLECT-REF
004070          AND P.PAYMENT_METHOD  = 'DD'
004080          AND P.REVERSES_SEQ   IS NULL
004090     END-EXEC.
004100     EVALUATE TRUE
004110       WHEN SQLCODE = 100
004120         MOVE 'NO LEDGER ROW   '     TO WS-DT-RESULT
004130         PERFORM WRITE-EXCEPTION-PARA
004140       WHEN SQLCODE NOT = 0
004150         MOVE 'SELECT'               TO EL-ERROR-ACTION
004160         MOVE 'REGISTRATION_PAYMENT' TO EL-ERROR-DB2-OBJECT
004170         PERFORM CHECK-SQLCODE-PARA
004180         PERFORM EXIT-PARA
004190       WHEN WS-OPEN-AMOUNT NOT > 0
004200         MOVE 'ALREADY REVERSED'     TO WS-DT-RESULT
004210         PERFORM WRITE-EXCEPTION-PARA
004220       WHEN OTHER
004230         PERFORM REVERSE-COLLECTION-PARA
004240     END-EVALUATE.

004250******************************************************************
004260* Reversal                                                       *
004270******************************************************************
004280*    AMOUNT 0 ASKS ETRB028 FOR EVERYTHING STILL OPEN ON THE ROW.
004290*    A REVERSAL THE SERVICE REFUSES LEAVES THE COLLECTION AT 'S'
004300*    FOR THE FILE TO BE RERUN ONCE THE CAUSE IS PUT RIGHT.
004310 REVERSE-COLLECTION-PARA.
004320     MOVE DDC-SESSION-CATG           TO WS-RV-SESSION-CATG.
004330     MOVE DDC-SESSION-ID             TO WS-RV-SESSION-ID.
004340     MOVE DDC-EMAIL-ADDR-TEXT        TO WS-RV-EMAIL-ADDR.
004350     MOVE WS-PAYMENT-SEQ             TO WS-RV-ORIG-PAYMENT-SEQ.
004360     MOVE DR-RETURN-DATE             TO WS-RV-REVERSAL-DATE.
004370     MOVE 0                          TO WS-RV-REVERSAL-AMOUNT.
004380     MOVE 'RI'                       TO WS-RV-REVERSAL-REASON.
004390     MOVE WS-COLLECT-REF             TO WS-RV-REVERSAL-REF.
004400     MOVE 'BATCH   '                 TO WS-RV-AUTH-USR-ID.
004410     CALL 'ETRB028' USING WS-ETRB028-PARM.
004420     EVALUATE TRUE
004430       WHEN WS-RV-REVERSE-OK
004440         PERFORM MARK-RETURNED-PARA
004450         PERFORM FLAG-MANDATE-PARA
004460       WHEN WS-RV-ALREADY-DONE
004470         MOVE 'ALREADY REVERSED'     TO WS-DT-RESULT
004480         PERFORM WRITE-EXCEPTION-PARA
004490       WHEN WS-RV-BAD-DATE
004500         MOVE 'BAD RETURN DATE '     TO WS-DT-RESULT
004510         PERFORM WRITE-EXCEPTION-PARA
004520       WHEN OTHER
004530         DISPLAY ' REVERSAL BOUNCED, RC: ' WS-RV-RETURN-CODE
004540         MOVE 'REVERSAL FAILED '     TO WS-DT-RESULT
004550         PERFORM WRITE-EXCEPTION-PARA
004560     END-EVALUATE.

004570*    THE LEDGER IS ALREADY REVERSED, SO A COLLECTION THAT CANNOT
004580*    BE MARKED RETURNED ENDS THE RUN RATHER THAN LEAVE IT LOOKING
004590*    COLLECTED.
004600 MARK-RETURNED-PARA.
004610     MOVE DR-REASON-CODE             TO DDC-RETURN-CODE.
004620     MOVE DR-RETURN-DATE             TO WS-RETURN-DATE.
004630     EXEC SQL
004640       UPDATE DBODEVP.DIRECT_DEBIT_COLLECTION
004650          SET COLLECT_STATUS = 'R',
004660              RETURN_CODE    = :DDC-RETURN-CODE,
004670              RETURN_DATE    = DATE(:WS-RETURN-DATE),
004680              DTS            = CURRENT TIMESTAMP
004690        WHERE COLLECTION_NO  = :DDC-COLLECTION-NO
004700          AND COLLECT_STATUS = 'S'
004710     END-EXEC.
004720     IF SQLCODE NOT = 0
004730       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
004740       MOVE 'DIRECT_DEBIT_COLLECTION' TO EL-ERROR-DB2-OBJECT
004750       PERFORM CHECK-SQLCODE-PARA
004760       PERFORM EXIT-PARA
004770     END-IF.
004780     ADD 1                           TO WS-RETURNED-COUNT.
004790     ADD WS-ITEM-AMOUNT              TO WS-RETURNED-TOTAL.

004800*    A MANDATE SOMEBODY HAS ALREADY CANCELLED STAYS CANCELLED -
004810*    THE RETURN ONLY RECORDS ITS REASON AND DATE.
004820 FLAG-MANDATE-PARA.
004830     IF DR-MANDATE-ENDED
004840       MOVE 'C'                      TO WS-NEW-MANDATE-STATUS
004850       MOVE 'RETURNED-CANCEL '       TO WS-DT-RESULT
004860       ADD 1                         TO WS-CANCELLED-COUNT
004870     ELSE
004880       MOVE 'S'                      TO WS-NEW-MANDATE-STATUS
004890       MOVE 'RETURNED-SUSPEND'       TO WS-DT-RESULT
004900       ADD 1                         TO WS-SUSPENDED-COUNT
004910     END-IF.
004920     MOVE DDC-MANDATE-REF            TO DDM-MANDATE-REF.
004930     MOVE DR-REASON-CODE             TO DDM-LAST-RETURN-CODE.
004940     MOVE 'BATCH   '                 TO DDM-UPDATED-BY.
004950     EXEC SQL
004960       UPDATE DBODEVP.DIRECT_DEBIT_MANDATE
004970          SET MANDATE_STATUS   =
004980                CASE WHEN MANDATE_STATUS = 'C' THEN 'C'
004990                     ELSE :WS-NEW-MANDATE-STATUS END,
005000              LAST_RETURN_CODE = :DDM-LAST-RETURN-CODE,
005010              LAST_RETURN_DATE = DATE(:WS-RETURN-DATE),
005020              UPDATED_BY       = :DDM-UPDATED-BY,
005030              DTS              = CURRENT TIMESTAMP
005040        WHERE MANDATE_REF      = :DDM-MANDATE-REF
005050     END-EXEC.
005060     IF SQLCODE NOT = 0
005070       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
005080       MOVE 'DIRECT_DEBIT_MANDATE'   TO EL-ERROR-DB2-OBJECT
005090       PERFORM CHECK-SQLCODE-PARA
005100       PERFORM EXIT-PARA
005110     END-IF.
005120     PERFORM WRITE-DETAIL-PARA.
005130     PERFORM REPORT-RECONCILED-PARA.

005140*    A COLLECTION THE BANK RECONCILIATION HAD ALREADY MATCHED IS
005150*    FLAGGED WITH THE RECON DATE AND STATEMENT REFERENCE - THE
005160*    RECONCILIATION MUST BE TOLD, AS ON ETROP92.
005170 REPORT-RECONCILED-PARA.
005180     IF WS-RV-ORIG-RECONCILED
005190       MOVE 'WAS RECONCILED  '       TO WS-DT-RESULT
005200       MOVE WS-RV-ORIG-RECON-DATE    TO WS-DT-DATE
005210       MOVE SPACES                   TO WS-DT-REASON-CODE
005220       MOVE WS-RV-ORIG-RECON-REF     TO WS-DT-REASON-TEXT
005230       PERFORM WRITE-DETAIL-PARA
005240     END-IF.

005250******************************************************************
005260* Returns Report                                                 *
005270******************************************************************
005280 WRITE-EXCEPTION-PARA.
005290     ADD 1                           TO WS-EXCEPTION-COUNT.
005300     PERFORM WRITE-DETAIL-PARA.

005310 WRITE-DETAIL-PARA.
005320     MOVE WS-ITEM-AMOUNT             TO EA-AMOUNT.
005330     PERFORM EDIT-AMOUNT-PARA.
005340     MOVE EA-EDITED-AMOUNT-CR        TO WS-DT-AMOUNT.
005350     WRITE DDRET-RPT-RECORD          FROM WS-DTL-LINE.

005360 WRITE-TOTALS-PARA.
005370     MOVE SPACES                     TO DDRET-RPT-RECORD.
005380     WRITE DDRET-RPT-RECORD.
005390     MOVE 'RETURNS READ             :' TO WS-CN-LABEL.
005400     MOVE WS-READ-COUNT              TO WS-CN-COUNT.
005410     WRITE DDRET-RPT-RECORD          FROM WS-CNT-LINE.
005420     MOVE 'RETURNED AND REVERSED    :' TO WS-CN-LABEL.
005430     MOVE WS-RETURNED-COUNT          TO WS-CN-COUNT.
005440     WRITE DDRET-RPT-RECORD          FROM WS-CNT-LINE.
005450     MOVE '  MANDATE SUSPENDED      :' TO WS-CN-LABEL.
005460     MOVE WS-SUSPENDED-COUNT         TO WS-CN-COUNT.
005470     WRITE DDRET-RPT-RECORD          FROM WS-CNT-LINE.
005480     MOVE '  MANDATE CANCELLED      :' TO WS-CN-LABEL.
005490     MOVE WS-CANCELLED-COUNT         TO WS-CN-COUNT.
005500     WRITE DDRET-RPT-RECORD          FROM WS-CNT-LINE.
005510     MOVE 'EXCEPTIONS - NOT APPLIED :' TO WS-CN-LABEL.
005520     MOVE WS-EXCEPTION-COUNT         TO WS-CN-COUNT.
005530     WRITE DDRET-RPT-RECORD          FROM WS-CNT-LINE.
005540     MOVE 'TOTAL REVERSED           :' TO WS-AM-LABEL.
005550     MOVE WS-RETURNED-TOTAL          TO EA-AMOUNT.
005560     PERFORM EDIT-AMOUNT-PARA.
005570     MOVE EA-EDITED-AMOUNT-CR        TO WS-AM-AMOUNT.
005580     WRITE DDRET-RPT-RECORD          FROM WS-AMT-LINE.

005590******************************************************************
005600* Suspended Mandates Worklist                                    *
005610******************************************************************
005620 WRITE-WORKLIST-PARA.
005630     MOVE SPACES                     TO DDRET-RPT-RECORD.
005640     WRITE DDRET-RPT-RECORD.
005650     WRITE DDRET-RPT-RECORD          FROM WS-WKL-HDG-LINE.
005660     MOVE SPACES                     TO DDRET-RPT-RECORD.
005670     WRITE DDRET-RPT-RECORD.
005680     WRITE DDRET-RPT-RECORD          FROM WS-WKL-COL-LINE.
005690     EXEC SQL
005700       OPEN SUSPENDED-MANDATES
005710     END-EXEC.
005720     IF SQLCODE NOT = 0
005730       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
005740       MOVE 'SUSPENDED-MANDATES'     TO EL-ERROR-DB2-OBJECT
005750       PERFORM CHECK-SQLCODE-PARA
005760       PERFORM EXIT-PARA
005770     END-IF.
005780     PERFORM FETCH-SUSPENDED-PARA.
005790     PERFORM LIST-ONE-SUSPENDED-PARA
005800       UNTIL SQLCODE = 100.
005810     EXEC SQL
005820       CLOSE SUSPENDED-MANDATES
005830     END-EXEC.
005840     IF SQLCODE NOT = 0
005850       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
005860       MOVE 'SUSPENDED-MANDATES'     TO EL-ERROR-DB2-OBJECT
005870       PERFORM CHECK-SQLCODE-PARA
005880     END-IF.
005890     MOVE SPACES                     TO DDRET-RPT-RECORD.
005900     WRITE DDRET-RPT-RECORD.
005910     MOVE 'MANDATES SUSPENDED       :' TO WS-CN-LABEL.
005920     MOVE WS-WORKLIST-COUNT          TO WS-CN-COUNT.
005930     WRITE DDRET-RPT-RECORD          FROM WS-CNT-LINE.

005940 FETCH-SUSPENDED-PARA.
005950     EXEC SQL
005960       FETCH SUSPENDED-MANDATES
005970        INTO :DDM-MANDATE-REF,
005980             :WS-SM-PAYER,
005990             :DDM-LAST-RETURN-DATE,
006000             :DDM-LAST-RETURN-CODE
006010     END-EXEC.
006020     EVALUATE SQLCODE
006030       WHEN 0
006040         CONTINUE
006050       WHEN 100
006060         CONTINUE
006070       WHEN OTHER
006080         MOVE 'FETCH '               TO EL-ERROR-ACTION
006090         MOVE 'SUSPENDED-MANDATES'   TO EL-ERROR-DB2-OBJECT
006100         PERFORM CHECK-SQLCODE-PARA
006110         PERFORM EXIT-PARA
006120     END-EVALUATE.

006130 LIST-ONE-SUSPENDED-PARA.
006140     ADD 1                           TO WS-WORKLIST-COUNT.
006150     MOVE DDM-MANDATE-REF            TO WS-WK-MANDATE-REF.
006160     MOVE WS-SM-PAYER-TEXT           TO WS-WK-PAYER.
006170     MOVE DDM-LAST-RETURN-DATE       TO WS-WK-RETURN-DATE.
006180     MOVE DDM-LAST-RETURN-CODE       TO WS-WK-RETURN-CODE.
006190     WRITE DDRET-RPT-RECORD          FROM WS-WKL-LINE.
006200     PERFORM FETCH-SUSPENDED-PARA.

006210******************************************************************
006220* Amount Edit                                                    *
006230******************************************************************
006240     EXEC SQL
006250       INCLUDE CPAMTEDT
006260     END-EXEC.

006270******************************************************************
006280* Error Logging                                                  *
006290******************************************************************
006300     EXEC SQL
006310       INCLUDE CPERRBAT
006320     END-EXEC.

006330 EXIT-PARA.
006340     MOVE 'F'                        TO JRL-RUN-STATUS.
006350     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
006360     MOVE WS-RETURNED-COUNT          TO JRL-ROWS-WRITTEN.
006370     MOVE WS-RETURNED-COUNT          TO JRL-ROWS-UPDATED.
006380     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
006390     PERFORM LOG-JOB-END-PARA.
006400     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
006410     GOBACK.

006420******************************************************************
006430* Run Registry                                                   *
006440******************************************************************
006450     EXEC SQL
006460       INCLUDE CPJOBLOG
006470     END-EXEC.

006480******************************************************************
006490* Inbound File Registry                                          *
006500******************************************************************
006510     EXEC SQL
006520       INCLUDE CPINBREG
006530     END-EXEC.
