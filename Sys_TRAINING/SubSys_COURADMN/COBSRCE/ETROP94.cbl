000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP94.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/09/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  REFUND PAYOUT CONFIRMATIONS AND REJECTS.                      *
000090*  THE BANK ANSWERS EACH ETROP93 PAYOUT FILE WITH A RESULT FILE  *
000100*  (RFPAYCNF) - ONE RECORD PER CREDIT, 'P' PAID OR 'R' REJECTED  *
000110*  WITH THE BANK'S REASON, QUOTING OUR 'RFD' PAYOUT REFERENCE.   *
000120*  THIS JOB FINDS THE REFUND BY ITS PAYOUT_NO AND MOVES IT ON:   *
000130*    'P' ON A SENT REFUND     - TO 'P' PAID, PAID_DATE FROM THE  *
000140*                               BANK'S VALUE DATE                *
000150*    'R' ON A SENT OR PAID    - TO 'F' FAILED WITH THE REJECT    *
000160*        REFUND                 CODE AND TEXT (A CREDIT RETURNED *
000170*                               AFTER THE BANK CONFIRMED IT IS   *
000180*                               STILL A FAILED PAYOUT)           *
000190*  A RESULT FOR AN UNKNOWN REFERENCE, FOR A DIFFERENT AMOUNT     *
000200*  THAN WE SENT, OR THAT DOES NOT FIT THE REFUND'S STATUS IS NOT *
000210*  APPLIED - IT GOES ON THE RFPAYEXC REPORT AS AN EXCEPTION. THE *
000220*  REPORT ENDS WITH THE FAILED PAYOUTS WORKLIST: EVERY REFUND    *
000230*  STILL AT 'F', OLDEST FIRST, FOR THE FINANCE DESK TO CORRECT   *
000240*  THE BANK DETAILS AND RE-APPROVE ON ETRM016. THE BANK'S HDR    *
000250*  AND TRL RECORDS ARE SKIPPED.                                  *
000251*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
000252*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
000253*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
000254*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000260******************************************************************

000270 ENVIRONMENT DIVISION.

000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. Z900.
000300 OBJECT-COMPUTER. Z900.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PAYCNF-IN-FILE  ASSIGN TO RFPAYCNF
000340            ORGANIZATION  IS LINE SEQUENTIAL.
000350     SELECT PAYCNF-RPT-FILE ASSIGN TO RFPAYEXC
000360            ORGANIZATION  IS LINE SEQUENTIAL.
000363     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000366            ORGANIZATION  IS LINE SEQUENTIAL.

000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PAYCNF-IN-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000410 01  PAYCNF-IN-RECORD.
000420     05 PC-RESULT                    PIC X(01).
000430        88 PC-RESULT-PAID                      VALUE 'P'.
000440        88 PC-RESULT-REJECTED                  VALUE 'R'.
000450     05 FILLER                       PIC X(02).
000460     05 PC-REFERENCE.
000470        10 PC-REF-PREFIX             PIC X(03).
000480        10 PC-REF-PAYOUT-NO          PIC 9(09).
000490        10 PC-REF-PAYOUT-NO-X REDEFINES PC-REF-PAYOUT-NO
000500                                     PIC X(09).
000510        10 FILLER                    PIC X(06).
000520     05 PC-AMOUNT                    PIC 9(09)V99.
000530     05 PC-AMOUNT-X REDEFINES PC-AMOUNT
000540                                     PIC X(11).
000550     05 PC-VALUE-DATE.
000560        10 PC-VD-YEAR                PIC X(04).
000570        10 PC-VD-DASH-1              PIC X(01).
000580        10 PC-VD-MONTH               PIC X(02).
000590        10 PC-VD-DASH-2              PIC X(01).
000600        10 PC-VD-DAY                 PIC X(02).
000610     05 PC-REJECT-CODE               PIC X(04).
000620     05 PC-REJECT-TEXT               PIC X(30).
000630     05 FILLER                       PIC X(04).
000640 01  PAYCNF-CONTROL-RECORD REDEFINES PAYCNF-IN-RECORD.
000650     05 PC-REC-TYPE                  PIC X(03).
000660     05 FILLER                       PIC X(77).
000670 FD  PAYCNF-RPT-FILE
000680     RECORD CONTAINS 132 CHARACTERS.
000690 01  PAYCNF-RPT-RECORD               PIC X(132).
000692 FD  INBOUND-OVRD-FILE
000694     RECORD CONTAINS 80 CHARACTERS.
000696 01  INBOUND-OVRD-RECORD             PIC X(80).

000700 WORKING-STORAGE SECTION.

000710 01 WS-BEGIN                          PIC  X(36) VALUE
000720     'ETROP94 WORKING STORAGE STARTS HERE'.

000730******************************************************************
000740*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000750******************************************************************
000760 01 WS-VARIABLES.
000770    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000780       88 WS-NO-ERROR                            VALUE SPACES.
000790       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000800       88 WS-FATAL-ERROR                         VALUE 'F'.
000810    05 WS-PAYCNF-EOF-SW                PIC X(01) VALUE SPACES.
000820       88 WS-PAYCNF-EOF                          VALUE 'E'.
000830    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000840    05 WS-PAID-COUNT                   PIC S9(9) COMP VALUE 0.
000850    05 WS-FAILED-COUNT                 PIC S9(9) COMP VALUE 0.
000860    05 WS-EXCEPTION-COUNT              PIC S9(9) COMP VALUE 0.
000870    05 WS-WORKLIST-COUNT               PIC S9(9) COMP VALUE 0.
000880    05 WS-ITEM-AMOUNT                  PIC S9(9)V99 COMP-3.
000890    05 WS-OLD-STATUS                   PIC X(01).
000900    05 WS-VALUE-DATE                   PIC X(10).
000910*    THE BANK REFERENCE IS 'RFD' AND THE PAYOUT NUMBER.
000920    05 WS-PAYOUT-REF.
000930       10 FILLER                       PIC X(03) VALUE 'RFD'.
000940       10 WS-PAYOUT-REF-NO             PIC 9(09).

000950******************************************************************
000960*  CONFIRMATION REPORT AND WORKLIST LINES                        *
000970******************************************************************
000980 01 WS-RPT-LINES.
000990    05 WS-HDG-LINE.
001000       10 FILLER                       PIC X(44) VALUE
001010          'REFUND PAYOUT CONFIRMATIONS - EXCEPTIONS'.
001020       10 FILLER                       PIC X(88) VALUE SPACES.
001030    05 WS-WKL-HDG-LINE.
001040       10 FILLER                       PIC X(44) VALUE
001050          'FAILED PAYOUTS WORKLIST - CORRECT BANK DETAI'.
001060       10 FILLER                       PIC X(44) VALUE
001070          'LS AND RE-APPROVE ON ETRM016'.
001080       10 FILLER                       PIC X(44) VALUE SPACES.
001090    05 WS-COL-LINE.
001100       10 FILLER                       PIC X(44) VALUE
001110          'RESULT           PAYOUT REF    REGISTRATION '.
001120       10 FILLER                       PIC X(44) VALUE
001130          ' EMAIL                           AMOUNT  DAT'.
001140       10 FILLER                       PIC X(44) VALUE
001150          'E        BANK REJECT REASON'.
001160    05 WS-DTL-LINE.
001170       10 WS-DT-RESULT                 PIC X(16).
001180       10 FILLER                       PIC X(01) VALUE SPACES.
001190       10 WS-DT-PAYOUT-REF             PIC X(12).
001200       10 FILLER                       PIC X(02) VALUE SPACES.
001210       10 WS-DT-CATG                   PIC X(02).
001220       10 WS-DT-SLASH                  PIC X(01).
001230       10 WS-DT-SESSION-ID             PIC Z(8)9.
001240       10 FILLER                       PIC X(02) VALUE SPACES.
001250       10 WS-DT-EMAIL                  PIC X(25).
001260       10 FILLER                       PIC X(01) VALUE SPACES.
001270       10 WS-DT-AMOUNT                 PIC X(12).
001280       10 FILLER                       PIC X(02) VALUE SPACES.
001290       10 WS-DT-DATE                   PIC X(10).
001300       10 FILLER                       PIC X(02) VALUE SPACES.
001310       10 WS-DT-REJECT-CODE            PIC X(04).
001320       10 FILLER                       PIC X(01) VALUE SPACES.
001330       10 WS-DT-REJECT-TEXT            PIC X(30).
001340    05 WS-CNT-LINE.
001350       10 WS-CN-LABEL                  PIC X(30).
001360       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001370       10 FILLER                       PIC X(91) VALUE SPACES.

001380******************************************************************
001390* Copybook Includes.                                             *
001400******************************************************************
001410     EXEC SQL
001420       INCLUDE CWERRLOG
001430     END-EXEC.

001440*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001450     EXEC SQL
001460       INCLUDE CWJOBLOG
001470     END-EXEC.

001471*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001472     EXEC SQL
001473       INCLUDE CWINBREG
001474     END-EXEC.

001480*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
001490     EXEC SQL
001500       INCLUDE CWAMTEDT
001510     END-EXEC.

001520******************************************************************
001530*                     DB2 SECTION                                *
001540******************************************************************
001550     EXEC SQL
001560       INCLUDE SQLCA
001570     END-EXEC.

001580     EXEC SQL
001590       INCLUDE DCLREFND
001600     END-EXEC.

001610******************************************************************
001620*  THE FAILED PAYOUTS WORKLIST - EVERY REFUND THE BANK REJECTED  *
001630*  THAT HAS NOT YET BEEN RE-APPROVED, LONGEST-WAITING FIRST.     *
001640******************************************************************
001650     EXEC SQL DECLARE FAILED-PAYOUTS CURSOR
001660      FOR
001670      SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR,
001680             REFUND_AMOUNT, PAYOUT_NO, CHAR(STATUS_DATE, ISO),
001690             FAIL_CODE, FAIL_TEXT
001700        FROM DBODEVP.REGISTRATION_REFUND
001710       WHERE REFUND_STATUS = 'F'
001720       ORDER BY STATUS_DATE, SESSION_CATG, SESSION_ID, EMAIL_ADDR
001730     END-EXEC.

001740 01 WS-END                             PIC X(50) VALUE
001750     'ETROP94-WORKING STORAGE SECTION ENDS HERE'.

001760 PROCEDURE DIVISION.

001770 MAIN-LOGIC-PARA.

001780     MOVE 'ETROP94'                    TO EL-ERROR-MODULE.
001790     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001800     MOVE 'ETROP94'                    TO JRL-PROGRAM-ID.
001810     PERFORM LOG-JOB-START-PARA.

001820     OPEN INPUT  PAYCNF-IN-FILE.
001830     OPEN OUTPUT PAYCNF-RPT-FILE.
001840     WRITE PAYCNF-RPT-RECORD         FROM WS-HDG-LINE.
001850     MOVE SPACES                     TO PAYCNF-RPT-RECORD.
001860     WRITE PAYCNF-RPT-RECORD.
001870     WRITE PAYCNF-RPT-RECORD         FROM WS-COL-LINE.

001880     PERFORM READ-PAYCNF-PARA.
001884     PERFORM REGISTER-PAYCNF-FILE-PARA.
001890     PERFORM APPLY-ONE-RESULT-PARA
001900       UNTIL WS-PAYCNF-EOF.
001910     CLOSE PAYCNF-IN-FILE.

001920     PERFORM WRITE-TOTALS-PARA.
001930     PERFORM WRITE-WORKLIST-PARA.
001940     CLOSE PAYCNF-RPT-FILE.

001950     DISPLAY 'RESULTS READ         : ' WS-READ-COUNT.
001960     DISPLAY 'CONFIRMED PAID       : ' WS-PAID-COUNT.
001970     DISPLAY 'REJECTED - FAILED    : ' WS-FAILED-COUNT.
001980     DISPLAY 'EXCEPTIONS           : ' WS-EXCEPTION-COUNT.
001990     DISPLAY 'ON FAILED WORKLIST   : ' WS-WORKLIST-COUNT.
001993     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
001996     PERFORM COMPLETE-INBOUND-PARA.
002000     MOVE 'C'                        TO JRL-RUN-STATUS.
002010     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002020     COMPUTE JRL-ROWS-UPDATED = WS-PAID-COUNT + WS-FAILED-COUNT.
002030     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
002040     PERFORM LOG-JOB-END-PARA.
002050     GOBACK.

002060******************************************************************
002070* Bank Result File                                               *
002080******************************************************************
002090 READ-PAYCNF-PARA.
002100     READ PAYCNF-IN-FILE
002110       AT END SET WS-PAYCNF-EOF      TO TRUE
002120     END-READ.

00212A*    REGISTERED BEFORE ANY REFUND MOVES - SEE CWINBREG.
00212B REGISTER-PAYCNF-FILE-PARA.
00212C     MOVE 'RFPAYCNF'                 TO IB-INTERFACE-NAME.
00212D     MOVE 'ETROP94'                  TO IB-PROGRAM-ID.
00212E     MOVE SPACES                     TO IB-IO-RECORD.
00212F     IF NOT WS-PAYCNF-EOF
00212G       MOVE PAYCNF-IN-RECORD         TO IB-IO-RECORD
00212H     END-IF.
00212I     PERFORM REGISTER-INBOUND-PARA.
00212J     IF IB-FILE-REFUSED
00212K       PERFORM EXIT-PARA
00212L     END-IF.
00212M     IF IB-RG-HEADER-OK
00212N       PERFORM READ-PAYCNF-PARA
00212O     END-IF.

002130*    THE FILE COMES FROM THE BANK - EVERY ZONE IS CHECKED BEFORE
002140*    A STATUS MOVES, AND ONE BAD RECORD EXCEPTIONS RATHER THAN
002150*    ABENDING THE RUN.
002160 APPLY-ONE-RESULT-PARA.
002170     EVALUATE TRUE
002180       WHEN PC-REC-TYPE = 'HDR'
002190       WHEN PC-REC-TYPE = 'TRL'
002200         CONTINUE
002210       WHEN OTHER
002220         ADD 1                       TO WS-READ-COUNT
002230         PERFORM CHECK-RESULT-PARA
002240     END-EVALUATE.
002250     PERFORM READ-PAYCNF-PARA.

002260 CHECK-RESULT-PARA.
002270     MOVE SPACES                     TO WS-DT-CATG.
002280     MOVE SPACES                     TO WS-DT-SLASH.
002290     MOVE 0                          TO WS-DT-SESSION-ID.
002300     MOVE SPACES                     TO WS-DT-EMAIL.
002310     MOVE PC-REFERENCE               TO WS-DT-PAYOUT-REF.
002320     MOVE PC-VALUE-DATE              TO WS-DT-DATE.
002330     MOVE PC-REJECT-CODE             TO WS-DT-REJECT-CODE.
002340     MOVE PC-REJECT-TEXT             TO WS-DT-REJECT-TEXT.
002350     IF PC-AMOUNT-X NUMERIC
002360       MOVE PC-AMOUNT                TO WS-ITEM-AMOUNT
002370     ELSE
002380       MOVE 0                        TO WS-ITEM-AMOUNT
002390     END-IF.
002400     EVALUATE TRUE
002410       WHEN PC-AMOUNT-X NOT NUMERIC
002420        OR PC-REF-PREFIX NOT = 'RFD'
002430        OR PC-REF-PAYOUT-NO-X NOT NUMERIC
002440         MOVE 'BAD RECORD      '     TO WS-DT-RESULT
002450         PERFORM WRITE-EXCEPTION-PARA
002460       WHEN NOT PC-RESULT-PAID
002470        AND NOT PC-RESULT-REJECTED
002480         MOVE 'UNKNOWN RESULT  '     TO WS-DT-RESULT
002490         PERFORM WRITE-EXCEPTION-PARA
002500       WHEN PC-RESULT-PAID
002510        AND (PC-VD-YEAR  NOT NUMERIC
002520          OR PC-VD-MONTH NOT NUMERIC
002530          OR PC-VD-DAY   NOT NUMERIC
002540          OR PC-VD-DASH-1 NOT = '-'
002550          OR PC-VD-DASH-2 NOT = '-')
002560         MOVE 'BAD VALUE DATE  '     TO WS-DT-RESULT
002570         PERFORM WRITE-EXCEPTION-PARA
002580       WHEN OTHER
002590         PERFORM FIND-REFUND-PARA
002600     END-EVALUATE.

002610******************************************************************
002620* Matching The Refund                                            *
002630******************************************************************
002640 FIND-REFUND-PARA.
002650     MOVE PC-REF-PAYOUT-NO           TO RFD-PAYOUT-NO.
002660     EXEC SQL
002670       SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR,
002680              REFUND_AMOUNT, REFUND_STATUS
002690         INTO :RFD-SESSION-CATG, :RFD-SESSION-ID,
002700              :RFD-EMAIL-ADDR,   :RFD-REFUND-AMOUNT,
002710              :RFD-REFUND-STATUS
002720         FROM DBODEVP.REGISTRATION_REFUND
002730        WHERE PAYOUT_NO = :RFD-PAYOUT-NO
002740     END-EXEC.
002750     EVALUATE SQLCODE
002760       WHEN 0
002770         MOVE RFD-SESSION-CATG       TO WS-DT-CATG
002780         MOVE '/'                    TO WS-DT-SLASH
002790         MOVE RFD-SESSION-ID         TO WS-DT-SESSION-ID
002800         MOVE RFD-EMAIL-ADDR-TEXT    TO WS-DT-EMAIL
002810         PERFORM MATCH-STATUS-PARA
002820       WHEN 100
002830         MOVE 'NO SUCH PAYOUT  '     TO WS-DT-RESULT
002840         PERFORM WRITE-EXCEPTION-PARA
002850       WHEN OTHER
002860         MOVE 'SELECT'               TO EL-ERROR-ACTION
002870         MOVE 'REGISTRATION_REFUND'  TO EL-ERROR-DB2-OBJECT
002880         PERFORM CHECK-SQLCODE-PARA
002890         PERFORM EXIT-PARA
002900     END-EVALUATE.

002910*    THE BANK MUST HAVE MOVED EXACTLY WHAT WE SENT; A RESULT THAT
002920*    REPEATS ONE ALREADY APPLIED IS SHOWN BUT CHANGES NOTHING.
002930 MATCH-STATUS-PARA.
002940     MOVE RFD-REFUND-STATUS          TO WS-OLD-STATUS.
002950     EVALUATE TRUE
002960       WHEN WS-ITEM-AMOUNT NOT = RFD-REFUND-AMOUNT
002970         MOVE 'AMOUNT MISMATCH '     TO WS-DT-RESULT
002980         PERFORM WRITE-EXCEPTION-PARA
002990       WHEN PC-RESULT-PAID AND RFD-STATUS-SENT
003000         PERFORM MARK-PAID-PARA
003010       WHEN PC-RESULT-PAID AND RFD-STATUS-PAID
003020         MOVE 'ALREADY PAID    '     TO WS-DT-RESULT
003030         PERFORM WRITE-EXCEPTION-PARA
003040       WHEN PC-RESULT-REJECTED
003050        AND (RFD-STATUS-SENT OR RFD-STATUS-PAID)
003060         PERFORM MARK-FAILED-PARA
003070       WHEN PC-RESULT-REJECTED AND RFD-STATUS-FAILED
003080         MOVE 'ALREADY FAILED  '     TO WS-DT-RESULT
003090         PERFORM WRITE-EXCEPTION-PARA
003100       WHEN OTHER
003110         MOVE 'NOT SENT        '     TO WS-DT-RESULT
003120         PERFORM WRITE-EXCEPTION-PARA
003130     END-EVALUATE.

003140 MARK-PAID-PARA.
003150     MOVE PC-VALUE-DATE              TO WS-VALUE-DATE.
003160     EXEC SQL
003170       UPDATE DBODEVP.REGISTRATION_REFUND
003180          SET REFUND_STATUS = 'P',
003190              STATUS_DATE   = CURRENT DATE,
003200              PAID_DATE     = DATE(:WS-VALUE-DATE)
003210        WHERE PAYOUT_NO     = :RFD-PAYOUT-NO
003220          AND REFUND_STATUS = :WS-OLD-STATUS
003230     END-EXEC.
003240     EVALUATE SQLCODE
003250       WHEN 0
003260         ADD 1                       TO WS-PAID-COUNT
003270       WHEN 100
003280         MOVE 'CHANGED-SKIPPED '     TO WS-DT-RESULT
003290         PERFORM WRITE-EXCEPTION-PARA
003300       WHEN OTHER
003310         MOVE 'UPDATE'               TO EL-ERROR-ACTION
003320         MOVE 'REGISTRATION_REFUND'  TO EL-ERROR-DB2-OBJECT
003330         PERFORM CHECK-SQLCODE-PARA
003340         PERFORM EXIT-PARA
003350     END-EVALUATE.

003360*    A REJECTED CREDIT NEVER REACHED THE PAYEE - ANY PAID DATE
003370*    FROM AN EARLIER CONFIRMATION IS CLEARED. EVERY REJECT IS
003380*    LISTED SO THE DESK SEES TODAY'S ALONGSIDE THE WORKLIST.
003390 MARK-FAILED-PARA.
003400     MOVE PC-REJECT-CODE             TO RFD-FAIL-CODE.
003410     MOVE PC-REJECT-TEXT             TO RFD-FAIL-TEXT.
003420     EXEC SQL
003430       UPDATE DBODEVP.REGISTRATION_REFUND
003440          SET REFUND_STATUS = 'F',
003450              STATUS_DATE   = CURRENT DATE,
003460              PAID_DATE     = NULL,
003470              FAIL_CODE     = :RFD-FAIL-CODE,
003480              FAIL_TEXT     = :RFD-FAIL-TEXT
003490        WHERE PAYOUT_NO     = :RFD-PAYOUT-NO
003500          AND REFUND_STATUS = :WS-OLD-STATUS
003510     END-EXEC.
003520     EVALUATE SQLCODE
003530       WHEN 0
003540         ADD 1                       TO WS-FAILED-COUNT
003550         MOVE 'REJECTED-FAILED '     TO WS-DT-RESULT
003560         PERFORM WRITE-DETAIL-PARA
003570       WHEN 100
003580         MOVE 'CHANGED-SKIPPED '     TO WS-DT-RESULT
003590         PERFORM WRITE-EXCEPTION-PARA
003600       WHEN OTHER
003610         MOVE 'UPDATE'               TO EL-ERROR-ACTION
003620         MOVE 'REGISTRATION_REFUND'  TO EL-ERROR-DB2-OBJECT
003630         PERFORM CHECK-SQLCODE-PARA
003640         PERFORM EXIT-PARA
003650     END-EVALUATE.

003660******************************************************************
003670* Exception Report                                               *
003680******************************************************************
003690 WRITE-EXCEPTION-PARA.
003700     ADD 1                           TO WS-EXCEPTION-COUNT.
003710     PERFORM WRITE-DETAIL-PARA.

003720 WRITE-DETAIL-PARA.
003730     MOVE WS-ITEM-AMOUNT             TO EA-AMOUNT.
003740     PERFORM EDIT-AMOUNT-PARA.
003750     MOVE EA-EDITED-AMOUNT-CR        TO WS-DT-AMOUNT.
003760     WRITE PAYCNF-RPT-RECORD         FROM WS-DTL-LINE.

003770 WRITE-TOTALS-PARA.
003780     MOVE SPACES                     TO PAYCNF-RPT-RECORD.
003790     WRITE PAYCNF-RPT-RECORD.
003800     MOVE 'RESULTS READ             :' TO WS-CN-LABEL.
003810     MOVE WS-READ-COUNT              TO WS-CN-COUNT.
003820     WRITE PAYCNF-RPT-RECORD         FROM WS-CNT-LINE.
003830     MOVE 'CONFIRMED PAID           :' TO WS-CN-LABEL.
003840     MOVE WS-PAID-COUNT              TO WS-CN-COUNT.
003850     WRITE PAYCNF-RPT-RECORD         FROM WS-CNT-LINE.
003860     MOVE 'REJECTED - NOW FAILED    :' TO WS-CN-LABEL.
003870     MOVE WS-FAILED-COUNT            TO WS-CN-COUNT.
003880     WRITE PAYCNF-RPT-RECORD         FROM WS-CNT-LINE.
003890     MOVE 'EXCEPTIONS - NOT APPLIED :' TO WS-CN-LABEL.
003900     MOVE WS-EXCEPTION-COUNT         TO WS-CN-COUNT.
003910     WRITE PAYCNF-RPT-RECORD         FROM WS-CNT-LINE.

003920******************************************************************
003930* Failed Payouts Worklist                                        *
003940******************************************************************
003950 WRITE-WORKLIST-PARA.
003960     MOVE SPACES                     TO PAYCNF-RPT-RECORD.
003970     WRITE PAYCNF-RPT-RECORD.
003980     WRITE PAYCNF-RPT-RECORD         FROM WS-WKL-HDG-LINE.
003990     MOVE SPACES                     TO PAYCNF-RPT-RECORD.
004000     WRITE PAYCNF-RPT-RECORD.
004010     WRITE PAYCNF-RPT-RECORD         FROM WS-COL-LINE.
004020     EXEC SQL
004030       OPEN FAILED-PAYOUTS
004040     END-EXEC.
004050     IF SQLCODE NOT = 0
004060       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
004070       MOVE 'FAILED-PAYOUTS'         TO EL-ERROR-DB2-OBJECT
004080       PERFORM CHECK-SQLCODE-PARA
004090       PERFORM EXIT-PARA
004100     END-IF.
004110     PERFORM FETCH-FAILED-PARA.
004120     PERFORM LIST-ONE-FAILED-PARA
004130       UNTIL SQLCODE = 100.
004140     EXEC SQL
004150       CLOSE FAILED-PAYOUTS
004160     END-EXEC.
004170     IF SQLCODE NOT = 0
004180       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
004190       MOVE 'FAILED-PAYOUTS'         TO EL-ERROR-DB2-OBJECT
004200       PERFORM CHECK-SQLCODE-PARA
004210     END-IF.
004220     MOVE SPACES                     TO PAYCNF-RPT-RECORD.
004230     WRITE PAYCNF-RPT-RECORD.
004240     MOVE 'FAILED PAYOUTS OUTSTANDING:' TO WS-CN-LABEL.
004250     MOVE WS-WORKLIST-COUNT          TO WS-CN-COUNT.
004260     WRITE PAYCNF-RPT-RECORD         FROM WS-CNT-LINE.

004270 FETCH-FAILED-PARA.
004280     EXEC SQL
004290       FETCH FAILED-PAYOUTS
004300        INTO :RFD-SESSION-CATG,
004310             :RFD-SESSION-ID,
004320             :RFD-EMAIL-ADDR,
004330             :RFD-REFUND-AMOUNT,
004340             :RFD-PAYOUT-NO,
004350             :RFD-STATUS-DATE,
004360             :RFD-FAIL-CODE,
004370             :RFD-FAIL-TEXT
004380     END-EXEC.
004390     EVALUATE SQLCODE
004400       WHEN 0
004410         CONTINUE
004420       WHEN 100
004430         CONTINUE
004440       WHEN OTHER
004450         MOVE 'FETCH '               TO EL-ERROR-ACTION
004460         MOVE 'FAILED-PAYOUTS'       TO EL-ERROR-DB2-OBJECT
004470         PERFORM CHECK-SQLCODE-PARA
004480         PERFORM EXIT-PARA
004490     END-EVALUATE.

004500 LIST-ONE-FAILED-PARA.
004510     ADD 1                           TO WS-WORKLIST-COUNT.
004520     MOVE 'FAILED          '         TO WS-DT-RESULT.
004530     MOVE RFD-PAYOUT-NO              TO WS-PAYOUT-REF-NO.
004540     MOVE WS-PAYOUT-REF              TO WS-DT-PAYOUT-REF.
004550     MOVE RFD-SESSION-CATG           TO WS-DT-CATG.
004560     MOVE '/'                        TO WS-DT-SLASH.
004570     MOVE RFD-SESSION-ID             TO WS-DT-SESSION-ID.
004580     MOVE RFD-EMAIL-ADDR-TEXT        TO WS-DT-EMAIL.
004590     MOVE RFD-STATUS-DATE            TO WS-DT-DATE.
004600     MOVE RFD-FAIL-CODE              TO WS-DT-REJECT-CODE.
004610     MOVE RFD-FAIL-TEXT              TO WS-DT-REJECT-TEXT.
004620     MOVE RFD-REFUND-AMOUNT          TO WS-ITEM-AMOUNT.
004630     PERFORM WRITE-DETAIL-PARA.
004640     PERFORM FETCH-FAILED-PARA.

004650******************************************************************
004660* Amount Edit                                                    *
004670******************************************************************
004680     EXEC SQL
004690       INCLUDE CPAMTEDT
004700     END-EXEC.

004710******************************************************************
004720* Error Logging                                                  *
004730******************************************************************
004740     EXEC SQL
004750       INCLUDE CPERRBAT
004760     END-EXEC.

004770*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
004780*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
004790*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
004800*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
004810*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
004820 EXIT-PARA.
004830     MOVE 'F'                        TO JRL-RUN-STATUS.
004840     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
004850     COMPUTE JRL-ROWS-UPDATED = WS-PAID-COUNT + WS-FAILED-COUNT.
004860     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
004870     PERFORM LOG-JOB-END-PARA.
004880     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004890     GOBACK.

004900******************************************************************
004910* Run Registry                                                   *
004920******************************************************************
004930     EXEC SQL
004940       INCLUDE CPJOBLOG
004950     END-EXEC.

004960******************************************************************
004970* Inbound File Registry                                          *
004980******************************************************************
004990     EXEC SQL
005000       INCLUDE CPINBREG
005010     END-EXEC.
