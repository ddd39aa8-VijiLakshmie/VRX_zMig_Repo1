000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP93.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/09/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  REFUND PAYOUT FILE.                                           *
000090*  ETROP19 DECIDES WHAT IS OWED AND ETRM016 RELEASES IT, BUT THE *
000100*  MONEY WAS STILL PAID BY HAND FROM THE REFNDEXT REGISTER WITH  *
000110*  NOTHING TELLING US WHETHER IT EVER ARRIVED. THIS JOB TAKES    *
000120*  EVERY REFUND AT REFUND_STATUS 'A' (APPROVED) WITH AN AMOUNT   *
000130*  TO PAY, LOOKS UP THE PAYEE'S REFUND_PAYEE_BANK ROW AND WRITES *
000140*  ONE CREDIT PER REFUND TO THE BANK PAYMENT FILE (RFPAYOUT),    *
000150*  CARRYING THE CWHDRTRL HEADER AND TRAILER WITH THE AMOUNTS     *
000160*  HASHED SO ETROP47 CAN VERIFY IT BEFORE IT IS TRANSMITTED.     *
000170*  EACH REFUND WRITTEN IS GIVEN THE NEXT PAYOUT_NO - ITS BANK    *
000180*  REFERENCE IS 'RFD' AND THAT NUMBER - AND MOVES TO 'S' (SENT)  *
000190*  FOR ETROP94 TO MATCH THE BANK'S CONFIRMATION OR REJECT        *
000200*  AGAINST. AN APPROVED REFUND WITH NO BANK DETAILS, OR ONE AN   *
000210*  ETROP56 CREDIT NOTE HAS SINCE SETTLED, IS NOT PAID - IT GOES  *
000220*  ON THE RFPAYRPT REPORT AS AN EXCEPTION AND STAYS 'A'.         *
000230******************************************************************

000240 ENVIRONMENT DIVISION.

000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. Z900.
000270 OBJECT-COMPUTER. Z900.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PAYOUT-FILE     ASSIGN TO RFPAYOUT
000310            ORGANIZATION  IS LINE SEQUENTIAL.
000320     SELECT PAYOUT-RPT-FILE ASSIGN TO RFPAYRPT
000330            ORGANIZATION  IS LINE SEQUENTIAL.

000340 DATA DIVISION.
000350 FILE SECTION.
000360*    ONE CREDIT PER REFUND. THE AMOUNT IS ZONED WITH TWO IMPLIED
000370*    DECIMALS AT OFFSET 17 LENGTH 11 - THE ETROP47 VERIPARM CARD
000380*    FOR THIS FILE IS '0017 11'.
000390 FD  PAYOUT-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000410 01  PAYOUT-RECORD.
000420     05 PO-SORT-CODE                 PIC X(06).
000430     05 PO-ACCOUNT-NO                PIC X(08).
000440     05 PO-TRAN-CODE                 PIC X(02).
000450     05 PO-AMOUNT                    PIC 9(09)V99.
000460     05 PO-ACCOUNT-NAME              PIC X(18).
000470     05 PO-REFERENCE                 PIC X(18).
000480     05 PO-PAY-DATE                  PIC X(10).
000490     05 FILLER                       PIC X(07).
000500 FD  PAYOUT-RPT-FILE
000510     RECORD CONTAINS 132 CHARACTERS.
000520 01  PAYOUT-RPT-RECORD               PIC X(132).

000530 WORKING-STORAGE SECTION.

000540 01 WS-BEGIN                          PIC  X(36) VALUE
000550     'ETROP93 WORKING STORAGE STARTS HERE'.

000560******************************************************************
000570*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000580******************************************************************
000590 01 WS-VARIABLES.
000600    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000610       88 WS-NO-ERROR                            VALUE SPACES.
000620       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000630       88 WS-FATAL-ERROR                         VALUE 'F'.
000640    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000650    05 WS-SENT-COUNT                   PIC S9(9) COMP VALUE 0.
000660    05 WS-EXCEPTION-COUNT              PIC S9(9) COMP VALUE 0.
000670    05 WS-SENT-TOTAL                   PIC S9(9)V99 COMP-3
000675                                       VALUE 0.
000680    05 WS-RUN-DATE                     PIC X(10).
000690    05 WS-NEXT-PAYOUT-NO               PIC S9(9) USAGE COMP.
000700*    BANK COLUMNS COME FROM AN OUTER JOIN - NULL WHEN THE PAYEE
000710*    HAS NO REFUND_PAYEE_BANK ROW.
000720    05 WS-BANK-IND                     PIC S9(4) USAGE COMP.
000730    05 WS-CREDITED-SW                  PIC X(01).
000740       88 WS-CREDIT-NOTED                        VALUE 'Y'.
000750*    THE BANK REFERENCE IS 'RFD' AND THE PAYOUT NUMBER.
000760    05 WS-PAYOUT-REF.
000770       10 FILLER                       PIC X(03) VALUE 'RFD'.
000780       10 WS-PAYOUT-REF-NO             PIC 9(09).
000790*    THE STATUS UPDATE RUNS PER FETCHED ROW AND LEAVES ITS OWN
000800*    SQLCODE BEHIND - SAVED AND RESTORED SO THE FETCH LOOP'S
000810*    CONTROL NEVER SEES IT.
000820    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.

000830******************************************************************
000840*  PAYOUT REPORT LINES                                           *
000850******************************************************************
000860 01 WS-RPT-LINES.
000870    05 WS-HDG-LINE.
000880       10 FILLER                       PIC X(44) VALUE
000890          'REFUND BANK PAYOUT FILE'.
000900       10 FILLER                       PIC X(88) VALUE SPACES.
000910    05 WS-COL-LINE.
000920       10 FILLER                       PIC X(44) VALUE
000930          'RESULT           REGISTRATION  EMAIL        '.
000940       10 FILLER                       PIC X(44) VALUE
000950          '                          AMOUNT  PAYOUT REF'.
000960       10 FILLER                       PIC X(44) VALUE
000970          '    SORT   ACCOUNT'.
000980    05 WS-DTL-LINE.
000990       10 WS-DT-RESULT                 PIC X(16).
001000       10 FILLER                       PIC X(01) VALUE SPACES.
001010       10 WS-DT-CATG                   PIC X(02).
001020       10 FILLER                       PIC X(01) VALUE '/'.
001030       10 WS-DT-SESSION-ID             PIC Z(8)9.
001040       10 FILLER                       PIC X(02) VALUE SPACES.
001050       10 WS-DT-EMAIL                  PIC X(32).
001060       10 FILLER                       PIC X(01) VALUE SPACES.
001070       10 WS-DT-AMOUNT                 PIC X(12).
001080       10 FILLER                       PIC X(02) VALUE SPACES.
001090       10 WS-DT-PAYOUT-REF             PIC X(12).
001100       10 FILLER                       PIC X(02) VALUE SPACES.
001110       10 WS-DT-SORT-CODE              PIC X(06).
001120       10 FILLER                       PIC X(01) VALUE SPACES.
001130       10 WS-DT-ACCOUNT-NO             PIC X(08).
001140       10 FILLER                       PIC X(24) VALUE SPACES.
001150    05 WS-CNT-LINE.
001160       10 WS-CN-LABEL                  PIC X(30).
001170       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001180       10 FILLER                       PIC X(91) VALUE SPACES.
001190    05 WS-AMT-LINE.
001200       10 WS-AM-LABEL                  PIC X(30).
001210       10 WS-AM-AMOUNT                 PIC X(12).
001220       10 FILLER                       PIC X(90) VALUE SPACES.

001230******************************************************************
001240* Copybook Includes.                                             *
001250******************************************************************
001260     EXEC SQL
001270       INCLUDE CWERRLOG
001280     END-EXEC.

001290*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001300     EXEC SQL
001310       INCLUDE CWJOBLOG
001320     END-EXEC.

001330*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
001340     EXEC SQL
001350       INCLUDE CWAMTEDT
001360     END-EXEC.

001370*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
001380     EXEC SQL
001390       INCLUDE CWHDRTRL
001400     END-EXEC.

001410******************************************************************
001420*                     DB2 SECTION                                *
001430******************************************************************
001440     EXEC SQL
001450       INCLUDE SQLCA
001460     END-EXEC.

001470     EXEC SQL
001480       INCLUDE DCLREFND
001490     END-EXEC.

001500     EXEC SQL
001510       INCLUDE DCLRFBNK
001520     END-EXEC.

001530******************************************************************
001540*  APPROVED REFUNDS WITH MONEY TO PAY, OLDEST APPROVAL FIRST,    *
001550*  WITH THE PAYEE'S BANK DETAILS WHERE THERE ARE ANY AND A FLAG  *
001560*  FOR A CREDIT NOTE THAT HAS SETTLED THE REFUND SINCE.          *
001570******************************************************************
001580     EXEC SQL DECLARE PAYOUTS-DUE CURSOR
001590      FOR
001600      SELECT F.SESSION_CATG, F.SESSION_ID, F.EMAIL_ADDR,
001610             F.REFUND_AMOUNT,
001620             B.ACCOUNT_NAME, B.SORT_CODE, B.ACCOUNT_NO,
001630             CASE WHEN EXISTS
001640                       (SELECT 1
001650                          FROM DBODEVP.CREDIT_NOTE C
001660                         WHERE C.SESSION_CATG = F.SESSION_CATG
001670                           AND C.SESSION_ID   = F.SESSION_ID
001680                           AND C.EMAIL_ADDR   = F.EMAIL_ADDR)
001690                  THEN 'Y' ELSE 'N' END
001700        FROM DBODEVP.REGISTRATION_REFUND F
001710        LEFT OUTER JOIN
001720             DBODEVP.REFUND_PAYEE_BANK B
001730          ON B.EMAIL_ADDR     = F.EMAIL_ADDR
001740       WHERE F.REFUND_STATUS  = 'A'
001750         AND F.REFUND_AMOUNT  > 0
001760       ORDER BY F.STATUS_DATE, F.SESSION_CATG, F.SESSION_ID,
001770                F.EMAIL_ADDR
001780     END-EXEC.

001790 01 WS-END                             PIC X(50) VALUE
001800     'ETROP93-WORKING STORAGE SECTION ENDS HERE'.

001810 PROCEDURE DIVISION.

001820 MAIN-LOGIC-PARA.

001830     MOVE 'ETROP93'                    TO EL-ERROR-MODULE.
001840     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001850     MOVE 'ETROP93'                    TO JRL-PROGRAM-ID.
001860     PERFORM LOG-JOB-START-PARA.

001870     PERFORM GET-RUN-CONTROLS-PARA.
001880     PERFORM OPEN-FILES-PARA.

001890     EXEC SQL
001900       OPEN PAYOUTS-DUE
001910     END-EXEC.
001920     IF SQLCODE NOT = 0
001930       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
001940       MOVE 'PAYOUTS-DUE'              TO EL-ERROR-DB2-OBJECT
001950       PERFORM CHECK-SQLCODE-PARA
001960       PERFORM EXIT-PARA
001970     END-IF.

001980     PERFORM FETCH-PAYOUT-PARA.
001990     PERFORM PAY-ONE-REFUND-PARA
002000       UNTIL SQLCODE = 100.

002010     EXEC SQL
002020       CLOSE PAYOUTS-DUE
002030     END-EXEC.
002040     IF SQLCODE NOT = 0
002050       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
002060       MOVE 'PAYOUTS-DUE'              TO EL-ERROR-DB2-OBJECT
002070       PERFORM CHECK-SQLCODE-PARA
002080     END-IF.

002090     PERFORM WRITE-TOTALS-PARA.
002100     PERFORM CLOSE-FILES-PARA.

002110     DISPLAY 'APPROVED REFUNDS READ: ' WS-READ-COUNT.
002120     DISPLAY 'PAYOUTS WRITTEN      : ' WS-SENT-COUNT.
002130     DISPLAY 'EXCEPTIONS           : ' WS-EXCEPTION-COUNT.
002140     MOVE 'C'                        TO JRL-RUN-STATUS.
002150     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002160     MOVE WS-SENT-COUNT              TO JRL-ROWS-WRITTEN.
002170     MOVE WS-SENT-COUNT              TO JRL-ROWS-UPDATED.
002180     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
002190     PERFORM LOG-JOB-END-PARA.
002200     GOBACK.

002210******************************************************************
002220* Run Date And Payout Numbering                                  *
002230******************************************************************
002240*    THE RUN DATE IS THE PAY DATE ON THE FILE. PAYOUT NUMBERS
002250*    CARRY ON FROM THE HIGHEST EVER ISSUED, SO A REFUND SENT AGAIN
002260*    AFTER A REJECT GETS A REFERENCE THE BANK HAS NOT SEEN.
002270 GET-RUN-CONTROLS-PARA.
002280     EXEC SQL
002290       SELECT CHAR(CURRENT DATE, ISO)
002300         INTO :WS-RUN-DATE
002310         FROM SYSIBM.SYSDUMMY1
002320     END-EXEC.
002330     IF SQLCODE NOT = 0
002340       MOVE 'SELECT'                   TO EL-ERROR-ACTION
002350       MOVE 'SYSIBM.SYSDUMMY1'         TO EL-ERROR-DB2-OBJECT
002360       PERFORM CHECK-SQLCODE-PARA
002370       PERFORM EXIT-PARA
002380     END-IF.
002390     EXEC SQL
002400       SELECT COALESCE(MAX(PAYOUT_NO), 0)
002410         INTO :WS-NEXT-PAYOUT-NO
002420         FROM DBODEVP.REGISTRATION_REFUND
002430     END-EXEC.
002440     IF SQLCODE NOT = 0
002450       MOVE 'SELECT'                   TO EL-ERROR-ACTION
002460       MOVE 'REGISTRATION_REFUND'      TO EL-ERROR-DB2-OBJECT
002470       PERFORM CHECK-SQLCODE-PARA
002480       PERFORM EXIT-PARA
002490     END-IF.

002500******************************************************************
002510* Approved Refunds                                               *
002520******************************************************************
002530 FETCH-PAYOUT-PARA.
002540     EXEC SQL
002550       FETCH PAYOUTS-DUE
002560        INTO :RFD-SESSION-CATG,
002570             :RFD-SESSION-ID,
002580             :RFD-EMAIL-ADDR,
002590             :RFD-REFUND-AMOUNT,
002600             :RPB-ACCOUNT-NAME   :WS-BANK-IND,
002610             :RPB-SORT-CODE      :WS-BANK-IND,
002620             :RPB-ACCOUNT-NO     :WS-BANK-IND,
002630             :WS-CREDITED-SW
002640     END-EXEC.
002650     EVALUATE SQLCODE
002660       WHEN 0
002670         ADD 1                         TO WS-READ-COUNT
002680       WHEN 100
002690         CONTINUE
002700       WHEN OTHER
002710         MOVE 'FETCH '                 TO EL-ERROR-ACTION
002720         MOVE 'PAYOUTS-DUE'            TO EL-ERROR-DB2-OBJECT
002730         PERFORM CHECK-SQLCODE-PARA
002740         PERFORM EXIT-PARA
002750     END-EVALUATE.

002760 PAY-ONE-REFUND-PARA.
002770     MOVE SPACES                       TO WS-DT-PAYOUT-REF.
002780     EVALUATE TRUE
002790       WHEN WS-CREDIT-NOTED
002800         MOVE 'CREDIT NOTED    '       TO WS-DT-RESULT
002810         PERFORM WRITE-EXCEPTION-PARA
002820       WHEN WS-BANK-IND < 0
002830         MOVE 'NO BANK DETAILS '       TO WS-DT-RESULT
002840         PERFORM WRITE-EXCEPTION-PARA
002850       WHEN OTHER
002860         PERFORM MARK-SENT-PARA
002870     END-EVALUATE.
002880     PERFORM FETCH-PAYOUT-PARA.

002890*    THE ROW IS MARKED SENT BEFORE ITS CREDIT IS WRITTEN, SO A
002900*    FAILED UPDATE CAN NEVER LEAVE A PAYMENT ON THE FILE THAT A
002910*    RERUN WOULD SEND A SECOND TIME. THE STATUS TEST STOPS A ROW
002920*    ETRM016 CHANGED SINCE THE FETCH FROM BEING PAID.
002930 MARK-SENT-PARA.
002940     MOVE SQLCODE                      TO WS-SAVED-SQLCODE.
002950     ADD 1                             TO WS-NEXT-PAYOUT-NO.
002960     MOVE WS-NEXT-PAYOUT-NO            TO RFD-PAYOUT-NO.
002970     EXEC SQL
002980       UPDATE DBODEVP.REGISTRATION_REFUND
002990          SET REFUND_STATUS = 'S',
003000              STATUS_DATE   = CURRENT DATE,
003010              PAYOUT_NO     = :RFD-PAYOUT-NO
003020        WHERE SESSION_CATG  = :RFD-SESSION-CATG
003030          AND SESSION_ID    = :RFD-SESSION-ID
003040          AND EMAIL_ADDR    = :RFD-EMAIL-ADDR
003050          AND REFUND_STATUS = 'A'
003060     END-EXEC.
003070     EVALUATE SQLCODE
003080       WHEN 0
003090         PERFORM WRITE-PAYOUT-PARA
003100       WHEN 100
003110         SUBTRACT 1                    FROM WS-NEXT-PAYOUT-NO
003120         MOVE 'CHANGED-SKIPPED '       TO WS-DT-RESULT
003130         PERFORM WRITE-EXCEPTION-PARA
003140       WHEN OTHER
003150         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003160         MOVE 'REGISTRATION_REFUND'    TO EL-ERROR-DB2-OBJECT
003170         PERFORM CHECK-SQLCODE-PARA
003180         PERFORM EXIT-PARA
003190     END-EVALUATE.
003200     MOVE WS-SAVED-SQLCODE             TO SQLCODE.

003210******************************************************************
003220* Bank Payment File                                              *
003230******************************************************************
003240*    TRANSACTION CODE 99 IS A BANK GIRO CREDIT TO THE PAYEE.
003250 WRITE-PAYOUT-PARA.
003260     MOVE RFD-PAYOUT-NO                TO WS-PAYOUT-REF-NO.
003270     MOVE SPACES                       TO PAYOUT-RECORD.
003280     MOVE RPB-SORT-CODE                TO PO-SORT-CODE.
003290     MOVE RPB-ACCOUNT-NO               TO PO-ACCOUNT-NO.
003300     MOVE '99'                         TO PO-TRAN-CODE.
003310     MOVE RFD-REFUND-AMOUNT            TO PO-AMOUNT.
003320     MOVE RPB-ACCOUNT-NAME             TO PO-ACCOUNT-NAME.
003330     MOVE WS-PAYOUT-REF                TO PO-REFERENCE.
003340     MOVE WS-RUN-DATE                  TO PO-PAY-DATE.
003350     WRITE PAYOUT-RECORD.
003360     ADD 1                             TO HT-RECORD-COUNT.
003370     ADD RFD-REFUND-AMOUNT             TO HT-HASH-TOTAL.
003380     ADD 1                             TO WS-SENT-COUNT.
003390     ADD RFD-REFUND-AMOUNT             TO WS-SENT-TOTAL.
003400     MOVE 'SENT            '           TO WS-DT-RESULT.
003410     MOVE WS-PAYOUT-REF                TO WS-DT-PAYOUT-REF.
003420     MOVE RPB-SORT-CODE                TO WS-DT-SORT-CODE.
003430     MOVE RPB-ACCOUNT-NO               TO WS-DT-ACCOUNT-NO.
003440     PERFORM WRITE-DETAIL-PARA.

003450******************************************************************
003460* Payout Report                                                  *
003470******************************************************************
003480 WRITE-EXCEPTION-PARA.
003490     ADD 1                             TO WS-EXCEPTION-COUNT.
003500     MOVE SPACES                       TO WS-DT-SORT-CODE.
003510     MOVE SPACES                       TO WS-DT-ACCOUNT-NO.
003520     PERFORM WRITE-DETAIL-PARA.

003530 WRITE-DETAIL-PARA.
003540     MOVE RFD-SESSION-CATG             TO WS-DT-CATG.
003550     MOVE RFD-SESSION-ID               TO WS-DT-SESSION-ID.
003560     MOVE RFD-EMAIL-ADDR-TEXT          TO WS-DT-EMAIL.
003570     MOVE RFD-REFUND-AMOUNT            TO EA-AMOUNT.
003580     PERFORM EDIT-AMOUNT-PARA.
003590     MOVE EA-EDITED-AMOUNT-CR          TO WS-DT-AMOUNT.
003600     WRITE PAYOUT-RPT-RECORD           FROM WS-DTL-LINE.

003610 WRITE-TOTALS-PARA.
003620     MOVE SPACES                       TO PAYOUT-RPT-RECORD.
003630     WRITE PAYOUT-RPT-RECORD.
003640     MOVE 'APPROVED REFUNDS READ    :' TO WS-CN-LABEL.
003650     MOVE WS-READ-COUNT                TO WS-CN-COUNT.
003660     WRITE PAYOUT-RPT-RECORD           FROM WS-CNT-LINE.
003670     MOVE 'PAYOUTS WRITTEN          :' TO WS-CN-LABEL.
003680     MOVE WS-SENT-COUNT                TO WS-CN-COUNT.
003690     WRITE PAYOUT-RPT-RECORD           FROM WS-CNT-LINE.
003700     MOVE 'EXCEPTIONS - LEFT APPROVED:' TO WS-CN-LABEL.
003710     MOVE WS-EXCEPTION-COUNT           TO WS-CN-COUNT.
003720     WRITE PAYOUT-RPT-RECORD           FROM WS-CNT-LINE.
003730     MOVE 'TOTAL PAID OUT           :' TO WS-AM-LABEL.
003740     MOVE WS-SENT-TOTAL                TO EA-AMOUNT.
003750     PERFORM EDIT-AMOUNT-PARA.
003760     MOVE EA-EDITED-AMOUNT-CR          TO WS-AM-AMOUNT.
003770     WRITE PAYOUT-RPT-RECORD           FROM WS-AMT-LINE.

003780 OPEN-FILES-PARA.
003790     OPEN OUTPUT PAYOUT-FILE.
003800     MOVE 'ETROP93'                    TO HT-PROGRAM-ID.
003803     MOVE 'RFPAYOUT'                   TO HT-INTERFACE-NAME.
003806     MOVE 'BANK PAYMENTS'              TO HT-DESTINATION.
003810     PERFORM BUILD-HEADER-PARA.
003820     MOVE HT-IO-RECORD                 TO PAYOUT-RECORD.
003830     WRITE PAYOUT-RECORD.
003840     MOVE SPACES                       TO PAYOUT-RECORD.
003850     OPEN OUTPUT PAYOUT-RPT-FILE.
003860     WRITE PAYOUT-RPT-RECORD           FROM WS-HDG-LINE.
003870     MOVE SPACES                       TO PAYOUT-RPT-RECORD.
003880     WRITE PAYOUT-RPT-RECORD.
003890     WRITE PAYOUT-RPT-RECORD           FROM WS-COL-LINE.

003900 CLOSE-FILES-PARA.
003910     PERFORM BUILD-TRAILER-PARA.
003920     MOVE HT-IO-RECORD                 TO PAYOUT-RECORD.
003930     WRITE PAYOUT-RECORD.
003940     CLOSE PAYOUT-FILE.
003950     CLOSE PAYOUT-RPT-FILE.

003960******************************************************************
003970* Amount Edit                                                    *
003980******************************************************************
003990     EXEC SQL
004000       INCLUDE CPAMTEDT
004010     END-EXEC.

004020******************************************************************
004030* Error Logging                                                  *
004040******************************************************************
004050     EXEC SQL
004060       INCLUDE CPERRBAT
004070     END-EXEC.

004080*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
004090*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
004100*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
004110*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
004120*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
004130 EXIT-PARA.
004140     MOVE 'F'                        TO JRL-RUN-STATUS.
004150     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
004160     MOVE WS-SENT-COUNT              TO JRL-ROWS-WRITTEN.
004170     MOVE WS-SENT-COUNT              TO JRL-ROWS-UPDATED.
004180     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
004190     PERFORM LOG-JOB-END-PARA.
004200     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004210     GOBACK.

004220******************************************************************
004230* Run Registry                                                   *
004240******************************************************************
004250     EXEC SQL
004260       INCLUDE CPJOBLOG
004270     END-EXEC.

004280******************************************************************
004290* Interface Header/Trailer                                       *
004300******************************************************************
004310     EXEC SQL
004320       INCLUDE CPHDRTRL
004330     END-EXEC.
