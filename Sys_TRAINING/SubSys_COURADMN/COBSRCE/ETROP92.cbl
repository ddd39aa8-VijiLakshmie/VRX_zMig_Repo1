000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP92.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/02/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  INBOUND CHARGEBACK / RETURNED-ITEM FILE.                      *
000090*  A CARD PAYMENT CHARGED BACK BY THE ACQUIRER, OR A CHEQUE OR   *
000100*  TRANSFER THE BANK RETURNED, USED TO BE "FIXED" BY EDITING     *
000110*  AMOUNT_PAID BY HAND - THE LEDGER, THE AUDIT TRAIL AND THE     *
000120*  BANK RECONCILIATION ALL LOST THE MONEY. THIS JOB READS        *
000130*  CHGBKIN (SOURCE, ITEM DATE, AMOUNT, THE ORIGINAL PAYMENT      *
000140*  REFERENCE AND THE ACQUIRER CASE / BANK RETURN REFERENCE) AND  *
000150*  POSTS EACH ITEM THROUGH ETRB028 AS A NEGATIVE LEDGER ROW      *
000160*  LINKED TO THE ORIGINAL PAYMENT_SEQ, ROLLING AMOUNT_PAID BACK  *
000170*  SO THE ETROP21 AGING AND ETROP57 DUNNING RUNS PICK THE        *
000180*  BALANCE UP AGAIN.                                             *
000190*  THE ORIGINAL IS FOUND BY ITS PAYMENT_REF, AMONG ROWS OF THE   *
000200*  SOURCE'S METHOD ('CB' CARD CHARGEBACK - METHOD 'CC'; 'RI'     *
000210*  RETURNED ITEM - 'CH' OR 'BT') THAT STILL HAVE MONEY LEFT TO   *
000220*  REVERSE:                                                      *
000230*    ONE CANDIDATE          - REVERSED BY THE ITEM AMOUNT        *
000240*                             (A PARTIAL CHARGEBACK IS ALLOWED)  *
000250*    SEVERAL, ONE EXACTLY   - THE OLDEST ROW WHOSE OPEN AMOUNT   *
000260*    THE ITEM AMOUNT          IS THE ITEM AMOUNT IS REVERSED     *
000270*    SEVERAL, SUM EXACTLY   - A RECALLED REMITTANCE ETROP34      *
000280*    THE ITEM AMOUNT          SPLIT ACROSS REGISTRATIONS -       *
000290*                             EVERY ROW IS REVERSED IN FULL      *
000300*  ANYTHING ELSE IS NOT GUESSED AT - IT GOES ON THE CHGBKRPT     *
000310*  REPORT AS AN EXCEPTION FOR THE FINANCE DESK TO KEY THROUGH    *
000320*  THE ETRM015 SCREEN. A REVERSAL OF A PAYMENT ETROP62 HAD       *
000330*  ALREADY RECONCILED IS FLAGGED ON THE REPORT WITH ITS RECON    *
000340*  DATE, AND ETROP62 CARRIES IT ON THE NEXT BANK RECONCILIATION. *
000341*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
000342*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
000343*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
000344*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000350******************************************************************

000360 ENVIRONMENT DIVISION.

000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. Z900.
000390 OBJECT-COMPUTER. Z900.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CHGBK-IN-FILE   ASSIGN TO CHGBKIN
000430            ORGANIZATION  IS LINE SEQUENTIAL.
000440     SELECT CHGBK-RPT-FILE  ASSIGN TO CHGBKRPT
000450            ORGANIZATION  IS LINE SEQUENTIAL.
000453     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000456            ORGANIZATION  IS LINE SEQUENTIAL.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CHGBK-IN-FILE
000490     RECORD CONTAINS 120 CHARACTERS.
000500 01  CHGBK-IN-RECORD.
000510     05 CB-SOURCE                    PIC X(02).
000520        88 CB-SOURCE-CHARGEBACK                VALUE 'CB'.
000530        88 CB-SOURCE-RETURNED-ITEM             VALUE 'RI'.
000540     05 CB-ITEM-DATE                 PIC X(10).
000550     05 CB-AMOUNT                    PIC 9(07)V99.
000560     05 CB-AMOUNT-X REDEFINES CB-AMOUNT
000570                                     PIC X(09).
000580     05 FILLER                       PIC X(01).
000590     05 CB-ORIG-REFERENCE            PIC X(30).
000600     05 CB-CASE-REFERENCE            PIC X(30).
000610     05 CB-REASON-TEXT               PIC X(30).
000620     05 FILLER                       PIC X(08).
000630 FD  CHGBK-RPT-FILE
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  CHGBK-RPT-RECORD                PIC X(132).
000652 FD  INBOUND-OVRD-FILE
000654     RECORD CONTAINS 80 CHARACTERS.
000656 01  INBOUND-OVRD-RECORD             PIC X(80).

000660 WORKING-STORAGE SECTION.

000670 01 WS-BEGIN                          PIC  X(36) VALUE
000680     'ETROP92 WORKING STORAGE STARTS HERE'.

000690******************************************************************
000700*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000710******************************************************************
000720 01 WS-VARIABLES.
000730    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000740       88 WS-NO-ERROR                            VALUE SPACES.
000750       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000760       88 WS-FATAL-ERROR                         VALUE 'F'.
000770    05 WS-CHGBK-EOF-SW                 PIC X(01) VALUE SPACES.
000780       88 WS-CHGBK-EOF                           VALUE 'E'.
000790    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000800    05 WS-POSTED-COUNT                 PIC S9(9) COMP VALUE 0.
000810    05 WS-RECON-HIT-COUNT              PIC S9(9) COMP VALUE 0.
000820    05 WS-EXCEPTION-COUNT              PIC S9(9) COMP VALUE 0.
000830    05 WS-ITEM-AMOUNT                  PIC S9(7)V99 COMP-3.
000840    05 WS-MATCH-REFERENCE              PIC X(30).
000850    05 WS-MATCH-METHOD-1               PIC X(02).
000860    05 WS-MATCH-METHOD-2               PIC X(02).
000870    05 WS-REF-ROW-COUNT                PIC S9(9) COMP.
000880*    THE CANDIDATE BROWSE RUNS PER FILE RECORD AND LEAVES ITS OWN
000890*    SQLCODE BEHIND - SAVED AND RESTORED SO THE FILE LOOP'S
000900*    CONTROL NEVER SEES IT.
000910    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.

000920******************************************************************
000930*  CANDIDATE ORIGINALS FOR ONE ITEM - EVERY LEDGER ROW CARRYING  *
000940*  THE REFERENCE THAT STILL HAS MONEY LEFT TO REVERSE. A         *
000950*  REFERENCE SHARED BY MORE ROWS THAN THE TABLE HOLDS IS TOO     *
000960*  AMBIGUOUS TO POST FROM A FILE AND IS EXCEPTIONED.             *
000970******************************************************************
000980 01 WS-CANDIDATE-TABLE.
000990    05 WS-CAND-MAX                     PIC S9(4) COMP VALUE 20.
001000    05 WS-CAND-COUNT                   PIC S9(4) COMP VALUE 0.
001010    05 WS-CAND-OVERFLOW-SW             PIC X(01) VALUE 'N'.
001020       88 WS-CAND-OVERFLOW                       VALUE 'Y'.
001030    05 WS-CAND-TOTAL                   PIC S9(9)V99 COMP-3.
001040    05 WS-CAND-EXACT                   PIC S9(4) COMP.
001050    05 WS-CAND-SUB                     PIC S9(4) COMP.
001060    05 WS-CAND-ENTRY OCCURS 20 TIMES.
001070       10 WS-CD-SESSION-CATG           PIC X(02).
001080       10 WS-CD-SESSION-ID             PIC S9(9) USAGE COMP.
001090       10 WS-CD-EMAIL-ADDR             PIC X(120).
001100       10 WS-CD-PAYMENT-SEQ            PIC S9(4) USAGE COMP.
001110       10 WS-CD-OPEN-AMOUNT            PIC S9(7)V99 COMP-3.

001120******************************************************************
001130*  FETCH HOLD FIELDS FOR ONE CANDIDATE                           *
001140******************************************************************
001150 01 WS-CANDIDATE-ROW.
001160    05 WS-CR-SESSION-CATG              PIC X(02).
001170    05 WS-CR-SESSION-ID                PIC S9(9) USAGE COMP.
001180    05 WS-CR-EMAIL-ADDR                PIC X(120).
001190    05 WS-CR-PAYMENT-SEQ               PIC S9(4) USAGE COMP.
001200    05 WS-CR-OPEN-AMOUNT               PIC S9(7)V99 COMP-3.

001210******************************************************************
001220*  PARM FOR ETRB028 - LAYOUT MUST MATCH ITS LINKAGE EXACTLY.     *
001230******************************************************************
001240 01 WS-ETRB028-PARM.
001250    05 WS-RV-SESSION-CATG              PIC X(2).
001260    05 WS-RV-SESSION-ID                PIC S9(9) USAGE COMP.
001270    05 WS-RV-EMAIL-ADDR                PIC X(120).
001280    05 WS-RV-ORIG-PAYMENT-SEQ          PIC S9(4) USAGE COMP.
001290    05 WS-RV-REVERSAL-DATE             PIC X(10).
001300    05 WS-RV-REVERSAL-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
001310    05 WS-RV-REVERSAL-REASON           PIC X(2).
001320    05 WS-RV-REVERSAL-REF              PIC X(30).
001330    05 WS-RV-AUTH-USR-ID               PIC X(8).
001340    05 WS-RV-RETURN-CODE               PIC X(1).
001350       88 WS-RV-REVERSE-OK                       VALUE '0'.
001360       88 WS-RV-NOT-FOUND                        VALUE 'N'.
001370       88 WS-RV-INELIGIBLE                       VALUE 'I'.
001380       88 WS-RV-ALREADY-DONE                     VALUE 'A'.
001390       88 WS-RV-EXCEEDS                          VALUE 'E'.
001400       88 WS-RV-BAD-DATE                         VALUE 'D'.
001410       88 WS-RV-BAD-INPUT                        VALUE 'Z'.
001420       88 WS-RV-UNAUTHORIZED                     VALUE 'X'.
001430       88 WS-RV-FAILED                           VALUE '9'.
001440    05 WS-RV-REVERSAL-SEQ              PIC S9(4) USAGE COMP.
001450    05 WS-RV-REVERSED-BASE             PIC S9(7)V99 USAGE COMP-3.
001460    05 WS-RV-ORIG-RECON-SW             PIC X(1).
001470       88 WS-RV-ORIG-RECONCILED                  VALUE 'Y'.
001480    05 WS-RV-ORIG-RECON-DATE           PIC X(10).
001490    05 WS-RV-ORIG-RECON-REF            PIC X(30).

001500******************************************************************
001510*  CHARGEBACK REPORT LINES                                       *
001520******************************************************************
001530 01 WS-RPT-LINES.
001540    05 WS-HDG-LINE.
001550       10 FILLER                       PIC X(44) VALUE
001560          'CHARGEBACK / RETURNED-ITEM REVERSALS'.
001570       10 FILLER                       PIC X(88) VALUE SPACES.
001580    05 WS-COL-LINE.
001590       10 FILLER                       PIC X(44) VALUE
001600          'RESULT           SR  ITEM DATE        AMOUNT'.
001610       10 FILLER                       PIC X(44) VALUE
001620          '  ORIGINAL REFERENCE              REGISTRATI'.
001630       10 FILLER                       PIC X(44) VALUE
001640          'ON   SEQ  RECONCILIATION / REASON'.
001650    05 WS-DTL-LINE.
001660       10 WS-DT-RESULT                 PIC X(16).
001670       10 FILLER                       PIC X(01) VALUE SPACES.
001680       10 WS-DT-SOURCE                 PIC X(02).
001690       10 FILLER                       PIC X(02) VALUE SPACES.
001700       10 WS-DT-DATE                   PIC X(10).
001710       10 FILLER                       PIC X(01) VALUE SPACES.
001720       10 WS-DT-AMOUNT                 PIC X(12).
001730       10 FILLER                       PIC X(02) VALUE SPACES.
001740       10 WS-DT-REFERENCE              PIC X(30).
001750       10 FILLER                       PIC X(02) VALUE SPACES.
001760       10 WS-DT-CATG                   PIC X(02).
001770       10 WS-DT-SLASH                  PIC X(01).
001780       10 WS-DT-SESSION-ID             PIC Z(8)9.
001790       10 FILLER                       PIC X(02) VALUE SPACES.
001800       10 WS-DT-SEQ                    PIC ZZZ9.
001810       10 FILLER                       PIC X(02) VALUE SPACES.
001820       10 WS-DT-RECON                  PIC X(34).
001830    05 WS-CNT-LINE.
001840       10 WS-CN-LABEL                  PIC X(30).
001850       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001860       10 FILLER                       PIC X(91) VALUE SPACES.

001870******************************************************************
001880* Copybook Includes.                                             *
001890******************************************************************
001900     EXEC SQL
001910       INCLUDE CWERRLOG
001920     END-EXEC.

001930*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001940     EXEC SQL
001950       INCLUDE CWJOBLOG
001960     END-EXEC.

001961*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001962     EXEC SQL
001963       INCLUDE CWINBREG
001964     END-EXEC.

001970*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
001980     EXEC SQL
001990       INCLUDE CWAMTEDT
002000     END-EXEC.

002010******************************************************************
002020*                     DB2 SECTION                                *
002030******************************************************************
002040     EXEC SQL
002050       INCLUDE SQLCA
002060     END-EXEC.

002070     EXEC SQL
002080       INCLUDE DCLPAYMT
002090     END-EXEC.

002100******************************************************************
002110*  ORIGINAL PAYMENTS CARRYING THE ITEM'S REFERENCE, IN THE       *
002120*  SOURCE'S METHODS, WITH THEIR AMOUNT STILL OPEN TO REVERSAL    *
002130*  (THE ORIGINAL LESS EVERY EARLIER REVERSAL ROW LINKED TO IT).  *
002140*  OLDEST FIRST, SO AN EXACT MATCH PICKS THE OLDEST ROW.         *
002150******************************************************************
002160     EXEC SQL DECLARE REVERSAL-CANDIDATES CURSOR
002170      FOR
002180      SELECT P.SESSION_CATG, P.SESSION_ID, P.EMAIL_ADDR,
002190             P.PAYMENT_SEQ,
002200             P.PAYMENT_AMOUNT + COALESCE(R.DONE_AMOUNT, 0)
002210        FROM DBODEVP.REGISTRATION_PAYMENT P
002220        LEFT OUTER JOIN
002230             ( SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR,
002240                      REVERSES_SEQ,
002250                      SUM(PAYMENT_AMOUNT) AS DONE_AMOUNT
002260                 FROM DBODEVP.REGISTRATION_PAYMENT
002270                WHERE REVERSES_SEQ IS NOT NULL
002280                GROUP BY SESSION_CATG, SESSION_ID, EMAIL_ADDR,
002290                         REVERSES_SEQ ) R
002300          ON R.SESSION_CATG = P.SESSION_CATG
002310         AND R.SESSION_ID   = P.SESSION_ID
002320         AND R.EMAIL_ADDR   = P.EMAIL_ADDR
002330         AND R.REVERSES_SEQ = P.PAYMENT_SEQ
002340       WHERE P.PAYMENT_REF     = :WS-MATCH-REFERENCE
002350         AND P.PAYMENT_METHOD IN (:WS-MATCH-METHOD-1,
002360                                  :WS-MATCH-METHOD-2)
002370         AND P.REVERSES_SEQ   IS NULL
002380         AND P.PAYMENT_AMOUNT  > 0
002390         AND P.PAYMENT_AMOUNT + COALESCE(R.DONE_AMOUNT, 0) > 0
002400       ORDER BY P.PAYMENT_DATE, P.DTS
002410     END-EXEC.

002420 01 WS-END                             PIC X(50) VALUE
002430     'ETROP92-WORKING STORAGE SECTION ENDS HERE'.

002440 PROCEDURE DIVISION.

002450 MAIN-LOGIC-PARA.

002460     MOVE 'ETROP92'                    TO EL-ERROR-MODULE.
002470     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002480     MOVE 'ETROP92'                    TO JRL-PROGRAM-ID.
002490     PERFORM LOG-JOB-START-PARA.

002500     OPEN INPUT  CHGBK-IN-FILE.
002510     OPEN OUTPUT CHGBK-RPT-FILE.
002520     WRITE CHGBK-RPT-RECORD          FROM WS-HDG-LINE.
002530     MOVE SPACES                     TO CHGBK-RPT-RECORD.
002540     WRITE CHGBK-RPT-RECORD.
002550     WRITE CHGBK-RPT-RECORD          FROM WS-COL-LINE.

002560     PERFORM READ-CHGBK-PARA.
002564     PERFORM REGISTER-CHGBK-FILE-PARA.
002570     PERFORM REVERSE-ONE-ITEM-PARA
002580       UNTIL WS-CHGBK-EOF.
002590     CLOSE CHGBK-IN-FILE.

002600     PERFORM WRITE-TOTALS-PARA.
002610     CLOSE CHGBK-RPT-FILE.

002620     DISPLAY 'ITEMS READ           : ' WS-READ-COUNT.
002630     DISPLAY 'REVERSALS POSTED     : ' WS-POSTED-COUNT.
002640     DISPLAY 'ON RECONCILED PAYMTS : ' WS-RECON-HIT-COUNT.
002650     DISPLAY 'EXCEPTIONS           : ' WS-EXCEPTION-COUNT.
002653     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
002656     PERFORM COMPLETE-INBOUND-PARA.
002660     MOVE 'C'                        TO JRL-RUN-STATUS.
002670     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002680     MOVE WS-POSTED-COUNT            TO JRL-ROWS-UPDATED.
002690     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
002700     PERFORM LOG-JOB-END-PARA.
002710     GOBACK.

002720******************************************************************
002730* Chargeback File                                                *
002740******************************************************************
002750 READ-CHGBK-PARA.
002760     READ CHGBK-IN-FILE
002770       AT END SET WS-CHGBK-EOF       TO TRUE
002780     END-READ.

00278A*    REGISTERED BEFORE ANY MONEY MOVES - SEE CWINBREG.
00278B REGISTER-CHGBK-FILE-PARA.
00278C     MOVE 'CHGBKIN'                  TO IB-INTERFACE-NAME.
00278D     MOVE 'ETROP92'                  TO IB-PROGRAM-ID.
00278E     MOVE SPACES                     TO IB-IO-RECORD.
00278F     IF NOT WS-CHGBK-EOF
00278G       MOVE CHGBK-IN-RECORD          TO IB-IO-RECORD
00278H     END-IF.
00278I     PERFORM REGISTER-INBOUND-PARA.
00278J     IF IB-FILE-REFUSED
00278K       PERFORM EXIT-PARA
00278L     END-IF.
00278M     IF IB-RG-HEADER-OK
00278N       PERFORM READ-CHGBK-PARA
00278O     END-IF.

002790*    THE FILE COMES FROM THE ACQUIRER AND THE BANK - EVERY ZONE IS
002800*    CHECKED BEFORE MONEY MOVES, AND ONE BAD RECORD EXCEPTIONS
002810*    RATHER THAN ABENDING THE RUN.
002820 REVERSE-ONE-ITEM-PARA.
002830     ADD 1                           TO WS-READ-COUNT.
002840     EVALUATE TRUE
002850       WHEN CB-AMOUNT-X NOT NUMERIC
002860         MOVE 0                      TO WS-ITEM-AMOUNT
002870         MOVE 'BAD RECORD      '     TO WS-DT-RESULT
002880         PERFORM WRITE-EXCEPTION-PARA
002890       WHEN NOT CB-SOURCE-CHARGEBACK
002900        AND NOT CB-SOURCE-RETURNED-ITEM
002910         MOVE CB-AMOUNT              TO WS-ITEM-AMOUNT
002920         MOVE 'UNKNOWN SOURCE  '     TO WS-DT-RESULT
002930         PERFORM WRITE-EXCEPTION-PARA
002940       WHEN CB-AMOUNT = 0
002950        OR CB-ORIG-REFERENCE = SPACES
002960         MOVE CB-AMOUNT              TO WS-ITEM-AMOUNT
002970         MOVE 'BAD RECORD      '     TO WS-DT-RESULT
002980         PERFORM WRITE-EXCEPTION-PARA
002990       WHEN OTHER
003000         MOVE CB-AMOUNT              TO WS-ITEM-AMOUNT
003010         PERFORM MATCH-ORIGINAL-PARA
003020     END-EVALUATE.
003030     PERFORM READ-CHGBK-PARA.

003040******************************************************************
003050* Finding The Original Payment                                   *
003060******************************************************************
003070*    A CHARGEBACK CAN ONLY HIT A CARD PAYMENT; A RETURNED ITEM IS
003080*    A CHEQUE OR A BANK TRANSFER. THE CANDIDATES ARE LOADED FIRST
003090*    AND THE DECISION IS MADE ON THE WHOLE SET, SO NOTHING IS
003100*    POSTED FOR AN ITEM THAT TURNS OUT TO BE AMBIGUOUS.
003110 MATCH-ORIGINAL-PARA.
003120     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
003130     MOVE CB-ORIG-REFERENCE          TO WS-MATCH-REFERENCE.
003140     IF CB-SOURCE-CHARGEBACK
003150       MOVE 'CC'                     TO WS-MATCH-METHOD-1
003160       MOVE 'CC'                     TO WS-MATCH-METHOD-2
003170     ELSE
003180       MOVE 'CH'                     TO WS-MATCH-METHOD-1
003190       MOVE 'BT'                     TO WS-MATCH-METHOD-2
003200     END-IF.
003210     PERFORM LOAD-CANDIDATES-PARA.
003220     EVALUATE TRUE
003230       WHEN WS-CAND-OVERFLOW
003240         MOVE 'AMBIGUOUS MATCH '     TO WS-DT-RESULT
003250         PERFORM WRITE-EXCEPTION-PARA
003260       WHEN WS-CAND-COUNT = 0
003270         PERFORM NO-CANDIDATE-PARA
003280       WHEN WS-CAND-COUNT = 1
003290         MOVE 1                      TO WS-CAND-SUB
003300         MOVE WS-ITEM-AMOUNT         TO WS-RV-REVERSAL-AMOUNT
003310         PERFORM POST-ONE-REVERSAL-PARA
003320       WHEN WS-CAND-EXACT > 0
003330         MOVE WS-CAND-EXACT          TO WS-CAND-SUB
003340         MOVE WS-ITEM-AMOUNT         TO WS-RV-REVERSAL-AMOUNT
003350         PERFORM POST-ONE-REVERSAL-PARA
003360       WHEN WS-CAND-TOTAL = WS-ITEM-AMOUNT
003370         PERFORM REVERSE-ALL-CANDIDATES-PARA
003380       WHEN OTHER
003390         MOVE 'AMBIGUOUS MATCH '     TO WS-DT-RESULT
003400         PERFORM WRITE-EXCEPTION-PARA
003410     END-EVALUATE.
003420     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

003430 LOAD-CANDIDATES-PARA.
003440     MOVE 0                          TO WS-CAND-COUNT.
003450     MOVE 0                          TO WS-CAND-TOTAL.
003460     MOVE 0                          TO WS-CAND-EXACT.
003470     MOVE 'N'                        TO WS-CAND-OVERFLOW-SW.
003480     EXEC SQL
003490       OPEN REVERSAL-CANDIDATES
003500     END-EXEC.
003510     IF SQLCODE NOT = 0
003520       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
003530       MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
003540       PERFORM CHECK-SQLCODE-PARA
003550       PERFORM EXIT-PARA
003560     END-IF.
003570     PERFORM LOAD-ONE-CANDIDATE-PARA
003580       UNTIL SQLCODE NOT = 0.
003590     EXEC SQL
003600       CLOSE REVERSAL-CANDIDATES
003610     END-EXEC.
003620     IF SQLCODE NOT = 0
003630       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
003640       MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
003650       PERFORM CHECK-SQLCODE-PARA
003660     END-IF.

003670 LOAD-ONE-CANDIDATE-PARA.
003680     EXEC SQL
003690       FETCH REVERSAL-CANDIDATES
003700        INTO :WS-CR-SESSION-CATG,
003710             :WS-CR-SESSION-ID,
003720             :WS-CR-EMAIL-ADDR,
003730             :WS-CR-PAYMENT-SEQ,
003740             :WS-CR-OPEN-AMOUNT
003750     END-EXEC.
003760     EVALUATE SQLCODE
003770       WHEN 0
003780         PERFORM KEEP-CANDIDATE-PARA
003790       WHEN 100
003800         CONTINUE
003810       WHEN OTHER
003820         MOVE 'FETCH '               TO EL-ERROR-ACTION
003830         MOVE 'REGISTRATION_PAYMENT' TO EL-ERROR-DB2-OBJECT
003840         PERFORM CHECK-SQLCODE-PARA
003850         PERFORM EXIT-PARA
003860     END-EVALUATE.

003870 KEEP-CANDIDATE-PARA.
003880     IF WS-CAND-COUNT NOT < WS-CAND-MAX
003890       SET WS-CAND-OVERFLOW          TO TRUE
003900     ELSE
003910       ADD 1                         TO WS-CAND-COUNT
003920       MOVE WS-CR-SESSION-CATG
003930         TO WS-CD-SESSION-CATG (WS-CAND-COUNT)
003940       MOVE WS-CR-SESSION-ID
003950         TO WS-CD-SESSION-ID (WS-CAND-COUNT)
003960       MOVE WS-CR-EMAIL-ADDR
003970         TO WS-CD-EMAIL-ADDR (WS-CAND-COUNT)
003980       MOVE WS-CR-PAYMENT-SEQ
003990         TO WS-CD-PAYMENT-SEQ (WS-CAND-COUNT)
004000       MOVE WS-CR-OPEN-AMOUNT
004010         TO WS-CD-OPEN-AMOUNT (WS-CAND-COUNT)
004020       ADD WS-CR-OPEN-AMOUNT         TO WS-CAND-TOTAL
004030       IF WS-CAND-EXACT = 0
004040          AND WS-CR-OPEN-AMOUNT = WS-ITEM-AMOUNT
004050         MOVE WS-CAND-COUNT          TO WS-CAND-EXACT
004060       END-IF
004070     END-IF.

004080*    NOTHING LEFT TO REVERSE UNDER THE REFERENCE - EITHER IT WAS
004090*    ALREADY TAKEN BACK (A REPEATED FILE, OR THE DESK GOT THERE
004100*    FIRST ON THE SCREEN) OR THE REFERENCE IS NOT OURS AT ALL. ONE
004110*    COUNT SETTLES WHICH.
004120 NO-CANDIDATE-PARA.
004130     MOVE 0                          TO WS-REF-ROW-COUNT.
004140     EXEC SQL
004150       SELECT COUNT(*)
004160         INTO :WS-REF-ROW-COUNT
004170         FROM DBODEVP.REGISTRATION_PAYMENT
004180        WHERE PAYMENT_REF     = :WS-MATCH-REFERENCE
004190          AND PAYMENT_METHOD IN (:WS-MATCH-METHOD-1,
004200                                 :WS-MATCH-METHOD-2)
004210          AND REVERSES_SEQ   IS NULL
004220     END-EXEC.
004230     IF SQLCODE NOT = 0
004240       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004250       MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
004260       PERFORM CHECK-SQLCODE-PARA
004270     END-IF.
004280     IF WS-REF-ROW-COUNT = 0
004290       MOVE 'NO SUCH PAYMENT '       TO WS-DT-RESULT
004300     ELSE
004310       MOVE 'ALREADY REVERSED'       TO WS-DT-RESULT
004320     END-IF.
004330     PERFORM WRITE-EXCEPTION-PARA.

004340******************************************************************
004350* Posting Through ETRB028                                        *
004360******************************************************************
004370*    A RECALLED REMITTANCE TAKES BACK EVERY ROW IT WAS SPLIT INTO.
004380*    A ZERO AMOUNT TELLS ETRB028 TO REVERSE WHATEVER IS LEFT OF
004390*    THE ROW.
004400 REVERSE-ALL-CANDIDATES-PARA.
004410     PERFORM REVERSE-CANDIDATE-PARA
004420       VARYING WS-CAND-SUB FROM 1 BY 1
004430         UNTIL WS-CAND-SUB > WS-CAND-COUNT.

004440 REVERSE-CANDIDATE-PARA.
004450     MOVE 0                          TO WS-RV-REVERSAL-AMOUNT.
004460     PERFORM POST-ONE-REVERSAL-PARA.

004470 POST-ONE-REVERSAL-PARA.
004480     MOVE WS-CD-SESSION-CATG (WS-CAND-SUB)
004490                                     TO WS-RV-SESSION-CATG.
004500     MOVE WS-CD-SESSION-ID (WS-CAND-SUB)
004510                                     TO WS-RV-SESSION-ID.
004520     MOVE WS-CD-EMAIL-ADDR (WS-CAND-SUB)
004530                                     TO WS-RV-EMAIL-ADDR.
004540     MOVE WS-CD-PAYMENT-SEQ (WS-CAND-SUB)
004550                                     TO WS-RV-ORIG-PAYMENT-SEQ.
004560     MOVE CB-ITEM-DATE               TO WS-RV-REVERSAL-DATE.
004570     MOVE CB-SOURCE                  TO WS-RV-REVERSAL-REASON.
004580     IF CB-CASE-REFERENCE = SPACES
004590       MOVE CB-ORIG-REFERENCE        TO WS-RV-REVERSAL-REF
004600     ELSE
004610       MOVE CB-CASE-REFERENCE        TO WS-RV-REVERSAL-REF
004620     END-IF.
004630     MOVE 'BATCH   '                 TO WS-RV-AUTH-USR-ID.
004640     CALL 'ETRB028' USING WS-ETRB028-PARM.
004650     EVALUATE TRUE
004660       WHEN WS-RV-REVERSE-OK
004670         ADD 1                       TO WS-POSTED-COUNT
004680         PERFORM WRITE-POSTED-PARA
004690       WHEN WS-RV-ALREADY-DONE
004700         MOVE 'ALREADY REVERSED'     TO WS-DT-RESULT
004710         PERFORM WRITE-EXCEPTION-PARA
004720       WHEN WS-RV-EXCEEDS
004730         MOVE 'EXCEEDS PAYMENT '     TO WS-DT-RESULT
004740         PERFORM WRITE-EXCEPTION-PARA
004750       WHEN WS-RV-BAD-DATE
004760         MOVE 'BAD ITEM DATE   '     TO WS-DT-RESULT
004770         PERFORM WRITE-EXCEPTION-PARA
004780       WHEN WS-RV-UNAUTHORIZED
004790         MOVE 'NOT AUTHORIZED  '     TO WS-DT-RESULT
004800         PERFORM WRITE-EXCEPTION-PARA
004810       WHEN OTHER
004820*        THE SERVICE SAID NO - REPORT THE ITEM AND MOVE ON, THE
004830*        ETROP34 RULE: UNPOSTED MONEY ON A REPORT IS BETTER THAN A
004840*        RUN THAT STOPS HALF WAY THROUGH THE FILE.
004850         DISPLAY ' REVERSAL BOUNCED, RC: ' WS-RV-RETURN-CODE
004860         MOVE 'POSTING FAILED  '     TO WS-DT-RESULT
004870         PERFORM WRITE-EXCEPTION-PARA
004880     END-EVALUATE.

004890******************************************************************
004900* Report Lines                                                   *
004910******************************************************************
004920*    A REVERSAL OF A PAYMENT THE BANK RECONCILIATION HAD ALREADY
004930*    MATCHED IS FLAGGED WITH THE RECON DATE AND STATEMENT
004940*    REFERENCE IT WAS MATCHED ON.
004950 WRITE-POSTED-PARA.
004960     MOVE 'REVERSED        '         TO WS-DT-RESULT.
004970     MOVE WS-RV-REVERSED-BASE        TO EA-AMOUNT.
004980     PERFORM EDIT-AMOUNT-PARA.
004990     MOVE EA-EDITED-AMOUNT-CR        TO WS-DT-AMOUNT.
005000     MOVE WS-RV-SESSION-CATG         TO WS-DT-CATG.
005010     MOVE '/'                        TO WS-DT-SLASH.
005020     MOVE WS-RV-SESSION-ID           TO WS-DT-SESSION-ID.
005030     MOVE WS-RV-ORIG-PAYMENT-SEQ     TO WS-DT-SEQ.
005040     MOVE SPACES                     TO WS-DT-RECON.
005050     IF WS-RV-ORIG-RECONCILED
005060       ADD 1                         TO WS-RECON-HIT-COUNT
005070       STRING 'RECONCILED '          DELIMITED BY SIZE
005080              WS-RV-ORIG-RECON-DATE  DELIMITED BY SIZE
005090              ' '                    DELIMITED BY SIZE
005100              WS-RV-ORIG-RECON-REF   DELIMITED BY SIZE
005110         INTO WS-DT-RECON
005120       END-STRING
005130     END-IF.
005140     PERFORM WRITE-DETAIL-PARA.

005150 WRITE-EXCEPTION-PARA.
005160     ADD 1                           TO WS-EXCEPTION-COUNT.
005170     MOVE WS-ITEM-AMOUNT             TO EA-AMOUNT.
005180     PERFORM EDIT-AMOUNT-PARA.
005190     MOVE EA-EDITED-AMOUNT-CR        TO WS-DT-AMOUNT.
005200     MOVE SPACES                     TO WS-DT-CATG.
005210     MOVE SPACES                     TO WS-DT-SLASH.
005220     MOVE 0                          TO WS-DT-SESSION-ID.
005230     MOVE 0                          TO WS-DT-SEQ.
005240     MOVE CB-REASON-TEXT             TO WS-DT-RECON.
005250     PERFORM WRITE-DETAIL-PARA.

005260 WRITE-DETAIL-PARA.
005270     MOVE CB-SOURCE                  TO WS-DT-SOURCE.
005280     MOVE CB-ITEM-DATE               TO WS-DT-DATE.
005290     MOVE CB-ORIG-REFERENCE          TO WS-DT-REFERENCE.
005300     WRITE CHGBK-RPT-RECORD          FROM WS-DTL-LINE.

005310******************************************************************
005320* End-Of-Run Totals                                              *
005330******************************************************************
005340 WRITE-TOTALS-PARA.
005350     MOVE SPACES                     TO CHGBK-RPT-RECORD.
005360     WRITE CHGBK-RPT-RECORD.
005370     MOVE 'ITEMS READ               :' TO WS-CN-LABEL.
005380     MOVE WS-READ-COUNT              TO WS-CN-COUNT.
005390     WRITE CHGBK-RPT-RECORD          FROM WS-CNT-LINE.
005400     MOVE 'REVERSALS POSTED         :' TO WS-CN-LABEL.
005410     MOVE WS-POSTED-COUNT            TO WS-CN-COUNT.
005420     WRITE CHGBK-RPT-RECORD          FROM WS-CNT-LINE.
005430     MOVE 'ON RECONCILED PAYMENTS   :' TO WS-CN-LABEL.
005440     MOVE WS-RECON-HIT-COUNT         TO WS-CN-COUNT.
005450     WRITE CHGBK-RPT-RECORD          FROM WS-CNT-LINE.
005460     MOVE 'EXCEPTIONS               :' TO WS-CN-LABEL.
005470     MOVE WS-EXCEPTION-COUNT         TO WS-CN-COUNT.
005480     WRITE CHGBK-RPT-RECORD          FROM WS-CNT-LINE.

005490******************************************************************
005500* Amount Edit                                                    *
005510******************************************************************
005520     EXEC SQL
005530       INCLUDE CPAMTEDT
005540     END-EXEC.

005550******************************************************************
005560* Error Logging                                                  *
005570******************************************************************
005580     EXEC SQL
005590       INCLUDE CPERRBAT
005600     END-EXEC.

005610*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
005620*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
005630*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
005640*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
005650*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
005660 EXIT-PARA.
005670     MOVE 'F'                        TO JRL-RUN-STATUS.
005680     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
005690     MOVE WS-POSTED-COUNT            TO JRL-ROWS-UPDATED.
005700     MOVE WS-EXCEPTION-COUNT         TO JRL-ROWS-SKIPPED.
005710     PERFORM LOG-JOB-END-PARA.
005720     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
005730     GOBACK.

005740******************************************************************
005750* Run Registry                                                   *
005760******************************************************************
005770     EXEC SQL
005780       INCLUDE CPJOBLOG
005790     END-EXEC.

005800******************************************************************
005810* Inbound File Registry                                          *
005820******************************************************************
005830     EXEC SQL
005840       INCLUDE CPINBREG
005850     END-EXEC.
