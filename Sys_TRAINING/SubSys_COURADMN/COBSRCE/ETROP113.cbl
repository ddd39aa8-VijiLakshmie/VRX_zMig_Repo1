000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP113.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  GOVERNMENT-FUNDING CLAIM RESPONSE POSTING.                    *
000090*  READS THE FUNDING BODY'S RESPONSE TO AN ETROP112 CLAIM FILE   *
000100*  (FUNDRSP: ONE DTL RECORD PER CLAIM IT DECIDED, PAID OR        *
000110*  REJECTED, WITH THE AMOUNT PAID AND ITS REASON, PLUS A TRL     *
000120*  RECORD CARRYING ITS OWN RECORD COUNT), POSTS EACH DECISION TO *
000130*  THE FUNDING_CLAIM ROW AND REPORTS EVERY EXCEPTION:            *
000140*    REJECTED      - THE BODY REFUSED THE CLAIM. THE ROW GOES    *
000150*                    'R' AND ETROP20 RE-BILLS THE FUNDED AMOUNT  *
000160*                    TO THE ORG ON ITS NEXT INVOICE              *
000170*    SHORT PAID    - PAID LESS THAN CLAIMED. THE ROW GOES 'P'    *
000180*                    AND ETROP20 RE-BILLS THE DIFFERENCE         *
000190*    UNREQUESTED   - A RESPONSE FOR A CLAIM NOT AWAITING ONE     *
000200*                    (NEVER SENT, OR ALREADY ANSWERED)           *
000210*    UNANSWERED    - SUBMITTED OVER 90 DAYS AGO, STILL NO ANSWER *
000220*    COUNT MISMATCH- TRL COUNT DISAGREES WITH THE DTL RECORDS    *
000221*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
000222*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
000223*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
000224*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000230******************************************************************

000240 ENVIRONMENT DIVISION.

000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. Z900.
000270 OBJECT-COMPUTER. Z900.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FUND-RSP-FILE  ASSIGN TO FUNDRSP
000310            ORGANIZATION  IS LINE SEQUENTIAL.
000320     SELECT FUND-EXC-FILE  ASSIGN TO FUNDRRPT
000330            ORGANIZATION  IS LINE SEQUENTIAL.
000333     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000336            ORGANIZATION  IS LINE SEQUENTIAL.

000340 DATA DIVISION.
000350 FILE SECTION.
000360******************************************************************
000370*  FUNDRSP RECORD SHAPES. THE BODY SENDS ONE DTL PER CLAIM IT    *
000380*  DECIDED AND ONE TRL AT THE END WITH ITS COUNT.                *
000390******************************************************************
000400 FD  FUND-RSP-FILE
000410     RECORD CONTAINS 100 CHARACTERS.
000420 01  FUND-RSP-RECORD.
000430     05 FR-RECORD-TYPE               PIC X(03).
000440        88 FR-DETAIL                           VALUE 'DTL'.
000450        88 FR-TRAILER                          VALUE 'TRL'.
000460     05 FR-CLAIM-NO                  PIC 9(09).
000470     05 FR-CLAIM-STATUS              PIC X(01).
000480        88 FR-PAID                             VALUE 'P'.
000490        88 FR-REJECTED                         VALUE 'R'.
000500     05 FR-PAID-AMOUNT               PIC 9(07)V99.
000510     05 FR-REASON                    PIC X(60).
000520     05 FILLER                       PIC X(18).
000530 01  FUND-RSP-TRAILER REDEFINES FUND-RSP-RECORD.
000540     05 FILLER                       PIC X(03).
000550     05 FR-TRL-COUNT                 PIC 9(09).
000560     05 FILLER                       PIC X(88).
000570 FD  FUND-EXC-FILE
000580     RECORD CONTAINS 132 CHARACTERS.
000590 01  FUND-EXC-RECORD                 PIC X(132).
000592 FD  INBOUND-OVRD-FILE
000594     RECORD CONTAINS 80 CHARACTERS.
000596 01  INBOUND-OVRD-RECORD             PIC X(80).

000600 WORKING-STORAGE SECTION.

000610 01 WS-BEGIN                          PIC  X(36) VALUE
000620     'ETROP113 WORKING STORAGE STARTS HERE'.

000630******************************************************************
000640*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000650******************************************************************
000660 01 WS-VARIABLES.
000670    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000680       88 WS-NO-ERROR                            VALUE SPACES.
000690       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000700       88 WS-FATAL-ERROR                         VALUE 'F'.
000710    05 WS-RSP-EOF-SW                   PIC X(01) VALUE SPACES.
000720       88 WS-RSP-EOF                             VALUE 'E'.
000730    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
000740    05 WS-PAID-COUNT                   PIC S9(9) COMP VALUE 0.
000750    05 WS-SHORT-PAID-COUNT             PIC S9(9) COMP VALUE 0.
000760    05 WS-REJECTED-COUNT               PIC S9(9) COMP VALUE 0.
000770    05 WS-UNREQUESTED-COUNT            PIC S9(9) COMP VALUE 0.
000780    05 WS-UNANSWERED-COUNT             PIC S9(9) COMP VALUE 0.
000790    05 WS-TRAILER-SEEN-SW              PIC X(01) VALUE SPACES.
000800       88 WS-TRAILER-SEEN                        VALUE 'Y'.
000810    05 WS-TRAILER-COUNT                PIC S9(9) COMP VALUE 0.
000820    05 WS-RSP-CLAIM-NO                 PIC S9(9) USAGE COMP.
000830    05 WS-RSP-PAID-AMOUNT              PIC S9(7)V99 USAGE COMP-3.
000840    05 WS-RSP-PAID-IND                 PIC S9(4) USAGE COMP.
000850    05 WS-RSP-REASON.
000860       49 WS-RSP-REASON-LEN            PIC S9(4) USAGE COMP.
000870       49 WS-RSP-REASON-TEXT           PIC X(60).

000880******************************************************************
000890*  EXCEPTION REPORT LINES                                        *
000900******************************************************************
000910 01 WS-RPT-LINES.
000920    05 WS-HDG-LINE.
000930       10 FILLER                       PIC X(41) VALUE
000940          'GOVERNMENT FUNDING CLAIM RESPONSE REPORT'.
000950       10 FILLER                       PIC X(91) VALUE SPACES.
000960    05 WS-EXC-LINE.
000970       10 WS-EX-TYPE                   PIC X(16).
000980       10 WS-EX-CLAIM-NO               PIC Z(08)9.
000990       10 FILLER                       PIC X(02) VALUE SPACES.
001000       10 WS-EX-CLAIMED                PIC Z,ZZZ,ZZ9.99.
001010       10 FILLER                       PIC X(02) VALUE SPACES.
001020       10 WS-EX-PAID                   PIC Z,ZZZ,ZZ9.99.
001030       10 FILLER                       PIC X(02) VALUE SPACES.
001040       10 WS-EX-TEXT                   PIC X(60).
001050       10 FILLER                       PIC X(17) VALUE SPACES.
001060    05 WS-CNT-LINE.
001070       10 WS-CN-LABEL                  PIC X(30).
001080       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001090       10 FILLER                       PIC X(91) VALUE SPACES.

001100******************************************************************
001110* Copybook Includes.                                             *
001120******************************************************************
001130     EXEC SQL
001140       INCLUDE CWERRLOG
001150     END-EXEC.

001160*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001170     EXEC SQL
001180       INCLUDE CWJOBLOG
001190     END-EXEC.

001191*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001192     EXEC SQL
001193       INCLUDE CWINBREG
001194     END-EXEC.

001200******************************************************************
001210*                     DB2 SECTION                                *
001220******************************************************************
001230     EXEC SQL
001240       INCLUDE SQLCA
001250     END-EXEC.

001260     EXEC SQL
001270       INCLUDE DCLFUNDC
001280     END-EXEC.

001290******************************************************************
001300*  EVERY CLAIM STILL AWAITING AN ANSWER 90 DAYS AFTER IT WENT -  *
001310*  THE FUNDING BODY'S OWN TURNAROUND IS A QUARTER.               *
001320******************************************************************
001330     EXEC SQL DECLARE UNANSWERED-CLAIMS CURSOR
001340      FOR
001350      SELECT CLAIM_NO, CLAIM_AMOUNT
001360        FROM DBODEVP.FUNDING_CLAIM
001370       WHERE CLAIM_STATUS = 'S'
001380         AND SUBMIT_DATE  < CURRENT DATE - 90 DAYS
001390       ORDER BY CLAIM_NO
001400     END-EXEC.

001410 01 WS-END                             PIC X(50) VALUE
001420     'ETROP113-WORKING STORAGE SECTION ENDS HERE'.

001430 PROCEDURE DIVISION.

001440 MAIN-LOGIC-PARA.

001450     MOVE 'ETROP113'                   TO EL-ERROR-MODULE.
001460     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001470     MOVE 'ETROP113'                   TO JRL-PROGRAM-ID.
001480     PERFORM LOG-JOB-START-PARA.

001490     OPEN INPUT  FUND-RSP-FILE.
001500     OPEN OUTPUT FUND-EXC-FILE.
001510     WRITE FUND-EXC-RECORD           FROM WS-HDG-LINE.
001520     MOVE SPACES                     TO FUND-EXC-RECORD.
001530     WRITE FUND-EXC-RECORD.

001540     PERFORM READ-RSP-PARA.
001544     PERFORM REGISTER-RSP-FILE-PARA.
001550     PERFORM PROCESS-RSP-PARA
001560       UNTIL WS-RSP-EOF.
001570     CLOSE FUND-RSP-FILE.

001580     PERFORM CHECK-TRAILER-PARA.
001590     PERFORM REPORT-UNANSWERED-PARA.
001600     PERFORM WRITE-TOTALS-PARA.
001610     CLOSE FUND-EXC-FILE.

001620     DISPLAY 'RESPONSES READ      : ' WS-DETAIL-COUNT.
001630     DISPLAY 'PAID IN FULL        : ' WS-PAID-COUNT.
001640     DISPLAY 'SHORT PAID (REBILL) : ' WS-SHORT-PAID-COUNT.
001650     DISPLAY 'REJECTED (REBILL)   : ' WS-REJECTED-COUNT.
001660     DISPLAY 'UNREQUESTED         : ' WS-UNREQUESTED-COUNT.
001670     DISPLAY 'STILL UNANSWERED    : ' WS-UNANSWERED-COUNT.
001673     MOVE WS-DETAIL-COUNT            TO IB-RECORD-COUNT.
001676     PERFORM COMPLETE-INBOUND-PARA.
001680     MOVE 'C'                        TO JRL-RUN-STATUS.
001690     MOVE WS-DETAIL-COUNT            TO JRL-ROWS-READ.
001700     COMPUTE JRL-ROWS-UPDATED = WS-PAID-COUNT
001705                              + WS-SHORT-PAID-COUNT
001710                              + WS-REJECTED-COUNT.
001720     MOVE WS-UNREQUESTED-COUNT       TO JRL-ROWS-SKIPPED.
001730     PERFORM LOG-JOB-END-PARA.
001740     GOBACK.

001750******************************************************************
001760* Response File                                                  *
001770******************************************************************
001780 READ-RSP-PARA.
001790     READ FUND-RSP-FILE
001800       AT END SET WS-RSP-EOF         TO TRUE
001810     END-READ.

00181A*    REGISTERED BEFORE ANY CLAIM IS POSTED - SEE CWINBREG.
00181B REGISTER-RSP-FILE-PARA.
00181C     MOVE 'FUNDRSP'                  TO IB-INTERFACE-NAME.
00181D     MOVE 'ETROP113'                 TO IB-PROGRAM-ID.
00181E     MOVE SPACES                     TO IB-IO-RECORD.
00181F     IF NOT WS-RSP-EOF
00181G       MOVE FUND-RSP-RECORD          TO IB-IO-RECORD
00181H     END-IF.
00181I     PERFORM REGISTER-INBOUND-PARA.
00181J     IF IB-FILE-REFUSED
00181K       PERFORM EXIT-PARA
00181L     END-IF.
00181M     IF IB-RG-HEADER-OK
00181N       PERFORM READ-RSP-PARA
00181O     END-IF.

001820*    THE RESPONSE FILE COMES FROM OUTSIDE THE SHOP - A RECORD THAT
001830*    IS NEITHER A DTL NOR A NUMERIC TRL, OR A PAID DTL WHOSE
001840*    AMOUNT IS NOT NUMERIC, IS EXCEPTIONED, NOT TRUSTED.
001850 PROCESS-RSP-PARA.
001860     EVALUATE TRUE
001870       WHEN FR-DETAIL AND FR-CLAIM-NO NUMERIC
001880            AND (FR-REJECTED
001890                 OR (FR-PAID AND FR-PAID-AMOUNT NUMERIC))
001900         ADD 1                       TO WS-DETAIL-COUNT
001910         PERFORM POST-ONE-RESPONSE-PARA
001920       WHEN FR-TRAILER AND FR-TRL-COUNT NUMERIC
001930         SET WS-TRAILER-SEEN         TO TRUE
001940         MOVE FR-TRL-COUNT           TO WS-TRAILER-COUNT
001950       WHEN FR-TRAILER
001960         SET WS-TRAILER-SEEN         TO TRUE
001970         MOVE -1                     TO WS-TRAILER-COUNT
001980       WHEN OTHER
001990         MOVE 'BAD RECORD'           TO WS-EX-TYPE
002000         MOVE 0                      TO WS-EX-CLAIM-NO
002010         MOVE 0                      TO WS-EX-CLAIMED
002020         MOVE 0                      TO WS-EX-PAID
002030         MOVE FUND-RSP-RECORD (1:60) TO WS-EX-TEXT
002040         WRITE FUND-EXC-RECORD       FROM WS-EXC-LINE
002050     END-EVALUATE.
002060     PERFORM READ-RSP-PARA.

002070******************************************************************
002080* One Response                                                   *
002090******************************************************************
002100*    ONLY A CLAIM STILL 'S' TAKES A RESPONSE - A SECOND ANSWER FOR
002110*    THE SAME CLAIM MUST NOT MOVE A ROW ETROP20 MAY ALREADY HAVE
002120*    RE-BILLED FROM. THE CLAIM ROW IS READ FIRST FOR ITS AMOUNT SO
002130*    A SHORT PAYMENT CAN BE TOLD FROM A FULL ONE.
002140 POST-ONE-RESPONSE-PARA.
002150     MOVE FR-CLAIM-NO                TO WS-RSP-CLAIM-NO.
002160     MOVE FR-REASON                  TO WS-RSP-REASON-TEXT.
002170     MOVE LENGTH OF FR-REASON        TO WS-RSP-REASON-LEN.
002180     IF FR-PAID
002190       MOVE FR-PAID-AMOUNT           TO WS-RSP-PAID-AMOUNT
002200       MOVE 0                        TO WS-RSP-PAID-IND
002210     ELSE
002220       MOVE 0                        TO WS-RSP-PAID-AMOUNT
002230       MOVE -1                       TO WS-RSP-PAID-IND
002240     END-IF.
002250     MOVE 0                          TO FDC-CLAIM-AMOUNT.
002260     EXEC SQL
002270       SELECT CLAIM_AMOUNT
002280         INTO :FDC-CLAIM-AMOUNT
002290         FROM DBODEVP.FUNDING_CLAIM
002300        WHERE CLAIM_NO     = :WS-RSP-CLAIM-NO
002310          AND CLAIM_STATUS = 'S'
002320     END-EXEC.
002330     IF SQLCODE = 0
002340       EXEC SQL
002350         UPDATE DBODEVP.FUNDING_CLAIM
002360            SET CLAIM_STATUS    = :FR-CLAIM-STATUS,
002370                PAID_AMOUNT     = :WS-RSP-PAID-AMOUNT
002380                                  :WS-RSP-PAID-IND,
002390                RESPONSE_REASON = NULLIF(:WS-RSP-REASON, ' '),
002400                RESPONSE_DATE   = CURRENT DATE,
002410                DTS             = CURRENT TIMESTAMP
002420          WHERE CLAIM_NO     = :WS-RSP-CLAIM-NO
002430            AND CLAIM_STATUS = 'S'
002440       END-EXEC
002450     END-IF.
002460     EVALUATE SQLCODE
002470       WHEN 0
002480         PERFORM COUNT-RESPONSE-PARA
002490       WHEN 100
002500         ADD 1                       TO WS-UNREQUESTED-COUNT
002510         MOVE 'UNREQUESTED     '     TO WS-EX-TYPE
002520         PERFORM WRITE-RSP-EXCEPTION-PARA
002530       WHEN OTHER
002540         MOVE 'UPDATE'               TO EL-ERROR-ACTION
002550         MOVE 'FUNDING_CLAIM'        TO EL-ERROR-DB2-OBJECT
002560         PERFORM CHECK-SQLCODE-PARA
002570         PERFORM EXIT-PARA
002580     END-EVALUATE.

002590 COUNT-RESPONSE-PARA.
002600     EVALUATE TRUE
002610       WHEN FR-REJECTED
002620         ADD 1                       TO WS-REJECTED-COUNT
002630         MOVE 'REJECTED        '     TO WS-EX-TYPE
002640         PERFORM WRITE-RSP-EXCEPTION-PARA
002650       WHEN WS-RSP-PAID-AMOUNT < FDC-CLAIM-AMOUNT
002660         ADD 1                       TO WS-SHORT-PAID-COUNT
002670         MOVE 'SHORT PAID      '     TO WS-EX-TYPE
002680         PERFORM WRITE-RSP-EXCEPTION-PARA
002690       WHEN OTHER
002700         ADD 1                       TO WS-PAID-COUNT
002710     END-EVALUATE.

002720 WRITE-RSP-EXCEPTION-PARA.
002730     MOVE FR-CLAIM-NO                TO WS-EX-CLAIM-NO.
002740     MOVE FDC-CLAIM-AMOUNT           TO WS-EX-CLAIMED.
002750     MOVE WS-RSP-PAID-AMOUNT         TO WS-EX-PAID.
002760     MOVE FR-REASON                  TO WS-EX-TEXT.
002770     WRITE FUND-EXC-RECORD           FROM WS-EXC-LINE.

002780******************************************************************
002790* Trailer Check                                                  *
002800******************************************************************
002810 CHECK-TRAILER-PARA.
002820     MOVE 0                          TO WS-EX-CLAIM-NO.
002830     MOVE 0                          TO WS-EX-CLAIMED.
002840     MOVE 0                          TO WS-EX-PAID.
002850     EVALUATE TRUE
002860       WHEN NOT WS-TRAILER-SEEN
002870         MOVE 'NO TRAILER     '      TO WS-EX-TYPE
002880         MOVE 'RESPONSE FILE ENDED WITHOUT A TRL RECORD'
002890                                     TO WS-EX-TEXT
002900         WRITE FUND-EXC-RECORD       FROM WS-EXC-LINE
002910       WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
002920         MOVE 'COUNT MISMATCH '      TO WS-EX-TYPE
002930         MOVE 'TRL COUNT SHOWN VS DTL RECORDS READ DISAGREE'
002940                                     TO WS-EX-TEXT
002950         WRITE FUND-EXC-RECORD       FROM WS-EXC-LINE
002960       WHEN OTHER
002970         CONTINUE
002980     END-EVALUATE.

002990******************************************************************
003000* Unanswered Claims                                              *
003010******************************************************************
003020 REPORT-UNANSWERED-PARA.
003030     EXEC SQL
003040       OPEN UNANSWERED-CLAIMS
003050     END-EXEC.
003060     IF SQLCODE NOT = 0
003070       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
003080       MOVE 'FUNDING_CLAIM'          TO EL-ERROR-DB2-OBJECT
003090       PERFORM CHECK-SQLCODE-PARA
003100       PERFORM EXIT-PARA
003110     END-IF.

003120     PERFORM FETCH-UNANSWERED-PARA
003130       UNTIL SQLCODE = 100.

003140     EXEC SQL
003150       CLOSE UNANSWERED-CLAIMS
003160     END-EXEC.
003170     IF SQLCODE NOT = 0
003180       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
003190       MOVE 'FUNDING_CLAIM'          TO EL-ERROR-DB2-OBJECT
003200       PERFORM CHECK-SQLCODE-PARA
003210     END-IF.

003220 FETCH-UNANSWERED-PARA.
003230     EXEC SQL
003240       FETCH UNANSWERED-CLAIMS
003250        INTO :FDC-CLAIM-NO,
003260             :FDC-CLAIM-AMOUNT
003270     END-EXEC.
003280     EVALUATE SQLCODE
003290       WHEN 0
003300         ADD 1                       TO WS-UNANSWERED-COUNT
003310         MOVE 'UNANSWERED     '      TO WS-EX-TYPE
003320         MOVE FDC-CLAIM-NO           TO WS-EX-CLAIM-NO
003330         MOVE FDC-CLAIM-AMOUNT       TO WS-EX-CLAIMED
003340         MOVE 0                      TO WS-EX-PAID
003350         MOVE SPACES                 TO WS-EX-TEXT
003360         WRITE FUND-EXC-RECORD       FROM WS-EXC-LINE
003370       WHEN 100
003380         CONTINUE
003390       WHEN OTHER
003400         MOVE 'FETCH '               TO EL-ERROR-ACTION
003410         MOVE 'FUNDING_CLAIM'        TO EL-ERROR-DB2-OBJECT
003420         PERFORM CHECK-SQLCODE-PARA
003430         PERFORM EXIT-PARA
003440     END-EVALUATE.

003450******************************************************************
003460* End-Of-Run Totals                                              *
003470******************************************************************
003480 WRITE-TOTALS-PARA.
003490     MOVE SPACES                     TO FUND-EXC-RECORD.
003500     WRITE FUND-EXC-RECORD.
003510     MOVE 'RESPONSES READ           :' TO WS-CN-LABEL.
003520     MOVE WS-DETAIL-COUNT            TO WS-CN-COUNT.
003530     WRITE FUND-EXC-RECORD           FROM WS-CNT-LINE.
003540     MOVE 'PAID IN FULL             :' TO WS-CN-LABEL.
003550     MOVE WS-PAID-COUNT              TO WS-CN-COUNT.
003560     WRITE FUND-EXC-RECORD           FROM WS-CNT-LINE.
003570     MOVE 'SHORT PAID - TO REBILL   :' TO WS-CN-LABEL.
003580     MOVE WS-SHORT-PAID-COUNT        TO WS-CN-COUNT.
003590     WRITE FUND-EXC-RECORD           FROM WS-CNT-LINE.
003600     MOVE 'REJECTED - TO REBILL     :' TO WS-CN-LABEL.
003610     MOVE WS-REJECTED-COUNT          TO WS-CN-COUNT.
003620     WRITE FUND-EXC-RECORD           FROM WS-CNT-LINE.
003630     MOVE 'UNREQUESTED RESPONSES    :' TO WS-CN-LABEL.
003640     MOVE WS-UNREQUESTED-COUNT       TO WS-CN-COUNT.
003650     WRITE FUND-EXC-RECORD           FROM WS-CNT-LINE.
003660     MOVE 'STILL UNANSWERED         :' TO WS-CN-LABEL.
003670     MOVE WS-UNANSWERED-COUNT        TO WS-CN-COUNT.
003680     WRITE FUND-EXC-RECORD           FROM WS-CNT-LINE.

003690******************************************************************
003700* Error Logging                                                  *
003710******************************************************************
003720     EXEC SQL
003730       INCLUDE CPERRBAT
003740     END-EXEC.

003750*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
003760*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
003770*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
003780*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
003790*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
003800 EXIT-PARA.
003810     MOVE 'F'                        TO JRL-RUN-STATUS.
003820     PERFORM LOG-JOB-END-PARA.
003830     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003840     GOBACK.

003850******************************************************************
003860* Run Registry                                                   *
003870******************************************************************
003880     EXEC SQL
003890       INCLUDE CPJOBLOG
003900     END-EXEC.

003910******************************************************************
003920* Inbound File Registry                                          *
003930******************************************************************
003940     EXEC SQL
003950       INCLUDE CPINBREG
003960     END-EXEC.
