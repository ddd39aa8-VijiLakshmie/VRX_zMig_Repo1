001300*  NEW SESSION OF THE CATEGORY STARTS FROM. ENTER INQUIRES ON    *
001400*  THE KEYED CODE; PF5 SAVES THE SCREEN FIELDS (UPDATE WHEN THE  *
001500*  ROW EXISTS, INSERT WHEN IT DOES NOT).                         *
001510*  THE EQUIVALENCE GROUP MARKS CATEGORIES THAT TEACH THE SAME    *
001520*  COURSE - ETRM017 OFFERS ANY OF THEM AS AN ALTERNATIVE WHEN A  *
001530*  SESSION IS FULL. BLANK CLEARS IT (NO EQUIVALENTS).            *
001531*  A PASS MARK MAKES THE CATEGORY AN EXAMINED COURSE - SEE       *
001532*  DCLASRES AND ETRM019. MAX ATTEMPTS AND RESIT FEE ONLY MEAN    *
001533*  ANYTHING ALONGSIDE IT; EACH IS STORED NULL WHEN LEFT BLANK.   *
001534*  MAX PER INSTR IS A PRACTICAL COURSE'S REGULATED DELEGATES-    *
001535*  PER-INSTRUCTOR RATIO - ETRB002 WAITLISTS PAST IT AND ETROP114 *
001536*  REPORTS SESSIONS THAT BREACH IT. BLANK STORES NULL (NONE).    *
001600******************************************************************

001700 ENVIRONMENT DIVISION.
003600    05 WS-EDIT-SWITCH                  PIC X(01) VALUE '0'.
003700       88 WS-EDITS-OK                            VALUE '0'.
003800       88 WS-EDITS-BAD                           VALUE '9'.
003810    05 WS-EQUIV-GROUP-IND              PIC S9(4) USAGE COMP.
003811    05 WS-PASS-MARK-NUM                PIC 9(03).
003812    05 WS-MAX-ATTEMPTS-NUM             PIC 9(02).
003813    05 WS-RESIT-FEE-NUM                PIC 9(09).
003814    05 WS-PASS-MARK-IND                PIC S9(4) USAGE COMP.
003815    05 WS-MAX-ATTEMPTS-IND             PIC S9(4) USAGE COMP.
003816    05 WS-RESIT-FEE-IND                PIC S9(4) USAGE COMP.
003817    05 WS-MAX-PER-INSTR-NUM            PIC 9(03).
003818    05 WS-MAX-PER-INSTR-IND            PIC S9(4) USAGE COMP.

003900******************************************************************
004000*  COMMAREA - CARRIES THE CATEGORY ENTER LAST SHOWED AND THE DTS  *
004100*  OF ITS ROW AS SHOWN (BLANK WHEN THERE WAS NO ROW). PF5 SAVES   *
004110*  ONLY WHAT ENTER SHOWED, AND ONLY IF NOBODY HAS CHANGED OR      *
004120*  ADDED THE ROW SINCE.                                           *
004200******************************************************************
004300 01 WS-COMMAREA.
004400    05 WS-CA-SESSION-CATG              PIC X(02).
004410    05 WS-CA-DTS                       PIC X(26).

004500******************************************************************
004600*  SYMBOLIC MAP.                                                 *
005300       INCLUDE CWERRLOG
005400     END-EXEC.

005401*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
005402     EXEC SQL
005403       INCLUDE CWTXNLOG
005404     END-EXEC.

005410*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
005420     EXEC SQL
005430       INCLUDE CWQUIES
005440     END-EXEC.

005500******************************************************************
005600*                     DB2 SECTION                                *
005700******************************************************************
006500     'ETRM006-WORKING STORAGE SECTION ENDS HERE'.

006600 LINKAGE SECTION.
006700 01 DFHCOMMAREA                        PIC X(28).

006800 PROCEDURE DIVISION.


007000     MOVE 'ETRM006'                    TO EL-ERROR-MODULE.
007100     MOVE 'MAIN-LOGIC-PARA           '  TO EL-ERROR-PARA-NAME.
007101     MOVE 'ETRM006'                    TO TXL-PROGRAM-ID.
007102     PERFORM LOG-TXN-START-PARA.

007200     IF EIBCALEN = 0
007210         MOVE SPACES                   TO WS-COMMAREA
007300         PERFORM SEND-INITIAL-MAP-PARA
007400         PERFORM RETURN-CONVERSATIONAL-PARA
007500     ELSE
007510         MOVE DFHCOMMAREA              TO WS-COMMAREA
007600         PERFORM RECEIVE-MAP-PARA
007700         EVALUATE EIBAID
007800           WHEN DFHPF3
010100       SELECT COURSE_TITLE, COALESCE(COURSE_DESC, ' '),
010200              COALESCE(DFLT_SESSION_DURATION, 0),
010300              COALESCE(DFLT_SESSION_FEE, 0),
010400              COALESCE(DFLT_SESSION_CAPACITY, 0),
010410              COALESCE(EQUIV_GROUP, ' '),
010411              PASS_MARK, MAX_ATTEMPTS, RESIT_FEE,
010412              MAX_DELEGATES_PER_INSTR, DTS
010500         INTO :CAT-COURSE-TITLE, :CAT-COURSE-DESC,
010600              :CAT-DFLT-DURATION, :CAT-DFLT-FEE,
010700              :CAT-DFLT-CAPACITY, :CAT-EQUIV-GROUP,
010701              :CAT-PASS-MARK :WS-PASS-MARK-IND,
010702              :CAT-MAX-ATTEMPTS :WS-MAX-ATTEMPTS-IND,
010703              :CAT-RESIT-FEE :WS-RESIT-FEE-IND,
010704              :CAT-MAX-PER-INSTR :WS-MAX-PER-INSTR-IND,
010714              :CAT-DTS
010800         FROM DBODEVP.COURSE_CATALOG
010900        WHERE SESSION_CATG = :CAT-SESSION-CATG
011000     END-EXEC.
011100     EVALUATE SQLCODE
011200       WHEN 0
011210         MOVE CAT-SESSION-CATG         TO WS-CA-SESSION-CATG
011220         MOVE CAT-DTS                  TO WS-CA-DTS
011300         MOVE CAT-COURSE-TITLE-TEXT    TO CTITLEO
011400         MOVE CAT-COURSE-DESC-TEXT     TO CDESCO
011500         MOVE CAT-DFLT-DURATION        TO WS-DURATION-NUM
011800         MOVE WS-FEE-NUM               TO DFEEO
011900         MOVE CAT-DFLT-CAPACITY        TO WS-CAPACITY-NUM
012000         MOVE WS-CAPACITY-NUM          TO DCAPO
012010         MOVE CAT-EQUIV-GROUP          TO EQVGRPO
012011         PERFORM SHOW-EXAM-FIELDS-PARA
012100         MOVE 'CATALOG ROW SHOWN - OVERTYPE AND PF5 TO SAVE'
012200                                       TO MSGO
012300       WHEN 100
012310         MOVE CAT-SESSION-CATG         TO WS-CA-SESSION-CATG
012320         MOVE SPACES                   TO WS-CA-DTS
012400         MOVE SPACES                   TO CTITLEO CDESCO
012500                                          DDURO DFEEO DCAPO
012510                                          EQVGRPO
012511                                          PMARKO MAXATTO RFEEO
012512                                          RATIOO
012600         MOVE 'NO CATALOG ROW - KEY FIELDS AND PF5 TO ADD'
012700                                       TO MSGO
012800       WHEN OTHER
012810         MOVE SPACES                   TO WS-COMMAREA
012900         MOVE 'SELECT'                 TO EL-ERROR-ACTION
013000         PERFORM CHECK-SQLCODE-PARA
013100         MOVE 'INQUIRY FAILED - SEE ERROR LOG' TO MSGO
013200     END-EVALUATE.

013201*    A NULL EXAM COLUMN SHOWS BLANK, NOT ZERO - ZERO IS A REAL
013202*    (IF ODD) PASS MARK AND A REAL RESIT FEE.
013203 SHOW-EXAM-FIELDS-PARA.
013204     IF WS-PASS-MARK-IND < 0
013205         MOVE SPACES                   TO PMARKO
013206     ELSE
013207         MOVE CAT-PASS-MARK            TO WS-PASS-MARK-NUM
013208         MOVE WS-PASS-MARK-NUM         TO PMARKO
013209     END-IF.
013210     IF WS-MAX-ATTEMPTS-IND < 0
013211         MOVE SPACES                   TO MAXATTO
013212     ELSE
013213         MOVE CAT-MAX-ATTEMPTS         TO WS-MAX-ATTEMPTS-NUM
013214         MOVE WS-MAX-ATTEMPTS-NUM      TO MAXATTO
013215     END-IF.
013216     IF WS-RESIT-FEE-IND < 0
013217         MOVE SPACES                   TO RFEEO
013218     ELSE
013219         MOVE CAT-RESIT-FEE            TO WS-RESIT-FEE-NUM
013220         MOVE WS-RESIT-FEE-NUM         TO RFEEO
013221     END-IF.
013222     IF WS-MAX-PER-INSTR-IND < 0
013223         MOVE SPACES                   TO RATIOO
013224     ELSE
013225         MOVE CAT-MAX-PER-INSTR        TO WS-MAX-PER-INSTR-NUM
013226         MOVE WS-MAX-PER-INSTR-NUM     TO RATIOO
013227     END-IF.

013300******************************************************************
013400* Catalog Save (Update-Else-Insert)                              *
013500******************************************************************
013600 SAVE-CATALOG-PARA.
013610     PERFORM CHECK-QUIESCE-PARA.
013620     EVALUATE TRUE
013630       WHEN QSC-QUIESCED
013631         MOVE QSC-MESSAGE              TO MSGO
013632       WHEN WS-CA-SESSION-CATG = SPACES
013633       WHEN CATGI NOT = WS-CA-SESSION-CATG
013634         MOVE 'SHOW THE CATEGORY FIRST (ENTER)' TO MSGO
013640       WHEN OTHER
013650         PERFORM EDIT-SCREEN-FIELDS-PARA
013660         IF WS-EDITS-BAD
013670             CONTINUE
013680         ELSE
013690             PERFORM UPDATE-CATALOG-PARA
013700         END-IF
013710     END-EVALUATE.

014300*    THE KEYED NUMERIC FIELDS ARRIVE AS CHARACTERS - ZERO-FILL
014400*    LEADING BLANKS AND REJECT ANYTHING NON-NUMERIC BEFORE IT
017300             MOVE WS-FEE-NUM           TO CAT-DFLT-FEE
017400             MOVE DCAPI                TO WS-CAPACITY-NUM
017500             MOVE WS-CAPACITY-NUM      TO CAT-DFLT-CAPACITY
017510             PERFORM TAKE-EQUIV-GROUP-PARA
017511             PERFORM TAKE-EXAM-FIELDS-PARA
017512             PERFORM TAKE-INSTR-RATIO-PARA
017600         END-IF
017700     END-IF.

017701*    A BLANK GROUP STORES NULL - THE CATEGORY STANDS ALONE.
017702 TAKE-EQUIV-GROUP-PARA.
017703     IF EQVGRPI = LOW-VALUES
017704         MOVE SPACES                   TO EQVGRPI
017705     END-IF.
017706     MOVE EQVGRPI                      TO CAT-EQUIV-GROUP.
017707     IF CAT-EQUIV-GROUP = SPACES
017708         MOVE -1                       TO WS-EQUIV-GROUP-IND
017709     ELSE
017710         MOVE 0                        TO WS-EQUIV-GROUP-IND
017711     END-IF.

017712*    BLANK STORES NULL. THE PASS MARK IS A PERCENTAGE; AN ATTEMPT
017713*    LIMIT OR RESIT FEE WITHOUT A PASS MARK IS REFUSED, SINCE
017714*    NOTHING WOULD EVER BE SAT AGAINST IT.
017715 TAKE-EXAM-FIELDS-PARA.
017716     IF PMARKI = LOW-VALUES
017717         MOVE SPACES                   TO PMARKI
017718     END-IF.
017719     IF MAXATTI = LOW-VALUES
017720         MOVE SPACES                   TO MAXATTI
017721     END-IF.
017722     IF RFEEI = LOW-VALUES
017723         MOVE SPACES                   TO RFEEI
017724     END-IF.
017725     MOVE -1                           TO WS-PASS-MARK-IND
017726                                          WS-MAX-ATTEMPTS-IND
017727                                          WS-RESIT-FEE-IND.
017728     MOVE 0                            TO CAT-PASS-MARK
017729                                          CAT-MAX-ATTEMPTS
017730                                          CAT-RESIT-FEE.
017731     IF PMARKI = SPACES
017732         IF MAXATTI NOT = SPACES OR RFEEI NOT = SPACES
017733             SET WS-EDITS-BAD TO TRUE
017734             MOVE 'MAX ATTEMPTS AND RESIT FEE NEED A PASS MARK'
017735                                       TO MSGO
017736         END-IF
017737     ELSE
017738         INSPECT PMARKI REPLACING LEADING ' ' BY '0'
017739         IF PMARKI IS NOT NUMERIC
017740             SET WS-EDITS-BAD TO TRUE
017741             MOVE 'PASS MARK MUST BE NUMERIC 0-100' TO MSGO
017742         ELSE
017743             MOVE PMARKI               TO WS-PASS-MARK-NUM
017744             IF WS-PASS-MARK-NUM > 100
017745                 SET WS-EDITS-BAD TO TRUE
017746                 MOVE 'PASS MARK MUST BE NUMERIC 0-100' TO MSGO
017747             ELSE
017748                 MOVE WS-PASS-MARK-NUM TO CAT-PASS-MARK
017749                 MOVE 0                TO WS-PASS-MARK-IND
017750             END-IF
017751         END-IF
017752     END-IF.
017753     IF MAXATTI NOT = SPACES AND WS-EDITS-OK
017754         INSPECT MAXATTI REPLACING LEADING ' ' BY '0'
017755         IF MAXATTI IS NOT NUMERIC OR MAXATTI = '00'
017756             SET WS-EDITS-BAD TO TRUE
017757             MOVE 'MAX ATTEMPTS MUST BE 1-99 OR BLANK' TO MSGO
017758         ELSE
017759             MOVE MAXATTI              TO WS-MAX-ATTEMPTS-NUM
017760             MOVE WS-MAX-ATTEMPTS-NUM  TO CAT-MAX-ATTEMPTS
017761             MOVE 0                    TO WS-MAX-ATTEMPTS-IND
017762         END-IF
017763     END-IF.
017764     IF RFEEI NOT = SPACES AND WS-EDITS-OK
017765         INSPECT RFEEI REPLACING LEADING ' ' BY '0'
017766         IF RFEEI IS NOT NUMERIC
017767             SET WS-EDITS-BAD TO TRUE
017768             MOVE 'RESIT FEE MUST BE NUMERIC OR BLANK' TO MSGO
017769         ELSE
017770             MOVE RFEEI                TO WS-RESIT-FEE-NUM
017771             MOVE WS-RESIT-FEE-NUM     TO CAT-RESIT-FEE
017772             MOVE 0                    TO WS-RESIT-FEE-IND
017773         END-IF
017774     END-IF.

017775*    BLANK STORES NULL - NO REGULATED RATIO. A RATIO OF ZERO
017776*    WOULD ADMIT NOBODY, SO IT IS REFUSED RATHER THAN STORED.
017777 TAKE-INSTR-RATIO-PARA.
017778     IF RATIOI = LOW-VALUES
017779         MOVE SPACES                   TO RATIOI
017780     END-IF.
017781     MOVE -1                           TO WS-MAX-PER-INSTR-IND.
017782     MOVE 0                            TO CAT-MAX-PER-INSTR.
017783     IF RATIOI NOT = SPACES AND WS-EDITS-OK
017784         INSPECT RATIOI REPLACING LEADING ' ' BY '0'
017785         IF RATIOI IS NOT NUMERIC OR RATIOI = '000'
017786             SET WS-EDITS-BAD TO TRUE
017787             MOVE 'MAX PER INSTR MUST BE 1-999 OR BLANK' TO MSGO
017788         ELSE
017789             MOVE RATIOI               TO WS-MAX-PER-INSTR-NUM
017790             MOVE WS-MAX-PER-INSTR-NUM TO CAT-MAX-PER-INSTR
017791             MOVE 0                    TO WS-MAX-PER-INSTR-IND
017792         END-IF
017793     END-IF.

017800*    UPDATE WHEN ENTER SHOWED A ROW, INSERT WHEN IT SHOWED NONE -
017900*    THE SAME UPDATE-ELSE-INSERT SHAPE ETRM005 USES FOR ATTENDANCE
017910*    MARKS. THE UPDATE IS GUARDED ON THE DTS ENTER SHOWED: NO ROW
017920*    MEANS ANOTHER USER CHANGED (OR REMOVED) IT SINCE, AND NOTHING
017930*    IS WRITTEN OVER THEIR CHANGE.
018000 UPDATE-CATALOG-PARA.
018100     MOVE 'COURSE_CATALOG'             TO EL-ERROR-DB2-OBJECT.
018110     IF WS-CA-DTS = SPACES
018120         PERFORM INSERT-CATALOG-PARA
018130     ELSE
018140         PERFORM REWRITE-CATALOG-PARA
018150     END-IF.

018160 REWRITE-CATALOG-PARA.
018200     EXEC SQL
018300       UPDATE DBODEVP.COURSE_CATALOG
018400          SET COURSE_TITLE          = :CAT-COURSE-TITLE,
018600              DFLT_SESSION_DURATION = :CAT-DFLT-DURATION,
018700              DFLT_SESSION_FEE      = :CAT-DFLT-FEE,
018800              DFLT_SESSION_CAPACITY = :CAT-DFLT-CAPACITY,
018810              EQUIV_GROUP           = :CAT-EQUIV-GROUP
018820                                          :WS-EQUIV-GROUP-IND,
018821              PASS_MARK             = :CAT-PASS-MARK
018822                                          :WS-PASS-MARK-IND,
018823              MAX_ATTEMPTS          = :CAT-MAX-ATTEMPTS
018824                                          :WS-MAX-ATTEMPTS-IND,
018825              RESIT_FEE             = :CAT-RESIT-FEE
018826                                          :WS-RESIT-FEE-IND,
018827              MAX_DELEGATES_PER_INSTR
018828                                    = :CAT-MAX-PER-INSTR
018829                                          :WS-MAX-PER-INSTR-IND,
018900              DTS                   = CURRENT TIMESTAMP
019000        WHERE SESSION_CATG          = :CAT-SESSION-CATG
019010          AND DTS                   = :WS-CA-DTS
019100     END-EXEC.
019200     EVALUATE SQLCODE
019300       WHEN 0
019410         PERFORM RECORD-FEE-HISTORY-PARA
019420         PERFORM INQUIRE-CATALOG-PARA
019430         MOVE 'CATALOG ROW UPDATED'    TO MSGO
019500       WHEN 100
019600         PERFORM REPORT-COLLISION-PARA
019700       WHEN OTHER
019800         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
019900         PERFORM CHECK-SQLCODE-PARA
020400       INSERT INTO DBODEVP.COURSE_CATALOG
020500              ( SESSION_CATG, COURSE_TITLE, COURSE_DESC,
020600                DFLT_SESSION_DURATION, DFLT_SESSION_FEE,
020700                DFLT_SESSION_CAPACITY, EQUIV_GROUP,
020701                PASS_MARK, MAX_ATTEMPTS, RESIT_FEE,
020702                MAX_DELEGATES_PER_INSTR, DTS )
020800       VALUES ( :CAT-SESSION-CATG, :CAT-COURSE-TITLE,
020900                :CAT-COURSE-DESC, :CAT-DFLT-DURATION,
021000                :CAT-DFLT-FEE, :CAT-DFLT-CAPACITY,
021010                :CAT-EQUIV-GROUP :WS-EQUIV-GROUP-IND,
021011                :CAT-PASS-MARK :WS-PASS-MARK-IND,
021012                :CAT-MAX-ATTEMPTS :WS-MAX-ATTEMPTS-IND,
021013                :CAT-RESIT-FEE :WS-RESIT-FEE-IND,
021014                :CAT-MAX-PER-INSTR :WS-MAX-PER-INSTR-IND,
021100                CURRENT TIMESTAMP )
021200     END-EXEC.
021300     EVALUATE SQLCODE
021310       WHEN 0
021410         PERFORM RECORD-FEE-HISTORY-PARA
021420         PERFORM INQUIRE-CATALOG-PARA
021430         MOVE 'CATALOG ROW ADDED'      TO MSGO
021440*      ANOTHER USER ADDED THE CODE AFTER ENTER SHOWED IT ABSENT.
021450       WHEN -803
021460         PERFORM REPORT-COLLISION-PARA
021500       WHEN OTHER
021600         MOVE 'INSERT'                 TO EL-ERROR-ACTION
021700         PERFORM CHECK-SQLCODE-PARA
021800         MOVE 'SAVE FAILED - SEE ERROR LOG' TO MSGO
021900     END-EVALUATE.

021910*    ONE HISTORY ROW PER REAL PRICE CHANGE - A SAVE THAT LEFT
021920*    THE FEE AS THE NEWEST HISTORY ROW ALREADY HAS IT WRITES
022100* ENDS THE PSEUDO-CONVERSATIONAL TURN.                            *
022200******************************************************************
022300 RETURN-CONVERSATIONAL-PARA.
022301     PERFORM LOG-TXN-END-PARA.
022400     EXEC CICS RETURN
022500          TRANSID  ('ETRG')
022600          COMMAREA (WS-COMMAREA)
022700          LENGTH   (LENGTH OF WS-COMMAREA)
022800     END-EXEC.

022804******************************************************************
022808* Another User Got There First                                   *
022812******************************************************************
022816*    THE ROW CHANGED, WENT AWAY OR ARRIVED SINCE ENTER SHOWED THE
022820*    CATEGORY, SO NOTHING WAS SAVED. THE COLLISION IS LOGGED AND
022824*    THE ROW AS IT NOW STANDS GOES BACK ON THE SCREEN, ITS NEW DTS
022828*    IN THE COMMAREA, FOR THE CLERK TO REVIEW AND RE-KEY.
022832 REPORT-COLLISION-PARA.
022836     MOVE 'REPORT-COLLISION-PARA'      TO EL-ERROR-PARA-NAME.
022840     MOVE SPACES                       TO EL-ERROR-TEXT.
022844     STRING 'SAVE REFUSED - CATALOG ROW '
022848                                       DELIMITED BY SIZE
022852            CAT-SESSION-CATG           DELIMITED BY SIZE
022856            ' CHANGED BY ANOTHER USER SINCE DISPLAYED'
022860                                       DELIMITED BY SIZE
022864       INTO EL-ERROR-TEXT
022868     END-STRING.
022872     SET EL-SEVERITY-WARNING           TO TRUE.
022876     PERFORM LOG-APPL-PARA.
022880     MOVE SPACES                       TO EL-ERROR-TEXT.
022884     PERFORM INQUIRE-CATALOG-PARA.
022888     MOVE 'CHANGED BY ANOTHER USER - CURRENT VALUES SHOWN'
022892                                       TO MSGO.

022900******************************************************************
023000* Screen I/O                                                     *
023100******************************************************************
028500     IF WS-RESP NOT = DFHRESP(NORMAL)
028600         PERFORM CHECK-RESPCODE-PARA
028700     END-IF.
028701     PERFORM LOG-TXN-END-PARA.
028800     EXEC CICS RETURN
028900     END-EXEC.

029300     EXEC SQL
029400       INCLUDE CPERRLOG
029500     END-EXEC.

029501******************************************************************
029502* Transaction Usage                                              *
029503******************************************************************
029504     EXEC SQL
029505       INCLUDE CPTXNLOG
029506     END-EXEC.

029510******************************************************************
029520* Maintenance-Window Check                                       *
029530******************************************************************
029540     EXEC SQL
029550       INCLUDE CPQUIES
029560     END-EXEC.
