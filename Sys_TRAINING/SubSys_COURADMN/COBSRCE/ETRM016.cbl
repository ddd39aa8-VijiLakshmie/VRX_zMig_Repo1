000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM016.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/09/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL REFUND PAYOUT TRANSACTION.              *
000900*  ETROP19 DECIDES A REFUND AND RECORDS IT AT REFUND_STATUS 'C'; *
001000*  NOTHING LEAVES THE BANK UNTIL SOMEONE HERE RELEASES IT. KEY   *
001100*  SESSION CATG/ID/EMAIL AND ENTER TO SHOW THE DECISION, WHERE   *
001200*  ITS PAYOUT HAS GOT TO (APPROVED/SENT/PAID/FAILED WITH THE     *
001300*  BANK'S REJECT REASON), ANY ETROP56 CREDIT NOTE THAT SETTLED   *
001400*  IT INSTEAD, AND THE PAYEE BANK DETAILS ON FILE. PF4 SAVES THE *
001500*  BANK DETAILS AS KEYED (REFUND_PAYEE_BANK, ONE ROW PER EMAIL); *
001600*  PF5 APPROVES THE REFUND FOR THE NEXT ETROP93 PAYOUT FILE -    *
001700*  A COMPUTED ONE, OR A FAILED ONE OFF THE ETROP94 WORKLIST ONCE *
001800*  ITS BANK DETAILS ARE PUT RIGHT. BOTH NEED AUTHORITY           *
001900*  'RFNDPAY'. A ZERO REFUND, A CREDIT-NOTED ONE OR ONE WITH NO   *
002000*  BANK DETAILS CANNOT BE APPROVED.                              *
002010*  A REFUND OVER REFUND-APPR-LIM (SEE CWFINAP) ALSO NEEDS A      *
002020*  SECOND PAIR OF EYES: PF5 SENDS IT TO THE ETRM026 QUEUE AND    *
002030*  RELEASES IT ONLY ONCE A DIFFERENT USER HAS APPROVED IT THERE. *
002040*  PF5 ON A REJECTED ONE SENDS IT BACK TO THE QUEUE.             *
002100******************************************************************

002200 ENVIRONMENT DIVISION.

002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. Z900.
002500 OBJECT-COMPUTER. Z900.

002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.

002800 01 WS-BEGIN                          PIC  X(36) VALUE
002900     'ETRM016 WORKING STORAGE STARTS HERE'.

003000******************************************************************
003100*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003200******************************************************************
003300 01 WS-VARIABLES.
003400    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003500       88 WS-NO-ERROR                            VALUE SPACES.
003600    05 WS-RESP                         PIC S9(08) USAGE COMP.
003700    05 WS-RESP2                        PIC S9(08) USAGE COMP.
003800    05 WS-SESSION-ID-NUM               PIC 9(09).
003900    05 WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
004000       88 WS-ROW-FOUND                            VALUE 'Y'.
004100    05 WS-BANK-SWITCH                  PIC X(01) VALUE 'N'.
004200       88 WS-BANK-ON-FILE                         VALUE 'Y'.
004300*    NULLABLE REFUND COLUMNS (DCLREFND) AND THEIR INDICATORS.
004400    05 WS-STATUS-DATE-IND              PIC S9(4) USAGE COMP.
004500    05 WS-APPROVED-BY-IND              PIC S9(4) USAGE COMP.
004600    05 WS-PAYOUT-NO-IND                PIC S9(4) USAGE COMP.
004700    05 WS-PAID-DATE-IND                PIC S9(4) USAGE COMP.
004800    05 WS-FAIL-CODE-IND                PIC S9(4) USAGE COMP.
004900    05 WS-FAIL-TEXT-IND                PIC S9(4) USAGE COMP.
005000    05 WS-CREDIT-NOTE-NO               PIC S9(9) USAGE COMP.
005100    05 WS-CREDIT-NOTE-EDIT             PIC 9(09).
005200    05 WS-AMOUNT-EDIT                  PIC -(8)9.99.
005300    05 WS-PCT-EDIT                     PIC ZZ9.
005400*    THE BANK FILE REFERENCE IS 'RFD' AND THE PAYOUT NUMBER.
005500    05 WS-PAYOUT-REF.
005600       10 FILLER                       PIC X(03) VALUE 'RFD'.
005700       10 WS-PAYOUT-REF-NO             PIC 9(09).
005800*    BANK DETAILS AS KEYED, HELD WHILE THE SCREEN IS REFRESHED.
005900    05 WS-NEW-ACCOUNT-NAME             PIC X(18).
006000    05 WS-NEW-SORT-CODE                PIC X(06).
006100    05 WS-NEW-ACCOUNT-NO               PIC X(08).
006110*    SECOND-APPROVAL STATE OF AN OVER-LIMIT REFUND (DCLFINAP).
006120    05 WS-ITEM-SWITCH                  PIC X(01) VALUE 'N'.
006130       88 WS-ITEM-FOUND                           VALUE 'Y'.
006140    05 WS-RELEASE-SWITCH               PIC X(01) VALUE 'N'.
006150       88 WS-RELEASE-OK                           VALUE 'Y'.
006160    05 WS-CHECKER-IND                  PIC S9(4) USAGE COMP.
006170    05 WS-APPR-NO-EDIT                 PIC Z(8)9.
006300 01 WS-USR-ID                          PIC X(08).

006400******************************************************************
006500*  COMMAREA - CARRIES THE KEY OF THE REFUND CURRENTLY ON SCREEN  *
006600*  SO PF4/PF5 ACT ON WHAT ENTER LAST DISPLAYED, NOT WHATEVER IS  *
006700*  SITTING IN THE KEY FIELDS.                                    *
006800******************************************************************
006900 01 WS-COMMAREA.
007000    05 WS-CA-SESSION-CATG              PIC X(02).
007100    05 WS-CA-SESSION-ID                PIC S9(9) USAGE COMP.
007200    05 WS-CA-EMAIL-ADDR                PIC X(120).

007300******************************************************************
007400*  SYMBOLIC MAP.                                                 *
007500******************************************************************
007600     COPY ETRM16.

007700******************************************************************
007800* Copybook Includes.                                             *
007900******************************************************************
008000     EXEC SQL
008100       INCLUDE CWERRLOG
008200     END-EXEC.

008201*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
008202     EXEC SQL
008203       INCLUDE CWTXNLOG
008204     END-EXEC.

008300*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
008400     EXEC SQL
008500       INCLUDE CWAUTHCK
008600     END-EXEC.

008610*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
008620     EXEC SQL
008630       INCLUDE CWQUIES
008640     END-EXEC.

008650*    FINANCIAL ADJUSTMENT MAKER-CHECKER FIELDS - SEE CWFINAP.
008660     EXEC SQL
008670       INCLUDE CWFINAP
008680     END-EXEC.

008700******************************************************************
008800*                     DB2 SECTION                                *
008900******************************************************************
009000     EXEC SQL
009100       INCLUDE SQLCA
009200     END-EXEC.

009300     EXEC SQL
009400       INCLUDE DCLREFND
009500     END-EXEC.

009600     EXEC SQL
009700       INCLUDE DCLRFBNK
009800     END-EXEC.

009810     EXEC SQL
009820       INCLUDE DCLFINAP
009830     END-EXEC.

009900 01 WS-END                             PIC X(50) VALUE
010000     'ETRM016-WORKING STORAGE SECTION ENDS HERE'.

010100 LINKAGE SECTION.
010200 01 DFHCOMMAREA                        PIC X(126).

010300 PROCEDURE DIVISION.

010400 MAIN-LOGIC-PARA.

010500     MOVE 'ETRM016'                    TO EL-ERROR-MODULE.
010600     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
010601     MOVE 'ETRM016'                    TO TXL-PROGRAM-ID.
010602     PERFORM LOG-TXN-START-PARA.

010700     IF EIBCALEN = 0
010800         MOVE SPACES                   TO WS-CA-SESSION-CATG
010900         MOVE 0                        TO WS-CA-SESSION-ID
011000         MOVE SPACES                   TO WS-CA-EMAIL-ADDR
011100         PERFORM SEND-INITIAL-MAP-PARA
011200         PERFORM RETURN-CONVERSATIONAL-PARA
011300     ELSE
011400         MOVE DFHCOMMAREA              TO WS-COMMAREA
011500         PERFORM RECEIVE-MAP-PARA
011600         EVALUATE EIBAID
011700           WHEN DFHPF3
011800             PERFORM SEND-GOODBYE-PARA
011900           WHEN DFHENTER
012000             PERFORM TAKE-KEY-PARA
012100             IF WS-NO-ERROR
012200                 PERFORM SHOW-REFUND-PARA
012300             END-IF
012400             PERFORM SEND-RESULT-MAP-PARA
012500             PERFORM RETURN-CONVERSATIONAL-PARA
012600           WHEN DFHPF4
012610             PERFORM CHECK-QUIESCE-PARA
012620             IF QSC-QUIESCED
012630                 MOVE QSC-MESSAGE      TO MSGO
012640             ELSE
012650                 PERFORM SAVE-BANK-PARA THRU
012660                     SAVE-BANK-EXIT
012670             END-IF
012900             PERFORM SEND-RESULT-MAP-PARA
013000             PERFORM RETURN-CONVERSATIONAL-PARA
013100           WHEN DFHPF5
013110             PERFORM CHECK-QUIESCE-PARA
013120             IF QSC-QUIESCED
013130                 MOVE QSC-MESSAGE      TO MSGO
013140             ELSE
013150                 PERFORM APPROVE-REFUND-PARA THRU
013160                     APPROVE-REFUND-EXIT
013170             END-IF
013400             PERFORM SEND-RESULT-MAP-PARA
013500             PERFORM RETURN-CONVERSATIONAL-PARA
013600           WHEN OTHER
013700             MOVE 'INVALID KEY - USE ENTER, PF4, PF5 OR PF3'
013800                                       TO MSGO
013900             PERFORM SEND-RESULT-MAP-PARA
014000             PERFORM RETURN-CONVERSATIONAL-PARA
014100         END-EVALUATE
014200     END-IF.

014300     GOBACK.

014400******************************************************************
014500* ENDS THE PSEUDO-CONVERSATIONAL TURN, PASSING THE DISPLAYED     *
014600* KEY FORWARD SO PF4/PF5 ACT ON IT.                              *
014700******************************************************************
014800 RETURN-CONVERSATIONAL-PARA.
014801     PERFORM LOG-TXN-END-PARA.
014900     EXEC CICS RETURN
015000          TRANSID  ('ETRF')
015100          COMMAREA (WS-COMMAREA)
015200          LENGTH   (LENGTH OF WS-COMMAREA)
015300     END-EXEC.

015400******************************************************************
015500* Screen I/O                                                     *
015600******************************************************************
015700 SEND-INITIAL-MAP-PARA.
015800     MOVE SPACES                       TO MSGO.
015900     EXEC CICS SEND MAP    ('ETRM16M')
016000               MAPSET      ('ETRM016')
016100               ERASE
016200               RESP        (WS-RESP)
016300     END-EXEC.
016400     IF WS-RESP NOT = DFHRESP(NORMAL)
016500         PERFORM CHECK-RESPCODE-PARA
016600     END-IF.

016700 RECEIVE-MAP-PARA.
016800     EXEC CICS RECEIVE MAP ('ETRM16M')
016900               MAPSET      ('ETRM016')
017000               INTO        (ETRM16I)
017100               RESP        (WS-RESP)
017200     END-EXEC.
017300     EVALUATE WS-RESP
017400       WHEN DFHRESP(NORMAL)
017500         CONTINUE
017600       WHEN DFHRESP(MAPFAIL)
017700         CONTINUE
017800       WHEN OTHER
017900         PERFORM CHECK-RESPCODE-PARA
018000     END-EVALUATE.

018100******************************************************************
018200* ENTER TAKES THE KEY FIELDS AS KEYED AND MAKES THEM THE         *
018300* COMMAREA KEY. A NON-NUMERIC SESSION ID IS BOUNCED HERE, NOT    *
018400* HANDED TO DB2.                                                 *
018500******************************************************************
018600 TAKE-KEY-PARA.
018700     MOVE SPACES                       TO WS-ERROR-SWITCH.
018800     INSPECT SIDI REPLACING LEADING ' ' BY '0'.
018900     EVALUATE TRUE
019000       WHEN CATGI = LOW-VALUES OR CATGI = SPACES
019100         MOVE 'KEY A SESSION CATEGORY' TO MSGO
019200         MOVE 'E'                      TO WS-ERROR-SWITCH
019300       WHEN SIDI NOT NUMERIC
019400         MOVE 'SESSION ID MUST BE NUMERIC' TO MSGO
019500         MOVE 'E'                      TO WS-ERROR-SWITCH
019600       WHEN EMAILI = LOW-VALUES OR EMAILI = SPACES
019700         MOVE 'KEY THE REGISTRANT EMAIL' TO MSGO
019800         MOVE 'E'                      TO WS-ERROR-SWITCH
019900       WHEN OTHER
020000         MOVE CATGI                    TO WS-CA-SESSION-CATG
020100         MOVE SIDI                     TO WS-SESSION-ID-NUM
020200         MOVE WS-SESSION-ID-NUM        TO WS-CA-SESSION-ID
020300         MOVE SPACES                   TO WS-CA-EMAIL-ADDR
020400         MOVE EMAILI                   TO WS-CA-EMAIL-ADDR
020500     END-EVALUATE.

020600******************************************************************
020700* Refund Display                                                 *
020800******************************************************************
020900 SHOW-REFUND-PARA.
021000     PERFORM READ-REFUND-PARA.
021100     IF WS-ROW-FOUND
021200         PERFORM READ-CREDIT-NOTE-PARA
021300         PERFORM READ-BANK-PARA
021400         PERFORM FORMAT-REFUND-PARA
021410         PERFORM SHOW-APPROVAL-PARA
021500     ELSE
021600         PERFORM CLEAR-REFUND-PARA
021700         MOVE 'NO REFUND DECISION FOUND FOR THAT KEY' TO MSGO
021800     END-IF.

021900 READ-REFUND-PARA.
022000     MOVE 'N'                          TO WS-FOUND-SWITCH.
022100     EXEC SQL
022200       SELECT CHAR(REFUND_DATE, ISO), REFUND_PCT, REFUND_AMOUNT,
022300              REFUND_REASON, REFUND_STATUS,
022400              CHAR(STATUS_DATE, ISO), APPROVED_BY, PAYOUT_NO,
022500              CHAR(PAID_DATE, ISO), FAIL_CODE, FAIL_TEXT
022600         INTO :RFD-REFUND-DATE,   :RFD-REFUND-PCT,
022700              :RFD-REFUND-AMOUNT, :RFD-REFUND-REASON,
022800              :RFD-REFUND-STATUS,
022900              :RFD-STATUS-DATE    :WS-STATUS-DATE-IND,
023000              :RFD-APPROVED-BY    :WS-APPROVED-BY-IND,
023100              :RFD-PAYOUT-NO      :WS-PAYOUT-NO-IND,
023200              :RFD-PAID-DATE      :WS-PAID-DATE-IND,
023300              :RFD-FAIL-CODE      :WS-FAIL-CODE-IND,
023400              :RFD-FAIL-TEXT      :WS-FAIL-TEXT-IND
023500         FROM DBODEVP.REGISTRATION_REFUND
023600        WHERE SESSION_CATG = :WS-CA-SESSION-CATG
023700          AND SESSION_ID   = :WS-CA-SESSION-ID
023800          AND EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
023900     END-EXEC.
024000     EVALUATE SQLCODE
024100       WHEN 0
024200         SET WS-ROW-FOUND              TO TRUE
024300       WHEN 100
024400         CONTINUE
024500       WHEN OTHER
024600         MOVE 'SELECT'                 TO EL-ERROR-ACTION
024700         MOVE 'REGISTRATION_REFUND'    TO EL-ERROR-DB2-OBJECT
024800         PERFORM CHECK-SQLCODE-PARA
024900     END-EVALUATE.

025000*    A CREDIT NOTE FOR THE REGISTRATION MEANS ETROP56 ALREADY GAVE
025100*    THE MONEY BACK AGAINST THE INVOICE - ZERO WHEN THERE IS NONE.
025200 READ-CREDIT-NOTE-PARA.
025300     MOVE 0                            TO WS-CREDIT-NOTE-NO.
025400     EXEC SQL
025500       SELECT COALESCE(MAX(CREDIT_NOTE_NO), 0)
025600         INTO :WS-CREDIT-NOTE-NO
025700         FROM DBODEVP.CREDIT_NOTE
025800        WHERE SESSION_CATG = :WS-CA-SESSION-CATG
025900          AND SESSION_ID   = :WS-CA-SESSION-ID
026000          AND EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
026100     END-EXEC.
026200     IF SQLCODE NOT = 0
026300         MOVE 0                        TO WS-CREDIT-NOTE-NO
026400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
026500         MOVE 'CREDIT_NOTE'            TO EL-ERROR-DB2-OBJECT
026600         PERFORM CHECK-SQLCODE-PARA
026700     END-IF.

026800 READ-BANK-PARA.
026900     MOVE 'N'                          TO WS-BANK-SWITCH.
027000     EXEC SQL
027100       SELECT ACCOUNT_NAME, SORT_CODE, ACCOUNT_NO, UPDATED_BY,
027200              CHAR(DTS)
027300         INTO :RPB-ACCOUNT-NAME, :RPB-SORT-CODE, :RPB-ACCOUNT-NO,
027400              :RPB-UPDATED-BY,   :RPB-DTS
027500         FROM DBODEVP.REFUND_PAYEE_BANK
027600        WHERE EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
027700     END-EXEC.
027800     EVALUATE SQLCODE
027900       WHEN 0
028000         SET WS-BANK-ON-FILE           TO TRUE
028100       WHEN 100
028200         CONTINUE
028300       WHEN OTHER
028400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
028500         MOVE 'REFUND_PAYEE_BANK'      TO EL-ERROR-DB2-OBJECT
028600         PERFORM CHECK-SQLCODE-PARA
028700     END-EVALUATE.

028800 FORMAT-REFUND-PARA.
028900     MOVE WS-CA-SESSION-CATG           TO CATGO.
029000     MOVE WS-CA-SESSION-ID             TO WS-SESSION-ID-NUM.
029100     MOVE WS-SESSION-ID-NUM            TO SIDO.
029200     MOVE WS-CA-EMAIL-ADDR (1:60)      TO EMAILO.
029300     MOVE RFD-REFUND-DATE              TO RFDATEO.
029400     MOVE RFD-REFUND-PCT               TO WS-PCT-EDIT.
029500     MOVE WS-PCT-EDIT                  TO RFPCTO.
029600     MOVE RFD-REFUND-AMOUNT            TO WS-AMOUNT-EDIT.
029700     MOVE WS-AMOUNT-EDIT               TO RFAMTO.
029800     MOVE RFD-REFUND-REASON            TO RFRSNO.
029900     MOVE RFD-REFUND-STATUS            TO STATO.
030000     EVALUATE TRUE
030100       WHEN RFD-STATUS-COMPUTED
030200         MOVE 'COMPUTED'               TO STDESCO
030300       WHEN RFD-STATUS-APPROVED
030400         MOVE 'APPROVED'               TO STDESCO
030500       WHEN RFD-STATUS-SENT
030600         MOVE 'SENT'                   TO STDESCO
030700       WHEN RFD-STATUS-PAID
030800         MOVE 'PAID'                   TO STDESCO
030900       WHEN RFD-STATUS-FAILED
031000         MOVE 'FAILED'                 TO STDESCO
031100       WHEN OTHER
031200         MOVE 'UNKNOWN'                TO STDESCO
031300     END-EVALUATE.
031400     IF WS-STATUS-DATE-IND < 0
031500         MOVE SPACES                   TO STDATEO
031600     ELSE
031700         MOVE RFD-STATUS-DATE          TO STDATEO
031800     END-IF.
031900     IF WS-APPROVED-BY-IND < 0
032000         MOVE SPACES                   TO APPBYO
032100     ELSE
032200         MOVE RFD-APPROVED-BY          TO APPBYO
032300     END-IF.
032400     IF WS-PAYOUT-NO-IND < 0
032500         MOVE SPACES                   TO PAYREFO
032600     ELSE
032700         MOVE RFD-PAYOUT-NO            TO WS-PAYOUT-REF-NO
032800         MOVE WS-PAYOUT-REF            TO PAYREFO
032900     END-IF.
033000     IF WS-PAID-DATE-IND < 0
033100         MOVE SPACES                   TO PDDATEO
033200     ELSE
033300         MOVE RFD-PAID-DATE            TO PDDATEO
033400     END-IF.
033500     IF WS-FAIL-CODE-IND < 0
033600         MOVE SPACES                   TO FCODEO
033700     ELSE
033800         MOVE RFD-FAIL-CODE            TO FCODEO
033900     END-IF.
034000     IF WS-FAIL-TEXT-IND < 0
034100         MOVE SPACES                   TO FTEXTO
034200     ELSE
034300         MOVE RFD-FAIL-TEXT            TO FTEXTO
034400     END-IF.
034500     IF WS-CREDIT-NOTE-NO = 0
034600         MOVE SPACES                   TO CRNOTEO
034700     ELSE
034800         MOVE WS-CREDIT-NOTE-NO        TO WS-CREDIT-NOTE-EDIT
034900         MOVE WS-CREDIT-NOTE-EDIT      TO CRNOTEO
035000     END-IF.
035100     IF WS-BANK-ON-FILE
035200         MOVE RPB-ACCOUNT-NAME         TO ACCNMO
035300         MOVE RPB-SORT-CODE            TO SORTCO
035400         MOVE RPB-ACCOUNT-NO           TO ACCNOO
035500         MOVE RPB-UPDATED-BY           TO BKBYO
035600         MOVE RPB-DTS (1:10)           TO BKDATEO
035700     ELSE
035800         MOVE SPACES                   TO ACCNMO SORTCO ACCNOO
035900                                          BKBYO BKDATEO
036000     END-IF.
036100     EVALUATE TRUE
036200       WHEN RFD-REFUND-AMOUNT NOT > 0
036300         MOVE 'ZERO REFUND - NOTHING TO PAY OUT' TO MSGO
036400       WHEN WS-CREDIT-NOTE-NO NOT = 0
036500         MOVE 'SETTLED BY CREDIT NOTE - NO BANK PAYOUT' TO MSGO
036600       WHEN RFD-STATUS-FAILED
036700         MOVE 'BANK REJECTED - CORRECT DETAILS, PF4, THEN PF5'
036800                                       TO MSGO
036900       WHEN NOT RFD-STATUS-COMPUTED
037000         MOVE SPACES                   TO MSGO
037100       WHEN NOT WS-BANK-ON-FILE
037200         MOVE 'KEY PAYEE BANK DETAILS AND PF4 TO SAVE' TO MSGO
037300       WHEN OTHER
037400         MOVE 'PF5=APPROVE FOR THE NEXT PAYOUT FILE' TO MSGO
037500     END-EVALUATE.

037501*    A COMPUTED REFUND READY TO RELEASE, OR A FAILED ONE, SAYS
037502*    WHERE ITS SECOND APPROVAL HAS GOT TO - ITEMS ARE ONLY EVER
037503*    RAISED FOR REFUNDS OVER THE LIMIT.
037504 SHOW-APPROVAL-PARA.
037505     IF (RFD-STATUS-COMPUTED OR RFD-STATUS-FAILED)
037506        AND RFD-REFUND-AMOUNT > 0
037507        AND WS-CREDIT-NOTE-NO = 0
037508        AND WS-BANK-ON-FILE
037509         PERFORM READ-APPROVAL-PARA
037510         IF WS-ITEM-FOUND
037511             MOVE FAP-APPROVAL-NO      TO WS-APPR-NO-EDIT
037513             EVALUATE TRUE
037514               WHEN FAP-STATUS-PENDING
037515                 MOVE SPACES           TO MSGO
037516                 STRING 'AWAITING SECOND APPROVAL - ITEM '
037517                        WS-APPR-NO-EDIT ' ON ETRM026'
037518                        DELIMITED BY SIZE INTO MSGO
037519               WHEN FAP-STATUS-REJECTED
037520                 MOVE SPACES           TO MSGO
037521                 STRING 'REJECTED - ' FAP-REJECT-REASON
037522                        DELIMITED BY SIZE INTO MSGO
037523               WHEN RFD-STATUS-COMPUTED
037524                 MOVE 'SECOND APPROVAL GIVEN - PF5 TO RELEASE'
037525                                       TO MSGO
037526               WHEN OTHER
037527                 CONTINUE
037528             END-EVALUATE
037529         END-IF
037530     END-IF.

037531*    THE LATEST REFUND ITEM FOR THE KEY THAT COVERS THE AMOUNT AS
037532*    IT STANDS - A RECOMPUTED, LARGER REFUND NEEDS A NEW APPROVAL.
037533 READ-APPROVAL-PARA.
037534     MOVE 'N'                          TO WS-ITEM-SWITCH.
037535     EXEC SQL
037536       SELECT APPROVAL_NO, APPROVAL_STATUS, CHECKER_ID,
037537              REJECT_REASON
037538         INTO :FAP-APPROVAL-NO, :FAP-APPROVAL-STATUS,
037539              :FAP-CHECKER-ID   :WS-CHECKER-IND,
037540              :FAP-REJECT-REASON
037541         FROM DBODEVP.FINANCIAL_APPROVAL
037542        WHERE ITEM_TYPE    = 'R'
037543          AND SESSION_CATG = :WS-CA-SESSION-CATG
037544          AND SESSION_ID   = :WS-CA-SESSION-ID
037545          AND EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
037546          AND AMOUNT      >= :RFD-REFUND-AMOUNT
037547        ORDER BY APPROVAL_NO DESC
037548        FETCH FIRST 1 ROW ONLY
037549     END-EXEC.
037550     EVALUATE SQLCODE
037551       WHEN 0
037552         SET WS-ITEM-FOUND             TO TRUE
037553       WHEN 100
037554         CONTINUE
037555       WHEN OTHER
037556         MOVE 'SELECT'                 TO EL-ERROR-ACTION
037557         MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
037558         PERFORM CHECK-SQLCODE-PARA
037559     END-EVALUATE.

037600 CLEAR-REFUND-PARA.
037610     MOVE SPACES                       TO RFDATEO RFPCTO RFAMTO
037620                                          RFRSNO STATO STDESCO
037630                                          STDATEO APPBYO PAYREFO
037640                                          PDDATEO CRNOTEO FCODEO
037650                                          FTEXTO ACCNMO SORTCO
037660                                          ACCNOO BKBYO BKDATEO.

038200******************************************************************
038300* PF4 - Save Payee Bank Details                                  *
038400******************************************************************
038500 SAVE-BANK-PARA.
038600     IF WS-CA-EMAIL-ADDR = SPACES
038700         MOVE 'SHOW A REFUND FIRST (ENTER)' TO MSGO
038800         GO TO SAVE-BANK-EXIT
038900     END-IF.
039000     PERFORM TAKE-BANK-PARA.
039100     IF NOT WS-NO-ERROR
039200         GO TO SAVE-BANK-EXIT
039300     END-IF.
039400     PERFORM CHECK-USER-AUTHORITY-PARA.
039500     IF AUT-DENIED
039600         MOVE 'NOT AUTHORIZED FOR REFUND PAYOUTS' TO MSGO
039700         GO TO SAVE-BANK-EXIT
039800     END-IF.
039900     PERFORM READ-REFUND-PARA.
040000     IF NOT WS-ROW-FOUND
040100         MOVE 'NO REFUND DECISION FOUND FOR THAT KEY' TO MSGO
040200         GO TO SAVE-BANK-EXIT
040300     END-IF.
040400     PERFORM WRITE-BANK-PARA.
040500 SAVE-BANK-EXIT.
040600     EXIT.

040700*    ALL THREE FIELDS ARE NEEDED - THE BANK FILE CARRIES NO
040800*    PARTIAL PAYEE. SORT CODE AND ACCOUNT NUMBER ARE FULL-WIDTH
040900*    DIGITS, THE WAY THE BANK STATES THEM.
041000 TAKE-BANK-PARA.
041100     MOVE SPACES                       TO WS-ERROR-SWITCH.
041200     IF ACCNMI = LOW-VALUES
041300         MOVE SPACES                   TO ACCNMI
041400     END-IF.
041500     IF SORTCI = LOW-VALUES
041600         MOVE SPACES                   TO SORTCI
041700     END-IF.
041800     IF ACCNOI = LOW-VALUES
041900         MOVE SPACES                   TO ACCNOI
042000     END-IF.
042100     EVALUATE TRUE
042200       WHEN ACCNMI = SPACES
042300         MOVE 'KEY THE ACCOUNT NAME'   TO MSGO
042400         MOVE 'E'                      TO WS-ERROR-SWITCH
042500       WHEN SORTCI NOT NUMERIC
042600         MOVE 'SORT CODE MUST BE 6 DIGITS' TO MSGO
042700         MOVE 'E'                      TO WS-ERROR-SWITCH
042800       WHEN ACCNOI NOT NUMERIC
042900         MOVE 'ACCOUNT NO MUST BE 8 DIGITS' TO MSGO
043000         MOVE 'E'                      TO WS-ERROR-SWITCH
043100       WHEN OTHER
043200         MOVE ACCNMI                   TO WS-NEW-ACCOUNT-NAME
043300         MOVE SORTCI                   TO WS-NEW-SORT-CODE
043400         MOVE ACCNOI                   TO WS-NEW-ACCOUNT-NO
043500     END-EVALUATE.

043600*    ONE ROW PER EMAIL - CHANGE IT WHEN IT IS THERE, ADD IT WHEN
043700*    IT IS NOT.
043800 WRITE-BANK-PARA.
043900     MOVE WS-NEW-ACCOUNT-NAME          TO RPB-ACCOUNT-NAME.
044000     MOVE WS-NEW-SORT-CODE             TO RPB-SORT-CODE.
044100     MOVE WS-NEW-ACCOUNT-NO            TO RPB-ACCOUNT-NO.
044200     MOVE WS-USR-ID                    TO RPB-UPDATED-BY.
044250     MOVE 'UPDATE'                     TO EL-ERROR-ACTION.
044300     EXEC SQL
044400       UPDATE DBODEVP.REFUND_PAYEE_BANK
044500          SET ACCOUNT_NAME = :RPB-ACCOUNT-NAME,
044600              SORT_CODE    = :RPB-SORT-CODE,
044700              ACCOUNT_NO   = :RPB-ACCOUNT-NO,
044800              UPDATED_BY   = :RPB-UPDATED-BY,
044900              DTS          = CURRENT TIMESTAMP
045000        WHERE EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
045100     END-EXEC.
045200     IF SQLCODE = 100
045250         MOVE 'INSERT'                 TO EL-ERROR-ACTION
045300         EXEC SQL
045400           INSERT INTO DBODEVP.REFUND_PAYEE_BANK
045500                  ( EMAIL_ADDR, ACCOUNT_NAME, SORT_CODE,
045600                    ACCOUNT_NO, UPDATED_BY, DTS )
045700           VALUES ( :WS-CA-EMAIL-ADDR, :RPB-ACCOUNT-NAME,
045800                    :RPB-SORT-CODE,    :RPB-ACCOUNT-NO,
045900                    :RPB-UPDATED-BY,   CURRENT TIMESTAMP )
046000         END-EXEC
046100     END-IF.
046200     IF SQLCODE NOT = 0
046400         MOVE 'REFUND_PAYEE_BANK'      TO EL-ERROR-DB2-OBJECT
046500         PERFORM CHECK-SQLCODE-PARA
046600         PERFORM BACK-OUT-PARA
046700         MOVE 'SAVE FAILED - SEE ERROR LOG' TO MSGO
046800     ELSE
046900         PERFORM SHOW-REFUND-PARA
047000         MOVE 'PAYEE BANK DETAILS SAVED' TO MSGO
047100     END-IF.

047200******************************************************************
047300* PF5 - Approve For Payout                                       *
047400******************************************************************
047500 APPROVE-REFUND-PARA.
047600     IF WS-CA-EMAIL-ADDR = SPACES
047700         MOVE 'SHOW A REFUND FIRST (ENTER)' TO MSGO
047800         GO TO APPROVE-REFUND-EXIT
047900     END-IF.
048000     PERFORM CHECK-USER-AUTHORITY-PARA.
048100     IF AUT-DENIED
048200         MOVE 'NOT AUTHORIZED FOR REFUND PAYOUTS' TO MSGO
048300         GO TO APPROVE-REFUND-EXIT
048400     END-IF.
048500*    JUDGE THE ROW AS IT STANDS NOW, NOT AS IT WAS ON SCREEN.
048600     PERFORM SHOW-REFUND-PARA.
048700     EVALUATE TRUE
048800       WHEN NOT WS-ROW-FOUND
048900         GO TO APPROVE-REFUND-EXIT
049000       WHEN RFD-REFUND-AMOUNT NOT > 0
049100         MOVE 'ZERO REFUND - NOTHING TO PAY OUT' TO MSGO
049200         GO TO APPROVE-REFUND-EXIT
049300       WHEN WS-CREDIT-NOTE-NO NOT = 0
049400         MOVE 'SETTLED BY CREDIT NOTE - NO BANK PAYOUT' TO MSGO
049500         GO TO APPROVE-REFUND-EXIT
049600       WHEN RFD-STATUS-APPROVED
049700         MOVE 'ALREADY APPROVED - AWAITING PAYOUT FILE' TO MSGO
049800         GO TO APPROVE-REFUND-EXIT
049900       WHEN RFD-STATUS-SENT OR RFD-STATUS-PAID
050000         MOVE 'ALREADY PAID OUT - SEE PAYOUT REF' TO MSGO
050100         GO TO APPROVE-REFUND-EXIT
050200       WHEN NOT WS-BANK-ON-FILE
050300         MOVE 'SAVE PAYEE BANK DETAILS FIRST (PF4)' TO MSGO
050400         GO TO APPROVE-REFUND-EXIT
050500     END-EVALUATE.
050510     PERFORM CHECK-SECOND-APPROVAL-PARA THRU
050520         CHECK-SECOND-APPROVAL-EXIT.
050530     IF NOT WS-RELEASE-OK
050540         GO TO APPROVE-REFUND-EXIT
050550     END-IF.
050600     PERFORM MARK-APPROVED-PARA.
050700 APPROVE-REFUND-EXIT.
050800     EXIT.

050801*    A REFUND WITHIN REFUND-APPR-LIM IS RELEASED AS IT ALWAYS WAS.
050802*    OVER IT, THE REFUND NEEDS AN ITEM A DIFFERENT USER HAS
050803*    APPROVED ON ETRM026 - AND THE ONE WHO APPROVED IT THERE DOES
050804*    NOT ALSO RELEASE IT HERE. WITH NO ITEM, OR ONLY A REJECTED
050805*    ONE, PF5 RAISES A NEW ONE AND RELEASES NOTHING.
050806 CHECK-SECOND-APPROVAL-PARA.
050807     MOVE 'N'                          TO WS-RELEASE-SWITCH.
050808     SET FAQ-REFUND                    TO TRUE.
050809     MOVE RFD-REFUND-AMOUNT            TO FAQ-AMOUNT.
050810     PERFORM GET-APPROVAL-LIMIT-PARA.
050811     IF FAQ-WITHIN-LIMIT
050812         SET WS-RELEASE-OK             TO TRUE
050813         GO TO CHECK-SECOND-APPROVAL-EXIT
050814     END-IF.
050815     PERFORM READ-APPROVAL-PARA.
050816     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
050817         MOVE 'APPROVAL LOOKUP FAILED - SEE ERROR LOG' TO MSGO
050818         GO TO CHECK-SECOND-APPROVAL-EXIT
050819     END-IF.
050820     MOVE FAP-APPROVAL-NO              TO WS-APPR-NO-EDIT.
050821     MOVE SPACES                       TO MSGO.
050822     IF WS-ITEM-FOUND
050823         EVALUATE TRUE
050824           WHEN FAP-STATUS-PENDING
050825             STRING 'AWAITING SECOND APPROVAL - ITEM '
050826                    WS-APPR-NO-EDIT ' ON ETRM026'
050827                    DELIMITED BY SIZE  INTO MSGO
050828             GO TO CHECK-SECOND-APPROVAL-EXIT
050829           WHEN FAP-STATUS-REJECTED
050830             CONTINUE
050831           WHEN WS-CHECKER-IND NOT < 0
050832            AND FAP-CHECKER-ID = WS-USR-ID
050833             MOVE 'THE SECOND APPROVER CANNOT ALSO RELEASE'
050834                                       TO MSGO
050835             GO TO CHECK-SECOND-APPROVAL-EXIT
050836           WHEN OTHER
050837             SET WS-RELEASE-OK         TO TRUE
050838             GO TO CHECK-SECOND-APPROVAL-EXIT
050839         END-EVALUATE
050840     END-IF.
050841     MOVE WS-CA-SESSION-CATG           TO FAQ-SESSION-CATG.
050842     MOVE WS-CA-SESSION-ID             TO FAQ-SESSION-ID.
050843     MOVE WS-CA-EMAIL-ADDR             TO FAQ-EMAIL-ADDR.
050844     MOVE SPACES                       TO FAQ-ORG-CODE.
050845     MOVE 'REFUND PAYOUT RELEASE'      TO FAQ-ITEM-REF.
050846     MOVE WS-USR-ID                    TO FAQ-MAKER-ID.
050847     MOVE 'ETRM016 '                   TO FAQ-MAKER-MODULE.
050848     PERFORM RAISE-APPROVAL-PARA.
050849     IF FAQ-SQLCODE = -803
050850         PERFORM RAISE-APPROVAL-PARA
050851     END-IF.
050852     IF FAQ-NOT-RAISED
050853         MOVE FAQ-SQLCODE              TO SQLCODE
050854         MOVE 'INSERT'                 TO EL-ERROR-ACTION
050855         MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
050856         PERFORM CHECK-SQLCODE-PARA
050857         PERFORM BACK-OUT-PARA
050858         MOVE 'NOT SENT FOR APPROVAL - SEE ERROR LOG' TO MSGO
050859     ELSE
050860         MOVE FAQ-APPROVAL-NO          TO WS-APPR-NO-EDIT
050861         STRING 'OVER LIMIT - SENT FOR SECOND APPROVAL, ITEM '
050862                WS-APPR-NO-EDIT
050863                DELIMITED BY SIZE      INTO MSGO
050864     END-IF.
050865 CHECK-SECOND-APPROVAL-EXIT.
050866     EXIT.

050900*    THE STATUS TEST IN THE WHERE CLAUSE STOPS A SECOND TERMINAL
051000*    APPROVING THE SAME REFUND, OR ETROP56 CREDITING IT, BETWEEN
051100*    THE READ ABOVE AND THIS UPDATE. A RE-APPROVED FAILURE LOSES
051200*    ITS REJECT REASON - THE NEXT PAYOUT GETS A NEW PAYOUT_NO.
051300 MARK-APPROVED-PARA.
051400     MOVE WS-USR-ID                    TO RFD-APPROVED-BY.
051500     EXEC SQL
051600       UPDATE DBODEVP.REGISTRATION_REFUND
051700          SET REFUND_STATUS = 'A',
051800              STATUS_DATE   = CURRENT DATE,
051900              APPROVED_BY   = :RFD-APPROVED-BY,
052000              FAIL_CODE     = NULL,
052100              FAIL_TEXT     = NULL
052200        WHERE SESSION_CATG  = :WS-CA-SESSION-CATG
052300          AND SESSION_ID    = :WS-CA-SESSION-ID
052400          AND EMAIL_ADDR    = :WS-CA-EMAIL-ADDR
052500          AND REFUND_STATUS IN ('C', 'F')
052600     END-EXEC.
052700     EVALUATE SQLCODE
052800       WHEN 0
052810         IF FAQ-OVER-LIMIT
052820             PERFORM STAMP-RELEASED-PARA
052830         END-IF
052900         PERFORM SHOW-REFUND-PARA
053000         MOVE 'APPROVED - GOES ON THE NEXT PAYOUT FILE' TO MSGO
053100       WHEN 100
053200         PERFORM SHOW-REFUND-PARA
053300         MOVE 'REFUND CHANGED BY ANOTHER USER - CHECK AND RETRY'
053400                                       TO MSGO
053500       WHEN OTHER
053600         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
053700         MOVE 'REGISTRATION_REFUND'    TO EL-ERROR-DB2-OBJECT
053800         PERFORM CHECK-SQLCODE-PARA
053900         PERFORM BACK-OUT-PARA
054000         MOVE 'APPROVAL FAILED - SEE ERROR LOG' TO MSGO
054100     END-EVALUATE.

054102*    THE APPROVED ITEM IS MARKED POSTED WITH THE AMOUNT RELEASED,
054108*    IN THE SAME UNIT OF WORK AS THE RELEASE ITSELF.
054114 STAMP-RELEASED-PARA.
054120     EXEC SQL
054126       UPDATE DBODEVP.FINANCIAL_APPROVAL
054132          SET POSTED_DTS    = CURRENT TIMESTAMP,
054138              POSTED_AMOUNT = :RFD-REFUND-AMOUNT
054144        WHERE APPROVAL_NO   = :FAP-APPROVAL-NO
054150     END-EXEC.
054156     IF SQLCODE NOT = 0
054162         MOVE 'UPDATE'                 TO EL-ERROR-ACTION
054168         MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
054174         PERFORM CHECK-SQLCODE-PARA
054180     END-IF.

054200*    THE SIGNED-ON USER IS THE ONE THE AUTHORITY CHECK JUDGES AND
054300*    THE ONE RECORDED AGAINST THE CHANGE.
054400 CHECK-USER-AUTHORITY-PARA.
054500     EXEC CICS ASSIGN
054600               USERID  (WS-USR-ID)
054700               RESP    (WS-RESP)
054800     END-EXEC.
054900     IF WS-RESP NOT = DFHRESP(NORMAL)
055000         MOVE SPACES                   TO WS-USR-ID
055100     END-IF.
055200     MOVE 'ETRM016'                    TO AUT-MODULE.
055300     MOVE WS-USR-ID                    TO AUT-USR-ID.
055400     MOVE 'RFNDPAY '                   TO AUT-FUNCTION.
055500     PERFORM CHECK-AUTHORITY-PARA.

055600*    A FAILED CHANGE MUST NOT SURVIVE THE TASK.
055700 BACK-OUT-PARA.
055800     EXEC CICS SYNCPOINT ROLLBACK
055900               RESP    (WS-RESP)
056000     END-EXEC.
056100     IF WS-RESP NOT = DFHRESP(NORMAL)
056200         PERFORM CHECK-RESPCODE-PARA
056300     END-IF.

056400 SEND-RESULT-MAP-PARA.
056500     EXEC CICS SEND MAP    ('ETRM16M')
056600               MAPSET      ('ETRM016')
056700               FROM        (ETRM16O)
056800               DATAONLY
056900               RESP        (WS-RESP)
057000     END-EXEC.
057100     IF WS-RESP NOT = DFHRESP(NORMAL)
057200         PERFORM CHECK-RESPCODE-PARA
057300     END-IF.

057400 SEND-GOODBYE-PARA.
057500     EXEC CICS SEND TEXT
057600               FROM    ('ETRM016 - REFUND PAYOUTS COMPLETE')
057700               LENGTH  (34)
057800               ERASE
057900               RESP    (WS-RESP)
058000     END-EXEC.
058100     IF WS-RESP NOT = DFHRESP(NORMAL)
058200         PERFORM CHECK-RESPCODE-PARA
058300     END-IF.
058301     PERFORM LOG-TXN-END-PARA.
058400     EXEC CICS RETURN
058500     END-EXEC.

058600******************************************************************
058700* Error Logging                                                  *
058800******************************************************************
058900     EXEC SQL
059000       INCLUDE CPERRLOG
059100     END-EXEC.

059101******************************************************************
059102* Transaction Usage                                              *
059103******************************************************************
059104     EXEC SQL
059105       INCLUDE CPTXNLOG
059106     END-EXEC.

059200******************************************************************
059300* Authorization Check                                            *
059400******************************************************************
059500     EXEC SQL
059600       INCLUDE CPAUTHCK
059700     END-EXEC.

059710******************************************************************
059720* Maintenance-Window Check                                       *
059730******************************************************************
059740     EXEC SQL
059750       INCLUDE CPQUIES
059760     END-EXEC.

059770******************************************************************
059780* Financial Adjustment Maker-Checker                             *
059790******************************************************************
059800     EXEC SQL
059810       INCLUDE CPFINAP
059820     END-EXEC.
