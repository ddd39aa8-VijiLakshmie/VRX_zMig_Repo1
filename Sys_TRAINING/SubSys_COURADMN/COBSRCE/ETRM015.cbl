000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM015.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/02/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL PAYMENT-REVERSAL TRANSACTION.           *
000900*  THE ETROP92 FILE TAKES THE CHARGEBACKS AND RETURNED ITEMS     *
001000*  THE ACQUIRER AND THE BANK SEND; THIS SCREEN IS THE FINANCE    *
001100*  DESK'S PATH FOR THE REST - THE LETTER FROM THE BANK, THE      *
001200*  ETROP92 EXCEPTION WORKED BY HAND, THE PAYMENT KEYED AGAINST   *
001300*  THE WRONG REGISTRATION. KEY SESSION CATG/ID/EMAIL AND THE     *
001400*  PAYMENT SEQUENCE AND ENTER TO SHOW THE LEDGER ROW, ITS BANK   *
001500*  RECONCILIATION AND WHAT EARLIER REVERSALS ALREADY TOOK BACK;  *
001600*  KEY A REASON (CB/RI/MA), THE CASE OR RETURN REFERENCE AND,    *
001700*  FOR A PART CHARGEBACK ONLY, AN AMOUNT, AND PF5 TO POST IT     *
001800*  THROUGH ETRB028 (AUTHORITY 'PAYREVRS'). A REVERSAL OF A       *
001900*  PAYMENT ETROP62 HAD ALREADY RECONCILED IS SAID SO ON SCREEN - *
002000*  THE NEXT BANK RECONCILIATION LISTS IT FOR UNPICKING.          *
002100******************************************************************

002200 ENVIRONMENT DIVISION.

002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. Z900.
002500 OBJECT-COMPUTER. Z900.

002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.

002800 01 WS-BEGIN                          PIC  X(36) VALUE
002900     'ETRM015 WORKING STORAGE STARTS HERE'.

003000******************************************************************
003100*  APPLICATION-SPECIFIC WORKING STORAGE                          *
003200******************************************************************
003300 01 WS-VARIABLES.
003400    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003500       88 WS-NO-ERROR                            VALUE SPACES.
003600    05 WS-RESP                         PIC S9(08) USAGE COMP.
003700    05 WS-RESP2                        PIC S9(08) USAGE COMP.
003800    05 WS-SESSION-ID-NUM               PIC 9(09).
003900    05 WS-PAYMENT-SEQ-NUM              PIC 9(04).
004000    05 WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
004100       88 WS-ROW-FOUND                            VALUE 'Y'.
004200*    NULLABLE LEDGER COLUMNS (DCLPAYMT) AND THEIR INDICATORS.
004300    05 WS-CURRENCY-IND                 PIC S9(4) USAGE COMP.
004400    05 WS-PAYMENT-REF-IND              PIC S9(4) USAGE COMP.
004500    05 WS-RECON-DATE-IND               PIC S9(4) USAGE COMP.
004600    05 WS-RECON-REF-IND                PIC S9(4) USAGE COMP.
004700    05 WS-REVERSES-SEQ-IND             PIC S9(4) USAGE COMP.
004800*    WHAT EARLIER REVERSALS TOOK BACK, AND WHAT IS LEFT.
004900    05 WS-DONE-AMOUNT                  PIC S9(7)V99 COMP-3.
005000    05 WS-LEFT-AMOUNT                  PIC S9(7)V99 COMP-3.
005100    05 WS-AMOUNT-EDIT                  PIC -(8)9.99.
005200*    A PART AMOUNT IS KEYED AS WHOLE UNITS AND HUNDREDTHS.
005300    05 WS-AMT-UNITS                    PIC 9(07).
005400    05 WS-AMT-HUNDREDTHS               PIC 9(02).
005500    05 WS-SEQ-EDIT                     PIC Z(3)9.
005600    05 WS-SAVED-MSG                    PIC X(60).
005700 01 WS-USR-ID                          PIC X(08).

005800******************************************************************
005900*  PARM FOR ETRB028 - LAYOUT MUST MATCH ITS LINKAGE EXACTLY.     *
006000******************************************************************
006100 01 WS-ETRB028-PARM.
006200    05 WS-RV-SESSION-CATG              PIC X(2).
006300    05 WS-RV-SESSION-ID                PIC S9(9) USAGE COMP.
006400    05 WS-RV-EMAIL-ADDR                PIC X(120).
006500    05 WS-RV-ORIG-PAYMENT-SEQ          PIC S9(4) USAGE COMP.
006600    05 WS-RV-REVERSAL-DATE             PIC X(10).
006700    05 WS-RV-REVERSAL-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
006800    05 WS-RV-REVERSAL-REASON           PIC X(2).
006900       88 WS-RV-REASON-VALID               VALUE 'CB' 'RI' 'MA'.
007000    05 WS-RV-REVERSAL-REF              PIC X(30).
007100    05 WS-RV-AUTH-USR-ID               PIC X(8).
007200    05 WS-RV-RETURN-CODE               PIC X(1).
007300       88 WS-RV-REVERSE-OK                       VALUE '0'.
007400       88 WS-RV-NOT-FOUND                        VALUE 'N'.
007500       88 WS-RV-INELIGIBLE                       VALUE 'I'.
007600       88 WS-RV-ALREADY-DONE                     VALUE 'A'.
007700       88 WS-RV-EXCEEDS                          VALUE 'E'.
007800       88 WS-RV-BAD-DATE                         VALUE 'D'.
007900       88 WS-RV-BAD-INPUT                        VALUE 'Z'.
008000       88 WS-RV-UNAUTHORIZED                     VALUE 'X'.
008100       88 WS-RV-FAILED                           VALUE '9'.
008200    05 WS-RV-REVERSAL-SEQ              PIC S9(4) USAGE COMP.
008300    05 WS-RV-REVERSED-BASE             PIC S9(7)V99 USAGE COMP-3.
008400    05 WS-RV-ORIG-RECON-SW             PIC X(1).
008500       88 WS-RV-ORIG-RECONCILED                  VALUE 'Y'.
008600       88 WS-RV-ORIG-NOT-RECONCILED              VALUE 'N'.
008700    05 WS-RV-ORIG-RECON-DATE           PIC X(10).
008800    05 WS-RV-ORIG-RECON-REF            PIC X(30).

008900******************************************************************
009000*  COMMAREA - CARRIES THE KEY OF THE PAYMENT CURRENTLY ON SCREEN *
009100*  SO PF5 REVERSES WHAT ENTER LAST DISPLAYED, NOT WHATEVER IS    *
009200*  SITTING IN THE KEY FIELDS.                                    *
009300******************************************************************
009400 01 WS-COMMAREA.
009500    05 WS-CA-SESSION-CATG              PIC X(02).
009600    05 WS-CA-SESSION-ID                PIC S9(9) USAGE COMP.
009700    05 WS-CA-EMAIL-ADDR                PIC X(120).
009800    05 WS-CA-PAYMENT-SEQ               PIC S9(4) USAGE COMP.

009900******************************************************************
010000*  SYMBOLIC MAP.                                                 *
010100******************************************************************
010200     COPY ETRM15.

010300******************************************************************
010400* Copybook Includes.                                             *
010500******************************************************************
010600     EXEC SQL
010700       INCLUDE CWERRLOG
010800     END-EXEC.

010801*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
010802     EXEC SQL
010803       INCLUDE CWTXNLOG
010804     END-EXEC.

010810*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
010820     EXEC SQL
010830       INCLUDE CWQUIES
010840     END-EXEC.

010900******************************************************************
011000*                     DB2 SECTION                                *
011100******************************************************************
011200     EXEC SQL
011300       INCLUDE SQLCA
011400     END-EXEC.

011500     EXEC SQL
011600       INCLUDE DCLPAYMT
011700     END-EXEC.

011800 01 WS-END                             PIC X(50) VALUE
011900     'ETRM015-WORKING STORAGE SECTION ENDS HERE'.

012000 LINKAGE SECTION.
012100 01 DFHCOMMAREA                        PIC X(128).

012200 PROCEDURE DIVISION.

012300 MAIN-LOGIC-PARA.

012400     MOVE 'ETRM015'                    TO EL-ERROR-MODULE.
012500     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
012501     MOVE 'ETRM015'                    TO TXL-PROGRAM-ID.
012502     PERFORM LOG-TXN-START-PARA.

012600     IF EIBCALEN = 0
012700         MOVE SPACES                   TO WS-CA-SESSION-CATG
012800         MOVE 0                        TO WS-CA-SESSION-ID
012900         MOVE SPACES                   TO WS-CA-EMAIL-ADDR
013000         MOVE 0                        TO WS-CA-PAYMENT-SEQ
013100         PERFORM SEND-INITIAL-MAP-PARA
013200         PERFORM RETURN-CONVERSATIONAL-PARA
013300     ELSE
013400         MOVE DFHCOMMAREA              TO WS-COMMAREA
013500         PERFORM RECEIVE-MAP-PARA
013600         EVALUATE EIBAID
013700           WHEN DFHPF3
013800             PERFORM SEND-GOODBYE-PARA
013900           WHEN DFHENTER
014000             PERFORM TAKE-KEY-PARA
014100             IF WS-NO-ERROR
014200                 PERFORM SHOW-PAYMENT-PARA
014300             END-IF
014400             PERFORM SEND-RESULT-MAP-PARA
014500             PERFORM RETURN-CONVERSATIONAL-PARA
014600           WHEN DFHPF5
014610             PERFORM CHECK-QUIESCE-PARA
014620             IF QSC-QUIESCED
014630                 MOVE QSC-MESSAGE      TO MSGO
014640             ELSE
014650                 PERFORM REVERSE-PAYMENT-PARA THRU
014660                     REVERSE-PAYMENT-EXIT
014670             END-IF
014900             PERFORM SEND-RESULT-MAP-PARA
015000             PERFORM RETURN-CONVERSATIONAL-PARA
015100           WHEN OTHER
015200             MOVE 'INVALID KEY - USE ENTER, PF5 OR PF3'
015300                                       TO MSGO
015400             PERFORM SEND-RESULT-MAP-PARA
015500             PERFORM RETURN-CONVERSATIONAL-PARA
015600         END-EVALUATE
015700     END-IF.

015800     GOBACK.

015900******************************************************************
016000* ENDS THE PSEUDO-CONVERSATIONAL TURN, PASSING THE DISPLAYED     *
016100* KEY FORWARD SO PF5 ACTS ON IT.                                 *
016200******************************************************************
016300 RETURN-CONVERSATIONAL-PARA.
016301     PERFORM LOG-TXN-END-PARA.
016400     EXEC CICS RETURN
016500          TRANSID  ('ETRY')
016600          COMMAREA (WS-COMMAREA)
016700          LENGTH   (LENGTH OF WS-COMMAREA)
016800     END-EXEC.

016900******************************************************************
017000* Screen I/O                                                     *
017100******************************************************************
017200 SEND-INITIAL-MAP-PARA.
017300     MOVE SPACES                       TO MSGO.
017400     EXEC CICS SEND MAP    ('ETRM15M')
017500               MAPSET      ('ETRM015')
017600               ERASE
017700               RESP        (WS-RESP)
017800     END-EXEC.
017900     IF WS-RESP NOT = DFHRESP(NORMAL)
018000         PERFORM CHECK-RESPCODE-PARA
018100     END-IF.

018200 RECEIVE-MAP-PARA.
018300     EXEC CICS RECEIVE MAP ('ETRM15M')
018400               MAPSET      ('ETRM015')
018500               INTO        (ETRM15I)
018600               RESP        (WS-RESP)
018700     END-EXEC.
018800     EVALUATE WS-RESP
018900       WHEN DFHRESP(NORMAL)
019000         CONTINUE
019100       WHEN DFHRESP(MAPFAIL)
019200         CONTINUE
019300       WHEN OTHER
019400         PERFORM CHECK-RESPCODE-PARA
019500     END-EVALUATE.

019600******************************************************************
019700* ENTER TAKES THE KEY FIELDS AS KEYED AND MAKES THEM THE         *
019800* COMMAREA KEY. A NON-NUMERIC SESSION ID OR PAYMENT SEQUENCE IS  *
019900* BOUNCED HERE, NOT HANDED TO DB2.                               *
020000******************************************************************
020100 TAKE-KEY-PARA.
020200     MOVE SPACES                       TO WS-ERROR-SWITCH.
020300     INSPECT SIDI REPLACING LEADING ' ' BY '0'.
020400     INSPECT PSEQI REPLACING LEADING ' ' BY '0'.
020500     EVALUATE TRUE
020600       WHEN CATGI = LOW-VALUES OR CATGI = SPACES
020700         MOVE 'KEY A SESSION CATEGORY' TO MSGO
020800         MOVE 'E'                      TO WS-ERROR-SWITCH
020900       WHEN SIDI NOT NUMERIC
021000         MOVE 'SESSION ID MUST BE NUMERIC' TO MSGO
021100         MOVE 'E'                      TO WS-ERROR-SWITCH
021200       WHEN EMAILI = LOW-VALUES OR EMAILI = SPACES
021300         MOVE 'KEY THE REGISTRANT EMAIL' TO MSGO
021400         MOVE 'E'                      TO WS-ERROR-SWITCH
021500       WHEN PSEQI NOT NUMERIC
021600         MOVE 'PAYMENT SEQ MUST BE NUMERIC' TO MSGO
021700         MOVE 'E'                      TO WS-ERROR-SWITCH
021800       WHEN OTHER
021900         MOVE CATGI                    TO WS-CA-SESSION-CATG
022000         MOVE SIDI                     TO WS-SESSION-ID-NUM
022100         MOVE WS-SESSION-ID-NUM        TO WS-CA-SESSION-ID
022200         MOVE SPACES                   TO WS-CA-EMAIL-ADDR
022300         MOVE EMAILI                   TO WS-CA-EMAIL-ADDR
022400         MOVE PSEQI                    TO WS-PAYMENT-SEQ-NUM
022500         MOVE WS-PAYMENT-SEQ-NUM       TO WS-CA-PAYMENT-SEQ
022600     END-EVALUATE.

022700******************************************************************
022800* Payment Display                                                *
022900******************************************************************
023000 SHOW-PAYMENT-PARA.
023100     MOVE 'N'                          TO WS-FOUND-SWITCH.
023200     EXEC SQL
023300       SELECT CHAR(PAYMENT_DATE, ISO), PAYMENT_AMOUNT,
023400              PAYMENT_METHOD, PAYMENT_CURRENCY, PAYMENT_REF,
023500              CHAR(RECON_DATE, ISO), RECON_REF, REVERSES_SEQ
023600         INTO :DCLREGISTRATION-PAYMENT.PAY-PAYMENT-DATE,
023700              :DCLREGISTRATION-PAYMENT.PAY-PAYMENT-AMOUNT,
023800              :DCLREGISTRATION-PAYMENT.PAY-PAYMENT-METHOD,
023900              :DCLREGISTRATION-PAYMENT.PAY-PAYMENT-CURRENCY
024000                                       :WS-CURRENCY-IND,
024100              :DCLREGISTRATION-PAYMENT.PAY-PAYMENT-REF
024200                                       :WS-PAYMENT-REF-IND,
024300              :DCLREGISTRATION-PAYMENT.PAY-RECON-DATE
024400                                       :WS-RECON-DATE-IND,
024500              :DCLREGISTRATION-PAYMENT.PAY-RECON-REF
024600                                       :WS-RECON-REF-IND,
024700              :DCLREGISTRATION-PAYMENT.PAY-REVERSES-SEQ
024800                                       :WS-REVERSES-SEQ-IND
024900         FROM DBODEVP.REGISTRATION_PAYMENT
025000        WHERE SESSION_CATG = :WS-CA-SESSION-CATG
025100          AND SESSION_ID   = :WS-CA-SESSION-ID
025200          AND EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
025300          AND PAYMENT_SEQ  = :WS-CA-PAYMENT-SEQ
025400     END-EXEC.
025500     EVALUATE SQLCODE
025600       WHEN 0
025700         SET WS-ROW-FOUND              TO TRUE
025800         PERFORM SHOW-DONE-AMOUNT-PARA
025900         PERFORM FORMAT-PAYMENT-PARA
026000       WHEN 100
026100         PERFORM CLEAR-PAYMENT-PARA
026200         MOVE 'NO PAYMENT FOUND FOR THAT KEY' TO MSGO
026300       WHEN OTHER
026400         MOVE 'SELECT'                 TO EL-ERROR-ACTION
026500         MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
026600         PERFORM CHECK-SQLCODE-PARA
026700     END-EVALUATE.

026800*    EARLIER REVERSALS ARE NEGATIVE ROWS POINTING BACK AT THIS
026900*    ONE - THE SAME SUM ETRB028 CHECKS A NEW REVERSAL AGAINST.
027000 SHOW-DONE-AMOUNT-PARA.
027100     MOVE 0                            TO WS-DONE-AMOUNT.
027200     EXEC SQL
027300       SELECT COALESCE(SUM(0 - PAYMENT_AMOUNT), 0)
027400         INTO :WS-DONE-AMOUNT
027500         FROM DBODEVP.REGISTRATION_PAYMENT
027600        WHERE SESSION_CATG = :WS-CA-SESSION-CATG
027700          AND SESSION_ID   = :WS-CA-SESSION-ID
027800          AND EMAIL_ADDR   = :WS-CA-EMAIL-ADDR
027900          AND REVERSES_SEQ = :WS-CA-PAYMENT-SEQ
028000     END-EXEC.
028100     IF SQLCODE NOT = 0
028200         MOVE 0                        TO WS-DONE-AMOUNT
028300         MOVE 'SELECT'                 TO EL-ERROR-ACTION
028400         MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
028500         PERFORM CHECK-SQLCODE-PARA
028600     END-IF.
028700     COMPUTE WS-LEFT-AMOUNT = PAY-PAYMENT-AMOUNT - WS-DONE-AMOUNT.

028800 FORMAT-PAYMENT-PARA.
028900     MOVE WS-CA-SESSION-CATG           TO CATGO.
029000     MOVE WS-CA-SESSION-ID             TO WS-SESSION-ID-NUM.
029100     MOVE WS-SESSION-ID-NUM            TO SIDO.
029200     MOVE WS-CA-EMAIL-ADDR (1:60)      TO EMAILO.
029300     MOVE WS-CA-PAYMENT-SEQ            TO WS-PAYMENT-SEQ-NUM.
029400     MOVE WS-PAYMENT-SEQ-NUM           TO PSEQO.
029500     MOVE PAY-PAYMENT-DATE             TO PDATEO.
029600     MOVE PAY-PAYMENT-AMOUNT           TO WS-AMOUNT-EDIT.
029700     MOVE WS-AMOUNT-EDIT               TO PAMTO.
029800     MOVE PAY-PAYMENT-METHOD           TO METHO.
029900     IF WS-CURRENCY-IND < 0
030000         MOVE 'GBP'                    TO CURRO
030100     ELSE
030200         MOVE PAY-PAYMENT-CURRENCY     TO CURRO
030300     END-IF.
030400     IF WS-PAYMENT-REF-IND < 0
030500         MOVE SPACES                   TO PREFO
030600     ELSE
030700         MOVE PAY-PAYMENT-REF-TEXT     TO PREFO
030800     END-IF.
030900     IF WS-RECON-DATE-IND < 0
031000         MOVE 'NO'                     TO RCDATEO
031100         MOVE SPACES                   TO RCREFO
031200     ELSE
031300         MOVE PAY-RECON-DATE           TO RCDATEO
031400         IF WS-RECON-REF-IND < 0
031500             MOVE SPACES               TO RCREFO
031600         ELSE
031700             MOVE PAY-RECON-REF-TEXT   TO RCREFO
031800         END-IF
031900     END-IF.
032000     MOVE WS-DONE-AMOUNT               TO WS-AMOUNT-EDIT.
032100     MOVE WS-AMOUNT-EDIT               TO REVDO.
032200     MOVE WS-LEFT-AMOUNT               TO WS-AMOUNT-EDIT.
032300     MOVE WS-AMOUNT-EDIT               TO REMNO.
032400     MOVE SPACES                       TO RSNO RVREFO AMTUO AMTPO.
032500     EVALUATE TRUE
032600       WHEN WS-REVERSES-SEQ-IND NOT < 0
032700         MOVE PAY-REVERSES-SEQ         TO WS-SEQ-EDIT
032800         MOVE SPACES                   TO MSGO
032900         STRING 'THIS ROW IS ITSELF A REVERSAL OF SEQ '
033000                WS-SEQ-EDIT
033100                DELIMITED BY SIZE    INTO MSGO
033200       WHEN PAY-PAYMENT-METHOD = 'WO' OR PAY-PAYMENT-METHOD = 'CR'
033300         MOVE 'WRITE-OFF/CREDIT ROW - NO MONEY TO REVERSE' TO MSGO
033400       WHEN WS-LEFT-AMOUNT NOT > 0
033500         MOVE 'PAYMENT ALREADY FULLY REVERSED' TO MSGO
033600       WHEN OTHER
033700         MOVE 'KEY REASON AND REFERENCE, PF5=REVERSE' TO MSGO
033800     END-EVALUATE.

033900 CLEAR-PAYMENT-PARA.
034000     MOVE SPACES                       TO PDATEO PAMTO CURRO METHO
034100                                          PREFO RCDATEO RCREFO
034200                                          REVDO REMNO.

034300******************************************************************
034400* PF5 - Reverse Through ETRB028                                  *
034500******************************************************************
034600 REVERSE-PAYMENT-PARA.
034700     IF WS-CA-EMAIL-ADDR = SPACES
034800         MOVE 'SHOW A PAYMENT FIRST (ENTER)' TO MSGO
034900         GO TO REVERSE-PAYMENT-EXIT
035000     END-IF.
035100     IF RSNI = LOW-VALUES
035200         MOVE SPACES                   TO WS-RV-REVERSAL-REASON
035300     ELSE
035400         MOVE RSNI                     TO WS-RV-REVERSAL-REASON
035500     END-IF.
035600     IF NOT WS-RV-REASON-VALID
035700         MOVE 'REASON MUST BE CB, RI OR MA' TO MSGO
035800         GO TO REVERSE-PAYMENT-EXIT
035900     END-IF.
036000     IF RVREFI = LOW-VALUES OR RVREFI = SPACES
036100         MOVE 'KEY THE CASE OR RETURN REFERENCE' TO MSGO
036200         GO TO REVERSE-PAYMENT-EXIT
036300     END-IF.
036400     MOVE RVREFI                       TO WS-RV-REVERSAL-REF.
036500     PERFORM TAKE-PART-AMOUNT-PARA.
036600     IF NOT WS-NO-ERROR
036700         GO TO REVERSE-PAYMENT-EXIT
036800     END-IF.
036900     PERFORM DEFAULT-REVERSAL-DATE-PARA.
037000     PERFORM CALL-ETRB028-PARA.
037100 REVERSE-PAYMENT-EXIT.
037200     EXIT.

037300*    BOTH AMOUNT FIELDS BLANK MEANS ALL THAT IS LEFT - ETRB028
037400*    TAKES A ZERO AMOUNT THAT WAY. HUNDREDTHS KEYED AS ONE DIGIT
037500*    ('5') READ AS TENS ('50'), THE WAY IT LOOKS ON THE SCREEN.
037600 TAKE-PART-AMOUNT-PARA.
037700     MOVE SPACES                       TO WS-ERROR-SWITCH.
037800     MOVE 0                            TO WS-RV-REVERSAL-AMOUNT.
037900     IF AMTUI = LOW-VALUES
038000         MOVE SPACES                   TO AMTUI
038100     END-IF.
038200     IF AMTPI = LOW-VALUES
038300         MOVE SPACES                   TO AMTPI
038400     END-IF.
038500     IF AMTUI = SPACES AND AMTPI = SPACES
038600         CONTINUE
038700     ELSE
038800         INSPECT AMTUI REPLACING LEADING ' ' BY '0'
038900         INSPECT AMTPI REPLACING ALL ' ' BY '0'
039000         IF AMTUI NOT NUMERIC OR AMTPI NOT NUMERIC
039100             MOVE 'PART AMOUNT MUST BE NUMERIC' TO MSGO
039200             MOVE 'E'                  TO WS-ERROR-SWITCH
039300         ELSE
039400             MOVE AMTUI                TO WS-AMT-UNITS
039500             MOVE AMTPI                TO WS-AMT-HUNDREDTHS
039600             COMPUTE WS-RV-REVERSAL-AMOUNT =
039700                 WS-AMT-UNITS + (WS-AMT-HUNDREDTHS / 100)
039800         END-IF
039900     END-IF.

040000 DEFAULT-REVERSAL-DATE-PARA.
040100     EXEC SQL
040200       SELECT CHAR(CURRENT DATE, ISO)
040300         INTO :WS-RV-REVERSAL-DATE
040400         FROM SYSIBM.SYSDUMMY1
040500     END-EXEC.
040600     IF SQLCODE NOT = 0
040700         MOVE 'SELECT'                 TO EL-ERROR-ACTION
040800         MOVE 'SYSIBM.SYSDUMMY1'       TO EL-ERROR-DB2-OBJECT
040900         PERFORM CHECK-SQLCODE-PARA
041000     END-IF.

041100 CALL-ETRB028-PARA.
041200     MOVE WS-CA-SESSION-CATG           TO WS-RV-SESSION-CATG.
041300     MOVE WS-CA-SESSION-ID             TO WS-RV-SESSION-ID.
041400     MOVE WS-CA-EMAIL-ADDR             TO WS-RV-EMAIL-ADDR.
041500     MOVE WS-CA-PAYMENT-SEQ            TO WS-RV-ORIG-PAYMENT-SEQ.
041600*    THE SIGNED-ON USER GOES ON THE AUDIT ROW THE SERVICE
041700*    WRITES AND IS THE ONE THE AUTHORITY CHECK JUDGES.
041800     EXEC CICS ASSIGN
041900               USERID  (WS-USR-ID)
042000               RESP    (WS-RESP)
042100     END-EXEC.
042200     IF WS-RESP NOT = DFHRESP(NORMAL)
042300         MOVE SPACES                   TO WS-USR-ID
042400     END-IF.
042500     MOVE WS-USR-ID                    TO WS-RV-AUTH-USR-ID.
042600     CALL 'ETRB028' USING WS-ETRB028-PARM.
042700     EVALUATE TRUE
042800       WHEN WS-RV-REVERSE-OK AND WS-RV-ORIG-RECONCILED
042900         MOVE 'REVERSED - WAS RECONCILED, ON NEXT BANK REC'
043000                                       TO MSGO
043100       WHEN WS-RV-REVERSE-OK
043200         MOVE WS-RV-REVERSAL-SEQ       TO WS-SEQ-EDIT
043300         MOVE SPACES                   TO MSGO
043400         STRING 'REVERSAL POSTED AS PAYMENT SEQ '
043500                WS-SEQ-EDIT
043600                DELIMITED BY SIZE    INTO MSGO
043700       WHEN WS-RV-NOT-FOUND
043800         MOVE 'NO PAYMENT FOUND FOR THAT KEY' TO MSGO
043900       WHEN WS-RV-INELIGIBLE
044000         MOVE 'THIS ROW CANNOT BE REVERSED' TO MSGO
044100       WHEN WS-RV-ALREADY-DONE
044200         MOVE 'PAYMENT ALREADY FULLY REVERSED' TO MSGO
044300       WHEN WS-RV-EXCEEDS
044400         MOVE 'AMOUNT EXCEEDS WHAT IS LEFT TO REVERSE' TO MSGO
044500       WHEN WS-RV-BAD-DATE
044600         MOVE 'REVERSAL DATE FAILS VALIDATION' TO MSGO
044700       WHEN WS-RV-BAD-INPUT
044800         MOVE 'REVERSAL REFUSED - CHECK REASON AND AMOUNT' TO MSGO
044900       WHEN WS-RV-UNAUTHORIZED
045000         MOVE 'NOT AUTHORIZED TO REVERSE PAYMENTS' TO MSGO
045100       WHEN OTHER
045200         PERFORM BACK-OUT-PARA
045300         MOVE 'REVERSAL FAILED - SEE ERROR LOG' TO MSGO
045400     END-EVALUATE.
045500*    RE-READ SO THE AMOUNTS ON SCREEN ARE WHAT THE LEDGER NOW
045600*    SAYS. THE MESSAGE FROM THE REVERSAL IS KEPT.
045700     IF WS-RV-REVERSE-OK
045800         MOVE MSGO                     TO WS-SAVED-MSG
045900         PERFORM SHOW-PAYMENT-PARA
046000         MOVE WS-SAVED-MSG             TO MSGO
046100     END-IF.

046200*    A FAILED REVERSAL MAY HAVE WRITTEN ITS LEDGER ROW OR ITS
046300*    AUDIT ROW BEFORE IT FAILED - NONE OF IT MAY SURVIVE THE TASK.
046400 BACK-OUT-PARA.
046500     EXEC CICS SYNCPOINT ROLLBACK
046600               RESP    (WS-RESP)
046700     END-EXEC.
046800     IF WS-RESP NOT = DFHRESP(NORMAL)
046900         PERFORM CHECK-RESPCODE-PARA
047000     END-IF.

047100 SEND-RESULT-MAP-PARA.
047200     EXEC CICS SEND MAP    ('ETRM15M')
047300               MAPSET      ('ETRM015')
047400               FROM        (ETRM15O)
047500               DATAONLY
047600               RESP        (WS-RESP)
047700     END-EXEC.
047800     IF WS-RESP NOT = DFHRESP(NORMAL)
047900         PERFORM CHECK-RESPCODE-PARA
048000     END-IF.

048100 SEND-GOODBYE-PARA.
048200     EXEC CICS SEND TEXT
048300               FROM    ('ETRM015 - REVERSALS COMPLETE')
048400               LENGTH  (29)
048500               ERASE
048600               RESP    (WS-RESP)
048700     END-EXEC.
048800     IF WS-RESP NOT = DFHRESP(NORMAL)
048900         PERFORM CHECK-RESPCODE-PARA
049000     END-IF.
049001     PERFORM LOG-TXN-END-PARA.
049100     EXEC CICS RETURN
049200     END-EXEC.

049300******************************************************************
049400* Error Logging                                                  *
049500******************************************************************
049600     EXEC SQL
049700       INCLUDE CPERRLOG
049800     END-EXEC.

049801******************************************************************
049802* Transaction Usage                                              *
049803******************************************************************
049804     EXEC SQL
049805       INCLUDE CPTXNLOG
049806     END-EXEC.

049810******************************************************************
049820* Maintenance-Window Check                                       *
049830******************************************************************
049840     EXEC SQL
049850       INCLUDE CPQUIES
049860     END-EXEC.
