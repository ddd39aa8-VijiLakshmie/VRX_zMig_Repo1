000200*  SESSION_START_DATE): 30+ DAYS 100 PCT, 14-29 DAYS 50 PCT,      *
000210*  0-13 DAYS 25 PCT, CANCELLED ON/AFTER THE START DATE 0 PCT.     *
000220*  EVEN A 0 PCT DECISION IS RECORDED.                             *
000221*                                                                 *
000222*  EACH DECISION IS RECORDED AT REFUND_STATUS 'C' (COMPUTED). THE *
000223*  MONEY ITSELF GOES BACK THROUGH ETRM016 APPROVAL, THE ETROP93   *
000224*  BANK PAYOUT FILE AND ETROP94 CONFIRMATIONS (OR AN ETROP56      *
000225*  CREDIT NOTE FOR AN INVOICED REGISTRATION); REFNDEXT REMAINS    *
000226*  FINANCE'S REGISTER OF WHAT WAS DECIDED.                        *
000227*  A REFUND OVER REFUND-APPR-LIM (SEE CWFINAP) IS ALSO RAISED ON  *
000228*  THE FINANCIAL_APPROVAL QUEUE HERE, SO A SECOND USER CAN        *
000229*  APPROVE IT ON ETRM026 BEFORE ETRM016 WILL RELEASE IT. THE      *
00022A*  REGISTER SHOWS THE APPROVAL NUMBER AGAINST EACH SUCH REFUND.   *
000230******************************************************************

000240 ENVIRONMENT DIVISION.
000810    05 WS-SCANNED-COUNT                PIC S9(9) COMP VALUE 0.
000820    05 WS-REFUNDED-COUNT               PIC S9(9) COMP VALUE 0.
000830    05 WS-ZERO-PCT-COUNT               PIC S9(9) COMP VALUE 0.
000835    05 WS-APPROVAL-COUNT               PIC S9(9) COMP VALUE 0.
000840    05 WS-REFUND-TOTAL                 PIC S9(7)V99 USAGE COMP-3
000850                                       VALUE 0.
000860    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
001130    05 FILLER                   PIC X(12) VALUE 'REFUND'.
001140    05 FILLER                   PIC X(03) VALUE SPACES.
001150    05 FILLER                   PIC X(06) VALUE 'REASON'.
001152    05 FILLER                   PIC X(03) VALUE SPACES.
001155    05 FILLER                   PIC X(11) VALUE 'APPROVAL NO'.
001160 01 WS-RPT-DETAIL-LINE.
001170    05 WS-RPT-CATG              PIC X(02).
001180    05 FILLER                   PIC X(06) VALUE SPACES.
001250    05 WS-RPT-AMOUNT            PIC X(12).
001260    05 FILLER                   PIC X(03) VALUE SPACES.
001270    05 WS-RPT-REASON            PIC X(01).
001272    05 FILLER                   PIC X(07) VALUE SPACES.
001275    05 WS-RPT-APPROVAL-NO       PIC Z(8)9 BLANK WHEN ZERO.
001280 01 WS-RPT-TOTAL-LINE.
001290    05 FILLER                   PIC X(20) VALUE
001300       'TOTAL REFUNDS DUE: '.
001376       INCLUDE CWJOBLOG
001378     END-EXEC.

001379*    FINANCIAL ADJUSTMENT MAKER-CHECKER FIELDS - SEE CWFINAP.
00137A     EXEC SQL
00137B       INCLUDE CWFINAP
00137C     END-EXEC.

001380******************************************************************
001390*                     DB2 SECTION                                *
001400******************************************************************
002300 DISPLAY 'REFUNDS SCANNED      : ' WS-SCANNED-COUNT.
002310 DISPLAY 'REFUNDS DUE          : ' WS-REFUNDED-COUNT.
002320 DISPLAY 'ZERO-PCT DECISIONS   : ' WS-ZERO-PCT-COUNT.
002321     DISPLAY 'SENT FOR APPROVAL    : ' WS-APPROVAL-COUNT.
002322     MOVE 'C'                        TO JRL-RUN-STATUS.
002324     MOVE WS-SCANNED-COUNT         TO JRL-ROWS-READ.
002325     MOVE WS-REFUNDED-COUNT        TO JRL-ROWS-WRITTEN.
002800       INSERT INTO DBODEVP.REGISTRATION_REFUND
002810              ( SESSION_CATG, SESSION_ID, EMAIL_ADDR,
002820                REFUND_DATE,  REFUND_PCT, REFUND_AMOUNT,
002830                REFUND_REASON, DTS,
002831                REFUND_STATUS, STATUS_DATE )
002840       VALUES ( :RFD-SESSION-CATG, :RFD-SESSION-ID,
002850                :RFD-EMAIL-ADDR,   CURRENT DATE,
002860                :RFD-REFUND-PCT,   :RFD-REFUND-AMOUNT,
002870                :RFD-REFUND-REASON, CURRENT TIMESTAMP,
002871                'C',               CURRENT DATE )
002880     END-EXEC.
002890     EVALUATE SQLCODE
002900       WHEN 0
002910         IF WS-REFUND-PCT > 0
002920             ADD 1                   TO WS-REFUNDED-COUNT
002930             ADD WS-REFUND-AMOUNT    TO WS-REFUND-TOTAL
002935             PERFORM RAISE-REFUND-APPROVAL-PARA
002940             PERFORM WRITE-INSTRUCTION-PARA
002950             PERFORM WRITE-REGISTER-PARA
002960         ELSE
003030     END-EVALUATE.

003040******************************************************************
003041* Second Approval - A REFUND OVER THE LIMIT GOES ON THE QUEUE    *
003042* NOW, SO IT IS WAITING FOR A CHECKER ON ETRM026 BY THE TIME     *
003043* SOMEONE COMES TO RELEASE IT ON ETRM016. ONE THAT CANNOT BE     *
003044* RAISED IS LOGGED AND LEFT - ETRM016 RAISES IT ON RELEASE.      *
003045******************************************************************
003046 RAISE-REFUND-APPROVAL-PARA.
003047     MOVE 0                          TO FAQ-APPROVAL-NO.
003048     SET FAQ-REFUND                  TO TRUE.
003049     MOVE WS-REFUND-AMOUNT           TO FAQ-AMOUNT.
00304A     PERFORM GET-APPROVAL-LIMIT-PARA.
00304B     IF FAQ-OVER-LIMIT
00304C       MOVE WS-HOLD-SESSION-CATG     TO FAQ-SESSION-CATG
00304D       MOVE WS-HOLD-SESSION-ID       TO FAQ-SESSION-ID
00304E       MOVE EMAIL-ADDR-TEXT          TO FAQ-EMAIL-ADDR
00304F       MOVE SPACES                   TO FAQ-ORG-CODE
00304G       MOVE 'NEW REFUND DECISION'    TO FAQ-ITEM-REF
00304H       MOVE 'BATCH   '               TO FAQ-MAKER-ID
00304I       MOVE 'ETROP19 '               TO FAQ-MAKER-MODULE
00304J       PERFORM RAISE-APPROVAL-PARA
00304K       IF FAQ-SQLCODE = -803
00304L         PERFORM RAISE-APPROVAL-PARA
00304M       END-IF
00304N       IF FAQ-RAISED
00304O         ADD 1                       TO WS-APPROVAL-COUNT
00304P       ELSE
00304Q         MOVE 0                      TO FAQ-APPROVAL-NO
00304R         MOVE FAQ-SQLCODE            TO SQLCODE
00304S         MOVE 'INSERT'               TO EL-ERROR-ACTION
00304T         MOVE 'FINANCIAL_APPROVAL'   TO EL-ERROR-DB2-OBJECT
00304U         PERFORM CHECK-SQLCODE-PARA
00304V       END-IF
00304W     ELSE
00304X       MOVE 0                        TO FAQ-APPROVAL-NO
00304Y     END-IF.

00304Z******************************************************************
003050* Refund Instruction File                                        *
003060******************************************************************
003070 WRITE-INSTRUCTION-PARA.
003290     PERFORM EDIT-AMOUNT-PARA.
003300     MOVE EA-EDITED-AMOUNT-CR        TO WS-RPT-AMOUNT.
003310     MOVE RFD-REFUND-REASON          TO WS-RPT-REASON.
003315     MOVE FAQ-APPROVAL-NO            TO WS-RPT-APPROVAL-NO.
003320     WRITE REFUND-RPT-RECORD         FROM WS-RPT-DETAIL-LINE.
003330     ADD 1                           TO WS-LINE-CTR.

003490 OPEN-FILES-PARA.
003500     OPEN OUTPUT REFUND-EXT-FILE.
003502     MOVE 'ETROP19'                  TO HT-PROGRAM-ID.
003503     MOVE 'REFNDEXT'                 TO HT-INTERFACE-NAME.
003504     MOVE 'ACCOUNTS PAYABLE'         TO HT-DESTINATION.
003505     PERFORM BUILD-HEADER-PARA.
003506     MOVE HT-IO-RECORD               TO REFUND-EXT-RECORD.
003508     WRITE REFUND-EXT-RECORD.
003509     MOVE SPACES                     TO REFUND-EXT-RECORD.
003590******************************************************************
003600     COPY CPAMTEDT.

003601******************************************************************
003602* Financial Adjustment Maker-Checker                             *
003603******************************************************************
003604     EXEC SQL
003605       INCLUDE CPFINAP
003606     END-EXEC.

003610******************************************************************
003620* Error Logging                                                  *
003630******************************************************************
