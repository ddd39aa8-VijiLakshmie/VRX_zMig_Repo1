000230*    LEDGER ENTRIES WITH NO BANK MOVEMENT (CASH THAT NEVER       *
000240*      CLEARED - METHOD 'WO'/'CR' ROWS ARE EXCLUDED, NO BANK     *
000250*      MOVEMENT EXISTS FOR THEM BY CONSTRUCTION)                  *
000251*  A THIRD LIST CARRIES EVERY ETRB028 REVERSAL (CHARGEBACK,      *
000252*  RETURNED ITEM, CORRECTION) OF A PAYMENT THIS JOB HAD ALREADY  *
000253*  RECONCILED - THE BANK SIDE OF THOSE HAS TO BE UNPICKED BY     *
000254*  HAND. EACH IS LISTED ONCE AND STAMPED.                        *
000255*  REVERSAL ROWS THEMSELVES NEVER MATCH A STATEMENT LINE (THEY   *
000256*  ARE NEGATIVE), AND A FULLY REVERSED PAYMENT THE BANK NEVER    *
000257*  CLEARED (THE BOUNCED CHEQUE) IS NOT A LEDGER EXCEPTION.       *
000260******************************************************************

000270 ENVIRONMENT DIVISION.
000700    05 WS-BANK-EXC-COUNT               PIC S9(9) COMP VALUE 0.
000710    05 WS-LEDGER-EXC-COUNT             PIC S9(9) COMP VALUE 0.
000720    05 WS-BAD-COUNT                    PIC S9(9) COMP VALUE 0.
000725    05 WS-REVERSAL-COUNT               PIC S9(9) COMP VALUE 0.
000730    05 WS-STMT-AMOUNT                  PIC S9(7)V99 COMP-3.
000740*    THE CANDIDATE LOOKUPS RUN PER STATEMENT LINE AND LEAVE
000750*    THEIR OWN SQLCODE BEHIND - SAVED AND RESTORED SO THE FILE
000940    05 WS-OL-PAYMENT-AMOUNT            PIC S9(7)V99 COMP-3.
000950    05 WS-OL-PAYMENT-METHOD            PIC X(02).
000960    05 WS-OL-PAYMENT-REF               PIC X(30).
000962    05 WS-OL-PAYMENT-SEQ               PIC S9(4) USAGE COMP.

000970******************************************************************
000980*  REPORT LINE LAYOUTS                                           *
001590*  METHOD 'WO' (WRITE-OFF) AND 'CR' (CREDIT APPLIED) ROWS MOVE   *
001600*  NO BANK MONEY AND ARE EXCLUDED. DECLARED AFTER THE MATCHING   *
001610*  PASSES SO A ROW MATCHED TONIGHT DOES NOT EXCEPTION TONIGHT.   *
001612*  REVERSAL ROWS ARE LEFT TO THE RECONCILED-REVERSALS LIST, AND  *
001614*  A PAYMENT WHOSE REVERSALS TAKE ALL OF IT BACK NEVER HAD MONEY *
001616*  TO CLEAR.                                                     *
001620******************************************************************
001630     EXEC SQL DECLARE UNRECONCILED-LEDGER CURSOR
001640      FOR
001650      SELECT P.SESSION_CATG, P.SESSION_ID, P.EMAIL_ADDR,
001660             CHAR(P.PAYMENT_DATE, ISO), P.PAYMENT_AMOUNT,
001670             P.PAYMENT_METHOD, COALESCE(P.PAYMENT_REF, ' ')
001680        FROM DBODEVP.REGISTRATION_PAYMENT P
001690       WHERE P.RECON_DATE IS NULL
001700         AND P.PAYMENT_METHOD NOT IN ('WO', 'CR')
001702         AND P.REVERSES_SEQ IS NULL
001704         AND P.PAYMENT_AMOUNT >
001705             COALESCE((SELECT SUM(0 - X.PAYMENT_AMOUNT)
001706                         FROM DBODEVP.REGISTRATION_PAYMENT X
001707                        WHERE X.SESSION_CATG = P.SESSION_CATG
001708                          AND X.SESSION_ID   = P.SESSION_ID
001709                          AND X.EMAIL_ADDR   = P.EMAIL_ADDR
001710                          AND X.REVERSES_SEQ = P.PAYMENT_SEQ), 0)
001711       ORDER BY P.PAYMENT_DATE, P.SESSION_CATG, P.SESSION_ID
001720     END-EXEC.

001721******************************************************************
001722*  ETRB028 REVERSALS NOT YET REPORTED WHOSE ORIGINAL PAYMENT WAS *
001723*  ALREADY RECONCILED TO A STATEMENT LINE. THE REVERSAL ROW IS   *
001724*  STAMPED ONCE LISTED, SO EACH APPEARS ON ONE REPORT ONLY.      *
001725******************************************************************
001726     EXEC SQL DECLARE RECONCILED-REVERSALS CURSOR
001727      FOR
001728      SELECT V.SESSION_CATG, V.SESSION_ID, V.EMAIL_ADDR,
001729             CHAR(V.PAYMENT_DATE, ISO), V.PAYMENT_AMOUNT,
00172A             V.PAYMENT_METHOD, COALESCE(V.PAYMENT_REF, ' '),
00172B             V.PAYMENT_SEQ
00172C        FROM DBODEVP.REGISTRATION_PAYMENT V,
00172D             DBODEVP.REGISTRATION_PAYMENT O
00172E       WHERE V.REVERSES_SEQ IS NOT NULL
00172F         AND V.RECON_DATE   IS NULL
00172G         AND O.SESSION_CATG = V.SESSION_CATG
00172H         AND O.SESSION_ID   = V.SESSION_ID
00172I         AND O.EMAIL_ADDR   = V.EMAIL_ADDR
00172J         AND O.PAYMENT_SEQ  = V.REVERSES_SEQ
00172K         AND O.RECON_DATE   IS NOT NULL
00172L       ORDER BY V.PAYMENT_DATE, V.SESSION_CATG, V.SESSION_ID
00172M     END-EXEC.

001730 01 WS-END                             PIC X(50) VALUE
001740     'ETROP62-WORKING STORAGE SECTION ENDS HERE'.

001920     CLOSE BANK-IN-FILE.

001930     PERFORM LIST-UNRECONCILED-PARA.
001935     PERFORM LIST-REVERSALS-PARA.
001940     PERFORM WRITE-TOTALS-PARA.
001950     CLOSE BANK-RPT-FILE.

001970     DISPLAY 'LINES MATCHED        : ' WS-MATCHED-COUNT.
001980     DISPLAY 'BANK EXCEPTIONS      : ' WS-BANK-EXC-COUNT.
001990     DISPLAY 'LEDGER EXCEPTIONS    : ' WS-LEDGER-EXC-COUNT.
001995     DISPLAY 'RECONCILED REVERSALS : ' WS-REVERSAL-COUNT.
002000     MOVE 'C'                        TO JRL-RUN-STATUS.
002010     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002020     MOVE WS-MATCHED-COUNT           TO JRL-ROWS-UPDATED.
004060     WRITE BANK-RPT-RECORD           FROM WS-LGR-LINE.

004070******************************************************************
004071* Reversals Of Reconciled Payments                               *
004072******************************************************************
004073 LIST-REVERSALS-PARA.
004074     MOVE SPACES                     TO BANK-RPT-RECORD.
004075     WRITE BANK-RPT-RECORD.
004076     MOVE 'REVERSALS OF RECONCILED PAYMENTS'
004077                                     TO WS-SC-TITLE.
004078     WRITE BANK-RPT-RECORD           FROM WS-SEC-LINE.
004079     EXEC SQL
00407A       OPEN RECONCILED-REVERSALS
00407B     END-EXEC.
00407C     IF SQLCODE NOT = 0
00407D       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00407E       MOVE 'RECONCILED-REVERSALS'   TO EL-ERROR-DB2-OBJECT
00407F       PERFORM CHECK-SQLCODE-PARA
00407G       PERFORM EXIT-PARA
00407H     END-IF.
00407I     PERFORM LIST-ONE-REVERSAL-PARA
00407J       UNTIL SQLCODE = 100.
00407K     EXEC SQL
00407L       CLOSE RECONCILED-REVERSALS
00407M     END-EXEC.
00407N     IF SQLCODE NOT = 0
00407O       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
00407P       MOVE 'RECONCILED-REVERSALS'   TO EL-ERROR-DB2-OBJECT
00407Q       PERFORM CHECK-SQLCODE-PARA
00407R     END-IF.

00407S LIST-ONE-REVERSAL-PARA.
00407T     EXEC SQL
00407U       FETCH RECONCILED-REVERSALS
00407V        INTO :WS-OL-SESSION-CATG,
00407W             :WS-OL-SESSION-ID,
00407X             :WS-OL-EMAIL-ADDR,
00407Y             :WS-OL-PAYMENT-DATE,
00407Z             :WS-OL-PAYMENT-AMOUNT,
004080             :WS-OL-PAYMENT-METHOD,
004081             :WS-OL-PAYMENT-REF,
004082             :WS-OL-PAYMENT-SEQ
004083     END-EXEC.
004084     EVALUATE SQLCODE
004085       WHEN 0
004086         ADD 1                         TO WS-REVERSAL-COUNT
004087         PERFORM WRITE-LEDGER-EXC-PARA
004088         PERFORM STAMP-REVERSAL-PARA
004089       WHEN 100
00408A         CONTINUE
00408B       WHEN OTHER
00408C         MOVE 'FETCH '                 TO EL-ERROR-ACTION
00408D         MOVE 'RECONCILED-REVERSALS'   TO EL-ERROR-DB2-OBJECT
00408E         PERFORM CHECK-SQLCODE-PARA
00408F         PERFORM EXIT-PARA
00408G     END-EVALUATE.

00408H*    THE STAMP ONLY SAYS THE REVERSAL HAS BEEN PUT IN FRONT OF THE
00408I*    RECONCILIATION - THE FETCH LOOP'S SQLCODE IS KEPT AROUND IT.
00408J STAMP-REVERSAL-PARA.
00408K     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
00408L     EXEC SQL
00408M       UPDATE DBODEVP.REGISTRATION_PAYMENT
00408N          SET RECON_DATE = CURRENT DATE,
00408O              RECON_REF  = 'REVERSAL REPORTED'
00408P        WHERE SESSION_CATG = :WS-OL-SESSION-CATG
00408Q          AND SESSION_ID   = :WS-OL-SESSION-ID
00408R          AND EMAIL_ADDR   = :WS-OL-EMAIL-ADDR
00408S          AND PAYMENT_SEQ  = :WS-OL-PAYMENT-SEQ
00408T          AND RECON_DATE  IS NULL
00408U     END-EXEC.
00408V     IF SQLCODE < 0
00408W       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
00408X       MOVE 'REGISTRATION_PAYMENT'   TO EL-ERROR-DB2-OBJECT
00408Y       PERFORM CHECK-SQLCODE-PARA
00408Z       PERFORM EXIT-PARA
004090     END-IF.
004091     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

004092******************************************************************
004093* End-Of-Run Totals                                              *
004094******************************************************************
004100 WRITE-TOTALS-PARA.
004110     MOVE SPACES                     TO BANK-RPT-RECORD.
004120     WRITE BANK-RPT-RECORD.
004250     MOVE 'BAD STATEMENT RECORDS    :' TO WS-CN-LABEL.
004260     MOVE WS-BAD-COUNT               TO WS-CN-COUNT.
004270     WRITE BANK-RPT-RECORD           FROM WS-CNT-LINE.
004272     MOVE 'RECONCILED REVERSALS     :' TO WS-CN-LABEL.
004274     MOVE WS-REVERSAL-COUNT          TO WS-CN-COUNT.
004276     WRITE BANK-RPT-RECORD           FROM WS-CNT-LINE.

004280******************************************************************
004290* Amount Edit                                                    *
