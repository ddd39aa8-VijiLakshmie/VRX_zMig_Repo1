002280*    A PAYMENT POSTED SINCE THE LAST DUNNING LETTER HOLDS THE
002290*    NEXT LETTER BACK - THE ORG IS ALREADY RESPONDING. WITH NO
002300*    EARLIER LETTER ON FILE THERE IS NOTHING TO HOLD AGAINST.
002302*    AN ETRB028 REVERSAL ROW IS NOT A PAYMENT, AND A PAYMENT SINCE
002304*    REVERSED (THE BOUNCED CHEQUE) IS NOT THE ORG RESPONDING.
002310 CHECK-PAYMENT-HOLD-PARA.
002320     MOVE 0                          TO WS-PAYMENTS-SINCE.
002330     MOVE SPACES                     TO WS-LAST-LETTER-DATE.
002520            AND P.SESSION_ID   = R.SESSION_ID
002530            AND P.EMAIL_ADDR   = R.EMAIL_ADDR
002540            AND P.PAYMENT_DATE > DATE(:WS-LAST-LETTER-DATE)
002541            AND P.PAYMENT_AMOUNT > 0
002542            AND P.REVERSES_SEQ IS NULL
002543            AND NOT EXISTS
002544                (SELECT 1
002545                   FROM DBODEVP.REGISTRATION_PAYMENT X
002546                  WHERE X.SESSION_CATG = P.SESSION_CATG
002547                    AND X.SESSION_ID   = P.SESSION_ID
002548                    AND X.EMAIL_ADDR   = P.EMAIL_ADDR
002549                    AND X.REVERSES_SEQ = P.PAYMENT_SEQ)
002550       END-EXEC
002560       IF SQLCODE NOT = 0
002570         MOVE 0                      TO WS-PAYMENTS-SINCE
002870 OPEN-MERGE-PARA.
002880     OPEN OUTPUT DUN-MERGE-FILE.
002890     MOVE 'ETROP57'                  TO HT-PROGRAM-ID.
002893     MOVE 'DUNMRG'                   TO HT-INTERFACE-NAME.
002896     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
002900     PERFORM BUILD-HEADER-PARA.
002910     MOVE HT-IO-RECORD               TO DUN-MERGE-RECORD.
002920     WRITE DUN-MERGE-RECORD.
