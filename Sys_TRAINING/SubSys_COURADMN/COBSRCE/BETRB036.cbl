       IDENTIFICATION DIVISION.
      *    ETRB036 KEEPS THE DIRECT-DEBIT MANDATES (DCLDDMND) THAT LET
      *    ETROP132 COLLECT PAYMENT-PLAN INSTALMENTS STRAIGHT FROM THE
      *    PAYER'S BANK. ONE CALL PER ACTION:
      *      'A' ADD      - RECORDS A SIGNED INSTRUCTION FOR AN ORG
      *                     (ORG CODE) OR ONE REGISTRANT (EMAIL), NOT
      *                     BOTH, WITH THE BANK DETAILS IT NAMES. A
      *                     PAYER HAS AT MOST ONE ACTIVE MANDATE
      *      'C' CANCEL   - THE PAYER HAS WITHDRAWN IT. INSTALMENTS
      *                     ALREADY NOTICED ARE DROPPED BY ETROP132,
      *                     NOT COLLECTED
      *      'R' REINSTATE - PUTS A MANDATE ETROP133 SUSPENDED AFTER
      *                     AN UNPAID COLLECTION BACK INTO USE ONCE
      *                     FINANCE HAS SPOKEN TO THE PAYER
      *    BANK DETAILS ARE NEVER CHANGED IN PLACE - NEW DETAILS ARE A
      *    NEW INSTRUCTION AT THE BANK, SO CANCEL AND ADD.
      *    NO COMMIT IS TAKEN HERE; THE CHANGES RIDE THE CALLER'S
      *    UNIT OF WORK.
       PROGRAM-ID. ETRB036.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQLCODE PIC +(11).
       01  WS-MANDATE-WORK.
           10 WS-ROW-COUNT            PIC S9(9) USAGE COMP.
           10 WS-ORG-CODE-IND         PIC S9(4) USAGE COMP.
           10 WS-EMAIL-ADDR-IND       PIC S9(4) USAGE COMP.
           10 WS-UPDATED-BY           PIC X(8).
           10 WS-READ-STATUS          PIC X(1).
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *    DIRECT-DEBIT MANDATES - SEE DCLDDMND.
           EXEC SQL
                INCLUDE DCLDDMND
           END-EXEC.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
                INCLUDE CWERRLOG
           END-EXEC.
           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-MANDATE-PARM CARRIES THE ACTION, THE MANDATE REFERENCE
      *    AND - ON AN ADD - THE PAYER AND BANK DETAILS. SORT CODE AND
      *    ACCOUNT NUMBER ARE ALL DIGITS. LS-RETURN-CODE COMES BACK:
      *      '0' DONE
      *      'N' NO MANDATE WITH THAT REFERENCE (CANCEL/REINSTATE)
      *      'O' NO SUCH PAYER - ORG CODE NOT ON THE ORG MASTER, OR NO
      *          REGISTRATION FOR THE EMAIL ADDRESS
      *      'D' A MANDATE WITH THAT REFERENCE IS ALREADY ON FILE
      *      'P' THE PAYER ALREADY HAS AN ACTIVE MANDATE
      *      'S' THE MANDATE'S STATUS DOES NOT ALLOW THE ACTION
      *      'Z' BAD ACTION, MISSING OR BOTH PAYER KEYS, OR BAD BANK
      *          DETAILS
      *      'X' NOT AUTHORIZED
      *      '9' SQL FAILURE (CALLER MUST ROLL BACK)
       01  LS-MANDATE-PARM.
           10 LS-MANDATE-ACTION       PIC X(1).
              88 LS-ACTION-ADD                  VALUE 'A'.
              88 LS-ACTION-CANCEL               VALUE 'C'.
              88 LS-ACTION-REINSTATE            VALUE 'R'.
           10 LS-MANDATE-REF          PIC X(18).
           10 LS-ORG-CODE             PIC X(8).
           10 LS-EMAIL-ADDR           PIC X(120).
           10 LS-ACCOUNT-NAME         PIC X(18).
           10 LS-SORT-CODE            PIC X(6).
           10 LS-ACCOUNT-NO           PIC X(8).
           10 LS-AUTH-USR-ID          PIC X(8).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-MANDATE-DONE                VALUE '0'.
              88 LS-MANDATE-NOT-FOUND           VALUE 'N'.
              88 LS-MANDATE-NO-PAYER            VALUE 'O'.
              88 LS-MANDATE-DUPLICATE           VALUE 'D'.
              88 LS-MANDATE-PAYER-ACTIVE        VALUE 'P'.
              88 LS-MANDATE-WRONG-STATUS        VALUE 'S'.
              88 LS-MANDATE-BAD-INPUT           VALUE 'Z'.
              88 LS-MANDATE-UNAUTHORIZED        VALUE 'X'.
              88 LS-MANDATE-FAILED              VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-MANDATE-QUIESCED            VALUE 'Q'.
       PROCEDURE DIVISION USING LS-MANDATE-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-MANDATE-QUIESCED TO TRUE
               DISPLAY ' MANDATE CHANGE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB036'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'DDMANDAT'             TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-MANDATE-UNAUTHORIZED TO TRUE
               DISPLAY ' MANDATE CHANGE REFUSED - NOT AUTHORIZED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           IF LS-MANDATE-REF = SPACES
               SET LS-MANDATE-BAD-INPUT TO TRUE
               DISPLAY ' MANDATE CHANGE REFUSED - NO MANDATE REF '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           IF LS-AUTH-USR-ID NOT = SPACES
               MOVE LS-AUTH-USR-ID     TO WS-UPDATED-BY
           ELSE
               MOVE 'BATCH   '         TO WS-UPDATED-BY
           END-IF.
           MOVE LS-MANDATE-REF         TO DDM-MANDATE-REF.
           SET LS-MANDATE-DONE         TO TRUE.
           EVALUATE TRUE
             WHEN LS-ACTION-ADD
               PERFORM ADD-MANDATE-PARA
             WHEN LS-ACTION-CANCEL
               PERFORM CANCEL-MANDATE-PARA
             WHEN LS-ACTION-REINSTATE
               PERFORM REINSTATE-MANDATE-PARA
             WHEN OTHER
               SET LS-MANDATE-BAD-INPUT TO TRUE
               DISPLAY ' MANDATE CHANGE REFUSED - BAD ACTION : '
                   LS-MANDATE-ACTION
           END-EVALUATE.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * ADD-MANDATE-PARA edits the new instruction, confirms the payer
      * is one we know and has no other mandate running, then writes
      * it active.
       ADD-MANDATE-PARA.
           PERFORM EDIT-NEW-MANDATE-PARA.
           IF LS-MANDATE-DONE
               PERFORM CHECK-PAYER-PARA
           END-IF.
           IF LS-MANDATE-DONE
               PERFORM CHECK-DUPLICATE-REF-PARA
           END-IF.
           IF LS-MANDATE-DONE
               PERFORM CHECK-PAYER-ACTIVE-PARA
           END-IF.
           IF LS-MANDATE-DONE
               PERFORM INSERT-MANDATE-PARA
           END-IF.
      *
      * EDIT-NEW-MANDATE-PARA - exactly one payer key, an account name
      * and all-digit bank sort code and account number, the shape the
      * ETROP132 bank file carries.
       EDIT-NEW-MANDATE-PARA.
           EVALUATE TRUE
             WHEN LS-ORG-CODE = SPACES AND LS-EMAIL-ADDR = SPACES
             WHEN LS-ORG-CODE NOT = SPACES
              AND LS-EMAIL-ADDR NOT = SPACES
               SET LS-MANDATE-BAD-INPUT TO TRUE
               DISPLAY ' MANDATE NOT ADDED - NAME AN ORG OR A '
                       'REGISTRANT, NOT BOTH '
             WHEN LS-ACCOUNT-NAME = SPACES
             WHEN LS-SORT-CODE NOT NUMERIC
             WHEN LS-ACCOUNT-NO NOT NUMERIC
               SET LS-MANDATE-BAD-INPUT TO TRUE
               DISPLAY ' MANDATE NOT ADDED - BAD BANK DETAILS : '
                       LS-MANDATE-REF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF LS-ORG-CODE NOT = SPACES
               MOVE LS-ORG-CODE       TO DDM-ORG-CODE
               MOVE 0                 TO WS-ORG-CODE-IND
               MOVE SPACES            TO DDM-EMAIL-ADDR-TEXT
               MOVE 0                 TO DDM-EMAIL-ADDR-LEN
               MOVE -1                TO WS-EMAIL-ADDR-IND
           ELSE
               MOVE SPACES            TO DDM-ORG-CODE
               MOVE -1                TO WS-ORG-CODE-IND
               MOVE LS-EMAIL-ADDR     TO DDM-EMAIL-ADDR-TEXT
               MOVE LENGTH OF LS-EMAIL-ADDR TO DDM-EMAIL-ADDR-LEN
               MOVE 0                 TO WS-EMAIL-ADDR-IND
           END-IF.
      *
      * CHECK-PAYER-PARA - an org mandate needs the org on the master;
      * a registrant's needs at least one registration under the
      * address, or nothing would ever be collected on it.
       CHECK-PAYER-PARA.
           MOVE 0                     TO WS-ROW-COUNT.
           IF WS-ORG-CODE-IND = 0
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM DBODEVP.ORGANIZATION
                  WHERE ORG_CODE = :DDM-ORG-CODE
               END-EXEC
           ELSE
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM DBODEVP.REGISTRATION
                  WHERE EMAIL_ADDR = :DDM-EMAIL-ADDR
               END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               SET LS-MANDATE-FAILED TO TRUE
               DISPLAY ' PAYER LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
             WHEN WS-ROW-COUNT = 0
               SET LS-MANDATE-NO-PAYER TO TRUE
               DISPLAY ' MANDATE NOT ADDED - NO SUCH PAYER : '
                       LS-MANDATE-REF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       CHECK-DUPLICATE-REF-PARA.
           MOVE 0                     TO WS-ROW-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM DBODEVP.DIRECT_DEBIT_MANDATE
              WHERE MANDATE_REF = :DDM-MANDATE-REF
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               SET LS-MANDATE-FAILED TO TRUE
               DISPLAY ' MANDATE LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
             WHEN WS-ROW-COUNT > 0
               SET LS-MANDATE-DUPLICATE TO TRUE
               DISPLAY ' MANDATE NOT ADDED - REF ALREADY ON FILE : '
                       LS-MANDATE-REF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      * CHECK-PAYER-ACTIVE-PARA - ETROP132 picks a payer's mandate by
      * payer key alone, so a second active one would make the bank
      * account it debits a matter of chance.
       CHECK-PAYER-ACTIVE-PARA.
           MOVE 0                     TO WS-ROW-COUNT.
           IF WS-ORG-CODE-IND = 0
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM DBODEVP.DIRECT_DEBIT_MANDATE
                  WHERE ORG_CODE       = :DDM-ORG-CODE
                    AND EMAIL_ADDR    IS NULL
                    AND MANDATE_STATUS = 'A'
                    AND MANDATE_REF   <> :DDM-MANDATE-REF
               END-EXEC
           ELSE
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM DBODEVP.DIRECT_DEBIT_MANDATE
                  WHERE EMAIL_ADDR     = :DDM-EMAIL-ADDR
                    AND MANDATE_STATUS = 'A'
                    AND MANDATE_REF   <> :DDM-MANDATE-REF
               END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               SET LS-MANDATE-FAILED TO TRUE
               DISPLAY ' ACTIVE MANDATE LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
             WHEN WS-ROW-COUNT > 0
               SET LS-MANDATE-PAYER-ACTIVE TO TRUE
               DISPLAY ' REFUSED - PAYER ALREADY HAS AN ACTIVE '
                       'MANDATE : ' LS-MANDATE-REF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       INSERT-MANDATE-PARA.
           MOVE LS-ACCOUNT-NAME       TO DDM-ACCOUNT-NAME.
           MOVE LS-SORT-CODE          TO DDM-SORT-CODE.
           MOVE LS-ACCOUNT-NO         TO DDM-ACCOUNT-NO.
           MOVE WS-UPDATED-BY         TO DDM-UPDATED-BY.
           EXEC SQL
             INSERT INTO DBODEVP.DIRECT_DEBIT_MANDATE
                    ( MANDATE_REF, ORG_CODE, EMAIL_ADDR,
                      ACCOUNT_NAME, SORT_CODE, ACCOUNT_NO,
                      MANDATE_STATUS, UPDATED_BY, DTS )
             VALUES ( :DDM-MANDATE-REF,
                      :DDM-ORG-CODE   :WS-ORG-CODE-IND,
                      :DDM-EMAIL-ADDR :WS-EMAIL-ADDR-IND,
                      :DDM-ACCOUNT-NAME, :DDM-SORT-CODE,
                      :DDM-ACCOUNT-NO, 'A', :DDM-UPDATED-BY,
                      CURRENT TIMESTAMP )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
               DISPLAY ' MANDATE ADDED : ' LS-MANDATE-REF
           ELSE
               SET LS-MANDATE-FAILED TO TRUE
               DISPLAY ' MANDATE INSERT FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
      * CANCEL-MANDATE-PARA - an active or suspended mandate can be
      * cancelled; a cancelled one stays as it is.
       CANCEL-MANDATE-PARA.
           PERFORM READ-MANDATE-PARA.
           IF LS-MANDATE-DONE
               IF DDM-STATUS-CANCELLED
                   SET LS-MANDATE-WRONG-STATUS TO TRUE
                   DISPLAY ' MANDATE ALREADY CANCELLED : '
                           LS-MANDATE-REF
               ELSE
                   MOVE 'C'           TO DDM-MANDATE-STATUS
                   PERFORM SET-MANDATE-STATUS-PARA
               END-IF
           END-IF.
      *
      * REINSTATE-MANDATE-PARA - only a suspended mandate comes back,
      * and only while the payer has not set up another meanwhile.
       REINSTATE-MANDATE-PARA.
           PERFORM READ-MANDATE-PARA.
           IF LS-MANDATE-DONE
               IF NOT DDM-STATUS-SUSPENDED
                   SET LS-MANDATE-WRONG-STATUS TO TRUE
                   DISPLAY ' MANDATE IS NOT SUSPENDED : '
                           LS-MANDATE-REF
               ELSE
                   PERFORM CHECK-PAYER-ACTIVE-PARA
               END-IF
           END-IF.
           IF LS-MANDATE-DONE
               MOVE 'A'               TO DDM-MANDATE-STATUS
               PERFORM SET-MANDATE-STATUS-PARA
           END-IF.
      *
      * READ-MANDATE-PARA fetches the mandate's status and payer keys,
      * the payer keys so a reinstatement can be checked against any
      * other active mandate for the same payer.
       READ-MANDATE-PARA.
           MOVE SPACES                TO WS-READ-STATUS.
           EXEC SQL
             SELECT MANDATE_STATUS, ORG_CODE, EMAIL_ADDR
               INTO :DDM-MANDATE-STATUS,
                    :DDM-ORG-CODE   :WS-ORG-CODE-IND,
                    :DDM-EMAIL-ADDR :WS-EMAIL-ADDR-IND
               FROM DBODEVP.DIRECT_DEBIT_MANDATE
              WHERE MANDATE_REF = :DDM-MANDATE-REF
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               MOVE DDM-MANDATE-STATUS TO WS-READ-STATUS
             WHEN 100
               SET LS-MANDATE-NOT-FOUND TO TRUE
               DISPLAY ' NO SUCH MANDATE : ' LS-MANDATE-REF
             WHEN OTHER
               SET LS-MANDATE-FAILED TO TRUE
               DISPLAY ' MANDATE READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      * SET-MANDATE-STATUS-PARA - the update is guarded on the status
      * just read, so a change made since (ETROP133 suspending it
      * overnight, say) is refused rather than overwritten.
       SET-MANDATE-STATUS-PARA.
           MOVE WS-UPDATED-BY         TO DDM-UPDATED-BY.
           EXEC SQL
             UPDATE DBODEVP.DIRECT_DEBIT_MANDATE
                SET MANDATE_STATUS = :DDM-MANDATE-STATUS,
                    UPDATED_BY     = :DDM-UPDATED-BY,
                    DTS            = CURRENT TIMESTAMP
              WHERE MANDATE_REF    = :DDM-MANDATE-REF
                AND MANDATE_STATUS = :WS-READ-STATUS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' MANDATE ' LS-MANDATE-REF
                       ' NOW STATUS ' DDM-MANDATE-STATUS
             WHEN 100
               SET LS-MANDATE-WRONG-STATUS TO TRUE
               DISPLAY ' MANDATE CHANGED SINCE READ : '
                       LS-MANDATE-REF
             WHEN OTHER
               SET LS-MANDATE-FAILED TO TRUE
               DISPLAY ' MANDATE UPDATE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      *    AUTHORIZATION CHECK AND ERROR-LOG FRAMEWORK.
           EXEC SQL
             INCLUDE CPAUTHCK
           END-EXEC.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
