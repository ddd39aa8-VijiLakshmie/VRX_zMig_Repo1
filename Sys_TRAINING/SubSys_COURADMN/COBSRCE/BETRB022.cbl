      *    REMAINING BALANCE FOR THE ORG'S OPEN CONTRACT SO THE FRONT
      *    DESK CAN ANSWER "HOW MANY SEATS DO WE HAVE LEFT" WITHOUT A
      *    SPUFI TICKET. SIGN-UP DRAWDOWN ITSELF LIVES IN ETRB002;
      *    THE MONTHLY DRAWDOWN STATEMENT IS ETROP59. A CONTRACT MAY
      *    BE OPENED TO THE OWNER'S WHOLE CLIENT GROUP (GROUP_DRAWDOWN,
      *    SEE DCLSEATC).
       PROGRAM-ID. ETRB022.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           EXEC SQL
                INCLUDE DCLSEATC
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-CONTRACT-PARM CARRIES ONE CONTRACT AND THE FUNCTION TO
      *    APPLY: 'A' ADD, 'C' CLOSE, 'I' INQUIRE. ON AN INQUIRE THE
              88 LS-CONTRACT-UNKNOWN-ORG        VALUE 'O'.
              88 LS-CONTRACT-NOT-FOUND          VALUE 'N'.
              88 LS-CONTRACT-FAILED             VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-CONTRACT-QUIESCED           VALUE 'Q'.
      *    LS-GROUP-DRAWDOWN 'Y' ON AN ADD LETS ANY ORG IN THE OWNER'S
      *    CLIENT GROUP DRAW ON THE CONTRACT; ANYTHING ELSE STORES 'N'.
      *    ON AN INQUIRE IT COMES BACK 'Y' WHEN THE CONTRACT FOUND IS
      *    A GROUP ONE HELD BY ANOTHER ORG (LS-CONTRACT-ORG-CODE).
      *    APPENDED SO OLDER CALLERS' OFFSETS HOLD.
           10 LS-GROUP-DRAWDOWN       PIC X(1).
           10 LS-CONTRACT-ORG-CODE    PIC X(8).
       PROCEDURE DIVISION USING LS-CONTRACT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-CONTRACT-OK         TO TRUE.
      *    AN INQUIRY IS STILL ANSWERED DURING A MAINTENANCE WINDOW.
           SET QSC-OPEN TO TRUE.
           IF NOT LS-FUNCTION-INQUIRE
               PERFORM CHECK-QUIESCE-PARA
           END-IF.
           IF QSC-QUIESCED
               SET LS-CONTRACT-QUIESCED TO TRUE
               DISPLAY ' CONTRACT REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           EVALUATE TRUE
             WHEN LS-FUNCTION-ADD
               PERFORM EDIT-DATES-PARA
      * stay globally unique) and inserts the row open with no seats
      * used.
       ADD-CONTRACT-PARA.
           IF LS-GROUP-DRAWDOWN = 'Y'
               MOVE 'Y'               TO SCT-GROUP-DRAWDOWN
           ELSE
               MOVE 'N'               TO SCT-GROUP-DRAWDOWN
           END-IF.
           EXEC SQL
             SELECT COALESCE(MAX(CONTRACT_ID), 500000) + 1
               INTO :SCT-CONTRACT-ID
                 INSERT INTO DBODEVP.SEAT_CONTRACT
                        ( ORG_CODE, CONTRACT_ID, START_DATE,
                          END_DATE, SEATS_PURCHASED, SEATS_USED,
                          CONTRACT_STATUS, DTS, GROUP_DRAWDOWN )
                 VALUES ( :LS-ORG-CODE, :SCT-CONTRACT-ID,
                          :LS-START-DATE, :LS-END-DATE,
                          :LS-SEATS-PURCHASED, 0, 'A',
                          CURRENT TIMESTAMP, :SCT-GROUP-DRAWDOWN )
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               IF SQLCODE = 0
      * INQUIRE-BALANCE-PARA returns the org's open contract in force
      * today - the same soonest-expiring-first choice the ETRB002
      * drawdown makes, so the desk quotes the balance that will
      * actually be drawn next, including a group contract held
      * elsewhere in the org's client group.
       INQUIRE-BALANCE-PARA.
           EXEC SQL
             SELECT C.ORG_CODE, C.CONTRACT_ID, C.START_DATE,
                    C.END_DATE, C.SEATS_PURCHASED, C.SEATS_USED
               INTO :SCT-ORG-CODE, :SCT-CONTRACT-ID,
                    :SCT-START-DATE, :SCT-END-DATE,
                    :SCT-SEATS-PURCHASED, :SCT-SEATS-USED
               FROM DBODEVP.SEAT_CONTRACT C
              WHERE C.CONTRACT_STATUS = 'A'
                AND C.START_DATE     <= CURRENT DATE
                AND C.END_DATE       >= CURRENT DATE
                AND (C.ORG_CODE       = :LS-ORG-CODE
                 OR (C.GROUP_DRAWDOWN = 'Y'
                AND  C.ORG_CODE IN
                     (SELECT G.ORG_CODE
                        FROM DBODEVP.ORGANIZATION G,
                             DBODEVP.ORGANIZATION M
                       WHERE M.ORG_CODE = :LS-ORG-CODE
                         AND COALESCE(G.PARENT_ORG_CODE,
                                      G.ORG_CODE) =
                             COALESCE(M.PARENT_ORG_CODE,
                                      M.ORG_CODE))))
              ORDER BY CASE WHEN C.ORG_CODE = :LS-ORG-CODE
                            THEN 0 ELSE 1 END,
                       C.END_DATE
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
               MOVE SCT-END-DATE        TO LS-END-DATE
               MOVE SCT-SEATS-PURCHASED TO LS-SEATS-PURCHASED
               MOVE SCT-SEATS-USED      TO LS-SEATS-USED
               MOVE SCT-ORG-CODE        TO LS-CONTRACT-ORG-CODE
               IF SCT-ORG-CODE = LS-ORG-CODE
                   MOVE 'N'             TO LS-GROUP-DRAWDOWN
               ELSE
                   MOVE 'Y'             TO LS-GROUP-DRAWDOWN
               END-IF
               COMPUTE LS-SEATS-REMAINING =
                   SCT-SEATS-PURCHASED - SCT-SEATS-USED
               DISPLAY ' CONTRACT BALANCE : ' LS-SEATS-REMAINING
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
