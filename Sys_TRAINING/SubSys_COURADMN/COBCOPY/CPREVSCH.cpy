000100******************************************************************
000200* REVENUE-RECOGNITION SCHEDULE PARAGRAPHS - SEE CWREVSCH FOR THE *
000300* CALLING CONVENTIONS. THE SPREAD IS SET-BASED:                  *
000400*   1. DROP THE SESSION'S PENDING SLICES                         *
000500*   2. ADD A ZERO SLICE PER BILLABLE PARTY PER MEETING DATE NOT  *
000600*      ALREADY RECOGNIZED FOR THAT PARTY                         *
000700*   3. A SEAT WHOSE MEETINGS ARE ALL RECOGNIZED BUT WHOSE FEE    *
000800*      HAS SINCE CHANGED GETS ONE CATCH-UP SLICE TODAY           *
000900*   4. SPREAD EACH PARTY'S FEE LESS WHAT IS ALREADY RECOGNIZED   *
001000*      EVENLY OVER ITS PENDING SLICES (TRUNCATED TO THE PENNY)   *
001100*   5. PUT THE ROUNDING PENNIES ON THE PARTY'S LAST SLICE        *
001200* A FAILURE IS REPORTED TO SYSOUT AND DOES NOT UNDO THE CALLER'S *
001300* OWN CHANGE - THE ETROP106 MONTH-END RUN RE-SPREADS EVERY       *
001400* SESSION STILL HOLDING PENDING SLICES BEFORE IT RECOGNIZES ANY. *
001500******************************************************************
001600 REBUILD-REV-SCHEDULE-PARA.
001700     MOVE '0'                        TO RSC-RETURN-CODE.
001800     PERFORM DROP-PENDING-SLICES-PARA.
001900     IF RSC-SPREAD
002000       PERFORM ADD-MEETING-SLICES-PARA
002100     END-IF.
002200     IF RSC-SPREAD
002300       PERFORM ADD-CATCHUP-SLICES-PARA
002400     END-IF.
002500     IF RSC-SPREAD
002600       PERFORM SPREAD-SLICES-PARA
002700     END-IF.
002800     IF RSC-SPREAD
002900       PERFORM ROUND-LAST-SLICE-PARA
003000     END-IF.
003100     IF RSC-SPREAD
003200       ADD 1                         TO RSC-REBUILT-COUNT
003300     ELSE
003400       DISPLAY ' UNABLE TO RE-SPREAD REVENUE SCHEDULE : '
003500               RSC-SESSION-CATG '/' RSC-SESSION-ID
003600       DISPLAY ' SQL CODE   '  SQLCODE
003700     END-IF.
003800 
003900 DROP-PENDING-SLICES-PARA.
004000     EXEC SQL
004100       DELETE FROM DBODEVP.REVENUE_SCHEDULE
004200        WHERE SESSION_CATG = :RSC-SESSION-CATG
004300          AND SESSION_ID   = :RSC-SESSION-ID
004400          AND SLICE_STATUS = 'P'
004500     END-EXEC.
004600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
004700       MOVE '9'                      TO RSC-RETURN-CODE
004800     END-IF.
004900 
005000*    THE BILLABLE PARTIES: EVERY ACTIVE NON-STAFF SEAT OF AN
005100*    ACTIVE OPEN SESSION AT ITS PRICE-BOOK FEE, OR AN ACTIVE
005200*    CLOSED SESSION AS ONE PARTY AT ITS FLAT FEE PLUS THE
005300*    OVERAGE ETROP20 BILLS FOR HEADS ABOVE THE CONTRACT.
005400*    INTERNAL-STAFF SEATS ARE RECHARGED BY ETROP85, NOT SOLD.
005500 ADD-MEETING-SLICES-PARA.
005600     EXEC SQL
005700       INSERT INTO DBODEVP.REVENUE_SCHEDULE
005800            ( SESSION_CATG, SESSION_ID, EMAIL_ADDR, MEETING_DATE,
005900              SCHEDULE_FEE, SLICE_AMOUNT, SLICE_STATUS,
006000              RECOG_YEAR, RECOG_MONTH, DTS )
006100       SELECT P.SESSION_CATG, P.SESSION_ID, P.EMAIL_ADDR,
006200              M.MEETING_DATE, P.PARTY_FEE, 0, 'P',
006300              NULL, NULL, CURRENT TIMESTAMP
006400         FROM (SELECT R.SESSION_CATG, R.SESSION_ID, R.EMAIL_ADDR,
006500                      COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
006600                                                 AS PARTY_FEE
006700                 FROM DBODEVP.REGISTRATION R,
006800                      DBODEVP.TRAINING_SESSION S
006900                WHERE S.SESSION_CATG   = :RSC-SESSION-CATG
007000                  AND S.SESSION_ID     = :RSC-SESSION-ID
007100                  AND S.SESSION_STATUS = 'A'
007200                  AND S.SESSION_TYPE  <> 'C'
007300                  AND R.SESSION_CATG   = S.SESSION_CATG
007400                  AND R.SESSION_ID     = S.SESSION_ID
007500                  AND R.REG_STATUS     = 'A'
007600                  AND R.ENO           IS NULL
007700               UNION ALL
007800               SELECT S.SESSION_CATG, S.SESSION_ID, ' ',
007900                      COALESCE(S.FLAT_FEE, 0)
008000                    + CASE WHEN S.CONTRACT_HEADCOUNT IS NULL
008100                           THEN 0
008200                           ELSE MAX((SELECT COUNT(*)
008300                                 FROM DBODEVP.REGISTRATION A
008400                                WHERE A.SESSION_CATG =
008500                                      S.SESSION_CATG
008600                                  AND A.SESSION_ID   =
008700                                      S.SESSION_ID
008800                                  AND A.REG_STATUS   = 'A')
008900                                - S.CONTRACT_HEADCOUNT, 0)
009000                              * COALESCE(S.OVERAGE_FEE, 0)
009100                      END
009200                 FROM DBODEVP.TRAINING_SESSION S
009300                WHERE S.SESSION_CATG   = :RSC-SESSION-CATG
009400                  AND S.SESSION_ID     = :RSC-SESSION-ID
009500                  AND S.SESSION_STATUS = 'A'
009600                  AND S.SESSION_TYPE   = 'C') AS P,
009700              (SELECT C.MEETING_DATE
009800                 FROM DBODEVP.SESSION_SCHEDULE C
009900                WHERE C.SESSION_CATG = :RSC-SESSION-CATG
010000                  AND C.SESSION_ID   = :RSC-SESSION-ID
010100               UNION
010200               SELECT COALESCE(T.SESSION_END_DATE,
010300                               T.SESSION_START_DATE)
010400                 FROM DBODEVP.TRAINING_SESSION T
010500                WHERE T.SESSION_CATG = :RSC-SESSION-CATG
010600                  AND T.SESSION_ID   = :RSC-SESSION-ID
010700                  AND NOT EXISTS
010800                      (SELECT 1
010900                         FROM DBODEVP.SESSION_SCHEDULE D
011000                        WHERE D.SESSION_CATG = T.SESSION_CATG
011100                          AND D.SESSION_ID   = T.SESSION_ID))
011200                                                 AS M
011300        WHERE NOT EXISTS
011400              (SELECT 1
011500                 FROM DBODEVP.REVENUE_SCHEDULE X
011600                WHERE X.SESSION_CATG = P.SESSION_CATG
011700                  AND X.SESSION_ID   = P.SESSION_ID
011800                  AND X.EMAIL_ADDR   = P.EMAIL_ADDR
011900                  AND X.MEETING_DATE = M.MEETING_DATE)
012000     END-EXEC.
012100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
012200       MOVE '9'                      TO RSC-RETURN-CODE
012300     END-IF.
012400 
012500*    A SEAT REPRICED AFTER ITS LAST MEETING WAS RECOGNIZED STILL
012600*    HAS TO REACH REVENUE - ONE SLICE DATED TODAY CARRIES THE
012700*    DIFFERENCE INTO THE NEXT MONTH-END.
012800 ADD-CATCHUP-SLICES-PARA.
012900     EXEC SQL
013000       INSERT INTO DBODEVP.REVENUE_SCHEDULE
013100            ( SESSION_CATG, SESSION_ID, EMAIL_ADDR, MEETING_DATE,
013200              SCHEDULE_FEE, SLICE_AMOUNT, SLICE_STATUS,
013300              RECOG_YEAR, RECOG_MONTH, DTS )
013400       SELECT V.SESSION_CATG, V.SESSION_ID, V.EMAIL_ADDR,
013500              CURRENT DATE,
013600              (SELECT COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
013700                 FROM DBODEVP.REGISTRATION R,
013800                      DBODEVP.TRAINING_SESSION S
013900                WHERE R.SESSION_CATG   = V.SESSION_CATG
014000                  AND R.SESSION_ID     = V.SESSION_ID
014100                  AND R.EMAIL_ADDR     = V.EMAIL_ADDR
014200                  AND S.SESSION_CATG   = R.SESSION_CATG
014300                  AND S.SESSION_ID     = R.SESSION_ID),
014400              0, 'P',
014500              NULL, NULL, CURRENT TIMESTAMP
014600         FROM DBODEVP.REVENUE_SCHEDULE V
014700        WHERE V.SESSION_CATG = :RSC-SESSION-CATG
014800          AND V.SESSION_ID   = :RSC-SESSION-ID
014900          AND V.SLICE_STATUS = 'R'
015000          AND EXISTS
015100              (SELECT 1
015200                 FROM DBODEVP.REGISTRATION R,
015300                      DBODEVP.TRAINING_SESSION S
015400                WHERE R.SESSION_CATG   = V.SESSION_CATG
015500                  AND R.SESSION_ID     = V.SESSION_ID
015600                  AND R.EMAIL_ADDR     = V.EMAIL_ADDR
015700                  AND R.REG_STATUS     = 'A'
015800                  AND S.SESSION_CATG   = R.SESSION_CATG
015900                  AND S.SESSION_ID     = R.SESSION_ID
016000                  AND S.SESSION_STATUS = 'A')
016100          AND NOT EXISTS
016200              (SELECT 1
016300                 FROM DBODEVP.REVENUE_SCHEDULE Y
016400                WHERE Y.SESSION_CATG = V.SESSION_CATG
016500                  AND Y.SESSION_ID   = V.SESSION_ID
016600                  AND Y.EMAIL_ADDR   = V.EMAIL_ADDR
016700                  AND (Y.SLICE_STATUS = 'P'
016800                   OR  Y.MEETING_DATE = CURRENT DATE))
016900        GROUP BY V.SESSION_CATG, V.SESSION_ID, V.EMAIL_ADDR
017000       HAVING SUM(V.SLICE_AMOUNT) <>
017100              (SELECT COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
017200                 FROM DBODEVP.REGISTRATION R,
017300                      DBODEVP.TRAINING_SESSION S
017400                WHERE R.SESSION_CATG   = V.SESSION_CATG
017500                  AND R.SESSION_ID     = V.SESSION_ID
017600                  AND R.EMAIL_ADDR     = V.EMAIL_ADDR
017700                  AND S.SESSION_CATG   = R.SESSION_CATG
017800                  AND S.SESSION_ID     = R.SESSION_ID)
017900     END-EXEC.
018000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
018100       MOVE '9'                      TO RSC-RETURN-CODE
018200     END-IF.
018300 
018400 SPREAD-SLICES-PARA.
018500     EXEC SQL
018600       UPDATE DBODEVP.REVENUE_SCHEDULE V
018700          SET SLICE_AMOUNT =
018800              TRUNCATE((V.SCHEDULE_FEE
018900                - (SELECT COALESCE(SUM(X.SLICE_AMOUNT), 0)
019000                     FROM DBODEVP.REVENUE_SCHEDULE X
019100                    WHERE X.SESSION_CATG = V.SESSION_CATG
019200                      AND X.SESSION_ID   = V.SESSION_ID
019300                      AND X.EMAIL_ADDR   = V.EMAIL_ADDR
019400                      AND X.SLICE_STATUS = 'R'))
019500                / (SELECT COUNT(*)
019600                     FROM DBODEVP.REVENUE_SCHEDULE Y
019700                    WHERE Y.SESSION_CATG = V.SESSION_CATG
019800                      AND Y.SESSION_ID   = V.SESSION_ID
019900                      AND Y.EMAIL_ADDR   = V.EMAIL_ADDR
020000                      AND Y.SLICE_STATUS = 'P'), 2)
020100        WHERE V.SESSION_CATG = :RSC-SESSION-CATG
020200          AND V.SESSION_ID   = :RSC-SESSION-ID
020300          AND V.SLICE_STATUS = 'P'
020400     END-EXEC.
020500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
020600       MOVE '9'                      TO RSC-RETURN-CODE
020700     END-IF.
020800 
020900 ROUND-LAST-SLICE-PARA.
021000     EXEC SQL
021100       UPDATE DBODEVP.REVENUE_SCHEDULE V
021200          SET SLICE_AMOUNT = V.SLICE_AMOUNT + V.SCHEDULE_FEE
021300                - (SELECT SUM(X.SLICE_AMOUNT)
021400                     FROM DBODEVP.REVENUE_SCHEDULE X
021500                    WHERE X.SESSION_CATG = V.SESSION_CATG
021600                      AND X.SESSION_ID   = V.SESSION_ID
021700                      AND X.EMAIL_ADDR   = V.EMAIL_ADDR)
021800        WHERE V.SESSION_CATG = :RSC-SESSION-CATG
021900          AND V.SESSION_ID   = :RSC-SESSION-ID
022000          AND V.SLICE_STATUS = 'P'
022100          AND V.MEETING_DATE =
022200              (SELECT MAX(Z.MEETING_DATE)
022300                 FROM DBODEVP.REVENUE_SCHEDULE Z
022400                WHERE Z.SESSION_CATG = V.SESSION_CATG
022500                  AND Z.SESSION_ID   = V.SESSION_ID
022600                  AND Z.EMAIL_ADDR   = V.EMAIL_ADDR
022700                  AND Z.SLICE_STATUS = 'P')
022800     END-EXEC.
022900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
023000       MOVE '9'                      TO RSC-RETURN-CODE
023100     END-IF.
