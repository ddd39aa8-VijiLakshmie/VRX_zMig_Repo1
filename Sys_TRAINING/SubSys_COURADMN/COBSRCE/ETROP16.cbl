001100*  AFTER TODAY) AND A COUNT OF ITS TOTAL HISTORICAL REGISTRATIONS,*
001200*  SO MANAGEMENT GETS ONE VIEW OF THE WHOLE CATALOG INSTEAD OF    *
001300*  RUNNING ETRB002 OR ETROP04 ONE CATEGORY AT A TIME.             *
001301*  CLOSED (PRIVATE IN-HOUSE) SESSIONS ARE NOT PART OF THE         *
001302*  CATALOG - THEY ARE LEFT OUT OF THE CATEGORY LIST AND THE       *
001303*  UPCOMING/VIRTUAL COUNTS, SO A CATEGORY RUN ONLY IN-HOUSE DOES  *
001304*  NOT APPEAR AT ALL.                                             *
001400******************************************************************

001500 ENVIRONMENT DIVISION.
009900      FOR
010000      SELECT   SESSION_CATG
010100        FROM   DBODEVP.TRAINING_SESSION
010101       WHERE  SESSION_TYPE <> 'C'
010200       GROUP BY SESSION_CATG
010300       ORDER BY SESSION_CATG
010400     END-EXEC.
016700         FROM DBODEVP.TRAINING_SESSION
016800        WHERE SESSION_CATG      = :WS-SESSION-CATG
016900          AND SESSION_START_DATE >= CURRENT DATE
016901          AND SESSION_TYPE      <> 'C'
017000     END-EXEC.
017100     IF SQLCODE NOT = 0
017200         MOVE 'SELECT'               TO EL-ERROR-ACTION
017660        WHERE SESSION_CATG       = :WS-SESSION-CATG
017670          AND SESSION_START_DATE >= CURRENT DATE
017680          AND DELIVERY_MODE     NOT = 'C'
017681          AND SESSION_TYPE       <> 'C'
017690     END-EXEC.
017692     IF SQLCODE NOT = 0
017694         MOVE 0                      TO WS-VIRTUAL-COUNT
