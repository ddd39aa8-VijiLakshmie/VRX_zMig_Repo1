000130*  BREAK ON ORG_NAME THE WAY ETROP10 BREAKS THE BILLING REPORT,   *
000140*  WITH A GRAND TOTAL LINE AT THE END. MONEY PRINTS IN THE        *
000150*  SHARED CWAMTEDT BILLING (DB) EDIT.                             *
000153*  EACH ORG'S LINES ARE BURST-MARKED WITH ITS ORG_CODE (CWBURST)  *
000156*  SO ETROP130 CAN SEND EVERY ORG ITS OWN AGING.                  *
000160******************************************************************

000170 ENVIRONMENT DIVISION.
000470    05 WS-AGE-DAYS                     PIC S9(9) USAGE COMP.
000480    05 WS-BUCKET-SUB                   PIC 9(01) COMP.
000490    05 WS-PREV-ORG-NAME                PIC X(120) VALUE SPACES.
000493*    THE CURRENT ORG'S CODE, FOR THE BURST MARKER.
000496    05 WS-ORG-CODE                     PIC X(08).
000500    05 WS-ROW-COUNT                    PIC S9(9) COMP VALUE 0.
000510    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000520    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000630*  SHARED CR/DB AMOUNT EDIT.                                      *
000640******************************************************************
000650     COPY CWAMTEDT.
000651******************************************************************
000652*  REPORT BURST-MARKER FIELDS - SEE CWBURST.                      *
000653******************************************************************
000654     EXEC SQL
000655       INCLUDE CWBURST
000656     END-EXEC.
000660******************************************************************
000670*  AGING REPORT LINE LAYOUTS                                     *
000680******************************************************************
001470      SELECT B.ORG_NAME, B.SESSION_CATG, B.SESSION_ID,
001480             COALESCE(B.PRICED_FEE, A.SESSION_FEE),
001485             B.AMOUNT_PAID,
001490             DAYS(CURRENT DATE) - DAYS(B.REG_DATE),
001493             COALESCE(B.ORG_CODE, ' ')
001500        FROM DBODEVP.TRAINING_SESSION A,
001510             DBODEVP.REGISTRATION B
001520       WHERE B.SESSION_CATG = A.SESSION_CATG
001850               :WS-HOLD-SESSION-ID,
001860               :WS-LINE-FEE,
001870               :WS-LINE-PAID:WS-LINE-PAID-IND,
001880               :WS-AGE-DAYS,
001882               :WS-ORG-CODE
001890       END-EXEC
001900       EVALUATE SQLCODE
001910         WHEN 0
002270        WS-PREV-ORG-NAME NOT = ORG-NAME-TEXT
002280         PERFORM WRITE-SUBTOTAL-PARA
002290     END-IF.
002291     IF WS-PREV-ORG-NAME NOT = ORG-NAME-TEXT
002292         SET BK-TYPE-ORG             TO TRUE
002293         MOVE WS-ORG-CODE            TO BK-BURST-KEY
002294         PERFORM BUILD-BURST-MARKER-PARA
002295         WRITE AGING-RPT-RECORD      FROM BK-IO-RECORD
002296     END-IF.
002300     COMPUTE WS-LINE-BALANCE = WS-LINE-FEE - WS-LINE-PAID.
002310     EVALUATE TRUE
002320       WHEN WS-AGE-DAYS < 30
002480******************************************************************
002490 OPEN-REPORT-PARA.
002500     OPEN OUTPUT AGING-RPT-FILE.
002504     MOVE 'AGINGRPT'                 TO BK-REPORT-ID.
002510     MOVE 99                         TO WS-LINE-CTR.
002520     MOVE 0                          TO WS-PAGE-NO.
002530     MOVE SPACES                     TO WS-PREV-ORG-NAME.
003173     MOVE WS-CREDIT-SAVED-SQLCODE    TO SQLCODE.

003130 WRITE-GRAND-TOTAL-PARA.
003132     SET BK-TYPE-WHOLE-REPORT        TO TRUE.
003134     PERFORM BUILD-BURST-MARKER-PARA.
003136     WRITE AGING-RPT-RECORD          FROM BK-IO-RECORD.
003140     MOVE SPACES                     TO AGING-RPT-RECORD.
003150     WRITE AGING-RPT-RECORD.
003160     MOVE WS-GRAND-BUCKET (1)        TO EA-AMOUNT.
003330******************************************************************
003340     COPY CPAMTEDT.

003341******************************************************************
003342* Report Burst Marker                                            *
003343******************************************************************
003344     EXEC SQL
003345       INCLUDE CPBURST
003346     END-EXEC.

003350******************************************************************
003360* Error Logging                                                  *
003370******************************************************************
