000210*  DR WRITE-OFF EXPENSE / CR RECEIVABLES - A BALANCED JOURNAL    *
000220*  THAT KEEPS THE GL TIED TO THE SUBLEDGER. A PRINTED REGISTER   *
000230*  (WRTOFRPT) LISTS EVERY DECISION FOR THE AUDITORS.             *
000231*  A BALANCE OVER THE THRESHOLD IS WRITTEN OFF ONLY BY OVERRIDE: *
000232*  A 'W' ITEM RAISED ON ETRM026 AND APPROVED THERE BY A SECOND   *
000233*  USER (OR WITHIN WRTOF-APPR-LIM - SEE CWFINAP). EACH RUN       *
000234*  WRITES OFF EVERY SUCH ITEM NOT YET POSTED, FOR THE APPROVED   *
000235*  AMOUNT OR THE BALANCE STILL OPEN IF LESS, THE SAME WAY, AND   *
000236*  STAMPS THE ITEM POSTED; THE REGISTER LISTS THEM SEPARATELY.   *
000240******************************************************************

000250 ENVIRONMENT DIVISION.
000520    05 WS-WRITEOFF-TOTAL               PIC S9(9)V99 COMP-3
000530                                       VALUE 0.
000540    05 WS-HOLD-BALANCE                 PIC S9(7)V99 COMP-3.
00054A*    WRITE-OFF OVERRIDES (FINANCIAL_APPROVAL ITEM TYPE 'W').
00054B    05 WS-OVERRIDE-COUNT               PIC S9(9) COMP VALUE 0.
00054C    05 WS-OVERRIDE-NIL-COUNT           PIC S9(9) COMP VALUE 0.
00054D    05 WS-OVERRIDE-TOTAL               PIC S9(9)V99 COMP-3
00054E                                       VALUE 0.
00054F    05 WS-OVR-BALANCE                  PIC S9(7)V99 COMP-3.
00054G    05 WS-OVR-AMOUNT                   PIC S9(7)V99 COMP-3.
00054H    05 WS-OVR-REG-STATUS               PIC X(01).
00054I       88 WS-OVR-REG-ACTIVE                      VALUE 'A'.
00054J    05 WS-OVR-CONTRACT-SW              PIC X(01).
00054K       88 WS-OVR-CONTRACT-DRAWDOWN               VALUE 'Y'.
00054L    05 WS-OVR-WRITEOFF-ROWS            PIC S9(9) COMP.
00054M    05 WS-OVR-FETCH-SW                 PIC X(01) VALUE 'N'.
00054N       88 WS-OVR-END                             VALUE 'Y'.
000550    05 WS-HOLD-ORG-NAME                PIC X(120).
000560    05 WS-TODAY-DATE                   PIC X(10).
000570*    WRITE-OFF CEILING IN WHOLE POUNDS - COMPILED-IN DEFAULT 5,
001110       10 FILLER                       PIC X(30) VALUE
001120          'TOTAL WRITTEN OFF           :'.
001130       10 WS-TL-AMOUNT                 PIC X(12).
00113A    05 WS-OVR-TOT-LINE.
00113B       10 FILLER                       PIC X(30) VALUE
00113C          'TOTAL OVERRIDES WRITTEN OFF :'.
00113D       10 WS-OT-AMOUNT                 PIC X(12).
00113E    05 WS-OVR-HDG-LINE.
00113F       10 FILLER                       PIC X(40) VALUE
00113G          'WRITE-OFF OVERRIDES (SECOND-APPROVED)'.
00113H       10 FILLER                       PIC X(92) VALUE SPACES.
00113I    05 WS-OVR-DET-LINE.
00113J       10 WS-OD-APPROVAL-NO            PIC Z(8)9.
00113K       10 FILLER                       PIC X(02) VALUE SPACES.
00113L       10 WS-OD-CATG                   PIC X(02).
00113M       10 FILLER                       PIC X(01) VALUE '/'.
00113N       10 WS-OD-SESSION-ID             PIC ZZZZZZZZ9.
00113O       10 FILLER                       PIC X(02) VALUE SPACES.
00113P       10 WS-OD-AMOUNT                 PIC X(12).
00113Q       10 FILLER                       PIC X(02) VALUE SPACES.
00113R       10 WS-OD-NOTE                   PIC X(30).
00113S       10 FILLER                       PIC X(02) VALUE SPACES.
00113T       10 WS-OD-EMAIL                  PIC X(61).

001140******************************************************************
001150* Copybook Includes.                                             *
001274     EXEC SQL
001276       INCLUDE CWPERCL
001278     END-EXEC.
00127A*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
00127B     EXEC SQL
00127C       INCLUDE CWFISPER
00127D     END-EXEC.

001280******************************************************************
001290*                     DB2 SECTION                                *
001380       INCLUDE DCLWRTOF
001390     END-EXEC.

001392     EXEC SQL
001394       INCLUDE DCLFINAP
001396     END-EXEC.

001400******************************************************************
001410*  EVERY ACTIVE REGISTRATION WITH A POSITIVE BALANCE AT OR       *
001420*  UNDER THE THRESHOLD AND NO WRITE-OFF DECISION YET. THE NOT    *
001650       ORDER BY R.ORG_NAME, R.SESSION_CATG, R.SESSION_ID
001660     END-EXEC.

00166A******************************************************************
00166B*  EVERY WRITE-OFF OVERRIDE APPROVED, OR WITHIN ITS LIMIT, AND   *
00166C*  NOT YET POSTED. STAMPING POSTED_DTS MAKES A RERUN SAFE.       *
00166D******************************************************************
00166E     EXEC SQL DECLARE OVERRIDES CURSOR
00166F      FOR
00166G      SELECT APPROVAL_NO, SESSION_CATG, SESSION_ID, EMAIL_ADDR,
00166H             AMOUNT
00166I        FROM DBODEVP.FINANCIAL_APPROVAL
00166J       WHERE ITEM_TYPE        = 'W'
00166K         AND APPROVAL_STATUS IN ('A', 'U')
00166L         AND POSTED_DTS      IS NULL
00166M       ORDER BY APPROVAL_NO
00166N     END-EXEC.

001670 01 WS-END                             PIC X(50) VALUE
001680     'ETROP61-WORKING STORAGE SECTION ENDS HERE'.

002230       PERFORM CHECK-SQLCODE-PARA
002240     END-IF.

002244     PERFORM WRITE-OVERRIDES-PARA.
002250     PERFORM WRITE-TOTALS-PARA.
002260     CLOSE WRTOF-RPT-FILE.

002270     DISPLAY 'BALANCES SCANNED     : ' WS-SCANNED-COUNT.
002280     DISPLAY 'WRITTEN OFF          : ' WS-WRITTEN-OFF-COUNT.
002290     DISPLAY 'POSTING BOUNCES      : ' WS-BOUNCED-COUNT.
002293     DISPLAY 'OVERRIDES WRITTEN OFF: ' WS-OVERRIDE-COUNT.
002296     DISPLAY 'OVERRIDES NIL        : ' WS-OVERRIDE-NIL-COUNT.
002300     MOVE 'C'                        TO JRL-RUN-STATUS.
002310     MOVE WS-SCANNED-COUNT           TO JRL-ROWS-READ.
002316     COMPUTE JRL-ROWS-UPDATED = WS-WRITTEN-OFF-COUNT
002322                              + WS-OVERRIDE-COUNT.
002330     MOVE WS-BOUNCED-COUNT           TO JRL-ROWS-SKIPPED.
002340     PERFORM LOG-JOB-END-PARA.
002350     GOBACK.

002450 GET-TODAY-PARA.
002460     EXEC SQL
002470       SELECT CHAR(CURRENT DATE, ISO)
002480         INTO :WS-TODAY-DATE
002490         FROM SYSIBM.SYSDUMMY1
002500     END-EXEC.
002510     IF SQLCODE NOT = 0
002550       PERFORM EXIT-PARA
002560     END-IF.
002561*    FINANCE'S CLOSE REGISTER GATES THE RUN - THE WRITE-OFF
002562*    JOURNAL FEEDS THE GL AND MUST NOT LAND IN A CLOSED PERIOD.
002563*    TODAY'S POSTINGS FALL IN WHATEVER PERIOD RCBT009A SAYS IT IS.
002564     MOVE 'ETROP61'                  TO FP-PROGRAM-ID.
002565     SET FP-CURRENT-PERIOD           TO TRUE.
002566     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
002567     IF NOT FP-PERIOD-FOUND
002568       DISPLAY 'RUN REFUSED - NO ACCOUNTING PERIOD FOR TODAY'
002569       PERFORM EXIT-PARA
00256A     END-IF.
00256B     MOVE FP-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
00256C     MOVE FP-PERIOD-NO               TO PCL-PERIOD-MONTH.
00256D     PERFORM CHECK-PERIOD-CLOSE-PARA.
00256E     IF PCL-PERIOD-CLOSED
00256F       DISPLAY 'RUN REFUSED - ACCOUNTING PERIOD IS CLOSED'
00256G       PERFORM EXIT-PARA
00256H     END-IF.

002570******************************************************************
002580* One Write-Off - THE DECISION ROW GOES IN FIRST; ONLY AFTER IT  *
003100     WRITE WRTOF-RPT-RECORD          FROM WS-DET-LINE.

003110******************************************************************
003111* Write-Off Overrides - APPROVED ITEMS FROM ETRM026. EACH WRITES *
003112* OFF NO MORE THAN THE BALANCE OPEN TODAY: A REGISTRATION PAID,  *
003113* CANCELLED OR ALREADY WRITTEN OFF SINCE THE ITEM WAS RAISED     *
003114* POSTS NIL. THE ITEM IS STAMPED POSTED EITHER WAY - EXCEPT WHEN *
003115* THE DECISION ROW COULD NOT BE RECORDED, WHEN IT IS LEFT FOR    *
003116* THE NEXT RUN.                                                  *
003117******************************************************************
003118 WRITE-OVERRIDES-PARA.
003119     MOVE 'WRITE-OVERRIDES-PARA      ' TO EL-ERROR-PARA-NAME.
00311A     MOVE SPACES                     TO WRTOF-RPT-RECORD.
00311B     WRITE WRTOF-RPT-RECORD.
00311C     WRITE WRTOF-RPT-RECORD          FROM WS-OVR-HDG-LINE.
00311D     MOVE SPACES                     TO WRTOF-RPT-RECORD.
00311E     WRITE WRTOF-RPT-RECORD.
00311F     EXEC SQL
00311G       OPEN OVERRIDES
00311H     END-EXEC.
00311I     IF SQLCODE NOT = 0
00311J       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00311K       MOVE 'OVERRIDES'              TO EL-ERROR-DB2-OBJECT
00311L       PERFORM CHECK-SQLCODE-PARA
00311M       PERFORM EXIT-PARA
00311N     END-IF.
00311O     MOVE 'N'                        TO WS-OVR-FETCH-SW.
00311P     PERFORM FETCH-OVERRIDE-PARA.
00311Q     PERFORM OVERRIDE-ONE-PARA
00311R         UNTIL WS-OVR-END.
00311S     EXEC SQL
00311T       CLOSE OVERRIDES
00311U     END-EXEC.
00311V     IF SQLCODE NOT = 0
00311W       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
00311X       MOVE 'OVERRIDES'              TO EL-ERROR-DB2-OBJECT
00311Y       PERFORM CHECK-SQLCODE-PARA
00311Z     END-IF.

003120 FETCH-OVERRIDE-PARA.
003121     EXEC SQL
003122       FETCH OVERRIDES
003123        INTO :FAP-APPROVAL-NO,
003124             :FAP-SESSION-CATG,
003125             :FAP-SESSION-ID,
003126             :FAP-EMAIL-ADDR,
003127             :FAP-AMOUNT
003128     END-EXEC.
003129     EVALUATE SQLCODE
00312A       WHEN 0
00312B         CONTINUE
00312C       WHEN 100
00312D         SET WS-OVR-END              TO TRUE
00312E       WHEN OTHER
00312F         MOVE 'FETCH '               TO EL-ERROR-ACTION
00312G         MOVE 'OVERRIDES'            TO EL-ERROR-DB2-OBJECT
00312H         PERFORM CHECK-SQLCODE-PARA
00312I         PERFORM EXIT-PARA
00312J     END-EVALUATE.

00312K OVERRIDE-ONE-PARA.
00312L     ADD 1                           TO WS-SCANNED-COUNT.
00312M     PERFORM OVERRIDE-AMOUNT-PARA.
00312N     MOVE SPACES                     TO WS-OD-NOTE.
00312O     IF WS-OVR-AMOUNT > 0
00312P       MOVE FAP-SESSION-CATG         TO WRO-SESSION-CATG
00312Q       MOVE FAP-SESSION-ID           TO WRO-SESSION-ID
00312R       MOVE FAP-EMAIL-ADDR           TO WRO-EMAIL-ADDR
00312S       MOVE WS-OVR-AMOUNT            TO WRO-WRITEOFF-AMOUNT
00312T       EXEC SQL
00312U         INSERT INTO DBODEVP.REGISTRATION_WRITEOFF
00312V                ( SESSION_CATG, SESSION_ID, EMAIL_ADDR,
00312W                  WRITEOFF_DATE, WRITEOFF_AMOUNT, DTS )
00312X         VALUES ( :WRO-SESSION-CATG, :WRO-SESSION-ID,
00312Y                  :WRO-EMAIL-ADDR, CURRENT DATE,
00312Z                  :WRO-WRITEOFF-AMOUNT, CURRENT TIMESTAMP )
003130       END-EXEC
003131       IF SQLCODE NOT = 0
003132         MOVE 'INSERT'               TO EL-ERROR-ACTION
003133         MOVE 'REGISTRATION_WRITEOFF' TO EL-ERROR-DB2-OBJECT
003134         PERFORM CHECK-SQLCODE-PARA
003135       ELSE
003136         PERFORM POST-OVERRIDE-PARA
003137         PERFORM STAMP-OVERRIDE-PARA
003138       END-IF
003139     ELSE
00313A       ADD 1                         TO WS-OVERRIDE-NIL-COUNT
00313B       MOVE 'NIL - NO BALANCE TO WRITE OFF' TO WS-OD-NOTE
00313C       PERFORM STAMP-OVERRIDE-PARA
00313D     END-IF.
00313E     PERFORM FETCH-OVERRIDE-PARA.

00313F*    THE BALANCE AS THE SMALL-BALANCES CURSOR RECKONS IT. NIL WHEN
00313G*    THE REGISTRATION IS GONE, NO LONGER ACTIVE, A CONTRACT
00313H*    DRAWDOWN OR ALREADY WRITTEN OFF.
00313I OVERRIDE-AMOUNT-PARA.
00313J     MOVE 0                          TO WS-OVR-AMOUNT.
00313K     EXEC SQL
00313L       SELECT R.REG_STATUS,
00313M              CASE WHEN R.CONTRACT_ID IS NULL
00313N                   THEN 'N' ELSE 'Y' END,
00313O              COALESCE(R.PRICED_FEE, S.SESSION_FEE, 0)
00313P              - COALESCE(R.AMOUNT_PAID, 0),
00313Q              (SELECT COUNT(*)
00313R                 FROM DBODEVP.REGISTRATION_WRITEOFF W
00313S                WHERE W.SESSION_CATG = R.SESSION_CATG
00313T                  AND W.SESSION_ID   = R.SESSION_ID
00313U                  AND W.EMAIL_ADDR   = R.EMAIL_ADDR)
00313V         INTO :WS-OVR-REG-STATUS, :WS-OVR-CONTRACT-SW,
00313W              :WS-OVR-BALANCE,    :WS-OVR-WRITEOFF-ROWS
00313X         FROM DBODEVP.REGISTRATION R,
00313Y              DBODEVP.TRAINING_SESSION S
00313Z        WHERE S.SESSION_CATG = R.SESSION_CATG
003140          AND S.SESSION_ID   = R.SESSION_ID
003141          AND R.SESSION_CATG = :FAP-SESSION-CATG
003142          AND R.SESSION_ID   = :FAP-SESSION-ID
003143          AND R.EMAIL_ADDR   = :FAP-EMAIL-ADDR
003144     END-EXEC.
003145     EVALUATE SQLCODE
003146       WHEN 0
003147         IF WS-OVR-REG-ACTIVE
003148            AND NOT WS-OVR-CONTRACT-DRAWDOWN
003149            AND WS-OVR-WRITEOFF-ROWS = 0
00314A            AND WS-OVR-BALANCE > 0
00314B           IF FAP-AMOUNT < WS-OVR-BALANCE
00314C             MOVE FAP-AMOUNT         TO WS-OVR-AMOUNT
00314D           ELSE
00314E             MOVE WS-OVR-BALANCE     TO WS-OVR-AMOUNT
00314F           END-IF
00314G         END-IF
00314H       WHEN 100
00314I         CONTINUE
00314J       WHEN OTHER
00314K         MOVE 'SELECT'               TO EL-ERROR-ACTION
00314L         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
00314M         PERFORM CHECK-SQLCODE-PARA
00314N         PERFORM EXIT-PARA
00314O     END-EVALUATE.

00314P POST-OVERRIDE-PARA.
00314Q     MOVE WRO-SESSION-CATG           TO WS-PP-SESSION-CATG.
00314R     MOVE WRO-SESSION-ID             TO WS-PP-SESSION-ID.
00314S     MOVE WRO-EMAIL-ADDR-TEXT        TO WS-PP-EMAIL-ADDR.
00314T     MOVE WS-TODAY-DATE              TO WS-PP-PAYMENT-DATE.
00314U     MOVE WS-OVR-AMOUNT              TO WS-PP-PAYMENT-AMOUNT.
00314V     MOVE 'WO'                       TO WS-PP-PAYMENT-METHOD.
00314W     MOVE 'WRITE-OFF OVERRIDE'       TO WS-PP-PAYMENT-REF.
00314X     MOVE 'BATCH   '                 TO WS-PP-AUTH-USR-ID.
00314Y     MOVE SPACES                     TO WS-PP-PAYMENT-CURRENCY.
00314Z     CALL 'ETRB010' USING WS-ETRB010-PARM.
003150     IF WS-PP-POST-OK
003151       ADD 1                         TO WS-OVERRIDE-COUNT
003152       ADD WS-OVR-AMOUNT             TO WS-OVERRIDE-TOTAL
003153     ELSE
003154       ADD 1                         TO WS-BOUNCED-COUNT
003155       MOVE 'POSTING BOUNCED - WORK BY HAND' TO WS-OD-NOTE
003156       DISPLAY ' OVERRIDE POSTING BOUNCED, RC: '
003157               WS-PP-RETURN-CODE
003158     END-IF.

003159 STAMP-OVERRIDE-PARA.
00315A     MOVE WS-OVR-AMOUNT              TO FAP-POSTED-AMOUNT.
00315B     EXEC SQL
00315C       UPDATE DBODEVP.FINANCIAL_APPROVAL
00315D          SET POSTED_DTS    = CURRENT TIMESTAMP,
00315E              POSTED_AMOUNT = :FAP-POSTED-AMOUNT
00315F        WHERE APPROVAL_NO   = :FAP-APPROVAL-NO
00315G     END-EXEC.
00315H     IF SQLCODE NOT = 0
00315I       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
00315J       MOVE 'FINANCIAL_APPROVAL'     TO EL-ERROR-DB2-OBJECT
00315K       PERFORM CHECK-SQLCODE-PARA
00315L     END-IF.
00315M     MOVE FAP-APPROVAL-NO            TO WS-OD-APPROVAL-NO.
00315N     MOVE FAP-SESSION-CATG           TO WS-OD-CATG.
00315O     MOVE FAP-SESSION-ID             TO WS-OD-SESSION-ID.
00315P     MOVE WS-OVR-AMOUNT              TO EA-AMOUNT.
00315Q     PERFORM EDIT-AMOUNT-PARA.
00315R     MOVE EA-EDITED-AMOUNT-DB        TO WS-OD-AMOUNT.
00315S     MOVE FAP-EMAIL-ADDR-TEXT (1:61) TO WS-OD-EMAIL.
00315T     WRITE WRTOF-RPT-RECORD          FROM WS-OVR-DET-LINE.

00315U******************************************************************
00315V* End-Of-Run Totals                                              *
00315W******************************************************************
00315X WRITE-TOTALS-PARA.
00315Y     MOVE SPACES                     TO WRTOF-RPT-RECORD.
003160     WRITE WRTOF-RPT-RECORD.
003170     MOVE 'BALANCES WRITTEN OFF        :' TO WS-CN-LABEL.
003180     MOVE WS-WRITTEN-OFF-COUNT       TO WS-CN-COUNT.
003210     PERFORM EDIT-AMOUNT-PARA.
003220     MOVE EA-EDITED-AMOUNT-DB        TO WS-TL-AMOUNT.
003230     WRITE WRTOF-RPT-RECORD          FROM WS-TOT-LINE.
003231     MOVE 'OVERRIDES WRITTEN OFF       :' TO WS-CN-LABEL.
003232     MOVE WS-OVERRIDE-COUNT          TO WS-CN-COUNT.
003233     WRITE WRTOF-RPT-RECORD          FROM WS-CNT-LINE.
003234     MOVE WS-OVERRIDE-TOTAL          TO EA-AMOUNT.
003235     PERFORM EDIT-AMOUNT-PARA.
003236     MOVE EA-EDITED-AMOUNT-DB        TO WS-OT-AMOUNT.
003237     WRITE WRTOF-RPT-RECORD          FROM WS-OVR-TOT-LINE.

003240******************************************************************
003250* Amount Edit                                                    *
003360 EXIT-PARA.
003370     MOVE 'F'                        TO JRL-RUN-STATUS.
003380     MOVE WS-SCANNED-COUNT           TO JRL-ROWS-READ.
003386     COMPUTE JRL-ROWS-UPDATED = WS-WRITTEN-OFF-COUNT
003392                              + WS-OVERRIDE-COUNT.
003400     MOVE WS-BOUNCED-COUNT           TO JRL-ROWS-SKIPPED.
003410     PERFORM LOG-JOB-END-PARA.
003420     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
