000160*  READ NEXT TO ETROP30'S FILL-RATE TREND: A CATEGORY THAT RUNS  *
000170*  FULL *AND* LEAVES A QUEUE BEHIND IS THE CASE FOR ADDING       *
000180*  SESSIONS.                                                     *
000181*  PEOPLE WHO ASKED FOR A CATEGORY WITH NO SESSION TO WAIT ON    *
000182*  NEVER REACH A WAITLIST - THEY ARE THE OPEN ROWS ON THE        *
000183*  COURSE_INTEREST REGISTER (ETRM018). THE TOTALS ADD THEM IN    *
000184*  SO THE UNMET-DEMAND FIGURE COUNTS BOTH.                       *
000190******************************************************************

000200 ENVIRONMENT DIVISION.
000510    05 WS-CATG-SESSION-COUNT           PIC S9(9) COMP VALUE 0.
000520    05 WS-CATG-DEPTH-TOTAL             PIC S9(9) COMP VALUE 0.
000530    05 WS-GRAND-DEPTH-TOTAL            PIC S9(9) COMP VALUE 0.
000531    05 WS-INTEREST-TOTAL               PIC S9(9) USAGE COMP.
000532    05 WS-UNMET-TOTAL                  PIC S9(9) COMP VALUE 0.
000540    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000550    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
000560    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000960    05 FILLER                  PIC X(30) VALUE
000970       'TOTAL STILL WAITING AT START:'.
000980    05 WS-RPT-GRAND-DEPTH      PIC ZZZ,ZZZ,ZZ9.
000981 01 WS-RPT-INTEREST-LINE.
000982    05 FILLER                  PIC X(30) VALUE
000983       'OPEN INTEREST, NO SESSION:'.
000984    05 WS-RPT-INTEREST         PIC ZZZ,ZZZ,ZZ9.
000985 01 WS-RPT-UNMET-LINE.
000986    05 FILLER                  PIC X(30) VALUE
000987       'TOTAL UNMET DEMAND:'.
000988    05 WS-RPT-UNMET            PIC ZZZ,ZZZ,ZZ9.

000990******************************************************************
001000* Copybook Includes.                                             *
001940     END-IF.

001950     PERFORM WRITE-SUBTOTAL-PARA.
001951     PERFORM COUNT-INTEREST-PARA.
001960     PERFORM WRITE-GRAND-TOTAL-PARA.
001970     CLOSE DEMAND-RPT-FILE.

001980     DISPLAY 'SESSIONS WITH UNMET DEMAND: ' WS-SESSION-COUNT.
001990     DISPLAY 'STILL WAITING AT START    : '
002000             WS-GRAND-DEPTH-TOTAL.
002001     DISPLAY 'OPEN INTEREST, NO SESSION : '
002002             WS-INTEREST-TOTAL.
002010     MOVE 'C'                        TO JRL-RUN-STATUS.
002020     MOVE WS-SESSION-COUNT           TO JRL-ROWS-READ.
002030     MOVE WS-SESSION-COUNT           TO JRL-ROWS-WRITTEN.
002520     WRITE DEMAND-RPT-RECORD.
002530     MOVE WS-GRAND-DEPTH-TOTAL       TO WS-RPT-GRAND-DEPTH.
002540     WRITE DEMAND-RPT-RECORD         FROM WS-RPT-TOTAL-LINE.
002541     MOVE WS-INTEREST-TOTAL          TO WS-RPT-INTEREST.
002542     WRITE DEMAND-RPT-RECORD         FROM WS-RPT-INTEREST-LINE.
002543     COMPUTE WS-UNMET-TOTAL = WS-GRAND-DEPTH-TOTAL
002544                            + WS-INTEREST-TOTAL.
002545     MOVE WS-UNMET-TOTAL             TO WS-RPT-UNMET.
002546     WRITE DEMAND-RPT-RECORD         FROM WS-RPT-UNMET-LINE.

002547******************************************************************
002548* Registered Interest - EVERY OPEN ROW, WHETHER OR NOT A SESSION *
002549* HAS SINCE BEEN ADDED, UNTIL ETROP95 HAS OFFERED IT ONE.        *
002550******************************************************************
002551 COUNT-INTEREST-PARA.
002552     MOVE 0                          TO WS-INTEREST-TOTAL.
002553     EXEC SQL
002554       SELECT COUNT(*)
002555         INTO :WS-INTEREST-TOTAL
002556         FROM DBODEVP.COURSE_INTEREST
002557        WHERE INTEREST_STATUS = 'O'
002558     END-EXEC.
002559     IF SQLCODE NOT = 0
00255A       MOVE 'SELECT'                 TO EL-ERROR-ACTION
00255B       MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
00255C       PERFORM CHECK-SQLCODE-PARA
00255D     END-IF.

00255E******************************************************************
002560* Error Logging                                                  *
002570******************************************************************
002580     EXEC SQL
