000160*  NO CO-INSTRUCTOR TO PROMOTE IS FLAGGED EMERGENCY. A 'D' IN    *
000170*  THE DELETE COLUMN OF THE CARD ALSO DELETES THE ASSIGNMENTS    *
000180*  AFTER LISTING THEM; WITHOUT IT THE RUN IS REPORT-ONLY.        *
000181*  OFFBPARM MAY CARRY ANY NUMBER OF CARDS, ONE WORKLIST SECTION  *
000182*  PER ENO - THE ETROP109 HR FEED WRITES A REPORT-ONLY CARD FOR  *
000183*  EVERY LEAVER IT END-DATES AND THIS JOB RUNS OFF THAT LIST IN  *
000184*  THE NEXT STEP. AN EMPTY LIST IS A NIGHT WITH NO LEAVERS.      *
000190******************************************************************

000200 ENVIRONMENT DIVISION.
000520       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000530       88 WS-FATAL-ERROR                         VALUE 'F'.
000540    05 WS-PARM-ENO                     PIC X(04).
000541    05 WS-PARM-EOF-SW                  PIC X(01) VALUE SPACES.
000542       88 WS-PARM-EOF                            VALUE 'E'.
000543    05 WS-ENO-COUNT                    PIC S9(9) COMP VALUE 0.
000550    05 WS-DELETE-SW                    PIC X(01) VALUE SPACES.
000560       88 WS-DELETE-WANTED                       VALUE 'D'.
000570    05 WS-LISTED-COUNT                 PIC S9(9) COMP VALUE 0.
000910       10 WS-CN-LABEL                  PIC X(30).
000920       10 WS-CN-COUNT                  PIC ZZZ,ZZ9.
000930       10 FILLER                       PIC X(95) VALUE SPACES.
000931    05 WS-NONE-LINE.
000932       10 FILLER                       PIC X(40) VALUE
000933          'NO ENO ON OFFBPARM - NOTHING TO LIST    '.
000934       10 FILLER                       PIC X(92) VALUE SPACES.

000940******************************************************************
000950* Copybook Includes.                                             *
001380     MOVE 'ETROP44'                    TO JRL-PROGRAM-ID.
001390     PERFORM LOG-JOB-START-PARA.

001400     OPEN INPUT  OFFB-PARM-FILE.
001410     OPEN OUTPUT OFFB-RPT-FILE.
001411     PERFORM READ-PARM-PARA.
001412     IF WS-PARM-EOF
001413       WRITE OFFB-RPT-RECORD         FROM WS-NONE-LINE
001414     END-IF.
001415     PERFORM OFFBOARD-ONE-CARD-PARA
001416       UNTIL WS-PARM-EOF.
001417     CLOSE OFFB-PARM-FILE.
001418     PERFORM WRITE-TOTALS-PARA.
001419     CLOSE OFFB-RPT-FILE.

00141A     DISPLAY 'LEAVERS LISTED     : ' WS-ENO-COUNT.
00141B     DISPLAY 'ASSIGNMENTS LISTED : ' WS-LISTED-COUNT.
00141C     DISPLAY 'EMERGENCY SESSIONS : ' WS-EMERGENCY-COUNT.
00141D     DISPLAY 'ASSIGNMENTS DELETED: ' WS-DELETED-COUNT.
00141E     MOVE 'C'                        TO JRL-RUN-STATUS.
00141F     MOVE WS-LISTED-COUNT            TO JRL-ROWS-READ.
00141G     MOVE WS-EMERGENCY-COUNT         TO JRL-ROWS-WRITTEN.
00141H     MOVE WS-DELETED-COUNT           TO JRL-ROWS-UPDATED.
00141I     PERFORM LOG-JOB-END-PARA.
00141J     GOBACK.

00141K******************************************************************
00141L* One Card - One Departing ENO                                   *
00141M******************************************************************
00141N*    A BLANK ENO ON A CARD IS SKIPPED WITH A MESSAGE RATHER THAN
00141O*    STOPPING THE REST OF THE LIST.
00141P OFFBOARD-ONE-CARD-PARA.
00141Q     IF WS-PARM-ENO = SPACES
00141R       DISPLAY 'ETROP44 - NO ENO ON OFFBPARM CARD - SKIPPED'
00141S     ELSE
00141T       PERFORM LIST-ONE-ENO-PARA
00141U     END-IF.
00141V     PERFORM READ-PARM-PARA.

00141W LIST-ONE-ENO-PARA.
00141X     ADD 1                           TO WS-ENO-COUNT.
001420     PERFORM WRITE-HEADING-PARA.

001430     EXEC SQL
001830     IF WS-DELETE-WANTED
001840       PERFORM DELETE-ASSIGNMENTS-PARA
001850     END-IF.

001970******************************************************************
001980* Run Parameter And Heading                                      *
001990******************************************************************
002000 READ-PARM-PARA.
002020     READ OFFB-PARM-FILE
002030       AT END MOVE SPACES            TO OFFB-PARM-RECORD
002031              SET WS-PARM-EOF        TO TRUE
002040     END-READ.
002050     MOVE OB-ENO                     TO WS-PARM-ENO.
002055     MOVE SPACES                     TO WS-DELETE-SW.
002060     IF OB-DELETE-WANTED
002070       SET WS-DELETE-WANTED          TO TRUE
002080     END-IF.

002135*    EVERY ENO AFTER THE FIRST STARTS A FRESH SECTION.
002140 WRITE-HEADING-PARA.
002145     IF WS-ENO-COUNT > 1
002146       MOVE SPACES                   TO OFFB-RPT-RECORD
002147       WRITE OFFB-RPT-RECORD
002148     END-IF.
002150     MOVE WS-PARM-ENO                TO WS-HD-ENO.
002160     MOVE WS-PARM-ENO                TO ENO OF DCLEMP999.
002170     EXEC SQL
003120 WRITE-TOTALS-PARA.
003130     MOVE SPACES                     TO OFFB-RPT-RECORD.
003140     WRITE OFFB-RPT-RECORD.
003145     MOVE 'LEAVERS LISTED           :' TO WS-CN-LABEL.
003146     MOVE WS-ENO-COUNT               TO WS-CN-COUNT.
003147     WRITE OFFB-RPT-RECORD           FROM WS-CNT-LINE.
003150     MOVE 'ASSIGNMENTS LISTED       :' TO WS-CN-LABEL.
003160     MOVE WS-LISTED-COUNT            TO WS-CN-COUNT.
003170     WRITE OFFB-RPT-RECORD           FROM WS-CNT-LINE.
