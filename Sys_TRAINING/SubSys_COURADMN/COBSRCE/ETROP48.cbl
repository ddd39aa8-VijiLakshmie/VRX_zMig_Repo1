000220*  DECISION IS EXECUTED THROUGH THE ETRB006 CASCADE, WHOSE       *
000230*  CANCMRG NOTICES THEN INFORM THE REGISTRANTS. WITHOUT THE      *
000240*  CARD THE RUN IS ADVISORY ONLY.                                *
000242*  EACH DECISION LINE IS BURST-MARKED WITH THE SESSION'S         *
000244*  COORDINATOR (TRAINING_SESSION.USR_ID, CWBURST) SO ETROP130    *
000246*  CAN SEND EVERY COORDINATOR THE DECISIONS ON THEIR OWN         *
000248*  SESSIONS.                                                     *
000250******************************************************************

000260 ENVIRONMENT DIVISION.
000680    05 WS-HOLD-SESSION-ID              PIC S9(9) USAGE COMP.
000690    05 WS-HOLD-START-DATE              PIC X(10).
000700    05 WS-HOLD-CAPACITY                PIC S9(4) USAGE COMP.
000704    05 WS-HOLD-USR-ID                  PIC X(08).
000710    05 WS-HEADCOUNT                    PIC S9(9) USAGE COMP.
000720    05 WS-MIN-ENROLLMENT               PIC S9(9) USAGE COMP.
000730    05 WS-HALF-MIN                     PIC S9(9) USAGE COMP.
001310       INCLUDE CWJOBLOG
001320     END-EXEC.

001321*    REPORT BURST-MARKER FIELDS - SEE CWBURST.
001322     EXEC SQL
001323       INCLUDE CWBURST
001324     END-EXEC.

001330******************************************************************
001340*                     DB2 SECTION                                *
001350******************************************************************
001470     EXEC SQL DECLARE DECISION-SESSIONS CURSOR
001480      FOR
001490      SELECT SESSION_CATG, SESSION_ID, SESSION_START_DATE,
001500             SESSION_CAPACITY, USR_ID
001510        FROM DBODEVP.TRAINING_SESSION
001520       WHERE SESSION_STATUS     NOT = 'C'
001530         AND SESSION_START_DATE =

001700     PERFORM READ-PARM-PARA.
001710     OPEN OUTPUT GONO-RPT-FILE.
001714     MOVE 'GONOGRPT'                 TO BK-REPORT-ID.
001720     WRITE GONO-RPT-RECORD           FROM WS-HDG-LINE.
001730     MOVE SPACES                     TO GONO-RPT-RECORD.
001740     WRITE GONO-RPT-RECORD.
001900          INTO :WS-HOLD-CATG,
001910               :WS-HOLD-SESSION-ID,
001920               :WS-HOLD-START-DATE,
001930               :WS-HOLD-CAPACITY,
001934               :WS-HOLD-USR-ID
001940       END-EXEC
001950       EVALUATE SQLCODE
001960         WHEN 0
002690         ADD 1                       TO WS-CANCEL-COUNT
002700         PERFORM CANCEL-DECISION-PARA
002710     END-EVALUATE.
002711     SET BK-TYPE-COORDINATOR         TO TRUE.
002712     MOVE WS-HOLD-USR-ID             TO BK-BURST-KEY.
002713     PERFORM BUILD-BURST-MARKER-PARA.
002714     WRITE GONO-RPT-RECORD           FROM BK-IO-RECORD.
002720     WRITE GONO-RPT-RECORD           FROM WS-DETAIL-LINE.
002730     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

003330* End-Of-Run Totals                                              *
003340******************************************************************
003350 WRITE-TOTALS-PARA.
003352     SET BK-TYPE-WHOLE-REPORT        TO TRUE.
003354     PERFORM BUILD-BURST-MARKER-PARA.
003356     WRITE GONO-RPT-RECORD           FROM BK-IO-RECORD.
003360     MOVE SPACES                     TO GONO-RPT-RECORD.
003370     WRITE GONO-RPT-RECORD.
003380     MOVE 'DECISIONS - RUN          :' TO WS-CN-LABEL.
003480     MOVE WS-CANCELLED-COUNT         TO WS-CN-COUNT.
003490     WRITE GONO-RPT-RECORD           FROM WS-CNT-LINE.

003491******************************************************************
003492* Report Burst Marker                                            *
003493******************************************************************
003494     EXEC SQL
003495       INCLUDE CPBURST
003496     END-EXEC.

003500******************************************************************
003510* Error Logging                                                  *
003520******************************************************************
