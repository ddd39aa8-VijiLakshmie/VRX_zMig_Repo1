000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP111.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  HR INBOUND ACKNOWLEDGMENT RECONCILIATION.                     *
000090*  THE SAME JOB ETROP29 DOES FOR THE LMS, FOR THE ETROP110       *
000100*  TRAINING-RECORD FEED. READS HR'S LOAD-ACKNOWLEDGMENT FILE     *
000110*  (HRACK: ONE DTL RECORD PER HRTRNOUT RECORD WITH AN ACCEPT/    *
000120*  REJECT STATUS AND HR'S REASON, PLUS A TRL RECORD CARRYING     *
000130*  HR'S OWN RECORD COUNT), MATCHES EACH ACKNOWLEDGMENT AGAINST   *
000140*  THE HR_EXTRACT_LOG ROWS ETROP110 WRITES, AND REPORTS EVERY    *
000150*  MISMATCH THE NEXT MORNING:                                    *
000160*    REJECTED      - HR REFUSED THE RECORD. THE LOG ROW GOES 'R' *
000170*                    AND ETROP110 SENDS THE EVENT AGAIN ON ITS   *
000180*                    NEXT RUN - THIS JOB RUNS AHEAD OF IT        *
000190*    UNREQUESTED   - AN ACK FOR SOMETHING WE NEVER SENT (OR      *
000200*                    SENT AND ALREADY MATCHED - A DUPLICATE)     *
000210*    UNACKNOWLEDGED- SENT BEFORE TODAY AND STILL NO ANSWER       *
000220*    COUNT MISMATCH- TRL COUNT DISAGREES WITH THE DTL RECORDS    *
000221*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
000222*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
000223*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
000224*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000230******************************************************************

000240 ENVIRONMENT DIVISION.

000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. Z900.
000270 OBJECT-COMPUTER. Z900.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT HR-ACK-FILE    ASSIGN TO HRACK
000310            ORGANIZATION  IS LINE SEQUENTIAL.
000320     SELECT HR-EXC-FILE    ASSIGN TO HRAEXRPT
000330            ORGANIZATION  IS LINE SEQUENTIAL.
000333     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000336            ORGANIZATION  IS LINE SEQUENTIAL.

000340 DATA DIVISION.
000350 FILE SECTION.
000360******************************************************************
000370*  HRACK RECORD SHAPES. HR SENDS ONE DTL PER HRTRNOUT RECORD IT  *
000380*  PROCESSED AND ONE TRL AT THE END WITH ITS COUNT.              *
000390******************************************************************
000400 FD  HR-ACK-FILE
000410     RECORD CONTAINS 100 CHARACTERS.
000420 01  HR-ACK-RECORD.
000430     05 HA-RECORD-TYPE               PIC X(03).
000440        88 HA-DETAIL                           VALUE 'DTL'.
000450        88 HA-TRAILER                          VALUE 'TRL'.
000460     05 HA-ENO                       PIC X(04).
000470     05 HA-CONFIRM-NO                PIC X(08).
000480     05 HA-EVENT-TYPE                PIC X(04).
000490     05 HA-ACK-STATUS                PIC X(01).
000500        88 HA-ACCEPTED                         VALUE 'A'.
000510        88 HA-REJECTED                         VALUE 'R'.
000520     05 HA-REJECT-REASON             PIC X(60).
000530     05 FILLER                       PIC X(20).
000540 01  HR-ACK-TRAILER REDEFINES HR-ACK-RECORD.
000550     05 FILLER                       PIC X(03).
000560     05 HA-TRL-COUNT                 PIC 9(09).
000570     05 FILLER                       PIC X(88).
000580 FD  HR-EXC-FILE
000590     RECORD CONTAINS 132 CHARACTERS.
000600 01  HR-EXC-RECORD                   PIC X(132).
000602 FD  INBOUND-OVRD-FILE
000604     RECORD CONTAINS 80 CHARACTERS.
000606 01  INBOUND-OVRD-RECORD             PIC X(80).

000610 WORKING-STORAGE SECTION.

000620 01 WS-BEGIN                          PIC  X(36) VALUE
000630     'ETROP111 WORKING STORAGE STARTS HERE'.

000640******************************************************************
000650*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000660******************************************************************
000670 01 WS-VARIABLES.
000680    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000690       88 WS-NO-ERROR                            VALUE SPACES.
000700       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000710       88 WS-FATAL-ERROR                         VALUE 'F'.
000720    05 WS-ACK-EOF-SW                   PIC X(01) VALUE SPACES.
000730       88 WS-ACK-EOF                             VALUE 'E'.
000740    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
000750    05 WS-ACCEPTED-COUNT               PIC S9(9) COMP VALUE 0.
000760    05 WS-REJECTED-COUNT               PIC S9(9) COMP VALUE 0.
000770    05 WS-UNREQUESTED-COUNT            PIC S9(9) COMP VALUE 0.
000780    05 WS-UNACKED-COUNT                PIC S9(9) COMP VALUE 0.
000790    05 WS-TRAILER-SEEN-SW              PIC X(01) VALUE SPACES.
000800       88 WS-TRAILER-SEEN                        VALUE 'Y'.
000810    05 WS-TRAILER-COUNT                PIC S9(9) COMP VALUE 0.

000820******************************************************************
000830*  EXCEPTION REPORT LINES                                        *
000840******************************************************************
000850 01 WS-RPT-LINES.
000860    05 WS-HDG-LINE.
000870       10 FILLER                       PIC X(41) VALUE
000880          'HR ACKNOWLEDGMENT RECONCILIATION REPORT'.
000890       10 FILLER                       PIC X(91) VALUE SPACES.
000900    05 WS-EXC-LINE.
000910       10 WS-EX-TYPE                   PIC X(16).
000920       10 WS-EX-ENO                    PIC X(04).
000930       10 FILLER                       PIC X(01) VALUE '/'.
000940       10 WS-EX-CONFIRM-NO             PIC X(08).
000950       10 FILLER                       PIC X(02) VALUE SPACES.
000960       10 WS-EX-EVENT-TYPE             PIC X(04).
000970       10 FILLER                       PIC X(02) VALUE SPACES.
000980       10 WS-EX-TEXT                   PIC X(90).
000990       10 FILLER                       PIC X(05) VALUE SPACES.
001000    05 WS-CNT-LINE.
001010       10 WS-CN-LABEL                  PIC X(30).
001020       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001030       10 FILLER                       PIC X(91) VALUE SPACES.

001040******************************************************************
001050* Copybook Includes.                                             *
001060******************************************************************
001070     EXEC SQL
001080       INCLUDE CWERRLOG
001090     END-EXEC.

001100*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001110     EXEC SQL
001120       INCLUDE CWJOBLOG
001130     END-EXEC.

001131*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001132     EXEC SQL
001133       INCLUDE CWINBREG
001134     END-EXEC.

001140******************************************************************
001150*                     DB2 SECTION                                *
001160******************************************************************
001170     EXEC SQL
001180       INCLUDE SQLCA
001190     END-EXEC.

001200     EXEC SQL
001210       INCLUDE DCLHRXL
001220     END-EXEC.

001230******************************************************************
001240*  EVERY HANDOFF ROW STILL PENDING FROM BEFORE TODAY - HR HAD    *
001250*  ITS CHANCE TO ACKNOWLEDGE AND DID NOT.                        *
001260******************************************************************
001270     EXEC SQL DECLARE UNACKED-HR-EXTRACTS CURSOR
001280      FOR
001290      SELECT ENO, CONFIRM_NO, EVENT_TYPE
001300        FROM DBODEVP.HR_EXTRACT_LOG
001310       WHERE ACK_STATUS   = 'P'
001320         AND EXTRACT_DATE < CURRENT DATE
001330       ORDER BY EXTRACT_DATE, ENO, CONFIRM_NO
001340     END-EXEC.

001350 01 WS-END                             PIC X(50) VALUE
001360     'ETROP111-WORKING STORAGE SECTION ENDS HERE'.

001370 PROCEDURE DIVISION.

001380 MAIN-LOGIC-PARA.

001390     MOVE 'ETROP111'                   TO EL-ERROR-MODULE.
001400     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001410     MOVE 'ETROP111'                   TO JRL-PROGRAM-ID.
001420     PERFORM LOG-JOB-START-PARA.

001430     OPEN INPUT  HR-ACK-FILE.
001440     OPEN OUTPUT HR-EXC-FILE.
001450     WRITE HR-EXC-RECORD             FROM WS-HDG-LINE.
001460     MOVE SPACES                     TO HR-EXC-RECORD.
001470     WRITE HR-EXC-RECORD.

001480     PERFORM READ-ACK-PARA.
001484     PERFORM REGISTER-ACK-FILE-PARA.
001490     PERFORM PROCESS-ACK-PARA
001500       UNTIL WS-ACK-EOF.
001510     CLOSE HR-ACK-FILE.

001520     PERFORM CHECK-TRAILER-PARA.
001530     PERFORM REPORT-UNACKED-PARA.
001540     PERFORM WRITE-TOTALS-PARA.
001550     CLOSE HR-EXC-FILE.

001560     DISPLAY 'ACKS READ           : ' WS-DETAIL-COUNT.
001570     DISPLAY 'ACCEPTED            : ' WS-ACCEPTED-COUNT.
001580     DISPLAY 'REJECTED (TO RESEND): ' WS-REJECTED-COUNT.
001590     DISPLAY 'UNREQUESTED ACKS    : ' WS-UNREQUESTED-COUNT.
001600     DISPLAY 'STILL UNACKNOWLEDGED: ' WS-UNACKED-COUNT.
001603     MOVE WS-DETAIL-COUNT            TO IB-RECORD-COUNT.
001606     PERFORM COMPLETE-INBOUND-PARA.
001610     MOVE 'C'                        TO JRL-RUN-STATUS.
001620     MOVE WS-DETAIL-COUNT            TO JRL-ROWS-READ.
001630     MOVE WS-REJECTED-COUNT          TO JRL-ROWS-WRITTEN.
001640     MOVE WS-ACCEPTED-COUNT          TO JRL-ROWS-UPDATED.
001650     MOVE WS-UNACKED-COUNT           TO JRL-ROWS-SKIPPED.
001660     PERFORM LOG-JOB-END-PARA.
001670     GOBACK.

001680******************************************************************
001690* Acknowledgment File                                            *
001700******************************************************************
001710 READ-ACK-PARA.
001720     READ HR-ACK-FILE
001730       AT END SET WS-ACK-EOF         TO TRUE
001740     END-READ.

00174A*    REGISTERED BEFORE ANY ACK IS MATCHED - SEE CWINBREG.
00174B REGISTER-ACK-FILE-PARA.
00174C     MOVE 'HRACK'                    TO IB-INTERFACE-NAME.
00174D     MOVE 'ETROP111'                 TO IB-PROGRAM-ID.
00174E     MOVE SPACES                     TO IB-IO-RECORD.
00174F     IF NOT WS-ACK-EOF
00174G       MOVE HR-ACK-RECORD            TO IB-IO-RECORD
00174H     END-IF.
00174I     PERFORM REGISTER-INBOUND-PARA.
00174J     IF IB-FILE-REFUSED
00174K       PERFORM EXIT-PARA
00174L     END-IF.
00174M     IF IB-RG-HEADER-OK
00174N       PERFORM READ-ACK-PARA
00174O     END-IF.

001750*    THE ACK FILE COMES FROM OUTSIDE THE SHOP - A RECORD THAT IS
001760*    NEITHER A DTL NOR A NUMERIC TRL IS EXCEPTIONED, NOT TRUSTED.
001770 PROCESS-ACK-PARA.
001780     EVALUATE TRUE
001790       WHEN HA-DETAIL AND (HA-ACCEPTED OR HA-REJECTED)
001800         ADD 1                       TO WS-DETAIL-COUNT
001810         PERFORM MATCH-ONE-ACK-PARA
001820       WHEN HA-TRAILER AND HA-TRL-COUNT NUMERIC
001830         SET WS-TRAILER-SEEN         TO TRUE
001840         MOVE HA-TRL-COUNT           TO WS-TRAILER-COUNT
001850       WHEN HA-TRAILER
001860         SET WS-TRAILER-SEEN         TO TRUE
001870         MOVE -1                     TO WS-TRAILER-COUNT
001880       WHEN OTHER
001890         MOVE 'BAD RECORD'           TO WS-EX-TYPE
001900         MOVE SPACES                 TO WS-EX-ENO
001910         MOVE SPACES                 TO WS-EX-CONFIRM-NO
001920         MOVE SPACES                 TO WS-EX-EVENT-TYPE
001930         MOVE HR-ACK-RECORD (1:90)   TO WS-EX-TEXT
001940         WRITE HR-EXC-RECORD         FROM WS-EXC-LINE
001950     END-EVALUATE.
001960     PERFORM READ-ACK-PARA.

001970******************************************************************
001980* One Acknowledgment                                             *
001990******************************************************************
002000*    ETROP110 NEVER SENDS AN EVENT WHILE ITS LAST COPY IS STILL
002010*    PENDING, SO THERE IS AT MOST ONE 'P' ROW PER KEY TO MATCH.
002020*    AN ACK WITH NO PENDING ROW AT ALL IS EITHER A DUPLICATE OR
002030*    FOR SOMETHING WE NEVER SENT - EXCEPTIONED EITHER WAY.
002040 MATCH-ONE-ACK-PARA.
002050     EXEC SQL
002060       UPDATE DBODEVP.HR_EXTRACT_LOG
002070          SET ACK_STATUS = :HA-ACK-STATUS,
002080              ACK_DTS    = CURRENT TIMESTAMP
002090        WHERE ENO        = :HA-ENO
002100          AND CONFIRM_NO = :HA-CONFIRM-NO
002110          AND EVENT_TYPE = :HA-EVENT-TYPE
002120          AND ACK_STATUS = 'P'
002130     END-EXEC.
002140     EVALUATE SQLCODE
002150       WHEN 0
002160         IF HA-REJECTED
002170           ADD 1                     TO WS-REJECTED-COUNT
002180           MOVE 'REJECTED BY HR  '   TO WS-EX-TYPE
002190           MOVE HA-REJECT-REASON     TO WS-EX-TEXT
002200           PERFORM WRITE-ACK-EXCEPTION-PARA
002210         ELSE
002220           ADD 1                     TO WS-ACCEPTED-COUNT
002230         END-IF
002240       WHEN 100
002250         ADD 1                       TO WS-UNREQUESTED-COUNT
002260         MOVE 'UNREQUESTED ACK '     TO WS-EX-TYPE
002270         MOVE SPACES                 TO WS-EX-TEXT
002280         PERFORM WRITE-ACK-EXCEPTION-PARA
002290       WHEN OTHER
002300         MOVE 'UPDATE'               TO EL-ERROR-ACTION
002310         MOVE 'HR_EXTRACT_LOG'       TO EL-ERROR-DB2-OBJECT
002320         PERFORM CHECK-SQLCODE-PARA
002330         PERFORM EXIT-PARA
002340     END-EVALUATE.

002350 WRITE-ACK-EXCEPTION-PARA.
002360     MOVE HA-ENO                     TO WS-EX-ENO.
002370     MOVE HA-CONFIRM-NO              TO WS-EX-CONFIRM-NO.
002380     MOVE HA-EVENT-TYPE              TO WS-EX-EVENT-TYPE.
002390     WRITE HR-EXC-RECORD             FROM WS-EXC-LINE.

002400******************************************************************
002410* Trailer Check                                                  *
002420******************************************************************
002430 CHECK-TRAILER-PARA.
002440     MOVE SPACES                     TO WS-EX-ENO.
002450     MOVE SPACES                     TO WS-EX-CONFIRM-NO.
002460     MOVE SPACES                     TO WS-EX-EVENT-TYPE.
002470     EVALUATE TRUE
002480       WHEN NOT WS-TRAILER-SEEN
002490         MOVE 'NO TRAILER     '      TO WS-EX-TYPE
002500         MOVE 'ACK FILE ENDED WITHOUT A TRL RECORD'
002510                                     TO WS-EX-TEXT
002520         WRITE HR-EXC-RECORD         FROM WS-EXC-LINE
002530       WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
002540         MOVE 'COUNT MISMATCH '      TO WS-EX-TYPE
002550         MOVE 'TRL COUNT SHOWN VS DTL RECORDS READ DISAGREE'
002560                                     TO WS-EX-TEXT
002570         WRITE HR-EXC-RECORD         FROM WS-EXC-LINE
002580       WHEN OTHER
002590         CONTINUE
002600     END-EVALUATE.

002610******************************************************************
002620* Unacknowledged Handoffs                                        *
002630******************************************************************
002640 REPORT-UNACKED-PARA.
002650     EXEC SQL
002660       OPEN UNACKED-HR-EXTRACTS
002670     END-EXEC.
002680     IF SQLCODE NOT = 0
002690       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
002700       MOVE 'HR_EXTRACT_LOG'         TO EL-ERROR-DB2-OBJECT
002710       PERFORM CHECK-SQLCODE-PARA
002720       PERFORM EXIT-PARA
002730     END-IF.

002740     PERFORM FETCH-UNACKED-PARA
002750       UNTIL SQLCODE = 100.

002760     EXEC SQL
002770       CLOSE UNACKED-HR-EXTRACTS
002780     END-EXEC.
002790     IF SQLCODE NOT = 0
002800       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
002810       MOVE 'HR_EXTRACT_LOG'         TO EL-ERROR-DB2-OBJECT
002820       PERFORM CHECK-SQLCODE-PARA
002830     END-IF.

002840 FETCH-UNACKED-PARA.
002850     EXEC SQL
002860       FETCH UNACKED-HR-EXTRACTS
002870        INTO :HXL-ENO,
002880             :HXL-CONFIRM-NO,
002890             :HXL-EVENT-TYPE
002900     END-EXEC.
002910     EVALUATE SQLCODE
002920       WHEN 0
002930         ADD 1                       TO WS-UNACKED-COUNT
002940         MOVE 'UNACKNOWLEDGED '      TO WS-EX-TYPE
002950         MOVE HXL-ENO                TO WS-EX-ENO
002960         MOVE HXL-CONFIRM-NO         TO WS-EX-CONFIRM-NO
002970         MOVE HXL-EVENT-TYPE         TO WS-EX-EVENT-TYPE
002980         MOVE SPACES                 TO WS-EX-TEXT
002990         WRITE HR-EXC-RECORD         FROM WS-EXC-LINE
003000       WHEN 100
003010         CONTINUE
003020       WHEN OTHER
003030         MOVE 'FETCH '               TO EL-ERROR-ACTION
003040         MOVE 'HR_EXTRACT_LOG'       TO EL-ERROR-DB2-OBJECT
003050         PERFORM CHECK-SQLCODE-PARA
003060         PERFORM EXIT-PARA
003070     END-EVALUATE.

003080******************************************************************
003090* End-Of-Run Totals                                              *
003100******************************************************************
003110 WRITE-TOTALS-PARA.
003120     MOVE SPACES                     TO HR-EXC-RECORD.
003130     WRITE HR-EXC-RECORD.
003140     MOVE 'ACKS READ                :' TO WS-CN-LABEL.
003150     MOVE WS-DETAIL-COUNT            TO WS-CN-COUNT.
003160     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
003170     MOVE 'ACCEPTED                 :' TO WS-CN-LABEL.
003180     MOVE WS-ACCEPTED-COUNT          TO WS-CN-COUNT.
003190     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
003200     MOVE 'REJECTED - TO BE RESENT  :' TO WS-CN-LABEL.
003210     MOVE WS-REJECTED-COUNT          TO WS-CN-COUNT.
003220     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
003230     MOVE 'UNREQUESTED ACKS         :' TO WS-CN-LABEL.
003240     MOVE WS-UNREQUESTED-COUNT       TO WS-CN-COUNT.
003250     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
003260     MOVE 'STILL UNACKNOWLEDGED     :' TO WS-CN-LABEL.
003270     MOVE WS-UNACKED-COUNT           TO WS-CN-COUNT.
003280     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.

003290******************************************************************
003300* Error Logging                                                  *
003310******************************************************************
003320     EXEC SQL
003330       INCLUDE CPERRBAT
003340     END-EXEC.

003350*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
003360*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
003370*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
003380*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
003390*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
003400 EXIT-PARA.
003410     MOVE 'F'                        TO JRL-RUN-STATUS.
003420     PERFORM LOG-JOB-END-PARA.
003430     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003440     GOBACK.

003450******************************************************************
003460* Run Registry                                                   *
003470******************************************************************
003480     EXEC SQL
003490       INCLUDE CPJOBLOG
003500     END-EXEC.

003510******************************************************************
003520* Inbound File Registry                                          *
003530******************************************************************
003540     EXEC SQL
003550       INCLUDE CPINBREG
003560     END-EXEC.
