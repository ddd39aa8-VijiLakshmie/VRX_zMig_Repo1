000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP114.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  NIGHTLY INSTRUCTOR-RATIO EXCEPTION REPORT.                    *
000090*  A PRACTICAL CATEGORY (COURSE_CATALOG MAX_DELEGATES_PER_INSTR) *
000100*  MUST HAVE ONE INSTRUCTOR PER SO MANY DELEGATES BY REGULATION. *
000110*  ETRB002 STOPS A SIGN-UP FROM BREACHING THE RATIO, BUT NOT AN  *
000120*  INSTRUCTOR BEING TAKEN OFF A SESSION AFTERWARDS. THIS JOB     *
000130*  CHECKS EVERY SESSION OF A RATIO CATEGORY STILL TO RUN, ONE    *
000140*  FUTURE SESSION_SCHEDULE MEETING AT A TIME (THE WHOLE SESSION  *
000150*  WHEN IT HAS NO SCHEDULE), AND LISTS EVERY MEETING WHOSE       *
000160*  ACTIVE HEADCOUNT NEEDS MORE INSTRUCTORS THAN IT HAS, WITH HOW *
000170*  MANY MORE - SO A CO-INSTRUCTOR CAN BE FOUND IN TIME.          *
000180*  INSTRUCTORS ON A MEETING ARE THE SESSION_INSTRUCTOR ROWS,     *
000190*  EXCEPT THAT A SUBSTITUTE KEYED ON THE MEETING (ETRB015)       *
000200*  STANDS IN FOR THE PRIMARY - THE SAME RULE ETROP100 SENDS      *
000210*  CALENDAR INVITES BY. A SUBSTITUTE WHO IS ALREADY A            *
000220*  CO-INSTRUCTOR ADDS NOBODY.                                    *
000230******************************************************************

000240 ENVIRONMENT DIVISION.

000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. Z900.
000270 OBJECT-COMPUTER. Z900.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RATIO-RPT-FILE ASSIGN TO RATIORPT
000310            ORGANIZATION  IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  RATIO-RPT-FILE
000350     RECORD CONTAINS 132 CHARACTERS.
000360 01  RATIO-RPT-RECORD                PIC X(132).

000370 WORKING-STORAGE SECTION.

000380 01 WS-BEGIN                          PIC  X(36) VALUE
000390     'ETROP114 WORKING STORAGE STARTS HERE'.

000400******************************************************************
000410*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000420******************************************************************
000430 01 WS-VARIABLES.
000440    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000450       88 WS-NO-ERROR                            VALUE SPACES.
000460       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000470       88 WS-FATAL-ERROR                         VALUE 'F'.
000480    05 WS-MEETING-COUNT                PIC S9(9) COMP VALUE 0.
000490    05 WS-BREACH-COUNT                 PIC S9(9) COMP VALUE 0.
000500    05 WS-INSTR-NEEDED                 PIC S9(9) COMP VALUE 0.
000510    05 WS-INSTR-SHORT                  PIC S9(9) COMP VALUE 0.
000520    05 WS-ALLOWED                      PIC S9(9) COMP VALUE 0.

000530*    ONE MEETING AS THE RATIO-MEETINGS CURSOR HANDS IT BACK.
000540 01 WS-MEETING.
000550    05 WS-MT-SESSION-CATG              PIC X(02).
000560    05 WS-MT-SESSION-ID                PIC S9(9) USAGE COMP.
000570    05 WS-MT-START-DATE                PIC X(10).
000580    05 WS-MT-MAX-PER-INSTR             PIC S9(4) USAGE COMP.
000590    05 WS-MT-ACTIVE-COUNT              PIC S9(9) USAGE COMP.
000600    05 WS-MT-MEETING-DATE              PIC X(10).
000610    05 WS-MT-MEETING-DATE-IND          PIC S9(4) USAGE COMP.
000620    05 WS-MT-SUBSTITUTE-ENO            PIC X(04).
000630    05 WS-MT-INSTR-COUNT               PIC S9(9) USAGE COMP.

000640******************************************************************
000650*  EXCEPTION REPORT LINES                                        *
000660******************************************************************
000670 01 WS-RPT-LINES.
000680    05 WS-HDG-LINE-1.
000690       10 FILLER                       PIC X(41) VALUE
000700          'INSTRUCTOR-RATIO EXCEPTION REPORT'.
000710       10 FILLER                       PIC X(91) VALUE SPACES.
000720    05 WS-HDG-LINE-2.
000730       10 FILLER                       PIC X(14) VALUE 'SESSION'.
000740       10 FILLER                       PIC X(12) VALUE 'STARTS'.
000750       10 FILLER                       PIC X(14) VALUE 'MEETING'.
000760       10 FILLER                       PIC X(08) VALUE 'ACTIVE'.
000770       10 FILLER                       PIC X(08) VALUE 'RATIO'.
000780       10 FILLER                       PIC X(08) VALUE 'INSTR'.
000790       10 FILLER                       PIC X(08) VALUE 'ALLOWED'.
000800       10 FILLER                       PIC X(08) VALUE 'SHORT'.
000810       10 FILLER                       PIC X(52) VALUE
000815          'SUBSTITUTE'.
000820    05 WS-DTL-LINE.
000830       10 WS-DL-SESSION-CATG           PIC X(02).
000840       10 FILLER                       PIC X(01) VALUE '/'.
000850       10 WS-DL-SESSION-ID             PIC Z(08)9.
000860       10 FILLER                       PIC X(02) VALUE SPACES.
000870       10 WS-DL-START-DATE             PIC X(10).
000880       10 FILLER                       PIC X(02) VALUE SPACES.
000890       10 WS-DL-MEETING-DATE           PIC X(13).
000900       10 FILLER                       PIC X(01) VALUE SPACES.
000910       10 WS-DL-ACTIVE                 PIC ZZZZZ9.
000920       10 FILLER                       PIC X(02) VALUE SPACES.
000930       10 WS-DL-RATIO                  PIC ZZZZZ9.
000940       10 FILLER                       PIC X(02) VALUE SPACES.
000950       10 WS-DL-INSTR                  PIC ZZZZZ9.
000960       10 FILLER                       PIC X(02) VALUE SPACES.
000970       10 WS-DL-ALLOWED                PIC ZZZZZ9.
000980       10 FILLER                       PIC X(02) VALUE SPACES.
000990       10 WS-DL-SHORT                  PIC ZZZZZ9.
001000       10 FILLER                       PIC X(02) VALUE SPACES.
001010       10 WS-DL-SUBSTITUTE-ENO         PIC X(04).
001020       10 FILLER                       PIC X(48) VALUE SPACES.
001030    05 WS-NONE-LINE.
001040       10 FILLER                       PIC X(41) VALUE
001050          'NO UPCOMING MEETING BREACHES ITS RATIO'.
001060       10 FILLER                       PIC X(91) VALUE SPACES.
001070    05 WS-CNT-LINE.
001080       10 WS-CN-LABEL                  PIC X(30).
001090       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001100       10 FILLER                       PIC X(91) VALUE SPACES.

001110******************************************************************
001120* Copybook Includes.                                             *
001130******************************************************************
001140     EXEC SQL
001150       INCLUDE CWERRLOG
001160     END-EXEC.

001170*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001180     EXEC SQL
001190       INCLUDE CWJOBLOG
001200     END-EXEC.

001210******************************************************************
001220*                     DB2 SECTION                                *
001230******************************************************************
001240     EXEC SQL
001250       INCLUDE SQLCA
001260     END-EXEC.

001270******************************************************************
001280*  EVERY FUTURE MEETING OF EVERY SESSION OF A RATIO CATEGORY     *
001290*  STILL TO RUN - ONE ROW PER SESSION (NULL MEETING DATE) WHEN   *
001300*  THE SESSION HAS NO FUTURE SCHEDULE ROWS - WITH ITS ACTIVE     *
001310*  HEADCOUNT AND THE INSTRUCTORS TEACHING THAT MEETING.          *
001320******************************************************************
001330     EXEC SQL DECLARE RATIO-MEETINGS CURSOR
001340      FOR
001350      SELECT S.SESSION_CATG, S.SESSION_ID, S.SESSION_START_DATE,
001360             K.MAX_DELEGATES_PER_INSTR,
001370             ( SELECT COUNT(*)
001380                 FROM DBODEVP.REGISTRATION R
001390                WHERE R.SESSION_CATG = S.SESSION_CATG
001400                  AND R.SESSION_ID   = S.SESSION_ID
001410                  AND R.REG_STATUS   = 'A' ),
001420             C.MEETING_DATE,
001430             COALESCE(C.SUBSTITUTE_ENO, ' '),
001440             ( SELECT COUNT(*)
001450                 FROM DBODEVP.SESSION_INSTRUCTOR I
001460                WHERE I.SESSION_CATG = S.SESSION_CATG
001470                  AND I.SESSION_ID   = S.SESSION_ID
001480                  AND ( C.SUBSTITUTE_ENO IS NULL
001490                        OR ( I.INSTRUCTOR_ROLE NOT = 'P'
001500                             AND I.ENO NOT = C.SUBSTITUTE_ENO )
001505                    ) )
001510             + CASE WHEN C.SUBSTITUTE_ENO IS NULL THEN 0
001520                    ELSE 1 END
001530        FROM DBODEVP.TRAINING_SESSION S
001540             INNER JOIN DBODEVP.COURSE_CATALOG K
001550                ON K.SESSION_CATG = S.SESSION_CATG
001560             LEFT OUTER JOIN DBODEVP.SESSION_SCHEDULE C
001570                ON C.SESSION_CATG  = S.SESSION_CATG
001580               AND C.SESSION_ID    = S.SESSION_ID
001590               AND C.MEETING_DATE >= CURRENT DATE
001600       WHERE K.MAX_DELEGATES_PER_INSTR > 0
001610         AND S.SESSION_STATUS NOT = 'C'
001620         AND COALESCE(S.SESSION_END_DATE,
001630                      S.SESSION_START_DATE
001640                      + (S.SESSION_DURATION - 1) DAYS)
001650                              >= CURRENT DATE
001660       ORDER BY S.SESSION_START_DATE, S.SESSION_CATG,
001670                S.SESSION_ID, C.MEETING_DATE
001680     END-EXEC.

001690 01 WS-END                             PIC X(50) VALUE
001700     'ETROP114-WORKING STORAGE SECTION ENDS HERE'.

001710 PROCEDURE DIVISION.

001720 MAIN-LOGIC-PARA.

001730     MOVE 'ETROP114'                   TO EL-ERROR-MODULE.
001740     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001750     MOVE 'ETROP114'                   TO JRL-PROGRAM-ID.
001760     PERFORM LOG-JOB-START-PARA.

001770     OPEN OUTPUT RATIO-RPT-FILE.
001780     WRITE RATIO-RPT-RECORD          FROM WS-HDG-LINE-1.
001790     MOVE SPACES                     TO RATIO-RPT-RECORD.
001800     WRITE RATIO-RPT-RECORD.
001810     WRITE RATIO-RPT-RECORD          FROM WS-HDG-LINE-2.

001820     EXEC SQL
001830       OPEN RATIO-MEETINGS
001840     END-EXEC.
001850     IF SQLCODE NOT = 0
001860       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
001870       MOVE 'RATIO-MEETINGS'           TO EL-ERROR-DB2-OBJECT
001880       PERFORM CHECK-SQLCODE-PARA
001890       PERFORM EXIT-PARA
001900     END-IF.

001910     PERFORM FETCH-MEETING-PARA
001920       UNTIL SQLCODE = 100.

001930     EXEC SQL
001940       CLOSE RATIO-MEETINGS
001950     END-EXEC.
001960     IF SQLCODE NOT = 0
001970       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
001980       MOVE 'RATIO-MEETINGS'           TO EL-ERROR-DB2-OBJECT
001990       PERFORM CHECK-SQLCODE-PARA
002000     END-IF.

002010     PERFORM WRITE-TOTALS-PARA.
002020     CLOSE RATIO-RPT-FILE.

002030     DISPLAY 'MEETINGS CHECKED     : ' WS-MEETING-COUNT.
002040     DISPLAY 'MEETINGS IN BREACH   : ' WS-BREACH-COUNT.
002050     MOVE 'C'                        TO JRL-RUN-STATUS.
002060     MOVE WS-MEETING-COUNT           TO JRL-ROWS-READ.
002070     MOVE WS-BREACH-COUNT            TO JRL-ROWS-WRITTEN.
002080     PERFORM LOG-JOB-END-PARA.
002090     GOBACK.

002100******************************************************************
002110* Ratio-Meeting Cursor                                           *
002120******************************************************************
002130 FETCH-MEETING-PARA.
002140     EXEC SQL
002150       FETCH RATIO-MEETINGS
002160        INTO :WS-MT-SESSION-CATG,
002170             :WS-MT-SESSION-ID,
002180             :WS-MT-START-DATE,
002190             :WS-MT-MAX-PER-INSTR,
002200             :WS-MT-ACTIVE-COUNT,
002210             :WS-MT-MEETING-DATE :WS-MT-MEETING-DATE-IND,
002220             :WS-MT-SUBSTITUTE-ENO,
002230             :WS-MT-INSTR-COUNT
002240     END-EXEC.
002250     EVALUATE SQLCODE
002260       WHEN 0
002270         ADD 1                       TO WS-MEETING-COUNT
002280         PERFORM CHECK-ONE-MEETING-PARA
002290       WHEN 100
002300         CONTINUE
002310       WHEN OTHER
002320         MOVE 'FETCH '                 TO EL-ERROR-ACTION
002330         MOVE 'RATIO-MEETINGS'         TO EL-ERROR-DB2-OBJECT
002340         PERFORM CHECK-SQLCODE-PARA
002350         PERFORM EXIT-PARA
002360     END-EVALUATE.

002370******************************************************************
002380* One Meeting                                                    *
002390******************************************************************
002400*    THE INSTRUCTORS NEEDED ARE THE ACTIVE HEADCOUNT OVER THE
002410*    RATIO, ROUNDED UP - 13 DELEGATES AT 12 PER INSTRUCTOR NEED 2.
002420 CHECK-ONE-MEETING-PARA.
002430     COMPUTE WS-INSTR-NEEDED =
002440             (WS-MT-ACTIVE-COUNT + WS-MT-MAX-PER-INSTR - 1)
002450             / WS-MT-MAX-PER-INSTR.
002460     IF WS-INSTR-NEEDED > WS-MT-INSTR-COUNT
002470       ADD 1                         TO WS-BREACH-COUNT
002480       COMPUTE WS-INSTR-SHORT =
002485               WS-INSTR-NEEDED - WS-MT-INSTR-COUNT
002490       COMPUTE WS-ALLOWED =
002495               WS-MT-INSTR-COUNT * WS-MT-MAX-PER-INSTR
002500       PERFORM WRITE-BREACH-LINE-PARA
002510     END-IF.

002520 WRITE-BREACH-LINE-PARA.
002530     MOVE WS-MT-SESSION-CATG         TO WS-DL-SESSION-CATG.
002540     MOVE WS-MT-SESSION-ID           TO WS-DL-SESSION-ID.
002550     MOVE WS-MT-START-DATE           TO WS-DL-START-DATE.
002560     IF WS-MT-MEETING-DATE-IND < 0
002570       MOVE 'WHOLE SESSION'          TO WS-DL-MEETING-DATE
002580     ELSE
002590       MOVE WS-MT-MEETING-DATE       TO WS-DL-MEETING-DATE
002600     END-IF.
002610     MOVE WS-MT-ACTIVE-COUNT         TO WS-DL-ACTIVE.
002620     MOVE WS-MT-MAX-PER-INSTR        TO WS-DL-RATIO.
002630     MOVE WS-MT-INSTR-COUNT          TO WS-DL-INSTR.
002640     MOVE WS-ALLOWED                 TO WS-DL-ALLOWED.
002650     MOVE WS-INSTR-SHORT             TO WS-DL-SHORT.
002660     MOVE WS-MT-SUBSTITUTE-ENO       TO WS-DL-SUBSTITUTE-ENO.
002670     WRITE RATIO-RPT-RECORD          FROM WS-DTL-LINE.

002680******************************************************************
002690* End-Of-Run Totals                                              *
002700******************************************************************
002710 WRITE-TOTALS-PARA.
002720     IF WS-BREACH-COUNT = 0
002730       WRITE RATIO-RPT-RECORD        FROM WS-NONE-LINE
002740     END-IF.
002750     MOVE SPACES                     TO RATIO-RPT-RECORD.
002760     WRITE RATIO-RPT-RECORD.
002770     MOVE 'MEETINGS CHECKED         :' TO WS-CN-LABEL.
002780     MOVE WS-MEETING-COUNT           TO WS-CN-COUNT.
002790     WRITE RATIO-RPT-RECORD          FROM WS-CNT-LINE.
002800     MOVE 'MEETINGS IN BREACH       :' TO WS-CN-LABEL.
002810     MOVE WS-BREACH-COUNT            TO WS-CN-COUNT.
002820     WRITE RATIO-RPT-RECORD          FROM WS-CNT-LINE.

002830******************************************************************
002840* Error Logging                                                  *
002850******************************************************************
002860     EXEC SQL
002870       INCLUDE CPERRBAT
002880     END-EXEC.

002890*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
002900*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
002910*    MAIN-LOGIC-PARA FALLS THROUGH INTO THE FETCH LOOP AGAINST A
002920*    CURSOR THAT WAS NEVER OPENED, WHICH FAILS THE SAME WAY ON
002930*    EVERY FETCH AND NEVER REACHES SQLCODE = 100.
002940 EXIT-PARA.
002950     MOVE 'F'                        TO JRL-RUN-STATUS.
002960     PERFORM LOG-JOB-END-PARA.
002970     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
002980     GOBACK.

002990******************************************************************
003000* Run Registry                                                   *
003010******************************************************************
003020     EXEC SQL
003030       INCLUDE CPJOBLOG
003040     END-EXEC.
