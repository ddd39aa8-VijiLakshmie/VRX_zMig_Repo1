000180*  REGISTRATIONS OF ARCHIVED SESSIONS SIT IN THE LIVE TABLE      *
000190*  UNTIL ETROP32 MOVES THEM TO REGISTRATION_ARCHIVE, SO THE      *
000195*  COUNTS COME FROM BOTH TABLES ADDED TOGETHER.                  *
000196*  A SECOND SECTION ADDS THE PENT-UP DEMAND THE HISTORY CANNOT   *
000197*  SHOW: OPEN ROWS ON THE COURSE_INTEREST REGISTER (ETRM018) BY  *
000198*  CATEGORY, AGAINST THE OPEN SESSIONS STILL TO RUN, FLAGGED     *
000199*  'NONE SCHEDULED - ADD A SESSION' WHEN NOBODY COULD BE OFFERED *
00019A*  A PLACE.                                                      *
000200******************************************************************

000210 ENVIRONMENT DIVISION.
000484*    TESTS SQLCODE - THEIR OWN FINAL SQLCODE IS SAVED AND PUT
000486*    BACK SO AN ODD CODE CAN NEVER END THE SESSION LOOP EARLY.
000488    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000489    05 WS-DEMAND-COUNT                 PIC S9(9) COMP VALUE 0.

000490******************************************************************
000500*  CONTROL-BREAK ACCUMULATORS - QUARTER WITHIN CATEGORY, THE     *
001220       10 FILLER                       PIC X(02) VALUE SPACES.
001230       10 WS-CT-FLAG                   PIC X(30).
001240       10 FILLER                       PIC X(38) VALUE SPACES.
001250******************************************************************
001251*  PENT-UP DEMAND SECTION - ONE LINE PER CATEGORY WITH OPEN      *
001252*  INTEREST ON THE REGISTER.                                     *
001253******************************************************************
001254 01 WS-DEMAND-LINES.
001255    05 WS-DMD-HDG-LINE.
001256       10 FILLER                       PIC X(50) VALUE
001257          'PENT-UP DEMAND - OPEN INTEREST WITHOUT A PLACE'.
001258       10 FILLER                       PIC X(82) VALUE SPACES.
001259    05 WS-DMD-COL-LINE.
00125A       10 FILLER                       PIC X(06) VALUE 'CATG'.
00125B       10 FILLER                       PIC X(10) VALUE
00125C          'INTEREST'.
00125D       10 FILLER                       PIC X(12) VALUE
00125E          'EARLIEST MO'.
00125F       10 FILLER                       PIC X(10) VALUE
00125G          'SCHEDULED'.
00125H       10 FILLER                       PIC X(94) VALUE SPACES.
00125I    05 WS-DMD-DETAIL-LINE.
00125J       10 WS-DD-CATG                   PIC X(02).
00125K       10 FILLER                       PIC X(04) VALUE SPACES.
00125L       10 WS-DD-INTEREST               PIC ZZZZZZZ9.
00125M       10 FILLER                       PIC X(02) VALUE SPACES.
00125N       10 WS-DD-PREF-MONTH             PIC X(07).
00125O       10 FILLER                       PIC X(05) VALUE SPACES.
00125P       10 WS-DD-SCHEDULED              PIC ZZZZZZZ9.
00125Q       10 FILLER                       PIC X(02) VALUE SPACES.
00125R       10 WS-DD-FLAG                   PIC X(30).
00125S       10 FILLER                       PIC X(64) VALUE SPACES.

00125T 01 WS-DEMAND-ROW.
00125U    05 WS-DM-SESSION-CATG              PIC X(02).
00125V    05 WS-DM-INTEREST                  PIC S9(9) USAGE COMP.
00125W    05 WS-DM-PREF-MONTH                PIC X(07).
00125X    05 WS-DM-SCHEDULED                 PIC S9(9) USAGE COMP.

00125Y******************************************************************
001260* Copybook Includes.                                             *
001270******************************************************************
001280     EXEC SQL
001520        FROM DBODEVP.TRAINING_SESSION_ARCHIVE
001530       ORDER BY SESSION_CATG, SESSION_START_DATE, SESSION_ID
001540     END-EXEC.
001541******************************************************************
001542*  OPEN INTEREST BY CATEGORY, WITH THE EARLIEST MONTH ASKED FOR  *
001543*  (BLANK WHEN NOBODY NAMED ONE) AND THE OPEN SESSIONS STILL TO  *
001544*  RUN IN THAT CATEGORY.                                         *
001545******************************************************************
001546     EXEC SQL DECLARE OPEN-INTEREST-DEMAND CURSOR
001547      FOR
001548      SELECT I.SESSION_CATG, COUNT(*),
001549             COALESCE(MIN(I.PREF_MONTH), ' '),
00154A             ( SELECT COUNT(*)
00154B                 FROM DBODEVP.TRAINING_SESSION S
00154C                WHERE S.SESSION_CATG       = I.SESSION_CATG
00154D                  AND S.SESSION_STATUS     = 'A'
00154E                  AND S.SESSION_START_DATE > CURRENT DATE )
00154F        FROM DBODEVP.COURSE_INTEREST I
00154G       WHERE I.INTEREST_STATUS = 'O'
00154H       GROUP BY I.SESSION_CATG
00154I       ORDER BY I.SESSION_CATG
00154J     END-EXEC.

001550 01 WS-END                             PIC X(50) VALUE
001560     'ETROP30-WORKING STORAGE SECTION ENDS HERE'.
002110       PERFORM WRITE-QUARTER-PARA
002120       PERFORM WRITE-CATEGORY-PARA
002130     END-IF.
002131     PERFORM PENT-UP-DEMAND-PARA.
002140     CLOSE FILL-RPT-FILE.

002150 DISPLAY 'ARCHIVED SESSIONS TALLIED: ' WS-SESSION-COUNT.
002160     MOVE 'C'                        TO JRL-RUN-STATUS.
002170     MOVE WS-SESSION-COUNT           TO JRL-ROWS-READ.
002171     MOVE WS-DEMAND-COUNT            TO JRL-ROWS-WRITTEN.
002180     PERFORM LOG-JOB-END-PARA.
002190     GOBACK.

003540     MOVE 0                          TO WS-CAT-CAPACITY.
003550     MOVE 0                          TO WS-CAT-TAKEN.
003560     MOVE 0                          TO WS-CAT-WAITED.
003570******************************************************************
003571* Pent-Up Demand Section                                         *
003572******************************************************************
003573 PENT-UP-DEMAND-PARA.
003574     MOVE SPACES                     TO FILL-RPT-RECORD.
003575     WRITE FILL-RPT-RECORD.
003576     WRITE FILL-RPT-RECORD           FROM WS-DMD-HDG-LINE.
003577     WRITE FILL-RPT-RECORD           FROM WS-DMD-COL-LINE.
003578     MOVE SPACES                     TO FILL-RPT-RECORD.
003579     WRITE FILL-RPT-RECORD.

00357A     EXEC SQL
00357B       OPEN OPEN-INTEREST-DEMAND
00357C     END-EXEC.

00357D     IF SQLCODE NOT = 0
00357E       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00357F       MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
00357G       PERFORM CHECK-SQLCODE-PARA
00357H       PERFORM EXIT-PARA
00357I     END-IF.

00357J     PERFORM WRITE-DEMAND-PARA
00357K       UNTIL SQLCODE = 100.

00357L     EXEC SQL
00357M       CLOSE OPEN-INTEREST-DEMAND
00357N     END-EXEC.

00357O     IF SQLCODE NOT = 0
00357P       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
00357Q       MOVE 'COURSE_INTEREST'        TO EL-ERROR-DB2-OBJECT
00357R       PERFORM CHECK-SQLCODE-PARA
00357S     END-IF.

00357T WRITE-DEMAND-PARA.
00357U     EXEC SQL
00357V       FETCH OPEN-INTEREST-DEMAND
00357W        INTO :WS-DM-SESSION-CATG,
00357X             :WS-DM-INTEREST,
00357Y             :WS-DM-PREF-MONTH,
00357Z             :WS-DM-SCHEDULED
003580     END-EXEC.
003581     EVALUATE SQLCODE
003582       WHEN 0
003583         ADD 1                       TO WS-DEMAND-COUNT
003584         MOVE WS-DM-SESSION-CATG     TO WS-DD-CATG
003585         MOVE WS-DM-INTEREST         TO WS-DD-INTEREST
003586         MOVE WS-DM-PREF-MONTH       TO WS-DD-PREF-MONTH
003587         MOVE WS-DM-SCHEDULED        TO WS-DD-SCHEDULED
003588         IF WS-DM-SCHEDULED = 0
003589           MOVE 'NONE SCHEDULED - ADD A SESSION'
00358A                                     TO WS-DD-FLAG
00358B         ELSE
00358C           MOVE SPACES               TO WS-DD-FLAG
00358D         END-IF
00358E         WRITE FILL-RPT-RECORD       FROM WS-DMD-DETAIL-LINE
00358F       WHEN 100
00358G         CONTINUE
00358H       WHEN OTHER
00358I         MOVE 'FETCH '               TO EL-ERROR-ACTION
00358J         MOVE 'COURSE_INTEREST'      TO EL-ERROR-DB2-OBJECT
00358K         PERFORM CHECK-SQLCODE-PARA
00358L         PERFORM EXIT-PARA
00358M     END-EVALUATE.

00358N******************************************************************
00358O* Error Logging                                                  *
003590******************************************************************
003600     EXEC SQL
003610       INCLUDE CPERRBAT
