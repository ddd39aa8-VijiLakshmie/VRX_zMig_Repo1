000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP124.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  FISCAL-CALENDAR MAINTENANCE (CARD-DRIVEN).                    *
000090*  FINANCE PUBLISHES THE 4-4-5 CALENDAR A YEAR AHEAD AND         *
000100*  OPERATIONS LOADS IT INTO DBODEVP.FISCAL_PERIOD WITH FISCARDS: *
000110*  ONE CARD PER CHANGE, 'A' ADDS A PERIOD (FISCAL YEAR, PERIOD   *
000120*  NUMBER, FIRST AND LAST DAY), 'R' REMOVES ONE (A CORRECTION IS *
000130*  AN 'R' THEN AN 'A'). DATES GO THROUGH THE SHARED RCBT002A     *
000140*  EDIT. AN ADD IS SKIPPED WHEN THE PERIOD ALREADY EXISTS, ENDS  *
000150*  BEFORE IT STARTS OR OVERLAPS ANOTHER PERIOD; A REMOVE IS      *
000160*  SKIPPED WHEN THERE IS NO SUCH PERIOD OR IT IS CLOSED IN THE   *
000170*  PERIOD_CLOSE REGISTER. EVERY PERIOD-BASED JOB READS THE       *
000180*  RESULT THROUGH RCBT009A (SEE CWFISPER).                       *
000190******************************************************************

000200 ENVIRONMENT DIVISION.

000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. Z900.
000230 OBJECT-COMPUTER. Z900.

000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT FIS-CARD-FILE  ASSIGN TO FISCARDS
000270            ORGANIZATION  IS LINE SEQUENTIAL.

000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  FIS-CARD-FILE
000310     RECORD CONTAINS 80 CHARACTERS.
000320 01  FIS-CARD-RECORD.
000330     05 FC-FUNCTION                  PIC X(01).
000340        88 FC-FUNCTION-ADD                     VALUE 'A'.
000350        88 FC-FUNCTION-REMOVE                  VALUE 'R'.
000360     05 FILLER                       PIC X(01).
000370     05 FC-FISCAL-YEAR               PIC 9(04).
000380     05 FILLER                       PIC X(01).
000390     05 FC-FISCAL-PERIOD             PIC 9(02).
000400     05 FILLER                       PIC X(01).
000410     05 FC-PERIOD-START              PIC X(10).
000420     05 FILLER                       PIC X(01).
000430     05 FC-PERIOD-END                PIC X(10).
000440     05 FILLER                       PIC X(49).

000450 WORKING-STORAGE SECTION.

000460 01 WS-BEGIN                          PIC  X(36) VALUE
000470     'ETROP124 WORKING STORAGE STARTS HERE'.

000480******************************************************************
000490*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000500******************************************************************
000510 01 WS-VARIABLES.
000520    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000530       88 WS-NO-ERROR                            VALUE SPACES.
000540       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000550       88 WS-FATAL-ERROR                         VALUE 'F'.
000560    05 WS-CARD-EOF-SW                  PIC X(01) VALUE SPACES.
000570       88 WS-CARD-EOF                            VALUE 'E'.
000580    05 WS-CARD-SW                      PIC X(01).
000590       88 WS-CARD-OK                             VALUE 'Y'.
000600       88 WS-CARD-BAD                            VALUE 'N'.
000610    05 WS-CARD-COUNT                   PIC S9(9) COMP VALUE 0.
000620    05 WS-ADDED-COUNT                  PIC S9(9) COMP VALUE 0.
000630    05 WS-REMOVED-COUNT                PIC S9(9) COMP VALUE 0.
000640    05 WS-SKIPPED-COUNT                PIC S9(9) COMP VALUE 0.
000650    05 WS-OVERLAP-COUNT                PIC S9(9) COMP.

000660 01 WS-RCBT002A-PARM.
000670    05 WS-VALID-DATE-TEXT              PIC X(10).
000680    05 WS-VALID-RETURN-CODE            PIC X(1).
000690       88 WS-VALID-DATE-OK                       VALUE '0'.
000700       88 WS-VALID-DATE-BAD                      VALUE '9'.

000710******************************************************************
000720* Copybook Includes.                                             *
000730******************************************************************
000740     EXEC SQL
000750       INCLUDE CWERRLOG
000760     END-EXEC.

000770*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
000780     EXEC SQL
000790       INCLUDE CWJOBLOG
000800     END-EXEC.

000810*    ACCOUNTING-PERIOD CLOSE-STATUS CHECK - SEE CWPERCL.
000820     EXEC SQL
000830       INCLUDE CWPERCL
000840     END-EXEC.

000850******************************************************************
000860*                     DB2 SECTION                                *
000870******************************************************************
000880     EXEC SQL
000890       INCLUDE SQLCA
000900     END-EXEC.

000910     EXEC SQL
000920       INCLUDE DCLFISPR
000930     END-EXEC.

000940 01 WS-END                             PIC X(50) VALUE
000950     'ETROP124-WORKING STORAGE SECTION ENDS HERE'.

000960 PROCEDURE DIVISION.

000970 MAIN-LOGIC-PARA.

000980     MOVE 'ETROP124'                   TO EL-ERROR-MODULE.
000990     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001000     MOVE 'ETROP124'                   TO JRL-PROGRAM-ID.
001010     PERFORM LOG-JOB-START-PARA.

001020     OPEN INPUT FIS-CARD-FILE.
001030     PERFORM READ-CARD-PARA.
001040     PERFORM APPLY-ONE-CARD-PARA
001050       UNTIL WS-CARD-EOF.
001060     CLOSE FIS-CARD-FILE.

001070     DISPLAY 'FISCAL CARDS READ  : ' WS-CARD-COUNT.
001080     DISPLAY 'PERIODS ADDED      : ' WS-ADDED-COUNT.
001090     DISPLAY 'PERIODS REMOVED    : ' WS-REMOVED-COUNT.
001100     DISPLAY 'CARDS SKIPPED      : ' WS-SKIPPED-COUNT.
001110     MOVE 'C'                        TO JRL-RUN-STATUS.
001120     MOVE WS-CARD-COUNT              TO JRL-ROWS-READ.
001130     MOVE WS-ADDED-COUNT             TO JRL-ROWS-WRITTEN.
001140     MOVE WS-REMOVED-COUNT           TO JRL-ROWS-UPDATED.
001150     MOVE WS-SKIPPED-COUNT           TO JRL-ROWS-SKIPPED.
001160     PERFORM LOG-JOB-END-PARA.
001170     GOBACK.

001180******************************************************************
001190* Card Handling                                                  *
001200******************************************************************
001210 READ-CARD-PARA.
001220     READ FIS-CARD-FILE
001230       AT END SET WS-CARD-EOF        TO TRUE
001240     END-READ.

001250 APPLY-ONE-CARD-PARA.
001260     ADD 1                           TO WS-CARD-COUNT.
001270     SET WS-CARD-OK                  TO TRUE.
001280     IF FC-FISCAL-YEAR NOT NUMERIC OR FC-FISCAL-PERIOD NOT NUMERIC
001290       SET WS-CARD-BAD               TO TRUE
001300       DISPLAY 'BAD PERIOD KEY    : ' FC-FISCAL-YEAR ' '
001310               FC-FISCAL-PERIOD
001320     ELSE
001330       IF FC-FISCAL-YEAR < 2000 OR FC-FISCAL-YEAR > 2099
001340         OR FC-FISCAL-PERIOD < 1 OR FC-FISCAL-PERIOD > 13
001350         SET WS-CARD-BAD             TO TRUE
001360         DISPLAY 'BAD PERIOD KEY    : ' FC-FISCAL-YEAR ' '
001370                 FC-FISCAL-PERIOD
001380       END-IF
001390     END-IF.
001400     IF WS-CARD-OK
001410       MOVE FC-FISCAL-YEAR           TO FIS-FISCAL-YEAR
001420       MOVE FC-FISCAL-PERIOD         TO FIS-FISCAL-PERIOD
001430       EVALUATE TRUE
001440         WHEN FC-FUNCTION-ADD
001450           PERFORM EDIT-ADD-CARD-PARA
001460           IF WS-CARD-OK
001470             PERFORM ADD-PERIOD-PARA
001480           END-IF
001490         WHEN FC-FUNCTION-REMOVE
001500           PERFORM REMOVE-PERIOD-PARA
001510         WHEN OTHER
001520           SET WS-CARD-BAD           TO TRUE
001530           DISPLAY 'BAD FUNCTION CODE : ' FC-FUNCTION
001540       END-EVALUATE
001550     END-IF.
001560     IF WS-CARD-BAD
001570       ADD 1                         TO WS-SKIPPED-COUNT
001580     END-IF.
001590     PERFORM READ-CARD-PARA.

001600*    BOTH DATES MUST BE REAL AND IN ORDER - ISO TEXT COMPARES IN
001610*    DATE ORDER.
001620 EDIT-ADD-CARD-PARA.
001630     MOVE FC-PERIOD-START            TO WS-VALID-DATE-TEXT.
001640     CALL 'RCBT002A' USING WS-RCBT002A-PARM.
001650     IF WS-VALID-DATE-BAD
001660       SET WS-CARD-BAD               TO TRUE
001670       DISPLAY 'BAD START DATE    : ' FC-PERIOD-START
001680     END-IF.
001690     MOVE FC-PERIOD-END              TO WS-VALID-DATE-TEXT.
001700     CALL 'RCBT002A' USING WS-RCBT002A-PARM.
001710     IF WS-VALID-DATE-BAD
001720       SET WS-CARD-BAD               TO TRUE
001730       DISPLAY 'BAD END DATE      : ' FC-PERIOD-END
001740     END-IF.
001750     IF WS-CARD-OK AND FC-PERIOD-END < FC-PERIOD-START
001760       SET WS-CARD-BAD               TO TRUE
001770       DISPLAY 'PERIOD ENDS BEFORE IT STARTS : '
001780               FC-FISCAL-YEAR '/' FC-FISCAL-PERIOD
001790     END-IF.

001800******************************************************************
001810* Add / Remove                                                   *
001820******************************************************************
001830*    ONE ROW PER KEY AND NO DAY IN TWO PERIODS - RCBT009A FINDS
001840*    'THE' PERIOD FOR A DATE AND MUST NEVER FIND TWO.
001850 ADD-PERIOD-PARA.
001860     MOVE FC-PERIOD-START            TO FIS-PERIOD-START.
001870     MOVE FC-PERIOD-END              TO FIS-PERIOD-END.
001880     EXEC SQL
001890       SELECT COUNT(*)
001900         INTO :WS-OVERLAP-COUNT
001910         FROM DBODEVP.FISCAL_PERIOD
001920        WHERE (FISCAL_YEAR   = :FIS-FISCAL-YEAR
001930          AND  FISCAL_PERIOD = :FIS-FISCAL-PERIOD)
001940           OR (PERIOD_START <= DATE(:FIS-PERIOD-END)
001950          AND  PERIOD_END   >= DATE(:FIS-PERIOD-START))
001960     END-EXEC.
001970     IF SQLCODE NOT = 0
001980       MOVE 'SELECT'                 TO EL-ERROR-ACTION
001990       MOVE 'FISCAL_PERIOD'          TO EL-ERROR-DB2-OBJECT
002000       PERFORM CHECK-SQLCODE-PARA
002010       PERFORM EXIT-PARA
002020     END-IF.
002030     IF WS-OVERLAP-COUNT > 0
002040       SET WS-CARD-BAD               TO TRUE
002050       DISPLAY 'PERIOD EXISTS OR OVERLAPS : '
002060               FC-FISCAL-YEAR '/' FC-FISCAL-PERIOD
002070     ELSE
002080       PERFORM INSERT-PERIOD-PARA
002090     END-IF.

002100 INSERT-PERIOD-PARA.
002110     EXEC SQL
002120       INSERT INTO DBODEVP.FISCAL_PERIOD
002130              ( FISCAL_YEAR, FISCAL_PERIOD, PERIOD_START,
002140                PERIOD_END, USR_ID, DTS )
002150       VALUES ( :FIS-FISCAL-YEAR, :FIS-FISCAL-PERIOD,
002160                :FIS-PERIOD-START, :FIS-PERIOD-END,
002170                'BATCH', CURRENT TIMESTAMP )
002180     END-EXEC.
002190     IF SQLCODE = 0
002200       ADD 1                         TO WS-ADDED-COUNT
002210     ELSE
002220       MOVE 'INSERT'                 TO EL-ERROR-ACTION
002230       MOVE 'FISCAL_PERIOD'          TO EL-ERROR-DB2-OBJECT
002240       PERFORM CHECK-SQLCODE-PARA
002250       PERFORM EXIT-PARA
002260     END-IF.

002270*    A CLOSED PERIOD'S DATES ARE WHAT FINANCE SIGNED OFF - IT IS
002280*    REOPENED THROUGH ETRB024 BEFORE ITS DATES CAN CHANGE.
002290 REMOVE-PERIOD-PARA.
002300     MOVE FC-FISCAL-YEAR             TO PCL-PERIOD-YEAR.
002310     MOVE FC-FISCAL-PERIOD           TO PCL-PERIOD-MONTH.
002320     PERFORM CHECK-PERIOD-CLOSE-PARA.
002330     IF PCL-PERIOD-CLOSED
002340       SET WS-CARD-BAD               TO TRUE
002350       DISPLAY 'PERIOD IS CLOSED  : '
002360               FC-FISCAL-YEAR '/' FC-FISCAL-PERIOD
002370     ELSE
002380       PERFORM DELETE-PERIOD-PARA
002390     END-IF.

002400 DELETE-PERIOD-PARA.
002410     EXEC SQL
002420       DELETE FROM DBODEVP.FISCAL_PERIOD
002430        WHERE FISCAL_YEAR   = :FIS-FISCAL-YEAR
002440          AND FISCAL_PERIOD = :FIS-FISCAL-PERIOD
002450     END-EXEC.
002460     EVALUATE SQLCODE
002470       WHEN 0
002480         ADD 1                       TO WS-REMOVED-COUNT
002490       WHEN 100
002500         SET WS-CARD-BAD             TO TRUE
002510         DISPLAY 'NO SUCH PERIOD    : '
002520                 FC-FISCAL-YEAR '/' FC-FISCAL-PERIOD
002530       WHEN OTHER
002540         MOVE 'DELETE'               TO EL-ERROR-ACTION
002550         MOVE 'FISCAL_PERIOD'        TO EL-ERROR-DB2-OBJECT
002560         PERFORM CHECK-SQLCODE-PARA
002570         PERFORM EXIT-PARA
002580     END-EVALUATE.

002590******************************************************************
002600* Period Close-Status Check                                      *
002610******************************************************************
002620     EXEC SQL
002630       INCLUDE CPPERCL
002640     END-EXEC.

002650******************************************************************
002660* Error Logging                                                  *
002670******************************************************************
002680     EXEC SQL
002690       INCLUDE CPERRBAT
002700     END-EXEC.

002710 EXIT-PARA.
002720     MOVE 'F'                        TO JRL-RUN-STATUS.
002730     PERFORM LOG-JOB-END-PARA.
002740     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
002750     GOBACK.

002760******************************************************************
002770* Run Registry                                                   *
002780******************************************************************
002790     EXEC SQL
002800       INCLUDE CPJOBLOG
002810     END-EXEC.
