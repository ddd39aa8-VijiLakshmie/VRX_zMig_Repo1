000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCBT009A.
000030 AUTHOR.        ANAND V.
000040 INSTALLATION.  RC.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  10/15/2026 ANAND  NEW PROGRAM.                                *

000100******************************************************************
000110*  SHARED ACCOUNTING-PERIOD RESOLUTION ROUTINE.                  *
000120*  THE MONTH-END JOBS EACH WORKED OUT 'THIS MONTH' OR 'LAST      *
000130*  MONTH' FROM CURRENT DATE, BUT THE COMPANY CLOSES ITS BOOKS ON *
000140*  A 4-4-5 FISCAL CALENDAR AND FINANCE RE-CUT EVERY REPORT.      *
000150*  EVERY PERIOD-BASED JOB NOW ASKS THIS ROUTINE INSTEAD (SEE     *
000160*  CWFISPER):                                                    *
000170*    'C' - THE PERIOD THE AS-OF DATE FALLS IN                    *
000180*    'P' - THE PERIOD BEFORE IT                                  *
000190*    'K' - THE PERIOD WITH THE GIVEN YEAR AND NUMBER             *
000200*  ON THE FISCAL BASIS THE ANSWER COMES FROM FISCAL_PERIOD; ON   *
000210*  THE CALENDAR BASIS IT IS THE CALENDAR MONTH. THE BASIS IS     *
000220*  SYSTEM_PARAMETER CALENDAR-MONTHS (1 = CALENDAR), READ FIRST   *
000230*  UNDER PROGRAM_ID RCBT009A FOR THE INSTALLATION AND THEN UNDER *
000240*  THE CALLER'S OWN PROGRAM_ID, WHICH WINS WHEN PRESENT.         *
000250******************************************************************
000260 EJECT

000270 ENVIRONMENT DIVISION.

000280 CONFIGURATION SECTION.

000290 SOURCE-COMPUTER. Z900.
000300 OBJECT-COMPUTER. Z900.

000310 DATA DIVISION.

000320 WORKING-STORAGE SECTION.

000330 01 WS-VARIABLES.
000340    05 WS-AS-OF-DATE                   PIC X(10).
000350*    CALENDAR MONTHS TO STEP BACK FROM THE AS-OF DATE.
000360    05 WS-MONTHS-BACK                  PIC S9(4) USAGE COMP.
000370    05 WS-KEY-DATE.
000380       10 WS-KD-YYYY                   PIC 9(04).
000390       10 FILLER                       PIC X(01) VALUE '-'.
000400       10 WS-KD-MM                     PIC 9(02).
000410       10 FILLER                       PIC X(03) VALUE '-01'.
000420    05 WS-LABEL.
000430       10 WS-LB-YYYY                   PIC 9(04).
000440       10 FILLER                       PIC X(01) VALUE '-'.
000450       10 WS-LB-NN                     PIC 9(02).

000460 01 WS-RCBT004A-PARM.
000470    05 WS-SP-PROGRAM-ID                PIC X(08).
000480    05 WS-SP-PARM-NAME                 PIC X(16).
000490    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000500    05 WS-SP-RETURN-CODE               PIC X(1).

000510******************************************************************
000520*                     DB2 SECTION                                *
000530******************************************************************
000540     EXEC SQL
000550       INCLUDE SQLCA
000560     END-EXEC.

000570     EXEC SQL
000580       INCLUDE DCLFISPR
000590     END-EXEC.

000600 LINKAGE SECTION.
000610******************************************************************
000620*  LS-RCBT009A-PARM IS THE CALLER'S FP-RCBT009A-PARM (CWFISPER). *
000630*  THE CALLER FILLS IN ITS PROGRAM NAME, THE FUNCTION, THE AS-OF *
000640*  DATE ('YYYY-MM-DD', SPACES - TODAY) AND FOR 'K' THE PERIOD    *
000650*  YEAR AND NUMBER; IT GETS BACK THE BASIS USED, THE PERIOD KEY, *
000660*  ITS FIRST AND LAST DAY ('YYYY-MM-DD') AND ITS LABEL.          *
000670*  LS-FP-RETURN-CODE:                                            *
000680*    '0' - PERIOD FOUND                                          *
000690*    '1' - NO SUCH PERIOD - FISCAL_PERIOD DOES NOT COVER THE     *
000700*          DATE OR KEY (OR, CALENDAR BASIS, THE KEY IS NOT A     *
000710*          MONTH)                                                *
000720*    '9' - THE LOOKUP FAILED (REASON ON SYSOUT)                  *
000730*  ON ANYTHING BUT '0' THE CALLER STOPS - A MONEY JOB MUST NOT   *
000740*  GUESS ITS PERIOD.                                             *
000750******************************************************************
000760 01 LS-RCBT009A-PARM.
000770    05 LS-FP-PROGRAM-ID                PIC X(08).
000780    05 LS-FP-FUNCTION                  PIC X(01).
000790       88 LS-FP-CURRENT-PERIOD                   VALUE 'C'.
000800       88 LS-FP-PREVIOUS-PERIOD                  VALUE 'P'.
000810       88 LS-FP-PERIOD-BY-KEY                    VALUE 'K'.
000820    05 LS-FP-AS-OF-DATE                PIC X(10).
000830    05 LS-FP-BASIS                     PIC X(01).
000840       88 LS-FP-FISCAL-BASIS                     VALUE 'F'.
000850       88 LS-FP-CALENDAR-BASIS                   VALUE 'M'.
000860    05 LS-FP-PERIOD-YEAR               PIC S9(4) USAGE COMP.
000870    05 LS-FP-PERIOD-NO                 PIC S9(4) USAGE COMP.
000880    05 LS-FP-START-DATE                PIC X(10).
000890    05 LS-FP-END-DATE                  PIC X(10).
000900    05 LS-FP-PERIOD-LABEL              PIC X(07).
000910    05 LS-FP-RETURN-CODE               PIC X(01).
000920       88 LS-FP-PERIOD-FOUND                     VALUE '0'.
000930       88 LS-FP-PERIOD-MISSING                   VALUE '1'.
000940       88 LS-FP-PERIOD-FAILED                    VALUE '9'.

000950 PROCEDURE DIVISION USING LS-RCBT009A-PARM.

000960 MAIN-LOGIC-PARA.
000970     SET LS-FP-PERIOD-FOUND          TO TRUE.
000980     PERFORM GET-BASIS-PARA.
000990     PERFORM GET-AS-OF-DATE-PARA.
001000     IF LS-FP-PERIOD-FOUND
001010       EVALUATE TRUE
001020         WHEN LS-FP-CALENDAR-BASIS
001030           PERFORM CALENDAR-PERIOD-PARA
001040         WHEN LS-FP-CURRENT-PERIOD
001050           PERFORM FISCAL-CURRENT-PARA
001060         WHEN LS-FP-PREVIOUS-PERIOD
001070           PERFORM FISCAL-CURRENT-PARA
001080           IF LS-FP-PERIOD-FOUND
001090             PERFORM FISCAL-PREVIOUS-PARA
001100           END-IF
001110         WHEN LS-FP-PERIOD-BY-KEY
001120           PERFORM FISCAL-BY-KEY-PARA
001130         WHEN OTHER
001140           SET LS-FP-PERIOD-FAILED   TO TRUE
001150           DISPLAY ' RCBT009A - UNKNOWN FUNCTION ' LS-FP-FUNCTION
001160       END-EVALUATE
001170     END-IF.
001180     IF LS-FP-PERIOD-FOUND
001190       MOVE LS-FP-PERIOD-YEAR        TO WS-LB-YYYY
001200       MOVE LS-FP-PERIOD-NO          TO WS-LB-NN
001210       MOVE WS-LABEL                 TO LS-FP-PERIOD-LABEL
001220     END-IF.
001230     GOBACK.

001240******************************************************************
001250* Basis And As-Of Date                                           *
001260******************************************************************
001270*    A FAILED PARAMETER READ LEAVES THE DEFAULT - THE FISCAL
001280*    CALENDAR THE BOOKS ARE KEPT ON.
001290 GET-BASIS-PARA.
001300     MOVE 'RCBT009A'                 TO WS-SP-PROGRAM-ID.
001310     MOVE 'CALENDAR-MONTHS'          TO WS-SP-PARM-NAME.
001320     MOVE 0                          TO WS-SP-PARM-VALUE.
001330     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
001340     MOVE LS-FP-PROGRAM-ID           TO WS-SP-PROGRAM-ID.
001350     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
001360     IF WS-SP-PARM-VALUE = 1
001370       SET LS-FP-CALENDAR-BASIS      TO TRUE
001380     ELSE
001390       SET LS-FP-FISCAL-BASIS        TO TRUE
001400     END-IF.

001410 GET-AS-OF-DATE-PARA.
001420     IF LS-FP-AS-OF-DATE NOT = SPACES
001430       MOVE LS-FP-AS-OF-DATE         TO WS-AS-OF-DATE
001440     ELSE
001450       EXEC SQL
001460         SELECT CHAR(CURRENT DATE, ISO)
001470           INTO :WS-AS-OF-DATE
001480           FROM SYSIBM.SYSDUMMY1
001490       END-EXEC
001500       IF SQLCODE NOT = 0
001510         SET LS-FP-PERIOD-FAILED     TO TRUE
001520         DISPLAY ' RCBT009A - CURRENT DATE NOT AVAILABLE '
001530         DISPLAY ' SQL CODE   '  SQLCODE
001540       END-IF
001550     END-IF.

001560******************************************************************
001570* Fiscal Basis - FISCAL_PERIOD                                   *
001580******************************************************************
001590 FISCAL-CURRENT-PARA.
001600     EXEC SQL
001610       SELECT FISCAL_YEAR, FISCAL_PERIOD,
001620              CHAR(PERIOD_START, ISO), CHAR(PERIOD_END, ISO)
001630         INTO :FIS-FISCAL-YEAR, :FIS-FISCAL-PERIOD,
001640              :FIS-PERIOD-START, :FIS-PERIOD-END
001650         FROM DBODEVP.FISCAL_PERIOD
001660        WHERE DATE(:WS-AS-OF-DATE) BETWEEN PERIOD_START
001670                                       AND PERIOD_END
001680     END-EXEC.
001690     PERFORM CHECK-FISCAL-SQL-PARA.

001700*    THE PERIOD ENDING THE DAY BEFORE THE CURRENT ONE STARTS - A
001710*    GAP IN THE CALENDAR IS REPORTED, NOT JUMPED.
001720 FISCAL-PREVIOUS-PARA.
001730     EXEC SQL
001740       SELECT FISCAL_YEAR, FISCAL_PERIOD,
001750              CHAR(PERIOD_START, ISO), CHAR(PERIOD_END, ISO)
001760         INTO :FIS-FISCAL-YEAR, :FIS-FISCAL-PERIOD,
001770              :FIS-PERIOD-START, :FIS-PERIOD-END
001780         FROM DBODEVP.FISCAL_PERIOD
001790        WHERE PERIOD_END = DATE(:FIS-PERIOD-START) - 1 DAY
001800     END-EXEC.
001810     PERFORM CHECK-FISCAL-SQL-PARA.

001820 FISCAL-BY-KEY-PARA.
001830     MOVE LS-FP-PERIOD-YEAR          TO FIS-FISCAL-YEAR.
001840     MOVE LS-FP-PERIOD-NO            TO FIS-FISCAL-PERIOD.
001850     EXEC SQL
001860       SELECT CHAR(PERIOD_START, ISO), CHAR(PERIOD_END, ISO)
001870         INTO :FIS-PERIOD-START, :FIS-PERIOD-END
001880         FROM DBODEVP.FISCAL_PERIOD
001890        WHERE FISCAL_YEAR   = :FIS-FISCAL-YEAR
001900          AND FISCAL_PERIOD = :FIS-FISCAL-PERIOD
001910     END-EXEC.
001920     PERFORM CHECK-FISCAL-SQL-PARA.

001930 CHECK-FISCAL-SQL-PARA.
001940     EVALUATE SQLCODE
001950       WHEN 0
001960         MOVE FIS-FISCAL-YEAR        TO LS-FP-PERIOD-YEAR
001970         MOVE FIS-FISCAL-PERIOD      TO LS-FP-PERIOD-NO
001980         MOVE FIS-PERIOD-START       TO LS-FP-START-DATE
001990         MOVE FIS-PERIOD-END         TO LS-FP-END-DATE
002000       WHEN 100
002010         SET LS-FP-PERIOD-MISSING    TO TRUE
002020         DISPLAY ' NO FISCAL PERIOD ON FILE FOR '
002030                 LS-FP-PROGRAM-ID ' - AS OF ' WS-AS-OF-DATE
002040         DISPLAY ' LOAD THE FISCAL CALENDAR (ETROP124) '
002050       WHEN OTHER
002060         SET LS-FP-PERIOD-FAILED     TO TRUE
002070         DISPLAY ' FISCAL_PERIOD LOOKUP FAILED FOR '
002080                 LS-FP-PROGRAM-ID
002090         DISPLAY ' SQL CODE   '  SQLCODE
002100     END-EVALUATE.

002110******************************************************************
002120* Calendar Basis - The Calendar Month                            *
002130******************************************************************
002140 CALENDAR-PERIOD-PARA.
002150     EVALUATE TRUE
002160       WHEN LS-FP-CURRENT-PERIOD
002170         MOVE 0                      TO WS-MONTHS-BACK
002180       WHEN LS-FP-PREVIOUS-PERIOD
002190         MOVE 1                      TO WS-MONTHS-BACK
002200       WHEN LS-FP-PERIOD-BY-KEY
002210         MOVE 0                      TO WS-MONTHS-BACK
002220         IF LS-FP-PERIOD-NO < 1 OR LS-FP-PERIOD-NO > 12
002230           OR LS-FP-PERIOD-YEAR < 1900
002240           SET LS-FP-PERIOD-MISSING  TO TRUE
002250           DISPLAY ' RCBT009A - NOT A CALENDAR MONTH : '
002260                   LS-FP-PERIOD-YEAR '/' LS-FP-PERIOD-NO
002270         ELSE
002280           MOVE LS-FP-PERIOD-YEAR    TO WS-KD-YYYY
002290           MOVE LS-FP-PERIOD-NO      TO WS-KD-MM
002300           MOVE WS-KEY-DATE          TO WS-AS-OF-DATE
002310         END-IF
002320       WHEN OTHER
002330         SET LS-FP-PERIOD-FAILED     TO TRUE
002340         DISPLAY ' RCBT009A - UNKNOWN FUNCTION ' LS-FP-FUNCTION
002350     END-EVALUATE.
002360     IF LS-FP-PERIOD-FOUND
002370       PERFORM CALENDAR-MONTH-PARA
002380     END-IF.

002390 CALENDAR-MONTH-PARA.
002400     EXEC SQL
002410       SELECT YEAR(M.D), MONTH(M.D),
002420              CHAR(M.D - (DAY(M.D) - 1) DAYS, ISO),
002430              CHAR(M.D - (DAY(M.D) - 1) DAYS + 1 MONTH - 1 DAY,
002440                   ISO)
002450         INTO :FIS-FISCAL-YEAR, :FIS-FISCAL-PERIOD,
002460              :FIS-PERIOD-START, :FIS-PERIOD-END
002470         FROM (SELECT DATE(:WS-AS-OF-DATE)
002480                      - :WS-MONTHS-BACK MONTHS AS D
002490                 FROM SYSIBM.SYSDUMMY1) AS M
002500     END-EXEC.
002510     IF SQLCODE = 0
002520       MOVE FIS-FISCAL-YEAR          TO LS-FP-PERIOD-YEAR
002530       MOVE FIS-FISCAL-PERIOD        TO LS-FP-PERIOD-NO
002540       MOVE FIS-PERIOD-START         TO LS-FP-START-DATE
002550       MOVE FIS-PERIOD-END           TO LS-FP-END-DATE
002560     ELSE
002570       SET LS-FP-PERIOD-FAILED       TO TRUE
002580       DISPLAY ' RCBT009A - CALENDAR MONTH NOT RESOLVED FOR '
002590               LS-FP-PROGRAM-ID
002600       DISPLAY ' SQL CODE   '  SQLCODE
002610     END-IF.
