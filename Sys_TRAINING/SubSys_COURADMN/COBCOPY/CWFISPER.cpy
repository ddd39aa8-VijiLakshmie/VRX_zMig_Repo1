000100******************************************************************
000200* ACCOUNTING-PERIOD RESOLUTION FIELDS.                           *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* THE COMPANY RUNS A 4-4-5 FISCAL CALENDAR (FISCAL_PERIOD, SEE   *
000700* DCLFISPR), SO A PERIOD-BASED JOB NO LONGER WORKS OUT ITS OWN   *
000800* CALENDAR MONTH FROM CURRENT DATE. IT CALLS RCBT009A, WHICH     *
000900* RETURNS THE PERIOD'S KEY, ITS FIRST AND LAST DAY AND A PRINT   *
001000* LABEL:                                                         *
001100*   1. MOVE THE PROGRAM NAME TO FP-PROGRAM-ID, THE FUNCTION TO   *
001200*      FP-FUNCTION AND, IF NOT TODAY, THE AS-OF DATE TO          *
001300*      FP-AS-OF-DATE (SPACES MEAN CURRENT DATE):                 *
001400*        'C' - THE PERIOD THE AS-OF DATE FALLS IN                *
001500*        'P' - THE PERIOD BEFORE THAT ONE                        *
001600*        'K' - THE PERIOD KEYED BY FP-PERIOD-YEAR/FP-PERIOD-NO   *
001700*   2. CALL 'RCBT009A' USING FP-RCBT009A-PARM                    *
001800*   3. IF NOT FP-PERIOD-FOUND, STOP - A MISSING FISCAL PERIOD    *
001900*      MEANS THE CALENDAR HAS NOT BEEN LOADED THAT FAR AHEAD     *
002000* FP-PERIOD-YEAR/FP-PERIOD-NO GO INTO THE PERIOD_YEAR AND        *
002100* PERIOD_MONTH KEY COLUMNS (INVOICE, PERIOD_CLOSE, AR_RECON ...) *
002200* AND INTO CWPERCL; FP-START-DATE/FP-END-DATE BOUND THE DATE     *
002300* PREDICATES (BETWEEN, BOTH DAYS INCLUSIVE).                     *
002400* CALENDAR MONTHS REMAIN A RUN OPTION: SYSTEM_PARAMETER          *
002500* CALENDAR-MONTHS = 1 UNDER PROGRAM_ID RCBT009A SWITCHES EVERY   *
002600* JOB, AND THE SAME PARAMETER UNDER A JOB'S OWN PROGRAM_ID       *
002700* OVERRIDES THAT FOR THE ONE JOB (E.G. ETROP10/ETROP20 FOR AN    *
002800* INSTALLATION THAT INVOICES ITS CLIENTS MONTHLY). THE JOBS      *
002900* SHARING THE PERIOD_CLOSE REGISTER (ETROP33, ETROP49, ETROP61,  *
003000* ETROP85, ETROP105-107, ETRB024) MUST STAY ON ONE BASIS.        *
003100******************************************************************
003200 01 FP-RCBT009A-PARM.
003300    05 FP-PROGRAM-ID                PIC X(08).
003400    05 FP-FUNCTION                  PIC X(01).
003500       88 FP-CURRENT-PERIOD                   VALUE 'C'.
003600       88 FP-PREVIOUS-PERIOD                  VALUE 'P'.
003700       88 FP-PERIOD-BY-KEY                    VALUE 'K'.
003800    05 FP-AS-OF-DATE                PIC X(10) VALUE SPACES.
003900    05 FP-BASIS                     PIC X(01).
004000       88 FP-FISCAL-BASIS                     VALUE 'F'.
004100       88 FP-CALENDAR-BASIS                   VALUE 'M'.
004200    05 FP-PERIOD-YEAR               PIC S9(4) USAGE COMP.
004300    05 FP-PERIOD-NO                 PIC S9(4) USAGE COMP.
004400    05 FP-START-DATE                PIC X(10).
004500    05 FP-END-DATE                  PIC X(10).
004600*    'YYYY-NN' - THE FISCAL YEAR AND PERIOD, OR THE CALENDAR
004700*    YEAR AND MONTH - FOR REPORT HEADINGS AND EXTRACT RECORDS.
004800    05 FP-PERIOD-LABEL              PIC X(07).
004900    05 FP-RETURN-CODE               PIC X(01).
005000       88 FP-PERIOD-FOUND                     VALUE '0'.
005100       88 FP-PERIOD-MISSING                   VALUE '1'.
005200       88 FP-PERIOD-FAILED                    VALUE '9'.
