000100******************************************************************
000200* INSTRUCTOR TEACHING DAY RATES.                                 *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* ONE DAY RATE PER INSTRUCTOR_ROLE - THE ONLY TWO ROLES ETRB004  *
000700* WRITES. ETROP33 PAYS TEACHING DAYS AT THESE RATES (A           *
000800* SUBSTITUTE'S DAY AT THE PRIMARY RATE) AND ETROP88 COSTS EACH   *
000900* SESSION'S TEACHING THE SAME WAY, SO THE SESSION P&L AGREES     *
001000* WITH WHAT PAYROLL WAS ACTUALLY SENT. RETUNE BY CHANGING THE    *
001100* VALUE CLAUSES AND RECOMPILING BOTH PROGRAMS.                   *
001200******************************************************************
001300 01 DYR-DAY-RATES.
001400    05 DYR-DAY-RATE-PRIMARY         PIC S9(5)V99 COMP-3
001500                                    VALUE 450.00.
001600    05 DYR-DAY-RATE-CO              PIC S9(5)V99 COMP-3
001700                                    VALUE 300.00.
