000100******************************************************************
000200* REVENUE-RECOGNITION SCHEDULE FIELDS.                           *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* EVERY PATH THAT MOVES A SESSION'S DATES OR MEETINGS, OR TAKES  *
000700* AN ACTIVE SEAT OFF IT, RE-SPREADS THE SESSION'S PENDING        *
000800* REVENUE SLICES (DCLREVSC) IN THE SAME UNIT OF WORK. INCLUDE    *
000900* THIS COPYBOOK IN WORKING-STORAGE AND CPREVSCH IN THE           *
001000* PROCEDURE DIVISION, THEN AFTER THE SUCCESSFUL CHANGE:          *
001100*   1. MOVE THE SESSION KEY TO RSC-SESSION-CATG/RSC-SESSION-ID   *
001200*   2. PERFORM REBUILD-REV-SCHEDULE-PARA                         *
001300*   3. RSC-RETURN-CODE SAYS WHAT HAPPENED; RSC-REBUILT-COUNT     *
001400*      RUNS FOR THE TOTALS                                       *
001500* THE WHOLE SESSION IS RE-SPREAD FROM THE ROWS AS THEY STAND     *
001600* AFTER THE CHANGE, SO A CANCELLED SEAT OR SESSION LOSES ITS     *
001700* PENDING SLICES AND A MOVED MEETING TAKES ITS SLICES WITH IT.   *
001800******************************************************************
001900 01 RSC-SCHEDULE-FIELDS.
002000    05 RSC-SESSION-CATG             PIC X(02).
002100    05 RSC-SESSION-ID               PIC S9(9) USAGE COMP.
002200    05 RSC-REBUILT-COUNT            PIC S9(9) USAGE COMP
002300                                    VALUE 0.
002400    05 RSC-RETURN-CODE              PIC X(01).
002500       88 RSC-SPREAD                         VALUE '0'.
002600       88 RSC-FAILED                         VALUE '9'.
