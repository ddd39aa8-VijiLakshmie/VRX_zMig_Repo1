000100******************************************************************
000200* REPORT BURST-MARKER FIELDS.                                    *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* A REPORT THAT CAN BE SPLIT FOR DISTRIBUTION (SEE DCLRPTDS AND  *
000700* THE ETROP130 BURSTER) MARKS THE START OF EACH SECTION WITH     *
000800* THE KEY(S) IT BELONGS TO. INCLUDE THIS COPYBOOK IN             *
000900* WORKING-STORAGE AND CPBURST IN THE PROCEDURE DIVISION, THEN:   *
001000*   1. AT START-UP: MOVE THE REPORT'S DD NAME TO BK-REPORT-ID    *
001100*   2. AT EACH SECTION BREAK, BEFORE THE SECTION'S FIRST LINE:   *
001200*      MOVE THE KEY TYPE (88-LEVELS BELOW) TO BK-BURST-TYPE AND  *
001300*      THE KEY TO BK-BURST-KEY, PERFORM BUILD-BURST-MARKER-PARA  *
001400*      AND WRITE THE REPORT RECORD FROM BK-IO-RECORD. A SECTION  *
001500*      FOR SEVERAL KEYS (TWO INSTRUCTORS, SAY) GETS ONE MARKER   *
001600*      PER KEY, BACK TO BACK                                     *
001700*   3. BEFORE GRAND TOTALS OR ANYTHING ELSE NOT BELONGING TO     *
001800*      ONE KEY: ONE MARKER OF TYPE '*' (KEY BLANK) - WHAT        *
001900*      FOLLOWS GOES ONLY TO WHOLE-REPORT RECIPIENTS              *
002000* WHATEVER PRECEDES THE FIRST MARKER (TITLES, COLUMN HEADINGS)   *
002100* TOPS EVERY PACKET. A MARKER IS NOT PAGE CONTENT - DO NOT COUNT *
002200* IT AGAINST THE PAGE. THE BURSTER DROPS IT FROM EVERY PACKET.   *
002300* AN INTERFACE EXTRACT CARRYING CWHDRTRL SECTIONS CANNOT TAKE AN *
002400* EXTRA RECORD (ETROP47 WOULD COUNT IT), SO THERE THE MARKER     *
002500* RIDES IN BYTES 81-120 OF THE SECTION'S HDR RECORD INSTEAD -    *
002600* PAST EVERYTHING THE VERIFIER READS - AND THAT RECORD STAYS IN  *
002700* THE PACKET.                                                    *
002800******************************************************************
002900 01 BK-BURST-FIELDS.
003000    05 BK-REPORT-ID                 PIC X(08) VALUE SPACES.
003100    05 BK-BURST-TYPE                PIC X(01).
003200       88 BK-TYPE-ORG                         VALUE 'O'.
003300       88 BK-TYPE-COORDINATOR                 VALUE 'U'.
003400       88 BK-TYPE-INSTRUCTOR                  VALUE 'I'.
003500       88 BK-TYPE-DEPARTMENT                  VALUE 'D'.
003600       88 BK-TYPE-WHOLE-REPORT                VALUE '*'.
003700    05 BK-BURST-KEY                 PIC X(08).
003800    05 BK-IO-RECORD                 PIC X(40).
003900    05 BK-MARKER-VIEW REDEFINES BK-IO-RECORD.
004000       10 BK-M-TAG                  PIC X(07).
004100          88 BK-M-IS-MARKER                   VALUE '*BURST*'.
004200       10 FILLER                    PIC X(01).
004300       10 BK-M-REPORT-ID            PIC X(08).
004400       10 FILLER                    PIC X(01).
004500       10 BK-M-TYPE                 PIC X(01).
004600       10 FILLER                    PIC X(01).
004700       10 BK-M-KEY                  PIC X(08).
004800       10 FILLER                    PIC X(13).
