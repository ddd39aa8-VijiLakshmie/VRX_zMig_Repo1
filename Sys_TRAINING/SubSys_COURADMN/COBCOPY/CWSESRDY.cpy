000100******************************************************************
000200* SESSION READINESS CHECKLIST FIELDS.                            *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* SESSIONS KEPT STARTING WITH NO ROOM, NO INSTRUCTOR OR NO       *
000700* SCHEDULE BECAUSE EACH PIECE LIVES IN A DIFFERENT TABLE.        *
000800* RCBT011A CHECKS THEM ALL TOGETHER THE SAME WAY FOR THE NIGHTLY *
000900* READINESS RUN (ETROP127) AND THE ONE-SESSION VIEW (ETRM023):   *
001000*   1. MOVE THE PROGRAM NAME TO RD-PROGRAM-ID AND THE SESSION    *
001100*      KEY TO RD-SESSION-CATG / RD-SESSION-ID                    *
001200*   2. CALL 'RCBT011A' USING RD-RCBT011A-PARM                    *
001300*   3. RD-CHECKED - THE CHECKLIST BELOW IS GOOD; RD-NO-SESSION - *
001400*      NO SUCH SESSION; RD-CHECK-FAILED - SQL FAILURE (REASON ON *
001500*      SYSOUT)                                                   *
001600* EVERY LINE OF RD-CHECK CARRIES A RAG STATUS - 'G' READY, 'A'   *
001700* NEEDS CHASING, 'R' THE SESSION CANNOT RUN AS IT STANDS - AND A *
001800* ONE-LINE REASON. THE LINES ARE ALWAYS IN THIS ORDER:           *
001900*   1 INSTRUCTOR  - PRIMARY ASSIGNED, QUALIFIED, STILL EMPLOYED  *
002000*   2 ROOM/LINK   - VENUE BOOKED (CLASSROOM), MEETING_LINK SET   *
002100*                   (VIRTUAL), BOTH (HYBRID)                     *
002200*   3 SCHEDULE    - SESSION_SCHEDULE ROWS COVER THE DURATION     *
002300*   4 ENROLMENT   - ACTIVE HEADCOUNT AGAINST MIN_ENROLLMENT      *
002400*                   (UNDER HALF IS RED, THE ETROP48 RULE)        *
002500*   5 JOINING     - ETROP11 JOINING INSTRUCTIONS LOGGED FOR      *
002600*                   EVERY ACTIVE DELEGATE NOT OPTED OUT          *
002700*   6 PACK        - ETROP72 INSTRUCTOR PACK PRINTED              *
002800*   7 MATERIALS   - EVERY COURSE_MATERIAL ITEM PICKED (ETROP90)  *
002900* RD-OVERALL-RAG IS THE WORST LINE.                              *
003000******************************************************************
003100 01 RD-RCBT011A-PARM.
003200    05 RD-PROGRAM-ID                PIC X(08).
003300    05 RD-SESSION-CATG              PIC X(02).
003400    05 RD-SESSION-ID                PIC S9(9) USAGE COMP.
003500    05 RD-COURSE-TITLE              PIC X(60).
003600    05 RD-START-DATE                PIC X(10).
003700    05 RD-SESSION-STATUS            PIC X(01).
003800    05 RD-DELIVERY-MODE             PIC X(01).
003900    05 RD-COORDINATOR               PIC X(08).
004000    05 RD-ACTIVE-COUNT              PIC S9(9) USAGE COMP.
004100    05 RD-OVERALL-RAG               PIC X(01).
004200       88 RD-GREEN                            VALUE 'G'.
004300       88 RD-AMBER                            VALUE 'A'.
004400       88 RD-RED                              VALUE 'R'.
004500    05 RD-RED-COUNT                 PIC S9(4) USAGE COMP.
004600    05 RD-AMBER-COUNT               PIC S9(4) USAGE COMP.
004700    05 RD-CHECK OCCURS 7 TIMES.
004800       10 RD-CHECK-NAME             PIC X(12).
004900       10 RD-CHECK-RAG              PIC X(01).
005000       10 RD-CHECK-TEXT             PIC X(40).
005100    05 RD-RETURN-CODE               PIC X(01).
005200       88 RD-CHECKED                          VALUE '0'.
005300       88 RD-NO-SESSION                       VALUE '1'.
005400       88 RD-CHECK-FAILED                     VALUE '9'.
