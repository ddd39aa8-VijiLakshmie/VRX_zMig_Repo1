000100******************************************************************
000200* GOVERNMENT-FUNDING ELIGIBILITY CHECK FIELDS.                   *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* A SEAT IS GOVERNMENT FUNDED WHEN ITS SESSION CATEGORY HAS A    *
000700* DBODEVP.FUNDING_RULE IN FORCE AT THE SESSION START AND THE     *
000800* LEARNER'S REGISTRANT_ELIGIBILITY ROW MEETS IT. INCLUDE THIS    *
000900* COPYBOOK IN WORKING-STORAGE AND CPFUNDEL IN THE PROCEDURE      *
001000* DIVISION, THEN FOR EACH SEAT:                                  *
001100*   1. MOVE THE SEAT'S CATEGORY TO FND-SESSION-CATG, THE         *
001200*      REGISTRATION'S PERSON_ID TO FND-PERSON-ID, THE SESSION    *
001300*      START DATE TO FND-START-DATE AND THE SEAT FEE TO FND-FEE  *
001400*   2. PERFORM CHECK-FUNDING-PARA                                *
001500*   3. FND-FUNDED: FND-FUNDED-AMOUNT IS WHAT THE FUNDING BODY    *
001600*      (FND-FUNDING-BODY) PAYS, FND-MIN-ATTEND-PCT THE           *
001700*      ATTENDANCE IT DEMANDS. FND-NO-RULE / FND-NOT-ELIGIBLE:    *
001800*      NOT FUNDED, FND-REASON SAYS WHY. FND-FAILED: SQL ERROR,   *
001900*      SQLCODE AS RETURNED.                                      *
002000* THE LEARNER'S ELIGIBILITY ATTRIBUTES COME BACK IN THE FND-     *
002100* FIELDS FOR THE CLAIM FILE.                                     *
002200******************************************************************
002300 01 FND-CHECK-FIELDS.
002400    05 FND-SESSION-CATG             PIC X(02).
002500    05 FND-PERSON-ID                PIC S9(9) USAGE COMP.
002600    05 FND-START-DATE               PIC X(10).
002700    05 FND-FEE                      PIC S9(7)V99 USAGE COMP-3.
002800    05 FND-FUNDING-BODY             PIC X(08).
002900    05 FND-RULE-RESIDENCY-CD        PIC X(02).
003000       88 FND-ANY-RESIDENCY                  VALUE '**'.
003100    05 FND-MIN-AGE                  PIC S9(4) USAGE COMP.
003200    05 FND-MAX-AGE                  PIC S9(4) USAGE COMP.
003300    05 FND-MAX-EMPLOYER-SIZE        PIC S9(9) USAGE COMP.
003400    05 FND-FUNDED-PCT               PIC S9(4) USAGE COMP.
003500    05 FND-FUNDED-CAP               PIC S9(7)V99 USAGE COMP-3.
003600    05 FND-MIN-ATTEND-PCT           PIC S9(4) USAGE COMP.
003700    05 FND-RESIDENCY-CD             PIC X(02).
003800    05 FND-BIRTH-DATE               PIC X(10).
003900    05 FND-AGE                      PIC S9(4) USAGE COMP.
004000    05 FND-EMPLOYER-SIZE            PIC S9(9) USAGE COMP.
004100    05 FND-EVIDENCE-REF             PIC X(30).
004200    05 FND-EVIDENCE-REF-V.
004300       49 FND-EVIDENCE-REF-LEN      PIC S9(4) USAGE COMP.
004400       49 FND-EVIDENCE-REF-TEXT     PIC X(30).
004500    05 FND-EVIDENCE-REF-IND         PIC S9(4) USAGE COMP.
004600    05 FND-FUNDED-AMOUNT            PIC S9(7)V99 USAGE COMP-3.
004700    05 FND-REASON                   PIC X(20).
004800    05 FND-RETURN-CODE              PIC X(01).
004900       88 FND-FUNDED                         VALUE '0'.
005000       88 FND-NO-RULE                        VALUE 'R'.
005100       88 FND-NOT-ELIGIBLE                   VALUE 'E'.
005200       88 FND-FAILED                         VALUE '9'.
