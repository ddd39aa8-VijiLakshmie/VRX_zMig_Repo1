000100******************************************************************
000200* FINANCIAL ADJUSTMENT MAKER-CHECKER FIELDS.                     *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* A REFUND PAYOUT, A WRITE-OFF OVERRIDE OR A MANUAL ORG CREDIT   *
000700* IS RAISED ON DBODEVP.FINANCIAL_APPROVAL (DCLFINAP) AND TAKES   *
000800* EFFECT ONLY ONCE IT IS APPROVED - UNLESS ITS AMOUNT IS WITHIN  *
000900* THE LIMIT FOR ITS TYPE, HELD IN SYSTEM_PARAMETER UNDER PROGRAM *
001000* ID ETRM026 AND READ THROUGH RCBT004A (WHOLE POUNDS):           *
001100*   REFUND-APPR-LIM  - REFUNDS      (COMPILED-IN DEFAULT 250)    *
001200*   WRTOF-APPR-LIM   - WRITE-OFFS   (DEFAULT 0 - EVERY OVERRIDE) *
001300*   CREDIT-APPR-LIM  - ORG CREDITS  (DEFAULT 100)                *
001400* INCLUDE THIS COPYBOOK IN WORKING-STORAGE AND CPFINAP IN THE    *
001500* PROCEDURE DIVISION, THEN:                                      *
001600*   1. SET THE FAQ-ITEM-TYPE 88, MOVE THE AMOUNT TO FAQ-AMOUNT   *
001700*      AND PERFORM GET-APPROVAL-LIMIT-PARA - FAQ-OVER-LIMIT SAYS *
001800*      WHETHER A SECOND PAIR OF EYES IS NEEDED                   *
001900*   2. TO RAISE THE ITEM, ALSO FILL IN ITS KEY (SESSION CATG/ID  *
002000*      AND EMAIL, OR ORG CODE), FAQ-ITEM-REF, THE SIGNED-ON USER *
002100*      (OR 'BATCH') IN FAQ-MAKER-ID AND THE MODULE IN            *
002200*      FAQ-MAKER-MODULE, AND PERFORM RAISE-APPROVAL-PARA. IT IS  *
002300*      RAISED PENDING ('P') WHEN OVER THE LIMIT AND WITHIN-LIMIT *
002400*      ('U') OTHERWISE; FAQ-APPROVAL-NO IS ITS NUMBER            *
002500*   3. WHEN FAQ-NOT-RAISED, BACK OUT - AN ADJUSTMENT THAT NEVER  *
002600*      REACHED THE QUEUE MUST NOT TAKE EFFECT. SQLCODE -803 IN   *
002700*      FAQ-SQLCODE MEANS ANOTHER TERMINAL TOOK THE SAME NUMBER - *
002800*      TRY AGAIN                                                 *
002900******************************************************************
003000 01 FAQ-APPROVAL-FIELDS.
003100    05 FAQ-ITEM-TYPE                PIC X(01) VALUE SPACES.
003200       88 FAQ-REFUND                           VALUE 'R'.
003300       88 FAQ-WRITEOFF                         VALUE 'W'.
003400       88 FAQ-CREDIT                           VALUE 'C'.
003500    05 FAQ-SESSION-CATG             PIC X(02) VALUE SPACES.
003600    05 FAQ-SESSION-ID               PIC S9(9) USAGE COMP VALUE 0.
003700    05 FAQ-EMAIL-ADDR               PIC X(120) VALUE SPACES.
003800    05 FAQ-ORG-CODE                 PIC X(08) VALUE SPACES.
003900    05 FAQ-AMOUNT                   PIC S9(7)V99 USAGE COMP-3
004000                                              VALUE 0.
004100    05 FAQ-ITEM-REF                 PIC X(30) VALUE SPACES.
004200    05 FAQ-MAKER-ID                 PIC X(08) VALUE 'BATCH   '.
004300    05 FAQ-MAKER-MODULE             PIC X(08) VALUE SPACES.
004400    05 FAQ-LIMIT                    PIC S9(9) USAGE COMP VALUE 0.
004500    05 FAQ-LIMIT-SW                 PIC X(01) VALUE 'N'.
004600       88 FAQ-OVER-LIMIT                       VALUE 'Y'.
004700       88 FAQ-WITHIN-LIMIT                     VALUE 'N'.
004800    05 FAQ-APPROVAL-NO              PIC S9(9) USAGE COMP VALUE 0.
004900    05 FAQ-STATUS                   PIC X(01) VALUE SPACES.
005000    05 FAQ-RESULT-SW                PIC X(01) VALUE 'N'.
005100       88 FAQ-RAISED                           VALUE 'Y'.
005200       88 FAQ-NOT-RAISED                       VALUE 'N'.
005300    05 FAQ-SQLCODE                  PIC S9(9) USAGE COMP VALUE 0.
005400*    THE RCBT004A PARM FOR THE LIMIT LOOKUP.
005500    05 FAQ-RCBT004A-PARM.
005600       10 FAQ-SP-PROGRAM-ID         PIC X(08).
005700       10 FAQ-SP-PARM-NAME          PIC X(16).
005800       10 FAQ-SP-PARM-VALUE         PIC S9(9) USAGE COMP.
005900       10 FAQ-SP-RETURN-CODE        PIC X(01).
