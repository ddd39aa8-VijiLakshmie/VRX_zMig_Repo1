000100******************************************************************
000200* ORGANIZATION CREDIT-EXPOSURE FIELDS.                           *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* AN ORG'S EXPOSURE IS WHAT IT OWES US NOW PLUS WHAT IT WILL OWE *
000700* ONCE THE SEATS ALREADY BOOKED ARE BILLED. RCBT010A WORKS IT    *
000800* OUT THE SAME WAY FOR THE SIGN-UP (ETRB002), THE NIGHTLY HOLD   *
000900* SWEEP (ETROP125) AND THE CREDIT-CONTROL SCREEN (ETRM022):      *
001000*   1. MOVE THE PROGRAM NAME TO CX-PROGRAM-ID AND THE ORG CODE   *
001100*      TO CX-ORG-CODE                                            *
001200*   2. CALL 'RCBT010A' USING CX-RCBT010A-PARM                    *
001300*   3. CX-EXPOSURE-FOUND - THE FIGURES BELOW ARE GOOD;           *
001400*      CX-ORG-MISSING - NO SUCH ORG; CX-EXPOSURE-FAILED - SQL    *
001500*      FAILURE (REASON ON SYSOUT)                                *
001600* A SEAT'S BALANCE IS ITS BILLED FEE (PRICED_FEE, ELSE THE       *
001700* SESSION FEE) LESS AMOUNT_PAID, ON ACTIVE ROWS NOT DRAWN ON A   *
001800* PREPAID CONTRACT - THE ETROP21 AGING MATH. CX-BILLED-BALANCE   *
001900* IS THE PART ALREADY ON AN INVOICE, LESS THE AMOUNT IN OPEN     *
002000* DISPUTE (ETRB023), NEVER BELOW ZERO; CX-UNBILLED-AMOUNT IS THE *
002100* REST. CX-EXPOSURE IS THE TWO TOGETHER. CX-LIMIT-SET 'N' MEANS  *
002200* THE ORG HAS NO CREDIT LIMIT (NULL CREDIT_LIMIT).               *
002300******************************************************************
002400 01 CX-RCBT010A-PARM.
002500    05 CX-PROGRAM-ID                PIC X(08).
002600    05 CX-ORG-CODE                  PIC X(08).
002700    05 CX-ORG-NAME                  PIC X(120).
002800    05 CX-LIMIT-SW                  PIC X(01).
002900       88 CX-LIMIT-SET                        VALUE 'Y'.
003000       88 CX-NO-LIMIT                         VALUE 'N'.
003100    05 CX-CREDIT-LIMIT              PIC S9(9)V99 USAGE COMP-3.
003200    05 CX-CREDIT-HOLD               PIC X(01).
003300       88 CX-NOT-HELD                         VALUE 'N'.
003400       88 CX-ON-HOLD                          VALUE 'Y'.
003500       88 CX-HOLD-RELEASED                    VALUE 'R'.
003600    05 CX-BILLED-BALANCE            PIC S9(9)V99 USAGE COMP-3.
003700    05 CX-DISPUTED-AMOUNT           PIC S9(9)V99 USAGE COMP-3.
003800    05 CX-UNBILLED-AMOUNT           PIC S9(9)V99 USAGE COMP-3.
003900    05 CX-EXPOSURE                  PIC S9(9)V99 USAGE COMP-3.
004000*    SIGN-UPS PARKED 'H' FOR THE ORG, AWAITING FINANCE.
004100    05 CX-PARKED-COUNT              PIC S9(9) USAGE COMP.
004200    05 CX-RETURN-CODE               PIC X(01).
004300       88 CX-EXPOSURE-FOUND                   VALUE '0'.
004400       88 CX-ORG-MISSING                      VALUE '1'.
004500       88 CX-EXPOSURE-FAILED                  VALUE '9'.
