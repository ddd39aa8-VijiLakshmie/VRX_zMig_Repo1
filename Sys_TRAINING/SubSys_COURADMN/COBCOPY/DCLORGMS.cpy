             LANG_PREF                      CHAR(2) NOT NULL
                                             WITH DEFAULT 'EN',
             NOSHOW_CHARGE                  CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             CREDIT_LIMIT                   DECIMAL(11,2),
             CREDIT_HOLD                    CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             PARENT_ORG_CODE                CHAR(8),
             GROUP_BILLING                  CHAR(1) NOT NULL
                                             WITH DEFAULT 'E'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.ORGANIZATION               *
      * SIGN-UP'S REGISTRATION.LANG_PREF TAKES WHEN THE REGISTRANT   *
      * DID NOT STATE THEIR OWN. THE MERGE WRITERS CARRY IT AS THE   *
      * TEMPLATE/LANGUAGE CODE THE MAILING SYSTEM SELECTS ON.        *
      *                                                                 *
      * CREDIT_LIMIT IS THE MOST THE ORG MAY OWE US - OPEN INVOICED   *
      * BALANCE (LESS AMOUNTS IN OPEN DISPUTE) PLUS PRICED SEATS NOT  *
      * YET BILLED, AS RCBT010A COMPUTES IT. NULL = NO LIMIT.         *
      * CREDIT_HOLD STOPS NEW BOOKINGS: 'Y' ON HOLD (SET BY THE       *
      * ETROP125 NIGHTLY AGING SWEEP), 'R' RELEASED BY FINANCE        *
      * THROUGH ETRB034 (ETROP125 LEAVES IT ALONE UNTIL THE AGED DEBT *
      * CLEARS), 'N' NONE. ETRB002 PARKS ('H') OR REFUSES A SIGN-UP   *
      * FROM AN ORG ON HOLD OR ONE THAT WOULD GO OVER ITS LIMIT.      *
      * EVERY CHANGE IS LOGGED IN CREDIT_HOLD_LOG (DCLCRHLG).         *
      *                                                                 *
      * PARENT_ORG_CODE MAKES THE ORG A SUBSIDIARY OF ANOTHER ORG -   *
      * A SEPARATE LEGAL ENTITY IN A CLIENT GROUP, NOT A DUPLICATE    *
      * (THOSE ETROP38 MERGES). NULL = NOT A SUBSIDIARY. GROUPS ARE   *
      * ONE LEVEL DEEP - A PARENT HAS NO PARENT OF ITS OWN; ETRB019   *
      * REFUSES ANYTHING DEEPER. GROUP_BILLING SAYS WHO A SUBSIDIARY  *
      * IS INVOICED AS: 'E' EACH ENTITY GETS ITS OWN ETROP20 INVOICE, *
      * 'P' ITS CHARGES GO ON THE PARENT'S CONSOLIDATED INVOICE WITH  *
      * A SUBTOTAL PER ENTITY. ETROP46 AND ETROP82 ROLL EVERY GROUP   *
      * UP UNDER THE PARENT WHATEVER THE BILLING OPTION, AND A SEAT   *
      * CONTRACT FLAGGED GROUP_DRAWDOWN (DCLSEATC) SERVES THE GROUP.  *
      ******************************************************************
       01  DCLORGANIZATION.
           10 ORG-ORG-CODE         PIC X(8).
      *    SEATS THAT NEVER SHOWED (SEE ETROP84 AND NO_SHOW_SW ON
      *    THE REGISTRATION).
           10 ORG-NOSHOW-CHARGE   PIC X(1).
           10 ORG-CREDIT-LIMIT    PIC S9(9)V99 USAGE COMP-3.
           10 ORG-CREDIT-HOLD     PIC X(1).
              88 ORG-CREDIT-NOT-HELD         VALUE 'N'.
              88 ORG-CREDIT-ON-HOLD          VALUE 'Y'.
              88 ORG-CREDIT-RELEASED         VALUE 'R'.
           10 ORG-PARENT-ORG-CODE PIC X(8).
           10 ORG-GROUP-BILLING   PIC X(1).
              88 ORG-BILL-EACH-ENTITY        VALUE 'E'.
              88 ORG-BILL-TO-PARENT          VALUE 'P'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
