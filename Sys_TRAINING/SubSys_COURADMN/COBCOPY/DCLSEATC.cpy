                                             WITH DEFAULT 0,
             CONTRACT_STATUS                CHAR(1) NOT NULL
                                             WITH DEFAULT 'A',
             DTS                            TIMESTAMP NOT NULL,
             GROUP_DRAWDOWN                 CHAR(1) NOT NULL
                                             WITH DEFAULT 'N'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.SEAT_CONTRACT              *
      * REGISTRATION AT ZERO AND STAMPS CONTRACT_ID ON THE ROW.       *
      * ETROP59 PRINTS THE MONTHLY DRAWDOWN STATEMENT PER CONTRACT.   *
      * CONTRACT_STATUS: 'A' OPEN, 'C' CLOSED.                        *
      * GROUP_DRAWDOWN 'Y' LETS ANY ORG IN THE OWNER'S CLIENT GROUP   *
      * (DCLORGMS PARENT_ORG_CODE - THE PARENT AND ALL ITS            *
      * SUBSIDIARIES) DRAW ON IT; 'N' KEEPS IT TO THE OWNER.          *
      * A SIGN-UP USES ITS OWN ORG'S CONTRACT BEFORE A GROUP ONE, AND *
      * THE REGISTRATION STILL CARRIES ITS OWN ORG_CODE.              *
      ******************************************************************
       01  DCLSEAT-CONTRACT.
           10 SCT-ORG-CODE         PIC X(8).
              88 SCT-STATUS-OPEN             VALUE 'A'.
              88 SCT-STATUS-CLOSED           VALUE 'C'.
           10 SCT-DTS              PIC X(26).
           10 SCT-GROUP-DRAWDOWN   PIC X(1).
              88 SCT-GROUP-MAY-DRAW          VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
