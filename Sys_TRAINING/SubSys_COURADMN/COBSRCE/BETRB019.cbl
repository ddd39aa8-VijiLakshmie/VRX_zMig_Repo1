      *    ADDRESS. ADD REGISTERS AN ORG, UPDATE CHANGES ITS DETAILS,
      *    REMOVE DELETES IT - REFUSED WHILE ANY REGISTRATION STILL
      *    CARRIES THE CODE, OR SIGN-UPS WOULD POINT AT NOTHING.
      *    FINANCE SETS THE ORG'S CREDIT LIMIT HERE TOO; THE CREDIT
      *    HOLD ITSELF IS OWNED BY ETROP125 AND ETRB034, NOT THIS
      *    MAINTENANCE - A NEW ORG STARTS OFF HOLD.
      *    AN ORG MAY BE MADE A SUBSIDIARY OF A PARENT ORG IN A
      *    CLIENT GROUP, INVOICED ON ITS OWN OR THROUGH THE PARENT.
      *    GROUPS ARE ONE LEVEL DEEP, SO A PARENT CANNOT ITSELF HAVE
      *    A PARENT AND AN ORG WITH SUBSIDIARIES CANNOT BE GIVEN ONE.
       PROGRAM-ID. ETRB019.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *      RDz Endevor Integration for PoC project"
       01  WS-SQLCODE PIC +(11).
       01  WS-IN-USE-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CREDIT-LIMIT-IND        PIC S9(4) USAGE COMP VALUE -1.
       01  WS-PARENT-IND              PIC S9(4) USAGE COMP VALUE -1.
       01  WS-PARENT-OF-PARENT        PIC X(8).
       01  WS-PARENT-OF-PARENT-IND    PIC S9(4) USAGE COMP.
       01  WS-SUBSIDIARY-COUNT        PIC S9(9) USAGE COMP VALUE 0.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLORGMS
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-ORG-MAINT-PARM CARRIES ONE ORGANIZATION AND THE
      *    FUNCTION TO APPLY. LS-RETURN-CODE COMES BACK '0' WHEN THE
      *    ROW WAS ADDED/CHANGED/REMOVED, 'Z' ON A BLANK CANONICAL
      *    NAME OR A NEGATIVE CREDIT LIMIT, 'D' WHEN AN ADD FINDS
      *    THE CODE ALREADY REGISTERED, 'N' WHEN AN UPDATE/REMOVE
      *    MATCHED NO ROW, 'B' WHEN A REMOVE FINDS REGISTRATIONS
      *    STILL CARRYING THE CODE OR SUBSIDIARIES STILL POINTING AT
      *    IT, 'G' WHEN THE PARENT ORG IS UNKNOWN OR THE GROUP WOULD
      *    GO MORE THAN ONE LEVEL DEEP, AND '9' ON ANY OTHER SQL
      *    FAILURE.
       01  LS-ORG-MAINT-PARM.
           10 LS-FUNCTION             PIC X(1).
              88 LS-FUNCTION-ADD                VALUE 'A'.
              88 LS-ORG-DUPLICATE               VALUE 'D'.
              88 LS-ORG-NOT-FOUND               VALUE 'N'.
              88 LS-ORG-IN-USE                  VALUE 'B'.
              88 LS-ORG-BAD-GROUP               VALUE 'G'.
              88 LS-ORG-FAILED                  VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-ORG-QUIESCED                VALUE 'Q'.
      *    THE CURRENCY THE ORG IS INVOICED IN (ETROP20 CONVERTS AT A
      *    DATED RATE THROUGH RCBT005A). BLANK DEFAULTS TO THE BASE,
      *    'GBP', SO LEGACY CALLERS KEEP BILLING DOMESTIC.
      *    LS-NOSHOW-CHARGE 'Y' RECORDS THAT THE ORG'S CONTRACT TERMS
      *    ALLOW NO-SHOW CHARGES; ANYTHING ELSE STORES 'N'.
           10 LS-NOSHOW-CHARGE       PIC X(1).
      *    LS-CREDIT-LIMIT-SW 'Y' SETS THE ORG'S CREDIT LIMIT TO
      *    LS-CREDIT-LIMIT (ZERO OR MORE - A NEGATIVE LIMIT BOUNCES
      *    'Z'); ANYTHING ELSE STORES NULL, NO LIMIT. APPENDED SO
      *    OLDER CALLERS' OFFSETS HOLD.
           10 LS-CREDIT-LIMIT-SW     PIC X(1).
              88 LS-CREDIT-LIMIT-SET            VALUE 'Y'.
           10 LS-CREDIT-LIMIT        PIC S9(9)V99 USAGE COMP-3.
      *    LS-PARENT-ORG-CODE MAKES THE ORG A SUBSIDIARY OF THAT ORG
      *    (SPACES = NONE). LS-GROUP-BILLING 'P' PUTS A SUBSIDIARY'S
      *    CHARGES ON THE PARENT'S CONSOLIDATED INVOICE; ANYTHING
      *    ELSE, OR NO PARENT, STORES 'E' - INVOICED ON ITS OWN.
      *    APPENDED SO OLDER CALLERS' OFFSETS HOLD.
           10 LS-PARENT-ORG-CODE     PIC X(8).
           10 LS-GROUP-BILLING       PIC X(1).
       PROCEDURE DIVISION USING LS-ORG-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-ORG-OK              TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-ORG-QUIESCED TO TRUE
               DISPLAY ' ORG REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
      *    A MISKEYED FUNCTION CODE MUST NEVER FALL THROUGH INTO THE
      *    DELETE PATH.
           EVALUATE TRUE
             WHEN LS-FUNCTION-ADD
               PERFORM EDIT-NAME-PARA
               IF LS-ORG-OK
                   PERFORM EDIT-GROUP-PARA
               END-IF
               IF LS-ORG-OK
                   PERFORM ADD-ORG-PARA
               END-IF
             WHEN LS-FUNCTION-UPDATE
               PERFORM EDIT-NAME-PARA
               IF LS-ORG-OK
                   PERFORM EDIT-GROUP-PARA
               END-IF
               IF LS-ORG-OK
                   PERFORM UPDATE-ORG-PARA
               END-IF
             WHEN LS-FUNCTION-REMOVE
               PERFORM CHECK-IN-USE-PARA
               IF LS-ORG-OK
                   PERFORM CHECK-SUBSIDIARIES-PARA
               END-IF
               IF LS-ORG-OK
                   PERFORM REMOVE-ORG-PARA
               END-IF
               SET LS-ORG-BAD-NAME TO TRUE
               DISPLAY ' ORG NOT APPLIED - CANONICAL NAME REQUIRED '
           END-IF.
           IF LS-CREDIT-LIMIT-SET AND LS-CREDIT-LIMIT < 0
               SET LS-ORG-BAD-NAME TO TRUE
               DISPLAY ' ORG NOT APPLIED - CREDIT LIMIT NEGATIVE '
           END-IF.
      *
      * EDIT-GROUP-PARA keeps client groups one level deep: the parent
      * must be on the master, must not be the org itself and must
      * not be a subsidiary in turn, and an org that already has
      * subsidiaries cannot be given a parent. No parent, nothing to
      * check.
       EDIT-GROUP-PARA.
           IF LS-PARENT-ORG-CODE = SPACES
               CONTINUE
           ELSE
               IF LS-PARENT-ORG-CODE = LS-ORG-CODE
                   SET LS-ORG-BAD-GROUP TO TRUE
                   DISPLAY ' ORG NOT APPLIED - ORG CANNOT BE ITS OWN '
                           'PARENT '
               ELSE
                   PERFORM CHECK-PARENT-PARA
               END-IF
               IF LS-ORG-OK
                   PERFORM CHECK-SUBSIDIARIES-PARA
                   IF LS-ORG-IN-USE
                       SET LS-ORG-BAD-GROUP TO TRUE
                       DISPLAY ' ORG NOT APPLIED - ORG IS ITSELF A '
                               'PARENT '
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-PARENT-PARA.
           EXEC SQL
             SELECT PARENT_ORG_CODE
               INTO :WS-PARENT-OF-PARENT :WS-PARENT-OF-PARENT-IND
               FROM DBODEVP.ORGANIZATION
              WHERE ORG_CODE = :LS-PARENT-ORG-CODE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               IF WS-PARENT-OF-PARENT-IND >= 0
                   SET LS-ORG-BAD-GROUP TO TRUE
                   DISPLAY ' ORG NOT APPLIED - PARENT IS ITSELF A '
                           'SUBSIDIARY : ' LS-PARENT-ORG-CODE
               END-IF
             WHEN 100
               SET LS-ORG-BAD-GROUP TO TRUE
               DISPLAY ' ORG NOT APPLIED - UNKNOWN PARENT : '
                       LS-PARENT-ORG-CODE
             WHEN OTHER
               SET LS-ORG-FAILED TO TRUE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY ' PARENT LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      * CHECK-SUBSIDIARIES-PARA fails closed like CHECK-IN-USE-PARA -
      * a removed parent would leave its subsidiaries pointing at
      * nothing.
       CHECK-SUBSIDIARIES-PARA.
           MOVE 0                     TO WS-SUBSIDIARY-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-SUBSIDIARY-COUNT
               FROM DBODEVP.ORGANIZATION
              WHERE PARENT_ORG_CODE = :LS-ORG-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-ORG-FAILED TO TRUE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY ' SUBSIDIARY CHECK FAILED - ORG KEPT '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-SUBSIDIARY-COUNT > 0
                   SET LS-ORG-IN-USE TO TRUE
                   DISPLAY ' ORG IS PARENT OF '
                       WS-SUBSIDIARY-COUNT ' SUBSIDIARY ORG(S)'
               END-IF
           END-IF.
      *
       ADD-ORG-PARA.
           MOVE LS-ORG-CODE           TO ORG-ORG-CODE.
                    ( ORG_CODE, ORG_NAME, BILLING_CONTACT,
                      BILLING_ADDRESS, DTS, BILLING_CURRENCY,
                      PO_REQUIRED, PO_REFERENCE, LANG_PREF,
                      NOSHOW_CHARGE, CREDIT_LIMIT, CREDIT_HOLD,
                      PARENT_ORG_CODE, GROUP_BILLING )
             VALUES ( :ORG-ORG-CODE, :ORG-ORG-NAME,
                      :ORG-BILLING-CONTACT, :ORG-BILLING-ADDRESS,
                      CURRENT TIMESTAMP, :ORG-BILLING-CURRENCY,
                      :ORG-PO-REQUIRED, :ORG-PO-REFERENCE,
                      :ORG-LANG-PREF, :ORG-NOSHOW-CHARGE,
                      :ORG-CREDIT-LIMIT :WS-CREDIT-LIMIT-IND, 'N',
                      :ORG-PARENT-ORG-CODE :WS-PARENT-IND,
                      :ORG-GROUP-BILLING )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
           ELSE
               MOVE 'N'               TO ORG-NOSHOW-CHARGE
           END-IF.
           IF LS-CREDIT-LIMIT-SET
               MOVE LS-CREDIT-LIMIT   TO ORG-CREDIT-LIMIT
               MOVE 0                 TO WS-CREDIT-LIMIT-IND
           ELSE
               MOVE 0                 TO ORG-CREDIT-LIMIT
               MOVE -1                TO WS-CREDIT-LIMIT-IND
           END-IF.
           IF LS-PARENT-ORG-CODE = SPACES
               MOVE SPACES            TO ORG-PARENT-ORG-CODE
               MOVE -1                TO WS-PARENT-IND
               MOVE 'E'               TO ORG-GROUP-BILLING
           ELSE
               MOVE LS-PARENT-ORG-CODE TO ORG-PARENT-ORG-CODE
               MOVE 0                 TO WS-PARENT-IND
               IF LS-GROUP-BILLING = 'P'
                   MOVE 'P'           TO ORG-GROUP-BILLING
               ELSE
                   MOVE 'E'           TO ORG-GROUP-BILLING
               END-IF
           END-IF.
      *
       UPDATE-ORG-PARA.
           PERFORM MOVE-ORG-FIELDS-PARA.
                    PO_REQUIRED     = :ORG-PO-REQUIRED,
                    PO_REFERENCE    = :ORG-PO-REFERENCE,
                    LANG_PREF       = :ORG-LANG-PREF,
                    NOSHOW_CHARGE   = :ORG-NOSHOW-CHARGE,
                    CREDIT_LIMIT    =
                        :ORG-CREDIT-LIMIT :WS-CREDIT-LIMIT-IND,
                    PARENT_ORG_CODE =
                        :ORG-PARENT-ORG-CODE :WS-PARENT-IND,
                    GROUP_BILLING   = :ORG-GROUP-BILLING
              WHERE ORG_CODE        = :ORG-ORG-CODE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
