           10 WS-SESSION-CATG         PIC X(2).
           10 WS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 WS-IDENT-EMAIL-ADDR     PIC X(120).
      *    SET BY CHECK-UNCHANGED-PARA - WHETHER THE ROW WAS THERE TO
      *    READ, AND WHETHER IT HAS BEEN CHANGED SINCE THE CALLER
      *    SHOWED IT.
       01  WS-ROW-READ-SW             PIC X(1).
           88 WS-ROW-READ                       VALUE 'Y'.
       01  WS-ROW-CHANGED-SW          PIC X(1).
           88 WS-ROW-CHANGED                    VALUE 'Y'.
      *    RCBT003A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
      *    EMAIL-ADDRESS VALIDATION ROUTINE WHEN A REPLACEMENT EMAIL
      *    IS KEYED - A BAD ADDRESS IS BOUNCED BEFORE THE UPDATE.
           EXEC SQL
                INCLUDE CWRGAUD
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-MAINTAIN-CONTACT-PARM IDENTIFIES THE REGISTRATION WHOSE
      *    CONTACT DETAILS NEED CORRECTING. LS-IDENT-EMAIL-ADDR IS THE
              88 LS-MAINTAIN-OK                  VALUE '0'.
              88 LS-MAINTAIN-NOT-FOUND           VALUE 'N'.
              88 LS-MAINTAIN-BAD-EMAIL           VALUE 'E'.
      *    'C' REFUSES BECAUSE THE ROW HAS CHANGED SINCE THE CALLER
      *    READ IT - SEE LS-SEEN-DTS. NOTHING IS UPDATED.
              88 LS-MAINTAIN-CHANGED             VALUE 'C'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-MAINTAIN-QUIESCED            VALUE 'Q'.
      *    LS-AUTH-USR-ID IS THE SIGNED-ON USER THE CALLER VOUCHES
      *    FOR, RECORDED ON THE AUDIT ROW - A BLANK ONE (LEGACY
      *    CALLERS) IS RECORDED AS 'BATCH'. APPENDED SO EXISTING
      *    SAME ONLY-CHANGED-FIELDS RULE AS THE CONTACT FIELDS);
      *    A SINGLE '-' CLEARS THEM TO NULL.
           10 LS-SPECIAL-REQS         PIC X(120).
      *    LS-SEEN-DTS IS THE ROW'S DTS AS THE CALLER LAST SHOWED IT TO
      *    THE CLERK. IF THE ROW HAS BEEN STAMPED SINCE, SOMEBODY ELSE
      *    HAS CHANGED IT AND THE UPDATE IS REFUSED 'C' RATHER THAN
      *    OVERWRITING THEIR CHANGE. BLANK CHECKS NOTHING.
           10 LS-SEEN-DTS             PIC X(26).
       PROCEDURE DIVISION USING LS-MAINTAIN-CONTACT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-MAINTAIN-QUIESCED TO TRUE
               DISPLAY ' CONTACT UPDATE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG       TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID         TO WS-SESSION-ID.
           MOVE LS-IDENT-EMAIL-ADDR   TO WS-IDENT-EMAIL-ADDR.
           IF LS-MAINTAIN-BAD-EMAIL
               DISPLAY ' CONTACT NOT UPDATED - INVALID NEW EMAIL '
           ELSE
               PERFORM CHECK-UNCHANGED-PARA
               IF WS-ROW-CHANGED
                   SET LS-MAINTAIN-CHANGED TO TRUE
                   DISPLAY ' CONTACT NOT UPDATED - ROW CHANGED SINCE '
                           'IT WAS READ '
               ELSE
                   PERFORM WRITE-CONTACT-AUDIT-PARA
                   PERFORM MAINTAIN-CONTACT-PARA
               END-IF
           END-IF.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      * MAINTAIN-CONTACT-PARA updates only the contact fields staff
      * supplied a non-blank value for, leaving the rest of the row
      * (including REG-STATUS and the cancellation fields) untouched.
      * It stamps DTS, so a screen still showing the old values is
      * refused rather than writing over the correction.
      * EDIT-NEW-EMAIL-PARA hands a keyed replacement email address to
      * the shared RCBT003A shape-validation routine. A blank
      * LS-EMAIL-ADDR means "leave the email unchanged" and is not
               MOVE 0                 TO AUD-NEW-PHONE-NUMBER-IND
           END-IF.
           PERFORM WRITE-REG-AUDIT-PARA.
      *
      * CHECK-UNCHANGED-PARA reads the row's DTS as it stands now. A
      * caller that passed the DTS it showed the clerk is refused when
      * the two differ. The DTS read here also guards the update
      * below, so a change landing between this read and the update
      * is refused the same way.
       CHECK-UNCHANGED-PARA.
           MOVE 'N'                   TO WS-ROW-READ-SW.
           MOVE 'N'                   TO WS-ROW-CHANGED-SW.
           EXEC SQL
             SELECT DTS
               INTO :DCLREGISTRATION.DTS
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-IDENT-EMAIL-ADDR
           END-EXEC.
           IF SQLCODE = 0
               SET WS-ROW-READ        TO TRUE
               IF LS-SEEN-DTS NOT = SPACES
                  AND LS-SEEN-DTS NOT = DTS OF DCLREGISTRATION
                   SET WS-ROW-CHANGED TO TRUE
               END-IF
           END-IF.
      *
       MAINTAIN-CONTACT-PARA.
           EXEC SQL
                                THEN SPECIAL_REQS
                           WHEN :REG-SPECIAL-REQS = '-'
                                THEN NULL
                           ELSE :REG-SPECIAL-REQS END,
                    DTS          = CURRENT TIMESTAMP
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-IDENT-EMAIL-ADDR
                AND DTS          = :DCLREGISTRATION.DTS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
                   PERFORM THREAD-PERSON-PARA
               END-IF
             WHEN 100
               IF WS-ROW-READ
                   SET LS-MAINTAIN-CHANGED TO TRUE
                   DISPLAY ' CONTACT NOT UPDATED - ROW CHANGED SINCE '
                           'IT WAS READ '
               ELSE
                   SET LS-MAINTAIN-NOT-FOUND TO TRUE
                   DISPLAY ' REGISTRATION NOT FOUND '
               END-IF
             WHEN OTHER
               SET LS-MAINTAIN-NOT-FOUND TO TRUE
               DISPLAY ' CONTACT MAINTENANCE FAILED '
           EXEC SQL
             INCLUDE CPRGAUD
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
