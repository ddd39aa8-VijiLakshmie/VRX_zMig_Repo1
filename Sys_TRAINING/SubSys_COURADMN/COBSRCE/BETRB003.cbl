       01  WS-CANCEL-REASON-CD        PIC X(3).
       01  WS-CANCEL-REASON-CD-IND    PIC S9(4) USAGE COMP.
       01  WS-CRC-COUNT               PIC S9(9) USAGE COMP.
      *    SET BY CHECK-UNCHANGED-PARA - WHETHER THE ROW WAS THERE TO
      *    READ, AND WHETHER IT HAS BEEN CHANGED SINCE THE CALLER
      *    SHOWED IT. WS-DTS/WS-REG-STATUS HOLD WHAT WAS READ.
       01  WS-ROW-READ-SW             PIC X(1).
           88 WS-ROW-READ                       VALUE 'Y'.
       01  WS-ROW-CHANGED-SW          PIC X(1).
           88 WS-ROW-CHANGED                    VALUE 'Y'.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
           EXEC SQL
                INCLUDE CWLMSEV
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD - SEE CWREVSCH. THE
      *    CANCELLED SEAT'S PENDING SLICES GO IN THE SAME UNIT OF WORK.
           EXEC SQL
                INCLUDE CWREVSCH
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-CANCEL-PARM IDENTIFIES THE REGISTRATION TO CANCEL AND
      *    CARRIES THE REASON TO STAMP ON CANCEL-DATE/CANCEL-REASON.
              88 LS-CANCEL-ATTEMPTED            VALUE '0'.
              88 LS-CANCEL-UNAUTHORIZED         VALUE 'X'.
              88 LS-CANCEL-BAD-REASON-CD        VALUE 'R'.
      *    'C' REFUSES BECAUSE THE ROW HAS CHANGED SINCE THE CALLER
      *    READ IT - SEE LS-SEEN-DTS. NOTHING IS CANCELLED.
              88 LS-CANCEL-CHANGED              VALUE 'C'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-CANCEL-QUIESCED             VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
      *    LS-CANCEL-REASON-CD IS THE CODED REASON FROM THE
      *    CANCEL_REASON_CODE REFERENCE TABLE, CAPTURED ALONGSIDE THE
      *    ALLOWED (LEGACY CALLERS) AND STORES NULL; AN UNKNOWN CODE
      *    BOUNCES 'R' WITH NOTHING CANCELLED.
           10 LS-CANCEL-REASON-CD     PIC X(3).
      *    LS-SEEN-DTS IS THE ROW'S DTS AS THE CALLER LAST SHOWED IT TO
      *    THE CLERK. IF THE ROW HAS BEEN STAMPED SINCE, SOMEBODY ELSE
      *    HAS CHANGED IT AND THE CANCEL IS REFUSED 'C' - THE CLERK
      *    DECIDED ON VALUES THAT ARE NO LONGER THERE. BLANK CHECKS
      *    NOTHING.
           10 LS-SEEN-DTS             PIC X(26).
       PROCEDURE DIVISION USING LS-CANCEL-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-CANCEL-QUIESCED TO TRUE
               DISPLAY ' CANCEL REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB003'            TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID       TO AUT-USR-ID.
           MOVE 'CANCLREG'           TO AUT-FUNCTION.
           MOVE LENGTH OF LS-EMAIL-ADDR TO WS-EMAIL-ADDR-LEN.
           MOVE LS-CANCEL-REASON     TO WS-CANCEL-REASON-TEXT.
           MOVE LENGTH OF LS-CANCEL-REASON TO WS-CANCEL-REASON-LEN.
           PERFORM CHECK-UNCHANGED-PARA.
           IF WS-ROW-CHANGED
               SET LS-CANCEL-CHANGED TO TRUE
               DISPLAY ' CANCEL REFUSED - ROW CHANGED SINCE IT WAS '
                       'READ '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           PERFORM WRITE-CANCEL-AUDIT-PARA.
           PERFORM CANCEL-REGISTRATION-PARA.
           DISPLAY 'PROGRAM ENDED'.
                   SET LS-CANCEL-BAD-REASON-CD TO TRUE
               END-IF
           END-IF.
      *
      * CHECK-UNCHANGED-PARA reads the row's DTS and status as they
      * stand now. A caller that passed the DTS it showed the clerk is
      * refused when the two differ. The DTS read here also guards
      * the update below, so a change landing between this read and
      * the update is refused the same way.
       CHECK-UNCHANGED-PARA.
           MOVE 'N'                  TO WS-ROW-READ-SW.
           MOVE 'N'                  TO WS-ROW-CHANGED-SW.
           EXEC SQL
             SELECT DTS, REG_STATUS
               INTO :WS-DTS, :WS-REG-STATUS
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND EMAIL_ADDR   = :WS-EMAIL-ADDR
           END-EXEC.
           IF SQLCODE = 0
               SET WS-ROW-READ       TO TRUE
               IF LS-SEEN-DTS NOT = SPACES
                  AND LS-SEEN-DTS NOT = WS-DTS
                   SET WS-ROW-CHANGED TO TRUE
               END-IF
           END-IF.
      *
       CANCEL-REGISTRATION-PARA.
           EXEC SQL
                    CANCEL_DATE   = CURRENT DATE,
                    CANCEL_REASON = :WS-CANCEL-REASON,
                    CANCEL_REASON_CD = :WS-CANCEL-REASON-CD
                                       :WS-CANCEL-REASON-CD-IND,
                    DTS           = CURRENT TIMESTAMP
              WHERE SESSION_CATG  = :WS-SESSION-CATG
                AND SESSION_ID    = :WS-SESSION-ID
                AND EMAIL_ADDR    = :WS-EMAIL-ADDR
                AND REG_STATUS    = 'A'
                AND DTS           = :WS-DTS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
               DISPLAY ' REGISTRATION CANCELLED : ' WS-SESSION-CATG
                       '/' WS-SESSION-ID
               PERFORM PUBLISH-CANCEL-EVENT-PARA
               MOVE WS-SESSION-CATG  TO RSC-SESSION-CATG
               MOVE WS-SESSION-ID    TO RSC-SESSION-ID
               PERFORM REBUILD-REV-SCHEDULE-PARA
             WHEN 100
               IF WS-ROW-READ AND WS-REG-STATUS = 'A'
                   SET LS-CANCEL-CHANGED TO TRUE
                   DISPLAY ' CANCEL REFUSED - ROW CHANGED SINCE IT '
                           'WAS READ '
               ELSE
                   DISPLAY ' REGISTRATION NOT FOUND OR ALREADY '
                           'CANCELLED '
               END-IF
             WHEN OTHER
               DISPLAY ' REGISTRATION CANCEL FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           EXEC SQL
             INCLUDE CPLMSEV
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD.
           EXEC SQL
             INCLUDE CPREVSCH
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
