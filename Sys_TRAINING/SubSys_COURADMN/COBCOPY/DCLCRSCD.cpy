      * DOWN BY CODE AND CATEGORY. FAULT_CLASS SAYS WHOSE FAULT:       *
      *   'O' = OURS    'T' = THEIRS    'N' = NEUTRAL                  *
      * OPERATIONS SEEDS THE ROWS (INCLUDING 'TRF' FOR THE TRANSFERS   *
      * ETRB013 STAMPS AND 'LVR' FOR THE PENDING SEATS OF LEAVERS THE  *
      * ETROP109 HR FEED CANCELS).                                     *
      ******************************************************************
       01  DCLCANCEL-REASON-CODE.
           10 CRC-REASON-CODE      PIC X(3).
