000090*  LARGE ORGS SEND 30-100 REGISTRANTS PER COURSE INTAKE AND THE  *
000100*  FRONT DESK KEYED THEM ONE AT A TIME. THIS LOADER READS THE    *
000110*  FIXED-FORMAT BULKREG FILE (CATEGORY, SESSION ID, EMAIL,       *
000120*  NAME, ORG, PHONE, THE BOOKING PARTNER'S CODE WHEN A BROKER    *
000125*  SUBMITS THE FILE FOR ITS END CLIENT, AND ANY PROMOTION OR     *
000126*  GIFT VOUCHER CODE THE REGISTRANT QUOTED) AND PUTS EACH        *
000127*  RECORD THROUGH ETRB002'S SIGN-UP PATH - THE SAME RCBT002A     *
000130*  DATE EDIT, RCBT003A EMAIL EDIT AND SESSION_CAPACITY CHECK     *
000140*  WITH WAITLIST ROUTING THE ONLINE PATH APPLIES, WITH NOTHING   *
000150*  RE-IMPLEMENTED HERE. GOOD RECORDS INSERT ('0' ACTIVE OR       *
000160*  'W' WAITLISTED); EVERYTHING                                   *
000170*  ELSE GOES TO THE BULKREJ REJECT FILE AS THE ORIGINAL RECORD   *
000180*  PLUS ETRB002'S REASON CODE, SO THE ORG CAN FIX AND RESUBMIT   *
000190*  JUST THE FAILURES. THE LOADER SIGNS ITS CALLS 'BATCH   ' -    *
000200*  OPERATIONS GRANTS THAT USER 'REGISTER' IN USER_AUTHORITY.     *
000210*  REG_DATE IS STAMPED WITH THE RUN DATE, THE SAME DATE THE      *
000220*  FRONT DESK WOULD HAVE KEYED.                                  *
000221*  AN ADDRESS ERASED AT THE PERSON'S REQUEST (MAIL_OPTOUT       *
000223*  SOURCE 'E', SET BY ETROP126) IS REJECTED 'R' BEFORE ETRB002   *
000225*  IS CALLED - AN ORG'S OLD STAFF LIST MUST NOT RE-CREATE        *
000227*  SOMEONE WE HAVE ERASED.                                       *
000230******************************************************************

000240 ENVIRONMENT DIVISION.
000350 FILE SECTION.
000360******************************************************************
000370*  BULK-IN-RECORD IS THE LAYOUT ON THE ORG SUBMISSION TEMPLATE.  *
000380*  THE REJECT RECORD IS THE SAME 420 BYTES PLUS A REASON CODE    *
000390*  ON THE END, SO A FIXED RESUBMISSION NEEDS NO RE-SHAPING. THE  *
000392*  PARTNER CODE ON THE END IS BLANK ON AN ORG'S OWN FILE - AN    *
000394*  OLDER 400-BYTE FILE STILL LOADS AS DIRECT BOOKINGS. THE PROMO *
000396*  CODE AFTER IT IS BLANK WHEN NONE WAS QUOTED. A REFUSED CODE   *
000397*  REJECTS THE RECORD 'V' WITH ETRB002'S PROMO RESULT AS THE     *
000398*  LAST BYTE OF THE REASON TEXT.                                 *
000400******************************************************************
000410 FD  BULK-IN-FILE
000420     RECORD CONTAINS 420 CHARACTERS.
000430 01  BULK-IN-RECORD.
000440     05 BK-SESSION-CATG              PIC X(02).
000450     05 BK-SESSION-ID                PIC 9(09).
000490     05 BK-FULL-NAME                 PIC X(130).
000500     05 BK-ORG-NAME                  PIC X(119).
000510     05 BK-PHONE-NUMBER              PIC X(20).
000515     05 BK-PARTNER-CODE              PIC X(08).
000517     05 BK-PROMO-CODE                PIC X(12).
000520 FD  BULK-REJ-FILE
000530     RECORD CONTAINS 440 CHARACTERS.
000540 01  BULK-REJ-RECORD.
000550     05 BR-ORIGINAL                  PIC X(420).
000560     05 FILLER                       PIC X(02).
000570     05 BR-REASON-CODE               PIC X(01).
000580     05 BR-REASON-TEXT               PIC X(17).
000740    05 WS-WAITLISTED-COUNT             PIC S9(9) COMP VALUE 0.
000750    05 WS-REJECTED-COUNT               PIC S9(9) COMP VALUE 0.
000760    05 WS-TODAY-DATE                   PIC X(10).
000761    05 WS-CHECK-EMAIL                  PIC X(120).
000765    05 WS-ERASED-COUNT                 PIC S9(9) COMP.

000770******************************************************************
000780*  PARM FOR ETRB002 - LAYOUT MUST MATCH ITS LINKAGE EXACTLY.     *
000960       88 WS-SU-SIGNUP-CAPACITY-FAIL            VALUE 'C'.
000970       88 WS-SU-SIGNUP-UNAUTHORIZED             VALUE 'X'.
000972       88 WS-SU-SIGNUP-PREREQ-UNMET             VALUE 'P'.
000973       88 WS-SU-SIGNUP-CLOSED-SESSION           VALUE 'N'.
000974       88 WS-SU-SIGNUP-UNKNOWN-PARTNER          VALUE 'B'.
000975       88 WS-SU-SIGNUP-BAD-PROMO                VALUE 'V'.
000980       88 WS-SU-SIGNUP-FAILED                   VALUE '9'.
000990    05 WS-SU-AUTH-USR-ID               PIC X(8).
000991    05 WS-SU-ORG-CODE                  PIC X(8).
00099C*    DEFAULT) SO ETRB002 NEVER READS PAST THIS RECORD.
00099D    05 WS-SU-SPECIAL-REQS              PIC X(120) VALUE SPACES.
00099E    05 WS-SU-LANG-PREF                 PIC X(2)  VALUE SPACES.
00099F*    A LOADED RECORD IS NEVER A RESIT SEAT - ETRM019 BOOKS THOSE.
00099G    05 WS-SU-RESIT-SEAT                PIC X(1)  VALUE SPACES.
00099H*    THE BOOKING PARTNER, WHEN A BROKER SUBMITTED THE FILE.
00099I    05 WS-SU-PARTNER-CODE              PIC X(8)  VALUE SPACES.
00099J*    THE REGISTRANT'S PROMOTION OR GIFT VOUCHER CODE, AND WHAT
00099K*    ETRB002 MADE OF IT.
00099L    05 WS-SU-PROMO-CODE                PIC X(12) VALUE SPACES.
00099M    05 WS-SU-PROMO-RESULT              PIC X(1)  VALUE SPACES.
00099N    05 WS-SU-PROMO-AMOUNT              PIC S9(7)V99 COMP-3
00099O                                                 VALUE 0.

001000******************************************************************
001010* Copybook Includes.                                             *
001730       MOVE 'BAD SESSION ID   '      TO BR-REASON-TEXT
001740       PERFORM WRITE-REJECT-PARA
001750     ELSE
001760       PERFORM CHECK-ERASED-PARA
001761       IF WS-ERASED-COUNT > 0
001762         MOVE 'R'                    TO BR-REASON-CODE
001763         MOVE 'ERASED ON REQUEST'    TO BR-REASON-TEXT
001764         PERFORM WRITE-REJECT-PARA
001765       ELSE
001766         PERFORM SIGNUP-ONE-PARA
001767       END-IF
001770     END-IF.
001780     PERFORM READ-BULK-PARA.

001781*    ONLY AN ERASURE SUPPRESSION STOPS THE LOAD - AN ORDINARY
001782*    MAILING OPT-OUT STILL BOOKS THE SEAT, IT JUST GOES UNMAILED.
001783 CHECK-ERASED-PARA.
001784     MOVE BK-EMAIL-ADDR              TO WS-CHECK-EMAIL.
001785     EXEC SQL
001786       SELECT COUNT(*)
001787         INTO :WS-ERASED-COUNT
001788         FROM DBODEVP.MAIL_OPTOUT
001789        WHERE EMAIL_ADDR    = :WS-CHECK-EMAIL
00178A          AND OPTOUT_SOURCE = 'E'
00178B     END-EXEC.
00178C     IF SQLCODE NOT = 0
00178D       MOVE 'SELECT'                 TO EL-ERROR-ACTION
00178E       MOVE 'MAIL_OPTOUT'            TO EL-ERROR-DB2-OBJECT
00178F       PERFORM CHECK-SQLCODE-PARA
00178G       PERFORM EXIT-PARA
00178H     END-IF.

001790 SIGNUP-ONE-PARA.
001800     MOVE BK-SESSION-CATG            TO WS-SU-SESSION-CATG.
001810     MOVE BK-SESSION-ID              TO WS-SU-SESSION-ID.
001905     MOVE SPACES                     TO WS-SU-CONFIRM-NO.
001906     MOVE SPACES                     TO WS-SU-SPECIAL-REQS.
001907     MOVE SPACES                     TO WS-SU-LANG-PREF.
001908     MOVE SPACES                     TO WS-SU-RESIT-SEAT.
001909     MOVE BK-PARTNER-CODE            TO WS-SU-PARTNER-CODE.
00190A     MOVE BK-PROMO-CODE              TO WS-SU-PROMO-CODE.
00190B     MOVE SPACES                     TO WS-SU-PROMO-RESULT.
00190C     MOVE 0                          TO WS-SU-PROMO-AMOUNT.
001910     CALL 'ETRB002' USING WS-ETRB002-PARM.
001920     EVALUATE TRUE
001930       WHEN WS-SU-SIGNUP-OK
002124         MOVE 'P'                    TO BR-REASON-CODE
002126         MOVE 'PREREQ NOT MET   '    TO BR-REASON-TEXT
002128         PERFORM WRITE-REJECT-PARA
002129       WHEN WS-SU-SIGNUP-CLOSED-SESSION
00212A         MOVE 'N'                    TO BR-REASON-CODE
00212B         MOVE 'CLOSED SESSION   '    TO BR-REASON-TEXT
00212C         PERFORM WRITE-REJECT-PARA
00212D       WHEN WS-SU-SIGNUP-UNKNOWN-PARTNER
00212E         MOVE 'B'                    TO BR-REASON-CODE
00212F         MOVE 'UNKNOWN PARTNER  '    TO BR-REASON-TEXT
00212G         PERFORM WRITE-REJECT-PARA
00212H       WHEN WS-SU-SIGNUP-BAD-PROMO
00212I         MOVE 'V'                    TO BR-REASON-CODE
00212J         MOVE 'BAD PROMO CODE   '    TO BR-REASON-TEXT
00212K         MOVE WS-SU-PROMO-RESULT     TO BR-REASON-TEXT (17:1)
00212L         PERFORM WRITE-REJECT-PARA
002130       WHEN OTHER
002140         MOVE '9'                    TO BR-REASON-CODE
002150         MOVE 'SIGN-UP FAILED   '    TO BR-REASON-TEXT
002180 WRITE-REJECT-PARA.
002190     ADD 1                           TO WS-REJECTED-COUNT.
002200     MOVE BULK-IN-RECORD             TO BR-ORIGINAL.
002210     MOVE SPACES                     TO BULK-REJ-RECORD (421:2).
002220     WRITE BULK-REJ-RECORD.

002230******************************************************************
