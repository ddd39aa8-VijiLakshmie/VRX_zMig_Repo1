000150*  ATTENDANCE CAPTURED AT ALL IS LEFT ALONE AND COUNTED, SO A     *
000160*  COORDINATOR WHO NEVER KEYED THE ROSTER SHOWS UP IN THE RUN     *
000170*  TOTALS INSTEAD OF EVERYONE SILENTLY BECOMING A NO-SHOW.        *
000171*  AN EXAMINED CATEGORY (COURSE_CATALOG.PASS_MARK SET) ALSO NEEDS *
000172*  A PASSING ASSESSMENT_RESULT ON THE REGISTRATION BEFORE 'C' IS  *
000173*  STAMPED - ONLY FAILED ATTEMPTS STAMP 'N', AND NO RESULT YET    *
000174*  LEAVES THE ROW UNSTAMPED AND COUNTED UNTIL ETRM019 KEYS ONE.   *
000175*  EVERY 'C' STAMP ISSUES THE REGISTRANT'S NUMBERED CERTIFICATE   *
000176*  ONTO THE CERTIFICATE REGISTER (DCLCERT, SEE CWCERTIS) IN THE   *
000177*  SAME UNIT OF WORK, READY FOR THE ETROP23 MERGE TO PRINT.       *
000178*  A MAKE-UP DAY SAT ON A LATER SESSION (DCLMKUP, ETRB035) COUNTS *
000179*  AS PRESENT AT THE MEETING IT REPLACED - SEE COUNT-PRESENT-PARA.*
000180******************************************************************

000190 ENVIRONMENT DIVISION.
000360    05 WS-HOLD-SESSION-ID              PIC S9(9) USAGE COMP.
000370    05 WS-MEETING-COUNT                PIC S9(9) USAGE COMP.
000380    05 WS-PRESENT-COUNT                PIC S9(9) USAGE COMP.
000382*    PRESENT MAKE-UP DAYS, AND BOOKED MAKE-UPS NOT YET MARKED,
000384*    FOR THE REGISTRATION BEING SUMMARIZED (COUNT-MAKEUP-PARA).
000386    05 WS-MAKEUP-PRESENT-COUNT         PIC S9(9) USAGE COMP.
000388    05 WS-MAKEUP-PENDING-COUNT         PIC S9(9) USAGE COMP.
000390    05 WS-NEW-STATUS                   PIC X(01).
000395    05 WS-MAKEUP-WAIT-COUNT            PIC S9(9) COMP VALUE 0.
000400    05 WS-COMPLETED-COUNT              PIC S9(9) COMP VALUE 0.
000410    05 WS-NOT-COMPLETED-COUNT          PIC S9(9) COMP VALUE 0.
000420    05 WS-NO-DATA-COUNT                PIC S9(9) COMP VALUE 0.
000421    05 WS-AWAIT-RESULT-COUNT           PIC S9(9) COMP VALUE 0.
000422*    EXAM OUTCOME FOR THE REGISTRATION BEING SUMMARIZED - SEE
000423*    DCLASRES. A NEGATIVE PASS-MARK INDICATOR (OR NO CATALOG
000424*    ROW) MEANS THE CATEGORY IS NOT EXAMINED.
000425    05 WS-PASS-MARK                    PIC S9(4) USAGE COMP.
000426    05 WS-PASS-MARK-IND                PIC S9(4) USAGE COMP.
000427    05 WS-ATTEMPT-COUNT                PIC S9(9) USAGE COMP.
000428    05 WS-PASSED-COUNT                 PIC S9(9) USAGE COMP.
000429*    CERTIFICATION EXPIRY - SESSION_END_DATE PLUS THE CATALOG'S
00042A*    CERT_VALID_MONTHS, DERIVED ALONGSIDE A 'C' STAMP. THE
00042B*    INDICATOR STAYS -1 (STORE NULL) FOR NON-EXPIRING COURSES
00042C*    AND FOR 'N' STAMPS.
00042D    05 WS-CERT-EXPIRY-DATE             PIC X(10).
00042E    05 WS-CERT-EXPIRY-IND              PIC S9(4) USAGE COMP.

000430******************************************************************
000440* Copybook Includes.                                             *
000634     EXEC SQL
000636       INCLUDE CWRGAUD
000638     END-EXEC.
000639*    CERTIFICATE REGISTER AND ISSUE FIELDS - SEE CWCERTIS.
00063A     EXEC SQL
00063B       INCLUDE DCLCERT
00063C     END-EXEC.
00063D     EXEC SQL
00063E       INCLUDE CWCERTIS
00063F     END-EXEC.
000640******************************************************************
000650*  CURSOR DECLARATION - ACTIVE REGISTRATIONS ON ENDED, NOT        *
000660*  CANCELLED SESSIONS THAT HAVE NO COMPLETION STAMP YET.          *
001280     END-IF.
001290 DISPLAY 'COMPLETIONS STAMPED   : ' WS-COMPLETED-COUNT.
001300 DISPLAY 'NON-COMPLETIONS       : ' WS-NOT-COMPLETED-COUNT.
001302 DISPLAY 'NO ATTENDANCE ON FILE : ' WS-NO-DATA-COUNT.
001304     DISPLAY 'AWAITING EXAM RESULT  : ' WS-AWAIT-RESULT-COUNT.
001306     DISPLAY 'AWAITING MAKE-UP DAY  : ' WS-MAKEUP-WAIT-COUNT.
001308     DISPLAY 'CERTIFICATES ISSUED   : ' CRI-ISSUED-COUNT.
001312     MOVE 'C'                        TO JRL-RUN-STATUS.
001314     MOVE WS-COMPLETED-COUNT       TO JRL-ROWS-UPDATED.
001315     ADD WS-NOT-COMPLETED-COUNT    TO JRL-ROWS-UPDATED.
001316     MOVE WS-NO-DATA-COUNT         TO JRL-ROWS-SKIPPED.
001317     ADD WS-AWAIT-RESULT-COUNT     TO JRL-ROWS-SKIPPED.
001318     ADD WS-MAKEUP-WAIT-COUNT      TO JRL-ROWS-SKIPPED.
001319     PERFORM LOG-JOB-END-PARA.
001320     GOBACK.

001330******************************************************************
001710         MOVE 'ATTENDANCE'           TO EL-ERROR-DB2-OBJECT
001720         PERFORM CHECK-SQLCODE-PARA
001730     ELSE
001733         PERFORM COUNT-MAKEUP-PARA
001736         ADD WS-MAKEUP-PRESENT-COUNT TO WS-PRESENT-COUNT
001740         IF WS-PRESENT-COUNT * 2 >= WS-MEETING-COUNT
001750             MOVE 'C'                TO WS-NEW-STATUS
001754             PERFORM CHECK-EXAM-RESULT-PARA
001760         ELSE
001761             IF WS-MAKEUP-PENDING-COUNT > 0
001762                 MOVE 'M'            TO WS-NEW-STATUS
001763             ELSE
001764                 MOVE 'N'            TO WS-NEW-STATUS
001765             END-IF
001766         END-IF
001767         EVALUATE WS-NEW-STATUS
001768           WHEN SPACES
001769             ADD 1                   TO WS-AWAIT-RESULT-COUNT
00176A           WHEN 'M'
00176B             ADD 1                   TO WS-MAKEUP-WAIT-COUNT
00176C           WHEN OTHER
00176D             PERFORM STAMP-COMPLETION-PARA
00176E         END-EVALUATE
00176F     END-IF.

00176G*    MAKE-UP DAYS (DCLMKUP) BOOKED AGAINST THIS REGISTRATION.
00176H*    A MAKE-UP MARKED PRESENT ON THE HOST MEETING COUNTS AS ONE
00176I*    MORE PRESENT MEETING, UNLESS THE MISSED DATE WAS MARKED
00176J*    PRESENT AFTER ALL. A BOOKED MAKE-UP NOT YET MARKED KEEPS A
00176K*    SHORT REGISTRATION UNSTAMPED ('M') UNTIL THE HOST MEETING IS
00176L*    KEYED - IT IS COUNTED IN THE RUN TOTALS, SO ONE THAT IS NEVER
00176M*    KEYED IS CHASED LIKE AN UNKEYED ROSTER. A LOOKUP FAILURE IS
00176N*    LOGGED AND ALSO HOLDS THE ROW RATHER THAN STAMP A NO-SHOW.
00176O COUNT-MAKEUP-PARA.
00176P     MOVE 0                          TO WS-MAKEUP-PRESENT-COUNT.
00176Q     MOVE 0                          TO WS-MAKEUP-PENDING-COUNT.
00176R     EXEC SQL
00176S       SELECT COUNT(*)
00176T         INTO :WS-MAKEUP-PRESENT-COUNT
00176U         FROM DBODEVP.MAKEUP_BOOKING M,
00176V              DBODEVP.ATTENDANCE T
00176W        WHERE M.SESSION_CATG    = :WS-HOLD-SESSION-CATG
00176X          AND M.ORIG_SESSION_ID = :WS-HOLD-SESSION-ID
00176Y          AND M.EMAIL_ADDR      = :DCLREGISTRATION.EMAIL-ADDR
00176Z          AND M.MAKEUP_STATUS   = 'B'
001770          AND T.SESSION_CATG    = M.SESSION_CATG
001771          AND T.SESSION_ID      = M.HOST_SESSION_ID
001772          AND T.EMAIL_ADDR      = M.EMAIL_ADDR
001773          AND T.MEETING_DATE    = M.HOST_MEETING_DATE
001774          AND T.ATTEND_STATUS   = 'P'
001775          AND NOT EXISTS
001776              (SELECT 1
001777                 FROM DBODEVP.ATTENDANCE O
001778                WHERE O.SESSION_CATG  = M.SESSION_CATG
001779                  AND O.SESSION_ID    = M.ORIG_SESSION_ID
00177A                  AND O.EMAIL_ADDR    = M.EMAIL_ADDR
00177B                  AND O.MEETING_DATE  = M.MISSED_DATE
00177C                  AND O.ATTEND_STATUS = 'P')
00177D     END-EXEC.
00177E     IF SQLCODE = 0
00177F         EXEC SQL
00177G           SELECT COUNT(*)
00177H             INTO :WS-MAKEUP-PENDING-COUNT
00177I             FROM DBODEVP.MAKEUP_BOOKING M
00177J            WHERE M.SESSION_CATG    = :WS-HOLD-SESSION-CATG
00177K              AND M.ORIG_SESSION_ID = :WS-HOLD-SESSION-ID
00177L              AND M.EMAIL_ADDR      = :DCLREGISTRATION.EMAIL-ADDR
00177M              AND M.MAKEUP_STATUS   = 'B'
00177N              AND NOT EXISTS
00177O                  (SELECT 1
00177P                     FROM DBODEVP.ATTENDANCE T
00177Q                    WHERE T.SESSION_CATG = M.SESSION_CATG
00177R                      AND T.SESSION_ID   = M.HOST_SESSION_ID
00177S                      AND T.EMAIL_ADDR   = M.EMAIL_ADDR
00177T                      AND T.MEETING_DATE = M.HOST_MEETING_DATE)
00177U         END-EXEC
00177V     END-IF.
00177W     IF SQLCODE NOT = 0
00177X         MOVE 'SELECT'               TO EL-ERROR-ACTION
00177Y         MOVE 'MAKEUP_BOOKING'       TO EL-ERROR-DB2-OBJECT
00177Z         PERFORM CHECK-SQLCODE-PARA
001780         MOVE 0                      TO WS-MAKEUP-PRESENT-COUNT
001781         MOVE 1                      TO WS-MAKEUP-PENDING-COUNT
001782     END-IF.

001783******************************************************************
001784* Exam Result Check                                              *
001785******************************************************************
001786*    ATTENDANCE WAS MET. ON AN EXAMINED CATEGORY THE REGISTRATION
001787*    COMPLETES ONLY ON A PASSING ATTEMPT; FAILED ATTEMPTS ALONE
001788*    STAMP 'N' (ETRM019 OFFERS THE RESIT ON A LATER SESSION, AND
001789*    THAT REGISTRATION COMPLETES IN ITS OWN RIGHT). NO ATTEMPT
00178A*    YET BLANKS WS-NEW-STATUS SO THE ROW IS LEFT FOR A LATER RUN.
00178B*    A CATALOG LOOKUP FAILURE IS LOGGED AND TREATED AS NOT
00178C*    EXAMINED - THE ATTENDANCE RULE STILL STANDS.
00178D CHECK-EXAM-RESULT-PARA.
00178E     MOVE -1                         TO WS-PASS-MARK-IND.
00178F     EXEC SQL
00178G       SELECT PASS_MARK
00178H         INTO :WS-PASS-MARK :WS-PASS-MARK-IND
00178I         FROM DBODEVP.COURSE_CATALOG
00178J        WHERE SESSION_CATG = :WS-HOLD-SESSION-CATG
00178K     END-EXEC.
00178L     EVALUATE SQLCODE
00178M       WHEN 0
00178N         CONTINUE
00178O       WHEN 100
00178P         MOVE -1                     TO WS-PASS-MARK-IND
00178Q       WHEN OTHER
00178R         MOVE -1                     TO WS-PASS-MARK-IND
00178S         MOVE 'SELECT'               TO EL-ERROR-ACTION
00178T         MOVE 'COURSE_CATALOG'       TO EL-ERROR-DB2-OBJECT
00178U         PERFORM CHECK-SQLCODE-PARA
00178V     END-EVALUATE.
00178W     IF WS-PASS-MARK-IND >= 0
00178X         EXEC SQL
00178Y           SELECT COUNT(*),
00178Z                  COALESCE(SUM(CASE WHEN RESULT_CD = 'P'
001790                                    THEN 1 ELSE 0 END), 0)
001791             INTO :WS-ATTEMPT-COUNT, :WS-PASSED-COUNT
001792             FROM DBODEVP.ASSESSMENT_RESULT
001793            WHERE SESSION_CATG = :WS-HOLD-SESSION-CATG
001794              AND SESSION_ID   = :WS-HOLD-SESSION-ID
001795              AND EMAIL_ADDR   = :DCLREGISTRATION.EMAIL-ADDR
001796         END-EXEC
001797         IF SQLCODE NOT = 0
001798             MOVE 'SELECT'           TO EL-ERROR-ACTION
001799             MOVE 'ASSESSMENT_RESULT' TO EL-ERROR-DB2-OBJECT
00179A             PERFORM CHECK-SQLCODE-PARA
00179B             MOVE SPACES             TO WS-NEW-STATUS
00179C         ELSE
00179D             EVALUATE TRUE
00179E               WHEN WS-PASSED-COUNT > 0
00179F                 MOVE 'C'            TO WS-NEW-STATUS
00179G               WHEN WS-ATTEMPT-COUNT > 0
00179H                 MOVE 'N'            TO WS-NEW-STATUS
00179I               WHEN OTHER
00179J                 MOVE SPACES         TO WS-NEW-STATUS
00179K             END-EVALUATE
00179L         END-IF
001800     END-IF.

001802*    THE EXPIRY RIDES THE SAME UPDATE AS THE COMPLETION STAMP -
001900       WHEN 0
001910         IF WS-NEW-STATUS = 'C'
001920             ADD 1                   TO WS-COMPLETED-COUNT
001921             PERFORM ISSUE-CERT-PARA
001930         ELSE
001940             ADD 1                   TO WS-NOT-COMPLETED-COUNT
001950         END-IF
002047       END-IF
002048     END-IF.

002049*    THE CERTIFICATE FOLLOWS THE 'C' STAMP JUST MADE.
00204A ISSUE-CERT-PARA.
00204B     MOVE WS-HOLD-SESSION-CATG       TO CRI-SESSION-CATG.
00204C     MOVE WS-HOLD-SESSION-ID         TO CRI-SESSION-ID.
00204D     MOVE EMAIL-ADDR-TEXT            TO CRI-EMAIL-ADDR-TEXT.
00204E     MOVE 'ETROP22'                  TO CRI-ISSUED-BY.
00204F     PERFORM ISSUE-CERTIFICATE-PARA.

002050******************************************************************
002052* Registration Change Audit                                      *
002054******************************************************************
002042     END-EXEC.

002044******************************************************************
002045* Certificate Issue                                              *
002046******************************************************************
002047     EXEC SQL
002048       INCLUDE CPCERTIS
002049     END-EXEC.

002050******************************************************************
002051* Error Logging                                                  *
002052******************************************************************
002060     EXEC SQL
002070       INCLUDE CPERRBAT
002080     END-EXEC.
002142     MOVE WS-COMPLETED-COUNT       TO JRL-ROWS-UPDATED.
002143     ADD WS-NOT-COMPLETED-COUNT    TO JRL-ROWS-UPDATED.
002144     MOVE WS-NO-DATA-COUNT         TO JRL-ROWS-SKIPPED.
002145     ADD WS-AWAIT-RESULT-COUNT     TO JRL-ROWS-SKIPPED.
002146     ADD WS-MAKEUP-WAIT-COUNT      TO JRL-ROWS-SKIPPED.
002147     PERFORM LOG-JOB-END-PARA.
002150     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
002160     GOBACK.

