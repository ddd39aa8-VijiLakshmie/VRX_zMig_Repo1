000230*                     OVERWRITTEN FROM OUTSIDE)                  *
000240*    BAD RECORD     - RESULT CODE NOT 'C'/'N' OR KEY ZONE NOT    *
000250*                     NUMERIC                                    *
000251*    NO PASSING EXAM- A 'C' FOR AN EXAMINED CATEGORY (CATALOG     *
000252*                     PASS_MARK SET) WITH NO PASSING             *
000253*                     ASSESSMENT_RESULT ON THE REGISTRATION      *
000260*  A RESULT MATCHING WHAT WE ALREADY HOLD IS COUNTED AND         *
000270*  SKIPPED QUIETLY - RERUNNING THE SAME VENDOR FILE IS SAFE.     *
000271*  A 'C' STAMPED HERE ISSUES THE NUMBERED CERTIFICATE ONTO THE   *
000272*  CERTIFICATE REGISTER (CWCERTIS) JUST AS ETROP22'S DOES.       *
000273*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS       *
000275*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS       *
000276*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS      *
000278*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.            *
000280******************************************************************

000290 ENVIRONMENT DIVISION.
000360            ORGANIZATION  IS LINE SEQUENTIAL.
000370     SELECT LMS-DISC-FILE   ASSIGN TO LMSCDRPT
000380            ORGANIZATION  IS LINE SEQUENTIAL.
000383     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000386            ORGANIZATION  IS LINE SEQUENTIAL.

000390 DATA DIVISION.
000400 FILE SECTION.
000520 FD  LMS-DISC-FILE
000530     RECORD CONTAINS 132 CHARACTERS.
000540 01  LMS-DISC-RECORD                 PIC X(132).
000542 FD  INBOUND-OVRD-FILE
000545     RECORD CONTAINS 80 CHARACTERS.
000547 01  INBOUND-OVRD-RECORD             PIC X(80).

000550 WORKING-STORAGE SECTION.

000770    05 WS-NEW-STATUS                   PIC X(01).
000772    05 WS-CERT-EXPIRY-DATE             PIC X(10).
000774    05 WS-CERT-EXPIRY-IND              PIC S9(4) USAGE COMP.
000775    05 WS-EXAM-SWITCH                  PIC X(01).
000776       88 WS-EXAM-SATISFIED                      VALUE 'Y'.
000777       88 WS-EXAM-UNPASSED                       VALUE 'N'.
000778    05 WS-PASS-MARK                    PIC S9(4) USAGE COMP.
000779    05 WS-PASS-MARK-IND                PIC S9(4) USAGE COMP.
00077A    05 WS-PASSED-COUNT                 PIC S9(9) USAGE COMP.

000780******************************************************************
000790*  DISCREPANCY REPORT LINES                                      *
001070       INCLUDE CWJOBLOG
001080     END-EXEC.

001082*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001084     EXEC SQL
001086       INCLUDE CWINBREG
001088     END-EXEC.

001090******************************************************************
001100*                     DB2 SECTION                                *
001110******************************************************************
001200       INCLUDE CWRGAUD
001210     END-EXEC.

001211*    CERTIFICATE REGISTER AND ISSUE FIELDS - SEE CWCERTIS.
001212     EXEC SQL
001213       INCLUDE DCLCERT
001214     END-EXEC.

001215     EXEC SQL
001216       INCLUDE CWCERTIS
001217     END-EXEC.

001220 01 WS-END                             PIC X(50) VALUE
001230     'ETROP52-WORKING STORAGE SECTION ENDS HERE'.

001340     WRITE LMS-DISC-RECORD.

001350     PERFORM READ-RESULT-PARA.
001355     PERFORM REGISTER-RESULT-FILE-PARA.
001360     PERFORM APPLY-ONE-RESULT-PARA
001370       UNTIL WS-RESULT-EOF.
001380     CLOSE LMS-RESULT-FILE.
001420     DISPLAY 'COMPLETIONS STAMPED   : ' WS-STAMPED-COUNT.
001430     DISPLAY 'ALREADY IN STEP       : ' WS-MATCHED-COUNT.
001440     DISPLAY 'DISCREPANCIES         : ' WS-DISC-COUNT.
001443     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
001446     PERFORM COMPLETE-INBOUND-PARA.
001450     MOVE 'C'                        TO JRL-RUN-STATUS.
001460     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
001470     MOVE WS-STAMPED-COUNT           TO JRL-ROWS-UPDATED.
001560       AT END SET WS-RESULT-EOF      TO TRUE
001570     END-READ.

001571*    REGISTERED BEFORE ANY COMPLETION IS STAMPED - SEE CWINBREG.
001572 REGISTER-RESULT-FILE-PARA.
001573     MOVE 'LMSCOMPL'                 TO IB-INTERFACE-NAME.
001574     MOVE 'ETROP52'                  TO IB-PROGRAM-ID.
001575     MOVE SPACES                     TO IB-IO-RECORD.
001576     IF NOT WS-RESULT-EOF
001577       MOVE LMS-RESULT-RECORD        TO IB-IO-RECORD
001578     END-IF.
001579     PERFORM REGISTER-INBOUND-PARA.
00157A     IF IB-FILE-REFUSED
00157B       PERFORM EXIT-PARA
00157C     END-IF.
00157D     IF IB-RG-HEADER-OK
00157E       PERFORM READ-RESULT-PARA
00157F     END-IF.

001580*    THE FILE COMES FROM THE VENDOR - EVERY ZONE IS CHECKED
001590*    BEFORE A ROW IS TOUCHED, AND ONE BAD RECORD EXCEPTIONS
001600*    RATHER THAN ABENDING THE RUN.
002120         MOVE 'ALREADY SET     '     TO WS-EX-TYPE
002130         PERFORM WRITE-DISCREPANCY-PARA
002140       WHEN OTHER
002141         PERFORM CHECK-EXAM-PASSED-PARA
002142         IF WS-EXAM-UNPASSED
002143             MOVE 'NO PASSING EXAM '  TO WS-EX-TYPE
002144             PERFORM WRITE-DISCREPANCY-PARA
002145         ELSE
002150             PERFORM STAMP-COMPLETION-PARA
002151         END-IF
002160     END-EVALUATE.

002170******************************************************************
002171* Exam Gate - THE LMS CANNOT COMPLETE AN EXAMINED CATEGORY ON    *
002172* ITS OWN: A 'C' STANDS ONLY WHEN A PASSING ASSESSMENT_RESULT IS *
002173* ON FILE FOR THE REGISTRATION, AS ETROP22 REQUIRES. AN 'N', A   *
002174* CATEGORY WITH NO PASS MARK, OR A LOOKUP FAILURE (LOGGED) LETS  *
002175* THE RESULT THROUGH UNCHANGED.                                  *
002176******************************************************************
002177 CHECK-EXAM-PASSED-PARA.
002178     SET WS-EXAM-SATISFIED           TO TRUE.
002179     IF WS-NEW-STATUS = 'C'
00217A         MOVE -1                     TO WS-PASS-MARK-IND
00217B         EXEC SQL
00217C           SELECT PASS_MARK
00217D             INTO :WS-PASS-MARK :WS-PASS-MARK-IND
00217E             FROM DBODEVP.COURSE_CATALOG
00217F            WHERE SESSION_CATG = :WS-HOLD-SESSION-CATG
00217G         END-EXEC
00217H         IF SQLCODE = 0 AND WS-PASS-MARK-IND >= 0
00217I             PERFORM COUNT-PASSES-PARA
00217J         END-IF
00217K     END-IF.

00217L COUNT-PASSES-PARA.
00217M     EXEC SQL
00217N       SELECT COUNT(*)
00217O         INTO :WS-PASSED-COUNT
00217P         FROM DBODEVP.ASSESSMENT_RESULT
00217Q        WHERE SESSION_CATG = :WS-HOLD-SESSION-CATG
00217R          AND SESSION_ID   = :WS-HOLD-SESSION-ID
00217S          AND EMAIL_ADDR   = :DCLREGISTRATION.EMAIL-ADDR
00217T          AND RESULT_CD    = 'P'
00217U     END-EXEC.
00217V     EVALUATE TRUE
00217W       WHEN SQLCODE NOT = 0
00217X         MOVE 'SELECT'               TO EL-ERROR-ACTION
00217Y         MOVE 'ASSESSMENT_RESULT'    TO EL-ERROR-DB2-OBJECT
00217Z         PERFORM CHECK-SQLCODE-PARA
002180       WHEN WS-PASSED-COUNT = 0
002181         SET WS-EXAM-UNPASSED        TO TRUE
002182       WHEN OTHER
002183         CONTINUE
002184     END-EVALUATE.

002185******************************************************************
002186* Completion Stamp - THE SAME AUDIT-THEN-UPDATE SHAPE ETROP22    *
002190* USES FOR ITS ATTENDANCE-BASED STAMP. THE CERTIFICATION EXPIRY *
002192* RIDES THE SAME UPDATE (ETROP22'S DERIVATION), SO AN           *
002194* LMS-ORIGINATED 'C' EARNS ITS EXPIRY DATE EXACTLY LIKE AN      *
002390     EVALUATE SQLCODE
002400       WHEN 0
002410         ADD 1                       TO WS-STAMPED-COUNT
002411         IF WS-NEW-STATUS = 'C'
002412           PERFORM ISSUE-CERT-PARA
002413         END-IF
002420       WHEN 100
002430         CONTINUE
002440       WHEN OTHER
00248Q       END-IF
00248R     END-IF.

00248S*    THE CERTIFICATE FOLLOWS THE 'C' STAMP JUST MADE.
00248T ISSUE-CERT-PARA.
00248U     MOVE WS-HOLD-SESSION-CATG       TO CRI-SESSION-CATG.
00248V     MOVE WS-HOLD-SESSION-ID         TO CRI-SESSION-ID.
00248W     MOVE EMAIL-ADDR-TEXT            TO CRI-EMAIL-ADDR-TEXT.
00248X     MOVE 'ETROP52'                  TO CRI-ISSUED-BY.
00248Y     PERFORM ISSUE-CERTIFICATE-PARA.

002490 WRITE-DISCREPANCY-PARA.
002500     ADD 1                           TO WS-DISC-COUNT.
002510     MOVE LR-SESSION-CATG            TO WS-EX-CATG.
002750     MOVE 'DISCREPANCIES            :' TO WS-CN-LABEL.
002760     MOVE WS-DISC-COUNT              TO WS-CN-COUNT.
002770     WRITE LMS-DISC-RECORD           FROM WS-CNT-LINE.
002771     MOVE 'CERTIFICATES ISSUED      :' TO WS-CN-LABEL.
002772     MOVE CRI-ISSUED-COUNT           TO WS-CN-COUNT.
002773     WRITE LMS-DISC-RECORD           FROM WS-CNT-LINE.

002780******************************************************************
002790* Registration Change Audit                                      *
002820       INCLUDE CPRGAUD
002830     END-EXEC.

002831******************************************************************
002832* Certificate Issue                                              *
002833******************************************************************
002834     EXEC SQL
002835       INCLUDE CPCERTIS
002836     END-EXEC.

002840******************************************************************
002850* Error Logging                                                  *
002860******************************************************************
003010     EXEC SQL
003020       INCLUDE CPJOBLOG
003030     END-EXEC.

003040******************************************************************
003050* Inbound File Registry                                          *
003060******************************************************************
003070     EXEC SQL
003080       INCLUDE CPINBREG
003090     END-EXEC.
