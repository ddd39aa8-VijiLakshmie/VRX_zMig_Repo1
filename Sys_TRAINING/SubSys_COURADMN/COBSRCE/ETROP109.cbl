000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP109.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  INBOUND HR EMPLOYEE FEED (NIGHTLY).                           *
000090*  EMP999 WAS KEPT BY HAND THROUGH ETRB018, SO LEAVERS STAYED ON *
000100*  AS INSTRUCTORS AND APPROVERS AND NEW STARTERS COULD NOT SIGN  *
000110*  UP UNTIL SOMEONE KEYED THEM. THE HR SYSTEM NOW SENDS HRFEEDIN *
000120*  EACH NIGHT, ONE RECORD PER JOINER, LEAVER, TRANSFER OR ROLE/  *
000130*  MANAGER CHANGE, AND EVERY RECORD GOES THROUGH ETRB018 - THE   *
000140*  SAME EDITS A KEYED CHANGE GETS (WORK EMAIL SHAPE, MANAGER     *
000150*  MUST BE A CURRENT EMPLOYEE, CPSALCHK SALARY BAND, SALARY      *
000160*  UNDER THE 'SALMAINT' AUTHORITY OF USER 'BATCH'):              *
000170*    J - JOINER    ADDED TO EMP999 (NAME AND SALARY REQUIRED)    *
000180*    T - TRANSFER  } ONLY THE FIELDS HR FILLED IN ARE CHANGED -  *
000190*    C - CHANGE    } DEPARTMENT, ROLE, MANAGER, EMAIL, SALARY    *
000200*    L - LEAVER    END-DATED ON THE LEAVE DATE (BLANK = TODAY),  *
000210*                  NEVER DELETED. THEN:                          *
000220*                  - A REPORT-ONLY CARD FOR THE ENO GOES ON      *
000230*                    OFFBLIST, WHICH THE NEXT STEP FEEDS TO      *
000240*                    ETROP44 AS OFFBPARM FOR THE INSTRUCTOR      *
000250*                    OFFBOARDING WORKLIST                        *
000260*                  - EVERY SIGN-UP OF THEIR OWN STILL PENDING    *
000270*                    MANAGER APPROVAL ('P') IS CANCELLED WITH    *
000280*                    REASON CODE 'LVR' (AUDITED; A PENDING ROW   *
000290*                    WAS NEVER PUBLISHED TO THE LMS, SO NO       *
000300*                    CANCEL EVENT)                               *
000310*  A RECORD ETRB018 REFUSES CHANGES NOTHING AND IS LISTED WITH   *
000320*  ITS REASON ON THE HRFEXRPT EXCEPTION REPORT, FOR HR TO        *
000330*  CORRECT AND RESEND.                                           *
000331*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
000332*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
000333*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
000334*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000340******************************************************************

000350 ENVIRONMENT DIVISION.

000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. Z900.
000380 OBJECT-COMPUTER. Z900.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HR-FEED-FILE    ASSIGN TO HRFEEDIN
000420            ORGANIZATION  IS LINE SEQUENTIAL.
000430     SELECT HR-EXC-FILE     ASSIGN TO HRFEXRPT
000440            ORGANIZATION  IS LINE SEQUENTIAL.
000450     SELECT OFFB-LIST-FILE  ASSIGN TO OFFBLIST
000460            ORGANIZATION  IS LINE SEQUENTIAL.
000463     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000466            ORGANIZATION  IS LINE SEQUENTIAL.

000470 DATA DIVISION.
000480 FILE SECTION.
000490*    A FIELD HR LEAVES BLANK IS LEFT ALONE ON A CHANGE. SALARY IS
000500*    WHOLE UNITS, ZERO-FILLED; BLANK = NOT SUPPLIED. LEAVE DATE IS
000510*    CCYY-MM-DD AND ONLY READ ON A LEAVER.
000520 FD  HR-FEED-FILE
000530     RECORD CONTAINS 200 CHARACTERS.
000540 01  HR-FEED-RECORD.
000550     05 HF-RECORD-TYPE               PIC X(01).
000560        88 HF-JOINER                           VALUE 'J'.
000570        88 HF-LEAVER                           VALUE 'L'.
000580        88 HF-TRANSFER                         VALUE 'T'.
000590        88 HF-CHANGE                           VALUE 'C'.
000600     05 HF-ENO                       PIC X(04).
000610     05 HF-ENAME                     PIC X(20).
000620     05 HF-EROLE                     PIC X(02).
000630     05 HF-EDEPT                     PIC X(04).
000640     05 HF-MANAGER-ENO               PIC X(04).
000650     05 HF-ESAL                      PIC 9(06).
000660     05 HF-ESAL-X REDEFINES HF-ESAL
000670                                     PIC X(06).
000680     05 HF-LEAVE-DATE                PIC X(10).
000690     05 HF-WORK-EMAIL                PIC X(120).
000700     05 FILLER                       PIC X(29).
000710 FD  HR-EXC-FILE
000720     RECORD CONTAINS 132 CHARACTERS.
000730 01  HR-EXC-RECORD                   PIC X(132).
000740*    THE ETROP44 OFFBPARM CARD - ENO, AND A DELETE FLAG LEFT BLANK
000750*    SO THE WORKLIST IS REPORT-ONLY.
000760 FD  OFFB-LIST-FILE
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  OFFB-LIST-RECORD.
000790     05 OL-ENO                       PIC X(04).
000800     05 FILLER                       PIC X(01).
000810     05 OL-DELETE-FLAG               PIC X(01).
000820     05 FILLER                       PIC X(74).
000822 FD  INBOUND-OVRD-FILE
000824     RECORD CONTAINS 80 CHARACTERS.
000826 01  INBOUND-OVRD-RECORD             PIC X(80).

000830 WORKING-STORAGE SECTION.

000840 01 WS-BEGIN                          PIC  X(36) VALUE
000850     'ETROP109 WORKING STORAGE STARTS HERE'.

000860******************************************************************
000870*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000880******************************************************************
000890 01 WS-VARIABLES.
000900    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000910       88 WS-NO-ERROR                            VALUE SPACES.
000920       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000930       88 WS-FATAL-ERROR                         VALUE 'F'.
000940    05 WS-FEED-EOF-SW                  PIC X(01) VALUE SPACES.
000950       88 WS-FEED-EOF                            VALUE 'E'.
000960    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000970    05 WS-ADDED-COUNT                  PIC S9(9) COMP VALUE 0.
000980    05 WS-CHANGED-COUNT                PIC S9(9) COMP VALUE 0.
000990    05 WS-LEFT-COUNT                   PIC S9(9) COMP VALUE 0.
001000    05 WS-PENDING-CANCEL-COUNT         PIC S9(9) COMP VALUE 0.
001010    05 WS-REJECTED-COUNT               PIC S9(9) COMP VALUE 0.
001020    05 WS-REJECT-TEXT                  PIC X(60).
001030    05 WS-LEAVER-ENO                   PIC X(04).
001040    05 WS-BAND-MIN-ED                  PIC Z(05)9.
001050    05 WS-BAND-MAX-ED                  PIC Z(05)9.
001060*    THE CANCEL AND ITS AUDIT ROW RUN INSIDE THE PENDING-SEAT
001070*    FETCH LOOP, WHICH TESTS SQLCODE - SAVED AND PUT BACK.
001080    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.

001090******************************************************************
001100*  ETRB018 EMPLOYEE-MASTER MAINTENANCE PARM                      *
001110******************************************************************
001120 01 WS-ETRB018-PARM.
001130    05 WS-EM-ENO                       PIC X(4).
001140    05 WS-EM-EROLE                     PIC X(2).
001150    05 WS-EM-EDEPT                     PIC X(4).
001160    05 WS-EM-WORK-EMAIL                PIC X(120).
001170    05 WS-EM-RETURN-CODE               PIC X(1).
001180       88 WS-EM-EMPL-OK                          VALUE '0'.
001190       88 WS-EM-EMPL-NOT-FOUND                   VALUE 'N'.
001200       88 WS-EM-EMPL-BAD-EMAIL                   VALUE 'E'.
001210       88 WS-EM-EMPL-NOTHING-KEYED               VALUE 'X'.
001220       88 WS-EM-EMPL-BAD-MANAGER                 VALUE 'M'.
001230       88 WS-EM-EMPL-FAILED                      VALUE '9'.
001240       88 WS-EM-EMPL-ALREADY-ON-FILE             VALUE 'A'.
001250       88 WS-EM-EMPL-INCOMPLETE                  VALUE 'I'.
001260       88 WS-EM-EMPL-BAND-VIOLATION              VALUE 'B'.
001270       88 WS-EM-EMPL-BAD-LEAVE-DATE              VALUE 'L'.
001280       88 WS-EM-EMPL-UNAUTHORIZED                VALUE 'U'.
001290    05 WS-EM-MANAGER-ENO               PIC X(4).
001300    05 WS-EM-MAINT-ACTION              PIC X(1).
001310    05 WS-EM-ENAME                     PIC X(20).
001320    05 WS-EM-ESAL                      PIC S9(6)V USAGE COMP-3.
001330    05 WS-EM-LEAVE-DATE                PIC X(10).
001340    05 WS-EM-AUTH-USR-ID               PIC X(8).
001350    05 WS-EM-SALBAND-MIN               PIC S9(6)V USAGE COMP-3.
001360    05 WS-EM-SALBAND-MAX               PIC S9(6)V USAGE COMP-3.

001370******************************************************************
001380*  FETCH HOLD FIELDS FOR ONE PENDING SEAT OF A LEAVER            *
001390******************************************************************
001400 01 WS-PENDING.
001410    05 WS-PD-SESSION-CATG              PIC X(02).
001420    05 WS-PD-SESSION-ID                PIC S9(9) USAGE COMP.
001430    05 WS-PD-EMAIL-ADDR                PIC X(120).

001440******************************************************************
001450*  EXCEPTION REPORT LINES                                        *
001460******************************************************************
001470 01 WS-RPT-LINES.
001480    05 WS-HDG-LINE.
001490       10 FILLER                       PIC X(37) VALUE
001500          'INBOUND HR EMPLOYEE FEED - EXCEPTIONS'.
001510       10 FILLER                       PIC X(95) VALUE SPACES.
001520    05 WS-EXC-LINE.
001530       10 WS-EX-TYPE                   PIC X(09).
001540       10 FILLER                       PIC X(01) VALUE SPACES.
001550       10 WS-EX-ENO                    PIC X(04).
001560       10 FILLER                       PIC X(02) VALUE SPACES.
001570       10 WS-EX-ENAME                  PIC X(20).
001580       10 FILLER                       PIC X(02) VALUE SPACES.
001590       10 WS-EX-REASON                 PIC X(60).
001600       10 FILLER                       PIC X(34) VALUE SPACES.
001610    05 WS-CNT-LINE.
001620       10 WS-CN-LABEL                  PIC X(30).
001630       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001640       10 FILLER                       PIC X(91) VALUE SPACES.

001650******************************************************************
001660* Copybook Includes.                                             *
001670******************************************************************
001680     EXEC SQL
001690       INCLUDE CWERRLOG
001700     END-EXEC.

001710*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001720     EXEC SQL
001730       INCLUDE CWJOBLOG
001740     END-EXEC.

001741*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001742     EXEC SQL
001743       INCLUDE CWINBREG
001744     END-EXEC.

001750*    REGISTRATION CHANGE-AUDIT FIELDS - SEE CWRGAUD.
001760     EXEC SQL
001770       INCLUDE CWRGAUD
001780     END-EXEC.

001790******************************************************************
001800*                     DB2 SECTION                                *
001810******************************************************************
001820     EXEC SQL
001830       INCLUDE SQLCA
001840     END-EXEC.

001850******************************************************************
001860*  A LEAVER'S OWN SIGN-UPS STILL WAITING ON MANAGER APPROVAL.    *
001870******************************************************************
001880     EXEC SQL DECLARE PENDING-SEATS CURSOR
001890      FOR
001900      SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR
001910        FROM DBODEVP.REGISTRATION
001920       WHERE ENO          = :WS-LEAVER-ENO
001930         AND REG_STATUS   = 'P'
001940     END-EXEC.

001950 01 WS-END                             PIC X(50) VALUE
001960     'ETROP109-WORKING STORAGE SECTION ENDS HERE'.

001970 PROCEDURE DIVISION.

001980 MAIN-LOGIC-PARA.

001990     MOVE 'ETROP109'                   TO EL-ERROR-MODULE.
002000     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002010     MOVE 'ETROP109'                   TO JRL-PROGRAM-ID.
002020     PERFORM LOG-JOB-START-PARA.

002030     OPEN INPUT  HR-FEED-FILE.
002040     OPEN OUTPUT HR-EXC-FILE.
002050     OPEN OUTPUT OFFB-LIST-FILE.
002060     WRITE HR-EXC-RECORD             FROM WS-HDG-LINE.
002070     MOVE SPACES                     TO HR-EXC-RECORD.
002080     WRITE HR-EXC-RECORD.

002090     PERFORM READ-FEED-PARA.
002094     PERFORM REGISTER-FEED-FILE-PARA.
002100     PERFORM APPLY-ONE-RECORD-PARA
002110       UNTIL WS-FEED-EOF.

002120     CLOSE HR-FEED-FILE.
002130     CLOSE OFFB-LIST-FILE.
002140     PERFORM WRITE-TOTALS-PARA.
002150     CLOSE HR-EXC-FILE.

002160     DISPLAY 'HR RECORDS READ       : ' WS-READ-COUNT.
002170     DISPLAY 'STARTERS ADDED        : ' WS-ADDED-COUNT.
002180     DISPLAY 'CHANGES APPLIED       : ' WS-CHANGED-COUNT.
002190     DISPLAY 'LEAVERS END-DATED     : ' WS-LEFT-COUNT.
002200     DISPLAY 'PENDING SEATS CANCELLED: ' WS-PENDING-CANCEL-COUNT.
002210     DISPLAY 'RECORDS REJECTED      : ' WS-REJECTED-COUNT.
002213     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
002216     PERFORM COMPLETE-INBOUND-PARA.
002220     MOVE 'C'                        TO JRL-RUN-STATUS.
002230     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002240     MOVE WS-ADDED-COUNT             TO JRL-ROWS-WRITTEN.
002250     COMPUTE JRL-ROWS-UPDATED =
002260             WS-CHANGED-COUNT + WS-LEFT-COUNT.
002270     MOVE WS-REJECTED-COUNT          TO JRL-ROWS-SKIPPED.
002280     PERFORM LOG-JOB-END-PARA.
002290     GOBACK.

002300******************************************************************
002310* HR Feed                                                        *
002320******************************************************************
002330 READ-FEED-PARA.
002340     READ HR-FEED-FILE
002350       AT END SET WS-FEED-EOF        TO TRUE
002360     END-READ.

00236A*    REGISTERED BEFORE ANY EMPLOYEE IS CHANGED - SEE CWINBREG.
00236B REGISTER-FEED-FILE-PARA.
00236C     MOVE 'HRFEEDIN'                 TO IB-INTERFACE-NAME.
00236D     MOVE 'ETROP109'                 TO IB-PROGRAM-ID.
00236E     MOVE SPACES                     TO IB-IO-RECORD.
00236F     IF NOT WS-FEED-EOF
00236G       MOVE HR-FEED-RECORD           TO IB-IO-RECORD
00236H     END-IF.
00236I     PERFORM REGISTER-INBOUND-PARA.
00236J     IF IB-FILE-REFUSED
00236K       PERFORM EXIT-PARA
00236L     END-IF.
00236M     IF IB-RG-HEADER-OK
00236N       PERFORM READ-FEED-PARA
00236O     END-IF.

002370*    THE RECORD IS SHAPE-CHECKED HERE; EVERYTHING ABOUT THE
002380*    EMPLOYEE ITSELF IS LEFT TO ETRB018.
002390 APPLY-ONE-RECORD-PARA.
002400     ADD 1                           TO WS-READ-COUNT.
002410     MOVE SPACES                     TO WS-REJECT-TEXT.
002420     MOVE SPACES                     TO WS-ETRB018-PARM.
002430     MOVE 0                          TO WS-EM-ESAL.
002440     MOVE 0                          TO WS-EM-SALBAND-MIN.
002450     MOVE 0                          TO WS-EM-SALBAND-MAX.
002460     MOVE 'BATCH   '                 TO WS-EM-AUTH-USR-ID.
002470     EVALUATE TRUE
002480       WHEN HF-ENO = SPACES
002490         MOVE 'NO ENO ON RECORD'     TO WS-REJECT-TEXT
002500       WHEN HF-ESAL-X NOT = SPACES AND HF-ESAL NOT NUMERIC
002510         MOVE 'SALARY NOT NUMERIC'   TO WS-REJECT-TEXT
002520       WHEN HF-JOINER
002530         MOVE 'A'                    TO WS-EM-MAINT-ACTION
002540       WHEN HF-LEAVER
002550         MOVE 'L'                    TO WS-EM-MAINT-ACTION
002560       WHEN HF-TRANSFER OR HF-CHANGE
002570         MOVE 'C'                    TO WS-EM-MAINT-ACTION
002580       WHEN OTHER
002590         MOVE 'UNKNOWN RECORD TYPE'  TO WS-REJECT-TEXT
002600     END-EVALUATE.
002610     IF WS-REJECT-TEXT = SPACES
002620       PERFORM CALL-ETRB018-PARA
002630     END-IF.
002640     IF WS-REJECT-TEXT NOT = SPACES
002650       PERFORM WRITE-EXCEPTION-PARA
002660     END-IF.
002670     PERFORM READ-FEED-PARA.

002680*    A LEAVER RECORD CARRIES ONLY THE ENO AND THE LEAVE DATE
002690*    THROUGH - WHATEVER ELSE HR SENT WITH IT IS NOT APPLIED.
002700 CALL-ETRB018-PARA.
002710     MOVE HF-ENO                     TO WS-EM-ENO.
002720     IF HF-LEAVER
002730       MOVE HF-LEAVE-DATE            TO WS-EM-LEAVE-DATE
002740     ELSE
002750       MOVE HF-ENAME                 TO WS-EM-ENAME
002760       MOVE HF-EROLE                 TO WS-EM-EROLE
002770       MOVE HF-EDEPT                 TO WS-EM-EDEPT
002780       MOVE HF-WORK-EMAIL            TO WS-EM-WORK-EMAIL
002790       MOVE HF-MANAGER-ENO           TO WS-EM-MANAGER-ENO
002800       IF HF-ESAL-X NOT = SPACES
002810         MOVE HF-ESAL                TO WS-EM-ESAL
002820       END-IF
002830     END-IF.
002840     CALL 'ETRB018' USING WS-ETRB018-PARM.
002850     EVALUATE TRUE
002860       WHEN WS-EM-EMPL-OK
002870         PERFORM COUNT-APPLIED-PARA
002880       WHEN WS-EM-EMPL-NOTHING-KEYED
002890         MOVE 'NOTHING TO CHANGE ON RECORD' TO WS-REJECT-TEXT
002900       WHEN WS-EM-EMPL-NOT-FOUND
002910         MOVE 'ENO NOT ON EMP999'    TO WS-REJECT-TEXT
002920       WHEN WS-EM-EMPL-BAD-EMAIL
002930         MOVE 'MALFORMED WORK EMAIL' TO WS-REJECT-TEXT
002940       WHEN WS-EM-EMPL-BAD-MANAGER
002950         MOVE 'MANAGER NOT A CURRENT EMPLOYEE'
002960                                     TO WS-REJECT-TEXT
002970       WHEN WS-EM-EMPL-ALREADY-ON-FILE
002980         MOVE 'JOINER ENO ALREADY ON EMP999'
002990                                     TO WS-REJECT-TEXT
003000       WHEN WS-EM-EMPL-INCOMPLETE
003010         MOVE 'JOINER NEEDS NAME AND SALARY'
003020                                     TO WS-REJECT-TEXT
003030       WHEN WS-EM-EMPL-BAND-VIOLATION
003040         MOVE WS-EM-SALBAND-MIN      TO WS-BAND-MIN-ED
003050         MOVE WS-EM-SALBAND-MAX      TO WS-BAND-MAX-ED
003060         STRING 'SALARY OUTSIDE ROLE BAND '
003070                                     DELIMITED BY SIZE
003080                WS-BAND-MIN-ED       DELIMITED BY SIZE
003090                ' -'                 DELIMITED BY SIZE
003100                WS-BAND-MAX-ED       DELIMITED BY SIZE
003110           INTO WS-REJECT-TEXT
003120         END-STRING
003130       WHEN WS-EM-EMPL-BAD-LEAVE-DATE
003140         MOVE 'LEAVE DATE NOT A VALID DATE'
003150                                     TO WS-REJECT-TEXT
003160       WHEN WS-EM-EMPL-UNAUTHORIZED
003170         MOVE 'BATCH NOT AUTHORIZED FOR SALMAINT'
003180                                     TO WS-REJECT-TEXT
003190       WHEN OTHER
003200         MOVE 'EMP999 UPDATE FAILED - SEE JOB LOG'
003210                                     TO WS-REJECT-TEXT
003220     END-EVALUATE.

003230 COUNT-APPLIED-PARA.
003240     EVALUATE TRUE
003250       WHEN HF-JOINER
003260         ADD 1                       TO WS-ADDED-COUNT
003270       WHEN HF-LEAVER
003280         ADD 1                       TO WS-LEFT-COUNT
003290         PERFORM LEAVER-FOLLOW-UP-PARA
003300       WHEN OTHER
003310         ADD 1                       TO WS-CHANGED-COUNT
003320     END-EVALUATE.

003330******************************************************************
003340* Leaver Follow-Up                                               *
003350******************************************************************
003360 LEAVER-FOLLOW-UP-PARA.
003370     MOVE SPACES                     TO OFFB-LIST-RECORD.
003380     MOVE HF-ENO                     TO OL-ENO.
003390     WRITE OFFB-LIST-RECORD.
003400     MOVE HF-ENO                     TO WS-LEAVER-ENO.
003410     EXEC SQL
003420       OPEN PENDING-SEATS
003430     END-EXEC.
003440     IF SQLCODE NOT = 0
003450       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
003460       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
003470       PERFORM CHECK-SQLCODE-PARA
003480       PERFORM EXIT-PARA
003490     END-IF.
003500     PERFORM FETCH-PENDING-PARA
003510       UNTIL SQLCODE = 100.
003520     EXEC SQL
003530       CLOSE PENDING-SEATS
003540     END-EXEC.
003550     IF SQLCODE NOT = 0
003560       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
003570       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
003580       PERFORM CHECK-SQLCODE-PARA
003590     END-IF.

003600 FETCH-PENDING-PARA.
003610     EXEC SQL
003620       FETCH PENDING-SEATS
003630        INTO :WS-PD-SESSION-CATG,
003640             :WS-PD-SESSION-ID,
003650             :WS-PD-EMAIL-ADDR
003660     END-EXEC.
003670     EVALUATE SQLCODE
003680       WHEN 0
003690         MOVE SQLCODE                TO WS-SAVED-SQLCODE
003700         PERFORM CANCEL-PENDING-SEAT-PARA
003710         MOVE WS-SAVED-SQLCODE       TO SQLCODE
003720       WHEN 100
003730         CONTINUE
003740       WHEN OTHER
003750         MOVE 'FETCH '               TO EL-ERROR-ACTION
003760         MOVE 'PENDING-SEATS'        TO EL-ERROR-DB2-OBJECT
003770         PERFORM CHECK-SQLCODE-PARA
003780         PERFORM EXIT-PARA
003790     END-EVALUATE.

003800*    AUDIT FIRST, THEN THE FLIP - THE SAME SHAPE AS THE ETRB025
003810*    REJECTION OF A PENDING ROW. 'LVR' KEEPS THESE SEPARATE FROM
003820*    MANAGER REFUSALS ('NAP') ON THE ETROP37 ANALYSIS.
003830 CANCEL-PENDING-SEAT-PARA.
003840     PERFORM RESET-REG-AUDIT-PARA.
003850     MOVE WS-PD-SESSION-CATG         TO AUD-SESSION-CATG.
003860     MOVE WS-PD-SESSION-ID           TO AUD-SESSION-ID.
003870     MOVE WS-PD-EMAIL-ADDR           TO AUD-EMAIL-ADDR-TEXT.
003880     MOVE 'ETROP109'                 TO AUD-MODULE.
003890     MOVE 'LEAVER'                   TO AUD-ACTION.
003900     MOVE 'BATCH   '                 TO AUD-USERID.
003910     MOVE 'C'                        TO AUD-NEW-REG-STATUS.
003920     MOVE 0                          TO AUD-NEW-REG-STATUS-IND.
003930     PERFORM WRITE-REG-AUDIT-PARA.
003940     EXEC SQL
003950       UPDATE DBODEVP.REGISTRATION
003960          SET REG_STATUS       = 'C',
003970              CANCEL_DATE      = CURRENT DATE,
003980              CANCEL_REASON    =
003990                  'CANCELLED - EMPLOYEE HAS LEFT',
004000              CANCEL_REASON_CD = 'LVR'
004010        WHERE SESSION_CATG     = :WS-PD-SESSION-CATG
004020          AND SESSION_ID       = :WS-PD-SESSION-ID
004030          AND EMAIL_ADDR       = :WS-PD-EMAIL-ADDR
004040          AND REG_STATUS       = 'P'
004050     END-EXEC.
004060     EVALUATE SQLCODE
004070       WHEN 0
004080         ADD 1                       TO WS-PENDING-CANCEL-COUNT
004090       WHEN 100
004100         CONTINUE
004110       WHEN OTHER
004120         MOVE 'UPDATE'               TO EL-ERROR-ACTION
004130         MOVE 'REGISTRATION'         TO EL-ERROR-DB2-OBJECT
004140         PERFORM CHECK-SQLCODE-PARA
004150     END-EVALUATE.

004160******************************************************************
004170* Exception Report                                               *
004180******************************************************************
004190 WRITE-EXCEPTION-PARA.
004200     ADD 1                           TO WS-REJECTED-COUNT.
004210     EVALUATE TRUE
004220       WHEN HF-JOINER
004230         MOVE 'JOINER'               TO WS-EX-TYPE
004240       WHEN HF-LEAVER
004250         MOVE 'LEAVER'               TO WS-EX-TYPE
004260       WHEN HF-TRANSFER
004270         MOVE 'TRANSFER'             TO WS-EX-TYPE
004280       WHEN HF-CHANGE
004290         MOVE 'CHANGE'               TO WS-EX-TYPE
004300       WHEN OTHER
004310         MOVE HF-RECORD-TYPE         TO WS-EX-TYPE
004320     END-EVALUATE.
004330     MOVE HF-ENO                     TO WS-EX-ENO.
004340     MOVE HF-ENAME                   TO WS-EX-ENAME.
004350     MOVE WS-REJECT-TEXT             TO WS-EX-REASON.
004360     WRITE HR-EXC-RECORD             FROM WS-EXC-LINE.

004370 WRITE-TOTALS-PARA.
004380     MOVE SPACES                     TO HR-EXC-RECORD.
004390     WRITE HR-EXC-RECORD.
004400     MOVE 'HR RECORDS READ          :' TO WS-CN-LABEL.
004410     MOVE WS-READ-COUNT              TO WS-CN-COUNT.
004420     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
004430     MOVE 'STARTERS ADDED           :' TO WS-CN-LABEL.
004440     MOVE WS-ADDED-COUNT             TO WS-CN-COUNT.
004450     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
004460     MOVE 'CHANGES APPLIED          :' TO WS-CN-LABEL.
004470     MOVE WS-CHANGED-COUNT           TO WS-CN-COUNT.
004480     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
004490     MOVE 'LEAVERS END-DATED        :' TO WS-CN-LABEL.
004500     MOVE WS-LEFT-COUNT              TO WS-CN-COUNT.
004510     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
004520     MOVE 'PENDING SEATS CANCELLED  :' TO WS-CN-LABEL.
004530     MOVE WS-PENDING-CANCEL-COUNT    TO WS-CN-COUNT.
004540     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.
004550     MOVE 'RECORDS REJECTED         :' TO WS-CN-LABEL.
004560     MOVE WS-REJECTED-COUNT          TO WS-CN-COUNT.
004570     WRITE HR-EXC-RECORD             FROM WS-CNT-LINE.

004580******************************************************************
004590* Error Logging                                                  *
004600******************************************************************
004610     EXEC SQL
004620       INCLUDE CPERRBAT
004630     END-EXEC.

004640*    A NON-FATAL OPEN/FETCH FAILURE (SQLCODE 100, OR A DEADLOCK
004650*    RETRY COUNT EXCEEDED) STILL HAS TO STOP THIS RUN - OTHERWISE
004660*    THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER OPENED,
004670*    WHICH FAILS THE SAME WAY ON EVERY FETCH AND NEVER REACHES
004680*    SQLCODE = 100.
004690 EXIT-PARA.
004700     MOVE 'F'                        TO JRL-RUN-STATUS.
004710     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
004720     MOVE WS-ADDED-COUNT             TO JRL-ROWS-WRITTEN.
004730     COMPUTE JRL-ROWS-UPDATED =
004740             WS-CHANGED-COUNT + WS-LEFT-COUNT.
004750     PERFORM LOG-JOB-END-PARA.
004760     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004770     GOBACK.

004780******************************************************************
004790* Registration Change Audit                                      *
004800******************************************************************
004810     EXEC SQL
004820       INCLUDE CPRGAUD
004830     END-EXEC.

004840******************************************************************
004850* Run Registry                                                   *
004860******************************************************************
004870     EXEC SQL
004880       INCLUDE CPJOBLOG
004890     END-EXEC.

004900******************************************************************
004910* Inbound File Registry                                          *
004920******************************************************************
004930     EXEC SQL
004940       INCLUDE CPINBREG
004950     END-EXEC.
