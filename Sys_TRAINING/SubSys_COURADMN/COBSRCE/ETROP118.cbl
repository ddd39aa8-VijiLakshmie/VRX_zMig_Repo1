000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP118.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  NIGHTLY ERROR INCIDENT GROUPING.                              *
000090*  ERROR_LOG GETS A ROW FOR EVERY FAILURE, SO ONE BROKEN         *
000100*  PARAGRAPH CAN PUT HUNDREDS OF IDENTICAL ROWS IN FRONT OF      *
000110*  SUPPORT AND NOBODY CAN SAY WHETHER LAST MONTH'S FIX HELD.     *
000120*  THIS RUN TAKES EVERY ERROR_LOG ROW NOT YET COUNTED            *
000130*  (INCIDENT_ID NULL) AND FOLDS IT INTO THE INCIDENT ROW FOR ITS *
000140*  ERROR_MODULE, ERROR_PARA_NAME, SQLCODE AND CICS RESP:         *
000150*    - NO INCIDENT YET           - A NEW OPEN ONE IS ADDED       *
000160*    - CLOSED, AND THIS ERROR    - IT IS REOPENED (THE FIX DID   *
000170*      CAME AFTER THE CLOSE        NOT HOLD)                     *
000180*    - OTHERWISE                 - THE OCCURRENCE COUNT, LAST    *
000190*                                  SEEN AND WORST SEVERITY MOVE  *
000200*  THE ERROR_LOG ROW IS THEN STAMPED WITH ITS INCIDENT_ID, SO A  *
000210*  RE-RUN NEVER COUNTS IT TWICE. RUN BEFORE ETROP26 IN THE       *
000220*  NIGHTLY CHAIN SO NOTHING IS ARCHIVED UNCOUNTED. OWNER, TICKET *
000230*  AND CLOSURE ARE KEPT ON ETRM021; ETROP119 IS THE WEEKLY       *
000240*  REPORT - SEE DCLINCID.                                        *
000250******************************************************************

000260 ENVIRONMENT DIVISION.

000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. Z900.
000290 OBJECT-COMPUTER. Z900.

000300 DATA DIVISION.

000310 WORKING-STORAGE SECTION.

000320 01 WS-BEGIN                          PIC  X(36) VALUE
000330     'ETROP118 WORKING STORAGE STARTS HERE'.

000340******************************************************************
000350*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000360******************************************************************
000370 01 WS-VARIABLES.
000380    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000390       88 WS-NO-ERROR                            VALUE SPACES.
000400       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000410       88 WS-FATAL-ERROR                         VALUE 'F'.
000420    05 WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000430       88 WS-END-OF-ERRORS                       VALUE 'Y'.
000440    05 WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
000450       88 WS-INCIDENT-FOUND                      VALUE 'Y'.
000460       88 WS-INCIDENT-NOT-FOUND                  VALUE 'N'.
000470    05 WS-RUN-DTS                      PIC X(26).
000480    05 WS-NEXT-INCIDENT-ID             PIC S9(9) COMP VALUE 0.
000490    05 WS-STAMPED-ROWS                 PIC S9(9) COMP.
000500    05 WS-CLOSED-DTS-IND               PIC S9(4) COMP.
000510*    THE ERROR_LOG ROW BEING FOLDED IN. ERROR_DATE IS MM/DD/YY
000520*    AND ERROR_TIME HH:MM:SS (CPERRBAT/CPERRLOG).
000530    05 WS-ERR-NUMBER                   PIC S9(9) COMP.
000540    05 WS-ERR-DATE                     PIC X(08).
000550    05 WS-ERR-DATE-PARTS REDEFINES WS-ERR-DATE.
000560       10 WS-ED-MONTH                  PIC X(02).
000570       10 FILLER                       PIC X(01).
000580       10 WS-ED-DAY                    PIC X(02).
000590       10 FILLER                       PIC X(01).
000600       10 WS-ED-YEAR                   PIC X(02).
000610    05 WS-ERR-TIME                     PIC X(08).
000620    05 WS-ERR-TIME-PARTS REDEFINES WS-ERR-TIME.
000630       10 WS-ET-HOUR                   PIC X(02).
000640       10 FILLER                       PIC X(01).
000650       10 WS-ET-MINUTE                 PIC X(02).
000660       10 FILLER                       PIC X(01).
000670       10 WS-ET-SECOND                 PIC X(02).
000680    05 WS-ERR-SEVERITY                 PIC X(01).
000690    05 WS-ERR-MODULE                   PIC X(08).
000700    05 WS-ERR-PARA-NAME                PIC X(30).
000710    05 WS-ERR-SQLCODE                  PIC S9(9) COMP.
000720    05 WS-ERR-CICS-RESP                PIC S9(9) COMP.
000730*    WHEN THE ERROR HAPPENED, AS A DB2 TIMESTAMP. A ROW WHOSE
000740*    DATE OR TIME WILL NOT EDIT IS TAKEN AS SEEN AT RUN TIME.
000750    05 WS-SEEN-DTS                     PIC X(26).
000760    05 WS-SEEN-DTS-PARTS REDEFINES WS-SEEN-DTS.
000770       10 WS-SD-CENTURY                PIC X(02).
000780       10 WS-SD-YEAR                   PIC X(02).
000790       10 WS-SD-DASH-1                 PIC X(01).
000800       10 WS-SD-MONTH                  PIC X(02).
000810       10 WS-SD-DASH-2                 PIC X(01).
000820       10 WS-SD-DAY                    PIC X(02).
000830       10 WS-SD-DASH-3                 PIC X(01).
000840       10 WS-SD-HOUR                   PIC X(02).
000850       10 WS-SD-DOT-1                  PIC X(01).
000860       10 WS-SD-MINUTE                 PIC X(02).
000870       10 WS-SD-DOT-2                  PIC X(01).
000880       10 WS-SD-SECOND                 PIC X(02).
000890       10 WS-SD-DOT-3                  PIC X(01).
000900       10 WS-SD-MICRO                  PIC X(06).
000910    05 WS-ERRORS-READ                  PIC S9(9) COMP VALUE 0.
000920    05 WS-ROWS-STAMPED                 PIC S9(9) COMP VALUE 0.
000930    05 WS-NEW-COUNT                    PIC S9(9) COMP VALUE 0.
000940    05 WS-REOPENED-COUNT               PIC S9(9) COMP VALUE 0.

000950******************************************************************
000960* Copybook Includes.                                             *
000970******************************************************************
000980     EXEC SQL
000990       INCLUDE CWERRLOG
001000     END-EXEC.

001010*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001020     EXEC SQL
001030       INCLUDE CWJOBLOG
001040     END-EXEC.

001050******************************************************************
001060*                     DB2 SECTION                                *
001070******************************************************************
001080     EXEC SQL
001090       INCLUDE SQLCA
001100     END-EXEC.

001110     EXEC SQL
001120       INCLUDE DCLINCID
001130     END-EXEC.

001140*    EVERY ERROR NOT YET COUNTED AGAINST AN INCIDENT. A NULL
001150*    SQLCODE OR RESP GROUPS AS 0, AS ON THE INCIDENT ROW.
001160     EXEC SQL
001170       DECLARE UNCOUNTED-ERRORS CURSOR FOR
001180        SELECT ERROR_NUMBER, ERROR_DATE, ERROR_TIME,
001190               ERROR_SEVERITY, ERROR_MODULE, ERROR_PARA_NAME,
001200               COALESCE(ERROR_SQLCODE, 0),
001210               COALESCE(ERROR_CICS_RESP, 0)
001220          FROM DBODEVP.ERROR_LOG
001230         WHERE INCIDENT_ID IS NULL
001240         ORDER BY ERROR_NUMBER
001250     END-EXEC.

001260 01 WS-END                             PIC X(50) VALUE
001270     'ETROP118-WORKING STORAGE SECTION ENDS HERE'.

001280 PROCEDURE DIVISION.

001290 MAIN-LOGIC-PARA.

001300     MOVE 'ETROP118'                   TO EL-ERROR-MODULE.
001310     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001320     MOVE 'ETROP118'                   TO JRL-PROGRAM-ID.
001330     PERFORM LOG-JOB-START-PARA.

001340     PERFORM GET-RUN-DTS-PARA.
001350     PERFORM GET-HIGH-INCIDENT-PARA.

001360     EXEC SQL
001370       OPEN UNCOUNTED-ERRORS
001380     END-EXEC.
001390     IF SQLCODE NOT = 0
001400       MOVE 'OPEN'                   TO EL-ERROR-ACTION
001410       MOVE 'ERROR_LOG'              TO EL-ERROR-DB2-OBJECT
001420       PERFORM CHECK-SQLCODE-PARA
001430       PERFORM EXIT-PARA
001440     END-IF.

001450     PERFORM FETCH-ERROR-PARA.
001460     PERFORM FOLD-ONE-ERROR-PARA
001470       UNTIL WS-END-OF-ERRORS.

001480     EXEC SQL
001490       CLOSE UNCOUNTED-ERRORS
001500     END-EXEC.

001510     DISPLAY 'ERROR LOG ROWS READ     : ' WS-ERRORS-READ.
001520     DISPLAY 'ERROR LOG ROWS STAMPED  : ' WS-ROWS-STAMPED.
001530     DISPLAY 'NEW INCIDENTS OPENED    : ' WS-NEW-COUNT.
001540     DISPLAY 'CLOSED INCIDENTS REOPEN : ' WS-REOPENED-COUNT.
001550     MOVE 'C'                        TO JRL-RUN-STATUS.
001560     MOVE WS-ERRORS-READ             TO JRL-ROWS-READ.
001570     MOVE WS-NEW-COUNT               TO JRL-ROWS-WRITTEN.
001580     MOVE WS-ROWS-STAMPED            TO JRL-ROWS-UPDATED.
001590     PERFORM LOG-JOB-END-PARA.
001600     GOBACK.

001610******************************************************************
001620* Run Timestamp And Next Incident Number                         *
001630******************************************************************
001640 GET-RUN-DTS-PARA.
001650     EXEC SQL
001660       SELECT CHAR(CURRENT TIMESTAMP)
001670         INTO :WS-RUN-DTS
001680         FROM SYSIBM.SYSDUMMY1
001690     END-EXEC.
001700     IF SQLCODE NOT = 0
001710       MOVE 'SELECT'                 TO EL-ERROR-ACTION
001720       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
001730       PERFORM CHECK-SQLCODE-PARA
001740       PERFORM EXIT-PARA
001750     END-IF.

001760*    INCIDENT_ID IS HANDED OUT HERE ONLY, SO THE HIGH-WATER MARK
001770*    IS READ ONCE AND BUMPED IN STORAGE.
001780 GET-HIGH-INCIDENT-PARA.
001790     EXEC SQL
001800       SELECT COALESCE(MAX(INCIDENT_ID), 0)
001810         INTO :WS-NEXT-INCIDENT-ID
001820         FROM DBODEVP.INCIDENT
001830     END-EXEC.
001840     IF SQLCODE NOT = 0
001850       MOVE 'SELECT'                 TO EL-ERROR-ACTION
001860       MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
001870       PERFORM CHECK-SQLCODE-PARA
001880       PERFORM EXIT-PARA
001890     END-IF.

001900 FETCH-ERROR-PARA.
001910     EXEC SQL
001920       FETCH UNCOUNTED-ERRORS
001930        INTO :WS-ERR-NUMBER, :WS-ERR-DATE, :WS-ERR-TIME,
001940             :WS-ERR-SEVERITY, :WS-ERR-MODULE, :WS-ERR-PARA-NAME,
001950             :WS-ERR-SQLCODE, :WS-ERR-CICS-RESP
001960     END-EXEC.
001970     EVALUATE SQLCODE
001980       WHEN 0
001990         ADD 1                       TO WS-ERRORS-READ
002000       WHEN 100
002010         SET WS-END-OF-ERRORS        TO TRUE
002020       WHEN OTHER
002030         MOVE 'FETCH'                TO EL-ERROR-ACTION
002040         MOVE 'ERROR_LOG'            TO EL-ERROR-DB2-OBJECT
002050         PERFORM CHECK-SQLCODE-PARA
002060         PERFORM EXIT-PARA
002070     END-EVALUATE.

002080******************************************************************
002090* One Error Log Row                                              *
002100******************************************************************
002110*    ERROR_NUMBER IS ONLY MMDDHHMMSS, SO TWO IDENTICAL ERRORS IN
002120*    THE SAME SECOND SHARE ONE. THE STAMP TAKES EVERY UNCOUNTED
002130*    ROW WITH THIS NUMBER AND KEY AT ONCE AND COUNTS THEM ALL; THE
002140*    CURSOR'S LATER FETCH OF THE TWIN STAMPS NOTHING AND IS
002150*    PASSED OVER.
002160 FOLD-ONE-ERROR-PARA.
002170     PERFORM BUILD-SEEN-DTS-PARA.
002180     PERFORM FIND-INCIDENT-PARA.
002190     IF WS-INCIDENT-NOT-FOUND
002200       PERFORM OPEN-NEW-INCIDENT-PARA
002210     ELSE
002220       IF INC-STATUS-CLOSED
002230          AND WS-SEEN-DTS > INC-CLOSED-DTS
002240         PERFORM REOPEN-INCIDENT-PARA
002250       END-IF
002260     END-IF.
002270     PERFORM STAMP-ERROR-ROWS-PARA.
002280     IF WS-STAMPED-ROWS > 0
002290       PERFORM COUNT-OCCURRENCE-PARA
002300     END-IF.
002310     PERFORM FETCH-ERROR-PARA.

002320*    CPERRBAT/CPERRLOG WRITE A TWO-DIGIT YEAR; EVERY ROW THIS
002330*    SYSTEM HAS LOGGED IS 20YY.
002340 BUILD-SEEN-DTS-PARA.
002350     IF WS-ED-MONTH  NUMERIC AND WS-ED-DAY    NUMERIC
002360        AND WS-ED-YEAR NUMERIC AND WS-ET-HOUR NUMERIC
002370        AND WS-ET-MINUTE NUMERIC AND WS-ET-SECOND NUMERIC
002380        AND WS-ED-MONTH > '00' AND WS-ED-MONTH < '13'
002390        AND WS-ED-DAY > '00'   AND WS-ED-DAY < '32'
002400        AND WS-ET-HOUR < '24'  AND WS-ET-MINUTE < '60'
002410        AND WS-ET-SECOND < '60'
002420       MOVE '20'                     TO WS-SD-CENTURY
002430       MOVE WS-ED-YEAR               TO WS-SD-YEAR
002440       MOVE '-'                      TO WS-SD-DASH-1
002450       MOVE WS-ED-MONTH              TO WS-SD-MONTH
002460       MOVE '-'                      TO WS-SD-DASH-2
002470       MOVE WS-ED-DAY                TO WS-SD-DAY
002480       MOVE '-'                      TO WS-SD-DASH-3
002490       MOVE WS-ET-HOUR               TO WS-SD-HOUR
002500       MOVE '.'                      TO WS-SD-DOT-1
002510       MOVE WS-ET-MINUTE             TO WS-SD-MINUTE
002520       MOVE '.'                      TO WS-SD-DOT-2
002530       MOVE WS-ET-SECOND             TO WS-SD-SECOND
002540       MOVE '.'                      TO WS-SD-DOT-3
002550       MOVE '000000'                 TO WS-SD-MICRO
002560     ELSE
002570       MOVE WS-RUN-DTS               TO WS-SEEN-DTS
002580     END-IF.

002590 FIND-INCIDENT-PARA.
002600     EXEC SQL
002610       SELECT INCIDENT_ID, INCIDENT_STATUS,
002620              CHAR(CLOSED_DTS)
002630         INTO :INC-INCIDENT-ID, :INC-INCIDENT-STATUS,
002640              :INC-CLOSED-DTS :WS-CLOSED-DTS-IND
002650         FROM DBODEVP.INCIDENT
002660        WHERE ERROR_MODULE    = :WS-ERR-MODULE
002670          AND ERROR_PARA_NAME = :WS-ERR-PARA-NAME
002680          AND ERROR_SQLCODE   = :WS-ERR-SQLCODE
002690          AND ERROR_CICS_RESP = :WS-ERR-CICS-RESP
002700     END-EXEC.
002710     EVALUATE SQLCODE
002720       WHEN 0
002730         SET WS-INCIDENT-FOUND       TO TRUE
002740         IF WS-CLOSED-DTS-IND < 0
002750           MOVE SPACES               TO INC-CLOSED-DTS
002760         END-IF
002770       WHEN 100
002780         SET WS-INCIDENT-NOT-FOUND   TO TRUE
002790       WHEN OTHER
002800         MOVE 'SELECT'               TO EL-ERROR-ACTION
002810         MOVE 'INCIDENT'             TO EL-ERROR-DB2-OBJECT
002820         PERFORM CHECK-SQLCODE-PARA
002830         PERFORM EXIT-PARA
002840     END-EVALUATE.

002850*    A NEW INCIDENT STARTS AT ZERO OCCURRENCES - THE STAMP BELOW
002860*    COUNTS THIS ROW (AND ANY TWIN) LIKE EVERY LATER ONE.
002870 OPEN-NEW-INCIDENT-PARA.
002880     ADD 1                           TO WS-NEXT-INCIDENT-ID.
002890     MOVE WS-NEXT-INCIDENT-ID        TO INC-INCIDENT-ID.
002900     EXEC SQL
002910       INSERT INTO DBODEVP.INCIDENT
002920             (INCIDENT_ID, ERROR_MODULE, ERROR_PARA_NAME,
002930              ERROR_SQLCODE, ERROR_CICS_RESP, INCIDENT_STATUS,
002940              WORST_SEVERITY, FIRST_SEEN_DTS, LAST_SEEN_DTS,
002950              OCCURRENCE_COUNT, REOPEN_COUNT, OPENED_DTS,
002960              USR_ID, DTS)
002970       VALUES (:INC-INCIDENT-ID, :WS-ERR-MODULE,
002980               :WS-ERR-PARA-NAME, :WS-ERR-SQLCODE,
002990               :WS-ERR-CICS-RESP, 'O', :WS-ERR-SEVERITY,
003000               TIMESTAMP(:WS-SEEN-DTS), TIMESTAMP(:WS-SEEN-DTS),
003010               0, 0, TIMESTAMP(:WS-SEEN-DTS), 'BATCH',
003020               CURRENT TIMESTAMP)
003030     END-EXEC.
003040     IF SQLCODE NOT = 0
003050       MOVE 'INSERT'                 TO EL-ERROR-ACTION
003060       MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
003070       PERFORM CHECK-SQLCODE-PARA
003080       PERFORM EXIT-PARA
003090     END-IF.
003100     ADD 1                           TO WS-NEW-COUNT.

003110*    THE AGE CLOCK RESTARTS AT THE RECURRENCE; OWNER, TICKET AND
003120*    NOTES STAY SO THE LAST FIX IS THERE TO LOOK AT.
003130 REOPEN-INCIDENT-PARA.
003140     EXEC SQL
003150       UPDATE DBODEVP.INCIDENT
003160          SET INCIDENT_STATUS = 'O',
003170              REOPEN_COUNT    = REOPEN_COUNT + 1,
003180              OPENED_DTS      = TIMESTAMP(:WS-SEEN-DTS),
003190              CLOSED_DTS      = NULL,
003200              USR_ID          = 'BATCH',
003210              DTS             = CURRENT TIMESTAMP
003220        WHERE INCIDENT_ID = :INC-INCIDENT-ID
003230     END-EXEC.
003240     IF SQLCODE NOT = 0
003250       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003260       MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
003270       PERFORM CHECK-SQLCODE-PARA
003280       PERFORM EXIT-PARA
003290     END-IF.
003300     SET INC-STATUS-OPEN             TO TRUE.
003310     ADD 1                           TO WS-REOPENED-COUNT.

003320 STAMP-ERROR-ROWS-PARA.
003330     EXEC SQL
003340       UPDATE DBODEVP.ERROR_LOG
003350          SET INCIDENT_ID = :INC-INCIDENT-ID
003360        WHERE ERROR_NUMBER    = :WS-ERR-NUMBER
003370          AND ERROR_MODULE    = :WS-ERR-MODULE
003380          AND ERROR_PARA_NAME = :WS-ERR-PARA-NAME
003390          AND COALESCE(ERROR_SQLCODE, 0)   = :WS-ERR-SQLCODE
003400          AND COALESCE(ERROR_CICS_RESP, 0) = :WS-ERR-CICS-RESP
003410          AND INCIDENT_ID IS NULL
003420     END-EXEC.
003430     EVALUATE SQLCODE
003440       WHEN 0
003450         MOVE SQLERRD (3)            TO WS-STAMPED-ROWS
003460       WHEN 100
003470         MOVE 0                      TO WS-STAMPED-ROWS
003480       WHEN OTHER
003490         MOVE 'UPDATE'               TO EL-ERROR-ACTION
003500         MOVE 'ERROR_LOG'            TO EL-ERROR-DB2-OBJECT
003510         PERFORM CHECK-SQLCODE-PARA
003520         PERFORM EXIT-PARA
003530     END-EVALUATE.
003540     ADD WS-STAMPED-ROWS             TO WS-ROWS-STAMPED.

003550*    FIRST/LAST SEEN WIDEN TO TAKE IN THIS ERROR - THE LOG IS NOT
003560*    STRICTLY IN TIME ORDER ACROSS A YEAR END. ONE FATAL
003570*    OCCURRENCE MAKES THE INCIDENT FATAL FOR GOOD.
003580 COUNT-OCCURRENCE-PARA.
003590     EXEC SQL
003600       UPDATE DBODEVP.INCIDENT
003610          SET OCCURRENCE_COUNT =
003620                OCCURRENCE_COUNT + :WS-STAMPED-ROWS,
003630              FIRST_SEEN_DTS   =
003640                CASE WHEN TIMESTAMP(:WS-SEEN-DTS) < FIRST_SEEN_DTS
003650                     THEN TIMESTAMP(:WS-SEEN-DTS)
003660                     ELSE FIRST_SEEN_DTS END,
003670              LAST_SEEN_DTS    =
003680                CASE WHEN TIMESTAMP(:WS-SEEN-DTS) > LAST_SEEN_DTS
003690                     THEN TIMESTAMP(:WS-SEEN-DTS)
003700                     ELSE LAST_SEEN_DTS END,
003710              WORST_SEVERITY   =
003720                CASE WHEN :WS-ERR-SEVERITY = 'F'
003730                     THEN 'F'
003740                     ELSE WORST_SEVERITY END,
003750              DTS              = CURRENT TIMESTAMP
003760        WHERE INCIDENT_ID = :INC-INCIDENT-ID
003770     END-EXEC.
003780     IF SQLCODE NOT = 0
003790       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003800       MOVE 'INCIDENT'               TO EL-ERROR-DB2-OBJECT
003810       PERFORM CHECK-SQLCODE-PARA
003820       PERFORM EXIT-PARA
003830     END-IF.

003840******************************************************************
003850* Error Logging                                                  *
003860******************************************************************
003870     EXEC SQL
003880       INCLUDE CPERRBAT
003890     END-EXEC.

003900 EXIT-PARA.
003910     MOVE 'F'                        TO JRL-RUN-STATUS.
003920     MOVE WS-ERRORS-READ             TO JRL-ROWS-READ.
003930     MOVE WS-NEW-COUNT               TO JRL-ROWS-WRITTEN.
003940     MOVE WS-ROWS-STAMPED            TO JRL-ROWS-UPDATED.
003950     PERFORM LOG-JOB-END-PARA.
003960     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003970     GOBACK.

003980******************************************************************
003990* Run Registry                                                   *
004000******************************************************************
004010     EXEC SQL
004020       INCLUDE CPJOBLOG
004030     END-EXEC.
