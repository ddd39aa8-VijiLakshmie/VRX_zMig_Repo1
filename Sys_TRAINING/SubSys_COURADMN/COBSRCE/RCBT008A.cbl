000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCBT008A.
000030 AUTHOR.        ANAND V.
000040 INSTALLATION.  RC.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  10/15/2026 ANAND  NEW PROGRAM.                                *

000100******************************************************************
000110*  SHARED INBOUND FILE REGISTRY ROUTINE.                         *
000120*  EVERY INBOUND JOB REACHES THIS ROUTINE THROUGH CPINBREG       *
000130*  BEFORE IT PROCESSES A RECORD, AND AGAIN WHEN IT HAS FINISHED: *
000140*    'R' - LOOKS THE FILE UP BY INTERFACE, SENDER AND THE        *
000150*          SENDER'S FILE SEQUENCE, REFUSES IT IF IT WAS ALREADY  *
000160*          ACCEPTED (OR HAS NO USABLE HEADER) UNLESS THE CALLER  *
000170*          PASSES AN OVERRIDE, NOTES A JUMP IN THE SENDER'S      *
000180*          SEQUENCE, AND INSERTS THE ARRIVAL'S REGISTRY ROW -    *
000190*          'A' ACCEPTED, OR 'D'/'H' REFUSED                      *
000200*    'C' - MARKS THE ACCEPTED ROW 'P' WITH THE RECORD COUNT      *
000210*  AN EARLIER ARRIVAL STILL AT 'A' COUNTS AS ACCEPTED: ITS RUN   *
000220*  FAILED PART WAY AND MAY HAVE APPLIED SOME OF THE FILE, SO A   *
000230*  RE-RUN NEEDS THE OVERRIDE TOO, AFTER SOMEONE HAS LOOKED.      *
000240*  A REFUSED ARRIVAL'S ROW STANDS - THE CALLER STOPS AT ONCE     *
000250*  WITHOUT ANY OTHER UPDATE - SO THE DAILY REPORT CAN SHOW IT.   *
000260******************************************************************
000270 EJECT

000280 ENVIRONMENT DIVISION.

000290 CONFIGURATION SECTION.

000300 SOURCE-COMPUTER. Z900.
000310 OBJECT-COMPUTER. Z900.

000320 DATA DIVISION.

000330 WORKING-STORAGE SECTION.

000340 01 WS-VARIABLES.
000350    05 WS-FILE-DATE-NUM                 PIC 9(08).
000360    05 WS-FILE-DATE-PARTS REDEFINES WS-FILE-DATE-NUM.
000370       10 WS-FD-YYYY                    PIC 9(04).
000380       10 WS-FD-MM                      PIC 9(02).
000390       10 WS-FD-DD                      PIC 9(02).
000400    05 WS-FILE-TIME-NUM                 PIC 9(06).
000410    05 WS-FILE-TIME-PARTS REDEFINES WS-FILE-TIME-NUM.
000420       10 WS-FT-HH                      PIC 9(02).
000430       10 WS-FT-MI                      PIC 9(02).
000440       10 WS-FT-SS                      PIC 9(02).
000450    05 WS-ACCEPTED-COUNT                PIC S9(9) USAGE COMP.
000460    05 WS-OPEN-COUNT                    PIC S9(9) USAGE COMP.
000470    05 WS-LAST-SEQ                      PIC S9(9) USAGE COMP.
000480    05 WS-OVERRIDE-SW                   PIC X(01).
000490       88 WS-OVERRIDE-USED                        VALUE 'Y'.
000500*    NULL INDICATORS FOR THE INSERT.
000510    05 WS-DATE-IND                      PIC S9(4) USAGE COMP.
000520    05 WS-EXPECTED-IND                  PIC S9(4) USAGE COMP.
000530    05 WS-OVERRIDE-IND                  PIC S9(4) USAGE COMP.

000540******************************************************************
000550*                     DB2 SECTION                                *
000560******************************************************************
000570     EXEC SQL
000580       INCLUDE SQLCA
000590     END-EXEC.

000600     EXEC SQL
000610       INCLUDE DCLINBRG
000620     END-EXEC.

000630 LINKAGE SECTION.
000640******************************************************************
000650*  LS-RCBT008A-PARM IS THE CALLER'S IB-RCBT008A-PARM (CWINBREG). *
000660*  FOR 'R' THE CALLER FILLS IN THE INTERFACE (DD) NAME, PROGRAM, *
000670*  WHETHER A HEADER WAS FOUND AND ITS SENDER, FILE SEQUENCE,     *
000680*  DATE (YYYYMMDD) AND TIME (HHMMSS), AND THE OVERRIDE (SPACES - *
000690*  NONE); IT GETS BACK THE ARRIVAL NUMBER AND, WHEN THE SENDER'S *
000700*  SEQUENCE JUMPED, THE NUMBER THAT WAS DUE (ELSE 0). FOR 'C' IT *
000710*  PASSES THE SAME PARM BACK WITH THE RECORD COUNT.              *
000720*  LS-RG-RETURN-CODE:                                            *
000730*    '0' - ACCEPTED - PROCESS THE FILE                           *
000740*    'D' - REFUSED - ALREADY ACCEPTED ONCE                       *
000750*    'H' - REFUSED - NO USABLE HDR RECORD                        *
000760*    '9' - THE REGISTRY COULD NOT BE READ OR WRITTEN (REASON ON  *
000770*          SYSOUT); FOR 'R' THE FILE IS REFUSED - WITHOUT THE    *
000780*          REGISTRY NOBODY CAN SAY IT IS NOT A DUPLICATE         *
000790******************************************************************
000800 01 LS-RCBT008A-PARM.
000810    05 LS-RG-FUNCTION                   PIC X(01).
000820       88 LS-RG-REGISTER                          VALUE 'R'.
000830       88 LS-RG-COMPLETE                          VALUE 'C'.
000840    05 LS-RG-INTERFACE-NAME             PIC X(08).
000850    05 LS-RG-PROGRAM-ID                 PIC X(08).
000860    05 LS-RG-HEADER-SW                  PIC X(01).
000870       88 LS-RG-HEADER-OK                         VALUE 'Y'.
000880    05 LS-RG-SENDER-ID                  PIC X(08).
000890    05 LS-RG-FILE-SEQ                   PIC S9(9) USAGE COMP.
000900    05 LS-RG-FILE-DATE                  PIC 9(08).
000910    05 LS-RG-FILE-TIME                  PIC 9(06).
000920    05 LS-RG-OVERRIDE-BY                PIC X(08).
000930    05 LS-RG-OVERRIDE-REASON            PIC X(40).
000940    05 LS-RG-ARRIVAL-SEQ                PIC S9(4) USAGE COMP.
000950    05 LS-RG-EXPECTED-SEQ               PIC S9(9) USAGE COMP.
000960    05 LS-RG-RECORD-COUNT               PIC S9(9) USAGE COMP.
000970    05 LS-RG-RETURN-CODE                PIC X(01).
000980       88 LS-RG-ACCEPTED                          VALUE '0'.
000990       88 LS-RG-DUPLICATE                         VALUE 'D'.
001000       88 LS-RG-NO-HEADER                         VALUE 'H'.
001010       88 LS-RG-FAILED                            VALUE '9'.

001020 PROCEDURE DIVISION USING LS-RCBT008A-PARM.

001030 MAIN-LOGIC-PARA.
001040     MOVE LS-RG-INTERFACE-NAME       TO IFR-INTERFACE-NAME.
001050     MOVE LS-RG-SENDER-ID            TO IFR-SENDER-ID.
001060     MOVE LS-RG-FILE-SEQ             TO IFR-FILE-SEQ.
001070     EVALUATE TRUE
001080       WHEN LS-RG-REGISTER
001090         SET LS-RG-ACCEPTED          TO TRUE
001100         PERFORM REGISTER-ARRIVAL-PARA
001110       WHEN LS-RG-COMPLETE
001120         PERFORM COMPLETE-ARRIVAL-PARA
001130       WHEN OTHER
001140         SET LS-RG-FAILED            TO TRUE
001150         DISPLAY ' RCBT008A - UNKNOWN FUNCTION ' LS-RG-FUNCTION
001160     END-EVALUATE.
001170     GOBACK.

001180******************************************************************
001190* Register An Arrival                                            *
001200******************************************************************
001210 REGISTER-ARRIVAL-PARA.
001220     MOVE 0                          TO LS-RG-EXPECTED-SEQ.
001230     MOVE 'N'                        TO IFR-GAP-FLAG.
001240     MOVE -1                         TO WS-EXPECTED-IND.
001250     MOVE 'N'                        TO WS-OVERRIDE-SW.
001260     PERFORM NEXT-ARRIVAL-PARA.
001270     IF LS-RG-ACCEPTED
001280       IF LS-RG-HEADER-OK
001290         PERFORM CHECK-DUPLICATE-PARA
001300       ELSE
001310         SET LS-RG-NO-HEADER         TO TRUE
001320       END-IF
001330     END-IF.
001340     IF LS-RG-DUPLICATE OR LS-RG-NO-HEADER
001350       IF LS-RG-OVERRIDE-BY NOT = SPACES
001360         SET LS-RG-ACCEPTED          TO TRUE
001370         SET WS-OVERRIDE-USED        TO TRUE
001380         DISPLAY ' RCBT008A - ' LS-RG-INTERFACE-NAME
001390                 ' ACCEPTED ON OVERRIDE BY ' LS-RG-OVERRIDE-BY
001400       END-IF
001410     END-IF.
001420     IF LS-RG-ACCEPTED AND LS-RG-HEADER-OK
001430       PERFORM CHECK-SEQUENCE-PARA
001440     END-IF.
001450     IF NOT LS-RG-FAILED
001460       PERFORM INSERT-ARRIVAL-PARA
001470     END-IF.

001480 NEXT-ARRIVAL-PARA.
001490     EXEC SQL
001500       SELECT COALESCE(MAX(ARRIVAL_SEQ) + 1, 0)
001510         INTO :IFR-ARRIVAL-SEQ
001520         FROM DBODEVP.INBOUND_FILE_REGISTRY
001530        WHERE INTERFACE_NAME = :IFR-INTERFACE-NAME
001540          AND SENDER_ID      = :IFR-SENDER-ID
001550          AND FILE_SEQ       = :IFR-FILE-SEQ
001560     END-EXEC.
001570     IF SQLCODE NOT = 0
001580       SET LS-RG-FAILED              TO TRUE
001590       DISPLAY ' INBOUND_FILE_REGISTRY LOOKUP FAILED FOR '
001600               LS-RG-INTERFACE-NAME
001610       DISPLAY ' SQL CODE   '  SQLCODE
001620     END-IF.

001630*    'A' AND 'P' ARRIVALS ARE THE ONES THAT WERE LET IN.
001640 CHECK-DUPLICATE-PARA.
001650     EXEC SQL
001660       SELECT COUNT(*),
001670              COALESCE(SUM(CASE ARRIVAL_STATUS
001680                             WHEN 'A' THEN 1 ELSE 0 END), 0)
001690         INTO :WS-ACCEPTED-COUNT, :WS-OPEN-COUNT
001700         FROM DBODEVP.INBOUND_FILE_REGISTRY
001710        WHERE INTERFACE_NAME = :IFR-INTERFACE-NAME
001720          AND SENDER_ID      = :IFR-SENDER-ID
001730          AND FILE_SEQ       = :IFR-FILE-SEQ
001740          AND ARRIVAL_STATUS IN ('A', 'P')
001750     END-EXEC.
001760     IF SQLCODE NOT = 0
001770       SET LS-RG-FAILED              TO TRUE
001780       DISPLAY ' INBOUND_FILE_REGISTRY LOOKUP FAILED FOR '
001790               LS-RG-INTERFACE-NAME
001800       DISPLAY ' SQL CODE   '  SQLCODE
001810     ELSE
001820       IF WS-ACCEPTED-COUNT > 0
001830         SET LS-RG-DUPLICATE         TO TRUE
001840         IF WS-OPEN-COUNT > 0
001850           DISPLAY ' RCBT008A - AN EARLIER RUN ON THIS FILE '
001860                   'NEVER FINISHED - CHECK WHAT IT APPLIED'
001870         END-IF
001880       END-IF
001890     END-IF.

001900*    A FILE NUMBERED PAST THE NEXT ONE DUE MEANS THE SENDER'S
001910*    FILES IN BETWEEN HAVE NOT ARRIVED. A LOWER NUMBER IS A LATE
001920*    FILE FILLING AN EARLIER GAP, AND THE FIRST FILE EVER FROM A
001930*    SENDER SETS THE STARTING POINT.
001940 CHECK-SEQUENCE-PARA.
001950     EXEC SQL
001960       SELECT COALESCE(MAX(FILE_SEQ), 0)
001970         INTO :WS-LAST-SEQ
001980         FROM DBODEVP.INBOUND_FILE_REGISTRY
001990        WHERE INTERFACE_NAME = :IFR-INTERFACE-NAME
002000          AND SENDER_ID      = :IFR-SENDER-ID
002010          AND ARRIVAL_STATUS IN ('A', 'P')
002020     END-EXEC.
002030     IF SQLCODE NOT = 0
002040       SET LS-RG-FAILED              TO TRUE
002050       DISPLAY ' INBOUND_FILE_REGISTRY LOOKUP FAILED FOR '
002060               LS-RG-INTERFACE-NAME
002070       DISPLAY ' SQL CODE   '  SQLCODE
002080     ELSE
002090       IF WS-LAST-SEQ > 0 AND IFR-FILE-SEQ > WS-LAST-SEQ + 1
002100         MOVE 'Y'                    TO IFR-GAP-FLAG
002110         COMPUTE IFR-EXPECTED-SEQ = WS-LAST-SEQ + 1
002120         MOVE 0                      TO WS-EXPECTED-IND
002130         MOVE IFR-EXPECTED-SEQ       TO LS-RG-EXPECTED-SEQ
002140       END-IF
002150     END-IF.

002160 INSERT-ARRIVAL-PARA.
002170     MOVE LS-RG-PROGRAM-ID           TO IFR-PROGRAM-ID.
002180     EVALUATE TRUE
002190       WHEN LS-RG-ACCEPTED
002200         MOVE 'A'                    TO IFR-ARRIVAL-STATUS
002210       WHEN LS-RG-DUPLICATE
002220         MOVE 'D'                    TO IFR-ARRIVAL-STATUS
002230       WHEN OTHER
002240         MOVE 'H'                    TO IFR-ARRIVAL-STATUS
002250     END-EVALUATE.
002260     IF LS-RG-HEADER-OK
002270       MOVE 0                        TO WS-DATE-IND
002280       MOVE LS-RG-FILE-DATE          TO WS-FILE-DATE-NUM
002290       MOVE LS-RG-FILE-TIME          TO WS-FILE-TIME-NUM
002300       STRING WS-FD-YYYY '-' WS-FD-MM '-' WS-FD-DD
002310              DELIMITED BY SIZE    INTO IFR-FILE-DATE
002320       STRING WS-FT-HH '.' WS-FT-MI '.' WS-FT-SS
002330              DELIMITED BY SIZE    INTO IFR-FILE-TIME
002340     ELSE
002350       MOVE -1                       TO WS-DATE-IND
002360     END-IF.
002370*    THE OVERRIDE IS RECORDED ONLY WHERE IT WAS WHAT LET THE
002380*    FILE IN.
002390     MOVE -1                         TO WS-OVERRIDE-IND.
002400     IF WS-OVERRIDE-USED
002410       MOVE 0                        TO WS-OVERRIDE-IND
002420       MOVE LS-RG-OVERRIDE-BY        TO IFR-OVERRIDE-BY
002430       MOVE LS-RG-OVERRIDE-REASON    TO IFR-OVERRIDE-REASON
002440     END-IF.
002450     EXEC SQL
002460       INSERT INTO DBODEVP.INBOUND_FILE_REGISTRY
002470             (INTERFACE_NAME, SENDER_ID, FILE_SEQ, ARRIVAL_SEQ,
002480              PROGRAM_ID, FILE_DATE, FILE_TIME, ARRIVAL_STATUS,
002490              GAP_FLAG, EXPECTED_SEQ, OVERRIDE_BY,
002500              OVERRIDE_REASON, RECEIVED_DTS, USR_ID, DTS)
002510       VALUES (:IFR-INTERFACE-NAME, :IFR-SENDER-ID, :IFR-FILE-SEQ,
002520              :IFR-ARRIVAL-SEQ, :IFR-PROGRAM-ID,
002530              :IFR-FILE-DATE :WS-DATE-IND,
002540              :IFR-FILE-TIME :WS-DATE-IND,
002550              :IFR-ARRIVAL-STATUS, :IFR-GAP-FLAG,
002560              :IFR-EXPECTED-SEQ :WS-EXPECTED-IND,
002570              :IFR-OVERRIDE-BY :WS-OVERRIDE-IND,
002580              :IFR-OVERRIDE-REASON :WS-OVERRIDE-IND,
002590              CURRENT TIMESTAMP, 'BATCH', CURRENT TIMESTAMP)
002600     END-EXEC.
002610     IF SQLCODE = 0
002620       MOVE IFR-ARRIVAL-SEQ          TO LS-RG-ARRIVAL-SEQ
002630     ELSE
002640       SET LS-RG-FAILED              TO TRUE
002650       DISPLAY ' INBOUND_FILE_REGISTRY INSERT FAILED FOR '
002660               LS-RG-INTERFACE-NAME
002670       DISPLAY ' SQL CODE   '  SQLCODE
002680     END-IF.

002690******************************************************************
002700* Complete An Accepted Arrival                                   *
002710******************************************************************
002720 COMPLETE-ARRIVAL-PARA.
002730     MOVE LS-RG-ARRIVAL-SEQ          TO IFR-ARRIVAL-SEQ.
002740     MOVE LS-RG-RECORD-COUNT         TO IFR-RECORD-COUNT.
002750     EXEC SQL
002760       UPDATE DBODEVP.INBOUND_FILE_REGISTRY
002770          SET ARRIVAL_STATUS = 'P',
002780              RECORD_COUNT   = :IFR-RECORD-COUNT,
002790              COMPLETED_DTS  = CURRENT TIMESTAMP,
002800              DTS            = CURRENT TIMESTAMP
002810        WHERE INTERFACE_NAME = :IFR-INTERFACE-NAME
002820          AND SENDER_ID      = :IFR-SENDER-ID
002830          AND FILE_SEQ       = :IFR-FILE-SEQ
002840          AND ARRIVAL_SEQ    = :IFR-ARRIVAL-SEQ
002850     END-EXEC.
002860     IF SQLCODE NOT = 0
002870       SET LS-RG-FAILED              TO TRUE
002880       DISPLAY ' INBOUND_FILE_REGISTRY COMPLETION FAILED FOR '
002890               LS-RG-INTERFACE-NAME
002900       DISPLAY ' SQL CODE   '  SQLCODE
002910     END-IF.
