000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCBT007A.
000030 AUTHOR.        ANAND V.
000040 INSTALLATION.  RC.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  10/15/2026 ANAND  NEW PROGRAM.                                *

000100******************************************************************
000110*  SHARED TRANSMISSION_LOG REGISTRATION ROUTINE.                 *
000120*  WHEN A RECIPIENT SAID A FILE NEVER ARRIVED WE COULD NOT SHOW  *
000130*  WHAT HAD BEEN SENT. EVERY OUTBOUND WRITER NOW REACHES THIS    *
000140*  ROUTINE THROUGH CPHDRTRL, ONCE FROM BUILD-HEADER-PARA AND     *
000150*  ONCE FROM BUILD-TRAILER-PARA:                                 *
000160*    'O' - NUMBERS THE NEXT GENERATION OF THE INTERFACE AND      *
000170*          INSERTS ITS TRANSMISSION_LOG ROW AT XMIT_STATUS 'W'   *
000180*    'C' - POSTS THE TRAILER'S RECORD COUNT AND HASH TOTAL TO    *
000190*          THAT ROW AND MOVES IT TO 'P' (READY TO TRANSFER)      *
000200*  THE ROW IS PART OF THE WRITER'S OWN UNIT OF WORK, SO A RUN    *
000210*  THAT FAILS AND ROLLS BACK LEAVES NO RECORD OF A FILE THAT     *
000220*  SHOULD NOT BE SENT.                                           *
000230******************************************************************
000240 EJECT

000250 ENVIRONMENT DIVISION.

000260 CONFIGURATION SECTION.

000270 SOURCE-COMPUTER. Z900.
000280 OBJECT-COMPUTER. Z900.

000290 DATA DIVISION.

000300 WORKING-STORAGE SECTION.

000310 01 WS-VARIABLES.
000320    05 WS-HEADER-DATE-NUM               PIC 9(08).
000330    05 WS-HEADER-DATE-PARTS REDEFINES WS-HEADER-DATE-NUM.
000340       10 WS-HD-YYYY                    PIC 9(04).
000350       10 WS-HD-MM                      PIC 9(02).
000360       10 WS-HD-DD                      PIC 9(02).
000370    05 WS-HEADER-TIME-NUM               PIC 9(06).
000380    05 WS-HEADER-TIME-PARTS REDEFINES WS-HEADER-TIME-NUM.
000390       10 WS-HT-HH                      PIC 9(02).
000400       10 WS-HT-MI                      PIC 9(02).
000410       10 WS-HT-SS                      PIC 9(02).

000420******************************************************************
000430*                     DB2 SECTION                                *
000440******************************************************************
000450     EXEC SQL
000460       INCLUDE SQLCA
000470     END-EXEC.

000480     EXEC SQL
000490       INCLUDE DCLXMTLG
000500     END-EXEC.

000510 LINKAGE SECTION.
000520******************************************************************
000530*  LS-RCBT007A-PARM IS THE CALLER'S HT-RCBT007A-PARM (CWHDRTRL). *
000540*  FOR 'O' THE CALLER FILLS IN THE INTERFACE (DD) NAME, PROGRAM, *
000550*  DESTINATION AND THE HEADER'S DATE (YYYYMMDD) AND TIME         *
000560*  (HHMMSS), AND GETS THE NEW GENERATION BACK; FOR 'C' IT FILLS  *
000570*  IN THE INTERFACE NAME, GENERATION, RECORD COUNT AND HASH.     *
000580*  LS-XM-RETURN-CODE:                                            *
000590*    '0' - DONE                                                  *
000600*    '9' - THE LOG COULD NOT BE WRITTEN (REASON ON SYSOUT). THE  *
000610*          WRITER CARRIES ON - A MISSING LOG ROW MUST NEVER STOP *
000620*          A NIGHTLY FEED                                        *
000630******************************************************************
000640 01 LS-RCBT007A-PARM.
000650    05 LS-XM-FUNCTION                   PIC X(01).
000660       88 LS-XM-REGISTER                          VALUE 'O'.
000670       88 LS-XM-POST-TRAILER                      VALUE 'C'.
000680    05 LS-XM-INTERFACE-NAME             PIC X(08).
000690    05 LS-XM-PROGRAM-ID                 PIC X(08).
000700    05 LS-XM-DESTINATION                PIC X(20).
000710    05 LS-XM-HEADER-DATE                PIC 9(08).
000720    05 LS-XM-HEADER-TIME                PIC 9(06).
000730    05 LS-XM-GENERATION                 PIC S9(9) USAGE COMP.
000740    05 LS-XM-RECORD-COUNT               PIC S9(9) USAGE COMP.
000750    05 LS-XM-HASH-TOTAL                 PIC S9(13)V99 COMP-3.
000760    05 LS-XM-RETURN-CODE                PIC X(01).
000770       88 LS-XM-DONE                              VALUE '0'.
000780       88 LS-XM-FAILED                            VALUE '9'.

000790 PROCEDURE DIVISION USING LS-RCBT007A-PARM.

000800 MAIN-LOGIC-PARA.
000810     SET LS-XM-DONE                  TO TRUE.
000820     MOVE LS-XM-INTERFACE-NAME       TO XMT-INTERFACE-NAME.
000830     EVALUATE TRUE
000840       WHEN LS-XM-REGISTER
000850         PERFORM REGISTER-FILE-PARA
000860       WHEN LS-XM-POST-TRAILER
000870         PERFORM POST-TRAILER-PARA
000880       WHEN OTHER
000890         SET LS-XM-FAILED            TO TRUE
000900         DISPLAY ' RCBT007A - UNKNOWN FUNCTION ' LS-XM-FUNCTION
000910     END-EVALUATE.
000920     GOBACK.

000930******************************************************************
000940* Register A New Generation                                      *
000950******************************************************************
000960 REGISTER-FILE-PARA.
000970     EXEC SQL
000980       SELECT COALESCE(MAX(GENERATION), 0) + 1
000990         INTO :XMT-GENERATION
001000         FROM DBODEVP.TRANSMISSION_LOG
001010        WHERE INTERFACE_NAME = :XMT-INTERFACE-NAME
001020     END-EXEC.
001030     IF SQLCODE NOT = 0
001040       SET LS-XM-FAILED              TO TRUE
001050       DISPLAY ' TRANSMISSION_LOG NUMBERING FAILED FOR '
001060               LS-XM-INTERFACE-NAME
001070       DISPLAY ' SQL CODE   '  SQLCODE
001080     ELSE
001090       PERFORM INSERT-LOG-PARA
001100     END-IF.

001110 INSERT-LOG-PARA.
001120     MOVE LS-XM-PROGRAM-ID           TO XMT-PROGRAM-ID.
001130     MOVE LS-XM-DESTINATION          TO XMT-DESTINATION.
001140     MOVE LS-XM-HEADER-DATE          TO WS-HEADER-DATE-NUM.
001150     MOVE LS-XM-HEADER-TIME          TO WS-HEADER-TIME-NUM.
001160     STRING WS-HD-YYYY '-' WS-HD-MM '-' WS-HD-DD
001170            DELIMITED BY SIZE      INTO XMT-HEADER-DATE.
001180     STRING WS-HT-HH '.' WS-HT-MI '.' WS-HT-SS
001190            DELIMITED BY SIZE      INTO XMT-HEADER-TIME.
001200     EXEC SQL
001210       INSERT INTO DBODEVP.TRANSMISSION_LOG
001220             (INTERFACE_NAME, GENERATION, RESEND_SEQ, PROGRAM_ID,
001230              DESTINATION, HEADER_DATE, HEADER_TIME, XMIT_STATUS,
001240              USR_ID, DTS)
001250       VALUES (:XMT-INTERFACE-NAME, :XMT-GENERATION, 0,
001260              :XMT-PROGRAM-ID, :XMT-DESTINATION,
001270              :XMT-HEADER-DATE, :XMT-HEADER-TIME, 'W',
001280              'BATCH', CURRENT TIMESTAMP)
001290     END-EXEC.
001300     IF SQLCODE = 0
001310       MOVE XMT-GENERATION           TO LS-XM-GENERATION
001320     ELSE
001330       SET LS-XM-FAILED              TO TRUE
001340       DISPLAY ' TRANSMISSION_LOG INSERT FAILED FOR '
001350               LS-XM-INTERFACE-NAME
001360       DISPLAY ' SQL CODE   '  SQLCODE
001370     END-IF.

001380******************************************************************
001390* Post The Trailer Totals                                        *
001400******************************************************************
001410 POST-TRAILER-PARA.
001420     MOVE LS-XM-GENERATION           TO XMT-GENERATION.
001430     MOVE LS-XM-RECORD-COUNT         TO XMT-RECORD-COUNT.
001440     MOVE LS-XM-HASH-TOTAL           TO XMT-HASH-TOTAL.
001450     EXEC SQL
001460       UPDATE DBODEVP.TRANSMISSION_LOG
001470          SET XMIT_STATUS  = 'P',
001480              RECORD_COUNT = :XMT-RECORD-COUNT,
001490              HASH_TOTAL   = :XMT-HASH-TOTAL,
001500              DTS          = CURRENT TIMESTAMP
001510        WHERE INTERFACE_NAME = :XMT-INTERFACE-NAME
001520          AND GENERATION     = :XMT-GENERATION
001530          AND RESEND_SEQ     = 0
001540     END-EXEC.
001550     IF SQLCODE NOT = 0
001560       SET LS-XM-FAILED              TO TRUE
001570       DISPLAY ' TRANSMISSION_LOG TRAILER POST FAILED FOR '
001580               LS-XM-INTERFACE-NAME ' GENERATION '
001590               LS-XM-GENERATION
001600       DISPLAY ' SQL CODE   '  SQLCODE
001610     END-IF.
