000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP122.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  CONTROLLED RESEND OF AN OUTBOUND FILE.                        *
000090*  WHEN A RECIPIENT SAYS A FILE NEVER ARRIVED, OPERATIONS POINTS *
000100*  RSNDIN AT THE KEPT GENERATION OF THE FILE AND NAMES IT ON THE *
000110*  RSNDPARM CARD:                                                *
000120*    COLS  1- 8  INTERFACE (THE WRITER'S DD NAME, E.G. LMSXTRC)  *
000130*    COLS 10-18  GENERATION (FROM TRANSMISSION_LOG / THE HEADER) *
000140*    COLS 20-27  WHO ASKED FOR THE RESEND                        *
000150*    COLS 29-68  WHY                                             *
000160*  THE JOB REFUSES (RETURN-CODE 8, NOTHING LOGGED) UNLESS:       *
000170*    - THE CARD IS COMPLETE AND THE GENERATION WAS PRODUCED -    *
000180*      ITS TRANSMISSION_LOG ROW IS PAST 'W'                      *
000190*    - RSNDIN'S HEADER NAMES THAT INTERFACE AND GENERATION, SO   *
000200*      THE WRONG DATASET CANNOT GO OUT UNDER THE RIGHT NAME      *
000210*    - RSNDIN'S TRAILER AND ITS DATA RECORDS AGREE WITH THE      *
000220*      COUNT AND HASH LOGGED WHEN THE FILE WAS FIRST WRITTEN     *
000230*  IT THEN WRITES RSNDOUT - THE SAME RECORDS WITH THE HEADER'S   *
000240*  RESEND FLAG SET TO 'R' AND THE RESEND NUMBER FILLED IN, SO    *
000250*  THE RECEIVER CAN TELL IT IS A DUPLICATE - AND ADDS THE        *
000260*  RESEND'S OWN TRANSMISSION_LOG ROW (RESEND_SEQ 1, 2 ...) WITH  *
000270*  THE REQUESTER AND REASON. THE TRANSFER STEP SENDS RSNDOUT AND *
000280*  ETROP121 POSTS ITS RESULT TO THAT ROW.                        *
000290******************************************************************

000300 ENVIRONMENT DIVISION.

000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. Z900.
000330 OBJECT-COMPUTER. Z900.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RSND-PARM-FILE   ASSIGN TO RSNDPARM
000370            ORGANIZATION  IS LINE SEQUENTIAL.
000380     SELECT RSND-IN-FILE     ASSIGN TO RSNDIN
000390            ORGANIZATION  IS LINE SEQUENTIAL.
000400     SELECT RSND-OUT-FILE    ASSIGN TO RSNDOUT
000410            ORGANIZATION  IS LINE SEQUENTIAL.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RSND-PARM-FILE
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  RSND-PARM-RECORD.
000470     05 RP-INTERFACE-NAME            PIC X(08).
000480     05 FILLER                       PIC X(01).
000490     05 RP-GENERATION                PIC 9(09).
000500     05 RP-GENERATION-X REDEFINES RP-GENERATION
000510                                     PIC X(09).
000520     05 FILLER                       PIC X(01).
000530     05 RP-REQUESTED-BY              PIC X(08).
000540     05 FILLER                       PIC X(01).
000550     05 RP-RESEND-REASON             PIC X(40).
000560     05 FILLER                       PIC X(12).
000570 FD  RSND-IN-FILE
000580     RECORD CONTAINS 400 CHARACTERS.
000590 01  RSND-IN-RECORD                  PIC X(400).
000600 FD  RSND-OUT-FILE
000610     RECORD CONTAINS 400 CHARACTERS.
000620 01  RSND-OUT-RECORD                 PIC X(400).

000630 WORKING-STORAGE SECTION.

000640 01 WS-BEGIN                          PIC  X(36) VALUE
000650     'ETROP122 WORKING STORAGE STARTS HERE'.

000660******************************************************************
000670*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000680******************************************************************
000690 01 WS-VARIABLES.
000700    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000710       88 WS-NO-ERROR                            VALUE SPACES.
000720       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000730       88 WS-FATAL-ERROR                         VALUE 'F'.
000740    05 WS-EOF-SW                       PIC X(01) VALUE SPACES.
000750       88 WS-EOF                                 VALUE 'E'.
000760    05 WS-TRAILER-SW                   PIC X(01) VALUE SPACES.
000770       88 WS-TRAILER-SEEN                        VALUE 'Y'.
000780    05 WS-DATA-COUNT                   PIC S9(9) COMP VALUE 0.
000790    05 WS-TRL-COUNT                    PIC 9(09).
000800    05 WS-TRL-HASH                     PIC 9(13)V99.
000810    05 WS-COUNT-IND                    PIC S9(4) COMP.
000820    05 WS-HASH-IND                     PIC S9(4) COMP.
000830    05 WS-REC-TYPE                     PIC X(03).
000840       88 WS-REC-HEADER                          VALUE 'HDR'.
000850       88 WS-REC-TRAILER                         VALUE 'TRL'.

000860******************************************************************
000870* Copybook Includes.                                             *
000880******************************************************************
000890     EXEC SQL
000900       INCLUDE CWERRLOG
000910     END-EXEC.

000920*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
000930     EXEC SQL
000940       INCLUDE CWJOBLOG
000950     END-EXEC.

000960*    THE CWHDRTRL HEADER AND TRAILER SHAPES, AS READ BACK.
000970     EXEC SQL
000980       INCLUDE CWHDRTRL
000990     END-EXEC.

001000******************************************************************
001010*                     DB2 SECTION                                *
001020******************************************************************
001030     EXEC SQL
001040       INCLUDE SQLCA
001050     END-EXEC.

001060     EXEC SQL
001070       INCLUDE DCLXMTLG
001080     END-EXEC.

001090 01 WS-END                             PIC X(50) VALUE
001100     'ETROP122-WORKING STORAGE SECTION ENDS HERE'.

001110 PROCEDURE DIVISION.

001120 MAIN-LOGIC-PARA.

001130     MOVE 'ETROP122'                   TO EL-ERROR-MODULE.
001140     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001150     MOVE 'ETROP122'                   TO JRL-PROGRAM-ID.
001160     PERFORM LOG-JOB-START-PARA.

001170     PERFORM READ-PARM-PARA.
001180     PERFORM GET-ORIGINAL-PARA.
001190     PERFORM GET-RESEND-SEQ-PARA.

001200     OPEN INPUT  RSND-IN-FILE.
001210     OPEN OUTPUT RSND-OUT-FILE.
001220     PERFORM READ-ONE-PARA.
001230     PERFORM COPY-HEADER-PARA.
001240     PERFORM READ-ONE-PARA.
001250     PERFORM COPY-ONE-PARA
001260       UNTIL WS-EOF.
001270     CLOSE RSND-IN-FILE.
001280     CLOSE RSND-OUT-FILE.
001290     PERFORM CHECK-TOTALS-PARA.

001300     PERFORM INSERT-RESEND-PARA.

001310     DISPLAY 'ETROP122 - RESENT      : ' XMT-INTERFACE-NAME
001320             ' GENERATION ' XMT-GENERATION.
001330     DISPLAY 'ETROP122 - RESEND NO.  : ' XMT-RESEND-SEQ.
001340     DISPLAY 'ETROP122 - DATA RECORDS: ' WS-DATA-COUNT.
001350     MOVE 'C'                        TO JRL-RUN-STATUS.
001360     COMPUTE JRL-ROWS-READ = WS-DATA-COUNT + 2.
001370     COMPUTE JRL-ROWS-WRITTEN = WS-DATA-COUNT + 2.
001380     PERFORM LOG-JOB-END-PARA.
001390     GOBACK.

001400******************************************************************
001410* Resend Card                                                    *
001420******************************************************************
001430 READ-PARM-PARA.
001440     OPEN INPUT RSND-PARM-FILE.
001450     READ RSND-PARM-FILE
001460       AT END MOVE SPACES            TO RSND-PARM-RECORD
001470     END-READ.
001480     CLOSE RSND-PARM-FILE.
001490     IF RP-INTERFACE-NAME = SPACES
001500        OR RP-GENERATION-X NOT NUMERIC
001510        OR RP-REQUESTED-BY = SPACES
001520        OR RP-RESEND-REASON = SPACES
001530       DISPLAY 'ETROP122 - RSNDPARM NEEDS INTERFACE, GENERATION, '
001540               'REQUESTER AND REASON'
001550       PERFORM EXIT-PARA
001560     END-IF.
001570     MOVE RP-INTERFACE-NAME          TO XMT-INTERFACE-NAME.
001580     MOVE RP-GENERATION              TO XMT-GENERATION.

001590******************************************************************
001600* The Generation As First Logged                                 *
001610******************************************************************
001620 GET-ORIGINAL-PARA.
001630     MOVE 'GET-ORIGINAL-PARA         ' TO EL-ERROR-PARA-NAME.
001640     EXEC SQL
001650       SELECT PROGRAM_ID, DESTINATION, HEADER_DATE, HEADER_TIME,
001660              XMIT_STATUS, RECORD_COUNT, HASH_TOTAL
001670         INTO :XMT-PROGRAM-ID, :XMT-DESTINATION,
001680              :XMT-HEADER-DATE, :XMT-HEADER-TIME,
001690              :XMT-XMIT-STATUS,
001700              :XMT-RECORD-COUNT :WS-COUNT-IND,
001710              :XMT-HASH-TOTAL   :WS-HASH-IND
001720         FROM DBODEVP.TRANSMISSION_LOG
001730        WHERE INTERFACE_NAME = :XMT-INTERFACE-NAME
001740          AND GENERATION     = :XMT-GENERATION
001750          AND RESEND_SEQ     = 0
001760     END-EXEC.
001770     EVALUATE SQLCODE
001780       WHEN 0
001790         CONTINUE
001800       WHEN 100
001810         DISPLAY 'ETROP122 - ' XMT-INTERFACE-NAME ' GENERATION '
001820                 XMT-GENERATION ' WAS NEVER LOGGED'
001830         PERFORM EXIT-PARA
001840       WHEN OTHER
001850         MOVE 'SELECT'               TO EL-ERROR-ACTION
001860         MOVE 'TRANSMISSION_LOG'     TO EL-ERROR-DB2-OBJECT
001870         PERFORM CHECK-SQLCODE-PARA
001880         PERFORM EXIT-PARA
001890     END-EVALUATE.
001900     IF XMT-BEING-WRITTEN OR WS-COUNT-IND < 0
001910       DISPLAY 'ETROP122 - GENERATION WAS NEVER COMPLETED - '
001920               'NOTHING TO RESEND'
001930       PERFORM EXIT-PARA
001940     END-IF.
001950     IF WS-HASH-IND < 0
001960       MOVE 0                        TO XMT-HASH-TOTAL
001970     END-IF.

001980 GET-RESEND-SEQ-PARA.
001990     EXEC SQL
002000       SELECT MAX(RESEND_SEQ) + 1
002010         INTO :XMT-RESEND-SEQ
002020         FROM DBODEVP.TRANSMISSION_LOG
002030        WHERE INTERFACE_NAME = :XMT-INTERFACE-NAME
002040          AND GENERATION     = :XMT-GENERATION
002050     END-EXEC.
002060     IF SQLCODE NOT = 0
002070       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002080       MOVE 'TRANSMISSION_LOG'       TO EL-ERROR-DB2-OBJECT
002090       PERFORM CHECK-SQLCODE-PARA
002100       PERFORM EXIT-PARA
002110     END-IF.
002120     IF XMT-RESEND-SEQ > 999
002130       DISPLAY 'ETROP122 - RESEND LIMIT REACHED'
002140       PERFORM EXIT-PARA
002150     END-IF.

002160******************************************************************
002170* Copy The File                                                  *
002180******************************************************************
002190 READ-ONE-PARA.
002200     READ RSND-IN-FILE
002210       AT END SET WS-EOF             TO TRUE
002220     END-READ.

002230*    THE HEADER MUST BE THE ONE THE CARD NAMES; IT GOES OUT
002240*    UNCHANGED BUT FOR THE RESEND FLAG AND NUMBER.
002250 COPY-HEADER-PARA.
002260     IF WS-EOF
002270       DISPLAY 'ETROP122 - RSNDIN IS EMPTY'
002280       PERFORM EXIT-PARA
002290     END-IF.
002300     MOVE RSND-IN-RECORD (1:80)      TO HT-IO-RECORD.
002310     IF HT-H-TYPE NOT = 'HDR'
002320        OR HT-H-INTERFACE NOT = XMT-INTERFACE-NAME
002330        OR HT-H-GENERATION NOT NUMERIC
002340       DISPLAY 'ETROP122 - RSNDIN IS NOT THE CARD GENERATION'
002350       PERFORM EXIT-PARA
002360     END-IF.
002370     IF HT-H-GENERATION NOT = XMT-GENERATION
002380       DISPLAY 'ETROP122 - RSNDIN IS NOT THE CARD GENERATION'
002390       PERFORM EXIT-PARA
002400     END-IF.
002410     MOVE 'R'                        TO HT-H-RESEND-FLAG.
002420     MOVE XMT-RESEND-SEQ             TO HT-H-RESEND-SEQ.
002430     MOVE RSND-IN-RECORD             TO RSND-OUT-RECORD.
002440     MOVE HT-IO-RECORD               TO RSND-OUT-RECORD (1:80).
002450     WRITE RSND-OUT-RECORD.

002460*    DATA RECORDS AND THE TRAILER GO OUT AS THEY CAME; ANYTHING
002470*    AFTER THE TRAILER OR A SECOND HEADER MEANS A DAMAGED FILE.
002480 COPY-ONE-PARA.
002490     MOVE RSND-IN-RECORD (1:3)       TO WS-REC-TYPE.
002500     EVALUATE TRUE
002510       WHEN WS-TRAILER-SEEN
002520         DISPLAY 'ETROP122 - RECORD FOUND AFTER THE TRL'
002530         PERFORM EXIT-PARA
002540       WHEN WS-REC-HEADER
002550         DISPLAY 'ETROP122 - HDR RECORD NOT FIRST'
002560         PERFORM EXIT-PARA
002570       WHEN WS-REC-TRAILER
002580         SET WS-TRAILER-SEEN         TO TRUE
002590         MOVE RSND-IN-RECORD (1:80)  TO HT-IO-RECORD
002600         MOVE HT-T-COUNT             TO WS-TRL-COUNT
002610         MOVE HT-T-HASH              TO WS-TRL-HASH
002620       WHEN OTHER
002630         ADD 1                       TO WS-DATA-COUNT
002640     END-EVALUATE.
002650     MOVE RSND-IN-RECORD             TO RSND-OUT-RECORD.
002660     WRITE RSND-OUT-RECORD.
002670     PERFORM READ-ONE-PARA.

002680*    THE FILE MUST BE WHOLE AND MUST BE THE ONE FIRST LOGGED.
002690 CHECK-TOTALS-PARA.
002700     IF NOT WS-TRAILER-SEEN
002710       DISPLAY 'ETROP122 - RSNDIN ENDS WITHOUT A TRL RECORD'
002720       PERFORM EXIT-PARA
002730     END-IF.
002740     IF WS-TRL-COUNT NOT = WS-DATA-COUNT
002750        OR WS-TRL-COUNT NOT = XMT-RECORD-COUNT
002760        OR WS-TRL-HASH NOT = XMT-HASH-TOTAL
002770       DISPLAY 'ETROP122 - RSNDIN DOES NOT MATCH THE LOG'
002780       DISPLAY '  RECORDS READ   : ' WS-DATA-COUNT
002790       DISPLAY '  TRAILER COUNT  : ' WS-TRL-COUNT
002800       DISPLAY '  LOGGED COUNT   : ' XMT-RECORD-COUNT
002810       DISPLAY '  TRAILER HASH   : ' WS-TRL-HASH
002820       DISPLAY '  LOGGED HASH    : ' XMT-HASH-TOTAL
002830       PERFORM EXIT-PARA
002840     END-IF.

002850******************************************************************
002860* Audit The Resend                                               *
002870******************************************************************
002880 INSERT-RESEND-PARA.
002890     MOVE 'INSERT-RESEND-PARA        ' TO EL-ERROR-PARA-NAME.
002900     MOVE RP-REQUESTED-BY            TO XMT-REQUESTED-BY.
002910     MOVE RP-RESEND-REASON           TO XMT-RESEND-REASON.
002920     EXEC SQL
002930       INSERT INTO DBODEVP.TRANSMISSION_LOG
002940             (INTERFACE_NAME, GENERATION, RESEND_SEQ, PROGRAM_ID,
002950              DESTINATION, HEADER_DATE, HEADER_TIME, XMIT_STATUS,
002960              RECORD_COUNT, HASH_TOTAL, REQUESTED_BY,
002970              RESEND_REASON, USR_ID, DTS)
002980       VALUES (:XMT-INTERFACE-NAME, :XMT-GENERATION,
002990              :XMT-RESEND-SEQ, :XMT-PROGRAM-ID, :XMT-DESTINATION,
003000              :XMT-HEADER-DATE, :XMT-HEADER-TIME, 'P',
003010              :XMT-RECORD-COUNT, :XMT-HASH-TOTAL,
003020              :XMT-REQUESTED-BY, :XMT-RESEND-REASON,
003030              'ETROP122', CURRENT TIMESTAMP)
003040     END-EXEC.
003050     IF SQLCODE NOT = 0
003060       MOVE 'INSERT'                 TO EL-ERROR-ACTION
003070       MOVE 'TRANSMISSION_LOG'       TO EL-ERROR-DB2-OBJECT
003080       PERFORM CHECK-SQLCODE-PARA
003090       PERFORM EXIT-PARA
003100     END-IF.

003110******************************************************************
003120* Error Logging                                                  *
003130******************************************************************
003140     EXEC SQL
003150       INCLUDE CPERRBAT
003160     END-EXEC.

003170*    RETURN-CODE 8 HOLDS BACK THE TRANSFER STEP - A REFUSED OR
003180*    HALF-WRITTEN RSNDOUT MUST NOT BE SENT.
003190 EXIT-PARA.
003200     MOVE 'F'                        TO JRL-RUN-STATUS.
003210     PERFORM LOG-JOB-END-PARA.
003220     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
003230     MOVE 8                          TO RETURN-CODE.
003240     GOBACK.

003250******************************************************************
003260* Run Registry                                                   *
003270******************************************************************
003280     EXEC SQL
003290       INCLUDE CPJOBLOG
003300     END-EXEC.
