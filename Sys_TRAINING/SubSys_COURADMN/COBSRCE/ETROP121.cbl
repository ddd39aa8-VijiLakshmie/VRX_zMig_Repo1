000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP121.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  TRANSFER RESULT POSTING.                                      *
000090*  RUNS AS THE STEP AFTER A FILE TRANSFER: XMITIN IS THE FILE    *
000100*  JUST SENT (ORIGINAL OR ETROP122 RESEND) AND THE XMITPARM CARD *
000110*  SAYS HOW THE TRANSFER WENT - 'S' IN COLUMN 1 FROM THE STEP    *
000120*  CONDITIONED ON A GOOD TRANSFER, 'F' FROM THE ONE CONDITIONED  *
000130*  ON A BAD ONE - WITH THE TRANSFER'S OWN REFERENCE (JOB OR      *
000140*  ACKNOWLEDGEMENT ID) IN COLUMNS 3-22 IF THERE IS ONE. THE      *
000150*  FILE'S CWHDRTRL HEADER NAMES THE INTERFACE, GENERATION AND    *
000160*  RESEND NUMBER, AND THE MATCHING TRANSMISSION_LOG ROW (SEE     *
000170*  DCLXMTLG) GETS XMIT_STATUS 'S' OR 'F' AND THE TRANSFER TIME   *
000180*  AND REFERENCE. A FILE WITHOUT A REGISTERED HEADER, OR ONE     *
000190*  WHOSE ROW IS STILL 'W' (NO TRAILER WAS EVER WRITTEN), IS      *
000200*  REFUSED WITH RETURN-CODE 8. A POSTED FAILURE ENDS             *
000210*  RETURN-CODE 4 SO THE SCHEDULE SHOWS IT.                       *
000220******************************************************************

000230 ENVIRONMENT DIVISION.

000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. Z900.
000260 OBJECT-COMPUTER. Z900.

000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT XMIT-IN-FILE     ASSIGN TO XMITIN
000300            ORGANIZATION  IS LINE SEQUENTIAL.
000310     SELECT XMIT-PARM-FILE   ASSIGN TO XMITPARM
000320            ORGANIZATION  IS LINE SEQUENTIAL.

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  XMIT-IN-FILE
000360     RECORD CONTAINS 400 CHARACTERS.
000370 01  XMIT-IN-RECORD                  PIC X(400).
000380 FD  XMIT-PARM-FILE
000390     RECORD CONTAINS 80 CHARACTERS.
000400 01  XMIT-PARM-RECORD.
000410     05 XP-RESULT                    PIC X(01).
000420        88 XP-TRANSFER-OK                      VALUE 'S'.
000430        88 XP-TRANSFER-FAILED                  VALUE 'F'.
000440     05 FILLER                       PIC X(01).
000450     05 XP-TRANSFER-REF              PIC X(20).
000460     05 FILLER                       PIC X(58).

000470 WORKING-STORAGE SECTION.

000480 01 WS-BEGIN                          PIC  X(36) VALUE
000490     'ETROP121 WORKING STORAGE STARTS HERE'.

000500******************************************************************
000510*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000520******************************************************************
000530 01 WS-VARIABLES.
000540    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000550       88 WS-NO-ERROR                            VALUE SPACES.
000560       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000570       88 WS-FATAL-ERROR                         VALUE 'F'.
000580    05 WS-EOF-SW                       PIC X(01) VALUE SPACES.
000590       88 WS-EOF                                 VALUE 'E'.
000600    05 WS-REF-IND                      PIC S9(4) COMP VALUE 0.

000610******************************************************************
000620* Copybook Includes.                                             *
000630******************************************************************
000640     EXEC SQL
000650       INCLUDE CWERRLOG
000660     END-EXEC.

000670*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
000680     EXEC SQL
000690       INCLUDE CWJOBLOG
000700     END-EXEC.

000710*    THE CWHDRTRL HEADER SHAPE, AS READ BACK.
000720     EXEC SQL
000730       INCLUDE CWHDRTRL
000740     END-EXEC.

000750******************************************************************
000760*                     DB2 SECTION                                *
000770******************************************************************
000780     EXEC SQL
000790       INCLUDE SQLCA
000800     END-EXEC.

000810     EXEC SQL
000820       INCLUDE DCLXMTLG
000830     END-EXEC.

000840 01 WS-END                             PIC X(50) VALUE
000850     'ETROP121-WORKING STORAGE SECTION ENDS HERE'.

000860 PROCEDURE DIVISION.

000870 MAIN-LOGIC-PARA.

000880     MOVE 'ETROP121'                   TO EL-ERROR-MODULE.
000890     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

000900     MOVE 'ETROP121'                   TO JRL-PROGRAM-ID.
000910     PERFORM LOG-JOB-START-PARA.

000920     PERFORM READ-PARM-PARA.
000930     PERFORM READ-HEADER-PARA.
000940     PERFORM POST-RESULT-PARA.

000950     DISPLAY 'ETROP121 - INTERFACE   : ' XMT-INTERFACE-NAME.
000960     DISPLAY 'ETROP121 - GENERATION  : ' XMT-GENERATION.
000970     DISPLAY 'ETROP121 - RESEND NO.  : ' XMT-RESEND-SEQ.
000980     DISPLAY 'ETROP121 - RESULT      : ' XMT-XMIT-STATUS.
000990     MOVE 'C'                        TO JRL-RUN-STATUS.
001000     MOVE 1                          TO JRL-ROWS-READ.
001010     MOVE 1                          TO JRL-ROWS-UPDATED.
001020     PERFORM LOG-JOB-END-PARA.
001030     IF XP-TRANSFER-FAILED
001040       MOVE 4                        TO RETURN-CODE
001050     END-IF.
001060     GOBACK.

001070******************************************************************
001080* Result Card                                                    *
001090******************************************************************
001100 READ-PARM-PARA.
001110     OPEN INPUT XMIT-PARM-FILE.
001120     READ XMIT-PARM-FILE
001130       AT END MOVE SPACES            TO XMIT-PARM-RECORD
001140     END-READ.
001150     CLOSE XMIT-PARM-FILE.
001160     IF NOT XP-TRANSFER-OK AND NOT XP-TRANSFER-FAILED
001170       DISPLAY 'ETROP121 - XMITPARM RESULT MUST BE S OR F'
001180       PERFORM EXIT-PARA
001190     END-IF.
001200     MOVE XP-RESULT                  TO XMT-XMIT-STATUS.
001210     MOVE XP-TRANSFER-REF            TO XMT-TRANSFER-REF.
001220     IF XP-TRANSFER-REF = SPACES
001230       MOVE -1                       TO WS-REF-IND
001240     END-IF.

001250******************************************************************
001260* The File's Header                                              *
001270******************************************************************
001280 READ-HEADER-PARA.
001290     OPEN INPUT XMIT-IN-FILE.
001300     READ XMIT-IN-FILE
001310       AT END SET WS-EOF             TO TRUE
001320     END-READ.
001330     CLOSE XMIT-IN-FILE.
001340     IF WS-EOF
001350       DISPLAY 'ETROP121 - XMITIN IS EMPTY'
001360       PERFORM EXIT-PARA
001370     END-IF.
001380     MOVE XMIT-IN-RECORD (1:80)      TO HT-IO-RECORD.
001390     IF HT-H-TYPE NOT = 'HDR'
001400        OR HT-H-INTERFACE = SPACES
001410        OR HT-H-GENERATION NOT NUMERIC
001420       DISPLAY 'ETROP121 - XMITIN HAS NO REGISTERED HEADER'
001430       PERFORM EXIT-PARA
001440     END-IF.
001450     IF HT-H-GENERATION = 0
001460       DISPLAY 'ETROP121 - XMITIN HAS NO REGISTERED HEADER'
001470       PERFORM EXIT-PARA
001480     END-IF.
001490     MOVE HT-H-INTERFACE             TO XMT-INTERFACE-NAME.
001500     MOVE HT-H-GENERATION            TO XMT-GENERATION.
001510     IF HT-H-RESENT AND HT-H-RESEND-SEQ NUMERIC
001520       MOVE HT-H-RESEND-SEQ          TO XMT-RESEND-SEQ
001530     ELSE
001540       MOVE 0                        TO XMT-RESEND-SEQ
001550     END-IF.

001560******************************************************************
001570* Post The Result                                                *
001580******************************************************************
001590*    A FAILED TRANSFER CAN BE RETRIED AND POSTED AGAIN, SO ONLY A
001600*    ROW STILL BEING WRITTEN IS OUT OF BOUNDS.
001610 POST-RESULT-PARA.
001620     MOVE 'POST-RESULT-PARA          ' TO EL-ERROR-PARA-NAME.
001630     EXEC SQL
001640       UPDATE DBODEVP.TRANSMISSION_LOG
001650          SET XMIT_STATUS  = :XMT-XMIT-STATUS,
001660              TRANSFER_DTS = CURRENT TIMESTAMP,
001670              TRANSFER_REF = :XMT-TRANSFER-REF :WS-REF-IND,
001680              USR_ID       = 'BATCH',
001690              DTS          = CURRENT TIMESTAMP
001700        WHERE INTERFACE_NAME = :XMT-INTERFACE-NAME
001710          AND GENERATION     = :XMT-GENERATION
001720          AND RESEND_SEQ     = :XMT-RESEND-SEQ
001730          AND XMIT_STATUS   <> 'W'
001740     END-EXEC.
001750     EVALUATE SQLCODE
001760       WHEN 0
001770         CONTINUE
001780       WHEN 100
001790         DISPLAY 'ETROP121 - NO FINISHED TRANSMISSION_LOG ROW'
001800         DISPLAY '  FOR ' XMT-INTERFACE-NAME
001810                 ' GENERATION ' XMT-GENERATION
001820                 ' RESEND ' XMT-RESEND-SEQ
001830         PERFORM EXIT-PARA
001840       WHEN OTHER
001850         MOVE 'UPDATE'               TO EL-ERROR-ACTION
001860         MOVE 'TRANSMISSION_LOG'     TO EL-ERROR-DB2-OBJECT
001870         PERFORM CHECK-SQLCODE-PARA
001880         PERFORM EXIT-PARA
001890     END-EVALUATE.

001900******************************************************************
001910* Error Logging                                                  *
001920******************************************************************
001930     EXEC SQL
001940       INCLUDE CPERRBAT
001950     END-EXEC.

001960*    RETURN-CODE 8 KEEPS ANY LATER STEP FROM TREATING THE
001970*    TRANSFER AS ACCOUNTED FOR.
001980 EXIT-PARA.
001990     MOVE 'F'                        TO JRL-RUN-STATUS.
002000     PERFORM LOG-JOB-END-PARA.
002010     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
002020     MOVE 8                          TO RETURN-CODE.
002030     GOBACK.

002040******************************************************************
002050* Run Registry                                                   *
002060******************************************************************
002070     EXEC SQL
002080       INCLUDE CPJOBLOG
002090     END-EXEC.
