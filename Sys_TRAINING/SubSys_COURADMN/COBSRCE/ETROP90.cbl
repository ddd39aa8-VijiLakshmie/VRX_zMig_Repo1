000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP90.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  9/23/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  MATERIALS PICK CONFIRMATION.                                  *
000090*  ETROP89 LEAVES EVERY PICK FOR AN UPCOMING SESSION PENDING ON  *
000100*  MATERIAL_PICK. ONCE STORES HAVE BAGGED A SESSION THEY KEY A   *
000110*  PICKCNF CARD FOR IT - THE SESSION, AND OPTIONALLY ONE ITEM    *
000120*  WHEN ONLY PART OF THE PICK IS DONE. FOR EVERY PENDING PICK THE*
000130*  CARD COVERS, IN ONE UNIT OF WORK (NO COMMIT UNTIL THE RUN     *
000140*  ENDS) THE UTILITY:                                            *
000150*    1. TAKES PICK_QTY OFF THE ITEM'S MATERIAL_STOCK ON_HAND_QTY *
000160*    2. MARKS THE PICK 'C' AND STAMPS CONFIRM_DTS - ETROP89 NEVER*
000170*       REBUILDS A CONFIRMED PICK, SO STOCK IS TAKEN ONCE ONLY   *
000180*  AN ITEM WITH NO MATERIAL_STOCK ROW IS STILL CONFIRMED (STORES *
000190*  HAVE ISSUED IT) BUT IS FLAGGED, AS THERE IS NO BALANCE TO     *
000200*  DECREMENT. THE PICKCRPT REGISTER LISTS EVERY CONFIRMATION.    *
000210******************************************************************

000220 ENVIRONMENT DIVISION.

000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. Z900.
000250 OBJECT-COMPUTER. Z900.

000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CONF-PARM-FILE  ASSIGN TO PICKCNF
000290            ORGANIZATION  IS LINE SEQUENTIAL.
000300     SELECT CONF-RPT-FILE   ASSIGN TO PICKCRPT
000310            ORGANIZATION  IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CONF-PARM-FILE
000350     RECORD CONTAINS 80 CHARACTERS.
000360 01  CONF-PARM-RECORD.
000370     05 CP-SESSION-CATG              PIC X(02).
000380     05 FILLER                       PIC X(01).
000390     05 CP-SESSION-ID                PIC 9(09).
000400     05 CP-SESSION-ID-X REDEFINES CP-SESSION-ID
000410                                     PIC X(09).
000420     05 FILLER                       PIC X(01).
000430     05 CP-ITEM-CODE                 PIC X(08).
000440     05 FILLER                       PIC X(59).
000450 FD  CONF-RPT-FILE
000460     RECORD CONTAINS 132 CHARACTERS.
000470 01  CONF-RPT-RECORD                 PIC X(132).

000480 WORKING-STORAGE SECTION.

000490 01 WS-BEGIN                          PIC  X(36) VALUE
000500     'ETROP90 WORKING STORAGE STARTS HERE'.

000510******************************************************************
000520*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000530******************************************************************
000540 01 WS-VARIABLES.
000550    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000560       88 WS-NO-ERROR                            VALUE SPACES.
000570       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000580       88 WS-FATAL-ERROR                         VALUE 'F'.
000590    05 WS-PARM-EOF-SW                  PIC X(01) VALUE SPACES.
000600       88 WS-PARM-EOF                            VALUE 'E'.
000610    05 WS-PICK-FOUND-SW                PIC X(01).
000620       88 WS-PICK-FOUND                          VALUE 'Y'.
000630       88 WS-PICK-NOT-FOUND                      VALUE 'N'.
000640    05 WS-CARD-COUNT                   PIC S9(9) COMP VALUE 0.
000650    05 WS-CONFIRMED-COUNT              PIC S9(9) COMP VALUE 0.
000660    05 WS-SKIPPED-COUNT                PIC S9(9) COMP VALUE 0.
000670    05 WS-CARD-PICKS                   PIC S9(9) COMP.
000680    05 WS-SESSION-CATG                 PIC X(02).
000690    05 WS-SESSION-ID                   PIC S9(9) USAGE COMP.
000700    05 WS-ITEM-CODE                    PIC X(08).
000710    05 WS-ON-HAND-QTY                  PIC S9(9) USAGE COMP.

000720******************************************************************
000730*  REPORT LINES                                                  *
000740******************************************************************
000750 01 WS-RPT-LINES.
000760    05 WS-HDG-LINE.
000770       10 FILLER                       PIC X(40) VALUE
000780          'MATERIALS PICK CONFIRMATION REGISTER'.
000790       10 FILLER                       PIC X(92) VALUE SPACES.
000800    05 WS-DETAIL-LINE.
000810       10 WS-DT-RESULT                 PIC X(30).
000820       10 WS-DT-CATG                   PIC X(02).
000830       10 FILLER                       PIC X(01) VALUE '/'.
000840       10 WS-DT-SESSION-ID             PIC ZZZZZZZZ9.
000850       10 FILLER                       PIC X(02) VALUE SPACES.
000860       10 WS-DT-ITEM-CODE              PIC X(08).
000870       10 FILLER                       PIC X(02) VALUE SPACES.
000880       10 WS-DT-PICK-QTY               PIC ZZZ,ZZ9.
000890       10 FILLER                       PIC X(11) VALUE
000900          ' PICKED    '.
000910       10 WS-DT-ON-HAND                PIC -ZZZ,ZZ9.
000920       10 FILLER                       PIC X(09) VALUE
000930          ' ON HAND '.
000940       10 FILLER                       PIC X(43) VALUE SPACES.

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
001120       INCLUDE DCLMSTOK
001130     END-EXEC.

001140     EXEC SQL
001150       INCLUDE DCLMPICK
001160     END-EXEC.

001170 01 WS-END                             PIC X(50) VALUE
001180     'ETROP90-WORKING STORAGE SECTION ENDS HERE'.

001190 PROCEDURE DIVISION.

001200 MAIN-LOGIC-PARA.

001210     MOVE 'ETROP90'                    TO EL-ERROR-MODULE.
001220     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001230     MOVE 'ETROP90'                    TO JRL-PROGRAM-ID.
001240     PERFORM LOG-JOB-START-PARA.

001250     OPEN INPUT  CONF-PARM-FILE.
001260     OPEN OUTPUT CONF-RPT-FILE.
001270     WRITE CONF-RPT-RECORD           FROM WS-HDG-LINE.
001280     MOVE SPACES                     TO CONF-RPT-RECORD.
001290     WRITE CONF-RPT-RECORD.

001300     PERFORM READ-PARM-PARA.
001310     PERFORM CONFIRM-ONE-CARD-PARA
001320       UNTIL WS-PARM-EOF.
001330     CLOSE CONF-PARM-FILE.
001340     CLOSE CONF-RPT-FILE.

001350     DISPLAY 'CONFIRM CARDS READ   : ' WS-CARD-COUNT.
001360     DISPLAY 'PICKS CONFIRMED      : ' WS-CONFIRMED-COUNT.
001370     DISPLAY 'CARDS SKIPPED        : ' WS-SKIPPED-COUNT.
001380     MOVE 'C'                        TO JRL-RUN-STATUS.
001390     MOVE WS-CARD-COUNT              TO JRL-ROWS-READ.
001400     MOVE WS-CONFIRMED-COUNT         TO JRL-ROWS-UPDATED.
001410     MOVE WS-SKIPPED-COUNT           TO JRL-ROWS-SKIPPED.
001420     PERFORM LOG-JOB-END-PARA.
001430     GOBACK.

001440******************************************************************
001450* Confirmation Cards                                             *
001460******************************************************************
001470 READ-PARM-PARA.
001480     READ CONF-PARM-FILE
001490       AT END SET WS-PARM-EOF        TO TRUE
001500     END-READ.

001510*    A BLANK ITEM CODE CONFIRMS EVERY PENDING PICK OF THE SESSION.
001520 CONFIRM-ONE-CARD-PARA.
001530     ADD 1                           TO WS-CARD-COUNT.
001540     MOVE CP-SESSION-CATG            TO WS-SESSION-CATG.
001550     MOVE CP-ITEM-CODE               TO WS-ITEM-CODE.
001560     MOVE 0                          TO WS-CARD-PICKS.
001570     IF CP-SESSION-ID-X NOT NUMERIC
001580       ADD 1                         TO WS-SKIPPED-COUNT
001590       MOVE 'BAD CARD'               TO WS-DT-RESULT
001600       MOVE 0                        TO WS-SESSION-ID
001610       PERFORM WRITE-EMPTY-DETAIL-PARA
001620     ELSE
001630       MOVE CP-SESSION-ID            TO WS-SESSION-ID
001640       SET WS-PICK-FOUND             TO TRUE
001650       PERFORM CONFIRM-NEXT-PICK-PARA
001660         UNTIL WS-PICK-NOT-FOUND
001670       IF WS-CARD-PICKS = 0
001680         ADD 1                       TO WS-SKIPPED-COUNT
001690         MOVE 'NOTHING PENDING'      TO WS-DT-RESULT
001700         PERFORM WRITE-EMPTY-DETAIL-PARA
001710       END-IF
001720     END-IF.
001730     PERFORM READ-PARM-PARA.

001740******************************************************************
001750* One Pick - THE STOCK DECREMENT AND THE STATUS FLIP RIDE ONE    *
001760* UNIT OF WORK, SO A PICK IS NEVER CONFIRMED WITHOUT ITS STOCK.  *
001770******************************************************************
001780*    EACH CONFIRMED PICK LEAVES THE 'P' SET, SO RE-READING THE
001790*    FIRST PENDING ROW WALKS THE CARD'S PICKS TO THE END.
001800 CONFIRM-NEXT-PICK-PARA.
001810     EXEC SQL
001820       SELECT ITEM_CODE, PICK_QTY
001830         INTO :MPK-ITEM-CODE, :MPK-PICK-QTY
001840         FROM DBODEVP.MATERIAL_PICK
001850        WHERE SESSION_CATG = :WS-SESSION-CATG
001860          AND SESSION_ID   = :WS-SESSION-ID
001870          AND PICK_STATUS  = 'P'
001880          AND ( ITEM_CODE  = :WS-ITEM-CODE
001890             OR :WS-ITEM-CODE = ' ' )
001900        ORDER BY ITEM_CODE
001910        FETCH FIRST 1 ROW ONLY
001920     END-EXEC.
001930     EVALUATE SQLCODE
001940       WHEN 0
001950         PERFORM DECREMENT-STOCK-PARA
001960         PERFORM MARK-CONFIRMED-PARA
001970       WHEN 100
001980         SET WS-PICK-NOT-FOUND       TO TRUE
001990       WHEN OTHER
002000         MOVE 'SELECT'               TO EL-ERROR-ACTION
002010         MOVE 'MATERIAL_PICK'        TO EL-ERROR-DB2-OBJECT
002020         PERFORM CHECK-SQLCODE-PARA
002030         PERFORM EXIT-PARA
002040     END-EVALUATE.

002050 DECREMENT-STOCK-PARA.
002060     MOVE 'ETROP90 '                 TO MST-USR-ID.
002070     EXEC SQL
002080       UPDATE DBODEVP.MATERIAL_STOCK
002090          SET ON_HAND_QTY = ON_HAND_QTY - :MPK-PICK-QTY,
002100              USR_ID      = :MST-USR-ID,
002110              DTS         = CURRENT TIMESTAMP
002120        WHERE ITEM_CODE   = :MPK-ITEM-CODE
002130     END-EXEC.
002140     EVALUATE SQLCODE
002150       WHEN 0
002160         PERFORM GET-ON-HAND-PARA
002170         MOVE 'CONFIRMED'            TO WS-DT-RESULT
002180       WHEN 100
002190         MOVE 0                      TO WS-ON-HAND-QTY
002200         MOVE 'CONFIRMED - NOT ON STOCK FILE' TO WS-DT-RESULT
002210       WHEN OTHER
002220         MOVE 'UPDATE'               TO EL-ERROR-ACTION
002230         MOVE 'MATERIAL_STOCK'       TO EL-ERROR-DB2-OBJECT
002240         PERFORM CHECK-SQLCODE-PARA
002250         PERFORM EXIT-PARA
002260     END-EVALUATE.

002270 GET-ON-HAND-PARA.
002280     EXEC SQL
002290       SELECT ON_HAND_QTY
002300         INTO :WS-ON-HAND-QTY
002310         FROM DBODEVP.MATERIAL_STOCK
002320        WHERE ITEM_CODE = :MPK-ITEM-CODE
002330     END-EXEC.
002340     IF SQLCODE NOT = 0
002350       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002360       MOVE 'MATERIAL_STOCK'         TO EL-ERROR-DB2-OBJECT
002370       PERFORM CHECK-SQLCODE-PARA
002380       PERFORM EXIT-PARA
002390     END-IF.

002400 MARK-CONFIRMED-PARA.
002410     MOVE 'ETROP90 '                 TO MPK-USR-ID.
002420     EXEC SQL
002430       UPDATE DBODEVP.MATERIAL_PICK
002440          SET PICK_STATUS  = 'C',
002450              CONFIRM_DTS  = CURRENT TIMESTAMP,
002460              USR_ID       = :MPK-USR-ID,
002470              DTS          = CURRENT TIMESTAMP
002480        WHERE SESSION_CATG = :WS-SESSION-CATG
002490          AND SESSION_ID   = :WS-SESSION-ID
002500          AND ITEM_CODE    = :MPK-ITEM-CODE
002510          AND PICK_STATUS  = 'P'
002520     END-EXEC.
002530     IF SQLCODE NOT = 0
002540       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
002550       MOVE 'MATERIAL_PICK'          TO EL-ERROR-DB2-OBJECT
002560       PERFORM CHECK-SQLCODE-PARA
002570       PERFORM EXIT-PARA
002580     END-IF.
002590     ADD 1                           TO WS-CONFIRMED-COUNT.
002600     ADD 1                           TO WS-CARD-PICKS.
002610     MOVE WS-SESSION-CATG            TO WS-DT-CATG.
002620     MOVE WS-SESSION-ID              TO WS-DT-SESSION-ID.
002630     MOVE MPK-ITEM-CODE              TO WS-DT-ITEM-CODE.
002640     MOVE MPK-PICK-QTY               TO WS-DT-PICK-QTY.
002650     MOVE WS-ON-HAND-QTY             TO WS-DT-ON-HAND.
002660     WRITE CONF-RPT-RECORD           FROM WS-DETAIL-LINE.

002670 WRITE-EMPTY-DETAIL-PARA.
002680     MOVE WS-SESSION-CATG            TO WS-DT-CATG.
002690     MOVE WS-SESSION-ID              TO WS-DT-SESSION-ID.
002700     MOVE WS-ITEM-CODE               TO WS-DT-ITEM-CODE.
002710     MOVE 0                          TO WS-DT-PICK-QTY.
002720     MOVE 0                          TO WS-DT-ON-HAND.
002730     WRITE CONF-RPT-RECORD           FROM WS-DETAIL-LINE.

002740******************************************************************
002750* Error Logging                                                  *
002760******************************************************************
002770     EXEC SQL
002780       INCLUDE CPERRBAT
002790     END-EXEC.

002800*    A FAILURE MID-RUN ROLLS BACK WHOLE - NO COMMIT WAS EVER
002810*    TAKEN, SO NO PICK IS LEFT CONFIRMED WITHOUT ITS STOCK MOVE.
002820 EXIT-PARA.
002830     MOVE 'F'                        TO JRL-RUN-STATUS.
002840     MOVE WS-CARD-COUNT              TO JRL-ROWS-READ.
002850     MOVE WS-CONFIRMED-COUNT         TO JRL-ROWS-UPDATED.
002860     MOVE WS-SKIPPED-COUNT           TO JRL-ROWS-SKIPPED.
002870     PERFORM LOG-JOB-END-PARA.
002880     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
002890     GOBACK.

002900******************************************************************
002910* Run Registry                                                   *
002920******************************************************************
002930     EXEC SQL
002940       INCLUDE CPJOBLOG
002950     END-EXEC.
