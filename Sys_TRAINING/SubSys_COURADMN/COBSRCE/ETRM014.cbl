004500    05 WS-STG-EFF-DATE                 PIC X(10).
004600    05 WS-NEW-VALUE-NUM                PIC 9(09).
004700    05 WS-VALUE-EDIT                   PIC -(9)9.
004710*    NEWEST DTS OF ANY ROW FOR THE KEY - IN FORCE OR STAGED.
004720    05 WS-LAST-DTS                     PIC X(26).
004800 01 WS-USR-ID                          PIC X(08).
004900*    RCBT002A-PARM VALIDATES A KEYED EFFECTIVE DATE.
005000 01 WS-RCBT002A-PARM.
005500******************************************************************
005600*  COMMAREA - CARRIES THE PARAMETER KEY CURRENTLY ON SCREEN SO    *
005700*  PF5 APPLIES TO WHAT ENTER LAST SHOWED AND PF8 BROWSES PAST IT. *
005710*  THE NEWEST DTS FOR THE KEY WHEN IT WAS SHOWN RIDES WITH IT -   *
005720*  ROWS ARE ONLY EVER ADDED, SO A NEWER ONE AT PF5 TIME MEANS     *
005730*  ANOTHER USER CHANGED THE PARAMETER SINCE (BLANK = NO ROWS).    *
005800******************************************************************
005900 01 WS-COMMAREA.
006000    05 WS-CA-PROGRAM-ID                PIC X(08).
006100    05 WS-CA-PARM-NAME                 PIC X(16).
006110    05 WS-CA-LAST-DTS                  PIC X(26).

006200******************************************************************
006300*  SYMBOLIC MAP.                                                 *
007000       INCLUDE CWERRLOG
007100     END-EXEC.

007101*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
007102     EXEC SQL
007103       INCLUDE CWTXNLOG
007104     END-EXEC.

007200*    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK.
007300     EXEC SQL
007400       INCLUDE CWAUTHCK
007500     END-EXEC.

007510*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
007520     EXEC SQL
007530       INCLUDE CWQUIES
007540     END-EXEC.

007600******************************************************************
007700*                     DB2 SECTION                                *
007800******************************************************************
008900     'ETRM014-WORKING STORAGE SECTION ENDS HERE'.

009000 LINKAGE SECTION.
009100 01 DFHCOMMAREA                        PIC X(50).

009200 PROCEDURE DIVISION.


009400     MOVE 'ETRM014'                    TO EL-ERROR-MODULE.
009500     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
009501     MOVE 'ETRM014'                    TO TXL-PROGRAM-ID.
009502     PERFORM LOG-TXN-START-PARA.

009600     IF EIBCALEN = 0
009700         MOVE SPACES                   TO WS-CA-PROGRAM-ID
009800         MOVE SPACES                   TO WS-CA-PARM-NAME
009810         MOVE SPACES                   TO WS-CA-LAST-DTS
009900         PERFORM SEND-INITIAL-MAP-PARA
010000         PERFORM RETURN-CONVERSATIONAL-PARA
010100     ELSE
013100* ENDS THE PSEUDO-CONVERSATIONAL TURN.                           *
013200******************************************************************
013300 RETURN-CONVERSATIONAL-PARA.
013301     PERFORM LOG-TXN-END-PARA.
013400     EXEC CICS RETURN
013500          TRANSID  ('ETRP')
013600          COMMAREA (WS-COMMAREA)
023000         MOVE WS-VALUE-EDIT            TO STGVALO
023100         MOVE WS-STG-EFF-DATE          TO STGEFFO
023200     END-IF.
023205     PERFORM READ-LAST-DTS-PARA.
023210     MOVE WS-LAST-DTS                  TO WS-CA-LAST-DTS.

023215*    THE PARAMETER'S VERSION STAMP - THE NEWEST DTS ACROSS ALL ITS
023220*    ROWS, BLANK WHEN IT HAS NONE.
023225 READ-LAST-DTS-PARA.
023230     EXEC SQL
023235       SELECT COALESCE(CHAR(MAX(DTS)), ' ')
023240         INTO :WS-LAST-DTS
023245         FROM DBODEVP.SYSTEM_PARAMETER
023250        WHERE PROGRAM_ID     = :WS-CA-PROGRAM-ID
023255          AND PARM_NAME      = :WS-CA-PARM-NAME
023260     END-EXEC.
023265     IF SQLCODE NOT = 0
023270         MOVE 'SELECT'                 TO EL-ERROR-ACTION
023275         MOVE 'SYSTEM_PARAMETER'       TO EL-ERROR-DB2-OBJECT
023280         PERFORM CHECK-SQLCODE-PARA
023285     END-IF.

023300******************************************************************
023400* PF5 - Apply A Change (ALWAYS A NEW ROW, NEVER AN UPDATE)       *
023500******************************************************************
023600 APPLY-CHANGE-PARA.
023610     PERFORM CHECK-QUIESCE-PARA.
023700     EVALUATE TRUE
023710       WHEN QSC-QUIESCED
023720         MOVE QSC-MESSAGE              TO MSGO
023800       WHEN WS-CA-PROGRAM-ID = SPACES
023900         MOVE 'SHOW A PARAMETER FIRST (ENTER)' TO MSGO
024000       WHEN NEWVALI = LOW-VALUES OR NEWVALI = SPACES
028900     IF AUT-DENIED
029000         MOVE 'NOT AUTHORIZED TO CHANGE PARAMETERS' TO MSGO
029100     ELSE
029110         PERFORM READ-LAST-DTS-PARA
029120         IF WS-LAST-DTS NOT = WS-CA-LAST-DTS
029130             PERFORM REPORT-COLLISION-PARA
029140         ELSE
029200             PERFORM READ-OLD-VALUE-PARA
029300             PERFORM INSERT-PARAMETER-PARA
029310         END-IF
029400     END-IF.

029500*    THE OLD VALUE ON THE AUDIT ROW IS WHAT IS IN FORCE RIGHT
033400         MOVE 'PARAMETER CHANGE APPLIED AND AUDITED' TO MSGO
033500     END-IF.

033504*    ANOTHER USER ADDED A ROW FOR THE PARAMETER SINCE ENTER SHOWED
033508*    IT, SO NOTHING IS APPLIED. THE COLLISION IS LOGGED AND THE
033512*    PARAMETER AS IT NOW STANDS GOES BACK ON THE SCREEN, ITS NEW
033516*    STAMP IN THE COMMAREA, FOR THE CLERK TO REVIEW AND RE-KEY.
033520 REPORT-COLLISION-PARA.
033524     MOVE 'REPORT-COLLISION-PARA'      TO EL-ERROR-PARA-NAME.
033528     MOVE SPACES                       TO EL-ERROR-TEXT.
033532     STRING 'CHANGE REFUSED - PARAMETER ' DELIMITED BY SIZE
033536            WS-CA-PROGRAM-ID           DELIMITED BY SPACE
033540            '/'                        DELIMITED BY SIZE
033544            WS-CA-PARM-NAME            DELIMITED BY SPACE
033548            ' CHANGED BY ANOTHER USER SINCE DISPLAYED'
033552                                       DELIMITED BY SIZE
033556       INTO EL-ERROR-TEXT
033560     END-STRING.
033564     SET EL-SEVERITY-WARNING           TO TRUE.
033568     PERFORM LOG-APPL-PARA.
033572     MOVE SPACES                       TO EL-ERROR-TEXT.
033576     PERFORM SHOW-PARAMETER-PARA.
033580     MOVE 'CHANGED BY ANOTHER USER - CURRENT VALUES SHOWN'
033584                                       TO MSGO.

033600 WRITE-PARM-AUDIT-PARA.
033700     MOVE WS-CA-PROGRAM-ID             TO SPA-PROGRAM-ID.
033800     MOVE WS-CA-PARM-NAME              TO SPA-PARM-NAME.
039900     IF WS-RESP NOT = DFHRESP(NORMAL)
040000         PERFORM CHECK-RESPCODE-PARA
040100     END-IF.
040101     PERFORM LOG-TXN-END-PARA.
040200     EXEC CICS RETURN
040300     END-EXEC.

040800       INCLUDE CPERRLOG
040900     END-EXEC.

040901******************************************************************
040902* Transaction Usage                                              *
040903******************************************************************
040904     EXEC SQL
040905       INCLUDE CPTXNLOG
040906     END-EXEC.

041000******************************************************************
041100* Authorization Check                                            *
041200******************************************************************
041300     EXEC SQL
041400       INCLUDE CPAUTHCK
041500     END-EXEC.

041510******************************************************************
041520* Maintenance-Window Check                                       *
041530******************************************************************
041540     EXEC SQL
041550       INCLUDE CPQUIES
041560     END-EXEC.
