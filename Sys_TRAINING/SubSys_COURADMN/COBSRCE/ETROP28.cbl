000230*    - AFTER EACH CALL THE DRIVER READS THE STEP'S LATEST        *
000240*      REGISTRY ROW: ANYTHING BUT 'C' (INCLUDING NO ROW AT ALL)  *
000250*      STOPS THE CHAIN.                                          *
000251*                                                                *
000252*  MAINTENANCE WINDOW: AROUND EACH STEP LISTED IN                *
000253*  WS-QUIESCE-STEPS (THE ARCHIVE JOBS AND THE MONTH-END MONEY    *
000254*  JOBS) THE DRIVER SETS DBODEVP.ONLINE_QUIESCE, SO THE ETRM     *
000255*  SCREENS AND ETRB SERVICES REFUSE UPDATES WHILE INQUIRIES      *
000256*  CARRY ON (SEE CWQUIES), AND CLEARS IT AGAIN WHEN THE STEP     *
000257*  RETURNS, WHATEVER ITS OUTCOME. THE DRIVPARM CONTROL CARD      *
000258*  PICKS THE RUN:                                                *
000259*    (NO CARD)    - THE NIGHTLY CHAIN                            *
00025A*    MONTH-END    - THE MONTH-END CHAIN INSTEAD                  *
00025B*    FORCE-CLEAR  - OPERATOR OVERRIDE: CLEARS A FLAG LEFT BEHIND *
00025C*                   BY AN ABENDED STEP, REPORTS WHO SET IT, AND  *
00025D*                   RUNS NOTHING                                 *
000260******************************************************************

000270 ENVIRONMENT DIVISION.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000323     SELECT OPTIONAL DRIVE-PARM-FILE ASSIGN TO DRIVPARM
000326            ORGANIZATION  IS LINE SEQUENTIAL.
000330     SELECT DRIVE-RPT-FILE  ASSIGN TO DRIVRPT
000340            ORGANIZATION  IS LINE SEQUENTIAL.

000350 DATA DIVISION.
000360 FILE SECTION.
000361 FD  DRIVE-PARM-FILE
000362     RECORD CONTAINS 80 CHARACTERS.
000363 01  DRIVE-PARM-RECORD.
000364     05 DP-RUN-MODE                  PIC X(11).
000365        88 DP-MONTH-END                       VALUE 'MONTH-END'.
000366        88 DP-FORCE-CLEAR                     VALUE 'FORCE-CLEAR'.
000367     05 FILLER                       PIC X(69).
000370 FD  DRIVE-RPT-FILE
000380     RECORD CONTAINS 132 CHARACTERS.
000390 01  DRIVE-RPT-RECORD                PIC X(132).
000610    05 WS-STEPS-RUN                    PIC S9(4) COMP VALUE 0.
000620    05 WS-STEPS-SKIPPED                PIC S9(4) COMP VALUE 0.
000630    05 WS-STEPS-NOT-RUN                PIC S9(4) COMP VALUE 0.
000631    05 WS-RUN-MODE                     PIC X(01) VALUE 'N'.
000632       88 WS-NIGHTLY-RUN                         VALUE 'N'.
000633       88 WS-MONTH-END-RUN                       VALUE 'M'.
000634       88 WS-FORCE-CLEAR-RUN                     VALUE 'F'.
000635    05 WS-QUIESCE-SWITCH               PIC X(01) VALUE 'N'.
000636       88 WS-STEP-QUIESCES                       VALUE 'Y'.
000637       88 WS-STEP-RUNS-OPEN                      VALUE 'N'.
000638    05 WS-QUIESCE-IX                   PIC S9(4) COMP.
000639*    WS-QUIESCE-MINUTES IS HOW LONG ONE QUIESCED STEP IS EXPECTED
00063A*    TO TAKE - THE ONLINE USERS SEE "UNTIL HH:MM" FROM IT. DEFAULT
00063B*    120, TUNABLE THROUGH SYSTEM_PARAMETER (RCBT004A).
00063C    05 WS-QUIESCE-MINUTES              PIC S9(9) USAGE COMP
00063D                                       VALUE 120.
00063E    05 WS-QUIESCE-REASON               PIC X(40).
00063F    05 WS-CLEARED-BY                   PIC X(08).
00063G*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
00063H*    RUN-PARAMETER READ ROUTINE AT STARTUP.
00063I 01 WS-RCBT004A-PARM.
00063J    05 WS-SP-PROGRAM-ID                PIC X(08).
00063K    05 WS-SP-PARM-NAME                 PIC X(16).
00063L    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
00063M    05 WS-SP-RETURN-CODE               PIC X(1).

000640******************************************************************
000650*  THE NIGHTLY CHAIN IN ITS REQUIRED ORDER:                      *
000694*    NIGHT'S SMS REMINDER. ETROP48 IS DELIBERATELY NOT A CHAIN  *
000696*    STEP - THE COORDINATOR RUNS IT AND ARMS THE CONFIRM-CANCEL *
000698*    CARD BY HAND.                                              *
000699*    ETROP128 - THE USER ACCESS REVIEW - NEEDS NONE OF THEM.    *
00069A*    ETROP131 PURGES THE LOG AND QUEUE TABLES BY                *
00069B*    RETENTION_POLICY, SO IT RUNS LAST - AFTER EVERY STEP THAT  *
00069C*    WRITES THEM, ETROP128'S USER_AUTHORITY_AUDIT INCLUDED.     *
00069D*    ETROP26 STILL KEEPS ERROR_LOG.                             *
000700******************************************************************
000710 01 WS-CHAIN-STEPS-DATA.
000720    05 FILLER                          PIC X(08) VALUE 'ETROP05'.
000860    05 FILLER                          PIC X(08) VALUE 'ETROP19'.
000870    05 FILLER                          PIC X(08) VALUE 'ETROP22'.
000880    05 FILLER                          PIC X(08) VALUE 'ETROP26'.
000882    05 FILLER                          PIC X(08) VALUE 'ETROP32'.
000885    05 FILLER                          PIC X(08) VALUE 'ETROP128'.
000887    05 FILLER                          PIC X(08) VALUE 'ETROP131'.
000890 01 WS-CHAIN-STEPS REDEFINES WS-CHAIN-STEPS-DATA.
000900    05 WS-CHAIN-STEP                   PIC X(08) OCCURS 21.
000910 01 WS-CHAIN-STEP-COUNT                PIC S9(4) COMP VALUE 21.

000911******************************************************************
000912*  THE MONTH-END CHAIN (DRIVPARM 'MONTH-END') IN ITS REQUIRED    *
000913*  ORDER: ETROP61 WRITES OFF THE SMALL BALANCES BEFORE ETROP20   *
000914*  INVOICES THE PERIOD, AND ETROP106 RECOGNIZES THE PERIOD'S     *
000915*  REVENUE BEFORE ETROP49 READS ITS TOTAL FOR THE GL FEED. IT IS *
000916*  LOADED OVER THE NIGHTLY TABLE WHEN THE CARD ASKS FOR IT.      *
000917******************************************************************
000918 01 WS-MONTH-END-STEPS-DATA.
000919    05 FILLER                          PIC X(08) VALUE 'ETROP61'.
00091A    05 FILLER                          PIC X(08) VALUE 'ETROP20'.
00091B    05 FILLER                          PIC X(08) VALUE 'ETROP106'.
00091C    05 FILLER                          PIC X(08) VALUE 'ETROP49'.
00091D 01 WS-MONTH-END-STEP-COUNT            PIC S9(4) COMP VALUE 4.

00091E******************************************************************
00091F*  STEPS THAT RUN INSIDE A MAINTENANCE WINDOW (ONLINE_QUIESCE    *
00091G*  SET): THE ARCHIVE JOBS MOVE ROWS THE SCREENS ARE UPDATING,    *
00091H*  AND THE MONTH-END MONEY JOBS NEED BALANCES THAT HOLD STILL    *
00091I*  FOR THE WHOLE RUN.                                            *
00091J******************************************************************
00091K 01 WS-QUIESCE-STEPS-DATA.
00091L    05 FILLER                          PIC X(08) VALUE 'ETROP14'.
00091M    05 FILLER                          PIC X(08) VALUE 'ETROP32'.
00091N    05 FILLER                          PIC X(08) VALUE 'ETROP61'.
00091O    05 FILLER                          PIC X(08) VALUE 'ETROP20'.
00091P    05 FILLER                          PIC X(08) VALUE 'ETROP106'.
00091Q    05 FILLER                          PIC X(08) VALUE 'ETROP49'.
00091R 01 WS-QUIESCE-STEPS REDEFINES WS-QUIESCE-STEPS-DATA.
00091S    05 WS-QUIESCE-STEP                 PIC X(08) OCCURS 6.
00091T 01 WS-QUIESCE-STEP-COUNT              PIC S9(4) COMP VALUE 6.

000920******************************************************************
000930*  REPORT LINES                                                  *
001040       10 FILLER                       PIC X(02) VALUE SPACES.
001050       10 WS-DT-OUTCOME                PIC X(40).
001060       10 FILLER                       PIC X(78) VALUE SPACES.
001061    05 WS-CLEAR-LINE.
001062       10 WS-CL-TEXT                   PIC X(26).
001063       10 WS-CL-SET-BY                 PIC X(08).
001064       10 FILLER                       PIC X(04) VALUE ' AT '.
001065       10 WS-CL-SET-DTS                PIC X(26).
001066       10 FILLER                       PIC X(03) VALUE ' - '.
001067       10 WS-CL-REASON                 PIC X(40).
001068       10 FILLER                       PIC X(25) VALUE SPACES.

001070******************************************************************
001080* Copybook Includes.                                             *
001250       INCLUDE DCLJOBLOG
001260     END-EXEC.

001262     EXEC SQL
001264       INCLUDE DCLQUIES
001266     END-EXEC.

001270 01 WS-END                             PIC X(50) VALUE
001280     'ETROP28-WORKING STORAGE SECTION ENDS HERE'.

001330     MOVE 'ETROP28'                    TO JRL-PROGRAM-ID.
001340     PERFORM LOG-JOB-START-PARA.

001343     PERFORM GET-PARAMETERS-PARA.
001346     PERFORM READ-PARM-PARA.

001350     OPEN OUTPUT DRIVE-RPT-FILE.
001360     WRITE DRIVE-RPT-RECORD          FROM WS-HDG-LINE.
001370     MOVE SPACES                     TO DRIVE-RPT-RECORD.
001380     WRITE DRIVE-RPT-RECORD.

001385     IF WS-FORCE-CLEAR-RUN
001390       PERFORM FORCE-CLEAR-PARA
001395     ELSE
001400       PERFORM RUN-ONE-STEP-PARA
001405         VARYING WS-STEP-IX FROM 1 BY 1
001410         UNTIL WS-STEP-IX > WS-CHAIN-STEP-COUNT
001415     END-IF.

001420     CLOSE DRIVE-RPT-FILE.

001540     GOBACK.

001550******************************************************************
001551* Run Parameters And Control Card                                *
001552******************************************************************
001553 GET-PARAMETERS-PARA.
001554     MOVE 'ETROP28'                  TO WS-SP-PROGRAM-ID.
001555     MOVE 'QUIESCE-MINUTES'          TO WS-SP-PARM-NAME.
001556     MOVE WS-QUIESCE-MINUTES         TO WS-SP-PARM-VALUE.
001557     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
001558     MOVE WS-SP-PARM-VALUE           TO WS-QUIESCE-MINUTES.
001559     MOVE 'COURADMN'                 TO OQS-SUBSYSTEM-ID.

00155A*    NO CARD (OR A BLANK ONE) IS THE ORDINARY NIGHTLY RUN, SO THE
00155B*    EXISTING SCHEDULE NEEDS NO DRIVPARM DD AT ALL.
00155C READ-PARM-PARA.
00155D     OPEN INPUT DRIVE-PARM-FILE.
00155E     READ DRIVE-PARM-FILE
00155F       AT END MOVE SPACES            TO DRIVE-PARM-RECORD
00155G     END-READ.
00155H     EVALUATE TRUE
00155I       WHEN DP-MONTH-END
00155J         SET WS-MONTH-END-RUN        TO TRUE
00155K         MOVE WS-MONTH-END-STEPS-DATA
00155L                                     TO WS-CHAIN-STEPS-DATA
00155M         MOVE WS-MONTH-END-STEP-COUNT
00155N                                     TO WS-CHAIN-STEP-COUNT
00155O         MOVE 'MONTH-END BATCH CHAIN - DRIVER REPORT'
00155P                                     TO WS-HDG-LINE
00155Q       WHEN DP-FORCE-CLEAR
00155R         SET WS-FORCE-CLEAR-RUN      TO TRUE
00155S         MOVE 'MAINTENANCE WINDOW FORCE-CLEAR - DRIVER REPORT'
00155T                                     TO WS-HDG-LINE
00155U       WHEN OTHER
00155V         SET WS-NIGHTLY-RUN          TO TRUE
00155W     END-EVALUATE.
00155X     CLOSE DRIVE-PARM-FILE.

00155Y******************************************************************
001560* One Chain Step                                                 *
001570******************************************************************
001580*    A STOPPED CHAIN STILL REPORTS EVERY REMAINING STEP AS NOT
002090*    BOUND STOPS YESTERDAY'S 'C' PASSING FOR TONIGHT'S.
002100 CALL-ONE-STEP-PARA.
002110     DISPLAY 'ETROP28 - CALLING STEP: ' WS-STEP-PROGRAM.
002112     PERFORM CHECK-QUIESCE-STEP-PARA.
002114     IF WS-STEP-QUIESCES
002116       PERFORM SET-QUIESCE-PARA
002118     END-IF.
002120     CALL WS-STEP-PROGRAM.
002122     IF WS-STEP-QUIESCES
002124       MOVE 'ETROP28'                TO WS-CLEARED-BY
002126       PERFORM CLEAR-QUIESCE-PARA
002128     END-IF.
002130     MOVE SPACES                     TO WS-HOLD-STATUS.
002140     EXEC SQL
002150       SELECT RUN_STATUS
002680     EXEC SQL
002690       INCLUDE CPJOBLOG
002700     END-EXEC.

002710******************************************************************
002720* Maintenance Window                                             *
002730******************************************************************
002740 CHECK-QUIESCE-STEP-PARA.
002750     SET WS-STEP-RUNS-OPEN           TO TRUE.
002760     PERFORM MATCH-QUIESCE-STEP-PARA
002770       VARYING WS-QUIESCE-IX FROM 1 BY 1
002780       UNTIL WS-QUIESCE-IX > WS-QUIESCE-STEP-COUNT.

002790 MATCH-QUIESCE-STEP-PARA.
002800     IF WS-QUIESCE-STEP (WS-QUIESCE-IX) = WS-STEP-PROGRAM
002810       SET WS-STEP-QUIESCES          TO TRUE
002820     END-IF.

002830*    THE FLAG IS COMMITTED BEFORE THE STEP IS CALLED SO THE ONLINE
002840*    REGIONS SEE IT AT ONCE. THE ROW IS UPDATED IN PLACE AND ONLY
002850*    INSERTED ON THE VERY FIRST WINDOW. FAILING TO SET IT IS
002860*    LOGGED BUT DOES NOT HOLD THE STEP BACK - THE WINDOW PROTECTS
002870*    THE ONLINE DAY FROM LOCK TIMEOUTS, IT IS NOT A PRECONDITION
002880*    OF THE BATCH.
002890 SET-QUIESCE-PARA.
002900     MOVE SPACES                     TO WS-QUIESCE-REASON.
002910     IF WS-MONTH-END-RUN
002920       STRING WS-STEP-PROGRAM        DELIMITED BY SPACE
002930              ' MONTH-END BATCH RUNNING'
002940                                     DELIMITED BY SIZE
002950         INTO WS-QUIESCE-REASON
002960       END-STRING
002970     ELSE
002980       STRING WS-STEP-PROGRAM        DELIMITED BY SPACE
002990              ' NIGHTLY ARCHIVE RUNNING'
003000                                     DELIMITED BY SIZE
003010         INTO WS-QUIESCE-REASON
003020       END-STRING
003030     END-IF.
003040     EXEC SQL
003050       UPDATE DBODEVP.ONLINE_QUIESCE
003060          SET QUIESCE_STATUS = 'Q',
003070              QUIESCE_REASON = :WS-QUIESCE-REASON,
003080              EXPECTED_END   =
003090                CURRENT TIMESTAMP + :WS-QUIESCE-MINUTES MINUTES,
003100              SET_BY_PROGRAM = :WS-STEP-PROGRAM,
003110              SET_DTS        = CURRENT TIMESTAMP
003120        WHERE SUBSYSTEM_ID   = :OQS-SUBSYSTEM-ID
003130     END-EXEC.
003140     IF SQLCODE = 100
003150       EXEC SQL
003160         INSERT INTO DBODEVP.ONLINE_QUIESCE
003170                ( SUBSYSTEM_ID, QUIESCE_STATUS, QUIESCE_REASON,
003180                  EXPECTED_END, SET_BY_PROGRAM, SET_DTS )
003190         VALUES ( :OQS-SUBSYSTEM-ID, 'Q', :WS-QUIESCE-REASON,
003200                  CURRENT TIMESTAMP + :WS-QUIESCE-MINUTES MINUTES,
003210                  :WS-STEP-PROGRAM, CURRENT TIMESTAMP )
003220       END-EXEC
003230     END-IF.
003240     IF SQLCODE NOT = 0
003250       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003260       MOVE 'ONLINE_QUIESCE'         TO EL-ERROR-DB2-OBJECT
003270       PERFORM CHECK-SQLCODE-PARA
003280       DISPLAY 'ETROP28 - QUIESCE NOT SET, STEP RUNS OPEN: '
003290               WS-STEP-PROGRAM
003300       SET WS-STEP-RUNS-OPEN         TO TRUE
003310     ELSE
003320       EXEC SQL
003330         COMMIT
003340       END-EXEC
003350     END-IF.

003360*    RUNS WHATEVER THE STEP'S OUTCOME - A FAILED STEP MUST NOT
003370*    LEAVE THE ONLINE DAY LOCKED OUT UNTIL SOMEONE NOTICES. ONLY
003380*    AN ABEND THAT TAKES THE DRIVER DOWN WITH IT LEAVES THE FLAG
003390*    SET, WHICH IS WHAT THE FORCE-CLEAR CARD IS FOR.
003400 CLEAR-QUIESCE-PARA.
003410     EXEC SQL
003420       UPDATE DBODEVP.ONLINE_QUIESCE
003430          SET QUIESCE_STATUS = 'O',
003440              CLEARED_BY     = :WS-CLEARED-BY,
003450              CLEARED_DTS    = CURRENT TIMESTAMP
003460        WHERE SUBSYSTEM_ID   = :OQS-SUBSYSTEM-ID
003470          AND QUIESCE_STATUS = 'Q'
003480     END-EXEC.
003490     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
003500       MOVE 'UPDATE'                 TO EL-ERROR-ACTION
003510       MOVE 'ONLINE_QUIESCE'         TO EL-ERROR-DB2-OBJECT
003520       PERFORM CHECK-SQLCODE-PARA
003530       DISPLAY 'ETROP28 - QUIESCE NOT CLEARED - RUN FORCE-CLEAR'
003540     ELSE
003550       EXEC SQL
003560         COMMIT
003570       END-EXEC
003580     END-IF.

003590*    OPERATOR OVERRIDE. THE REPORT NAMES THE STEP THAT SET THE
003600*    FLAG AND WHEN, SO THE ABENDED JOB CAN BE CHASED; THE ROW
003610*    RECORDS FORCECLR AS THE CLEARER.
003620 FORCE-CLEAR-PARA.
003630     EXEC SQL
003640       SELECT SET_BY_PROGRAM, CHAR(SET_DTS), QUIESCE_REASON
003650         INTO :OQS-SET-BY-PROGRAM, :OQS-SET-DTS,
003660              :OQS-QUIESCE-REASON
003670         FROM DBODEVP.ONLINE_QUIESCE
003680        WHERE SUBSYSTEM_ID   = :OQS-SUBSYSTEM-ID
003690          AND QUIESCE_STATUS = 'Q'
003700     END-EXEC.
003710     EVALUATE TRUE
003720       WHEN SQLCODE = 0
003730         MOVE 'FORCECLR'             TO WS-CLEARED-BY
003740         PERFORM CLEAR-QUIESCE-PARA
003750         MOVE 'FORCE-CLEARED - SET BY'
003760                                     TO WS-CL-TEXT
003770         MOVE OQS-SET-BY-PROGRAM     TO WS-CL-SET-BY
003780         MOVE OQS-SET-DTS            TO WS-CL-SET-DTS
003790         MOVE OQS-QUIESCE-REASON     TO WS-CL-REASON
003800         WRITE DRIVE-RPT-RECORD      FROM WS-CLEAR-LINE
003810         DISPLAY 'ETROP28 - QUIESCE FORCE-CLEARED, SET BY '
003820                 OQS-SET-BY-PROGRAM ' AT ' OQS-SET-DTS
003830       WHEN SQLCODE = 100
003840         MOVE 'NO MAINTENANCE WINDOW WAS SET - NOTHING CLEARED'
003850                                     TO DRIVE-RPT-RECORD
003860         WRITE DRIVE-RPT-RECORD
003870         DISPLAY 'ETROP28 - NO QUIESCE SET, NOTHING CLEARED'
003880       WHEN OTHER
003890         MOVE 'SELECT'               TO EL-ERROR-ACTION
003900         MOVE 'ONLINE_QUIESCE'       TO EL-ERROR-DB2-OBJECT
003910         PERFORM CHECK-SQLCODE-PARA
003920         PERFORM STOP-CHAIN-PARA
003930     END-EVALUATE.
