       IDENTIFICATION DIVISION.
      *    ETRB031 CAPTURES A LEARNER'S GOVERNMENT-FUNDING ELIGIBILITY
      *    ATTRIBUTES (DCLRGELG) - RESIDENCY, DATE OF BIRTH (THE AGE
      *    BAND IS WORKED OUT AGAINST EACH SESSION'S START DATE),
      *    EMPLOYER HEADCOUNT AND WHERE THE EVIDENCE IS FILED. THE
      *    ROW BELONGS TO THE PERSON, NOT THE ADDRESS: THE LEARNER IS
      *    FOUND THROUGH ANY OF THEIR ADDRESSES ON THE REGISTRANT
      *    MASTER (DCLRGPER), SO EVERY SEAT THEY HOLD IS JUDGED ON THE
      *    SAME FACTS. SET INSERTS THE ROW OR REPLACES IT; INQUIRE
      *    RETURNS IT. ETROP20 APPLIES THE FUNDING WHEN IT INVOICES
      *    THE SEAT AND ETROP112 CLAIMS IT FROM THE FUNDING BODY.
      *    NO COMMIT IS TAKEN HERE; THE CHANGE RIDES THE CALLER'S
      *    UNIT OF WORK.
       PROGRAM-ID. ETRB031.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQLCODE PIC +(11).
       01  WS-ELIGIBILITY-WORK.
           10 WS-DATE-CHECK           PIC X(10).
           10 WS-EVIDENCE-REF-IND     PIC S9(4) USAGE COMP.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLRGPER
           END-EXEC.
           EXEC SQL
                INCLUDE DCLRGELG
           END-EXEC.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
                INCLUDE CWERRLOG
           END-EXEC.
           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-ELIGIBILITY-PARM NAMES THE LEARNER BY ANY OF THEIR
      *    EMAIL ADDRESSES AND CARRIES THE FUNCTION: 'S' SET (THE
      *    ATTRIBUTES ARE READ), 'I' INQUIRE (THE ATTRIBUTES COME
      *    BACK). LS-BIRTH-DATE IS YYYY-MM-DD; LS-EVIDENCE-REF MAY BE
      *    BLANK. LS-RETURN-CODE COMES BACK '0' DONE, 'N' ADDRESS NOT
      *    ON THE REGISTRANT MASTER (OR, ON AN INQUIRE, NO ROW YET),
      *    'D' BIRTH DATE NOT A VALID PAST DATE, 'Z' RESIDENCY
      *    MISSING, NEGATIVE HEADCOUNT OR BAD FUNCTION CODE, 'X' NOT
      *    AUTHORIZED, '9' SQL FAILURE (CALLER MUST ROLL BACK).
       01  LS-ELIGIBILITY-PARM.
           10 LS-FUNCTION             PIC X(1).
              88 LS-FUNCTION-SET                VALUE 'S'.
              88 LS-FUNCTION-INQUIRE            VALUE 'I'.
           10 LS-EMAIL-ADDR           PIC X(120).
           10 LS-RESIDENCY-CD         PIC X(2).
           10 LS-BIRTH-DATE           PIC X(10).
           10 LS-EMPLOYER-SIZE        PIC S9(9) USAGE COMP.
           10 LS-EVIDENCE-REF         PIC X(30).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-ELIG-OK                     VALUE '0'.
              88 LS-ELIG-NOT-FOUND              VALUE 'N'.
              88 LS-ELIG-BAD-DATE               VALUE 'D'.
              88 LS-ELIG-BAD-INPUT              VALUE 'Z'.
              88 LS-ELIG-UNAUTHORIZED           VALUE 'X'.
              88 LS-ELIG-FAILED                 VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-ELIG-QUIESCED               VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-ELIGIBILITY-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-ELIG-OK             TO TRUE.
      *    AN INQUIRY IS STILL ANSWERED DURING A MAINTENANCE WINDOW.
           SET QSC-OPEN TO TRUE.
           IF NOT LS-FUNCTION-INQUIRE
               PERFORM CHECK-QUIESCE-PARA
           END-IF.
           IF QSC-QUIESCED
               SET LS-ELIG-QUIESCED TO TRUE
               DISPLAY ' ELIGIBILITY REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB031'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'FUNDELIG'             TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-ELIG-UNAUTHORIZED TO TRUE
               DISPLAY ' ELIGIBILITY REFUSED - NOT AUTHORIZED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           EVALUATE TRUE
             WHEN LS-FUNCTION-SET
               PERFORM EDIT-ELIGIBILITY-PARA
               IF LS-ELIG-OK
                   PERFORM FIND-PERSON-PARA
               END-IF
               IF LS-ELIG-OK
                   PERFORM SET-ELIGIBILITY-PARA
               END-IF
             WHEN LS-FUNCTION-INQUIRE
               PERFORM FIND-PERSON-PARA
               IF LS-ELIG-OK
                   PERFORM INQUIRE-ELIGIBILITY-PARA
               END-IF
             WHEN OTHER
               SET LS-ELIG-BAD-INPUT TO TRUE
               DISPLAY ' INVALID FUNCTION CODE : ' LS-FUNCTION
           END-EVALUATE.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * EDIT-ELIGIBILITY-PARA lets DB2 judge the birth date - a date
      * it cannot convert (-180/-181) or one not in the past is
      * refused before anything is written.
       EDIT-ELIGIBILITY-PARA.
           IF LS-RESIDENCY-CD = SPACES
              OR LS-EMPLOYER-SIZE < 0
               SET LS-ELIG-BAD-INPUT TO TRUE
               DISPLAY ' RESIDENCY OR EMPLOYER SIZE INVALID '
           ELSE
               MOVE LS-BIRTH-DATE      TO WS-DATE-CHECK
               EXEC SQL
                 SELECT CHAR(DATE(:WS-DATE-CHECK), ISO)
                   INTO :WS-DATE-CHECK
                   FROM SYSIBM.SYSDUMMY1
                  WHERE DATE(:WS-DATE-CHECK) < CURRENT DATE
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE SQLCODE
                 WHEN 0
                   CONTINUE
                 WHEN 100
                 WHEN -180
                 WHEN -181
                   SET LS-ELIG-BAD-DATE TO TRUE
                   DISPLAY ' INVALID BIRTH DATE : ' LS-BIRTH-DATE
                 WHEN OTHER
                   SET LS-ELIG-FAILED TO TRUE
                   DISPLAY ' BIRTH DATE CHECK FAILED '
                   DISPLAY ' SQL CODE   '  WS-SQLCODE
               END-EVALUATE
           END-IF.
      *
       FIND-PERSON-PARA.
           MOVE LS-EMAIL-ADDR          TO RGP-EMAIL-ADDR-TEXT.
           MOVE LENGTH OF LS-EMAIL-ADDR
                                       TO RGP-EMAIL-ADDR-LEN.
           EXEC SQL
             SELECT PERSON_ID
               INTO :RGP-PERSON-ID
               FROM DBODEVP.REGISTRANT
              WHERE EMAIL_ADDR = :RGP-EMAIL-ADDR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               MOVE RGP-PERSON-ID      TO RGE-PERSON-ID
             WHEN 100
               SET LS-ELIG-NOT-FOUND TO TRUE
               DISPLAY ' ADDRESS NOT ON REGISTRANT MASTER : '
                       LS-EMAIL-ADDR
             WHEN OTHER
               SET LS-ELIG-FAILED TO TRUE
               DISPLAY ' REGISTRANT LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * SET-ELIGIBILITY-PARA replaces the person's row when there is
      * one and inserts it when there is not.
       SET-ELIGIBILITY-PARA.
           MOVE LS-RESIDENCY-CD        TO RGE-RESIDENCY-CD.
           MOVE WS-DATE-CHECK          TO RGE-BIRTH-DATE.
           MOVE LS-EMPLOYER-SIZE       TO RGE-EMPLOYER-SIZE.
           MOVE LS-EVIDENCE-REF        TO RGE-EVIDENCE-REF-TEXT.
           MOVE LENGTH OF LS-EVIDENCE-REF
                                       TO RGE-EVIDENCE-REF-LEN.
           IF LS-EVIDENCE-REF = SPACES
               MOVE -1                 TO WS-EVIDENCE-REF-IND
           ELSE
               MOVE 0                  TO WS-EVIDENCE-REF-IND
           END-IF.
           IF LS-AUTH-USR-ID NOT = SPACES
               MOVE LS-AUTH-USR-ID     TO RGE-USR-ID
           ELSE
               MOVE 'BATCH   '         TO RGE-USR-ID
           END-IF.
           EXEC SQL
             UPDATE DBODEVP.REGISTRANT_ELIGIBILITY
                SET RESIDENCY_CD  = :RGE-RESIDENCY-CD,
                    BIRTH_DATE    = DATE(:RGE-BIRTH-DATE),
                    EMPLOYER_SIZE = :RGE-EMPLOYER-SIZE,
                    EVIDENCE_REF  =
                        :RGE-EVIDENCE-REF :WS-EVIDENCE-REF-IND,
                    USR_ID        = :RGE-USR-ID,
                    DTS           = CURRENT TIMESTAMP
              WHERE PERSON_ID     = :RGE-PERSON-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' ELIGIBILITY UPDATED : ' LS-EMAIL-ADDR
             WHEN 100
               PERFORM INSERT-ELIGIBILITY-PARA
             WHEN OTHER
               SET LS-ELIG-FAILED TO TRUE
               DISPLAY ' ELIGIBILITY UPDATE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
       INSERT-ELIGIBILITY-PARA.
           EXEC SQL
             INSERT INTO DBODEVP.REGISTRANT_ELIGIBILITY
                    ( PERSON_ID, RESIDENCY_CD, BIRTH_DATE,
                      EMPLOYER_SIZE, EVIDENCE_REF, USR_ID, DTS )
             VALUES ( :RGE-PERSON-ID, :RGE-RESIDENCY-CD,
                      DATE(:RGE-BIRTH-DATE), :RGE-EMPLOYER-SIZE,
                      :RGE-EVIDENCE-REF :WS-EVIDENCE-REF-IND,
                      :RGE-USR-ID, CURRENT TIMESTAMP )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
               DISPLAY ' ELIGIBILITY ADDED : ' LS-EMAIL-ADDR
           ELSE
               SET LS-ELIG-FAILED TO TRUE
               DISPLAY ' ELIGIBILITY INSERT FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
       INQUIRE-ELIGIBILITY-PARA.
           EXEC SQL
             SELECT RESIDENCY_CD, CHAR(BIRTH_DATE, ISO),
                    EMPLOYER_SIZE, EVIDENCE_REF
               INTO :RGE-RESIDENCY-CD, :RGE-BIRTH-DATE,
                    :RGE-EMPLOYER-SIZE,
                    :RGE-EVIDENCE-REF :WS-EVIDENCE-REF-IND
               FROM DBODEVP.REGISTRANT_ELIGIBILITY
              WHERE PERSON_ID = :RGE-PERSON-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               MOVE RGE-RESIDENCY-CD   TO LS-RESIDENCY-CD
               MOVE RGE-BIRTH-DATE     TO LS-BIRTH-DATE
               MOVE RGE-EMPLOYER-SIZE  TO LS-EMPLOYER-SIZE
               MOVE SPACES             TO LS-EVIDENCE-REF
               IF WS-EVIDENCE-REF-IND NOT < 0
                   MOVE RGE-EVIDENCE-REF-TEXT (1:RGE-EVIDENCE-REF-LEN)
                                       TO LS-EVIDENCE-REF
               END-IF
             WHEN 100
               SET LS-ELIG-NOT-FOUND TO TRUE
               DISPLAY ' NO ELIGIBILITY ON FILE : ' LS-EMAIL-ADDR
             WHEN OTHER
               SET LS-ELIG-FAILED TO TRUE
               DISPLAY ' ELIGIBILITY LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
           EXEC SQL
             INCLUDE CPAUTHCK
           END-EXEC.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
