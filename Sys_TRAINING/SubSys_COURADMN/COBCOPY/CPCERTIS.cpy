000100******************************************************************
000200* CERTIFICATE ISSUE PARAGRAPHS - SEE CWCERTIS FOR THE CALLING    *
000300* CONVENTIONS. A REGISTRATION ALREADY HOLDING AN UNREVOKED       *
000400* CERTIFICATE IS NEVER ISSUED A SECOND ONE, SO A RERUN OR A      *
000500* RE-STAMP IS HARMLESS. A FAILURE HERE IS REPORTED TO SYSOUT     *
000600* AND DOES NOT UNDO THE CALLER'S COMPLETION STAMP - THE NEXT     *
000700* ETROP23 RUN SIMPLY PRINTS NO NUMBER FOR THAT DELEGATE.         *
000800******************************************************************
000900 ISSUE-CERTIFICATE-PARA.
001000     MOVE SPACES                     TO CRI-CERT-NO.
001100     MOVE '9'                        TO CRI-RETURN-CODE.
001200     MOVE LENGTH OF CRI-EMAIL-ADDR-TEXT
001300                                     TO CRI-EMAIL-ADDR-LEN.
001400     EXEC SQL
001500       SELECT COUNT(*)
001600         INTO :CRI-HELD-COUNT
001700         FROM DBODEVP.CERTIFICATE
001800        WHERE SESSION_CATG = :CRI-SESSION-CATG
001900          AND SESSION_ID   = :CRI-SESSION-ID
002000          AND EMAIL_ADDR   = :CRI-EMAIL-ADDR
002100          AND REVOKED_SW   = 'N'
002200     END-EXEC.
002300     IF SQLCODE NOT = 0
002400       DISPLAY ' UNABLE TO CHECK CERTIFICATE REGISTER '
002500       DISPLAY ' SQL CODE   '  SQLCODE
002600     ELSE
002700       IF CRI-HELD-COUNT > 0
002800         MOVE 'H'                    TO CRI-RETURN-CODE
002900       ELSE
003000         PERFORM NEXT-CERT-NO-PARA
003100         IF CRI-CD-OK
003200           PERFORM INSERT-CERTIFICATE-PARA
003300         END-IF
003400       END-IF
003500     END-IF.
003600
003700*    THE NEXT SERIAL RUNS ON FROM THE HIGHEST EVER ISSUED - A
003800*    REVOKED NUMBER IS NEVER REUSED.
003900 NEXT-CERT-NO-PARA.
004000     MOVE '9'                        TO CRI-CD-RETURN-CODE.
004100     EXEC SQL
004200       SELECT COALESCE(MAX(SUBSTR(CERT_NO, 1, 9)), '100000000')
004300         INTO :CRI-MAX-SERIAL
004400         FROM DBODEVP.CERTIFICATE
004500     END-EXEC.
004600     IF SQLCODE NOT = 0
004700       DISPLAY ' CERT-NO LOOKUP FAILED - NONE ISSUED '
004800       DISPLAY ' SQL CODE   '  SQLCODE
004900     ELSE
005000       IF CRI-MAX-SERIAL NOT NUMERIC
005100         MOVE '100000000'            TO CRI-MAX-SERIAL
005200       END-IF
005300       COMPUTE CRI-CD-SERIAL-NUM = CRI-MAX-SERIAL-NUM + 1
005400       MOVE 'G'                      TO CRI-CD-FUNCTION
005500       CALL 'RCBT006A' USING CRI-RCBT006A-PARM
005600       IF NOT CRI-CD-OK
005700         DISPLAY ' CERT-NO CHECK DIGIT FAILED - NONE ISSUED '
005800       END-IF
005900     END-IF.
006000
006100 INSERT-CERTIFICATE-PARA.
006200     MOVE CRI-CD-CERT-NO             TO CRI-CERT-NO.
006300     EXEC SQL
006400       INSERT INTO DBODEVP.CERTIFICATE
006500            ( CERT_NO, SESSION_CATG, SESSION_ID, EMAIL_ADDR,
006600              PERSON_ID, FULL_NAME, ISSUE_DATE, CERT_EXPIRY_DATE,
006700              REVOKED_SW, REVOKED_DATE, ISSUED_BY, DTS )
006800       SELECT :CRI-CERT-NO, SESSION_CATG, SESSION_ID, EMAIL_ADDR,
006900              PERSON_ID, FULL_NAME, CURRENT DATE,
007000              CERT_EXPIRY_DATE,
007100              'N', NULL, :CRI-ISSUED-BY, CURRENT TIMESTAMP
007200         FROM DBODEVP.REGISTRATION
007300        WHERE SESSION_CATG      = :CRI-SESSION-CATG
007400          AND SESSION_ID        = :CRI-SESSION-ID
007500          AND EMAIL_ADDR        = :CRI-EMAIL-ADDR
007600          AND COMPLETION_STATUS = 'C'
007700     END-EXEC.
007800     IF SQLCODE = 0
007900       MOVE '0'                      TO CRI-RETURN-CODE
008000       ADD 1                         TO CRI-ISSUED-COUNT
008100     ELSE
008200       MOVE SPACES                   TO CRI-CERT-NO
008300       DISPLAY ' UNABLE TO ISSUE CERTIFICATE '
008400       DISPLAY ' SQL CODE   '  SQLCODE
008500     END-IF.
