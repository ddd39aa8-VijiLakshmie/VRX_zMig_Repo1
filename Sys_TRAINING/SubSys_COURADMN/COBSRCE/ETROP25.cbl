001186       INCLUDE CWJOBLOG
001188     END-EXEC.

001189*    PERSONAL-DATA READ-ACCESS LOG FIELDS - SEE CWPIIACC.
00118A     EXEC SQL
00118B       INCLUDE CWPIIACC
00118C     END-EXEC.

001190******************************************************************
001200*                     DB2 SECTION                                *
001210******************************************************************
002250     PERFORM DISCLOSE-PAYMENTS-PARA.
002260     PERFORM WRITE-TOTALS-PARA.
002270     CLOSE SAR-RPT-FILE.
002271     PERFORM LOG-PII-EXTRACT-PARA.
002280 DISPLAY 'SAR REGISTRATIONS DISCLOSED: ' WS-REG-COUNT.
002290 DISPLAY 'SAR PAYMENTS DISCLOSED     : ' WS-PAY-COUNT.
002292     MOVE 'C'                        TO JRL-RUN-STATUS.
004870     MOVE WS-REG-COUNT               TO WS-TL-COUNT.
004880     WRITE SAR-RPT-RECORD            FROM WS-TOTAL-LINE.

004881******************************************************************
004882* Personal-Data Access Log - ONE ROW FOR THE WHOLE DISCLOSURE:   *
004883* THE SUBJECT, AND EVERY REGISTRATION AND PAYMENT ROW PRINTED.   *
004884******************************************************************
004885 LOG-PII-EXTRACT-PARA.
004886     PERFORM RESET-PII-ACCESS-PARA.
004887     MOVE 'ETROP25'                  TO PAL-PROGRAM-ID.
004888     SET PAL-EXTRACT                 TO TRUE.
004889     MOVE 'SUBJECT ACCESS REQUEST'   TO PAL-CRITERIA-TEXT.
00488A     MOVE WS-PARM-EMAIL-ADDR         TO PAL-SUBJECT-EMAIL-TEXT.
00488B     IF WS-PARM-PERSON-ID > 0
00488C       MOVE WS-PARM-PERSON-ID        TO PAL-PERSON-ID
00488D       MOVE 0                        TO PAL-PERSON-ID-IND
00488E     END-IF.
00488F     COMPUTE PAL-ROW-COUNT = WS-REG-COUNT + WS-PAY-COUNT.
00488G     PERFORM WRITE-PII-ACCESS-PARA.

004890******************************************************************
004900* Error Logging                                                  *
004910******************************************************************
005060     EXEC SQL
005070       INCLUDE CPJOBLOG
005080     END-EXEC.

005081******************************************************************
005082* Personal-Data Access Log                                       *
005083******************************************************************
005084     EXEC SQL
005085       INCLUDE CPPIIACC
005086     END-EXEC.
