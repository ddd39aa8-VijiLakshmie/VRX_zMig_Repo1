000180*                    SENT AND ALREADY MATCHED - A DUPLICATE)      *
000190*    UNACKNOWLEDGED- SENT BEFORE TODAY AND STILL NO ANSWER        *
000200*    COUNT MISMATCH- TRL COUNT DISAGREES WITH THE DTL RECORDS     *
000202*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS       *
000204*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS       *
000206*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS      *
000208*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.            *
000210******************************************************************

000220 ENVIRONMENT DIVISION.
000290            ORGANIZATION  IS LINE SEQUENTIAL.
000300     SELECT LMS-EXC-FILE   ASSIGN TO LMSEXRPT
000310            ORGANIZATION  IS LINE SEQUENTIAL.
000313     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000316            ORGANIZATION  IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000550 FD  LMS-EXC-FILE
000560     RECORD CONTAINS 132 CHARACTERS.
000570 01  LMS-EXC-RECORD                  PIC X(132).
000572 FD  INBOUND-OVRD-FILE
000575     RECORD CONTAINS 80 CHARACTERS.
000577 01  INBOUND-OVRD-RECORD             PIC X(80).

000580 WORKING-STORAGE SECTION.

001090       INCLUDE CWJOBLOG
001100     END-EXEC.

001102*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001104     EXEC SQL
001106       INCLUDE CWINBREG
001108     END-EXEC.

001110******************************************************************
001120*                     DB2 SECTION                                *
001130******************************************************************
001440     WRITE LMS-EXC-RECORD.

001450     PERFORM READ-ACK-PARA.
001455     PERFORM REGISTER-ACK-FILE-PARA.
001460     PERFORM PROCESS-ACK-PARA
001470       UNTIL WS-ACK-EOF.
001480     CLOSE LMS-ACK-FILE.
001550 DISPLAY 'REJECTED           : ' WS-REJECTED-COUNT.
001560 DISPLAY 'UNREQUESTED ACKS   : ' WS-UNREQUESTED-COUNT.
001570 DISPLAY 'STILL UNACKNOWLEDGED: ' WS-UNACKED-COUNT.
001573     MOVE WS-DETAIL-COUNT            TO IB-RECORD-COUNT.
001576     PERFORM COMPLETE-INBOUND-PARA.
001580     MOVE 'C'                        TO JRL-RUN-STATUS.
001590     MOVE WS-DETAIL-COUNT            TO JRL-ROWS-READ.
001600     MOVE WS-REJECTED-COUNT          TO JRL-ROWS-WRITTEN.
001700       AT END SET WS-ACK-EOF         TO TRUE
001710     END-READ.

001711*    REGISTERED BEFORE ANY HANDOFF ROW IS MATCHED - SEE CWINBREG.
001712 REGISTER-ACK-FILE-PARA.
001713     MOVE 'LMSACK'                   TO IB-INTERFACE-NAME.
001714     MOVE 'ETROP29'                  TO IB-PROGRAM-ID.
001715     MOVE SPACES                     TO IB-IO-RECORD.
001716     IF NOT WS-ACK-EOF
001717       MOVE LMS-ACK-RECORD           TO IB-IO-RECORD
001718     END-IF.
001719     PERFORM REGISTER-INBOUND-PARA.
00171A     IF IB-FILE-REFUSED
00171B       PERFORM EXIT-PARA
00171C     END-IF.
00171D     IF IB-RG-HEADER-OK
00171E       PERFORM READ-ACK-PARA
00171F     END-IF.

001720 PROCESS-ACK-PARA.
001730*    THE ACK FILE COMES FROM OUTSIDE THE SHOP - EVERY NUMERIC
001735*    ZONE IS CLASS-TESTED BEFORE USE SO ONE MALFORMED RECORD
003470     EXEC SQL
003480       INCLUDE CPJOBLOG
003490     END-EXEC.

003500******************************************************************
003510* Inbound File Registry                                          *
003520******************************************************************
003530     EXEC SQL
003540       INCLUDE CPINBREG
003550     END-EXEC.
