000180*  WITH ITS PHONE_NUMBER, SO STAFF CAN PHONE FOR A CORRECTED    *
000190*  ADDRESS AND FIX IT VIA ETRB008 (WHICH LIFTS THE SUPPRESSION  *
000200*  AGAIN THROUGH ETRB014 REMOVE).                                *
000202*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS       *
000204*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS       *
000206*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS      *
000208*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.            *
000210******************************************************************

000220 ENVIRONMENT DIVISION.
000290            ORGANIZATION  IS LINE SEQUENTIAL.
000300     SELECT BOUNCE-WRK-FILE  ASSIGN TO BOUNWORK
000310            ORGANIZATION  IS LINE SEQUENTIAL.
000313     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000316            ORGANIZATION  IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000380 FD  BOUNCE-WRK-FILE
000390     RECORD CONTAINS 132 CHARACTERS.
000400 01  BOUNCE-WRK-RECORD               PIC X(132).
000402 FD  INBOUND-OVRD-FILE
000405     RECORD CONTAINS 80 CHARACTERS.
000407 01  INBOUND-OVRD-RECORD             PIC X(80).

000410 WORKING-STORAGE SECTION.

001160       INCLUDE CWJOBLOG
001170     END-EXEC.

001172*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001174     EXEC SQL
001176       INCLUDE CWINBREG
001178     END-EXEC.

001180******************************************************************
001190*                     DB2 SECTION                                *
001200******************************************************************
001510     WRITE BOUNCE-WRK-RECORD.

001520     PERFORM READ-BOUNCE-PARA.
001525     PERFORM REGISTER-BOUNCE-FILE-PARA.
001530     PERFORM PROCESS-ONE-BOUNCE-PARA
001540       UNTIL WS-BOUNCE-EOF.
001550     CLOSE BOUNCE-IN-FILE.
001590 DISPLAY 'ADDRESSES MARKED      : ' WS-MARKED-COUNT.
001600 DISPLAY 'ALREADY SUPPRESSED    : ' WS-ALREADY-COUNT.
001610 DISPLAY 'MALFORMED ADDRESSES   : ' WS-MALFORMED-COUNT.
001613     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
001616     PERFORM COMPLETE-INBOUND-PARA.
001620     MOVE 'C'                        TO JRL-RUN-STATUS.
001630     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
001640     MOVE WS-MARKED-COUNT            TO JRL-ROWS-UPDATED.
001740       AT END SET WS-BOUNCE-EOF      TO TRUE
001750     END-READ.

001751*    REGISTERED BEFORE ANY ADDRESS IS MARKED - SEE CWINBREG.
001752 REGISTER-BOUNCE-FILE-PARA.
001753     MOVE 'BOUNCEIN'                 TO IB-INTERFACE-NAME.
001754     MOVE 'ETROP35'                  TO IB-PROGRAM-ID.
001755     MOVE SPACES                     TO IB-IO-RECORD.
001756     IF NOT WS-BOUNCE-EOF
001757       MOVE BOUNCE-IN-RECORD         TO IB-IO-RECORD
001758     END-IF.
001759     PERFORM REGISTER-INBOUND-PARA.
00175A     IF IB-FILE-REFUSED
00175B       PERFORM EXIT-PARA
00175C     END-IF.
00175D     IF IB-RG-HEADER-OK
00175E       PERFORM READ-BOUNCE-PARA
00175F     END-IF.

001760 PROCESS-ONE-BOUNCE-PARA.
001770     ADD 1                           TO WS-READ-COUNT.
001780     IF BN-EMAIL-ADDR = SPACES
003140     EXEC SQL
003150       INCLUDE CPJOBLOG
003160     END-EXEC.

003170******************************************************************
003180* Inbound File Registry                                          *
003190******************************************************************
003200     EXEC SQL
003210       INCLUDE CPINBREG
003220     END-EXEC.
