000246*  (REPORTED AS 'CREDIT BANKED'), SHOWN ON THE ETROP20 INVOICE   *
000247*  AND ETROP21 AGING, AND APPLIED TO THE ORG'S OLDEST UNPAID     *
000248*  REGISTRATIONS BY THE ETROP55 CREDIT-APPLICATION RUN.          *
000249*  THE FILE MUST OPEN WITH ITS SENDER'S HDR RECORD AND IS        *
00024A*  REGISTERED IN INBOUND_FILE_REGISTRY BEFORE ANYTHING IS        *
00024B*  APPLIED (SEE CWINBREG); A FILE ALREADY ACCEPTED ONCE IS       *
00024C*  REFUSED UNLESS AN INBOVRD OVERRIDE CARD NAMES IT.             *
000250******************************************************************

000260 ENVIRONMENT DIVISION.
000330            ORGANIZATION  IS LINE SEQUENTIAL.
000340     SELECT REMIT-RPT-FILE  ASSIGN TO REMUNRPT
000350            ORGANIZATION  IS LINE SEQUENTIAL.
000353     SELECT OPTIONAL INBOUND-OVRD-FILE ASSIGN TO INBOVRD
000356            ORGANIZATION  IS LINE SEQUENTIAL.

000360 DATA DIVISION.
000370 FILE SECTION.
000480 FD  REMIT-RPT-FILE
000490     RECORD CONTAINS 132 CHARACTERS.
000500 01  REMIT-RPT-RECORD                PIC X(132).
000502 FD  INBOUND-OVRD-FILE
000505     RECORD CONTAINS 80 CHARACTERS.
000507 01  INBOUND-OVRD-RECORD             PIC X(80).

000510 WORKING-STORAGE SECTION.

001300       INCLUDE CWJOBLOG
001310     END-EXEC.

001312*    INBOUND FILE REGISTRY CONTROLS - SEE CWINBREG.
001314     EXEC SQL
001316       INCLUDE CWINBREG
001318     END-EXEC.

001320*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
001330     EXEC SQL
001340       INCLUDE CWAMTEDT
001770     WRITE REMIT-RPT-RECORD.

001780     PERFORM READ-REMIT-PARA.
001785     PERFORM REGISTER-REMIT-FILE-PARA.
001790     PERFORM APPLY-ONE-REMIT-PARA
001800       UNTIL WS-REMIT-EOF.
001810     CLOSE REMIT-IN-FILE.
001840 DISPLAY 'REMITTANCES READ     : ' WS-READ-COUNT.
001850 DISPLAY 'APPLICATIONS POSTED  : ' WS-APPLIED-COUNT.
001860 DISPLAY 'UNMATCHED ITEMS      : ' WS-UNMATCHED-COUNT.
001863     MOVE WS-READ-COUNT              TO IB-RECORD-COUNT.
001866     PERFORM COMPLETE-INBOUND-PARA.
001870     MOVE 'C'                        TO JRL-RUN-STATUS.
001880     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
001890     MOVE WS-APPLIED-COUNT           TO JRL-ROWS-UPDATED.
002130       AT END SET WS-REMIT-EOF       TO TRUE
002140     END-READ.

002141*    REGISTERED BEFORE ANY MONEY MOVES - SEE CWINBREG.
002142 REGISTER-REMIT-FILE-PARA.
002143     MOVE 'REMITIN'                  TO IB-INTERFACE-NAME.
002144     MOVE 'ETROP34'                  TO IB-PROGRAM-ID.
002145     MOVE SPACES                     TO IB-IO-RECORD.
002146     IF NOT WS-REMIT-EOF
002147       MOVE REMIT-IN-RECORD          TO IB-IO-RECORD
002148     END-IF.
002149     PERFORM REGISTER-INBOUND-PARA.
00214A     IF IB-FILE-REFUSED
00214B       PERFORM EXIT-PARA
00214C     END-IF.
00214D     IF IB-RG-HEADER-OK
00214E       PERFORM READ-REMIT-PARA
00214F     END-IF.

002150*    THE REMITTANCE FILE COMES FROM THE BANK - EVERY ZONE IS
002160*    CHECKED BEFORE MONEY MOVES, AND ONE BAD RECORD EXCEPTIONS
002170*    RATHER THAN ABENDING THE RUN.
004160     EXEC SQL
004170       INCLUDE CPJOBLOG
004180     END-EXEC.

004190******************************************************************
004200* Inbound File Registry                                          *
004210******************************************************************
004220     EXEC SQL
004230       INCLUDE CPINBREG
004240     END-EXEC.
