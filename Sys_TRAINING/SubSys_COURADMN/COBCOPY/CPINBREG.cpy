000100******************************************************************
000200* INBOUND FILE REGISTRY PARAGRAPHS - SEE CWINBREG FOR THE        *
000300* CALLING CONVENTIONS. THE HEADER IS ONLY TAKEN AS ONE WHEN      *
000400* EVERY IDENTIFYING ZONE IS PRESENT AND NUMERIC WHERE IT SHOULD  *
000500* BE; ANYTHING LESS IS A FILE WITH NO USABLE HEADER.             *
000600******************************************************************
000700 REGISTER-INBOUND-PARA.
000800     SET IB-RG-REGISTER              TO TRUE.
000900     MOVE IB-INTERFACE-NAME          TO IB-RG-INTERFACE-NAME.
001000     MOVE IB-PROGRAM-ID              TO IB-RG-PROGRAM-ID.
001100     MOVE 'N'                        TO IB-RG-HEADER-SW.
001200     MOVE SPACES                     TO IB-RG-SENDER-ID.
001300     MOVE 0                          TO IB-RG-FILE-SEQ.
001400     MOVE 0                          TO IB-RG-FILE-DATE.
001500     MOVE 0                          TO IB-RG-FILE-TIME.
001600     MOVE 0                          TO IB-RG-ARRIVAL-SEQ.
001700     MOVE 0                          TO IB-RG-EXPECTED-SEQ.
001800     MOVE 0                          TO IB-RG-RECORD-COUNT.
001900     IF IB-H-TYPE = 'HDR' AND IB-H-SENDER NOT = SPACES
002000        AND IB-H-DATE NUMERIC AND IB-H-TIME NUMERIC
002100        AND IB-H-FILE-SEQ NUMERIC
002200       IF IB-H-FILE-SEQ > 0
002300         MOVE 'Y'                    TO IB-RG-HEADER-SW
002400         MOVE IB-H-SENDER            TO IB-RG-SENDER-ID
002500         MOVE IB-H-FILE-SEQ          TO IB-RG-FILE-SEQ
002600         MOVE IB-H-DATE              TO IB-RG-FILE-DATE
002700         MOVE IB-H-TIME              TO IB-RG-FILE-TIME
002800       END-IF
002900     END-IF.
003000     PERFORM READ-INBOUND-OVERRIDE-PARA.
003100     CALL 'RCBT008A' USING IB-RCBT008A-PARM.
003200     EVALUATE TRUE
003300       WHEN IB-RG-DUPLICATE
003400         DISPLAY IB-PROGRAM-ID ' - ' IB-INTERFACE-NAME ' FILE '
003500                 IB-RG-SENDER-ID ' ' IB-RG-FILE-SEQ
003600         DISPLAY IB-PROGRAM-ID ' - ALREADY ACCEPTED ONCE - '
003700                 'REFUSED, NOTHING PROCESSED'
003800       WHEN IB-RG-NO-HEADER
003900         DISPLAY IB-PROGRAM-ID ' - ' IB-INTERFACE-NAME
004000                 ' HAS NO USABLE HDR RECORD - REFUSED'
004100       WHEN IB-RG-FAILED
004200         DISPLAY IB-PROGRAM-ID ' - ' IB-INTERFACE-NAME
004300                 ' COULD NOT BE REGISTERED - REFUSED'
004400       WHEN IB-RG-EXPECTED-SEQ > 0
004500         DISPLAY IB-PROGRAM-ID ' - SEQUENCE GAP - EXPECTED '
004600                 IB-RG-EXPECTED-SEQ ' GOT ' IB-RG-FILE-SEQ
004700     END-EVALUATE.

004800*    THE CARD COUNTS ONLY WHEN IT NAMES THIS INTERFACE AND THIS
004900*    FILE AND SAYS WHO AND WHY; AN ABSENT CARD READS AS AT END.
005000 READ-INBOUND-OVERRIDE-PARA.
005100     MOVE SPACES                     TO IB-RG-OVERRIDE-BY.
005200     MOVE SPACES                     TO IB-RG-OVERRIDE-REASON.
005300     MOVE SPACES                     TO IB-OVERRIDE-CARD.
005400     OPEN INPUT INBOUND-OVRD-FILE.
005500     READ INBOUND-OVRD-FILE          INTO IB-OVERRIDE-CARD
005600       AT END MOVE SPACES            TO IB-OVERRIDE-CARD
005700     END-READ.
005800     CLOSE INBOUND-OVRD-FILE.
005900     IF IB-OV-INTERFACE = IB-INTERFACE-NAME
006000        AND IB-OV-FILE-SEQ-X NUMERIC
006100        AND IB-OV-BY NOT = SPACES
006200        AND IB-OV-REASON NOT = SPACES
006300       IF IB-OV-FILE-SEQ = IB-RG-FILE-SEQ
006400         MOVE IB-OV-BY               TO IB-RG-OVERRIDE-BY
006500         MOVE IB-OV-REASON           TO IB-RG-OVERRIDE-REASON
006600       END-IF
006700     END-IF.

006800 COMPLETE-INBOUND-PARA.
006900     IF IB-RG-ACCEPTED
007000       SET IB-RG-COMPLETE            TO TRUE
007100       MOVE IB-RECORD-COUNT          TO IB-RG-RECORD-COUNT
007200       CALL 'RCBT008A' USING IB-RCBT008A-PARM
007300     END-IF.
