002200 OPEN-EXTRACT-PARA.
002210     OPEN OUTPUT ROSTER-EXT-FILE.
002220     MOVE 'ETROP09'                  TO HT-PROGRAM-ID.
002221*    A SLICE IS NOT SENT ANYWHERE - ETROP77 REGISTERS THE
002222*    STITCHED FILE - SO ONLY A FULL RUN LOGS ITS TRANSMISSION.
002223     IF WS-SLICE-ABSENT
002224         MOVE 'ROSTEXT'              TO HT-INTERFACE-NAME
002225         MOVE 'PRINT/REPORT TEAM'    TO HT-DESTINATION
002226     END-IF.
002230     PERFORM BUILD-HEADER-PARA.
002240     MOVE HT-IO-RECORD               TO ROSTER-EXT-RECORD.
002250     WRITE ROSTER-EXT-RECORD.
