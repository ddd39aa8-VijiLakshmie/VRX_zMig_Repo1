
002000     OPEN OUTPUT MERGE-FILE.
002010     MOVE 'ETROP63'                  TO HT-PROGRAM-ID.
002013     MOVE 'RCRTMRG'                  TO HT-INTERFACE-NAME.
002016     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
002020     PERFORM BUILD-HEADER-PARA.
002030     MOVE HT-IO-RECORD               TO MERGE-RECORD.
002040     WRITE MERGE-RECORD.
