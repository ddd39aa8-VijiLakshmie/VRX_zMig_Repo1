001950     OPEN INPUT  MERGE-PARM-FILE.
001960     OPEN OUTPUT MERGE-MRG-FILE.
001970     MOVE 'ETROP74'                  TO HT-PROGRAM-ID.
001973     MOVE 'SMRGMRG'                  TO HT-INTERFACE-NAME.
001976     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
001980     PERFORM BUILD-HEADER-PARA.
001990     MOVE HT-IO-RECORD               TO MERGE-MRG-RECORD.
002000     WRITE MERGE-MRG-RECORD.
