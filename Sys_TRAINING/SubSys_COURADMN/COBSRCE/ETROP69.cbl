001440     OPEN INPUT  BCAST-PARM-FILE.
001450     OPEN OUTPUT BCAST-MRG-FILE.
001460     MOVE 'ETROP69'                  TO HT-PROGRAM-ID.
001463     MOVE 'BCSTMRG'                  TO HT-INTERFACE-NAME.
001466     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
001470     PERFORM BUILD-HEADER-PARA.
001480     MOVE HT-IO-RECORD               TO BCAST-MRG-RECORD.
001490     WRITE BCAST-MRG-RECORD.
