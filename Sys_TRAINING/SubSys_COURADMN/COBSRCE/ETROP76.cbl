
001740     OPEN OUTPUT DEMAND-MRG-FILE.
001750     MOVE 'ETROP76'                  TO HT-PROGRAM-ID.
001753     MOVE 'PAYDMRG'                  TO HT-INTERFACE-NAME.
001756     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
001760     PERFORM BUILD-HEADER-PARA.
001770     MOVE HT-IO-RECORD               TO DEMAND-MRG-RECORD.
001780     WRITE DEMAND-MRG-RECORD.
