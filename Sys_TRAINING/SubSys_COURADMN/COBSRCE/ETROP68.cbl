
001530     OPEN OUTPUT DIGEST-FILE.
001540     MOVE 'ETROP68'                  TO HT-PROGRAM-ID.
001543     MOVE 'DIGESTMR'                 TO HT-INTERFACE-NAME.
001546     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
001550     PERFORM BUILD-HEADER-PARA.
001560     MOVE HT-IO-RECORD               TO DIGEST-RECORD.
001570     WRITE DIGEST-RECORD.
