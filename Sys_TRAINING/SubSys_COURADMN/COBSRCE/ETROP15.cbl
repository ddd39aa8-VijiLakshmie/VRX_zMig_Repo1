001755 OPEN-EXTRACT-PARA.
001650     OPEN OUTPUT LMS-EXTRACT-FILE.
001652     MOVE 'ETROP15'                  TO HT-PROGRAM-ID.
001653     MOVE 'LMSXTRC'                  TO HT-INTERFACE-NAME.
001654     MOVE 'LMS PROVIDER'             TO HT-DESTINATION.
001655     PERFORM BUILD-HEADER-PARA.
001656     MOVE HT-IO-RECORD               TO LMS-EXTRACT-RECORD.
001658     WRITE LMS-EXTRACT-RECORD.
001659     MOVE SPACES                     TO LMS-EXTRACT-RECORD.
