
001250     OPEN OUTPUT SMS-EXT-FILE.
001252     MOVE 'ETROP45'                  TO HT-PROGRAM-ID.
001253     MOVE 'SMSXTRC'                  TO HT-INTERFACE-NAME.
001254     MOVE 'SMS GATEWAY'              TO HT-DESTINATION.
001255     PERFORM BUILD-HEADER-PARA.
001256     MOVE HT-IO-RECORD               TO SMS-EXT-RECORD.
001258     WRITE SMS-EXT-RECORD.
001259     MOVE SPACES                     TO SMS-EXT-RECORD.
