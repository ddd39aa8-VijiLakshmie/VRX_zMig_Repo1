001450     OPEN INPUT  SLICE-EXT-FILE.
001460     OPEN OUTPUT CONS-EXT-FILE.
001470     MOVE 'ETROP77'                  TO HT-PROGRAM-ID.
001473     MOVE 'ROSTEXT'                  TO HT-INTERFACE-NAME.
001476     MOVE 'PRINT/REPORT TEAM'        TO HT-DESTINATION.
001480     PERFORM BUILD-HEADER-PARA.
001490     MOVE HT-IO-RECORD               TO CONS-EXT-RECORD.
001500     WRITE CONS-EXT-RECORD.
