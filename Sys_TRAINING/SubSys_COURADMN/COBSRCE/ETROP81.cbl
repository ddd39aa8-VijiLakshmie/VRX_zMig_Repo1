002850******************************************************************
002860 EXTRACT-COURSES-PARA.
002870     OPEN OUTPUT DIM-CRSE-FILE.
002873     MOVE 'DIMCRSE'                  TO HT-INTERFACE-NAME.
002876     MOVE 'DATA WAREHOUSE'           TO HT-DESTINATION.
002880     PERFORM BUILD-HEADER-PARA.
002890     MOVE HT-IO-RECORD               TO DIM-CRSE-RECORD.
002900     WRITE DIM-CRSE-RECORD.
003510******************************************************************
003520 EXTRACT-INSTRUCTORS-PARA.
003530     OPEN OUTPUT DIM-INST-FILE.
003533     MOVE 'DIMINST'                  TO HT-INTERFACE-NAME.
003536     MOVE 'DATA WAREHOUSE'           TO HT-DESTINATION.
003540     PERFORM BUILD-HEADER-PARA.
003550     MOVE HT-IO-RECORD               TO DIM-INST-RECORD.
003560     WRITE DIM-INST-RECORD.
004030******************************************************************
004040 EXTRACT-ORGS-PARA.
004050     OPEN OUTPUT DIM-ORG-FILE.
004053     MOVE 'DIMORG'                   TO HT-INTERFACE-NAME.
004056     MOVE 'DATA WAREHOUSE'           TO HT-DESTINATION.
004060     PERFORM BUILD-HEADER-PARA.
004070     MOVE HT-IO-RECORD               TO DIM-ORG-RECORD.
004080     WRITE DIM-ORG-RECORD.
004550******************************************************************
004560 EXTRACT-VENUES-PARA.
004570     OPEN OUTPUT DIM-VENU-FILE.
004573     MOVE 'DIMVENU'                  TO HT-INTERFACE-NAME.
004576     MOVE 'DATA WAREHOUSE'           TO HT-DESTINATION.
004580     PERFORM BUILD-HEADER-PARA.
004590     MOVE HT-IO-RECORD               TO DIM-VENU-RECORD.
004600     WRITE DIM-VENU-RECORD.
005050******************************************************************
005060 EXTRACT-REGISTRATIONS-PARA.
005070     OPEN OUTPUT FACT-REG-FILE.
005073     MOVE 'FACTREG'                  TO HT-INTERFACE-NAME.
005076     MOVE 'DATA WAREHOUSE'           TO HT-DESTINATION.
005080     PERFORM BUILD-HEADER-PARA.
005090     MOVE HT-IO-RECORD               TO FACT-REG-RECORD.
005100     WRITE FACT-REG-RECORD.
005920******************************************************************
005930 EXTRACT-ATTENDANCE-PARA.
005940     OPEN OUTPUT FACT-ATT-FILE.
005943     MOVE 'FACTATT'                  TO HT-INTERFACE-NAME.
005946     MOVE 'DATA WAREHOUSE'           TO HT-DESTINATION.
005950     PERFORM BUILD-HEADER-PARA.
005960     MOVE HT-IO-RECORD               TO FACT-ATT-RECORD.
005970     WRITE FACT-ATT-RECORD.
