001100* COPYBOOK IN WORKING-STORAGE AND CPPERCL IN THE PROCEDURE      *
001200* DIVISION, THEN AT THE TOP OF THE RUN:                          *
001300*   1. MOVE THE TARGET PERIOD TO PCL-PERIOD-YEAR AND            *
001400*      PCL-PERIOD-MONTH - THE YEAR AND PERIOD NUMBER RCBT009A    *
001450*      RESOLVED (SEE CWFISPER), NEVER A MONTH WORKED OUT LOCALLY *
001500*   2. PERFORM CHECK-PERIOD-CLOSE-PARA                           *
001600*   3. PROCEED ONLY WHEN PCL-PERIOD-OPEN - A LOOKUP FAILURE     *
001700*      REPORTS AS CLOSED (FAIL CLOSED, THE CWAUTHCK POSTURE:    *
