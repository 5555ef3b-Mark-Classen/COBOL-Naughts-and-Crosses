000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      DRIVES THE MONTH-END BATCH STREAM - STATSPOSTING, THEN
000095*      INTEGRITYSWEEP, THEN GAMELOGARCHIVE, THEN
000100*      STATSRECONCILE, THEN STANDINGSREPORT - FROM THE RUNCTL
000110*      RUN CONTROL FILE INSTEAD OF A PERSON AT THE CONSOLE
000120*      RUNNING EACH JOB BY HAND AND KEYING ITS PARAMETERS.  ON
000304*                        NOTHING AND DID NOTHING NO LONGER
000305*                        PASSES FOR DONE AND THE RERUN REALLY
000306*                        DOES RESUME AT THE FAILED STEP.
      *      10/15/2026 RM     INTEGRITYSWEEP JOINS THE STREAM AS STEP
      *                        2, AHEAD OF THE ARCHIVE.  IT ENDS WITH
      *                        RETURN CODE 4 WHILE ANY LINK BETWEEN
      *                        THE FILES IS BROKEN, WHICH FAILS THE
      *                        STEP, SO NOTHING IS ARCHIVED UNTIL THE
      *                        FILES AGREE; THE RERUN STARTS AT THE
      *                        SWEEP.  A CONTROL FILE BUILT BEFORE
      *                        THIS CHANGE KEEPS ITS FOUR STEPS.
000307*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. MonthEndDriver.
001825     MOVE "STATSPOSTING" TO MD-PROGRAM-NAME
001828     PERFORM 1120-WRITE-ONE-STEP THRU 1120-EXIT
001830     MOVE 2 TO MD-STEP-NO
001831     MOVE "INTEGRITYSWEEP" TO MD-PROGRAM-NAME
001832     PERFORM 1120-WRITE-ONE-STEP THRU 1120-EXIT
001833     MOVE 3 TO MD-STEP-NO
001835     MOVE "GAMELOGARCHIVE" TO MD-PROGRAM-NAME
001840     PERFORM 1120-WRITE-ONE-STEP THRU 1120-EXIT
001850     MOVE 4 TO MD-STEP-NO
001860     MOVE "STATSRECONCILE" TO MD-PROGRAM-NAME
001870     PERFORM 1120-WRITE-ONE-STEP THRU 1120-EXIT
001880     MOVE 5 TO MD-STEP-NO
001890     MOVE "STANDINGSREPORT" TO MD-PROGRAM-NAME
001900     PERFORM 1120-WRITE-ONE-STEP THRU 1120-EXIT
001910     CLOSE RUN-CONTROL-FILE
003590*                      NAME, A CALL THE SYSTEM CANNOT RESOLVE,
003600*                      OR A PROGRAM THAT RETURNS WITH A NONZERO
003605*                      RETURN CODE (ITS OWN FAILURE PATHS SET
003607*                      8; THE INTEGRITY SWEEP SETS 4 FOR FILES
003609*                      THAT DISAGREE) FAILS THE STEP RATHER THAN
003611*                      SILENTLY PASSING IT AS COMPLETE.
003620*----------------------------------------------------------------
003630 3200-CALL-STEP-PROGRAM.
003640     MOVE 'N' TO MD-CALL-OK-SW
003653             CALL "StatsPosting"
003654                 ON EXCEPTION
003655                     DISPLAY "CALL TO STATSPOSTING FAILED"
                       NOT ON EXCEPTION
                           MOVE 'Y' TO MD-CALL-OK-SW
                   END-CALL
               WHEN "INTEGRITYSWEEP"
                   CALL "IntegritySweep"
                       ON EXCEPTION
                           DISPLAY "CALL TO INTEGRITYSWEEP FAILED"
003656                 NOT ON EXCEPTION
003657                     MOVE 'Y' TO MD-CALL-OK-SW
003658             END-CALL
