000330*                        THE FIRST RUN AFTER A FRESH DRAW NO
000340*                        LONGER TICKS ROUNDS OFF WITH MONTHS-
000350*                        OLD CASUAL GAMES STILL ON THE MASTER.
      *      10/05/2026 RM     RESULT-ONLY WALKOVERS AND DOUBLE
      *                        FORFEITS ARE SKIPPED - THE FIXTURE-
      *                        WALKOVER JOB MARKS THE FIXTURE IT
      *                        AWARDS ONE FOR AS IT WRITES THE GAME,
      *                        AND A WALKOVER MUST NOT GO ON TO
      *                        SETTLE A SECOND FIXTURE FOR THE PAIR.
      *      10/15/2026 RM     REMOTE RESULTS LOADED FROM THE SATELLITE
      *                        OFFICE'S RESULTS SHEET ARE MATCHED LIKE
      *                        A GAME PLAYED HERE - THEY ARE REAL GAMES
      *                        THAT NOTHING ELSE TICKS OFF.  ONLY
      *                        WALKOVERS AND DOUBLE FORFEITS ARE STILL
      *                        SKIPPED.
000360*================================================================
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. FixtureMatch.
001970             MOVE 'Y' TO FM-GAMEMST-EOF-SW
001980         NOT AT END
001990             ADD 1 TO FM-GAMES-READ
001995             IF NOT GL-VOIDED AND NOT GL-WALKOVER
002000                     AND NOT GL-DOUBLE-FORFEIT
002010                 PERFORM 3015-MATCH-ONE-PAIRING THRU 3015-EXIT
002020             END-IF
002030     END-READ.
