000570*                        PRINTS, BUT THE MONTH-END DRIVER
000580*                        RECORDS THE STEP FAILED INSTEAD OF
000590*                        COMPLETE.
000591*      10/05/2026 RM     A DOUBLE FORFEIT FROM THE FIXTURE-
000592*                        WALKOVER JOB TALLIES AS A LOSS FOR
000593*                        BOTH PLAYERS, AS STATSPOSTING POSTS
000594*                        IT; A WALKOVER TALLIES AS THE WIN AND
000595*                        LOSS ITS WINNER SAYS.
000596*      10/05/2026 RM     AN ARCHIVE COPY MARKED RETRIEVED IS
000597*                        SKIPPED - THE GAME IS BACK ON THE
000598*                        MASTER AND IS COUNTED FROM THERE.
000600*================================================================
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. StatsReconcile.
001470     88  RC-RESULT-P1-WON         VALUE '1'.
001480     88  RC-RESULT-P2-WON         VALUE '2'.
001490     88  RC-RESULT-DRAWN          VALUE 'D'.
001495     88  RC-RESULT-BOTH-LOST      VALUE 'F'.
001500
001510*----------------------------------------------------------------
001520*  RC-TALLY-TBL - THE PER-PLAYER TOTALS RE-COUNTED FROM GAMELOG.
003200         AT END
003210             MOVE 'Y' TO RC-GAMEARCH-EOF-SW
003220         NOT AT END
003222             IF GH-RETRIEVED
003224                 GO TO 2015-EXIT
003226             END-IF
003230             ADD 1 TO RC-GAMES-ARCHIVED
003240             MOVE GAME-HISTORY-RECORD TO GAMELOG-RECORD
003250             PERFORM 2020-TALLY-ONE-GAME THRU 2020-EXIT
003320         GO TO 2020-EXIT
003330     END-IF
003340     ADD 1 TO RC-GAMES-ON-LOG
003350     EVALUATE TRUE
003352         WHEN GL-DOUBLE-FORFEIT
003354             MOVE 'F' TO RC-GAME-RESULT
003360         WHEN GL-WINNER = 'X'
003370             MOVE '1' TO RC-GAME-RESULT
003380         WHEN GL-WINNER = 'O'
003390             MOVE '2' TO RC-GAME-RESULT
003400         WHEN OTHER
003410             MOVE 'D' TO RC-GAME-RESULT
003470         EVALUATE TRUE
003480             WHEN RC-RESULT-P1-WON
003490                 ADD 1 TO RC-TY-WON(RC-FOUND-IDX)
003500             WHEN RC-RESULT-P2-WON OR RC-RESULT-BOTH-LOST
003510                 ADD 1 TO RC-TY-LOST(RC-FOUND-IDX)
003520             WHEN OTHER
003530                 ADD 1 TO RC-TY-DRAWN(RC-FOUND-IDX)
003600         EVALUATE TRUE
003610             WHEN RC-RESULT-P2-WON
003620                 ADD 1 TO RC-TY-WON(RC-FOUND-IDX)
003630             WHEN RC-RESULT-P1-WON OR RC-RESULT-BOTH-LOST
003640                 ADD 1 TO RC-TY-LOST(RC-FOUND-IDX)
003650             WHEN OTHER
003660                 ADD 1 TO RC-TY-DRAWN(RC-FOUND-IDX)
