000230*      ---------- ----   ----------------------------------------
000240*      08/30/2026 RM     INITIAL VERSION, PART OF THE PLAYER
000250*                        GAME-HISTORY LOOKUP WORK.
000252*      10/05/2026 RM     BOTH SIDES OF A DOUBLE FORFEIT FROM
000254*                        THE FIXTURE-WALKOVER JOB ARE POSTED
000256*                        AS LOSSES, NOT DRAWS.
000257*      10/05/2026 RM     AN ARCHIVE COPY MARKED RETRIEVED IS
000258*                        SKIPPED - THE GAME IS BACK ON THE
000259*                        MASTER AND IS COUNTED FROM THERE.
000260*================================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. XrefRebuild.
001260         AT END
001270             MOVE 'Y' TO XR-GAMEARCH-EOF-SW
001280         NOT AT END
001282             IF GH-RETRIEVED
001284                 GO TO 2015-EXIT
001286             END-IF
001290             ADD 1 TO XR-GAMES-READ
001300             MOVE GAME-HISTORY-RECORD TO GAMELOG-RECORD
001310             PERFORM 2020-POST-ONE-GAME THRU 2020-EXIT
001760                 MOVE 'D' TO PX-RESULT
001770         END-EVALUATE
001780     END-IF
001782     IF GL-DOUBLE-FORFEIT
001784         MOVE 'L' TO PX-RESULT
001786     END-IF
001790     MOVE GL-GAME-DATE  TO PX-GAME-DATE
001800     MOVE GL-GAME-TIME  TO PX-GAME-TIME
001810     MOVE GL-GAME-ID    TO PX-GAME-ID
