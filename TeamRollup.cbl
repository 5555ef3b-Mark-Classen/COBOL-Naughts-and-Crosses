000240*      ---------- ----   ----------------------------------------
000250*      09/01/2026 RM     INITIAL VERSION, PART OF THE TEAM
000260*                        LEAGUE WORK.
000261*      10/05/2026 RM     A DOUBLE FORFEIT FROM THE FIXTURE-
000262*                        WALKOVER JOB COUNTS AS A LOSS FOR BOTH
000263*                        TEAMS, NOT A DRAW, MATCHING THE
000264*                        PLAYER STANDINGS.
000265*      10/05/2026 RM     A GAME RETRIEVED FROM THE ARCHIVE FOR
000266*                        A DISPUTE IS LEFT OUT, AS IT WAS WHILE
000267*                        IT SAT ON THE ARCHIVE.
000270*================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. TeamRollup.
001380             MOVE 'Y' TO TR-GAMEMST-EOF-SW
001390         NOT AT END
001400             ADD 1 TO TR-GAMES-READ
001410             IF NOT GL-VOIDED AND NOT GL-RETRIEVED
001420                 PERFORM 2020-ROLL-ONE-RESULT THRU 2020-EXIT
001430             END-IF
001440     END-READ.
001790     ADD 1 TO TR-GAMES-COUNTED
001800     ADD 1 TO TR-TM-PLAYED(TR-IDX-1)
001810     ADD 1 TO TR-TM-PLAYED(TR-IDX-2)
001820     EVALUATE TRUE
001822         WHEN GL-DOUBLE-FORFEIT
001824             ADD 1 TO TR-TM-LOST(TR-IDX-1)
001826             ADD 1 TO TR-TM-LOST(TR-IDX-2)
001830         WHEN GL-WINNER = 'X'
001840             ADD 1 TO TR-TM-WON(TR-IDX-1)
001850             ADD 1 TO TR-TM-LOST(TR-IDX-2)
001860         WHEN GL-WINNER = 'O'
001870             ADD 1 TO TR-TM-WON(TR-IDX-2)
001880             ADD 1 TO TR-TM-LOST(TR-IDX-1)
001890         WHEN OTHER
