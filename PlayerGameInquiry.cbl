000250*      ---------- ----   ----------------------------------------
000260*      08/30/2026 RM     INITIAL VERSION, PART OF THE PLAYER
000270*                        GAME-HISTORY LOOKUP WORK.
      *      10/05/2026 RM     CHOOSING A RESULT-ONLY WALKOVER OR
      *                        DOUBLE FORFEIT TO REPLAY NOW SAYS WHAT
      *                        THE RESULT WAS INSTEAD OF SHOWING AN
      *                        EMPTY BOARD - NO MOVES WERE PLAYED.
      *      10/05/2026 RM     AN ARCHIVED GAME CHOSEN FOR REPLAY NOW
      *                        POINTS THE USER AT GAMEARCHRETRIEVE,
      *                        WHICH CAN BRING IT BACK TO THE MASTER.
      *      10/15/2026 RM     CHOOSING A REMOTE RESULT FROM THE
      *                        SATELLITE OFFICE TO REPLAY SAYS IT WAS
      *                        PLAYED THERE AND GIVES THE RESULT - NO
      *                        MOVES ARE SENT WITH IT.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PlayerGameInquiry.
002660     READ GAMELOG-FILE
002670         INVALID KEY
002680             DISPLAY "Game " GL-GAME-ID " is not on the game "
002685                 "master - an archived game must be brought back "
002690                 "by GAMEARCHRETRIEVE before it can be replayed."
002700             GO TO 3000-EXIT
002710     END-READ
           IF GL-RESULT-ONLY
               DISPLAY "Game " GL-GAME-ID " - " GL-PLAYER1-ID " vs "
                   GL-PLAYER2-ID " is a result-only game with no "
                   "moves."
               EVALUATE TRUE
                   WHEN GL-DOUBLE-FORFEIT
                       DISPLAY "Result - both players forfeited."
                   WHEN GL-REMOTE-RESULT
                       DISPLAY "Played at the satellite office, result "
                           "only."
                       EVALUATE GL-WINNER
                           WHEN 'X'
                               DISPLAY "Result - won by " GL-PLAYER1-ID
                                   "."
                           WHEN 'O'
                               DISPLAY "Result - won by " GL-PLAYER2-ID
                                   "."
                           WHEN OTHER
                               DISPLAY "Result - drawn."
                       END-EVALUATE
                   WHEN GL-WINNER = 'X'
                       DISPLAY "Result - walkover to " GL-PLAYER1-ID "."
                   WHEN OTHER
                       DISPLAY "Result - walkover to " GL-PLAYER2-ID "."
               END-EVALUATE
               GO TO 3000-EXIT
           END-IF
002720     MOVE GL-BOARD-SIZE TO PQ-BOARD-SIZE
002730     COMPUTE PQ-TOTAL-CELLS = PQ-BOARD-SIZE * PQ-BOARD-SIZE
002740     PERFORM 3010-BLANK-ONE-CELL THRU 3010-EXIT
