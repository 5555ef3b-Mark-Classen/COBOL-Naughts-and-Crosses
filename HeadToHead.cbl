000282*      08/28/2026 RM     VOIDED GAMES ARE LEFT OUT OF THE
000284*                        TALLY - A DISPUTED RESULT SETTLES NO
000286*                        GRUDGE.
      *      10/05/2026 RM     RESULT-ONLY WALKOVERS AND DOUBLE
      *                        FORFEITS ARE LEFT OUT - NOBODY SAT
      *                        DOWN AT A BOARD, SO THEY SETTLE NO
      *                        GRUDGE EITHER.
      *      10/05/2026 RM     AN ARCHIVE COPY MARKED RETRIEVED IS
      *                        SKIPPED - THE GAME IS BACK ON THE
      *                        MASTER AND IS COUNTED FROM THERE.
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. HeadToHead.
002670         AT END
002680             MOVE 'Y' TO HH-GAMEARCH-EOF-SW
002690         NOT AT END
002692             IF GH-RETRIEVED
002694                 GO TO 2015-EXIT
002696             END-IF
002700             ADD 1 TO HH-GAMES-ARCHIVED
002710             MOVE GAME-HISTORY-RECORD TO GAMELOG-RECORD
002720             PERFORM 2020-TALLY-ONE-GAME THRU 2020-EXIT
002850         GO TO 2020-EXIT
002860     END-IF
002862     IF GL-VOIDED
               GO TO 2020-EXIT
           END-IF
           IF GL-RESULT-ONLY
002864         GO TO 2020-EXIT
002866     END-IF
002870     IF GL-PLAYER1-ID < GL-PLAYER2-ID
