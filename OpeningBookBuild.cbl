000272*      08/28/2026 RM     VOIDED GAMES ARE LEFT OUT OF THE
000274*                        MINING - A DISPUTED RESULT TEACHES THE
000276*                        BOOK NOTHING.
      *      10/05/2026 RM     RESULT-ONLY WALKOVERS AND DOUBLE
      *                        FORFEITS ARE LEFT OUT - NO MOVES WERE
      *                        PLAYED, SO THERE IS NOTHING TO MINE.
      *      10/05/2026 RM     AN ARCHIVE COPY MARKED RETRIEVED IS
      *                        SKIPPED - THE GAME IS BACK ON THE
      *                        MASTER AND IS COUNTED FROM THERE.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. OpeningBookBuild.
001820         AT END
001830             MOVE 'Y' TO BK-GAMEARCH-EOF-SW
001840         NOT AT END
001842             IF GH-RETRIEVED
001844                 GO TO 2015-EXIT
001846             END-IF
001850             ADD 1 TO BK-GAMES-READ
001860             ADD 1 TO BK-GAMES-ARCHIVED
001870             MOVE GAME-HISTORY-RECORD TO GAMELOG-RECORD
001950         GO TO 2020-EXIT
001960     END-IF
001962     IF GL-VOIDED
               GO TO 2020-EXIT
           END-IF
           IF GL-RESULT-ONLY
001964         GO TO 2020-EXIT
001966     END-IF
001970     COMPUTE BK-SIZE-IDX = GL-BOARD-SIZE - 2
