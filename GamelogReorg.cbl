000387*                        POSTED STATS INLINE, SO EVERY LEGACY
000388*                        GAME HAS ALREADY HIT THE LADDER AND
000389*                        MUST NOT POST AGAIN.
      *      10/05/2026 RM     CONVERTED GAMES CARRY THE NEW GAME
      *                        TYPE, SET TO OVER-THE-BOARD - THE OLD
      *                        LOG NEVER HELD A RESULT-ONLY GAME.
000390*================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. GamelogReorg.
001560     MOVE OG-MOVE-HIST-COUNT TO GL-MOVE-HIST-COUNT
001565     MOVE 'N'                TO GL-VOID-SW
001567     MOVE 'Y'                TO GL-POSTED-SW
001569     MOVE SPACE              TO GL-GAME-TYPE
001570     PERFORM 2020-COPY-ONE-HIST-ENTRY THRU 2020-EXIT
001580         VARYING RG-HIST-IDX FROM 1 BY 1
001590             UNTIL RG-HIST-IDX > 25.
