000280*      ---------- ----   ----------------------------------------
000290*      09/02/2026 RM     INITIAL VERSION, FOR THE VOIDED/POSTED
000300*                        FLAG CUTOVER.
000302*      10/05/2026 RM     CONVERTED GAMES CARRY THE NEW GAME
000304*                        TYPE, SET TO OVER-THE-BOARD - THE
000306*                        PRE-FLAGS SYSTEM NEVER HELD A
000308*                        RESULT-ONLY GAME.
000310*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. GamearchReorg.
001330     MOVE OA-MOVE-HIST-COUNT TO GH-MOVE-HIST-COUNT
001340     MOVE 'N'                TO GH-VOID-SW
001350     MOVE 'Y'                TO GH-POSTED-SW
001355     MOVE SPACE              TO GH-GAME-TYPE
001360     PERFORM 2020-COPY-ONE-HIST-ENTRY THRU 2020-EXIT
001370         VARYING AR-HIST-IDX FROM 1 BY 1
001380             UNTIL AR-HIST-IDX > 25.
