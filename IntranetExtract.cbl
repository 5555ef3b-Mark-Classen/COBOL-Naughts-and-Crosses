000270*      DATE       INIT   DESCRIPTION
000280*      ---------- ----   ----------------------------------------
000290*      08/31/2026 RM     INITIAL VERSION.
000291*      10/05/2026 RM     EACH GAMEEXT ROW NOW ENDS WITH THE
000292*                        GAME TYPE - BLANK FOR A GAME PLAYED
000293*                        OVER THE BOARD, W FOR A WALKOVER, F
000294*                        FOR A DOUBLE FORFEIT, R FOR A RESULT
000295*                        SENT IN BY THE SATELLITE OFFICE - SO
000296*                        THE PAGE CAN SHOW A RESULT-ONLY GAME AS
000297*                        SUCH RATHER THAN AS A NO-MOVE DRAW.
000300*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. IntranetExtract.
002030         10  IX-GM-WINNER      PIC X(01).
002040         10  IX-GM-WINNER-ID   PIC X(08).
002050         10  IX-GM-MOVES       PIC 9(02).
002055         10  IX-GM-TYPE        PIC X(01).
002060 01  IX-GAME-SWAP.
002070     05  IX-GS-GAME-ID         PIC X(08).
002080     05  IX-GS-DATE            PIC 9(08).
002130     05  IX-GS-WINNER          PIC X(01).
002140     05  IX-GS-WINNER-ID       PIC X(08).
002150     05  IX-GS-MOVES           PIC 9(02).
002155     05  IX-GS-TYPE            PIC X(01).
002160
002170 PROCEDURE DIVISION.
002180 0000-MAIN-PROCEDURE.
005740         MOVE GL-BOARD-SIZE TO IX-GM-SIZE(IX-GAME-COUNT)
005750         MOVE GL-WINNER     TO IX-GM-WINNER(IX-GAME-COUNT)
005760         MOVE GL-MOVE-COUNT TO IX-GM-MOVES(IX-GAME-COUNT)
005765         MOVE GL-GAME-TYPE  TO IX-GM-TYPE(IX-GAME-COUNT)
005770         EVALUATE GL-WINNER
005780             WHEN 'X'
005790                 MOVE GL-PLAYER1-ID
006330         IX-GM-PLAYER1(IX-IDX) "," IX-GM-PLAYER2(IX-IDX) ","
006340         IX-GM-SIZE(IX-IDX) "," IX-GM-WINNER(IX-IDX) ","
006350         IX-GM-WINNER-ID(IX-IDX) "," IX-GM-MOVES(IX-IDX)
006355         "," IX-GM-TYPE(IX-IDX)
006360         DELIMITED BY SIZE INTO GX-LINE
006370     WRITE GAME-EXTRACT-RECORD.
006380 4060-EXIT.
