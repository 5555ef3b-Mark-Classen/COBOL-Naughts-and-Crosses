000050*             PAGE LOAD.  ONE RECORD IS ONE COMMA-DELIMITED
000060*             ROW: 'H' HEADER WITH THE RUN DATE, ONE 'D' ROW
000070*             PER GAME (ID, DATE, PLAYERS, BOARD SIZE, WINNING
000080*             MARK AND PLAYER, MOVE COUNT, GAME TYPE) AND A
000090*             'T' TRAILER WITH THE ROW COUNT.  VOIDED GAMES ARE
000092*             LEFT OUT.  THE GAME TYPE IS BLANK FOR A GAME
000094*             PLAYED OVER THE BOARD, W FOR A WALKOVER, F FOR A
000096*             DOUBLE FORFEIT AND R FOR A REMOTE RESULT LOADED
000098*             FROM THE SATELLITE OFFICE'S RESULTS SHEET.
000100*================================================================
000110 01  GAME-EXTRACT-RECORD.
000120     05  GX-LINE               PIC X(132).
