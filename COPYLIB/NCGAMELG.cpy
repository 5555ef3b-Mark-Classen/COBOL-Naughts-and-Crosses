000090*             THE STANDINGS AND RATINGS YET - THE ENGINE
000091*             WRITES EVERY GAME UNPOSTED AND STATSPOSTING
000092*             FLIPS THE FLAG AS IT COMMITS EACH GAME.
      *             GL-GAME-TYPE IS SPACE FOR A GAME PLAYED OVER THE
      *             BOARD.  A RESULT-ONLY GAME - A WALKOVER AWARDED
      *             ON AN OVERDUE FIXTURE, OR A DOUBLE FORFEIT WHERE
      *             NEITHER PLAYER TURNED UP - HAS NO MOVES, NO
      *             BOARD AND A BOARD SIZE OF ZERO.  A DOUBLE FORFEIT
      *             CARRIES A SPACE WINNER BUT IS A LOSS FOR BOTH
      *             PLAYERS, NOT A DRAW.  A REMOTE RESULT IS A GAME
      *             PLAYED ON PAPER AT THE SATELLITE OFFICE AND LOADED
      *             FROM ITS RESULTS SHEET BY SATELLITERESULTLOAD: THE
      *             BOARD SIZE IS THE ONE THEY PLAYED ON AND THE WINNER
      *             IS X, O OR SPACE FOR A DRAW AS IN A PLAYED GAME,
      *             BUT THERE ARE NO MOVES AND NO FINAL BOARD.
      *             RESULT-ONLY GAMES COUNT IN THE STANDINGS BUT NEVER
      *             IN THE RATINGS, THE OPENING BOOK OR A REPLAY.
      *             GL-POSTED-SW 'R' MARKS A POSTED GAME THE ARCHIVE
      *             RETRIEVAL UTILITY HAS RELOADED FROM GAMEARCH FOR
      *             A DISPUTE; IT STILL COUNTS AS POSTED, AND THE NEXT
      *             ARCHIVE RUN SENDS IT BACK OVER ITS OWN ARCHIVE
      *             COPY.
000093*================================================================
000100 01  GAMELOG-RECORD.
000110     05  GL-GAME-ID            PIC X(08).
000270     05  GL-VOID-SW            PIC X(01).
000280         88  GL-VOIDED                VALUE 'Y'.
000290     05  GL-POSTED-SW          PIC X(01).
000295         88  GL-POSTED                VALUES 'Y' 'R'.
000300         88  GL-RETRIEVED             VALUE 'R'.
000310     05  GL-GAME-TYPE          PIC X(01).
000320         88  GL-OVER-THE-BOARD        VALUE SPACE.
000330         88  GL-WALKOVER              VALUE 'W'.
000340         88  GL-DOUBLE-FORFEIT        VALUE 'F'.
000350         88  GL-REMOTE-RESULT         VALUE 'R'.
000360         88  GL-RESULT-ONLY           VALUES 'W' 'F' 'R'.
