000070*             MASTER AND A SEQUENTIAL COPY AT ONCE.  KEEP THE
000080*             TWO LAYOUTS IN STEP.  (THE PRE-REORGANISATION
000090*             GAMELOG IS A DIFFERENT, FROZEN LAYOUT - NCGAMOLD.)
000091*             GH-GAME-TYPE MARKS A RESULT-ONLY WALKOVER, DOUBLE
000092*             FORFEIT OR REMOTE RESULT EXACTLY AS GL-GAME-TYPE
000093*             DOES.
000095*             AN ARCHIVE RECORD WITH GH-POSTED-SW 'R' IS A GAME
000096*             THE RETRIEVAL UTILITY HAS RELOADED TO THE MASTER -
000097*             WHILE IT IS OUT, THE MASTER COPY IS THE LIVE ONE
000098*             AND JOBS READING BOTH FILES SKIP THIS COPY.  THE
000099*             NEXT ARCHIVE RUN REWRITES IT FROM THE MASTER.
000100*================================================================
000110 01  GAME-HISTORY-RECORD.
000120     05  GH-GAME-ID            PIC X(08).
000280     05  GH-VOID-SW            PIC X(01).
000290         88  GH-VOIDED                VALUE 'Y'.
000300     05  GH-POSTED-SW          PIC X(01).
000305         88  GH-POSTED                VALUES 'Y' 'R'.
000310         88  GH-RETRIEVED             VALUE 'R'.
000320     05  GH-GAME-TYPE          PIC X(01).
000330         88  GH-OVER-THE-BOARD        VALUE SPACE.
000340         88  GH-WALKOVER              VALUE 'W'.
000350         88  GH-DOUBLE-FORFEIT        VALUE 'F'.
000360         88  GH-REMOTE-RESULT         VALUE 'R'.
000370         88  GH-RESULT-ONLY           VALUES 'W' 'F' 'R'.
