000360*                        QUIETLY FAILING, AND SETS RETURN CODE
000370*                        8 SO THE MONTH-END DRIVER RECORDS THE
000380*                        STEP FAILED.
      *      10/05/2026 RM     RESULT-ONLY GAMES (WALKOVERS AND
      *                        DOUBLE FORFEITS FROM THE FIXTURE-
      *                        WALKOVER JOB) POST TO THE STANDINGS
      *                        ONLY - A DOUBLE FORFEIT AS A LOSS FOR
      *                        BOTH PLAYERS - AND NEVER TO PLAYRATE
      *                        OR RATEHIST, SINCE NO MOVES WERE
      *                        PLAYED.
      *      10/05/2026 RM     EACH POSTED-FLAG REWRITE IS APPENDED TO
      *                        THE NEW GAMEJRNL GAME MASTER JOURNAL
      *                        WITH BEFORE AND AFTER IMAGES.  A
      *                        JOURNAL THAT WILL NOT OPEN ENDS THE RUN
      *                        WITH NOTHING POSTED, LIKE ANY OTHER
      *                        FILE THE POSTING DEPENDS ON.
000390*================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. StatsPosting.
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS PO-RATEHIST-STATUS.
000710
000712     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
000714         ORGANIZATION IS SEQUENTIAL
000716         FILE STATUS IS PO-GAMEJRNL-STATUS.
000718
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  GAME-MASTER-FILE.
000840     RECORDING MODE IS F.
000850 COPY NCRATHST.
000860
000862 FD  GAME-JOURNAL-FILE
000864     RECORDING MODE IS F.
000866 COPY NCGAMJRN.
000868
000870 WORKING-STORAGE SECTION.
000880 77  PO-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
000890 77  PO-PLAYSTAT-STATUS    PIC X(02) VALUE SPACES.
000900 77  PO-PLAYRATE-STATUS    PIC X(02) VALUE SPACES.
000910 77  PO-RATEHIST-STATUS    PIC X(02) VALUE SPACES.
000912 77  PO-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
000914 77  PO-BEFORE-IMAGE       PIC X(474) VALUE SPACES.
000920 77  PO-GAMEMST-EOF-SW     PIC X(01) VALUE 'N'.
000930     88  PO-GAMEMST-EOF           VALUE 'Y'.
000940 77  PO-GAME-COUNT         PIC 9(03) COMP VALUE 0.
002230         DISPLAY "RATEHIST OPEN FAILED, STATUS "
002240             PO-RATEHIST-STATUS " - NOTHING WILL BE POSTED"
002250         MOVE 'N' TO PO-FILES-OK-SW
           END-IF
           OPEN EXTEND GAME-JOURNAL-FILE
           IF PO-GAMEJRNL-STATUS = "35"
               OPEN OUTPUT GAME-JOURNAL-FILE
               CLOSE GAME-JOURNAL-FILE
               OPEN EXTEND GAME-JOURNAL-FILE
           END-IF
           IF PO-GAMEJRNL-STATUS NOT = "00"
               DISPLAY "GAMEJRNL OPEN FAILED, STATUS "
                   PO-GAMEJRNL-STATUS " - NOTHING WILL BE POSTED"
               MOVE 'N' TO PO-FILES-OK-SW
002260     END-IF.
002270 1000-EXIT.
002280     EXIT.
003090*                      APPLY ITS RESULT TO BOTH PLAYERS' COUNTS
003100*                      AND RATINGS, AND ONLY THEN FLIP ITS
003110*                      POSTED FLAG - THE FLAG IS THE COMMIT.
003112*                      THE REWRITE IS JOURNALLED WITH THE
003114*                      RECORD AS READ FOR ITS BEFORE IMAGE.
003120*----------------------------------------------------------------
003130 3000-POST-ONE-GAME.
003140     MOVE PO-GM-GAME-ID(PO-IDX) TO GL-GAME-ID
003230         ADD 1 TO PO-GAMES-SKIPPED
003240         GO TO 3000-EXIT
003250     END-IF
003255     MOVE GAMELOG-RECORD TO PO-BEFORE-IMAGE
003260     PERFORM 3100-LOAD-PLAYER-STATS-BOTH THRU 3100-EXIT
003270     PERFORM 3200-UPDATE-PLAYER-STATS THRU 3200-EXIT
003280     IF GL-OVER-THE-BOARD
003282         PERFORM 3300-UPDATE-PLAYER-RATINGS THRU 3300-EXIT
003284     END-IF
003290     MOVE 'Y' TO GL-POSTED-SW
003300     REWRITE GAMELOG-RECORD
003310         INVALID KEY
003320             DISPLAY "WARNING - POSTED FLAG REWRITE FAILED FOR "
003330                 GL-GAME-ID ", STATUS " PO-GAMEMST-STATUS
003332         NOT INVALID KEY
003334             PERFORM 3400-JOURNAL-POSTED-FLAG THRU 3400-EXIT
003340     END-REWRITE
003350     ADD 1 TO PO-GAMES-POSTED.
003360 3000-EXIT.
004010*  3200-UPDATE-PLAYER-STATS - POST THE GAME'S RESULT TO BOTH
004020*                      PLAYERS' STANDINGS AND REWRITE PLAYER-
004030*                      STATS.  PLAYER 1 HOLDS X AND PLAYER 2
004040*                      HOLDS O, AS EVERYWHERE.  A DOUBLE
004042*                      FORFEIT HAS NO WINNER BUT IS A LOSS FOR
004044*                      BOTH SIDES, NOT A DRAW.
004050*----------------------------------------------------------------
004060 3200-UPDATE-PLAYER-STATS.
004070     ADD 1 TO PO-PSTAT-PLAYED(1)
004080     ADD 1 TO PO-PSTAT-PLAYED(2)
004090     EVALUATE TRUE
004092         WHEN GL-DOUBLE-FORFEIT
004094             ADD 1 TO PO-PSTAT-LOST(1)
004096             ADD 1 TO PO-PSTAT-LOST(2)
004098         WHEN GL-WINNER = 'X'
004110             ADD 1 TO PO-PSTAT-WON(1)
004120             ADD 1 TO PO-PSTAT-LOST(2)
004130         WHEN GL-WINNER = 'O'
004140             ADD 1 TO PO-PSTAT-WON(2)
004150             ADD 1 TO PO-PSTAT-LOST(1)
004160         WHEN OTHER
005800     EXIT.
005810
005820*----------------------------------------------------------------
      *  3400-JOURNAL-POSTED-FLAG - APPEND THE POSTED-FLAG REWRITE TO
      *                      THE GAMEJRNL JOURNAL AS A CHANGE, WITH THE
      *                      RECORD AS READ AND AS REWRITTEN.
      *----------------------------------------------------------------
       3400-JOURNAL-POSTED-FLAG.
           ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT JR-JOURNAL-TIME FROM TIME
           MOVE "STATSPOSTING"      TO JR-PROGRAM-ID
           MOVE 'C'                 TO JR-ACTION
           MOVE GL-GAME-ID          TO JR-GAME-ID
           MOVE PO-BEFORE-IMAGE     TO JR-BEFORE-IMAGE
           MOVE GAMELOG-RECORD      TO JR-AFTER-IMAGE
           WRITE GAME-JOURNAL-RECORD
           IF PO-GAMEJRNL-STATUS NOT = "00"
               DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
                   PO-GAMEJRNL-STATUS " - GAME " GL-GAME-ID
                   " NOT JOURNALLED"
           END-IF.
       3400-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
005830*  9000-TERMINATE-RUN - CLOSE EVERYTHING AND REPORT THE CONTROL
005840*                       TOTALS.
005850*----------------------------------------------------------------
005960     IF PO-RATEHIST-STATUS = "00"
005970         CLOSE RATING-HISTORY-FILE
005980     END-IF
005982     IF PO-GAMEJRNL-STATUS = "00"
005984         CLOSE GAME-JOURNAL-FILE
005986     END-IF
005990     DISPLAY "Stats posting complete."
006000     DISPLAY "  Games read:    " PO-GAMES-READ
006010     DISPLAY "  Games posted:  " PO-GAMES-POSTED
