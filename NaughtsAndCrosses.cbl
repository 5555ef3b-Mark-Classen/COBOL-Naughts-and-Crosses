002640*                        OLD CHECKPT FILE MUST BE DELETED AND
002650*                        ALLOWED TO REBUILD, AS AT THE PER-GAME
002660*                        LAYOUT CHANGE.
      *      10/05/2026 RM     PLAYER IDS ARE NOW CHECKED AGAINST THE
      *                        NEW PLAYREG PLAYER REGISTRY.  A CONSOLE
      *                        SIGN-ON NAMING AN ID THAT IS NOT
      *                        REGISTERED, OR BELONGS TO A PLAYER
      *                        MARKED LEFT, IS ASKED FOR AGAIN (A
      *                        BLANK ID GIVES UP AND NO GAME IS
      *                        PLAYED).  EXTERNAL-INTERFACE GAMES NO
      *                        LONGER PLAY UNDER THE WEBPLYR1/WEBPLYR2
      *                        PLACEHOLDERS: THE CALLER PASSES BOTH
      *                        PLAYERS' IDS IN TWO NEW FIELDS AT THE
      *                        END OF NC-INTERFACE-REC, AND A NEW GAME
      *                        NAMING AN UNREGISTERED OR DEPARTED
      *                        PLAYER IS REJECTED WITH STATUS 'E'.  A
      *                        FRONT END MUST PASS THE LONGER RECORD.
      *      10/05/2026 RM     THE GAME HISTORY RECORD GREW A GAME
      *                        TYPE BYTE FOR THE RESULT-ONLY WALKOVERS
      *                        AND DOUBLE FORFEITS THE NEW FIXTURE-
      *                        WALKOVER JOB AWARDS; EVERY GAME PLAYED
      *                        HERE IS WRITTEN TYPED OVER-THE-BOARD.
      *                        AN EXISTING MASTER AND ARCHIVE MUST BE
      *                        RECONVERTED WITH GAMEMSTREORG.  REPLAY
      *                        OF A RESULT-ONLY GAME SAYS SO INSTEAD
      *                        OF SHOWING AN EMPTY BOARD.
      *      10/05/2026 RM     EVERY GAME WRITTEN TO THE MASTER IS ALSO
      *                        APPENDED TO THE NEW GAMEJRNL JOURNAL AS
      *                        AN ADD WITH ITS AFTER IMAGE, SO THE
      *                        GAMEMSTRECOVER JOB CAN REBUILD A LOST
      *                        MASTER FROM THE LAST BACKUP.
      *      10/15/2026 RM     REPLAY OF A REMOTE RESULT FROM THE
      *                        SATELLITE OFFICE SAYS IT WAS PLAYED
      *                        THERE AND GIVES THE RESULT - NO MOVES
      *                        ARE SENT WITH IT.
002670*================================================================
002680 IDENTIFICATION DIVISION.
002690 PROGRAM-ID. NaughtsAndCrosses.
003140         ACCESS MODE IS DYNAMIC
003150         RECORD KEY IS PX-XREF-KEY
003160         FILE STATUS IS NC-PLAYXREF-STATUS.
      
           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-PLAYER-ID
               FILE STATUS IS NC-PLAYREG-STATUS.
      
           SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NC-GAMEJRNL-STATUS.
003170 DATA DIVISION.
003180 FILE SECTION.
003190 FD  GAMELOG-FILE.
003440 FD  PLAYER-XREF-FILE.
003450 COPY NCPLXREF.
003460
003462 FD  PLAYER-REGISTRY-FILE.
003464 COPY NCPLREG.
003465
003466 FD  GAME-JOURNAL-FILE
003467     RECORDING MODE IS F.
003468 COPY NCGAMJRN.
003469
003470 WORKING-STORAGE SECTION.
003480 01  Player1       PIC X VALUE 'X'.
003490 01  Player2       PIC X VALUE 'O'.
003580*----------------------------------------------------------------
003590 77  NC-GAMELOG-STATUS     PIC X(02) VALUE SPACES.
003600 77  NC-PLAYXREF-STATUS    PIC X(02) VALUE SPACES.
003602 77  NC-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
003604 77  NC-JOURNAL-OPEN-SW    PIC X(01) VALUE 'N'.
003606     88  NC-JOURNAL-OPEN          VALUE 'Y'.
003610 77  NC-XREF-SIDE          PIC 9(01) COMP VALUE 0.
003620 77  NC-GAME-ID            PIC X(08) VALUE "GAME0001".
003630 77  NC-GAME-ID-TIME       PIC 9(08) VALUE 0.
004170     88  NC-FIXTURE-EOF           VALUE 'Y'.
004180 77  NC-FIXTURE-FOUND-SW   PIC X(01) VALUE 'N'.
004190     88  NC-FIXTURE-FOUND         VALUE 'Y'.
      
      *----------------------------------------------------------------
      *  ITEMS ADDED FOR THE PLAYER REGISTRY SIGN-ON.  NC-SIGNON-ID IS
      *  THE ID BEING CHECKED AND NC-SIGNON-NO WHICH SIDE IT IS FOR.
      *  NC-SIGNON-SW ENDS 'Y' FOR AN ACTIVE REGISTERED PLAYER, OR 'Q'
      *  WHEN THE CONSOLE GAVE UP WITH A BLANK ID, IN WHICH CASE NO
      *  GAME IS PLAYED THIS RUN.
      *----------------------------------------------------------------
       77  NC-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
       77  NC-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
           88  NC-REGISTRY-OPEN         VALUE 'Y'.
       77  NC-SIGNON-NO          PIC 9(01) VALUE 0.
       77  NC-SIGNON-ID          PIC X(08) VALUE SPACES.
       77  NC-SIGNON-SW          PIC X(01) VALUE 'N'.
           88  NC-SIGNON-OK             VALUE 'Y'.
           88  NC-SIGNON-ABANDONED      VALUE 'Q'.
004200
004210*----------------------------------------------------------------
004220*  ITEMS ADDED SO A BAD MOVE REPROMPTS INSTEAD OF BURNING A TURN.
005890*  FRESH GAME AND THE ASSIGNED ID COMES BACK IN THE SAME
005900*  FIELD, SO A FRONT END CAN DRIVE SEVERAL SIMULTANEOUS BOARDS
005910*  THROUGH THE SAME ENGINE BY QUOTING EACH BOARD'S ID IN
005920*  TURN), NC-IF-MOVE-IN (A SQUARE NUMBER, OR 0 TO UNDO) AND
005925*  NC-IF-PLAYER1-ID-IN/NC-IF-PLAYER2-ID-IN (THE REGISTERED IDS OF
005927*  THE TWO PLAYERS, LOOKED AT ONLY WHEN A FRESH GAME STARTS).
005930*  OUT: EVERYTHING ELSE, REFRESHED
005940*  BY 3120-REFRESH-INTERFACE-REC BEFORE CONTROL RETURNS TO THE
005950*  CALLER.  EACH CALL PLAYS EXACTLY ONE MOVE; GAME STATE BETWEEN
005960*  CALLS IS CARRIED IN THE CHECKPOINT FILE, THE SAME AS FOR AN
006110         88  NC-IF-STATUS-WINNER         VALUE 'W'.
006120         88  NC-IF-STATUS-DRAW           VALUE 'D'.
006130         88  NC-IF-STATUS-REJECTED       VALUE 'E'.
006132     05  NC-IF-PLAYER1-ID-IN   PIC X(08).
006134     05  NC-IF-PLAYER2-ID-IN   PIC X(08).
006140
006150 PROCEDURE DIVISION USING NC-INTERFACE-REC.
006160 0000-MAIN-PROCEDURE.
006240             PERFORM 2500-RUN-SIMULATION THRU 2500-EXIT
006250         WHEN NC-MODE-INTERFACE
006260             PERFORM 3700-INTERFACE-PLAY-MOVE THRU 3700-EXIT
006262         WHEN NC-SIGNON-ABANDONED
006264             DISPLAY "Sign-on abandoned - no game played."
006270         WHEN OTHER
006280             PERFORM 3000-PLAY-ONE-GAME THRU 3000-EXIT
006290     END-EVALUATE
006530     ELSE
006540         PERFORM 1201-OPEN-GAMELOG THRU 1201-EXIT
006550         PERFORM 1203-OPEN-PLAYER-XREF THRU 1203-EXIT
006555         PERFORM 1204-OPEN-GAME-JOURNAL THRU 1204-EXIT
006560         PERFORM 1202-OPEN-GAMERPT THRU 1202-EXIT
006570         PERFORM 1220-OPEN-CHECKPOINT THRU 1220-EXIT
006580         EVALUATE TRUE
006820                     IF NC-MOVE-LIMIT NOT NUMERIC
006830                         MOVE 0 TO NC-MOVE-LIMIT
006840                     END-IF
006845                     PERFORM 1262-SIGN-ON-CONSOLE-PLAYERS
006850                         THRU 1262-EXIT
006855                     EVALUATE TRUE
006860                     WHEN NC-SIGNON-ABANDONED
006865                         CONTINUE
006870                     WHEN NC-MODE-COMPUTER
006880                         MOVE "COMPUTER" TO NC-PLAYER2-ID
006890                         PERFORM 1290-CHOOSE-CPU-STRENGTH
006900                             THRU 1290-EXIT
006910                     WHEN OTHER
006940                         PERFORM 1280-CHECK-LEAGUE-FIXTURE
006950                             THRU 1280-EXIT
006960                     END-EVALUATE
006970                 END-IF
006980             END-IF
006990         END-EVALUATE
007370         OPEN I-O PLAYER-XREF-FILE
007380     END-IF.
007390 1203-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  1204-OPEN-GAME-JOURNAL - OPEN THE GAME MASTER JOURNAL FOR
      *                     APPEND, CREATING IT ON THE FIRST RUN.  A
      *                     JOURNAL THAT WILL NOT OPEN DOES NOT STOP
      *                     PLAY - THE GAMES STILL REACH THE MASTER -
      *                     BUT THEY CANNOT BE RECOVERED FROM THE
      *                     JOURNAL, SO THE OPERATOR IS TOLD TO TAKE A
      *                     FRESH BACKUP ONCE THE RUN IS OVER.
      *----------------------------------------------------------------
       1204-OPEN-GAME-JOURNAL.
           OPEN EXTEND GAME-JOURNAL-FILE
           IF NC-GAMEJRNL-STATUS = "35"
               OPEN OUTPUT GAME-JOURNAL-FILE
               CLOSE GAME-JOURNAL-FILE
               OPEN EXTEND GAME-JOURNAL-FILE
           END-IF
           IF NC-GAMEJRNL-STATUS = "00"
               MOVE 'Y' TO NC-JOURNAL-OPEN-SW
           ELSE
               DISPLAY "WARNING - GAMEJRNL OPEN FAILED, STATUS "
                   NC-GAMEJRNL-STATUS " - GAMES WILL NOT BE JOURNALLED,"
                   " RUN GAMEMSTBACKUP AFTER THIS RUN"
           END-IF.
       1204-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  1205-OPEN-PLAYER-REGISTRY - OPEN THE PLAYER REGISTRY FOR THE
      *                     SIGN-ON CHECKS.  IT IS OPENED AND CLOSED
      *                     AROUND THE SIGN-ON, NOT HELD FOR THE RUN,
      *                     SO THE MAINTENANCE UTILITY IS NOT LOCKED
      *                     OUT WHILE A GAME IS IN PLAY.
      *----------------------------------------------------------------
       1205-OPEN-PLAYER-REGISTRY.
           MOVE 'N' TO NC-REGISTRY-OPEN-SW
           OPEN INPUT PLAYER-REGISTRY-FILE
           IF NC-PLAYREG-STATUS = "00"
               MOVE 'Y' TO NC-REGISTRY-OPEN-SW
           ELSE
               DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
                   NC-PLAYREG-STATUS " - NO PLAYER CAN SIGN ON"
           END-IF.
       1205-EXIT.
           EXIT.
      
       1209-CLOSE-PLAYER-REGISTRY.
           IF NC-REGISTRY-OPEN
               CLOSE PLAYER-REGISTRY-FILE
               MOVE 'N' TO NC-REGISTRY-OPEN-SW
           END-IF.
       1209-EXIT.
007400     EXIT.
007410
007420
010230*----------------------------------------------------------------
010240*  1260-SETUP-INTERFACE-GAME - A NEW EXTERNAL-INTERFACE GAME HAS
010250*                        NO OPERATOR AT A CONSOLE TO ASK FOR A
010260*                        BOARD SIZE, SO IT ALWAYS STARTS A
010270*                        STANDARD 3X3 GAME.  THE TWO PLAYER IDS
010280*                        COME FROM THE CALLER AND MUST BOTH BE
010282*                        ACTIVE REGISTERED PLAYERS, AND DIFFERENT
010284*                        ONES; OTHERWISE THE CALL IS REJECTED WITH
010286*                        STATUS 'E' AND NO GAME STARTS.
010290*----------------------------------------------------------------
010300 1260-SETUP-INTERFACE-GAME.
010310     MOVE 3 TO NC-BOARD-SIZE
010320     PERFORM 1245-VALIDATE-BOARD-SIZE THRU 1245-EXIT
010321     MOVE NC-IF-PLAYER1-ID-IN TO NC-PLAYER1-ID
010322     MOVE NC-IF-PLAYER2-ID-IN TO NC-PLAYER2-ID
010323     PERFORM 1205-OPEN-PLAYER-REGISTRY THRU 1205-EXIT
010324     MOVE NC-PLAYER1-ID TO NC-SIGNON-ID
010325     PERFORM 1267-CHECK-REGISTRY THRU 1267-EXIT
010326     IF NC-SIGNON-OK
010327         MOVE NC-PLAYER2-ID TO NC-SIGNON-ID
010328         PERFORM 1267-CHECK-REGISTRY THRU 1267-EXIT
010329     END-IF
010330     IF NC-SIGNON-OK AND NC-PLAYER1-ID = NC-PLAYER2-ID
010331         DISPLAY "Player " NC-PLAYER1-ID " cannot play "
010332             "themselves."
010333         MOVE 'N' TO NC-SIGNON-SW
010334     END-IF
010335     IF NOT NC-SIGNON-OK
010336         MOVE 'Y' TO NC-IF-REJECT-SW
010337         DISPLAY "WARNING - INTERFACE CALL NAMED PLAYERS "
010338             NC-PLAYER1-ID " AND " NC-PLAYER2-ID
010339             " - CALL REJECTED"
010340     END-IF
010341     PERFORM 1209-CLOSE-PLAYER-REGISTRY THRU 1209-EXIT.
010350 1260-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  1262-SIGN-ON-CONSOLE-PLAYERS - TAKE THE PLAYER IDS FOR A
      *                        CONSOLE GAME, EACH CHECKED AGAINST THE
      *                        PLAYER REGISTRY: PLAYER 1 ALWAYS, PLAYER
      *                        2 TOO UNLESS THE ENGINE IS PLAYING THAT
      *                        SIDE.  A BLANK ID AT EITHER PROMPT GIVES
      *                        UP THE SIGN-ON.
      *----------------------------------------------------------------
       1262-SIGN-ON-CONSOLE-PLAYERS.
           PERFORM 1205-OPEN-PLAYER-REGISTRY THRU 1205-EXIT
           MOVE 1 TO NC-SIGNON-NO
           PERFORM 1265-SIGN-ON-PLAYER THRU 1265-EXIT
           MOVE NC-SIGNON-ID TO NC-PLAYER1-ID
           IF NOT NC-MODE-COMPUTER AND NOT NC-SIGNON-ABANDONED
               MOVE 2 TO NC-SIGNON-NO
               PERFORM 1265-SIGN-ON-PLAYER THRU 1265-EXIT
               MOVE NC-SIGNON-ID TO NC-PLAYER2-ID
           END-IF
           PERFORM 1209-CLOSE-PLAYER-REGISTRY THRU 1209-EXIT.
       1262-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  1265-SIGN-ON-PLAYER - ASK FOR PLAYER NC-SIGNON-NO'S ID OVER
      *                        AND OVER UNTIL IT NAMES AN ACTIVE
      *                        REGISTERED PLAYER OR COMES BACK BLANK.
      *                        PLAYER 2 MAY NOT BE PLAYER 1 AGAIN.
      *----------------------------------------------------------------
       1265-SIGN-ON-PLAYER.
           MOVE 'N' TO NC-SIGNON-SW
           PERFORM 1266-TAKE-ONE-SIGNON THRU 1266-EXIT
               UNTIL NC-SIGNON-OK OR NC-SIGNON-ABANDONED.
       1265-EXIT.
           EXIT.
      
       1266-TAKE-ONE-SIGNON.
           DISPLAY "Enter Player " NC-SIGNON-NO
               " ID (Enter to give up): "
           MOVE SPACES TO NC-SIGNON-ID
           ACCEPT NC-SIGNON-ID
           IF NC-SIGNON-ID = SPACES
               MOVE 'Q' TO NC-SIGNON-SW
               GO TO 1266-EXIT
           END-IF
           IF NC-SIGNON-NO = 2 AND NC-SIGNON-ID = NC-PLAYER1-ID
               DISPLAY "Player " NC-SIGNON-ID " cannot play "
                   "themselves."
               GO TO 1266-EXIT
           END-IF
           PERFORM 1267-CHECK-REGISTRY THRU 1267-EXIT
           IF NC-SIGNON-OK
               DISPLAY "Signed on: " PG-FULL-NAME
           END-IF.
       1266-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  1267-CHECK-REGISTRY - LOOK NC-SIGNON-ID UP ON THE PLAYER
      *                        REGISTRY AND SET NC-SIGNON-SW 'Y' ONLY
      *                        FOR AN ACTIVE PLAYER, SAYING WHY ON THE
      *                        CONSOLE OTHERWISE.  WITH NO REGISTRY
      *                        OPEN NOBODY CAN SIGN ON.
      *----------------------------------------------------------------
       1267-CHECK-REGISTRY.
           MOVE 'N' TO NC-SIGNON-SW
           IF NOT NC-REGISTRY-OPEN
               DISPLAY "No player registry on file - " NC-SIGNON-ID
                   " cannot sign on."
               GO TO 1267-EXIT
           END-IF
           MOVE NC-SIGNON-ID TO PG-PLAYER-ID
           READ PLAYER-REGISTRY-FILE
               INVALID KEY
                   DISPLAY "Player " NC-SIGNON-ID
                       " is not on the player registry."
               NOT INVALID KEY
                   IF PG-LEFT
                       DISPLAY "Player " NC-SIGNON-ID
                           " is marked as left and cannot sign on."
                   ELSE
                       MOVE 'Y' TO NC-SIGNON-SW
                   END-IF
           END-READ.
       1267-EXIT.
010360     EXIT.
010370
010380*----------------------------------------------------------------
019430     MOVE NC-MH-COUNT     TO GL-MOVE-HIST-COUNT
019440     MOVE 'N'             TO GL-VOID-SW
019450     MOVE 'N'             TO GL-POSTED-SW
019455     MOVE SPACE           TO GL-GAME-TYPE
019460     PERFORM 3501-COPY-ONE-HIST-ENTRY THRU 3501-EXIT
019470         VARYING NC-MH-IDX FROM 1 BY 1
019480             UNTIL NC-MH-IDX > NC-MH-COUNT
019570                 DISPLAY "WARNING - GAMELOG WRITE FAILED, "
019580                     "STATUS " NC-GAMELOG-STATUS
019590             END-IF
019595             PERFORM 3502-JOURNAL-GAME-ADD THRU 3502-EXIT
019600     END-WRITE.
019610 3500-EXIT.
019620     EXIT.
019720     MOVE NC-MH-TIME(NC-MH-IDX)   TO GL-HIST-TIME(NC-MH-IDX)
019730     MOVE NC-MH-THINK(NC-MH-IDX)  TO GL-HIST-SECS(NC-MH-IDX).
019740 3501-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  3502-JOURNAL-GAME-ADD - APPEND THE GAME JUST WRITTEN TO THE
      *                      GAMEJRNL JOURNAL AS AN ADD: NO BEFORE
      *                      IMAGE, THE NEW MASTER RECORD AS THE AFTER
      *                      IMAGE.
      *----------------------------------------------------------------
       3502-JOURNAL-GAME-ADD.
           IF NOT NC-JOURNAL-OPEN
               GO TO 3502-EXIT
           END-IF
           ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT JR-JOURNAL-TIME FROM TIME
           MOVE "NAUGHTSANDCROSSES" TO JR-PROGRAM-ID
           MOVE 'A'                 TO JR-ACTION
           MOVE GL-GAME-ID          TO JR-GAME-ID
           MOVE SPACES              TO JR-BEFORE-IMAGE
           MOVE GAMELOG-RECORD      TO JR-AFTER-IMAGE
           WRITE GAME-JOURNAL-RECORD
           IF NC-GAMEJRNL-STATUS NOT = "00"
               DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
                   NC-GAMEJRNL-STATUS " - GAME " GL-GAME-ID
                   " NOT JOURNALLED"
           END-IF.
       3502-EXIT.
019750     EXIT.
019760
019770*----------------------------------------------------------------
024010         CLOSE PLAYER-XREF-FILE
024020         CLOSE GAMERPT-FILE
024030         CLOSE CHECKPOINT-FILE
024032         IF NC-JOURNAL-OPEN
024034             CLOSE GAME-JOURNAL-FILE
024036         END-IF
024040     END-IF.
024050 9000-EXIT.
024060     EXIT.
024120*----------------------------------------------------------------
024130 5000-REPLAY-GAME.
024140     PERFORM 5010-FIND-REPLAY-RECORD THRU 5010-EXIT
024142     IF NC-REPLAY-FOUND AND GL-RESULT-ONLY
024144         PERFORM 5030-SHOW-RESULT-ONLY THRU 5030-EXIT
024146         GO TO 5000-EXIT
024148     END-IF
024150     IF NC-REPLAY-FOUND
024160         MOVE GL-BOARD-SIZE TO NC-BOARD-SIZE
024170         PERFORM 1100-INITIALIZE-BOARD THRU 1100-EXIT
024600 5020-EXIT.
024610     EXIT.
024620
      *----------------------------------------------------------------
      *  5030-SHOW-RESULT-ONLY - A WALKOVER OR DOUBLE FORFEIT WAS
      *                      NEVER PLAYED, AND A REMOTE RESULT WAS
      *                      PLAYED ON PAPER WITH NO MOVES SENT, SO
      *                      THERE IS NO BOARD TO REPLAY - JUST SAY
      *                      WHAT THE RESULT WAS.
      *----------------------------------------------------------------
       5030-SHOW-RESULT-ONLY.
           DISPLAY "Game " GL-GAME-ID " - " GL-PLAYER1-ID " vs "
               GL-PLAYER2-ID " is a result-only game with no moves."
           EVALUATE TRUE
               WHEN GL-DOUBLE-FORFEIT
                   DISPLAY "Result - both players forfeited."
               WHEN GL-REMOTE-RESULT
                   DISPLAY "Played at the satellite office, result "
                       "only."
                   EVALUATE GL-WINNER
                       WHEN 'X'
                           DISPLAY "Result - won by " GL-PLAYER1-ID "."
                       WHEN 'O'
                           DISPLAY "Result - won by " GL-PLAYER2-ID "."
                       WHEN OTHER
                           DISPLAY "Result - drawn."
                   END-EVALUATE
               WHEN GL-WINNER = 'X'
                   DISPLAY "Result - walkover to " GL-PLAYER1-ID "."
               WHEN OTHER
                   DISPLAY "Result - walkover to " GL-PLAYER2-ID "."
           END-EVALUATE.
       5030-EXIT.
           EXIT.
      
024630 END PROGRAM NaughtsAndCrosses.
