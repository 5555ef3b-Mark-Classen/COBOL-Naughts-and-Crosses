000550*                        NOW WRITES ITS OWN VOIDAUDT RECORDS
000560*                        (BEFORE AND AFTER IMAGES EQUAL), SO
000570*                        EVERY VOID IS ON THE TRAIL.
      *      10/05/2026 RM     A RESULT-ONLY GAME FROM THE FIXTURE-
      *                        WALKOVER JOB NEVER TOUCHED THE
      *                        RATINGS, SO VOIDING ONE BACKS OUT ONLY
      *                        ITS STANDINGS COUNTS - A DOUBLE
      *                        FORFEIT AS A LOSS FOR EACH SIDE - AND
      *                        LEAVES PLAYRATE ALONE, WITH NO
      *                        RATEHIST RECORDS EXPECTED.
      *      10/05/2026 RM     THE VOID-FLAG REWRITE IS APPENDED TO
      *                        THE NEW GAMEJRNL GAME MASTER JOURNAL
      *                        WITH BEFORE AND AFTER IMAGES.  A
      *                        JOURNAL THAT WILL NOT OPEN ENDS THE RUN
      *                        BEFORE THE FLAG IS SET.
000580*================================================================
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. GameVoid.
001140         RECORD KEY IS FX-FIXTURE-KEY
001150         FILE STATUS IS GV-FIXTURE-STATUS.
001160
001162     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
001164         ORGANIZATION IS SEQUENTIAL
001166         FILE STATUS IS GV-GAMEJRNL-STATUS.
001168
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  GAME-MASTER-FILE.
001460 FD  FIXTURE-FILE.
001470 COPY NCFIXTUR.
001480
001482 FD  GAME-JOURNAL-FILE
001484     RECORDING MODE IS F.
001486 COPY NCGAMJRN.
001488
001490 WORKING-STORAGE SECTION.
001500 77  GV-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
001510 77  GV-PLAYSTAT-STATUS    PIC X(02) VALUE SPACES.
001520 77  GV-PLAYRATE-STATUS    PIC X(02) VALUE SPACES.
001530 77  GV-RATEHIST-STATUS    PIC X(02) VALUE SPACES.
001540 77  GV-VOIDAUDT-STATUS    PIC X(02) VALUE SPACES.
001542 77  GV-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
001544 77  GV-BEFORE-IMAGE       PIC X(474) VALUE SPACES.
001550 77  GV-OPERATOR-ID        PIC X(08) VALUE SPACES.
001560 77  GV-GAME-ID-IN         PIC X(08) VALUE SPACES.
001570 77  GV-CONFIRM            PIC X(01) VALUE SPACE.
001950 PROCEDURE DIVISION.
001960 0000-MAIN-PROCEDURE.
001970     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001980     IF GV-PROCEED AND GV-WAS-POSTED AND GL-OVER-THE-BOARD
001990         PERFORM 3000-COLLECT-RATING-HISTORY THRU 3000-EXIT
002000     END-IF
002010     IF GV-PROCEED
002800     MOVE GL-PLAYER2-ID TO GV-SD-ID(2)
002810     MOVE 'N' TO GV-SD-RH-FOUND-SW(1)
002820     MOVE 'N' TO GV-SD-RH-FOUND-SW(2)
002830     EVALUATE TRUE
002832         WHEN GL-DOUBLE-FORFEIT
002834             MOVE 'L' TO GV-SD-RESULT(1)
002836             MOVE 'L' TO GV-SD-RESULT(2)
002840         WHEN GL-WINNER = 'X'
002850             MOVE 'W' TO GV-SD-RESULT(1)
002860             MOVE 'L' TO GV-SD-RESULT(2)
002870         WHEN GL-WINNER = 'O'
002880             MOVE 'L' TO GV-SD-RESULT(1)
002890             MOVE 'W' TO GV-SD-RESULT(2)
002900         WHEN OTHER
003670             " - NOTHING VOIDED, FIX AND RERUN"
003680         MOVE 'N' TO GV-PROCEED-SW
003690     END-IF
           OPEN EXTEND GAME-JOURNAL-FILE
           IF GV-GAMEJRNL-STATUS = "35"
               OPEN OUTPUT GAME-JOURNAL-FILE
               CLOSE GAME-JOURNAL-FILE
               OPEN EXTEND GAME-JOURNAL-FILE
           END-IF
           IF GV-GAMEJRNL-STATUS NOT = "00"
               DISPLAY "GAMEJRNL OPEN FAILED, STATUS "
                   GV-GAMEJRNL-STATUS
                   " - NOTHING VOIDED, FIX AND RERUN"
               MOVE 'N' TO GV-PROCEED-SW
           END-IF
003700     OPEN I-O PLAYER-XREF-FILE
003710     IF GV-PLAYXREF-STATUS NOT = "00"
003720         DISPLAY "WARNING - PLAYXREF OPEN FAILED, STATUS "
003970*                      AND A RERUN FINDS THE FLAG AND REFUSES,
003980*                      SO THE SAME GAME CANNOT BE BACKED OUT
003990*                      TWICE.
003992*                      THE REWRITE IS JOURNALLED WITH THE
003994*                      RECORD AS READ FOR ITS BEFORE IMAGE.
004000*----------------------------------------------------------------
004010 2000-MARK-GAME-VOIDED.
004015     MOVE GAMELOG-RECORD TO GV-BEFORE-IMAGE
004020     MOVE 'Y' TO GL-VOID-SW
004030     REWRITE GAMELOG-RECORD
004040         INVALID KEY
004050             DISPLAY "VOID FLAG REWRITE FAILED, STATUS "
004060                 GV-GAMEMST-STATUS " - NOTHING REVERSED"
004070             MOVE 'N' TO GV-PROCEED-SW
004072         NOT INVALID KEY
004074             PERFORM 2010-JOURNAL-VOID-FLAG THRU 2010-EXIT
004080     END-REWRITE.
004090 2000-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  2010-JOURNAL-VOID-FLAG - APPEND THE VOID-FLAG REWRITE TO THE
      *                      GAMEJRNL JOURNAL AS A CHANGE, WITH THE
      *                      RECORD AS READ AND AS REWRITTEN.
      *----------------------------------------------------------------
       2010-JOURNAL-VOID-FLAG.
           ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT JR-JOURNAL-TIME FROM TIME
           MOVE "GAMEVOID"          TO JR-PROGRAM-ID
           MOVE 'C'                 TO JR-ACTION
           MOVE GL-GAME-ID          TO JR-GAME-ID
           MOVE GV-BEFORE-IMAGE     TO JR-BEFORE-IMAGE
           MOVE GAMELOG-RECORD      TO JR-AFTER-IMAGE
           WRITE GAME-JOURNAL-RECORD
           IF GV-GAMEJRNL-STATUS NOT = "00"
               DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
                   GV-GAMEJRNL-STATUS " - VOID OF " GL-GAME-ID
                   " NOT JOURNALLED"
           END-IF.
       2010-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
005570*                      BEFORE AND AFTER IMAGES.  A COUNT
005580*                      ALREADY AT ZERO (SOMEBODY HAND-CORRECTED
005590*                      IT FIRST) IS WARNED ABOUT AND LEFT AT
005600*                      ZERO RATHER THAN WRAPPED.  A RESULT-
005602*                      ONLY GAME WAS NEVER RATED, SO ITS RATING
005604*                      IMAGES ARE THE CURRENT RATING, UNCHANGED.
005610*----------------------------------------------------------------
005620 4000-REVERSE-ONE-SIDE.
005630     MOVE 0 TO VA-BEF-PLAYED VA-BEF-WON VA-BEF-LOST VA-BEF-DRAWN
006310
006320 4020-REVERSE-RATING-SIDE.
006330     IF GV-PLAYRATE-STATUS NOT = "00"
               GO TO 4020-EXIT
           END-IF
           IF GL-RESULT-ONLY
               MOVE GV-SD-ID(GV-IDX) TO PR-PLAYER-ID
               READ PLAYER-RATING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-RATING TO VA-BEF-RATING VA-AFT-RATING
               END-READ
006340         GO TO 4020-EXIT
006350     END-IF
006360     IF GV-SD-RH-FOUND-SW(GV-IDX) NOT = 'Y'
008160     IF GV-VOIDAUDT-STATUS = "00"
008170         CLOSE VOID-AUDIT-FILE
008180     END-IF
008182     IF GV-GAMEJRNL-STATUS = "00"
008184         CLOSE GAME-JOURNAL-FILE
008186     END-IF
008190     IF GV-PLAYXREF-STATUS = "00"
008200         CLOSE PLAYER-XREF-FILE
008210     END-IF
