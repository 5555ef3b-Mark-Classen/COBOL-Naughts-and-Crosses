000010*================================================================
000020*  PROGRAM-ID    : RATINGREDERIVE
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      RE-RATES THE WHOLE GAME HISTORY FROM SCRATCH AND REPORTS
000100*      HOW FAR PLAYRATE HAS DRIFTED FROM WHAT THE GAMES JUSTIFY.
000110*      GAMEVOID BACKS OUT ONLY A VOIDED GAME'S OWN RATING DELTA,
000120*      THOUGH EVERY LATER RATING WAS WORKED FROM ONE THAT
000130*      INCLUDED IT, SO AFTER A FEW VOIDS THE FILE CAN NO LONGER
000140*      BE TRUSTED ON ITS OWN.
000150*      EVERY POSTED, UNVOIDED, OVER-THE-BOARD GAME ON THE GAME
000160*      MASTER AND THE GAMEARCH ARCHIVE IS LOADED TO THE RATEWORK
000170*      WORK FILE, KEYED BY GAME DATE AND TIME, AND RATED IN THAT
000180*      ORDER FROM THE OPENING RATING WITH EXACTLY STATSPOSTING'S
000190*      ARITHMETIC (OPENING 1500, K-FACTOR 32, THE STEPWISE
000200*      EXPECTED-SCORE TABLE, FLOOR 100).  RESULT-ONLY GAMES ARE
000210*      NEVER RATED, AND A GAME STILL AWAITING POSTING IS LEFT
000220*      FOR STATSPOSTING TO RATE ON TOP.  AN ARCHIVE COPY MARKED
000230*      RETRIEVED IS SKIPPED - THE GAME IS RATED FROM THE MASTER.
000240*      THE DRIFTRPT REPORT LISTS EVERY PLAYER WHOSE RE-DERIVED
000250*      RATING OR RATED-GAME COUNT DIFFERS FROM PLAYRATE, WITH
000260*      THE CONTROL TOTALS.  PLAYER IDS ARE TAKEN AS THE GAMES
000270*      CARRY THEM - A PLAYERSTATSMAINT MERGE DOES NOT MOVE
000280*      GAMES, SO IT DOES NOT MOVE RATINGS HERE EITHER.
000290*      THE OPERATOR MAY ALSO CHOOSE APPLY MODE: PLAYRATE IS THEN
000300*      REWRITTEN TO THE RE-DERIVED FIGURES (A PLAYER WITH NO
000310*      RATED GAME LEFT GOES BACK TO THE OPENING RATING) AND
000320*      RATEHIST IS REGENERATED FROM EMPTY, TWO RECORDS PER GAME
000330*      AS STATSPOSTING WRITES THEM.  RUN IT WITH THE KIOSKS
000340*      CLOSED, AFTER THE NIGHT'S STATSPOSTING.  NOTHING IS
000350*      APPLIED UNLESS THE WHOLE HISTORY COULD BE RATED - A
000360*      PLAYER TABLE OVERFLOW OR A FILE THAT WILL NOT OPEN ENDS
000370*      THE RUN WITH RETURN CODE 8 AND BOTH FILES AS THEY WERE.
000380*----------------------------------------------------------------
000390*  MODIFICATION HISTORY.
000400*      DATE       INIT   DESCRIPTION
000410*      ---------- ----   ----------------------------------------
000420*      10/05/2026 RM     INITIAL VERSION.
000430*================================================================
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. RatingRederive.
000460 AUTHOR. R. MARCHBANKS.
000470 INSTALLATION. RECREATION SYSTEMS GROUP.
000480 DATE-WRITTEN. 10/05/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT GAMELOG-FILE ASSIGN TO "GAMEMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS GL-GAME-ID
000580         FILE STATUS IS RB-GAMELOG-STATUS.
000590
000600     SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS RB-GAMEARCH-STATUS.
000630
000640     SELECT RATING-WORK-FILE ASSIGN TO "RATEWORK"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RK-KEY
000680         FILE STATUS IS RB-RATEWORK-STATUS.
000690
000700     SELECT PLAYER-RATING-FILE ASSIGN TO "PLAYRATE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS PR-PLAYER-ID
000740         FILE STATUS IS RB-PLAYRATE-STATUS.
000750
000760     SELECT RATING-HISTORY-FILE ASSIGN TO "RATEHIST"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS RB-RATEHIST-STATUS.
000790
000800     SELECT DRIFT-REPORT-FILE ASSIGN TO "DRIFTRPT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS RB-DRIFTRPT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  GAMELOG-FILE.
000870 COPY NCGAMELG.
000880
000890 FD  GAME-ARCHIVE-FILE
000900     RECORDING MODE IS F.
000910 COPY NCGAMSEQ.
000920
000930 FD  RATING-WORK-FILE.
000940 COPY NCRATWRK.
000950
000960 FD  PLAYER-RATING-FILE.
000970 COPY NCPLRATE.
000980
000990 FD  RATING-HISTORY-FILE
001000     RECORDING MODE IS F.
001010 COPY NCRATHST.
001020
001030 FD  DRIFT-REPORT-FILE
001040     RECORDING MODE IS F.
001050 COPY NCDRIFRP.
001060
001070 WORKING-STORAGE SECTION.
001080 77  RB-GAMELOG-STATUS     PIC X(02) VALUE SPACES.
001090 77  RB-GAMEARCH-STATUS    PIC X(02) VALUE SPACES.
001100 77  RB-RATEWORK-STATUS    PIC X(02) VALUE SPACES.
001110 77  RB-PLAYRATE-STATUS    PIC X(02) VALUE SPACES.
001120 77  RB-RATEHIST-STATUS    PIC X(02) VALUE SPACES.
001130 77  RB-DRIFTRPT-STATUS    PIC X(02) VALUE SPACES.
001140 77  RB-GAMELOG-EOF-SW     PIC X(01) VALUE 'N'.
001150     88  RB-GAMELOG-EOF           VALUE 'Y'.
001160 77  RB-GAMEARCH-EOF-SW    PIC X(01) VALUE 'N'.
001170     88  RB-GAMEARCH-EOF          VALUE 'Y'.
001180 77  RB-RATEWORK-EOF-SW    PIC X(01) VALUE 'N'.
001190     88  RB-RATEWORK-EOF          VALUE 'Y'.
001200 77  RB-PLAYRATE-EOF-SW    PIC X(01) VALUE 'N'.
001210     88  RB-PLAYRATE-EOF          VALUE 'Y'.
001220 77  RB-PROCEED-SW         PIC X(01) VALUE 'N'.
001230     88  RB-PROCEED               VALUE 'Y'.
001240 77  RB-APPLY-SW           PIC X(01) VALUE 'N'.
001250     88  RB-APPLY                 VALUE 'Y'.
001260 77  RB-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
001270     88  RB-TABLE-FULL            VALUE 'Y'.
001280 77  RB-PLAYRATE-OPEN-SW   PIC X(01) VALUE 'N'.
001290     88  RB-PLAYRATE-OPEN         VALUE 'Y'.
001300 77  RB-RATEHIST-OPEN-SW   PIC X(01) VALUE 'N'.
001310     88  RB-RATEHIST-OPEN         VALUE 'Y'.
001320 77  RB-CONFIRM            PIC X(01) VALUE SPACE.
001330 77  RB-NOTE               PIC X(17) VALUE SPACES.
001340 77  RB-SEEK-ID            PIC X(08) VALUE SPACES.
001350 77  RB-GAMES-ON-MASTER    PIC 9(07) COMP VALUE 0.
001360 77  RB-GAMES-ARCHIVED     PIC 9(07) COMP VALUE 0.
001370 77  RB-GAMES-LOADED       PIC 9(07) COMP VALUE 0.
001380 77  RB-GAMES-RATED        PIC 9(07) COMP VALUE 0.
001390 77  RB-GAMES-VOIDED       PIC 9(07) COMP VALUE 0.
001400 77  RB-GAMES-RESULT-ONLY  PIC 9(07) COMP VALUE 0.
001410 77  RB-GAMES-UNPOSTED     PIC 9(07) COMP VALUE 0.
001420 77  RB-DUPLICATES         PIC 9(07) COMP VALUE 0.
001430 77  RB-PLAYRATE-READ      PIC 9(05) COMP VALUE 0.
001440 77  RB-PLAYERS-DRIFTING   PIC 9(05) COMP VALUE 0.
001450 77  RB-PLAYERS-ADDED      PIC 9(05) COMP VALUE 0.
001460 77  RB-LARGEST-DRIFT      PIC 9(04) COMP VALUE 0.
001470 77  RB-DRIFT              PIC S9(04) COMP VALUE 0.
001480 77  RB-ABS-DRIFT          PIC 9(04) COMP VALUE 0.
001490 77  RB-DERIVED-RATING     PIC 9(04) COMP VALUE 0.
001500 77  RB-DERIVED-GAMES      PIC 9(05) COMP VALUE 0.
001510
001520*----------------------------------------------------------------
001530*  RB-PLAYER-TBL - EVERY PLAYER WHO APPEARS IN A RATEABLE GAME,
001540*  WITH THE RATING AND RATED-GAME COUNT RE-DERIVED SO FAR.  THE
001550*  TABLE IS FILLED WHILE THE WORK FILE IS LOADED, SO AN OVERFLOW
001560*  IS KNOWN BEFORE A SINGLE GAME IS RATED OR A FILE CHANGED.
001570*----------------------------------------------------------------
001580 01  RB-PLAYER-TBL.
001590     05  RB-PLAYER OCCURS 500 TIMES.
001600         10  RB-PL-ID          PIC X(08).
001610         10  RB-PL-RATING      PIC 9(04) COMP.
001620         10  RB-PL-GAMES       PIC 9(05) COMP.
001630         10  RB-PL-MATCHED-SW  PIC X(01).
001640             88  RB-PL-MATCHED        VALUE 'Y'.
001650 77  RB-PLAYER-COUNT       PIC 9(03) COMP VALUE 0.
001660 77  RB-PL-IDX             PIC 9(03) COMP VALUE 0.
001670 77  RB-FOUND-IDX          PIC 9(03) COMP VALUE 0.
001680
001690*----------------------------------------------------------------
001700*  THE TWO SIDES OF THE GAME BEING RATED AND THE RATING WORK
001710*  FIELDS, AS IN STATSPOSTING.  BOTH NEW RATINGS ARE COMPUTED
001720*  FROM THE RATINGS AS THEY STOOD BEFORE THE GAME.
001730*----------------------------------------------------------------
001740 01  RB-SIDE-TBL.
001750     05  RB-SIDE OCCURS 2 TIMES.
001760         10  RB-SD-PIDX        PIC 9(03) COMP.
001770         10  RB-SD-RATING      PIC 9(04) COMP.
001780         10  RB-SD-NEW-RATING  PIC 9(04) COMP.
001790         10  RB-SD-SCORE       PIC 9(03) COMP.
001800 77  RB-RATING-OPENING     PIC 9(04) COMP VALUE 1500.
001810 77  RB-RATING-K           PIC 9(02) COMP VALUE 32.
001820 77  RB-RATING-FLOOR       PIC 9(04) COMP VALUE 100.
001830 77  RB-RATE-IDX           PIC 9(01) COMP VALUE 0.
001840 77  RB-RATE-OTHER         PIC 9(01) COMP VALUE 0.
001850 77  RB-RATE-DIFF          PIC S9(04) COMP VALUE 0.
001860 77  RB-RATE-ABS-DIFF      PIC 9(04) COMP VALUE 0.
001870 77  RB-RATE-EXPECTED      PIC 9(03) COMP VALUE 0.
001880 77  RB-RATE-SCORE         PIC 9(03) COMP VALUE 0.
001890 77  RB-RATE-DELTA         PIC S9(03) COMP VALUE 0.
001900 77  RB-RATE-NEW-WORK      PIC S9(05) COMP VALUE 0.
001910
001920*----------------------------------------------------------------
001930*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
001940*  EACH HEADER CELL IS THE WIDTH OF THE DETAIL FIELDS UNDER IT.
001950*----------------------------------------------------------------
001960 77  RB-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
001970 01  RB-RUN-DATE.
001980     05  RB-RUN-YYYY           PIC X(04).
001990     05  RB-RUN-MM             PIC X(02).
002000     05  RB-RUN-DD             PIC X(02).
002010 01  RB-HEADER1-LINE.
002020     05  FILLER                PIC X(36) VALUE
002030         "RATING RE-DERIVATION DRIFT REPORT - ".
002040     05  FILLER                PIC X(07) VALUE "RUN ON ".
002050     05  RB-HDR-DD             PIC X(02).
002060     05  FILLER                PIC X(01) VALUE "/".
002070     05  RB-HDR-MM             PIC X(02).
002080     05  FILLER                PIC X(01) VALUE "/".
002090     05  RB-HDR-YYYY           PIC X(04).
002100     05  FILLER                PIC X(27) VALUE SPACES.
002110 01  RB-HEADER2-LINE.
002120     05  RB-HDR-MODE           PIC X(80).
002130 01  RB-HEADER3-LINE.
002140     05  FILLER                PIC X(11) VALUE "PLAYER ID".
002150     05  FILLER                PIC X(10) VALUE "  PLAYRATE".
002160     05  FILLER                PIC X(12) VALUE "  RE-DERIVED".
002170     05  FILLER                PIC X(08) VALUE "   DRIFT".
002180     05  FILLER                PIC X(10) VALUE "  PR GAMES".
002190     05  FILLER                PIC X(10) VALUE "  RE-GAMES".
002200     05  FILLER                PIC X(19) VALUE "  NOTE".
002210 01  RB-DETAIL-LINE.
002220     05  RB-DET-PLAYER-ID      PIC X(08).
002230     05  FILLER                PIC X(03) VALUE SPACES.
002240     05  FILLER                PIC X(06) VALUE SPACES.
002250     05  RB-DET-PR-RATING      PIC ZZZ9.
002260     05  FILLER                PIC X(08) VALUE SPACES.
002270     05  RB-DET-RE-RATING      PIC ZZZ9.
002280     05  FILLER                PIC X(03) VALUE SPACES.
002290     05  RB-DET-DRIFT          PIC -ZZZ9.
002300     05  FILLER                PIC X(05) VALUE SPACES.
002310     05  RB-DET-PR-GAMES       PIC ZZZZ9.
002320     05  FILLER                PIC X(05) VALUE SPACES.
002330     05  RB-DET-RE-GAMES       PIC ZZZZ9.
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  RB-DET-NOTE           PIC X(17).
002360 01  RB-NONE-LINE.
002370     05  FILLER                PIC X(40) VALUE
002380         "NO PLAYER HAS DRIFTED FROM THE GAMES".
002390     05  FILLER                PIC X(40) VALUE SPACES.
002400 01  RB-TOTAL-LINE.
002410     05  RB-TOT-LABEL          PIC X(44).
002420     05  RB-TOT-VALUE          PIC Z,ZZZ,ZZ9.
002430     05  FILLER                PIC X(27) VALUE SPACES.
002440
002450 PROCEDURE DIVISION.
002460 0000-MAIN-PROCEDURE.
002470     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002480     IF RB-PROCEED
002490         PERFORM 2000-LOAD-WORK-FILE THRU 2000-EXIT
002500     END-IF
002510     IF RB-PROCEED
002520         PERFORM 3000-OPEN-FOR-RATING THRU 3000-EXIT
002530     END-IF
002540     IF RB-PROCEED
002550         PERFORM 3100-RATE-ONE-GAME THRU 3100-EXIT
002560             UNTIL RB-RATEWORK-EOF
002570         PERFORM 4000-COMPARE-ONE-PLAYER THRU 4000-EXIT
002580             UNTIL RB-PLAYRATE-EOF
002590         PERFORM 4100-REPORT-NEW-PLAYER THRU 4100-EXIT
002600             VARYING RB-PL-IDX FROM 1 BY 1
002610                 UNTIL RB-PL-IDX > RB-PLAYER-COUNT
002620         PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
002630     END-IF
002640     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
002650     GOBACK.
002660
002670*----------------------------------------------------------------
002680*  1000-INITIALIZE-RUN - ASK WHETHER TO APPLY OR ONLY REPORT, AND
002690*                        OPEN THE GAME INPUTS AND THE WORK FILE.
002700*                        ANYTHING BUT Y IS A REPORT-ONLY RUN.  AN
002710*                        ARCHIVE THAT IS NOT THERE IS TREATED AS
002720*                        EMPTY, AS ON THE RECONCILIATION.
002730*----------------------------------------------------------------
002740 1000-INITIALIZE-RUN.
002750     ACCEPT RB-RUN-DATE FROM DATE YYYYMMDD
002760     DISPLAY "Apply the re-derived ratings to PLAYRATE and "
002770         "regenerate RATEHIST"
002780     DISPLAY "(Y to confirm, Enter for the report only)? "
002790     ACCEPT RB-CONFIRM
002800     IF RB-CONFIRM = 'Y'
002810         MOVE 'Y' TO RB-APPLY-SW
002820     END-IF
002830     OPEN INPUT GAMELOG-FILE
002840     IF RB-GAMELOG-STATUS NOT = "00"
002850         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
002860             RB-GAMELOG-STATUS " - NOTHING RE-RATED"
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 1000-EXIT
002890     END-IF
002900     OPEN INPUT GAME-ARCHIVE-FILE
002910     IF RB-GAMEARCH-STATUS NOT = "00"
002920         MOVE 'Y' TO RB-GAMEARCH-EOF-SW
002930     END-IF
002940     OPEN OUTPUT RATING-WORK-FILE
002950     IF RB-RATEWORK-STATUS NOT = "00"
002960         DISPLAY "RATEWORK OPEN FAILED, STATUS "
002970             RB-RATEWORK-STATUS " - NOTHING RE-RATED"
002980         MOVE 8 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF
003010     MOVE 'Y' TO RB-PROCEED-SW.
003020 1000-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060*  2000-LOAD-WORK-FILE - READ THE WHOLE GAME MASTER, THEN THE
003070*                      WHOLE ARCHIVE, AND LOAD EVERY RATEABLE
003080*                      GAME TO RATEWORK, REGISTERING BOTH ITS
003090*                      PLAYERS.  AN ARCHIVE RECORD IS LOADED BY
003100*                      MOVING IT INTO THE MASTER'S RECORD AREA SO
003110*                      ONE PARAGRAPH SERVES BOTH FILES.  THE WORK
003120*                      FILE IS THEN REOPENED FOR READING IN KEY
003130*                      ORDER.
003140*----------------------------------------------------------------
003150 2000-LOAD-WORK-FILE.
003160     PERFORM 2010-READ-ONE-GAME THRU 2010-EXIT
003170         UNTIL RB-GAMELOG-EOF
003180     PERFORM 2015-READ-ONE-ARCHIVE-GAME THRU 2015-EXIT
003190         UNTIL RB-GAMEARCH-EOF
003200     CLOSE RATING-WORK-FILE
003210     IF RB-TABLE-FULL
003220         DISPLAY "PLAYER TABLE FULL AT 500 - NOTHING RE-RATED "
003230             "AND NOTHING APPLIED"
003240         MOVE 8 TO RETURN-CODE
003250         MOVE 'N' TO RB-PROCEED-SW
003260         GO TO 2000-EXIT
003270     END-IF
003280     OPEN INPUT RATING-WORK-FILE
003290     IF RB-RATEWORK-STATUS NOT = "00"
003300         DISPLAY "RATEWORK REOPEN FAILED, STATUS "
003310             RB-RATEWORK-STATUS " - NOTHING RE-RATED"
003320         MOVE 8 TO RETURN-CODE
003330         MOVE 'N' TO RB-PROCEED-SW
003340     END-IF.
003350 2000-EXIT.
003360     EXIT.
003370
003380 2010-READ-ONE-GAME.
003390     READ GAMELOG-FILE
003400         AT END
003410             MOVE 'Y' TO RB-GAMELOG-EOF-SW
003420         NOT AT END
003430             ADD 1 TO RB-GAMES-ON-MASTER
003440             PERFORM 2020-LOAD-ONE-GAME THRU 2020-EXIT
003450     END-READ.
003460 2010-EXIT.
003470     EXIT.
003480
003490 2015-READ-ONE-ARCHIVE-GAME.
003500     READ GAME-ARCHIVE-FILE
003510         AT END
003520             MOVE 'Y' TO RB-GAMEARCH-EOF-SW
003530             GO TO 2015-EXIT
003540     END-READ
003550     IF GH-RETRIEVED
003560         GO TO 2015-EXIT
003570     END-IF
003580     ADD 1 TO RB-GAMES-ARCHIVED
003590     MOVE GAME-HISTORY-RECORD TO GAMELOG-RECORD
003600     PERFORM 2020-LOAD-ONE-GAME THRU 2020-EXIT.
003610 2015-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650*  2020-LOAD-ONE-GAME - SKIP WHAT STATSPOSTING WOULD NOT RATE (A
003660*                      VOIDED OR RESULT-ONLY GAME) OR HAS NOT
003670*                      RATED YET (ONE STILL UNPOSTED), THEN WRITE
003680*                      THE GAME'S WORK RECORD.  A DUPLICATE KEY IS
003690*                      THE SAME GAME TWICE; THE FIRST COPY STANDS.
003700*----------------------------------------------------------------
003710 2020-LOAD-ONE-GAME.
003720     IF GL-VOIDED
003730         ADD 1 TO RB-GAMES-VOIDED
003740         GO TO 2020-EXIT
003750     END-IF
003760     IF NOT GL-OVER-THE-BOARD
003770         ADD 1 TO RB-GAMES-RESULT-ONLY
003780         GO TO 2020-EXIT
003790     END-IF
003800     IF NOT GL-POSTED
003810         ADD 1 TO RB-GAMES-UNPOSTED
003820         GO TO 2020-EXIT
003830     END-IF
003840     MOVE GL-GAME-DATE  TO RK-GAME-DATE
003850     MOVE GL-GAME-TIME  TO RK-GAME-TIME
003860     MOVE GL-GAME-ID    TO RK-GAME-ID
003870     MOVE GL-PLAYER1-ID TO RK-PLAYER1-ID
003880     MOVE GL-PLAYER2-ID TO RK-PLAYER2-ID
003890     MOVE GL-WINNER     TO RK-WINNER
003900     WRITE RATING-WORK-RECORD
003910         INVALID KEY
003920             ADD 1 TO RB-DUPLICATES
003930             GO TO 2020-EXIT
003940     END-WRITE
003950     ADD 1 TO RB-GAMES-LOADED
003960     MOVE GL-PLAYER1-ID TO RB-SEEK-ID
003970     PERFORM 2030-FIND-OR-ADD-PLAYER THRU 2030-EXIT
003980     MOVE GL-PLAYER2-ID TO RB-SEEK-ID
003990     PERFORM 2030-FIND-OR-ADD-PLAYER THRU 2030-EXIT.
004000 2020-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040*  2030-FIND-OR-ADD-PLAYER - LOOK UP RB-SEEK-ID IN THE PLAYER
004050*                      TABLE, ADDING IT AT THE OPENING RATING IF
004060*                      NEW.  RB-FOUND-IDX IS ZERO ONLY WHEN THE
004070*                      TABLE IS FULL.
004080*----------------------------------------------------------------
004090 2030-FIND-OR-ADD-PLAYER.
004100     PERFORM 2040-FIND-PLAYER THRU 2040-EXIT
004110     IF RB-FOUND-IDX = 0
004120         IF RB-PLAYER-COUNT = 500
004130             IF NOT RB-TABLE-FULL
004140                 DISPLAY "WARNING - PLAYER TABLE FULL, "
004150                     RB-SEEK-ID " AND LATER PLAYERS LEFT OUT"
004160             END-IF
004170             MOVE 'Y' TO RB-TABLE-FULL-SW
004180         ELSE
004190             ADD 1 TO RB-PLAYER-COUNT
004200             MOVE RB-PLAYER-COUNT   TO RB-FOUND-IDX
004210             MOVE RB-SEEK-ID        TO RB-PL-ID(RB-FOUND-IDX)
004220             MOVE RB-RATING-OPENING TO RB-PL-RATING(RB-FOUND-IDX)
004230             MOVE 0                 TO RB-PL-GAMES(RB-FOUND-IDX)
004240             MOVE 'N'            TO RB-PL-MATCHED-SW(RB-FOUND-IDX)
004250         END-IF
004260     END-IF.
004270 2030-EXIT.
004280     EXIT.
004290
004300 2040-FIND-PLAYER.
004310     MOVE 0 TO RB-FOUND-IDX
004320     PERFORM 2050-MATCH-ONE-PLAYER THRU 2050-EXIT
004330         VARYING RB-PL-IDX FROM 1 BY 1
004340             UNTIL RB-PL-IDX > RB-PLAYER-COUNT
004350                OR RB-FOUND-IDX > 0.
004360 2040-EXIT.
004370     EXIT.
004380
004390 2050-MATCH-ONE-PLAYER.
004400     IF RB-PL-ID(RB-PL-IDX) = RB-SEEK-ID
004410         MOVE RB-PL-IDX TO RB-FOUND-IDX
004420     END-IF.
004430 2050-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470*  3000-OPEN-FOR-RATING - OPEN PLAYRATE (FOR UPDATE IN APPLY
004480*                      MODE, CREATED ON FIRST USE AS STATSPOSTING
004490*                      DOES) AND, IN APPLY MODE, RATEHIST FROM
004500*                      EMPTY, THEN THE REPORT.  ONLY NOW, WITH
004510*                      THE WHOLE HISTORY LOADED, IS ANY FILE
004520*                      CHANGED.
004530*----------------------------------------------------------------
004540 3000-OPEN-FOR-RATING.
004550     IF RB-APPLY
004560         OPEN I-O PLAYER-RATING-FILE
004570         IF RB-PLAYRATE-STATUS = "35"
004580             OPEN OUTPUT PLAYER-RATING-FILE
004590             CLOSE PLAYER-RATING-FILE
004600             OPEN I-O PLAYER-RATING-FILE
004610         END-IF
004620     ELSE
004630         OPEN INPUT PLAYER-RATING-FILE
004640     END-IF
004650     EVALUATE TRUE
004660         WHEN RB-PLAYRATE-STATUS = "00"
004670             MOVE 'Y' TO RB-PLAYRATE-OPEN-SW
004680         WHEN RB-PLAYRATE-STATUS = "35" AND NOT RB-APPLY
004690             MOVE 'Y' TO RB-PLAYRATE-EOF-SW
004700         WHEN OTHER
004710             DISPLAY "PLAYER-RATING OPEN FAILED, STATUS "
004720                 RB-PLAYRATE-STATUS " - NOTHING APPLIED"
004730             MOVE 8 TO RETURN-CODE
004740             MOVE 'N' TO RB-PROCEED-SW
004750             GO TO 3000-EXIT
004760     END-EVALUATE
004770     IF RB-APPLY
004780         OPEN OUTPUT RATING-HISTORY-FILE
004790         IF RB-RATEHIST-STATUS NOT = "00"
004800             DISPLAY "RATEHIST OPEN FAILED, STATUS "
004810                 RB-RATEHIST-STATUS " - NOTHING APPLIED"
004820             MOVE 8 TO RETURN-CODE
004830             MOVE 'N' TO RB-PROCEED-SW
004840             GO TO 3000-EXIT
004850         END-IF
004860         MOVE 'Y' TO RB-RATEHIST-OPEN-SW
004870     END-IF
004880     OPEN OUTPUT DRIFT-REPORT-FILE
004890     PERFORM 3010-WRITE-HEADER THRU 3010-EXIT.
004900 3000-EXIT.
004910     EXIT.
004920
004930 3010-WRITE-HEADER.
004940     MOVE RB-RPT-SEPARATOR TO DF-LINE
004950     WRITE DRIFT-REPORT-RECORD
004960     MOVE RB-RUN-DD   TO RB-HDR-DD
004970     MOVE RB-RUN-MM   TO RB-HDR-MM
004980     MOVE RB-RUN-YYYY TO RB-HDR-YYYY
004990     MOVE RB-HEADER1-LINE TO DF-LINE
005000     WRITE DRIFT-REPORT-RECORD
005010     IF RB-APPLY
005020         MOVE "APPLY MODE - PLAYRATE REWRITTEN AND RATEHIST "
005030             & "REGENERATED FROM THE RE-DERIVED RATINGS"
005040             TO RB-HDR-MODE
005050     ELSE
005060         MOVE "REPORT ONLY - PLAYRATE AND RATEHIST NOT CHANGED"
005070             TO RB-HDR-MODE
005080     END-IF
005090     MOVE RB-HEADER2-LINE TO DF-LINE
005100     WRITE DRIFT-REPORT-RECORD
005110     MOVE RB-HEADER3-LINE TO DF-LINE
005120     WRITE DRIFT-REPORT-RECORD
005130     MOVE RB-RPT-SEPARATOR TO DF-LINE
005140     WRITE DRIFT-REPORT-RECORD.
005150 3010-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190*  3100-RATE-ONE-GAME - TAKE THE NEXT GAME IN DATE/TIME ORDER OFF
005200*                      THE WORK FILE AND RATE IT EXACTLY AS
005210*                      STATSPOSTING'S 3300 DOES.
005220*----------------------------------------------------------------
005230 3100-RATE-ONE-GAME.
005240     READ RATING-WORK-FILE NEXT RECORD
005250         AT END
005260             MOVE 'Y' TO RB-RATEWORK-EOF-SW
005270             GO TO 3100-EXIT
005280     END-READ
005290     MOVE RK-PLAYER1-ID TO RB-SEEK-ID
005300     PERFORM 2040-FIND-PLAYER THRU 2040-EXIT
005310     MOVE RB-FOUND-IDX TO RB-SD-PIDX(1)
005320     MOVE RK-PLAYER2-ID TO RB-SEEK-ID
005330     PERFORM 2040-FIND-PLAYER THRU 2040-EXIT
005340     MOVE RB-FOUND-IDX TO RB-SD-PIDX(2)
005350     MOVE RB-PL-RATING(RB-SD-PIDX(1)) TO RB-SD-RATING(1)
005360     MOVE RB-PL-RATING(RB-SD-PIDX(2)) TO RB-SD-RATING(2)
005370     EVALUATE RK-WINNER
005380         WHEN 'X'
005390             MOVE 100 TO RB-SD-SCORE(1)
005400             MOVE 0   TO RB-SD-SCORE(2)
005410         WHEN 'O'
005420             MOVE 0   TO RB-SD-SCORE(1)
005430             MOVE 100 TO RB-SD-SCORE(2)
005440         WHEN OTHER
005450             MOVE 50  TO RB-SD-SCORE(1)
005460             MOVE 50  TO RB-SD-SCORE(2)
005470     END-EVALUATE
005480     PERFORM 3120-RATE-ONE-PLAYER THRU 3120-EXIT
005490         VARYING RB-RATE-IDX FROM 1 BY 1
005500             UNTIL RB-RATE-IDX > 2
005510     PERFORM 3130-SAVE-ONE-PLAYER-RATING THRU 3130-EXIT
005520         VARYING RB-RATE-IDX FROM 1 BY 1
005530             UNTIL RB-RATE-IDX > 2
005540     ADD 1 TO RB-GAMES-RATED.
005550 3100-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590*  3110-EXPECTED-SCORE - EXPECTED SCORE (AS A PERCENTAGE) FOR THE
005600*                      PLAYER WHOSE RATING ADVANTAGE OVER THE
005610*                      OPPONENT IS IN RB-RATE-DIFF - THE STEPWISE
005620*                      TABLE OF STATSPOSTING, STEP FOR STEP.
005630*----------------------------------------------------------------
005640 3110-EXPECTED-SCORE.
005650     IF RB-RATE-DIFF < 0
005660         COMPUTE RB-RATE-ABS-DIFF = 0 - RB-RATE-DIFF
005670     ELSE
005680         MOVE RB-RATE-DIFF TO RB-RATE-ABS-DIFF
005690     END-IF
005700     EVALUATE TRUE
005710         WHEN RB-RATE-ABS-DIFF < 25
005720             MOVE 50 TO RB-RATE-EXPECTED
005730         WHEN RB-RATE-ABS-DIFF < 50
005740             MOVE 55 TO RB-RATE-EXPECTED
005750         WHEN RB-RATE-ABS-DIFF < 100
005760             MOVE 60 TO RB-RATE-EXPECTED
005770         WHEN RB-RATE-ABS-DIFF < 150
005780             MOVE 66 TO RB-RATE-EXPECTED
005790         WHEN RB-RATE-ABS-DIFF < 200
005800             MOVE 71 TO RB-RATE-EXPECTED
005810         WHEN RB-RATE-ABS-DIFF < 300
005820             MOVE 79 TO RB-RATE-EXPECTED
005830         WHEN RB-RATE-ABS-DIFF < 400
005840             MOVE 86 TO RB-RATE-EXPECTED
005850         WHEN OTHER
005860             MOVE 92 TO RB-RATE-EXPECTED
005870     END-EVALUATE
005880     IF RB-RATE-DIFF < 0
005890         COMPUTE RB-RATE-EXPECTED = 100 - RB-RATE-EXPECTED
005900     END-IF.
005910 3110-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950*  3120-RATE-ONE-PLAYER - NEW = OLD + K * (SCORE - EXPECTED) / 100
005960*                      ROUNDED, HELD AT THE FLOOR.
005970*----------------------------------------------------------------
005980 3120-RATE-ONE-PLAYER.
005990     COMPUTE RB-RATE-OTHER = 3 - RB-RATE-IDX
006000     COMPUTE RB-RATE-DIFF =
006010             RB-SD-RATING(RB-RATE-IDX)
006020             - RB-SD-RATING(RB-RATE-OTHER)
006030     PERFORM 3110-EXPECTED-SCORE THRU 3110-EXIT
006040     MOVE RB-SD-SCORE(RB-RATE-IDX) TO RB-RATE-SCORE
006050     COMPUTE RB-RATE-DELTA ROUNDED =
006060             (RB-RATING-K * (RB-RATE-SCORE - RB-RATE-EXPECTED))
006070             / 100
006080     COMPUTE RB-RATE-NEW-WORK =
006090             RB-SD-RATING(RB-RATE-IDX) + RB-RATE-DELTA
006100     IF RB-RATE-NEW-WORK < RB-RATING-FLOOR
006110         MOVE RB-RATING-FLOOR TO RB-RATE-NEW-WORK
006120     END-IF
006130     MOVE RB-RATE-NEW-WORK
006140         TO RB-SD-NEW-RATING(RB-RATE-IDX).
006150 3120-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190*  3130-SAVE-ONE-PLAYER-RATING - ROLL ONE PLAYER'S NEW RATING INTO
006200*                      THE PLAYER TABLE AND, IN APPLY MODE, WRITE
006210*                      THE RATEHIST RECORD STATSPOSTING WOULD HAVE
006220*                      WRITTEN FOR THE GAME.
006230*----------------------------------------------------------------
006240 3130-SAVE-ONE-PLAYER-RATING.
006250     COMPUTE RB-RATE-OTHER = 3 - RB-RATE-IDX
006260     MOVE RB-SD-PIDX(RB-RATE-IDX) TO RB-PL-IDX
006270     MOVE RB-SD-NEW-RATING(RB-RATE-IDX) TO RB-PL-RATING(RB-PL-IDX)
006280     ADD 1 TO RB-PL-GAMES(RB-PL-IDX)
006290     IF NOT RB-APPLY
006300         GO TO 3130-EXIT
006310     END-IF
006320     MOVE RK-GAME-ID                   TO RH-GAME-ID
006330     MOVE RB-PL-ID(RB-PL-IDX)          TO RH-PLAYER-ID
006340     MOVE RB-PL-ID(RB-SD-PIDX(RB-RATE-OTHER))
006350                                       TO RH-OPPONENT-ID
006360     EVALUATE RB-SD-SCORE(RB-RATE-IDX)
006370         WHEN 100
006380             MOVE 'W' TO RH-RESULT
006390         WHEN 50
006400             MOVE 'D' TO RH-RESULT
006410         WHEN OTHER
006420             MOVE 'L' TO RH-RESULT
006430     END-EVALUATE
006440     MOVE RB-SD-RATING(RB-RATE-IDX)     TO RH-OLD-RATING
006450     MOVE RB-SD-NEW-RATING(RB-RATE-IDX) TO RH-NEW-RATING
006460     MOVE RB-SD-RATING(RB-RATE-OTHER)   TO RH-OPPONENT-RATING
006470     MOVE RK-GAME-DATE                  TO RH-GAME-DATE
006480     MOVE RK-GAME-TIME                  TO RH-GAME-TIME
006490     WRITE RATING-HISTORY-RECORD
006500     IF RB-RATEHIST-STATUS NOT = "00"
006510         DISPLAY "WARNING - RATEHIST WRITE FAILED, STATUS "
006520             RB-RATEHIST-STATUS
006530     END-IF.
006540 3130-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580*  4000-COMPARE-ONE-PLAYER - WALK PLAYRATE AND SET EACH PLAYER'S
006590*                      FILED RATING AGAINST THE RE-DERIVED ONE.  A
006600*                      PLAYER WITH NO RATED GAME LEFT RE-DERIVES
006610*                      TO THE OPENING RATING AND NO GAMES.  IN
006620*                      APPLY MODE EACH DIFFERING RECORD IS
006630*                      REWRITTEN AS IT IS READ.
006640*----------------------------------------------------------------
006650 4000-COMPARE-ONE-PLAYER.
006660     READ PLAYER-RATING-FILE NEXT RECORD
006670         AT END
006680             MOVE 'Y' TO RB-PLAYRATE-EOF-SW
006690             GO TO 4000-EXIT
006700     END-READ
006710     ADD 1 TO RB-PLAYRATE-READ
006720     MOVE PR-PLAYER-ID TO RB-SEEK-ID
006730     PERFORM 2040-FIND-PLAYER THRU 2040-EXIT
006740     IF RB-FOUND-IDX = 0
006750         MOVE RB-RATING-OPENING TO RB-DERIVED-RATING
006760         MOVE 0 TO RB-DERIVED-GAMES
006770         MOVE "NO RATED GAMES" TO RB-NOTE
006780     ELSE
006790         MOVE 'Y' TO RB-PL-MATCHED-SW(RB-FOUND-IDX)
006800         MOVE RB-PL-RATING(RB-FOUND-IDX) TO RB-DERIVED-RATING
006810         MOVE RB-PL-GAMES(RB-FOUND-IDX)  TO RB-DERIVED-GAMES
006820         MOVE SPACES TO RB-NOTE
006830     END-IF
006840     IF RB-DERIVED-RATING = PR-RATING
006850             AND RB-DERIVED-GAMES = PR-RATED-GAMES
006860         GO TO 4000-EXIT
006870     END-IF
006880     PERFORM 4200-WRITE-DRIFT-LINE THRU 4200-EXIT
006890     IF RB-APPLY
006900         MOVE RB-DERIVED-RATING TO PR-RATING
006910         MOVE RB-DERIVED-GAMES  TO PR-RATED-GAMES
006920         REWRITE PLAYER-RATING-RECORD
006930             INVALID KEY
006940                 DISPLAY "WARNING - PLAYRATE REWRITE FAILED FOR "
006950                     PR-PLAYER-ID ", STATUS " RB-PLAYRATE-STATUS
006960         END-REWRITE
006970     END-IF.
006980 4000-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020*  4100-REPORT-NEW-PLAYER - A RE-DERIVED PLAYER PLAYRATE DOES NOT
007030*                      HOLD AT ALL IS DRIFT TOO; IN APPLY MODE THE
007040*                      RECORD IS ADDED.
007050*----------------------------------------------------------------
007060 4100-REPORT-NEW-PLAYER.
007070     IF RB-PL-MATCHED(RB-PL-IDX)
007080         GO TO 4100-EXIT
007090     END-IF
007100     MOVE RB-PL-ID(RB-PL-IDX)     TO PR-PLAYER-ID
007110     MOVE 0                       TO PR-RATING
007120     MOVE 0                       TO PR-RATED-GAMES
007130     MOVE RB-PL-RATING(RB-PL-IDX) TO RB-DERIVED-RATING
007140     MOVE RB-PL-GAMES(RB-PL-IDX)  TO RB-DERIVED-GAMES
007150     MOVE "NOT ON PLAYRATE" TO RB-NOTE
007160     PERFORM 4200-WRITE-DRIFT-LINE THRU 4200-EXIT
007170     IF RB-APPLY
007180         MOVE RB-DERIVED-RATING TO PR-RATING
007190         MOVE RB-DERIVED-GAMES  TO PR-RATED-GAMES
007200         WRITE PLAYER-RATING-RECORD
007210             INVALID KEY
007220                 DISPLAY "WARNING - PLAYRATE WRITE FAILED FOR "
007230                     PR-PLAYER-ID ", STATUS " RB-PLAYRATE-STATUS
007240             NOT INVALID KEY
007250                 ADD 1 TO RB-PLAYERS-ADDED
007260         END-WRITE
007270     END-IF.
007280 4100-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------
007320*  4200-WRITE-DRIFT-LINE - PRINT ONE DRIFTING PLAYER AND KEEP THE
007330*                      LARGEST DRIFT FOR THE TRAILER.  DRIFT IS
007340*                      RE-DERIVED LESS FILED.
007350*----------------------------------------------------------------
007360 4200-WRITE-DRIFT-LINE.
007370     ADD 1 TO RB-PLAYERS-DRIFTING
007380     COMPUTE RB-DRIFT = RB-DERIVED-RATING - PR-RATING
007390     IF RB-NOTE NOT = "NOT ON PLAYRATE"
007400         IF RB-DRIFT < 0
007410             COMPUTE RB-ABS-DRIFT = 0 - RB-DRIFT
007420         ELSE
007430             MOVE RB-DRIFT TO RB-ABS-DRIFT
007440         END-IF
007450         IF RB-ABS-DRIFT > RB-LARGEST-DRIFT
007460             MOVE RB-ABS-DRIFT TO RB-LARGEST-DRIFT
007470         END-IF
007480     END-IF
007490     MOVE PR-PLAYER-ID      TO RB-DET-PLAYER-ID
007500     MOVE PR-RATING         TO RB-DET-PR-RATING
007510     MOVE RB-DERIVED-RATING TO RB-DET-RE-RATING
007520     MOVE RB-DRIFT          TO RB-DET-DRIFT
007530     MOVE PR-RATED-GAMES    TO RB-DET-PR-GAMES
007540     MOVE RB-DERIVED-GAMES  TO RB-DET-RE-GAMES
007550     MOVE RB-NOTE           TO RB-DET-NOTE
007560     MOVE RB-DETAIL-LINE TO DF-LINE
007570     WRITE DRIFT-REPORT-RECORD.
007580 4200-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620*  5000-WRITE-TRAILER - CLOSE THE REPORT WITH THE CONTROL TOTALS.
007630*                      GAMES LOADED = GAMES RATED; THE SKIPS AND
007640*                      DUPLICATES ACCOUNT FOR THE REST OF THE
007650*                      GAMES READ.
007660*----------------------------------------------------------------
007670 5000-WRITE-TRAILER.
007680     IF RB-PLAYERS-DRIFTING = 0
007690         MOVE RB-NONE-LINE TO DF-LINE
007700         WRITE DRIFT-REPORT-RECORD
007710     END-IF
007720     MOVE RB-RPT-SEPARATOR TO DF-LINE
007730     WRITE DRIFT-REPORT-RECORD
007740     MOVE "GAMES READ FROM THE MASTER:" TO RB-TOT-LABEL
007750     MOVE RB-GAMES-ON-MASTER TO RB-TOT-VALUE
007760     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007770     MOVE "GAMES READ FROM THE ARCHIVE:" TO RB-TOT-LABEL
007780     MOVE RB-GAMES-ARCHIVED TO RB-TOT-VALUE
007790     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007800     MOVE "  VOIDED - NOT RATED:" TO RB-TOT-LABEL
007810     MOVE RB-GAMES-VOIDED TO RB-TOT-VALUE
007820     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007830     MOVE "  RESULT-ONLY - NOT RATED:" TO RB-TOT-LABEL
007840     MOVE RB-GAMES-RESULT-ONLY TO RB-TOT-VALUE
007850     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007860     MOVE "  AWAITING POSTING - LEFT FOR STATSPOSTING:"
007870         TO RB-TOT-LABEL
007880     MOVE RB-GAMES-UNPOSTED TO RB-TOT-VALUE
007890     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007900     MOVE "  DUPLICATES - FIRST COPY RATED:" TO RB-TOT-LABEL
007910     MOVE RB-DUPLICATES TO RB-TOT-VALUE
007920     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007930     MOVE "GAMES RATED:" TO RB-TOT-LABEL
007940     MOVE RB-GAMES-RATED TO RB-TOT-VALUE
007950     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007960     MOVE "PLAYERS RE-DERIVED:" TO RB-TOT-LABEL
007970     MOVE RB-PLAYER-COUNT TO RB-TOT-VALUE
007980     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
007990     MOVE "PLAYERS ON PLAYRATE:" TO RB-TOT-LABEL
008000     MOVE RB-PLAYRATE-READ TO RB-TOT-VALUE
008010     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
008020     MOVE "PLAYERS DRIFTING:" TO RB-TOT-LABEL
008030     MOVE RB-PLAYERS-DRIFTING TO RB-TOT-VALUE
008040     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
008050     MOVE "LARGEST RATING DRIFT ON PLAYRATE:" TO RB-TOT-LABEL
008060     MOVE RB-LARGEST-DRIFT TO RB-TOT-VALUE
008070     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
008080     IF RB-APPLY
008090         MOVE "PLAYERS ADDED TO PLAYRATE:" TO RB-TOT-LABEL
008100         MOVE RB-PLAYERS-ADDED TO RB-TOT-VALUE
008110         PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
008120     END-IF
008130     MOVE RB-RPT-SEPARATOR TO DF-LINE
008140     WRITE DRIFT-REPORT-RECORD
008150     IF RB-DRIFTRPT-STATUS NOT = "00"
008160         DISPLAY "WARNING - DRIFTRPT WRITE FAILED, STATUS "
008170             RB-DRIFTRPT-STATUS
008180     END-IF.
008190 5000-EXIT.
008200     EXIT.
008210
008220 5100-WRITE-TOTAL.
008230     MOVE RB-TOTAL-LINE TO DF-LINE
008240     WRITE DRIFT-REPORT-RECORD.
008250 5100-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED AND REPORT
008300*                       THE CONTROL TOTALS.
008310*----------------------------------------------------------------
008320 9000-TERMINATE-RUN.
008330     IF RB-GAMELOG-STATUS = "00" OR RB-GAMELOG-STATUS = "10"
008340         CLOSE GAMELOG-FILE
008350     END-IF
008360     IF RB-GAMEARCH-STATUS = "00" OR RB-GAMEARCH-STATUS = "10"
008370         CLOSE GAME-ARCHIVE-FILE
008380     END-IF
008390     IF RB-RATEWORK-STATUS = "00" OR RB-RATEWORK-STATUS = "10"
008400         CLOSE RATING-WORK-FILE
008410     END-IF
008420     IF RB-PLAYRATE-OPEN
008430         CLOSE PLAYER-RATING-FILE
008440     END-IF
008450     IF RB-RATEHIST-OPEN
008460         CLOSE RATING-HISTORY-FILE
008470     END-IF
008480     IF RB-PROCEED
008490         CLOSE DRIFT-REPORT-FILE
008500         DISPLAY "Rating re-derivation complete - see DRIFTRPT."
008510         DISPLAY "  Games rated:       " RB-GAMES-RATED
008520         DISPLAY "  Players drifting:  " RB-PLAYERS-DRIFTING
008530         IF RB-APPLY
008540             DISPLAY "  PLAYRATE rewritten, RATEHIST regenerated."
008550         ELSE
008560             DISPLAY "  Report only - nothing changed."
008570         END-IF
008580     END-IF.
008590 9000-EXIT.
008600     EXIT.
008610
008620 END PROGRAM RatingRederive.
