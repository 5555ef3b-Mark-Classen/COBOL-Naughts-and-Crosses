000010*================================================================
000020*  PROGRAM-ID    : FAIRPLAYSCREEN
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      WEEKLY FAIR-PLAY SCREENING FOR THE LEAGUE COMMITTEE.  EVERY
000100*      UNVOIDED GAME PLAYED OVER THE BOARD AND DATED WITHIN THE
000110*      SCREENING WINDOW IS READ FROM THE GAME MASTER AND FOUR
000120*      PATTERNS ARE LOOKED FOR, EACH RAISED AS AN EXCEPTION ON
000130*      THE FAIRRPT REPORT:
000140*        BOOK  - A HUMAN SIDE WHOSE EVERY MOVE WAS NEAR-ZERO THINK
000150*                TIME WHILE IT KEPT TAKING THE SQUARE THE ENGINE'S
000160*                OPENING BOOK WOULD HAVE TAKEN.  THE GAME IS
000170*                REPLAYED MOVE BY MOVE AGAINST THE OPENBOOK FILE,
000180*                THE BOOK SQUARE AT EACH POINT BEING THE FIRST
000190*                EMPTY ONE LISTED FOR THE BOARD SIZE - EXACTLY
000200*                THE ENGINE'S OWN CHOICE.  NO BOOK ON FILE MEANS
000210*                THE CHECK IS NOT RUN.
000220*        FARM  - ONE PAIR OF PLAYERS WITH MANY SHORT GAMES IN THE
000230*                WINDOW, NEARLY ALL WON BY THE SAME SIDE.
000240*        CLOCK - A PLAYER WHOSE MOVE-CLOCK FORFEITS ALL COME IN
000250*                LOSING POSITIONS.  A CLOCK FORFEIT IS A DECIDED
000260*                GAME WHOSE FINAL BOARD HOLDS NO COMPLETE LINE
000270*                FOR THE WINNER; THE POSITION WAS LOSING WHEN THE
000280*                WINNER STOOD ONE MARK FROM A COMPLETE LINE.
000290*        TIME  - A GAME WHOSE MOVE TIMES DO NOT FIT TOGETHER: A
000300*                MOVE STAMP THAT IS NOT A TIME OF DAY, A THINK
000310*                TIME LONGER THAN THE CLOCK GAP SINCE THE MOVE
000320*                BEFORE, A LAST MOVE NOT MADE AT THE GAME'S END
000330*                TIME, OR A GAME DATED AFTER THE RUN.  ONE LINE
000340*                PER GAME, FOR THE FIRST PROBLEM FOUND.
000350*      THE ENGINE'S OWN IDS (COMPUTER AND THE CPUSIM PAIR) ARE
000360*      NEVER FLAGGED AS A SIDE OR A PLAYER, AND FARMING NEEDS
000370*      TWO PEOPLE.  EVERY THRESHOLD, THE WINDOW INCLUDED, COMES
000380*      FROM THE FAIRPARM PARAMETER RECORD; A MISSING OR INVALID
000390*      RECORD ENDS THE RUN WITH RETURN CODE 8 AND NO REPORT.
000400*      THE REPORT IS ONLY A SCREEN - AN EXCEPTION IS A REASON TO
000410*      LOOK AT THE GAME, NOT A FINDING.  NOTHING IS UPDATED.
000420*----------------------------------------------------------------
000430*  MODIFICATION HISTORY.
000440*      DATE       INIT   DESCRIPTION
000450*      ---------- ----   ----------------------------------------
000460*      10/05/2026 RM     INITIAL VERSION.
000470*================================================================
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. FairPlayScreen.
000500 AUTHOR. R. MARCHBANKS.
000510 INSTALLATION. RECREATION SYSTEMS GROUP.
000520 DATE-WRITTEN. 10/05/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT GAMELOG-FILE ASSIGN TO "GAMEMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS GL-GAME-ID
000620         FILE STATUS IS FS-GAMELOG-STATUS.
000630
000640     SELECT OPENING-BOOK-FILE ASSIGN TO "OPENBOOK"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS FS-OPENBOOK-STATUS.
000670
000680     SELECT FAIR-PLAY-PARM-FILE ASSIGN TO "FAIRPARM"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS FS-FAIRPARM-STATUS.
000710
000720     SELECT FAIR-PLAY-REPORT-FILE ASSIGN TO "FAIRRPT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FS-FAIRRPT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  GAMELOG-FILE.
000790 COPY NCGAMELG.
000800
000810 FD  OPENING-BOOK-FILE
000820     RECORDING MODE IS F.
000830 COPY NCOPNBK.
000840
000850 FD  FAIR-PLAY-PARM-FILE
000860     RECORDING MODE IS F.
000870 COPY NCFPPARM.
000880
000890 FD  FAIR-PLAY-REPORT-FILE
000900     RECORDING MODE IS F.
000910 COPY NCFAIRRP.
000920
000930 WORKING-STORAGE SECTION.
000940 77  FS-GAMELOG-STATUS     PIC X(02) VALUE SPACES.
000950 77  FS-OPENBOOK-STATUS    PIC X(02) VALUE SPACES.
000960 77  FS-FAIRPARM-STATUS    PIC X(02) VALUE SPACES.
000970 77  FS-FAIRRPT-STATUS     PIC X(02) VALUE SPACES.
000980 77  FS-PROCEED-SW         PIC X(01) VALUE 'N'.
000990     88  FS-PROCEED               VALUE 'Y'.
001000 77  FS-GAMELOG-EOF-SW     PIC X(01) VALUE 'N'.
001010     88  FS-GAMELOG-EOF           VALUE 'Y'.
001020 77  FS-BOOK-EOF-SW        PIC X(01) VALUE 'N'.
001030     88  FS-BOOK-EOF              VALUE 'Y'.
001040 77  FS-TIME-FLAGGED-SW    PIC X(01) VALUE 'N'.
001050     88  FS-TIME-FLAGGED          VALUE 'Y'.
001060 77  FS-FULL-LINE-SW       PIC X(01) VALUE 'N'.
001070     88  FS-FULL-LINE             VALUE 'Y'.
001080 77  FS-THREAT-SW          PIC X(01) VALUE 'N'.
001090     88  FS-THREAT                VALUE 'Y'.
001100 77  FS-PAIR-FULL-SW       PIC X(01) VALUE 'N'.
001110     88  FS-PAIR-FULL             VALUE 'Y'.
001120 77  FS-FORFEIT-FULL-SW    PIC X(01) VALUE 'N'.
001130     88  FS-FORFEIT-FULL          VALUE 'Y'.
001140 77  FS-ENGINE-SW          PIC X(01) VALUE 'N'.
001150     88  FS-ENGINE-ID             VALUE 'Y'.
001160 77  FS-SEEK-ID            PIC X(08) VALUE SPACES.
001170 77  FS-TIME-REASON        PIC X(26) VALUE SPACES.
001180 77  FS-TIME-MOVE-NO       PIC 9(02) COMP VALUE 0.
001190 77  FS-DAYS-LEFT          PIC 9(03) COMP VALUE 0.
001200 77  FS-MONTH-DAYS         PIC 9(02) COMP VALUE 0.
001210 77  FS-LEAP-WORK          PIC 9(04) COMP VALUE 0.
001220 77  FS-GAMES-READ         PIC 9(07) COMP VALUE 0.
001230 77  FS-GAMES-SCREENED     PIC 9(07) COMP VALUE 0.
001240 77  FS-GAMES-OUTSIDE      PIC 9(07) COMP VALUE 0.
001250 77  FS-GAMES-VOIDED       PIC 9(07) COMP VALUE 0.
001260 77  FS-GAMES-RESULT-ONLY  PIC 9(07) COMP VALUE 0.
001270 77  FS-CLOCK-FORFEITS     PIC 9(07) COMP VALUE 0.
001280 77  FS-BOOK-FLAGS         PIC 9(07) COMP VALUE 0.
001290 77  FS-FARM-FLAGS         PIC 9(07) COMP VALUE 0.
001300 77  FS-CLOCK-FLAGS        PIC 9(07) COMP VALUE 0.
001310 77  FS-TIME-FLAGS         PIC 9(07) COMP VALUE 0.
001320 77  FS-PERCENT-WORK       PIC 9(07) COMP VALUE 0.
001330 77  FS-THRESHOLD-WORK     PIC 9(07) COMP VALUE 0.
001340 01  FS-CUTOFF-DATE        PIC 9(08) VALUE 0.
001350 01  FS-CUTOFF-DATE-R REDEFINES FS-CUTOFF-DATE.
001360     05  FS-CUT-YYYY           PIC 9(04).
001370     05  FS-CUT-MM             PIC 9(02).
001380     05  FS-CUT-DD             PIC 9(02).
001390
001400*----------------------------------------------------------------
001410*  ITEMS FOR THE MOVE-TIME CHECK.  A TIME OF DAY (HHMMSSHH) IS
001420*  TURNED INTO HUNDREDTHS SINCE MIDNIGHT THE WAY THE ENGINE TIMES
001430*  A TURN, WITH A FULL DAY ADDED BACK WHEN A GAP RUNS OVER
001440*  MIDNIGHT.
001450*----------------------------------------------------------------
001460 01  FS-TIME-WORK          PIC 9(08) VALUE 0.
001470 01  FS-TIME-WORK-R REDEFINES FS-TIME-WORK.
001480     05  FS-TW-HH              PIC 9(02).
001490     05  FS-TW-MM              PIC 9(02).
001500     05  FS-TW-SS              PIC 9(02).
001510     05  FS-TW-CC              PIC 9(02).
001520 77  FS-TIME-HUN           PIC 9(08) COMP VALUE 0.
001530 77  FS-PREV-HUN           PIC 9(08) COMP VALUE 0.
001540 77  FS-GAP-HUN            PIC S9(08) COMP VALUE 0.
001550 77  FS-THINK-HUN          PIC 9(08) COMP VALUE 0.
001560 77  FS-SLACK-HUN          PIC 9(08) COMP VALUE 0.
001570 77  FS-MOVE-IDX           PIC 9(02) COMP VALUE 0.
001580 77  FS-MOVE-LIMIT         PIC 9(02) COMP VALUE 0.
001590
001600*----------------------------------------------------------------
001610*  FS-BOOK-TBL - THE WHOLE OPENBOOK FILE IN FILE ORDER, AS THE
001620*  ENGINE LOADS IT INTO NC-BOOK-TBL.  FS-BOARD-CELLS IS THE BOARD
001630*  OF THE GAME BEING REPLAYED OR JUDGED, ROW-MAJOR FROM 1 AS IN
001640*  THE ENGINE, AND THE FS-LINE- ITEMS WALK ITS ROWS, COLUMNS AND
001650*  DIAGONALS.
001660*----------------------------------------------------------------
001670 01  FS-BOOK-TBL.
001680     05  FS-BOOK-ENTRY OCCURS 75 TIMES.
001690         10  FS-BOOK-SIZE      PIC 9(01).
001700         10  FS-BOOK-SQUARE    PIC 9(02) COMP.
001710 77  FS-BOOK-COUNT         PIC 9(02) COMP VALUE 0.
001720 77  FS-BOOK-IDX           PIC 9(02) COMP VALUE 0.
001730 77  FS-BOOK-CHOICE        PIC 9(02) COMP VALUE 0.
001740 01  FS-BOARD-CELLS.
001750     05  FS-CELL OCCURS 25 TIMES PIC X(01).
001760 77  FS-BOARD-SIZE         PIC 9(01) VALUE 3.
001770 77  FS-TOTAL-CELLS        PIC 9(02) COMP VALUE 9.
001780 77  FS-SQUARE             PIC 9(02) COMP VALUE 0.
001790 77  FS-LINE-NO            PIC 9(02) COMP VALUE 0.
001800 77  FS-LINE-COUNT         PIC 9(02) COMP VALUE 0.
001810 77  FS-LINE-START         PIC 9(02) COMP VALUE 0.
001820 77  FS-LINE-STEP          PIC 9(02) COMP VALUE 0.
001830 77  FS-LINE-POS           PIC 9(02) COMP VALUE 0.
001840 77  FS-LINE-IDX           PIC 9(02) COMP VALUE 0.
001850 77  FS-LINE-MARK          PIC X(01) VALUE SPACE.
001860 77  FS-LINE-MARK-COUNT    PIC 9(02) COMP VALUE 0.
001870 77  FS-LINE-BLANK-COUNT   PIC 9(02) COMP VALUE 0.
001880
001890*----------------------------------------------------------------
001900*  FS-SIDE-TBL - THE TWO SIDES OF THE GAME BEING SCREENED: SIDE 1
001910*  IS PLAYER 1 PLAYING X, SIDE 2 PLAYER 2 PLAYING O, WITH THE
001920*  BOOK CHECK'S TALLY OF EACH SIDE'S MOVES.
001930*----------------------------------------------------------------
001940 01  FS-SIDE-TBL.
001950     05  FS-SIDE OCCURS 2 TIMES.
001960         10  FS-SD-ID          PIC X(08).
001970         10  FS-SD-MARK        PIC X(01).
001980         10  FS-SD-HUMAN-SW    PIC X(01).
001990             88  FS-SD-HUMAN          VALUE 'Y'.
002000         10  FS-SD-MOVES       PIC 9(03) COMP.
002010         10  FS-SD-FAST        PIC 9(03) COMP.
002020         10  FS-SD-BOOK        PIC 9(03) COMP.
002030 77  FS-SIDE-IDX           PIC 9(01) COMP VALUE 0.
002040 77  FS-OTHER-IDX          PIC 9(01) COMP VALUE 0.
002050
002060*----------------------------------------------------------------
002070*  FS-PAIR-TBL - SHORT GAMES IN THE WINDOW BY PAIR OF PLAYERS,
002080*  THE LOWER ID FIRST, WITH EACH SIDE'S WINS AND THE LATEST GAME
002090*  DATE.  FS-FORFEIT-TBL - MOVE-CLOCK FORFEITS BY THE PLAYER WHO
002100*  FORFEITED, AND HOW MANY OF THEM CAME IN A LOSING POSITION.
002110*  OVERFLOW OF EITHER IS WARNED ABOUT AND THE LEFTOVER PAIRS OR
002120*  PLAYERS ARE NOT JUDGED.
002130*----------------------------------------------------------------
002140 01  FS-PAIR-TBL.
002150     05  FS-PAIR OCCURS 500 TIMES.
002160         10  FS-PR-ID-1        PIC X(08).
002170         10  FS-PR-ID-2        PIC X(08).
002180         10  FS-PR-SHORT       PIC 9(05) COMP.
002190         10  FS-PR-WINS-1      PIC 9(05) COMP.
002200         10  FS-PR-WINS-2      PIC 9(05) COMP.
002210         10  FS-PR-LAST-DATE   PIC 9(08).
002220 77  FS-PAIR-COUNT         PIC 9(03) COMP VALUE 0.
002230 77  FS-PAIR-IDX           PIC 9(03) COMP VALUE 0.
002240 77  FS-FOUND-IDX          PIC 9(03) COMP VALUE 0.
002250 77  FS-ID-LOW             PIC X(08) VALUE SPACES.
002260 77  FS-ID-HIGH            PIC X(08) VALUE SPACES.
002270 77  FS-WIN-MARK-LOW       PIC X(01) VALUE SPACE.
002280 77  FS-LEADING-WINS       PIC 9(05) COMP VALUE 0.
002290 01  FS-FORFEIT-TBL.
002300     05  FS-FORFEIT OCCURS 500 TIMES.
002310         10  FS-FF-ID          PIC X(08).
002320         10  FS-FF-FORFEITS    PIC 9(05) COMP.
002330         10  FS-FF-LOSING      PIC 9(05) COMP.
002340 77  FS-FORFEIT-COUNT      PIC 9(03) COMP VALUE 0.
002350 77  FS-FF-IDX             PIC 9(03) COMP VALUE 0.
002360
002370*----------------------------------------------------------------
002380*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
002390*----------------------------------------------------------------
002400 77  FS-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
002410 01  FS-RUN-DATE.
002420     05  FS-RUN-YYYY           PIC X(04).
002430     05  FS-RUN-MM             PIC X(02).
002440     05  FS-RUN-DD             PIC X(02).
002450 01  FS-RUN-DATE-N REDEFINES FS-RUN-DATE PIC 9(08).
002460 01  FS-DATE-R.
002470     05  FS-DT-YYYY            PIC X(04).
002480     05  FS-DT-MM              PIC X(02).
002490     05  FS-DT-DD              PIC X(02).
002500 01  FS-HEADER1-LINE.
002510     05  FILLER                PIC X(37) VALUE
002520         "FAIR-PLAY SCREENING EXCEPTIONS - RUN ".
002530     05  FILLER                PIC X(03) VALUE "ON ".
002540     05  FS-HDR-DD             PIC X(02).
002550     05  FILLER                PIC X(01) VALUE "/".
002560     05  FS-HDR-MM             PIC X(02).
002570     05  FILLER                PIC X(01) VALUE "/".
002580     05  FS-HDR-YYYY           PIC X(04).
002590     05  FILLER                PIC X(30) VALUE SPACES.
002600 01  FS-HEADER2-LINE.
002610     05  FILLER                PIC X(30) VALUE
002620         "GAMES SCREENED: DATED AFTER   ".
002630     05  FS-HDR-CUT-DD         PIC X(02).
002640     05  FILLER                PIC X(01) VALUE "/".
002650     05  FS-HDR-CUT-MM         PIC X(02).
002660     05  FILLER                PIC X(01) VALUE "/".
002670     05  FS-HDR-CUT-YYYY       PIC X(04).
002680     05  FILLER                PIC X(02) VALUE " (".
002690     05  FS-HDR-WINDOW         PIC ZZ9.
002700     05  FILLER                PIC X(06) VALUE " DAYS)".
002710     05  FILLER                PIC X(29) VALUE SPACES.
002720 01  FS-HEADER3-LINE.
002730     05  FILLER                PIC X(40) VALUE
002740         "RULE    GAME ID   PLAYER    OPPONENT  DA".
002750     05  FILLER                PIC X(40) VALUE
002760         "TE        DETAIL                        ".
002770 01  FS-DETAIL-LINE.
002780     05  FS-DET-RULE           PIC X(06).
002790     05  FILLER                PIC X(02) VALUE SPACES.
002800     05  FS-DET-GAME-ID        PIC X(08).
002810     05  FILLER                PIC X(02) VALUE SPACES.
002820     05  FS-DET-PLAYER         PIC X(08).
002830     05  FILLER                PIC X(02) VALUE SPACES.
002840     05  FS-DET-OPPONENT       PIC X(08).
002850     05  FILLER                PIC X(02) VALUE SPACES.
002860     05  FS-DET-DATE.
002870         10  FS-DET-DD         PIC X(02).
002880         10  FS-DET-SLASH-1    PIC X(01).
002890         10  FS-DET-MM         PIC X(02).
002900         10  FS-DET-SLASH-2    PIC X(01).
002910         10  FS-DET-YYYY       PIC X(04).
002920     05  FILLER                PIC X(02) VALUE SPACES.
002930     05  FS-DET-COUNT1         PIC ZZZZ.
002940     05  FS-DET-REST           PIC X(26).
002950     05  FS-DET-REST-R REDEFINES FS-DET-REST.
002960         10  FS-DET-TEXT1      PIC X(12).
002970         10  FS-DET-COUNT2     PIC ZZZZ.
002980         10  FS-DET-TEXT2      PIC X(10).
002990 01  FS-NONE-LINE.
003000     05  FILLER                PIC X(40) VALUE
003010         "NO GAME OR PLAYER RAISED AN EXCEPTION.  ".
003020     05  FILLER                PIC X(40) VALUE SPACES.
003030 01  FS-TITLE-LINE.
003040     05  FS-TITLE-TEXT         PIC X(80).
003050 01  FS-TOTAL-LINE.
003060     05  FS-TOT-LABEL          PIC X(44).
003070     05  FS-TOT-VALUE          PIC Z,ZZZ,ZZ9.
003080     05  FILLER                PIC X(27) VALUE SPACES.
003090
003100 PROCEDURE DIVISION.
003110 0000-MAIN-PROCEDURE.
003120     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003130     IF FS-PROCEED
003140         PERFORM 2000-READ-ONE-GAME THRU 2000-EXIT
003150             UNTIL FS-GAMELOG-EOF
003160         PERFORM 3000-JUDGE-ONE-PAIR THRU 3000-EXIT
003170             VARYING FS-PAIR-IDX FROM 1 BY 1
003180                 UNTIL FS-PAIR-IDX > FS-PAIR-COUNT
003190         PERFORM 3100-JUDGE-ONE-FORFEITER THRU 3100-EXIT
003200             VARYING FS-FF-IDX FROM 1 BY 1
003210                 UNTIL FS-FF-IDX > FS-FORFEIT-COUNT
003220         PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
003230     END-IF
003240     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
003250     GOBACK.
003260
003270*----------------------------------------------------------------
003280*  1000-INITIALIZE-RUN - READ AND CHECK THE PARAMETER RECORD,
003290*                        WORK BACK FROM TODAY TO THE WINDOW
003300*                        CUTOFF, LOAD THE OPENING BOOK AND OPEN
003310*                        THE GAME MASTER AND THE REPORT.  NO
003320*                        USABLE PARAMETER RECORD OR A GAME MASTER
003330*                        THAT WILL NOT OPEN ENDS THE RUN WITH
003340*                        RETURN CODE 8.
003350*----------------------------------------------------------------
003360 1000-INITIALIZE-RUN.
003370     ACCEPT FS-RUN-DATE FROM DATE YYYYMMDD
003380     OPEN INPUT FAIR-PLAY-PARM-FILE
003390     IF FS-FAIRPARM-STATUS NOT = "00"
003400         DISPLAY "FAIRPARM OPEN FAILED, STATUS "
003410             FS-FAIRPARM-STATUS " - NOTHING SCREENED"
003420         MOVE 8 TO RETURN-CODE
003430         GO TO 1000-EXIT
003440     END-IF
003450     READ FAIR-PLAY-PARM-FILE
003460         AT END
003470             MOVE "10" TO FS-FAIRPARM-STATUS
003480     END-READ
003490     CLOSE FAIR-PLAY-PARM-FILE
003500     IF FS-FAIRPARM-STATUS NOT = "00"
003510         DISPLAY "FAIRPARM HOLDS NO PARAMETER RECORD - NOTHING "
003520             "SCREENED"
003530         MOVE 8 TO RETURN-CODE
003540         GO TO 1000-EXIT
003550     END-IF
003560     PERFORM 1100-CHECK-PARAMETERS THRU 1100-EXIT
003570     IF RETURN-CODE = 8
003580         GO TO 1000-EXIT
003590     END-IF
003600     MOVE FS-RUN-DATE-N TO FS-CUTOFF-DATE
003610     PERFORM 8100-SUBTRACT-WINDOW-DAYS THRU 8100-EXIT
003620     COMPUTE FS-SLACK-HUN = FP-TIME-SLACK * 100
003630     OPEN INPUT GAMELOG-FILE
003640     IF FS-GAMELOG-STATUS NOT = "00"
003650         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
003660             FS-GAMELOG-STATUS " - NOTHING SCREENED"
003670         MOVE 8 TO RETURN-CODE
003680         GO TO 1000-EXIT
003690     END-IF
003700     PERFORM 1200-LOAD-OPENING-BOOK THRU 1200-EXIT
003710     OPEN OUTPUT FAIR-PLAY-REPORT-FILE
003720     PERFORM 1300-WRITE-HEADER THRU 1300-EXIT
003730     MOVE 'Y' TO FS-PROCEED-SW.
003740 1000-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780*  1100-CHECK-PARAMETERS - EVERY FIELD MUST BE DIGITS, THE WINDOW
003790*                      AT LEAST A DAY AND EACH PERCENTAGE NO MORE
003800*                      THAN 100.  ANYTHING ELSE IS A BAD CONTROL
003810*                      CARD, NOT SOMETHING TO GUESS ROUND.
003820*----------------------------------------------------------------
003830 1100-CHECK-PARAMETERS.
003840     IF FP-WINDOW-DAYS NOT NUMERIC
003850             OR FP-FAST-SECS NOT NUMERIC
003860             OR FP-BOOK-MIN-MOVES NOT NUMERIC
003870             OR FP-BOOK-PCT NOT NUMERIC
003880             OR FP-SHORT-MOVES NOT NUMERIC
003890             OR FP-FARM-GAMES NOT NUMERIC
003900             OR FP-FARM-PCT NOT NUMERIC
003910             OR FP-MIN-FORFEITS NOT NUMERIC
003920             OR FP-FORFEIT-PCT NOT NUMERIC
003930             OR FP-TIME-SLACK NOT NUMERIC
003940         DISPLAY "FAIRPARM RECORD IS NOT ALL DIGITS - NOTHING "
003950             "SCREENED"
003960         MOVE 8 TO RETURN-CODE
003970         GO TO 1100-EXIT
003980     END-IF
003990     IF FP-WINDOW-DAYS = 0
004000             OR FP-BOOK-PCT > 100
004010             OR FP-FARM-PCT > 100
004020             OR FP-FORFEIT-PCT > 100
004030         DISPLAY "FAIRPARM WINDOW OR PERCENTAGE OUT OF RANGE - "
004040             "NOTHING SCREENED"
004050         MOVE 8 TO RETURN-CODE
004060     END-IF.
004070 1100-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110*  1200-LOAD-OPENING-BOOK - PULL THE WHOLE OPENBOOK FILE INTO
004120*                      FS-BOOK-TBL IN FILE ORDER, AS THE ENGINE'S
004130*                      1295 DOES.  NO BOOK ON FILE JUST MEANS THE
004140*                      BOOK CHECK IS NOT RUN.
004150*----------------------------------------------------------------
004160 1200-LOAD-OPENING-BOOK.
004170     OPEN INPUT OPENING-BOOK-FILE
004180     IF FS-OPENBOOK-STATUS NOT = "00"
004190         DISPLAY "WARNING - NO OPENING BOOK ON FILE, STATUS "
004200             FS-OPENBOOK-STATUS " - BOOK CHECK NOT RUN"
004210         GO TO 1200-EXIT
004220     END-IF
004230     PERFORM 1210-READ-ONE-BOOK-ENTRY THRU 1210-EXIT
004240         UNTIL FS-BOOK-EOF
004250     CLOSE OPENING-BOOK-FILE.
004260 1200-EXIT.
004270     EXIT.
004280
004290 1210-READ-ONE-BOOK-ENTRY.
004300     READ OPENING-BOOK-FILE
004310         AT END
004320             MOVE 'Y' TO FS-BOOK-EOF-SW
004330         NOT AT END
004340             IF FS-BOOK-COUNT < 75
004350                 ADD 1 TO FS-BOOK-COUNT
004360                 MOVE OB-BOARD-SIZE TO FS-BOOK-SIZE(FS-BOOK-COUNT)
004370                 MOVE OB-SQUARE TO FS-BOOK-SQUARE(FS-BOOK-COUNT)
004380             END-IF
004390     END-READ.
004400 1210-EXIT.
004410     EXIT.
004420
004430 1300-WRITE-HEADER.
004440     MOVE FS-RPT-SEPARATOR TO FE-LINE
004450     WRITE FAIR-PLAY-REPORT-RECORD
004460     MOVE FS-RUN-DD   TO FS-HDR-DD
004470     MOVE FS-RUN-MM   TO FS-HDR-MM
004480     MOVE FS-RUN-YYYY TO FS-HDR-YYYY
004490     MOVE FS-HEADER1-LINE TO FE-LINE
004500     WRITE FAIR-PLAY-REPORT-RECORD
004510     MOVE FS-CUTOFF-DATE TO FS-DATE-R
004520     MOVE FS-DT-DD   TO FS-HDR-CUT-DD
004530     MOVE FS-DT-MM   TO FS-HDR-CUT-MM
004540     MOVE FS-DT-YYYY TO FS-HDR-CUT-YYYY
004550     MOVE FP-WINDOW-DAYS TO FS-HDR-WINDOW
004560     MOVE FS-HEADER2-LINE TO FE-LINE
004570     WRITE FAIR-PLAY-REPORT-RECORD
004580     MOVE "THRESHOLDS IN FORCE FROM FAIRPARM:" TO FS-TITLE-TEXT
004590     MOVE FS-TITLE-LINE TO FE-LINE
004600     WRITE FAIR-PLAY-REPORT-RECORD
004610     MOVE "  NEAR-ZERO THINK TIME, SECONDS AT MOST:"
004620         TO FS-TOT-LABEL
004630     MOVE FP-FAST-SECS TO FS-TOT-VALUE
004640     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004650     MOVE "  BOOK - FEWEST MOVES BY THE SIDE:" TO FS-TOT-LABEL
004660     MOVE FP-BOOK-MIN-MOVES TO FS-TOT-VALUE
004670     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004680     MOVE "  BOOK - PER CENT OF MOVES ON THE BOOK:"
004690         TO FS-TOT-LABEL
004700     MOVE FP-BOOK-PCT TO FS-TOT-VALUE
004710     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004720     MOVE "  FARM - SHORT GAME, MOVES AT MOST:" TO FS-TOT-LABEL
004730     MOVE FP-SHORT-MOVES TO FS-TOT-VALUE
004740     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004750     MOVE "  FARM - FEWEST SHORT GAMES BY THE PAIR:"
004760         TO FS-TOT-LABEL
004770     MOVE FP-FARM-GAMES TO FS-TOT-VALUE
004780     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004790     MOVE "  FARM - PER CENT WON BY ONE SIDE:" TO FS-TOT-LABEL
004800     MOVE FP-FARM-PCT TO FS-TOT-VALUE
004810     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004820     MOVE "  CLOCK - FEWEST FORFEITS BY THE PLAYER:"
004830         TO FS-TOT-LABEL
004840     MOVE FP-MIN-FORFEITS TO FS-TOT-VALUE
004850     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004860     MOVE "  CLOCK - PER CENT IN A LOSING POSITION:"
004870         TO FS-TOT-LABEL
004880     MOVE FP-FORFEIT-PCT TO FS-TOT-VALUE
004890     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004900     MOVE "  TIME - SECONDS OF SLACK:" TO FS-TOT-LABEL
004910     MOVE FP-TIME-SLACK TO FS-TOT-VALUE
004920     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
004930     IF FS-BOOK-COUNT = 0
004940         MOVE "  NO OPENING BOOK ON FILE - BOOK CHECK NOT RUN"
004950             TO FS-TITLE-TEXT
004960         MOVE FS-TITLE-LINE TO FE-LINE
004970         WRITE FAIR-PLAY-REPORT-RECORD
004980     END-IF
004990     MOVE FS-RPT-SEPARATOR TO FE-LINE
005000     WRITE FAIR-PLAY-REPORT-RECORD
005010     MOVE FS-HEADER3-LINE TO FE-LINE
005020     WRITE FAIR-PLAY-REPORT-RECORD
005030     MOVE FS-RPT-SEPARATOR TO FE-LINE
005040     WRITE FAIR-PLAY-REPORT-RECORD.
005050 1300-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------
005090*  2000-READ-ONE-GAME - TAKE THE NEXT GAME OFF THE MASTER AND, IF
005100*                      IT IS AN UNVOIDED OVER-THE-BOARD GAME DATED
005110*                      IN THE WINDOW, RUN EVERY GAME-LEVEL CHECK
005120*                      ON IT AND TALLY IT FOR THE PAIR AND PLAYER
005130*                      CHECKS THAT ARE JUDGED AT THE END.
005140*----------------------------------------------------------------
005150 2000-READ-ONE-GAME.
005160     READ GAMELOG-FILE
005170         AT END
005180             MOVE 'Y' TO FS-GAMELOG-EOF-SW
005190             GO TO 2000-EXIT
005200     END-READ
005210     ADD 1 TO FS-GAMES-READ
005220     IF GL-VOIDED
005230         ADD 1 TO FS-GAMES-VOIDED
005240         GO TO 2000-EXIT
005250     END-IF
005260     IF NOT GL-OVER-THE-BOARD
005270         ADD 1 TO FS-GAMES-RESULT-ONLY
005280         GO TO 2000-EXIT
005290     END-IF
005300     IF GL-GAME-DATE NOT > FS-CUTOFF-DATE
005310         ADD 1 TO FS-GAMES-OUTSIDE
005320         GO TO 2000-EXIT
005330     END-IF
005340     ADD 1 TO FS-GAMES-SCREENED
005350     MOVE GL-PLAYER1-ID TO FS-SD-ID(1)
005360     MOVE 'X'           TO FS-SD-MARK(1)
005370     MOVE GL-PLAYER2-ID TO FS-SD-ID(2)
005380     MOVE 'O'           TO FS-SD-MARK(2)
005390     PERFORM 2010-SET-UP-ONE-SIDE THRU 2010-EXIT
005400         VARYING FS-SIDE-IDX FROM 1 BY 1
005410             UNTIL FS-SIDE-IDX > 2
005420     MOVE GL-MOVE-HIST-COUNT TO FS-MOVE-LIMIT
005430     IF FS-MOVE-LIMIT > 25
005440         MOVE 25 TO FS-MOVE-LIMIT
005450     END-IF
005460     MOVE GL-BOARD-SIZE TO FS-BOARD-SIZE
005470     COMPUTE FS-TOTAL-CELLS = FS-BOARD-SIZE * FS-BOARD-SIZE
005480     PERFORM 2100-CHECK-MOVE-TIMES THRU 2100-EXIT
005490     IF FS-BOARD-SIZE >= 3 AND FS-BOARD-SIZE <= 5
005500         PERFORM 2200-CHECK-BOOK-PLAY THRU 2200-EXIT
005510         PERFORM 2400-CHECK-CLOCK-FORFEIT THRU 2400-EXIT
005520     END-IF
005530     PERFORM 2300-TALLY-SHORT-GAME THRU 2300-EXIT.
005540 2000-EXIT.
005550     EXIT.
005560
005570 2010-SET-UP-ONE-SIDE.
005580     MOVE FS-SD-ID(FS-SIDE-IDX) TO FS-SEEK-ID
005590     PERFORM 2020-CHECK-ENGINE-ID THRU 2020-EXIT
005600     IF FS-ENGINE-ID
005610         MOVE 'N' TO FS-SD-HUMAN-SW(FS-SIDE-IDX)
005620     ELSE
005630         MOVE 'Y' TO FS-SD-HUMAN-SW(FS-SIDE-IDX)
005640     END-IF
005650     MOVE 0 TO FS-SD-MOVES(FS-SIDE-IDX)
005660     MOVE 0 TO FS-SD-FAST(FS-SIDE-IDX)
005670     MOVE 0 TO FS-SD-BOOK(FS-SIDE-IDX).
005680 2010-EXIT.
005690     EXIT.
005700
005710 2020-CHECK-ENGINE-ID.
005720     IF FS-SEEK-ID = "COMPUTER"
005730             OR FS-SEEK-ID = "CPUSIM-X"
005740             OR FS-SEEK-ID = "CPUSIM-O"
005750         MOVE 'Y' TO FS-ENGINE-SW
005760     ELSE
005770         MOVE 'N' TO FS-ENGINE-SW
005780     END-IF.
005790 2020-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830*  2100-CHECK-MOVE-TIMES - SET THE GAME'S MOVE STAMPS AGAINST
005840*                      EACH OTHER AND AGAINST ITS END.  A THINK
005850*                      TIME IS MEASURED FROM THE END OF THE MOVE
005860*                      BEFORE, SO IT CAN NEVER HONESTLY EXCEED THE
005870*                      CLOCK GAP SINCE THAT MOVE; AND THE GAME IS
005880*                      WRITTEN THE MOMENT ITS LAST MOVE IS MADE,
005890*                      SO ITS END TIME SHOULD FOLLOW THE LAST
005900*                      STAMP WITHIN THE SLACK.  A RESUMED GAME'S
005910*                      GAP OVER THE SUSPENSION IS NOT A PROBLEM -
005920*                      THE CLOCK RESTARTS ON RESUMING.
005930*----------------------------------------------------------------
005940 2100-CHECK-MOVE-TIMES.
005950     MOVE 'N' TO FS-TIME-FLAGGED-SW
005960     IF GL-GAME-DATE > FS-RUN-DATE-N
005970         MOVE 0 TO FS-TIME-MOVE-NO
005980         MOVE " GAME DATED AFTER THE RUN" TO FS-TIME-REASON
005990         PERFORM 2190-FLAG-TIME THRU 2190-EXIT
006000         GO TO 2100-EXIT
006010     END-IF
006020     PERFORM 2110-CHECK-ONE-MOVE-TIME THRU 2110-EXIT
006030         VARYING FS-MOVE-IDX FROM 1 BY 1
006040             UNTIL FS-MOVE-IDX > FS-MOVE-LIMIT
006050                OR FS-TIME-FLAGGED
006060     IF FS-TIME-FLAGGED OR FS-MOVE-LIMIT = 0
006070         GO TO 2100-EXIT
006080     END-IF
006090     MOVE FS-MOVE-LIMIT TO FS-TIME-MOVE-NO
006100     MOVE GL-GAME-TIME TO FS-TIME-WORK
006110     PERFORM 2120-CONVERT-TIME THRU 2120-EXIT
006120     IF FS-TIME-FLAGGED
006130         GO TO 2100-EXIT
006140     END-IF
006150     COMPUTE FS-GAP-HUN = FS-TIME-HUN - FS-PREV-HUN
006160     IF FS-GAP-HUN < 0
006170         ADD 8640000 TO FS-GAP-HUN
006180     END-IF
006190     IF FS-GAP-HUN > FS-SLACK-HUN
006200         MOVE " NOT AT THE GAME'S END TIME" TO FS-TIME-REASON
006210         PERFORM 2190-FLAG-TIME THRU 2190-EXIT
006220     END-IF.
006230 2100-EXIT.
006240     EXIT.
006250
006260 2110-CHECK-ONE-MOVE-TIME.
006270     MOVE FS-MOVE-IDX TO FS-TIME-MOVE-NO
006280     IF GL-HIST-TIME(FS-MOVE-IDX) NOT NUMERIC
006290             OR GL-HIST-SECS(FS-MOVE-IDX) NOT NUMERIC
006300         MOVE " STAMP NOT A TIME OF DAY" TO FS-TIME-REASON
006310         PERFORM 2190-FLAG-TIME THRU 2190-EXIT
006320         GO TO 2110-EXIT
006330     END-IF
006340     MOVE GL-HIST-TIME(FS-MOVE-IDX) TO FS-TIME-WORK
006350     PERFORM 2120-CONVERT-TIME THRU 2120-EXIT
006360     IF FS-TIME-FLAGGED
006370         GO TO 2110-EXIT
006380     END-IF
006390     IF FS-MOVE-IDX > 1
006400         COMPUTE FS-GAP-HUN = FS-TIME-HUN - FS-PREV-HUN
006410         IF FS-GAP-HUN < 0
006420             ADD 8640000 TO FS-GAP-HUN
006430         END-IF
006440         COMPUTE FS-THINK-HUN = GL-HIST-SECS(FS-MOVE-IDX) * 100
006450         IF FS-THINK-HUN > FS-GAP-HUN + FS-SLACK-HUN
006460             MOVE " THINK TIME OVER CLOCK GAP" TO FS-TIME-REASON
006470             PERFORM 2190-FLAG-TIME THRU 2190-EXIT
006480             GO TO 2110-EXIT
006490         END-IF
006500     END-IF
006510     MOVE FS-TIME-HUN TO FS-PREV-HUN.
006520 2110-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560*  2120-CONVERT-TIME - TURN FS-TIME-WORK (HHMMSSHH) INTO
006570*                      HUNDREDTHS SINCE MIDNIGHT, FLAGGING A STAMP
006580*                      THAT IS NO TIME OF DAY.
006590*----------------------------------------------------------------
006600 2120-CONVERT-TIME.
006610     IF FS-TW-HH > 23 OR FS-TW-MM > 59 OR FS-TW-SS > 59
006620         MOVE " STAMP NOT A TIME OF DAY" TO FS-TIME-REASON
006630         PERFORM 2190-FLAG-TIME THRU 2190-EXIT
006640         GO TO 2120-EXIT
006650     END-IF
006660     COMPUTE FS-TIME-HUN = FS-TW-HH * 360000 + FS-TW-MM * 6000
006670                         + FS-TW-SS * 100 + FS-TW-CC.
006680 2120-EXIT.
006690     EXIT.
006700
006710 2190-FLAG-TIME.
006720     MOVE 'Y' TO FS-TIME-FLAGGED-SW
006730     ADD 1 TO FS-TIME-FLAGS
006740     MOVE "TIME"         TO FS-DET-RULE
006750     MOVE GL-GAME-ID     TO FS-DET-GAME-ID
006760     MOVE GL-PLAYER1-ID  TO FS-DET-PLAYER
006770     MOVE GL-PLAYER2-ID  TO FS-DET-OPPONENT
006780     MOVE GL-GAME-DATE   TO FS-DATE-R
006790     MOVE FS-TIME-MOVE-NO TO FS-DET-COUNT1
006800     MOVE FS-TIME-REASON TO FS-DET-REST
006810     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
006820 2190-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860*  2200-CHECK-BOOK-PLAY - REPLAY THE GAME FROM AN EMPTY BOARD,
006870*                      NOTING FOR EACH HUMAN MOVE WHETHER IT WAS
006880*                      NEAR-ZERO THINK TIME AND WHETHER IT TOOK
006890*                      THE SQUARE THE ENGINE'S BOOK WOULD HAVE
006900*                      TAKEN AT THAT POINT, THEN JUDGE EACH SIDE.
006910*----------------------------------------------------------------
006920 2200-CHECK-BOOK-PLAY.
006930     IF FS-BOOK-COUNT = 0
006940         GO TO 2200-EXIT
006950     END-IF
006960     MOVE SPACES TO FS-BOARD-CELLS
006970     PERFORM 2210-REPLAY-ONE-MOVE THRU 2210-EXIT
006980         VARYING FS-MOVE-IDX FROM 1 BY 1
006990             UNTIL FS-MOVE-IDX > FS-MOVE-LIMIT
007000     PERFORM 2230-JUDGE-ONE-SIDE THRU 2230-EXIT
007010         VARYING FS-SIDE-IDX FROM 1 BY 1
007020             UNTIL FS-SIDE-IDX > 2.
007030 2200-EXIT.
007040     EXIT.
007050
007060 2210-REPLAY-ONE-MOVE.
007070     EVALUATE GL-HIST-PLAYER(FS-MOVE-IDX)
007080         WHEN 'X'
007090             MOVE 1 TO FS-SIDE-IDX
007100         WHEN 'O'
007110             MOVE 2 TO FS-SIDE-IDX
007120         WHEN OTHER
007130             GO TO 2210-EXIT
007140     END-EVALUATE
007150     IF GL-HIST-ROW(FS-MOVE-IDX) < 1
007160             OR GL-HIST-ROW(FS-MOVE-IDX) > FS-BOARD-SIZE
007170             OR GL-HIST-COL(FS-MOVE-IDX) < 1
007180             OR GL-HIST-COL(FS-MOVE-IDX) > FS-BOARD-SIZE
007190         GO TO 2210-EXIT
007200     END-IF
007210     COMPUTE FS-SQUARE =
007220             (GL-HIST-ROW(FS-MOVE-IDX) - 1) * FS-BOARD-SIZE
007230             + GL-HIST-COL(FS-MOVE-IDX)
007240     IF FS-SD-HUMAN(FS-SIDE-IDX)
007250         ADD 1 TO FS-SD-MOVES(FS-SIDE-IDX)
007260         IF GL-HIST-SECS(FS-MOVE-IDX) NOT > FP-FAST-SECS
007270             ADD 1 TO FS-SD-FAST(FS-SIDE-IDX)
007280         END-IF
007290         MOVE 0 TO FS-BOOK-CHOICE
007300         PERFORM 2220-TRY-ONE-BOOK-SQUARE THRU 2220-EXIT
007310             VARYING FS-BOOK-IDX FROM 1 BY 1
007320                 UNTIL FS-BOOK-IDX > FS-BOOK-COUNT
007330                    OR FS-BOOK-CHOICE NOT = 0
007340         IF FS-BOOK-CHOICE = FS-SQUARE
007350             ADD 1 TO FS-SD-BOOK(FS-SIDE-IDX)
007360         END-IF
007370     END-IF
007380     MOVE FS-SD-MARK(FS-SIDE-IDX) TO FS-CELL(FS-SQUARE).
007390 2210-EXIT.
007400     EXIT.
007410
007420 2220-TRY-ONE-BOOK-SQUARE.
007430     IF FS-BOOK-SIZE(FS-BOOK-IDX) = FS-BOARD-SIZE
007440             AND FS-BOOK-SQUARE(FS-BOOK-IDX) >= 1
007450             AND FS-BOOK-SQUARE(FS-BOOK-IDX) <= FS-TOTAL-CELLS
007460         IF FS-CELL(FS-BOOK-SQUARE(FS-BOOK-IDX)) = SPACE
007470             MOVE FS-BOOK-SQUARE(FS-BOOK-IDX) TO FS-BOOK-CHOICE
007480         END-IF
007490     END-IF.
007500 2220-EXIT.
007510     EXIT.
007520
007530 2230-JUDGE-ONE-SIDE.
007540     IF NOT FS-SD-HUMAN(FS-SIDE-IDX)
007550             OR FS-SD-MOVES(FS-SIDE-IDX) = 0
007560             OR FS-SD-MOVES(FS-SIDE-IDX) < FP-BOOK-MIN-MOVES
007570             OR FS-SD-FAST(FS-SIDE-IDX) < FS-SD-MOVES(FS-SIDE-IDX)
007580         GO TO 2230-EXIT
007590     END-IF
007600     COMPUTE FS-PERCENT-WORK = FS-SD-BOOK(FS-SIDE-IDX) * 100
007610     COMPUTE FS-THRESHOLD-WORK =
007620             FP-BOOK-PCT * FS-SD-MOVES(FS-SIDE-IDX)
007630     IF FS-PERCENT-WORK < FS-THRESHOLD-WORK
007640         GO TO 2230-EXIT
007650     END-IF
007660     COMPUTE FS-OTHER-IDX = 3 - FS-SIDE-IDX
007670     ADD 1 TO FS-BOOK-FLAGS
007680     MOVE "BOOK"                  TO FS-DET-RULE
007690     MOVE GL-GAME-ID              TO FS-DET-GAME-ID
007700     MOVE FS-SD-ID(FS-SIDE-IDX)   TO FS-DET-PLAYER
007710     MOVE FS-SD-ID(FS-OTHER-IDX)  TO FS-DET-OPPONENT
007720     MOVE GL-GAME-DATE            TO FS-DATE-R
007730     MOVE FS-SD-FAST(FS-SIDE-IDX) TO FS-DET-COUNT1
007740     MOVE " FAST MOVES"           TO FS-DET-TEXT1
007750     MOVE FS-SD-BOOK(FS-SIDE-IDX) TO FS-DET-COUNT2
007760     MOVE " ON BOOK"              TO FS-DET-TEXT2
007770     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
007780 2230-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820*  2300-TALLY-SHORT-GAME - COUNT A SHORT GAME BETWEEN TWO PEOPLE
007830*                      AGAINST THEIR PAIR, THE LOWER ID ALWAYS
007840*                      FIRST SO BOTH ORDERS OF PLAY MEET IN ONE
007850*                      ENTRY.
007860*----------------------------------------------------------------
007870 2300-TALLY-SHORT-GAME.
007880     IF GL-MOVE-COUNT > FP-SHORT-MOVES
007890             OR NOT FS-SD-HUMAN(1)
007900             OR NOT FS-SD-HUMAN(2)
007910         GO TO 2300-EXIT
007920     END-IF
007930     IF GL-PLAYER1-ID < GL-PLAYER2-ID
007940         MOVE GL-PLAYER1-ID TO FS-ID-LOW
007950         MOVE GL-PLAYER2-ID TO FS-ID-HIGH
007960         MOVE 'X'           TO FS-WIN-MARK-LOW
007970     ELSE
007980         MOVE GL-PLAYER2-ID TO FS-ID-LOW
007990         MOVE GL-PLAYER1-ID TO FS-ID-HIGH
008000         MOVE 'O'           TO FS-WIN-MARK-LOW
008010     END-IF
008020     MOVE 0 TO FS-FOUND-IDX
008030     PERFORM 2310-MATCH-ONE-PAIR THRU 2310-EXIT
008040         VARYING FS-PAIR-IDX FROM 1 BY 1
008050             UNTIL FS-PAIR-IDX > FS-PAIR-COUNT
008060                OR FS-FOUND-IDX > 0
008070     IF FS-FOUND-IDX = 0
008080         IF FS-PAIR-COUNT = 500
008090             IF NOT FS-PAIR-FULL
008100                 DISPLAY "WARNING - PAIR TABLE FULL, LATER PAIRS "
008110                     "NOT JUDGED FOR FARMING"
008120             END-IF
008130             MOVE 'Y' TO FS-PAIR-FULL-SW
008140             GO TO 2300-EXIT
008150         END-IF
008160         ADD 1 TO FS-PAIR-COUNT
008170         MOVE FS-PAIR-COUNT TO FS-FOUND-IDX
008180         MOVE FS-ID-LOW     TO FS-PR-ID-1(FS-FOUND-IDX)
008190         MOVE FS-ID-HIGH    TO FS-PR-ID-2(FS-FOUND-IDX)
008200         MOVE 0 TO FS-PR-SHORT(FS-FOUND-IDX)
008210         MOVE 0 TO FS-PR-WINS-1(FS-FOUND-IDX)
008220         MOVE 0 TO FS-PR-WINS-2(FS-FOUND-IDX)
008230         MOVE 0 TO FS-PR-LAST-DATE(FS-FOUND-IDX)
008240     END-IF
008250     ADD 1 TO FS-PR-SHORT(FS-FOUND-IDX)
008260     IF GL-WINNER = 'X' OR GL-WINNER = 'O'
008270         IF GL-WINNER = FS-WIN-MARK-LOW
008280             ADD 1 TO FS-PR-WINS-1(FS-FOUND-IDX)
008290         ELSE
008300             ADD 1 TO FS-PR-WINS-2(FS-FOUND-IDX)
008310         END-IF
008320     END-IF
008330     IF GL-GAME-DATE > FS-PR-LAST-DATE(FS-FOUND-IDX)
008340         MOVE GL-GAME-DATE TO FS-PR-LAST-DATE(FS-FOUND-IDX)
008350     END-IF.
008360 2300-EXIT.
008370     EXIT.
008380
008390 2310-MATCH-ONE-PAIR.
008400     IF FS-PR-ID-1(FS-PAIR-IDX) = FS-ID-LOW
008410             AND FS-PR-ID-2(FS-PAIR-IDX) = FS-ID-HIGH
008420         MOVE FS-PAIR-IDX TO FS-FOUND-IDX
008430     END-IF.
008440 2310-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480*  2400-CHECK-CLOCK-FORFEIT - A DECIDED GAME WHOSE FINAL BOARD
008490*                      HAS NO COMPLETE LINE FOR THE WINNER ENDED
008500*                      ON THE MOVE CLOCK.  THE LOSER IS TALLIED,
008510*                      AND THE FORFEIT COUNTS AS MADE IN A LOSING
008520*                      POSITION WHEN THE WINNER HAD A LINE ONE
008530*                      MARK SHORT WITH ITS LAST SQUARE EMPTY.
008540*----------------------------------------------------------------
008550 2400-CHECK-CLOCK-FORFEIT.
008560     EVALUATE GL-WINNER
008570         WHEN 'X'
008580             MOVE 2 TO FS-SIDE-IDX
008590         WHEN 'O'
008600             MOVE 1 TO FS-SIDE-IDX
008610         WHEN OTHER
008620             GO TO 2400-EXIT
008630     END-EVALUATE
008640     IF NOT FS-SD-HUMAN(FS-SIDE-IDX)
008650         GO TO 2400-EXIT
008660     END-IF
008670     MOVE GL-FINAL-BOARD TO FS-BOARD-CELLS
008680     MOVE GL-WINNER TO FS-LINE-MARK
008690     MOVE 'N' TO FS-FULL-LINE-SW
008700     MOVE 'N' TO FS-THREAT-SW
008710     COMPUTE FS-LINE-COUNT = FS-BOARD-SIZE * 2 + 2
008720     PERFORM 2410-TALLY-ONE-LINE THRU 2410-EXIT
008730         VARYING FS-LINE-NO FROM 1 BY 1
008740             UNTIL FS-LINE-NO > FS-LINE-COUNT
008750     IF FS-FULL-LINE
008760         GO TO 2400-EXIT
008770     END-IF
008780     ADD 1 TO FS-CLOCK-FORFEITS
008790     MOVE FS-SD-ID(FS-SIDE-IDX) TO FS-SEEK-ID
008800     MOVE 0 TO FS-FOUND-IDX
008810     PERFORM 2430-MATCH-ONE-FORFEITER THRU 2430-EXIT
008820         VARYING FS-FF-IDX FROM 1 BY 1
008830             UNTIL FS-FF-IDX > FS-FORFEIT-COUNT
008840                OR FS-FOUND-IDX > 0
008850     IF FS-FOUND-IDX = 0
008860         IF FS-FORFEIT-COUNT = 500
008870             IF NOT FS-FORFEIT-FULL
008880                 DISPLAY "WARNING - FORFEIT TABLE FULL, LATER "
008890                     "PLAYERS NOT JUDGED FOR CLOCK FORFEITS"
008900             END-IF
008910             MOVE 'Y' TO FS-FORFEIT-FULL-SW
008920             GO TO 2400-EXIT
008930         END-IF
008940         ADD 1 TO FS-FORFEIT-COUNT
008950         MOVE FS-FORFEIT-COUNT TO FS-FOUND-IDX
008960         MOVE FS-SEEK-ID TO FS-FF-ID(FS-FOUND-IDX)
008970         MOVE 0 TO FS-FF-FORFEITS(FS-FOUND-IDX)
008980         MOVE 0 TO FS-FF-LOSING(FS-FOUND-IDX)
008990     END-IF
009000     ADD 1 TO FS-FF-FORFEITS(FS-FOUND-IDX)
009010     IF FS-THREAT
009020         ADD 1 TO FS-FF-LOSING(FS-FOUND-IDX)
009030     END-IF.
009040 2400-EXIT.
009050     EXIT.
009060
009070*----------------------------------------------------------------
009080*  2410-TALLY-ONE-LINE - LINES 1 TO SIZE ARE THE ROWS, THEN THE
009090*                      COLUMNS, THEN THE TWO DIAGONALS, WALKED AS
009100*                      THE ENGINE WALKS THEM: NC-BOARD-SIZE CELLS
009110*                      FROM A START CELL BY A FIXED STEP.
009120*----------------------------------------------------------------
009130 2410-TALLY-ONE-LINE.
009140     EVALUATE TRUE
009150         WHEN FS-LINE-NO NOT > FS-BOARD-SIZE
009160             COMPUTE FS-LINE-START =
009170                     (FS-LINE-NO - 1) * FS-BOARD-SIZE + 1
009180             MOVE 1 TO FS-LINE-STEP
009190         WHEN FS-LINE-NO NOT > FS-BOARD-SIZE * 2
009200             COMPUTE FS-LINE-START = FS-LINE-NO - FS-BOARD-SIZE
009210             MOVE FS-BOARD-SIZE TO FS-LINE-STEP
009220         WHEN FS-LINE-NO = FS-BOARD-SIZE * 2 + 1
009230             MOVE 1 TO FS-LINE-START
009240             COMPUTE FS-LINE-STEP = FS-BOARD-SIZE + 1
009250         WHEN OTHER
009260             MOVE FS-BOARD-SIZE TO FS-LINE-START
009270             COMPUTE FS-LINE-STEP = FS-BOARD-SIZE - 1
009280     END-EVALUATE
009290     MOVE 0 TO FS-LINE-MARK-COUNT
009300     MOVE 0 TO FS-LINE-BLANK-COUNT
009310     PERFORM 2420-TALLY-ONE-CELL THRU 2420-EXIT
009320         VARYING FS-LINE-IDX FROM 1 BY 1
009330             UNTIL FS-LINE-IDX > FS-BOARD-SIZE
009340     IF FS-LINE-MARK-COUNT = FS-BOARD-SIZE
009350         MOVE 'Y' TO FS-FULL-LINE-SW
009360     END-IF
009370     IF FS-LINE-MARK-COUNT = FS-BOARD-SIZE - 1
009380             AND FS-LINE-BLANK-COUNT = 1
009390         MOVE 'Y' TO FS-THREAT-SW
009400     END-IF.
009410 2410-EXIT.
009420     EXIT.
009430
009440 2420-TALLY-ONE-CELL.
009450     COMPUTE FS-LINE-POS =
009460             FS-LINE-START + (FS-LINE-IDX - 1) * FS-LINE-STEP
009470     IF FS-CELL(FS-LINE-POS) = FS-LINE-MARK
009480         ADD 1 TO FS-LINE-MARK-COUNT
009490     ELSE
009500         IF FS-CELL(FS-LINE-POS) = SPACE
009510             ADD 1 TO FS-LINE-BLANK-COUNT
009520         END-IF
009530     END-IF.
009540 2420-EXIT.
009550     EXIT.
009560
009570 2430-MATCH-ONE-FORFEITER.
009580     IF FS-FF-ID(FS-FF-IDX) = FS-SEEK-ID
009590         MOVE FS-FF-IDX TO FS-FOUND-IDX
009600     END-IF.
009610 2430-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------------
009650*  2900-WRITE-DETAIL - PRINT ONE EXCEPTION.  THE CALLER HAS FILLED
009660*                      IN THE DETAIL LINE AND PUT THE DATE TO SHOW
009670*                      IN FS-DATE-R (SPACES FOR NONE); THE LINE IS
009680*                      CLEARED AFTER.
009690*----------------------------------------------------------------
009700 2900-WRITE-DETAIL.
009710     IF FS-DATE-R NOT = SPACES
009720         MOVE FS-DT-DD   TO FS-DET-DD
009730         MOVE "/"        TO FS-DET-SLASH-1
009740         MOVE FS-DT-MM   TO FS-DET-MM
009750         MOVE "/"        TO FS-DET-SLASH-2
009760         MOVE FS-DT-YYYY TO FS-DET-YYYY
009770     END-IF
009780     MOVE FS-DETAIL-LINE TO FE-LINE
009790     WRITE FAIR-PLAY-REPORT-RECORD
009800     MOVE SPACES TO FS-DET-RULE
009810     MOVE SPACES TO FS-DET-GAME-ID
009820     MOVE SPACES TO FS-DET-PLAYER
009830     MOVE SPACES TO FS-DET-OPPONENT
009840     MOVE SPACES TO FS-DET-DATE
009850     MOVE 0      TO FS-DET-COUNT1
009860     MOVE SPACES TO FS-DET-REST.
009870 2900-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------
009910*  3000-JUDGE-ONE-PAIR - A PAIR WITH ENOUGH SHORT GAMES, ENOUGH OF
009920*                      THEM WON BY ONE SIDE, IS FLAGGED WITH THE
009930*                      LEADING SIDE AS THE PLAYER.
009940*----------------------------------------------------------------
009950 3000-JUDGE-ONE-PAIR.
009960     IF FS-PR-SHORT(FS-PAIR-IDX) < FP-FARM-GAMES
009970         GO TO 3000-EXIT
009980     END-IF
009990     IF FS-PR-WINS-1(FS-PAIR-IDX) < FS-PR-WINS-2(FS-PAIR-IDX)
010000         MOVE FS-PR-WINS-2(FS-PAIR-IDX) TO FS-LEADING-WINS
010010         MOVE FS-PR-ID-2(FS-PAIR-IDX)   TO FS-DET-PLAYER
010020         MOVE FS-PR-ID-1(FS-PAIR-IDX)   TO FS-DET-OPPONENT
010030     ELSE
010040         MOVE FS-PR-WINS-1(FS-PAIR-IDX) TO FS-LEADING-WINS
010050         MOVE FS-PR-ID-1(FS-PAIR-IDX)   TO FS-DET-PLAYER
010060         MOVE FS-PR-ID-2(FS-PAIR-IDX)   TO FS-DET-OPPONENT
010070     END-IF
010080     COMPUTE FS-PERCENT-WORK = FS-LEADING-WINS * 100
010090     COMPUTE FS-THRESHOLD-WORK =
010100             FP-FARM-PCT * FS-PR-SHORT(FS-PAIR-IDX)
010110     IF FS-PERCENT-WORK < FS-THRESHOLD-WORK
010120         MOVE SPACES TO FS-DET-PLAYER
010130         MOVE SPACES TO FS-DET-OPPONENT
010140         GO TO 3000-EXIT
010150     END-IF
010160     ADD 1 TO FS-FARM-FLAGS
010170     MOVE "FARM"                    TO FS-DET-RULE
010180     MOVE FS-PR-LAST-DATE(FS-PAIR-IDX) TO FS-DATE-R
010190     MOVE FS-PR-SHORT(FS-PAIR-IDX)  TO FS-DET-COUNT1
010200     MOVE " SHORT GAMES"            TO FS-DET-TEXT1
010210     MOVE FS-LEADING-WINS           TO FS-DET-COUNT2
010220     MOVE " WON"                    TO FS-DET-TEXT2
010230     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
010240 3000-EXIT.
010250     EXIT.
010260
010270*----------------------------------------------------------------
010280*  3100-JUDGE-ONE-FORFEITER - A PLAYER WITH ENOUGH CLOCK FORFEITS,
010290*                      ENOUGH OF THEM IN A LOSING POSITION, IS
010300*                      FLAGGED.
010310*----------------------------------------------------------------
010320 3100-JUDGE-ONE-FORFEITER.
010330     IF FS-FF-FORFEITS(FS-FF-IDX) < FP-MIN-FORFEITS
010340         GO TO 3100-EXIT
010350     END-IF
010360     COMPUTE FS-PERCENT-WORK = FS-FF-LOSING(FS-FF-IDX) * 100
010370     COMPUTE FS-THRESHOLD-WORK =
010380             FP-FORFEIT-PCT * FS-FF-FORFEITS(FS-FF-IDX)
010390     IF FS-PERCENT-WORK < FS-THRESHOLD-WORK
010400         GO TO 3100-EXIT
010410     END-IF
010420     ADD 1 TO FS-CLOCK-FLAGS
010430     MOVE "CLOCK"                   TO FS-DET-RULE
010440     MOVE FS-FF-ID(FS-FF-IDX)       TO FS-DET-PLAYER
010450     MOVE SPACES                    TO FS-DATE-R
010460     MOVE FS-FF-FORFEITS(FS-FF-IDX) TO FS-DET-COUNT1
010470     MOVE " FORFEITS"               TO FS-DET-TEXT1
010480     MOVE FS-FF-LOSING(FS-FF-IDX)   TO FS-DET-COUNT2
010490     MOVE " LOSING"                 TO FS-DET-TEXT2
010500     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
010510 3100-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------------
010550*  5000-WRITE-TRAILER - CLOSE THE REPORT WITH THE CONTROL TOTALS:
010560*                      WHAT WAS READ, WHAT WAS SCREENED AND WHY
010570*                      THE REST WAS NOT, AND THE EXCEPTIONS BY
010580*                      CHECK.
010590*----------------------------------------------------------------
010600 5000-WRITE-TRAILER.
010610     IF FS-BOOK-FLAGS + FS-FARM-FLAGS + FS-CLOCK-FLAGS
010620             + FS-TIME-FLAGS = 0
010630         MOVE FS-NONE-LINE TO FE-LINE
010640         WRITE FAIR-PLAY-REPORT-RECORD
010650     END-IF
010660     MOVE FS-RPT-SEPARATOR TO FE-LINE
010670     WRITE FAIR-PLAY-REPORT-RECORD
010680     MOVE "GAMES READ FROM THE MASTER:" TO FS-TOT-LABEL
010690     MOVE FS-GAMES-READ TO FS-TOT-VALUE
010700     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010710     MOVE "  VOIDED - NOT SCREENED:" TO FS-TOT-LABEL
010720     MOVE FS-GAMES-VOIDED TO FS-TOT-VALUE
010730     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010740     MOVE "  RESULT-ONLY - NOT SCREENED:" TO FS-TOT-LABEL
010750     MOVE FS-GAMES-RESULT-ONLY TO FS-TOT-VALUE
010760     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010770     MOVE "  DATED BEFORE THE WINDOW:" TO FS-TOT-LABEL
010780     MOVE FS-GAMES-OUTSIDE TO FS-TOT-VALUE
010790     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010800     MOVE "GAMES SCREENED:" TO FS-TOT-LABEL
010810     MOVE FS-GAMES-SCREENED TO FS-TOT-VALUE
010820     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010830     MOVE "  CLOCK FORFEITS FOUND:" TO FS-TOT-LABEL
010840     MOVE FS-CLOCK-FORFEITS TO FS-TOT-VALUE
010850     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010860     MOVE "BOOK EXCEPTIONS - FAST PLAY ON BOOK SQUARES:"
010870         TO FS-TOT-LABEL
010880     MOVE FS-BOOK-FLAGS TO FS-TOT-VALUE
010890     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010900     MOVE "FARM EXCEPTIONS - SHORT LOPSIDED PAIRS:"
010910         TO FS-TOT-LABEL
010920     MOVE FS-FARM-FLAGS TO FS-TOT-VALUE
010930     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010940     MOVE "CLOCK EXCEPTIONS - FORFEITS WHEN LOSING:"
010950         TO FS-TOT-LABEL
010960     MOVE FS-CLOCK-FLAGS TO FS-TOT-VALUE
010970     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
010980     MOVE "TIME EXCEPTIONS - MOVE TIMES DO NOT FIT:"
010990         TO FS-TOT-LABEL
011000     MOVE FS-TIME-FLAGS TO FS-TOT-VALUE
011010     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
011020     MOVE FS-RPT-SEPARATOR TO FE-LINE
011030     WRITE FAIR-PLAY-REPORT-RECORD
011040     IF FS-FAIRRPT-STATUS NOT = "00"
011050         DISPLAY "WARNING - FAIRRPT WRITE FAILED, STATUS "
011060             FS-FAIRRPT-STATUS
011070     END-IF.
011080 5000-EXIT.
011090     EXIT.
011100
011110 5100-WRITE-TOTAL.
011120     MOVE FS-TOTAL-LINE TO FE-LINE
011130     WRITE FAIR-PLAY-REPORT-RECORD.
011140 5100-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------------
011180*  8100-SUBTRACT-WINDOW-DAYS - ROLL FS-CUTOFF-DATE BACK BY THE
011190*                      SCREENING WINDOW, CARRYING THROUGH MONTH
011200*                      AND YEAR STARTS WITH THE FIXTURE JOBS'
011210*                      LEAP-YEAR RULE.
011220*----------------------------------------------------------------
011230 8100-SUBTRACT-WINDOW-DAYS.
011240     MOVE FP-WINDOW-DAYS TO FS-DAYS-LEFT
011250     PERFORM 8110-BACK-ONE-DAY THRU 8110-EXIT
011260         UNTIL FS-DAYS-LEFT = 0.
011270 8100-EXIT.
011280     EXIT.
011290
011300 8110-BACK-ONE-DAY.
011310     IF FS-CUT-DD > 1
011320         SUBTRACT 1 FROM FS-CUT-DD
011330     ELSE
011340         IF FS-CUT-MM > 1
011350             SUBTRACT 1 FROM FS-CUT-MM
011360         ELSE
011370             MOVE 12 TO FS-CUT-MM
011380             SUBTRACT 1 FROM FS-CUT-YYYY
011390         END-IF
011400         PERFORM 8120-DAYS-IN-MONTH THRU 8120-EXIT
011410         MOVE FS-MONTH-DAYS TO FS-CUT-DD
011420     END-IF
011430     SUBTRACT 1 FROM FS-DAYS-LEFT.
011440 8110-EXIT.
011450     EXIT.
011460
011470 8120-DAYS-IN-MONTH.
011480     EVALUATE FS-CUT-MM
011490         WHEN 4
011500         WHEN 6
011510         WHEN 9
011520         WHEN 11
011530             MOVE 30 TO FS-MONTH-DAYS
011540         WHEN 2
011550             MOVE 28 TO FS-MONTH-DAYS
011560             COMPUTE FS-LEAP-WORK = FS-CUT-YYYY / 4 * 4
011570             IF FS-LEAP-WORK = FS-CUT-YYYY
011580                 MOVE 29 TO FS-MONTH-DAYS
011590                 COMPUTE FS-LEAP-WORK = FS-CUT-YYYY / 100 * 100
011600                 IF FS-LEAP-WORK = FS-CUT-YYYY
011610                     MOVE 28 TO FS-MONTH-DAYS
011620                     COMPUTE FS-LEAP-WORK =
011630                             FS-CUT-YYYY / 400 * 400
011640                     IF FS-LEAP-WORK = FS-CUT-YYYY
011650                         MOVE 29 TO FS-MONTH-DAYS
011660                     END-IF
011670                 END-IF
011680             END-IF
011690         WHEN OTHER
011700             MOVE 31 TO FS-MONTH-DAYS
011710     END-EVALUATE.
011720 8120-EXIT.
011730     EXIT.
011740
011750*----------------------------------------------------------------
011760*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED AND REPORT
011770*                       THE CONTROL TOTALS.
011780*----------------------------------------------------------------
011790 9000-TERMINATE-RUN.
011800     IF FS-PROCEED
011810         CLOSE GAMELOG-FILE
011820         CLOSE FAIR-PLAY-REPORT-FILE
011830         DISPLAY "Fair-play screening complete - see FAIRRPT."
011840         DISPLAY "  Games screened:    " FS-GAMES-SCREENED
011850         DISPLAY "  BOOK exceptions:   " FS-BOOK-FLAGS
011860         DISPLAY "  FARM exceptions:   " FS-FARM-FLAGS
011870         DISPLAY "  CLOCK exceptions:  " FS-CLOCK-FLAGS
011880         DISPLAY "  TIME exceptions:   " FS-TIME-FLAGS
011890     ELSE
011900         IF FS-GAMELOG-STATUS = "00"
011910             CLOSE GAMELOG-FILE
011920         END-IF
011930     END-IF.
011940 9000-EXIT.
011950     EXIT.
011960
011970 END PROGRAM FairPlayScreen.
