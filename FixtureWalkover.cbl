000010*================================================================
000020*  PROGRAM-ID    : FIXTUREWALKOVER
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      ENFORCES THE FIXTURE DUE DATES.  EVERY UNPLAYED FIXTURE
000100*      WHOSE FX-DUE-DATE IS MORE THAN A GRACE PERIOD IN THE PAST
000110*      (OPERATOR PROMPT, ENTER FOR 7 DAYS) IS SETTLED HERE
000120*      INSTEAD OF STAYING OPEN FOREVER:
000130*        - ONE PLAYER ON THE FIXAVAIL AVAILABILITY LIST FOR THE
000140*          FIXTURE TAKES IT BY WALKOVER;
000150*        - OTHERWISE - NEITHER OF THEM DECLARED, OR BOTH DID AND
000160*          STILL NEVER PLAYED - BOTH PLAYERS FORFEIT.
000170*      EACH AWARD IS WRITTEN TO THE GAME MASTER AS A RESULT-ONLY
000180*      GAME (GL-WALKOVER OR GL-DOUBLE-FORFEIT) WITH NO MOVES, NO
000190*      BOARD AND A BOARD SIZE OF ZERO, UNPOSTED, SO THE END-OF-DAY
000200*      STATSPOSTING JOB CARRIES IT INTO THE STANDINGS LIKE ANY
000210*      OTHER RESULT - BUT NEVER INTO THE RATINGS OR THE OPENING
000220*      BOOK.  ITS TWO PLAYXREF RECORDS ARE POSTED AS THE ENGINE
000230*      POSTS THEM, AND THE FIXTURE IS MARKED PLAYED WITH THE
000240*      AWARD'S GAME ID STRAIGHT AWAY - FIXTURE MATCHING SKIPS
000250*      RESULT-ONLY GAMES.  A WALKOVER GAME ID IS 'W', THE RUN
000260*      MONTH AND DAY AND A THREE-DIGIT SEQUENCE, SO IT CAN NEVER
000270*      COLLIDE WITH THE ENGINE'S TIME-OF-DAY IDS.
000280*      EVERY AWARD IS LISTED ON THE WALKRPT NOTICE FOR THE BOARD.
000290*      AN AWARD MADE IN ERROR IS UNDONE WITH GAMEVOID, WHICH
000300*      REOPENS THE FIXTURE.  A MISSING FIXAVAIL ENDS THE RUN WITH
000310*      NOTHING AWARDED - WITHOUT IT EVERY OVERDUE FIXTURE WOULD
000320*      BE FORFEITED BY BOTH SIDES; A WEEK WITH NO DECLARATIONS
000330*      IS AN EMPTY FILE.
000340*----------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000360*      DATE       INIT   DESCRIPTION
000370*      ---------- ----   ----------------------------------------
000380*      10/05/2026 RM     INITIAL VERSION, PART OF THE FIXTURE
000390*                        DUE-DATE ENFORCEMENT WORK.
000400*      10/05/2026 RM     EACH AWARD WRITTEN TO THE MASTER IS
000410*                        APPENDED TO THE NEW GAMEJRNL GAME MASTER
000420*                        JOURNAL AS AN ADD.  A JOURNAL THAT WILL
000430*                        NOT OPEN ENDS THE RUN WITH NOTHING
000440*                        AWARDED AND RETURN CODE 8.
000450*      10/15/2026 RM     A GAME MASTER WRITE THAT FAILS FOR ANY
000460*                        REASON BUT A TAKEN ID, OR A FIXTURE THAT
000470*                        WILL NOT TAKE ITS PLAYED MARK, NOW STOPS
000480*                        THE RUN WITH RETURN CODE 8.  IN THE
000490*                        SECOND CASE THE AWARD IS BACKED OUT FIRST
000500*                        (GAME DELETED AND JOURNALLED, PLAYXREF
000510*                        SIDES REMOVED), SO A RERUN CANNOT AWARD
000520*                        THE SAME FIXTURE TWICE.
000530*================================================================
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. FixtureWalkover.
000560 AUTHOR. R. MARCHBANKS.
000570 INSTALLATION. RECREATION SYSTEMS GROUP.
000580 DATE-WRITTEN. 10/05/2026.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT FIXTURE-FILE ASSIGN TO "FIXTURE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS FX-FIXTURE-KEY
000680         FILE STATUS IS FW-FIXTURE-STATUS.
000690
000700     SELECT FIXTURE-AVAIL-FILE ASSIGN TO "FIXAVAIL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS FW-FIXAVAIL-STATUS.
000730
000740     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS GL-GAME-ID
000780         FILE STATUS IS FW-GAMEMST-STATUS.
000790
000800     SELECT PLAYER-XREF-FILE ASSIGN TO "PLAYXREF"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS PX-XREF-KEY
000840         FILE STATUS IS FW-PLAYXREF-STATUS.
000850
000860     SELECT WALKOVER-REPORT-FILE ASSIGN TO "WALKRPT"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS FW-WALKRPT-STATUS.
000890
000900     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FW-GAMEJRNL-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  FIXTURE-FILE.
000970 COPY NCFIXTUR.
000980
000990 FD  FIXTURE-AVAIL-FILE
001000     RECORDING MODE IS F.
001010 COPY NCFIXAVL.
001020
001030 FD  GAME-MASTER-FILE.
001040 COPY NCGAMELG.
001050
001060 FD  PLAYER-XREF-FILE.
001070 COPY NCPLXREF.
001080
001090 FD  WALKOVER-REPORT-FILE
001100     RECORDING MODE IS F.
001110 COPY NCWALKRP.
001120
001130 FD  GAME-JOURNAL-FILE
001140     RECORDING MODE IS F.
001150 COPY NCGAMJRN.
001160
001170 WORKING-STORAGE SECTION.
001180 77  FW-FIXTURE-STATUS     PIC X(02) VALUE SPACES.
001190 77  FW-FIXAVAIL-STATUS    PIC X(02) VALUE SPACES.
001200 77  FW-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
001210 77  FW-PLAYXREF-STATUS    PIC X(02) VALUE SPACES.
001220 77  FW-WALKRPT-STATUS     PIC X(02) VALUE SPACES.
001230 77  FW-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
001240 77  FW-PROCEED-SW         PIC X(01) VALUE 'N'.
001250     88  FW-PROCEED               VALUE 'Y'.
001260 77  FW-FIXTURE-EOF-SW     PIC X(01) VALUE 'N'.
001270     88  FW-FIXTURE-EOF           VALUE 'Y'.
001280 77  FW-FIXAVAIL-EOF-SW    PIC X(01) VALUE 'N'.
001290     88  FW-FIXAVAIL-EOF          VALUE 'Y'.
001300 77  FW-FIXTURE-OPEN-SW    PIC X(01) VALUE 'N'.
001310     88  FW-FIXTURE-OPEN          VALUE 'Y'.
001320 77  FW-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
001330     88  FW-MASTER-OPEN           VALUE 'Y'.
001340 77  FW-JOURNAL-OPEN-SW    PIC X(01) VALUE 'N'.
001350     88  FW-JOURNAL-OPEN          VALUE 'Y'.
001360 77  FW-XREF-OPEN-SW       PIC X(01) VALUE 'N'.
001370     88  FW-XREF-OPEN             VALUE 'Y'.
001380 77  FW-P1-AVAIL-SW        PIC X(01) VALUE 'N'.
001390     88  FW-P1-AVAIL              VALUE 'Y'.
001400 77  FW-P2-AVAIL-SW        PIC X(01) VALUE 'N'.
001410     88  FW-P2-AVAIL              VALUE 'Y'.
001420 77  FW-ID-DONE-SW         PIC X(01) VALUE 'N'.
001430     88  FW-ID-DONE               VALUE 'Y'.
001440 77  FW-GAME-WRITTEN-SW    PIC X(01) VALUE 'N'.
001450     88  FW-GAME-WRITTEN          VALUE 'Y'.
001460 77  FW-RUN-FAILED-SW      PIC X(01) VALUE 'N'.
001470     88  FW-RUN-FAILED            VALUE 'Y'.
001480 77  FW-GRACE-IN           PIC X(03) VALUE SPACES.
001490 77  FW-GRACE-DAYS         PIC 9(03) VALUE 7.
001500 77  FW-DAYS-LEFT          PIC 9(03) COMP VALUE 0.
001510 77  FW-MONTH-DAYS         PIC 9(02) COMP VALUE 0.
001520 77  FW-LEAP-WORK          PIC 9(04) COMP VALUE 0.
001530 77  FW-AVAIL-COUNT        PIC 9(03) COMP VALUE 0.
001540 77  FW-AV-IDX             PIC 9(03) COMP VALUE 0.
001550 77  FW-GAME-SEQ           PIC 9(03) VALUE 0.
001560 77  FW-XREF-SIDE          PIC 9(01) COMP VALUE 0.
001570 77  FW-AVAIL-READ         PIC 9(05) COMP VALUE 0.
001580 77  FW-AVAIL-IGNORED      PIC 9(05) COMP VALUE 0.
001590 77  FW-FIXTURES-OVERDUE   PIC 9(05) COMP VALUE 0.
001600 77  FW-WALKOVERS          PIC 9(05) COMP VALUE 0.
001610 77  FW-DOUBLE-FORFEITS    PIC 9(05) COMP VALUE 0.
001620 77  FW-NOT-AWARDED        PIC 9(05) COMP VALUE 0.
001630 01  FW-CUTOFF-DATE        PIC 9(08) VALUE 0.
001640 01  FW-CUTOFF-DATE-R REDEFINES FW-CUTOFF-DATE.
001650     05  FW-CUT-YYYY           PIC 9(04).
001660     05  FW-CUT-MM             PIC 9(02).
001670     05  FW-CUT-DD             PIC 9(02).
001680 01  FW-WALKOVER-ID.
001690     05  FILLER                PIC X(01) VALUE "W".
001700     05  FW-WID-MMDD           PIC X(04).
001710     05  FW-WID-SEQ            PIC 9(03).
001720
001730*----------------------------------------------------------------
001740*  FW-AVAIL-TBL - EVERY DECLARATION ON FIXAVAIL: WHICH FIXTURE
001750*  AND WHICH PLAYER.  800 IS BOTH SIDES OF THE 400-FIXTURE
001760*  SCHEDULE CEILING; OVERFLOW IS WARNED ABOUT AND THE LEFTOVER
001770*  DECLARATIONS IGNORED, SO THE OPERATOR SHOULD RERUN AFTER
001780*  CLEARING OUT THE FILE.
001790*----------------------------------------------------------------
001800 01  FW-AVAIL-TBL.
001810     05  FW-AVAIL OCCURS 800 TIMES.
001820         10  FW-AV-KEY         PIC X(06).
001830         10  FW-AV-PLAYER      PIC X(08).
001840
001850*----------------------------------------------------------------
001860*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
001870*----------------------------------------------------------------
001880 77  FW-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
001890 01  FW-RUN-DATE.
001900     05  FW-RUN-YYYY           PIC X(04).
001910     05  FW-RUN-MM             PIC X(02).
001920     05  FW-RUN-DD             PIC X(02).
001930 01  FW-DATE-R.
001940     05  FW-DT-YYYY            PIC X(04).
001950     05  FW-DT-MM              PIC X(02).
001960     05  FW-DT-DD              PIC X(02).
001970 01  FW-HEADER1-LINE.
001980     05  FILLER                PIC X(37) VALUE
001990         "OVERDUE FIXTURE WALKOVERS AWARDED ON ".
002000     05  FW-HDR-DD             PIC X(02).
002010     05  FILLER                PIC X(01) VALUE "/".
002020     05  FW-HDR-MM             PIC X(02).
002030     05  FILLER                PIC X(01) VALUE "/".
002040     05  FW-HDR-YYYY           PIC X(04).
002050     05  FILLER                PIC X(33) VALUE SPACES.
002060 01  FW-HEADER2-LINE.
002070     05  FILLER                PIC X(12) VALUE "GRACE DAYS: ".
002080     05  FW-HDR-GRACE          PIC ZZ9.
002090     05  FILLER                PIC X(25) VALUE
002100         "   FIXTURES DUE BEFORE:  ".
002110     05  FW-HDR-CUT-DD         PIC X(02).
002120     05  FILLER                PIC X(01) VALUE "/".
002130     05  FW-HDR-CUT-MM         PIC X(02).
002140     05  FILLER                PIC X(01) VALUE "/".
002150     05  FW-HDR-CUT-YYYY       PIC X(04).
002160     05  FILLER                PIC X(30) VALUE SPACES.
002170 01  FW-HEADER3-LINE.
002180     05  FILLER                PIC X(46) VALUE
002190         "RND  GAME  PLAYER 1  PLAYER 2  DUE DATE    RES".
002200     05  FILLER                PIC X(34) VALUE
002210         "ULT                GAME ID        ".
002220 01  FW-DETAIL-LINE.
002230     05  FW-DET-ROUND          PIC ZZ9.
002240     05  FILLER                PIC X(02) VALUE SPACES.
002250     05  FW-DET-GAME-NO        PIC ZZ9.
002260     05  FILLER                PIC X(03) VALUE SPACES.
002270     05  FW-DET-PLAYER1        PIC X(08).
002280     05  FILLER                PIC X(02) VALUE SPACES.
002290     05  FW-DET-PLAYER2        PIC X(08).
002300     05  FILLER                PIC X(02) VALUE SPACES.
002310     05  FW-DET-DUE-DD         PIC X(02).
002320     05  FILLER                PIC X(01) VALUE "/".
002330     05  FW-DET-DUE-MM         PIC X(02).
002340     05  FILLER                PIC X(01) VALUE "/".
002350     05  FW-DET-DUE-YYYY       PIC X(04).
002360     05  FILLER                PIC X(02) VALUE SPACES.
002370     05  FW-DET-RESULT         PIC X(20).
002380     05  FILLER                PIC X(02) VALUE SPACES.
002390     05  FW-DET-GAME-ID        PIC X(08).
002400     05  FILLER                PIC X(07) VALUE SPACES.
002410 01  FW-NONE-LINE.
002420     05  FILLER                PIC X(40) VALUE
002430         "NO FIXTURE IS PAST ITS GRACE PERIOD.    ".
002440     05  FILLER                PIC X(40) VALUE SPACES.
002450 01  FW-TOTAL-LINE.
002460     05  FILLER                PIC X(18) VALUE
002470         "FIXTURES OVERDUE: ".
002480     05  FW-TOT-OVERDUE        PIC ZZZZ9.
002490     05  FILLER                PIC X(13) VALUE "  WALKOVERS: ".
002500     05  FW-TOT-WALKOVERS      PIC ZZZZ9.
002510     05  FILLER                PIC X(19) VALUE
002520         "  DOUBLE FORFEITS: ".
002530     05  FW-TOT-FORFEITS       PIC ZZZZ9.
002540     05  FILLER                PIC X(15) VALUE SPACES.
002550
002560 PROCEDURE DIVISION.
002570 0000-MAIN-PROCEDURE.
002580     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002590     IF FW-PROCEED
002600         PERFORM 2000-LOAD-AVAILABILITY THRU 2000-EXIT
002610         PERFORM 3000-SCAN-FIXTURES THRU 3000-EXIT
002620         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002630     END-IF
002640     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
002650     GOBACK.
002660
002670*----------------------------------------------------------------
002680*  1000-INITIALIZE-RUN - TAKE THE GRACE PERIOD, WORK BACK FROM
002690*                        TODAY TO THE DUE-DATE CUTOFF AND OPEN
002700*                        THE FILES.  NO AVAILABILITY LIST OR A
002710*                        GAME MASTER THAT WILL NOT OPEN ENDS THE
002720*                        RUN WITH NOTHING AWARDED AND RETURN
002730*                        CODE 8; NO FIXTURE FILE IS SIMPLY
002740*                        NOTHING OVERDUE.
002750*----------------------------------------------------------------
002760 1000-INITIALIZE-RUN.
002770     ACCEPT FW-RUN-DATE FROM DATE YYYYMMDD
002780     DISPLAY "Grace days past the due date (Enter for 7): "
002790     ACCEPT FW-GRACE-IN
002800     IF FW-GRACE-IN NOT = SPACES
002810         INSPECT FW-GRACE-IN REPLACING LEADING SPACE BY "0"
002820         IF FW-GRACE-IN IS NUMERIC
002830             MOVE FW-GRACE-IN TO FW-GRACE-DAYS
002840         END-IF
002850     END-IF
002860     MOVE FW-RUN-DATE TO FW-CUTOFF-DATE
002870     PERFORM 8100-SUBTRACT-GRACE-DAYS THRU 8100-EXIT
002880     DISPLAY "Fixtures due before " FW-CUTOFF-DATE
002890         " will be awarded."
002900     OPEN INPUT FIXTURE-AVAIL-FILE
002910     IF FW-FIXAVAIL-STATUS NOT = "00"
002920         DISPLAY "FIXAVAIL OPEN FAILED, STATUS "
002930             FW-FIXAVAIL-STATUS " - NOTHING AWARDED"
002940         MOVE 8 TO RETURN-CODE
002950         GO TO 1000-EXIT
002960     END-IF
002970     OPEN I-O GAME-MASTER-FILE
002980     IF FW-GAMEMST-STATUS = "35"
002990         OPEN OUTPUT GAME-MASTER-FILE
003000         CLOSE GAME-MASTER-FILE
003010         OPEN I-O GAME-MASTER-FILE
003020     END-IF
003030     IF FW-GAMEMST-STATUS NOT = "00"
003040         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
003050             FW-GAMEMST-STATUS " - NOTHING AWARDED"
003060         MOVE 8 TO RETURN-CODE
003070         GO TO 1000-EXIT
003080     END-IF
003090     MOVE 'Y' TO FW-MASTER-OPEN-SW
003100     OPEN EXTEND GAME-JOURNAL-FILE
003110     IF FW-GAMEJRNL-STATUS = "35"
003120         OPEN OUTPUT GAME-JOURNAL-FILE
003130         CLOSE GAME-JOURNAL-FILE
003140         OPEN EXTEND GAME-JOURNAL-FILE
003150     END-IF
003160     IF FW-GAMEJRNL-STATUS NOT = "00"
003170         DISPLAY "GAMEJRNL OPEN FAILED, STATUS "
003180             FW-GAMEJRNL-STATUS " - NOTHING AWARDED"
003190         MOVE 8 TO RETURN-CODE
003200         GO TO 1000-EXIT
003210     END-IF
003220     MOVE 'Y' TO FW-JOURNAL-OPEN-SW
003230     OPEN I-O FIXTURE-FILE
003240     IF FW-FIXTURE-STATUS = "00"
003250         MOVE 'Y' TO FW-FIXTURE-OPEN-SW
003260     ELSE
003270         DISPLAY "WARNING - FIXTURE OPEN FAILED, STATUS "
003280             FW-FIXTURE-STATUS " - NO SCHEDULE TO ENFORCE"
003290         MOVE 'Y' TO FW-FIXTURE-EOF-SW
003300     END-IF
003310     OPEN I-O PLAYER-XREF-FILE
003320     IF FW-PLAYXREF-STATUS = "35"
003330         OPEN OUTPUT PLAYER-XREF-FILE
003340         CLOSE PLAYER-XREF-FILE
003350         OPEN I-O PLAYER-XREF-FILE
003360     END-IF
003370     IF FW-PLAYXREF-STATUS = "00"
003380         MOVE 'Y' TO FW-XREF-OPEN-SW
003390     ELSE
003400         DISPLAY "WARNING - PLAYXREF OPEN FAILED, STATUS "
003410             FW-PLAYXREF-STATUS " - CROSS-REFERENCE NOT "
003420             "POSTED, RUN XREFREBUILD AFTERWARD"
003430     END-IF
003440     OPEN OUTPUT WALKOVER-REPORT-FILE
003450     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
003460     MOVE 'Y' TO FW-PROCEED-SW.
003470 1000-EXIT.
003480     EXIT.
003490
003500 1100-WRITE-HEADER.
003510     MOVE FW-RPT-SEPARATOR TO WR-LINE
003520     WRITE WALKOVER-REPORT-RECORD
003530     MOVE FW-RUN-DD   TO FW-HDR-DD
003540     MOVE FW-RUN-MM   TO FW-HDR-MM
003550     MOVE FW-RUN-YYYY TO FW-HDR-YYYY
003560     MOVE FW-HEADER1-LINE TO WR-LINE
003570     WRITE WALKOVER-REPORT-RECORD
003580     MOVE FW-GRACE-DAYS TO FW-HDR-GRACE
003590     MOVE FW-CUTOFF-DATE TO FW-DATE-R
003600     MOVE FW-DT-DD   TO FW-HDR-CUT-DD
003610     MOVE FW-DT-MM   TO FW-HDR-CUT-MM
003620     MOVE FW-DT-YYYY TO FW-HDR-CUT-YYYY
003630     MOVE FW-HEADER2-LINE TO WR-LINE
003640     WRITE WALKOVER-REPORT-RECORD
003650     MOVE FW-HEADER3-LINE TO WR-LINE
003660     WRITE WALKOVER-REPORT-RECORD
003670     MOVE FW-RPT-SEPARATOR TO WR-LINE
003680     WRITE WALKOVER-REPORT-RECORD.
003690 1100-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730*  2000-LOAD-AVAILABILITY - READ EVERY DECLARATION INTO
003740*                      FW-AVAIL-TBL.
003750*----------------------------------------------------------------
003760 2000-LOAD-AVAILABILITY.
003770     PERFORM 2010-READ-ONE-DECLARATION THRU 2010-EXIT
003780         UNTIL FW-FIXAVAIL-EOF.
003790 2000-EXIT.
003800     EXIT.
003810
003820 2010-READ-ONE-DECLARATION.
003830     READ FIXTURE-AVAIL-FILE
003840         AT END
003850             MOVE 'Y' TO FW-FIXAVAIL-EOF-SW
003860             GO TO 2010-EXIT
003870     END-READ
003880     ADD 1 TO FW-AVAIL-READ
003890     IF FW-AVAIL-COUNT = 800
003900         DISPLAY "WARNING - AVAILABILITY TABLE FULL, ROUND "
003910             AV-ROUND " GAME " AV-GAME-NO " PLAYER "
003920             AV-PLAYER-ID " IGNORED"
003930         ADD 1 TO FW-AVAIL-IGNORED
003940     ELSE
003950         ADD 1 TO FW-AVAIL-COUNT
003960         MOVE AV-FIXTURE-KEY TO FW-AV-KEY(FW-AVAIL-COUNT)
003970         MOVE AV-PLAYER-ID   TO FW-AV-PLAYER(FW-AVAIL-COUNT)
003980     END-IF.
003990 2010-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030*  3000-SCAN-FIXTURES - WALK THE SCHEDULE IN KEY ORDER AND AWARD
004040*                      EVERY UNPLAYED FIXTURE DUE BEFORE THE
004050*                      CUTOFF.  A FIXTURE WITH NO DUE DATE IS
004060*                      NEVER OVERDUE.
004070*----------------------------------------------------------------
004080 3000-SCAN-FIXTURES.
004090     IF NOT FW-FIXTURE-EOF
004100         MOVE LOW-VALUES TO FX-FIXTURE-KEY
004110         START FIXTURE-FILE KEY NOT LESS THAN FX-FIXTURE-KEY
004120             INVALID KEY
004130                 MOVE 'Y' TO FW-FIXTURE-EOF-SW
004140         END-START
004150     END-IF
004160     PERFORM 3010-CHECK-ONE-FIXTURE THRU 3010-EXIT
004170         UNTIL FW-FIXTURE-EOF.
004180 3000-EXIT.
004190     EXIT.
004200
004210 3010-CHECK-ONE-FIXTURE.
004220     READ FIXTURE-FILE NEXT RECORD
004230         AT END
004240             MOVE 'Y' TO FW-FIXTURE-EOF-SW
004250             GO TO 3010-EXIT
004260     END-READ
004270     IF FX-PLAYED OR FX-DUE-DATE = 0
004280             OR FX-DUE-DATE NOT < FW-CUTOFF-DATE
004290         GO TO 3010-EXIT
004300     END-IF
004310     ADD 1 TO FW-FIXTURES-OVERDUE
004320     PERFORM 3100-AWARD-FIXTURE THRU 3100-EXIT.
004330 3010-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370*  3100-AWARD-FIXTURE - DECIDE THE AWARD FROM THE DECLARATIONS,
004380*                      WRITE THE RESULT-ONLY GAME, AND ONLY IF
004390*                      IT IS SAFELY ON THE MASTER POST ITS
004400*                      CROSS-REFERENCE, CLOSE THE FIXTURE AND
004410*                      LIST IT ON THE NOTICE.  A FAILURE THAT
004420*                      STOPS THE RUN ENDS THE SCAN HERE.
004430*----------------------------------------------------------------
004440 3100-AWARD-FIXTURE.
004450     MOVE 'N' TO FW-P1-AVAIL-SW
004460     MOVE 'N' TO FW-P2-AVAIL-SW
004470     PERFORM 3110-CHECK-ONE-DECLARATION THRU 3110-EXIT
004480         VARYING FW-AV-IDX FROM 1 BY 1
004490             UNTIL FW-AV-IDX > FW-AVAIL-COUNT
004500     PERFORM 3200-BUILD-GAME THRU 3200-EXIT
004510     PERFORM 3300-WRITE-GAME THRU 3300-EXIT
004520     IF NOT FW-GAME-WRITTEN
004530         ADD 1 TO FW-NOT-AWARDED
004540         IF FW-RUN-FAILED
004550             MOVE 'Y' TO FW-FIXTURE-EOF-SW
004560         END-IF
004570         GO TO 3100-EXIT
004580     END-IF
004590     IF FW-XREF-OPEN
004600         PERFORM 3400-WRITE-ONE-XREF-SIDE THRU 3400-EXIT
004610             VARYING FW-XREF-SIDE FROM 1 BY 1
004620                 UNTIL FW-XREF-SIDE > 2
004630     END-IF
004640     PERFORM 3500-CLOSE-FIXTURE THRU 3500-EXIT
004650     IF FW-RUN-FAILED
004660         ADD 1 TO FW-NOT-AWARDED
004670         MOVE 'Y' TO FW-FIXTURE-EOF-SW
004680         GO TO 3100-EXIT
004690     END-IF
004700     IF GL-WALKOVER
004710         ADD 1 TO FW-WALKOVERS
004720     ELSE
004730         ADD 1 TO FW-DOUBLE-FORFEITS
004740     END-IF
004750     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
004760 3100-EXIT.
004770     EXIT.
004780
004790 3110-CHECK-ONE-DECLARATION.
004800     IF FW-AV-KEY(FW-AV-IDX) = FX-FIXTURE-KEY
004810         EVALUATE FW-AV-PLAYER(FW-AV-IDX)
004820             WHEN FX-PLAYER1-ID
004830                 MOVE 'Y' TO FW-P1-AVAIL-SW
004840             WHEN FX-PLAYER2-ID
004850                 MOVE 'Y' TO FW-P2-AVAIL-SW
004860             WHEN OTHER
004870                 DISPLAY "WARNING - ROUND " FX-ROUND " GAME "
004880                     FX-GAME-NO " DECLARATION BY "
004890                     FW-AV-PLAYER(FW-AV-IDX)
004900                     " IS NOT FOR A PLAYER IN THE FIXTURE - "
004910                     "IGNORED"
004920         END-EVALUATE
004930     END-IF.
004940 3110-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980*  3200-BUILD-GAME - FILL THE MASTER RECORD AREA WITH THE
004990*                      AWARD.  PLAYER 1 HOLDS X AND PLAYER 2
005000*                      HOLDS O AS IN A PLAYED GAME, SO THE
005010*                      WINNER IS 'X' OR 'O' FOR A WALKOVER AND
005020*                      SPACE FOR A DOUBLE FORFEIT.  NO MOVES,
005030*                      NO BOARD, BOARD SIZE ZERO.
005040*----------------------------------------------------------------
005050 3200-BUILD-GAME.
005060     MOVE SPACES TO GAMELOG-RECORD
005070     MOVE FX-PLAYER1-ID TO GL-PLAYER1-ID
005080     MOVE FX-PLAYER2-ID TO GL-PLAYER2-ID
005090     MOVE 0             TO GL-BOARD-SIZE
005100     MOVE 0             TO GL-MOVE-COUNT
005110     MOVE 0             TO GL-MOVE-HIST-COUNT
005120     PERFORM 3210-CLEAR-ONE-HIST-ENTRY THRU 3210-EXIT
005130         VARYING FW-AV-IDX FROM 1 BY 1
005140             UNTIL FW-AV-IDX > 25
005150     MOVE 'N'           TO GL-VOID-SW
005160     MOVE 'N'           TO GL-POSTED-SW
005170     EVALUATE TRUE
005180         WHEN FW-P1-AVAIL AND NOT FW-P2-AVAIL
005190             MOVE 'X' TO GL-WINNER
005200             MOVE 'W' TO GL-GAME-TYPE
005210         WHEN FW-P2-AVAIL AND NOT FW-P1-AVAIL
005220             MOVE 'O' TO GL-WINNER
005230             MOVE 'W' TO GL-GAME-TYPE
005240         WHEN OTHER
005250             MOVE SPACE TO GL-WINNER
005260             MOVE 'F' TO GL-GAME-TYPE
005270     END-EVALUATE
005280     ACCEPT GL-GAME-DATE FROM DATE YYYYMMDD
005290     ACCEPT GL-GAME-TIME FROM TIME.
005300 3200-EXIT.
005310     EXIT.
005320
005330 3210-CLEAR-ONE-HIST-ENTRY.
005340     MOVE SPACE TO GL-HIST-PLAYER(FW-AV-IDX)
005350     MOVE 0     TO GL-HIST-ROW(FW-AV-IDX)
005360     MOVE 0     TO GL-HIST-COL(FW-AV-IDX)
005370     MOVE 0     TO GL-HIST-TIME(FW-AV-IDX)
005380     MOVE 0     TO GL-HIST-SECS(FW-AV-IDX).
005390 3210-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430*  3300-WRITE-GAME - PUT THE AWARD ON THE MASTER UNDER THE NEXT
005440*                      FREE WALKOVER ID FOR TODAY.  AN ID ALREADY
005450*                      TAKEN (AN EARLIER RUN TODAY) SIMPLY MOVES
005460*                      ON TO THE NEXT SEQUENCE NUMBER; ANY OTHER
005470*                      WRITE FAILURE STOPS THE RUN.
005480*----------------------------------------------------------------
005490 3300-WRITE-GAME.
005500     MOVE 'N' TO FW-GAME-WRITTEN-SW
005510     MOVE 'N' TO FW-ID-DONE-SW
005520     MOVE FW-RUN-MM TO FW-WID-MMDD(1:2)
005530     MOVE FW-RUN-DD TO FW-WID-MMDD(3:2)
005540     PERFORM 3310-TRY-ONE-GAME-ID THRU 3310-EXIT
005550         UNTIL FW-ID-DONE.
005560 3300-EXIT.
005570     EXIT.
005580
005590 3310-TRY-ONE-GAME-ID.
005600     IF FW-GAME-SEQ = 999
005610         DISPLAY "WARNING - WALKOVER IDS FOR TODAY USED UP, "
005620             "ROUND " FX-ROUND " GAME " FX-GAME-NO " NOT AWARDED"
005630         MOVE 'Y' TO FW-ID-DONE-SW
005640         GO TO 3310-EXIT
005650     END-IF
005660     ADD 1 TO FW-GAME-SEQ
005670     MOVE FW-GAME-SEQ TO FW-WID-SEQ
005680     MOVE FW-WALKOVER-ID TO GL-GAME-ID
005690     WRITE GAMELOG-RECORD
005700         INVALID KEY
005710             CONTINUE
005720     END-WRITE
005730     IF FW-GAMEMST-STATUS = "22"
005740         GO TO 3310-EXIT
005750     END-IF
005760     MOVE 'Y' TO FW-ID-DONE-SW
005770     IF FW-GAMEMST-STATUS NOT = "00"
005780         DISPLAY "GAME MASTER WRITE FAILED, STATUS "
005790             FW-GAMEMST-STATUS ", ROUND " FX-ROUND " GAME "
005800             FX-GAME-NO " NOT AWARDED - RUN STOPPED"
005810         MOVE 'Y' TO FW-RUN-FAILED-SW
005820         GO TO 3310-EXIT
005830     END-IF
005840     MOVE 'Y' TO FW-GAME-WRITTEN-SW
005850     PERFORM 3320-JOURNAL-GAME-ADD THRU 3320-EXIT.
005860 3310-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900*  3320-JOURNAL-GAME-ADD - APPEND THE AWARD JUST WRITTEN TO THE
005910*                      GAMEJRNL JOURNAL AS AN ADD: NO BEFORE
005920*                      IMAGE, THE NEW MASTER RECORD AS THE AFTER
005930*                      IMAGE.
005940*----------------------------------------------------------------
005950 3320-JOURNAL-GAME-ADD.
005960     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
005970     ACCEPT JR-JOURNAL-TIME FROM TIME
005980     MOVE "FIXTUREWALKOVER"   TO JR-PROGRAM-ID
005990     MOVE 'A'                 TO JR-ACTION
006000     MOVE GL-GAME-ID          TO JR-GAME-ID
006010     MOVE SPACES              TO JR-BEFORE-IMAGE
006020     MOVE GAMELOG-RECORD      TO JR-AFTER-IMAGE
006030     WRITE GAME-JOURNAL-RECORD
006040     IF FW-GAMEJRNL-STATUS NOT = "00"
006050         DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
006060             FW-GAMEJRNL-STATUS " - GAME " GL-GAME-ID
006070             " NOT JOURNALLED"
006080     END-IF.
006090 3320-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130*  3400-WRITE-ONE-XREF-SIDE - POST ONE PLAYER'S PLAYXREF RECORD
006140*                      FOR THE AWARD, AS THE ENGINE'S 3521 DOES.
006150*                      BOTH SIDES OF A DOUBLE FORFEIT ARE LOSSES.
006160*----------------------------------------------------------------
006170 3400-WRITE-ONE-XREF-SIDE.
006180     IF FW-XREF-SIDE = 1
006190         MOVE GL-PLAYER1-ID TO PX-PLAYER-ID
006200         MOVE GL-PLAYER2-ID TO PX-OPPONENT-ID
006210         IF GL-WINNER = 'X'
006220             MOVE 'W' TO PX-RESULT
006230         ELSE
006240             MOVE 'L' TO PX-RESULT
006250         END-IF
006260     ELSE
006270         MOVE GL-PLAYER2-ID TO PX-PLAYER-ID
006280         MOVE GL-PLAYER1-ID TO PX-OPPONENT-ID
006290         IF GL-WINNER = 'O'
006300             MOVE 'W' TO PX-RESULT
006310         ELSE
006320             MOVE 'L' TO PX-RESULT
006330         END-IF
006340     END-IF
006350     MOVE GL-GAME-DATE  TO PX-GAME-DATE
006360     MOVE GL-GAME-TIME  TO PX-GAME-TIME
006370     MOVE GL-GAME-ID    TO PX-GAME-ID
006380     MOVE GL-BOARD-SIZE TO PX-BOARD-SIZE
006390     WRITE PLAYER-XREF-RECORD
006400         INVALID KEY
006410             DISPLAY "WARNING - PLAYXREF WRITE FAILED, STATUS "
006420                 FW-PLAYXREF-STATUS " FOR GAME " GL-GAME-ID
006430     END-WRITE.
006440 3400-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006480*  3500-CLOSE-FIXTURE - MARK THE FIXTURE PLAYED BY THE AWARD, AS
006490*                      THE FIXTURE-MATCHING JOB MARKS ONE PLAYED
006500*                      BY A GAME.  THE RECORD AREA STILL HOLDS
006510*                      THE FIXTURE JUST READ.  A FIXTURE THAT
006520*                      WILL NOT TAKE THE MARK WOULD BE AWARDED
006530*                      AGAIN NEXT RUN, SO THE AWARD IS BACKED
006540*                      OUT AND THE RUN STOPS.
006550*----------------------------------------------------------------
006560 3500-CLOSE-FIXTURE.
006570     MOVE 'Y'          TO FX-PLAYED-SW
006580     MOVE GL-GAME-ID   TO FX-GAME-ID
006590     MOVE GL-GAME-DATE TO FX-PLAYED-DATE
006600     REWRITE FIXTURE-RECORD
006610         INVALID KEY
006620             CONTINUE
006630     END-REWRITE
006640     IF FW-FIXTURE-STATUS NOT = "00"
006650         DISPLAY "FIXTURE REWRITE FAILED, STATUS "
006660             FW-FIXTURE-STATUS " - ROUND " FX-ROUND " GAME "
006670             FX-GAME-NO " NOT AWARDED - RUN STOPPED"
006680         MOVE 'Y' TO FW-RUN-FAILED-SW
006690         PERFORM 3510-BACK-OUT-AWARD THRU 3510-EXIT
006700     END-IF.
006710 3500-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750*  3510-BACK-OUT-AWARD - TAKE THE AWARD JUST WRITTEN BACK OFF THE
006760*                      MASTER, JOURNALLED AS A DELETE, AND REMOVE
006770*                      ITS PLAYXREF SIDES.  THE MASTER RECORD
006780*                      AREA STILL HOLDS THE AWARD.  A DELETE THAT
006790*                      FAILS TOO IS LEFT FOR THE OPERATOR.
006800*----------------------------------------------------------------
006810 3510-BACK-OUT-AWARD.
006820     DELETE GAME-MASTER-FILE RECORD
006830         INVALID KEY
006840             CONTINUE
006850     END-DELETE
006860     IF FW-GAMEMST-STATUS NOT = "00"
006870         DISPLAY "GAME MASTER DELETE FAILED, STATUS "
006880             FW-GAMEMST-STATUS " - GAME " GL-GAME-ID
006890             " IS ON THE MASTER BUT ITS FIXTURE IS STILL OPEN -"
006900             " REMOVE IT BY HAND BEFORE THE NEXT RUN"
006910         GO TO 3510-EXIT
006920     END-IF
006930     PERFORM 3520-JOURNAL-GAME-DELETE THRU 3520-EXIT
006940     IF FW-XREF-OPEN
006950         PERFORM 3530-DELETE-ONE-XREF-SIDE THRU 3530-EXIT
006960             VARYING FW-XREF-SIDE FROM 1 BY 1
006970                 UNTIL FW-XREF-SIDE > 2
006980     END-IF
006990     DISPLAY "Award " GL-GAME-ID " backed out.".
007000 3510-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040*  3520-JOURNAL-GAME-DELETE - APPEND THE BACK-OUT TO THE GAMEJRNL
007050*                      JOURNAL, WITH THE AWARD AS ITS BEFORE
007060*                      IMAGE AND NO AFTER IMAGE.
007070*----------------------------------------------------------------
007080 3520-JOURNAL-GAME-DELETE.
007090     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
007100     ACCEPT JR-JOURNAL-TIME FROM TIME
007110     MOVE "FIXTUREWALKOVER"   TO JR-PROGRAM-ID
007120     MOVE 'D'                 TO JR-ACTION
007130     MOVE GL-GAME-ID          TO JR-GAME-ID
007140     MOVE GAMELOG-RECORD      TO JR-BEFORE-IMAGE
007150     MOVE SPACES              TO JR-AFTER-IMAGE
007160     WRITE GAME-JOURNAL-RECORD
007170     IF FW-GAMEJRNL-STATUS NOT = "00"
007180         DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
007190             FW-GAMEJRNL-STATUS " - DELETE OF " GL-GAME-ID
007200             " NOT JOURNALLED"
007210     END-IF.
007220 3520-EXIT.
007230     EXIT.
007240
007250 3530-DELETE-ONE-XREF-SIDE.
007260     IF FW-XREF-SIDE = 1
007270         MOVE GL-PLAYER1-ID TO PX-PLAYER-ID
007280     ELSE
007290         MOVE GL-PLAYER2-ID TO PX-PLAYER-ID
007300     END-IF
007310     MOVE GL-GAME-DATE  TO PX-GAME-DATE
007320     MOVE GL-GAME-TIME  TO PX-GAME-TIME
007330     MOVE GL-GAME-ID    TO PX-GAME-ID
007340     DELETE PLAYER-XREF-FILE RECORD
007350         INVALID KEY
007360             CONTINUE
007370     END-DELETE.
007380 3530-EXIT.
007390     EXIT.
007400
007410 3600-WRITE-DETAIL.
007420     MOVE FX-ROUND      TO FW-DET-ROUND
007430     MOVE FX-GAME-NO    TO FW-DET-GAME-NO
007440     MOVE FX-PLAYER1-ID TO FW-DET-PLAYER1
007450     MOVE FX-PLAYER2-ID TO FW-DET-PLAYER2
007460     MOVE FX-DUE-DATE   TO FW-DATE-R
007470     MOVE FW-DT-DD      TO FW-DET-DUE-DD
007480     MOVE FW-DT-MM      TO FW-DET-DUE-MM
007490     MOVE FW-DT-YYYY    TO FW-DET-DUE-YYYY
007500     MOVE SPACES        TO FW-DET-RESULT
007510     EVALUATE TRUE
007520         WHEN GL-DOUBLE-FORFEIT
007530             MOVE "BOTH FORFEIT" TO FW-DET-RESULT
007540         WHEN GL-WINNER = 'X'
007550             STRING "WALKOVER TO " GL-PLAYER1-ID
007560                 DELIMITED BY SIZE INTO FW-DET-RESULT
007570         WHEN OTHER
007580             STRING "WALKOVER TO " GL-PLAYER2-ID
007590                 DELIMITED BY SIZE INTO FW-DET-RESULT
007600     END-EVALUATE
007610     MOVE GL-GAME-ID    TO FW-DET-GAME-ID
007620     MOVE FW-DETAIL-LINE TO WR-LINE
007630     WRITE WALKOVER-REPORT-RECORD
007640     DISPLAY "Fixture round " FX-ROUND " game " FX-GAME-NO
007650         " - " FW-DET-RESULT " (" GL-GAME-ID ")".
007660 3600-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------
007700*  4000-WRITE-TRAILER - CLOSE THE NOTICE WITH ITS CONTROL TOTALS.
007710*                      OVERDUE = WALKOVERS + DOUBLE FORFEITS
007720*                      UNLESS SOME AWARD COULD NOT BE WRITTEN.
007730*----------------------------------------------------------------
007740 4000-WRITE-TRAILER.
007750     IF FW-FIXTURES-OVERDUE = 0
007760         MOVE FW-NONE-LINE TO WR-LINE
007770         WRITE WALKOVER-REPORT-RECORD
007780     END-IF
007790     MOVE FW-RPT-SEPARATOR TO WR-LINE
007800     WRITE WALKOVER-REPORT-RECORD
007810     MOVE FW-FIXTURES-OVERDUE TO FW-TOT-OVERDUE
007820     MOVE FW-WALKOVERS        TO FW-TOT-WALKOVERS
007830     MOVE FW-DOUBLE-FORFEITS  TO FW-TOT-FORFEITS
007840     MOVE FW-TOTAL-LINE TO WR-LINE
007850     WRITE WALKOVER-REPORT-RECORD
007860     MOVE FW-RPT-SEPARATOR TO WR-LINE
007870     WRITE WALKOVER-REPORT-RECORD
007880     IF FW-WALKRPT-STATUS NOT = "00"
007890         DISPLAY "WARNING - WALKRPT WRITE FAILED, STATUS "
007900             FW-WALKRPT-STATUS
007910     END-IF.
007920 4000-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------------
007960*  8100-SUBTRACT-GRACE-DAYS - ROLL FW-CUTOFF-DATE BACK BY THE
007970*                      GRACE PERIOD, CARRYING THROUGH MONTH AND
007980*                      YEAR STARTS - THE MIRROR IMAGE OF THE
007990*                      FIXTURE GENERATOR'S 8100-ADD-INTERVAL-DAYS,
008000*                      WITH THE SAME LEAP-YEAR RULE.
008010*----------------------------------------------------------------
008020 8100-SUBTRACT-GRACE-DAYS.
008030     MOVE FW-GRACE-DAYS TO FW-DAYS-LEFT
008040     PERFORM 8110-BACK-ONE-DAY THRU 8110-EXIT
008050         UNTIL FW-DAYS-LEFT = 0.
008060 8100-EXIT.
008070     EXIT.
008080
008090 8110-BACK-ONE-DAY.
008100     IF FW-CUT-DD > 1
008110         SUBTRACT 1 FROM FW-CUT-DD
008120     ELSE
008130         IF FW-CUT-MM > 1
008140             SUBTRACT 1 FROM FW-CUT-MM
008150         ELSE
008160             MOVE 12 TO FW-CUT-MM
008170             SUBTRACT 1 FROM FW-CUT-YYYY
008180         END-IF
008190         PERFORM 8120-DAYS-IN-MONTH THRU 8120-EXIT
008200         MOVE FW-MONTH-DAYS TO FW-CUT-DD
008210     END-IF
008220     SUBTRACT 1 FROM FW-DAYS-LEFT.
008230 8110-EXIT.
008240     EXIT.
008250
008260 8120-DAYS-IN-MONTH.
008270     EVALUATE FW-CUT-MM
008280         WHEN 4
008290         WHEN 6
008300         WHEN 9
008310         WHEN 11
008320             MOVE 30 TO FW-MONTH-DAYS
008330         WHEN 2
008340             MOVE 28 TO FW-MONTH-DAYS
008350             COMPUTE FW-LEAP-WORK = FW-CUT-YYYY / 4 * 4
008360             IF FW-LEAP-WORK = FW-CUT-YYYY
008370                 MOVE 29 TO FW-MONTH-DAYS
008380                 COMPUTE FW-LEAP-WORK = FW-CUT-YYYY / 100 * 100
008390                 IF FW-LEAP-WORK = FW-CUT-YYYY
008400                     MOVE 28 TO FW-MONTH-DAYS
008410                     COMPUTE FW-LEAP-WORK =
008420                             FW-CUT-YYYY / 400 * 400
008430                     IF FW-LEAP-WORK = FW-CUT-YYYY
008440                         MOVE 29 TO FW-MONTH-DAYS
008450                     END-IF
008460                 END-IF
008470             END-IF
008480         WHEN OTHER
008490             MOVE 31 TO FW-MONTH-DAYS
008500     END-EVALUATE.
008510 8120-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------
008550*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED AND REPORT
008560*                       THE CONTROL TOTALS.
008570*----------------------------------------------------------------
008580 9000-TERMINATE-RUN.
008590     IF FW-FIXAVAIL-STATUS = "00" OR FW-FIXAVAIL-STATUS = "10"
008600         CLOSE FIXTURE-AVAIL-FILE
008610     END-IF
008620     IF FW-MASTER-OPEN
008630         CLOSE GAME-MASTER-FILE
008640     END-IF
008650     IF FW-JOURNAL-OPEN
008660         CLOSE GAME-JOURNAL-FILE
008670     END-IF
008680     IF FW-FIXTURE-OPEN
008690         CLOSE FIXTURE-FILE
008700     END-IF
008710     IF FW-XREF-OPEN
008720         CLOSE PLAYER-XREF-FILE
008730     END-IF
008740     IF FW-PROCEED
008750         CLOSE WALKOVER-REPORT-FILE
008760     END-IF
008770     DISPLAY "Fixture walkover run complete."
008780     DISPLAY "  Declarations read:  " FW-AVAIL-READ
008790     DISPLAY "  Declarations lost:  " FW-AVAIL-IGNORED
008800     DISPLAY "  Fixtures overdue:   " FW-FIXTURES-OVERDUE
008810     DISPLAY "  Walkovers awarded:  " FW-WALKOVERS
008820     DISPLAY "  Double forfeits:    " FW-DOUBLE-FORFEITS
008830     DISPLAY "  Not awarded:        " FW-NOT-AWARDED
008840     IF FW-RUN-FAILED
008850         MOVE 8 TO RETURN-CODE
008860     END-IF.
008870 9000-EXIT.
008880     EXIT.
008890
008900 END PROGRAM FixtureWalkover.
