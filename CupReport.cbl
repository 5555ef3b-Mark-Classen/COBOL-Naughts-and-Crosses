000010*================================================================
000020*  PROGRAM-ID    : CUPREPORT
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      PRINTS THE KNOCKOUT CUP BRACKET FOR THE NOTICE BOARD.
000100*      EVERY TIE ON CUPBKT IS LISTED ROUND BY ROUND - THE LATE
000110*      ROUNDS NAMED AS THE QUARTER-FINALS, SEMI-FINALS AND
000120*      FINAL - WITH BOTH PLAYERS AND THEIR SEEDS AND EITHER THE
000130*      RESULT (WHO WENT THROUGH, AND BY WHICH GAME, BYE OR
000140*      SEEDING) OR WHAT THE TIE IS STILL WAITING FOR: AN OPEN
000150*      TIE SHOWS THE DAY IT OPENED AND ITS DRAWN GAMES SO FAR,
000160*      A TIE WHOSE PLAYERS ARE NOT YET KNOWN IS AWAITING AN
000170*      EARLIER ROUND.  THE TRAILER GIVES THE TIE COUNTS AND,
000180*      ONCE THE FINAL IS DECIDED, THE CUP WINNER BY NAME OFF
000190*      THE PLAYER REGISTRY.  PRINTED ON CUPRPT IN THE SAME
000200*      80-COLUMN STYLE AS THE OTHER REPORTS.  RUN CUPADVANCE
000210*      FIRST OR THE DAY'S RESULTS WILL NOT YET SHOW.
000220*----------------------------------------------------------------
000230*  MODIFICATION HISTORY.
000240*      DATE       INIT   DESCRIPTION
000250*      ---------- ----   ----------------------------------------
000260*      10/05/2026 RM     INITIAL VERSION, PART OF THE KNOCKOUT
000270*                        CUP WORK.
000280*      10/15/2026 RM     THE BRACKET AND THE REPORT ARE CLOSED ON
000290*                        OPEN SWITCHES, NOT ON THE LAST FILE
000300*                        STATUS, AND A REPORT THAT WILL NOT OPEN
000310*                        IS SAID SO ON THE CONSOLE.
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CupReport.
000350 AUTHOR. R. MARCHBANKS.
000360 INSTALLATION. RECREATION SYSTEMS GROUP.
000370 DATE-WRITTEN. 10/05/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUP-BRACKET-FILE ASSIGN TO "CUPBKT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CB-TIE-KEY
000470         FILE STATUS IS CR-CUPBKT-STATUS.
000480
000490     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PG-PLAYER-ID
000530         FILE STATUS IS CR-PLAYREG-STATUS.
000540
000550     SELECT CUP-REPORT-FILE ASSIGN TO "CUPRPT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CR-CUPRPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CUP-BRACKET-FILE.
000620 COPY NCCUPBKT.
000630
000640 FD  PLAYER-REGISTRY-FILE.
000650 COPY NCPLREG.
000660
000670 FD  CUP-REPORT-FILE
000680     RECORDING MODE IS F.
000690 COPY NCCUPRPT.
000700
000710 WORKING-STORAGE SECTION.
000720 77  CR-CUPBKT-STATUS      PIC X(02) VALUE SPACES.
000730 77  CR-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
000740 77  CR-CUPRPT-STATUS      PIC X(02) VALUE SPACES.
000750 77  CR-CUPBKT-EOF-SW      PIC X(01) VALUE 'N'.
000760     88  CR-CUPBKT-EOF            VALUE 'Y'.
000770 77  CR-CUPBKT-OPEN-SW     PIC X(01) VALUE 'N'.
000780     88  CR-CUPBKT-OPEN           VALUE 'Y'.
000790 77  CR-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
000800     88  CR-REGISTRY-OPEN         VALUE 'Y'.
000810 77  CR-CUPRPT-OPEN-SW     PIC X(01) VALUE 'N'.
000820     88  CR-CUPRPT-OPEN           VALUE 'Y'.
000830 77  CR-TIE-COUNT          PIC 9(03) COMP VALUE 0.
000840 77  CR-IDX                PIC 9(03) COMP VALUE 0.
000850 77  CR-FINAL-ROUND        PIC 9(02) VALUE 0.
000860 77  CR-PREV-ROUND         PIC 9(02) VALUE 0.
000870 77  CR-DECIDED-COUNT      PIC 9(03) COMP VALUE 0.
000880 77  CR-OPEN-COUNT         PIC 9(03) COMP VALUE 0.
000890 77  CR-AWAITING-COUNT     PIC 9(03) COMP VALUE 0.
000900 77  CR-CHAMPION-ID        PIC X(08) VALUE SPACES.
000910 77  CR-EDIT-DRAWS         PIC Z9.
000920
000930*----------------------------------------------------------------
000940*  CR-TIE-TBL - THE WHOLE BRACKET IN KEY ORDER, HELD SO THE LAST
000950*  ROUND IS KNOWN BEFORE THE FIRST ROUND HEADING IS PRINTED.
000960*  127 TIES IS A 128-PLACE DRAW, THE MOST THE DRAW WILL MAKE.
000970*----------------------------------------------------------------
000980 01  CR-TIE-TBL.
000990     05  CR-TIE OCCURS 127 TIMES.
001000         10  CR-TI-ROUND       PIC 9(02).
001010         10  CR-TI-TIE-NO      PIC 9(03).
001020         10  CR-TI-P1-ID       PIC X(08).
001030         10  CR-TI-P1-SEED     PIC 9(03).
001040         10  CR-TI-P2-ID       PIC X(08).
001050         10  CR-TI-P2-SEED     PIC 9(03).
001060         10  CR-TI-STATUS      PIC X(01).
001070         10  CR-TI-BY          PIC X(01).
001080         10  CR-TI-OPEN-DATE   PIC 9(08).
001090         10  CR-TI-DRAWN-GAMES PIC 9(02).
001100         10  CR-TI-WINNER      PIC X(08).
001110         10  CR-TI-GAME-ID     PIC X(08).
001120 01  CR-OPEN-DATE-R.
001130     05  CR-OPEN-YYYY          PIC X(04).
001140     05  CR-OPEN-MM            PIC X(02).
001150     05  CR-OPEN-DD            PIC X(02).
001160
001170*----------------------------------------------------------------
001180*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
001190*----------------------------------------------------------------
001200 77  CR-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
001210 01  CR-RUN-DATE.
001220     05  CR-RUN-YYYY           PIC X(04).
001230     05  CR-RUN-MM             PIC X(02).
001240     05  CR-RUN-DD             PIC X(02).
001250 01  CR-HEADER1-LINE.
001260     05  FILLER                PIC X(40) VALUE
001270         "NAUGHTS AND CROSSES KNOCKOUT CUP AS AT  ".
001280     05  CR-HDR-DD             PIC X(02).
001290     05  FILLER                PIC X(01) VALUE "/".
001300     05  CR-HDR-MM             PIC X(02).
001310     05  FILLER                PIC X(01) VALUE "/".
001320     05  CR-HDR-YYYY           PIC X(04).
001330     05  FILLER                PIC X(30) VALUE SPACES.
001340 01  CR-HEADER2-LINE.
001350     05  FILLER                PIC X(39) VALUE
001360         " TIE SEED  PLAYER     SEED  PLAYER     ".
001370     05  FILLER                PIC X(41) VALUE
001380         "RESULT".
001390 01  CR-ROUND-LINE.
001400     05  CR-RND-NAME           PIC X(14).
001410     05  FILLER                PIC X(66) VALUE SPACES.
001420 01  CR-ROUND-NUMBER-R.
001430     05  FILLER                PIC X(06) VALUE "ROUND ".
001440     05  CR-RND-NUMBER         PIC Z9.
001450     05  FILLER                PIC X(06) VALUE SPACES.
001460 01  CR-DETAIL-LINE.
001470     05  FILLER                PIC X(01) VALUE SPACES.
001480     05  CR-DET-TIE            PIC ZZ9.
001490     05  FILLER                PIC X(02) VALUE SPACES.
001500     05  CR-DET-SEED1          PIC ZZZ.
001510     05  FILLER                PIC X(02) VALUE SPACES.
001520     05  CR-DET-PLAYER1        PIC X(08).
001530     05  FILLER                PIC X(04) VALUE " V  ".
001540     05  CR-DET-SEED2          PIC ZZZ.
001550     05  FILLER                PIC X(02) VALUE SPACES.
001560     05  CR-DET-PLAYER2        PIC X(08).
001570     05  FILLER                PIC X(03) VALUE SPACES.
001580     05  CR-DET-RESULT         PIC X(41).
001590 01  CR-TOTAL-LINE.
001600     05  FILLER                PIC X(14) VALUE "TIES DECIDED: ".
001610     05  CR-TOT-DECIDED        PIC ZZ9.
001620     05  FILLER                PIC X(08) VALUE "  OPEN: ".
001630     05  CR-TOT-OPEN           PIC ZZ9.
001640     05  FILLER                PIC X(12) VALUE "  AWAITING: ".
001650     05  CR-TOT-AWAITING       PIC ZZ9.
001660     05  FILLER                PIC X(37) VALUE SPACES.
001670 01  CR-WINNER-LINE.
001680     05  FILLER                PIC X(12) VALUE "CUP WINNER: ".
001690     05  CR-WIN-ID             PIC X(08).
001700     05  FILLER                PIC X(02) VALUE SPACES.
001710     05  CR-WIN-NAME           PIC X(30).
001720     05  FILLER                PIC X(28) VALUE SPACES.
001730
001740 PROCEDURE DIVISION.
001750 0000-MAIN-PROCEDURE.
001760     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001770     PERFORM 2000-LOAD-BRACKET THRU 2000-EXIT
001780     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001790     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
001800     GOBACK.
001810
001820*----------------------------------------------------------------
001830*  1000-INITIALIZE-RUN - OPEN THE FILES AND PICK UP THE RUN DATE
001840*                        FOR THE HEADER.  A MISSING BRACKET IS
001850*                        REPORTED AND PRINTED AS EMPTY; A MISSING
001860*                        REGISTRY ONLY LOSES THE WINNER'S NAME.
001870*----------------------------------------------------------------
001880 1000-INITIALIZE-RUN.
001890     ACCEPT CR-RUN-DATE FROM DATE YYYYMMDD
001900     OPEN INPUT CUP-BRACKET-FILE
001910     IF CR-CUPBKT-STATUS = "00"
001920         MOVE 'Y' TO CR-CUPBKT-OPEN-SW
001930     ELSE
001940         DISPLAY "WARNING - CUPBKT OPEN FAILED, STATUS "
001950             CR-CUPBKT-STATUS " - REPORTING AN EMPTY BRACKET"
001960         MOVE 'Y' TO CR-CUPBKT-EOF-SW
001970     END-IF
001980     OPEN INPUT PLAYER-REGISTRY-FILE
001990     IF CR-PLAYREG-STATUS = "00"
002000         MOVE 'Y' TO CR-REGISTRY-OPEN-SW
002010     ELSE
002020         DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
002030             CR-PLAYREG-STATUS " - CUP WINNER PRINTED UNNAMED"
002040     END-IF
002050     OPEN OUTPUT CUP-REPORT-FILE
002060     IF CR-CUPRPT-STATUS = "00"
002070         MOVE 'Y' TO CR-CUPRPT-OPEN-SW
002080     ELSE
002090         DISPLAY "WARNING - CUPRPT OPEN FAILED, STATUS "
002100             CR-CUPRPT-STATUS " - NO REPORT PRINTED"
002110     END-IF.
002120 1000-EXIT.
002130     EXIT.
002140
002150*----------------------------------------------------------------
002160*  2000-LOAD-BRACKET - READ THE BRACKET FRONT TO BACK INTO
002170*                      CR-TIE-TBL AND COUNT THE TIES BY STATUS.
002180*----------------------------------------------------------------
002190 2000-LOAD-BRACKET.
002200     PERFORM 2010-READ-ONE-TIE THRU 2010-EXIT
002210         UNTIL CR-CUPBKT-EOF.
002220 2000-EXIT.
002230     EXIT.
002240
002250 2010-READ-ONE-TIE.
002260     READ CUP-BRACKET-FILE NEXT RECORD
002270         AT END
002280             MOVE 'Y' TO CR-CUPBKT-EOF-SW
002290         NOT AT END
002300             IF CR-TIE-COUNT = 127
002310                 DISPLAY "WARNING - TIE TABLE FULL, ROUND "
002320                     CB-ROUND " TIE " CB-TIE-NO
002330                     " LEFT OFF THE REPORT"
002340             ELSE
002350                 PERFORM 2020-STORE-ONE-TIE THRU 2020-EXIT
002360             END-IF
002370     END-READ.
002380 2010-EXIT.
002390     EXIT.
002400
002410 2020-STORE-ONE-TIE.
002420     ADD 1 TO CR-TIE-COUNT
002430     MOVE CB-ROUND          TO CR-TI-ROUND(CR-TIE-COUNT)
002440     MOVE CB-TIE-NO         TO CR-TI-TIE-NO(CR-TIE-COUNT)
002450     MOVE CB-PLAYER1-ID     TO CR-TI-P1-ID(CR-TIE-COUNT)
002460     MOVE CB-PLAYER1-SEED   TO CR-TI-P1-SEED(CR-TIE-COUNT)
002470     MOVE CB-PLAYER2-ID     TO CR-TI-P2-ID(CR-TIE-COUNT)
002480     MOVE CB-PLAYER2-SEED   TO CR-TI-P2-SEED(CR-TIE-COUNT)
002490     MOVE CB-TIE-STATUS     TO CR-TI-STATUS(CR-TIE-COUNT)
002500     MOVE CB-DECIDED-BY     TO CR-TI-BY(CR-TIE-COUNT)
002510     MOVE CB-OPEN-DATE      TO CR-TI-OPEN-DATE(CR-TIE-COUNT)
002520     MOVE CB-DRAWN-GAMES    TO CR-TI-DRAWN-GAMES(CR-TIE-COUNT)
002530     MOVE CB-WINNER-ID      TO CR-TI-WINNER(CR-TIE-COUNT)
002540     MOVE CB-GAME-ID        TO CR-TI-GAME-ID(CR-TIE-COUNT)
002550     IF CB-ROUND > CR-FINAL-ROUND
002560         MOVE CB-ROUND TO CR-FINAL-ROUND
002570     END-IF
002580     EVALUATE TRUE
002590         WHEN CB-DECIDED
002600             ADD 1 TO CR-DECIDED-COUNT
002610         WHEN CB-OPEN
002620             ADD 1 TO CR-OPEN-COUNT
002630         WHEN OTHER
002640             ADD 1 TO CR-AWAITING-COUNT
002650     END-EVALUATE.
002660 2020-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700*  4000-WRITE-REPORT - LAY THE BRACKET OUT ON CUPRPT, A ROUND
002710*                      HEADING AT EACH CHANGE OF ROUND, THEN THE
002720*                      CONTROL-TOTAL TRAILER AND THE CUP WINNER.
002730*----------------------------------------------------------------
002740 4000-WRITE-REPORT.
002750     MOVE CR-RPT-SEPARATOR TO CR-LINE
002760     WRITE CUP-REPORT-RECORD
002770     MOVE CR-RUN-DD   TO CR-HDR-DD
002780     MOVE CR-RUN-MM   TO CR-HDR-MM
002790     MOVE CR-RUN-YYYY TO CR-HDR-YYYY
002800     MOVE CR-HEADER1-LINE TO CR-LINE
002810     WRITE CUP-REPORT-RECORD
002820     MOVE CR-HEADER2-LINE TO CR-LINE
002830     WRITE CUP-REPORT-RECORD
002840     MOVE CR-RPT-SEPARATOR TO CR-LINE
002850     WRITE CUP-REPORT-RECORD
002860     MOVE 0 TO CR-PREV-ROUND
002870     PERFORM 4010-WRITE-ONE-TIE THRU 4010-EXIT
002880         VARYING CR-IDX FROM 1 BY 1
002890             UNTIL CR-IDX > CR-TIE-COUNT
002900     MOVE CR-RPT-SEPARATOR TO CR-LINE
002910     WRITE CUP-REPORT-RECORD
002920     MOVE CR-DECIDED-COUNT  TO CR-TOT-DECIDED
002930     MOVE CR-OPEN-COUNT     TO CR-TOT-OPEN
002940     MOVE CR-AWAITING-COUNT TO CR-TOT-AWAITING
002950     MOVE CR-TOTAL-LINE TO CR-LINE
002960     WRITE CUP-REPORT-RECORD
002970     PERFORM 4040-WRITE-WINNER THRU 4040-EXIT
002980     MOVE CR-RPT-SEPARATOR TO CR-LINE
002990     WRITE CUP-REPORT-RECORD
003000     IF CR-CUPRPT-STATUS NOT = "00"
003010         DISPLAY "WARNING - CUPRPT WRITE FAILED, STATUS "
003020             CR-CUPRPT-STATUS
003030     END-IF.
003040 4000-EXIT.
003050     EXIT.
003060
003070 4010-WRITE-ONE-TIE.
003080     IF CR-TI-ROUND(CR-IDX) NOT = CR-PREV-ROUND
003090         PERFORM 4020-WRITE-ROUND-HEADING THRU 4020-EXIT
003100     END-IF
003110     MOVE CR-TI-TIE-NO(CR-IDX)  TO CR-DET-TIE
003120     MOVE CR-TI-P1-SEED(CR-IDX) TO CR-DET-SEED1
003130     MOVE CR-TI-P1-ID(CR-IDX)   TO CR-DET-PLAYER1
003140     MOVE CR-TI-P2-SEED(CR-IDX) TO CR-DET-SEED2
003150     MOVE CR-TI-P2-ID(CR-IDX)   TO CR-DET-PLAYER2
003160     IF CR-TI-BY(CR-IDX) = 'B'
003170         MOVE "BYE" TO CR-DET-PLAYER2
003180     END-IF
003190     PERFORM 4030-FORMAT-RESULT THRU 4030-EXIT
003200     MOVE CR-DETAIL-LINE TO CR-LINE
003210     WRITE CUP-REPORT-RECORD.
003220 4010-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------
003260*  4020-WRITE-ROUND-HEADING - A BLANK LINE AND THE ROUND'S NAME.
003270*                      THE LAST THREE ROUNDS ARE NAMED, THE REST
003280*                      NUMBERED.
003290*----------------------------------------------------------------
003300 4020-WRITE-ROUND-HEADING.
003310     MOVE CR-TI-ROUND(CR-IDX) TO CR-PREV-ROUND
003320     MOVE SPACES TO CR-LINE
003330     WRITE CUP-REPORT-RECORD
003340     EVALUATE TRUE
003350         WHEN CR-PREV-ROUND = CR-FINAL-ROUND
003360             MOVE "FINAL"          TO CR-RND-NAME
003370         WHEN CR-PREV-ROUND + 1 = CR-FINAL-ROUND
003380             MOVE "SEMI-FINALS"    TO CR-RND-NAME
003390         WHEN CR-PREV-ROUND + 2 = CR-FINAL-ROUND
003400             MOVE "QUARTER-FINALS" TO CR-RND-NAME
003410         WHEN OTHER
003420             MOVE CR-PREV-ROUND     TO CR-RND-NUMBER
003430             MOVE CR-ROUND-NUMBER-R TO CR-RND-NAME
003440     END-EVALUATE
003450     MOVE CR-ROUND-LINE TO CR-LINE
003460     WRITE CUP-REPORT-RECORD.
003470 4020-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510*  4030-FORMAT-RESULT - WHAT THE TIE CAME TO, OR WHAT IT IS
003520*                      STILL WAITING FOR.
003530*----------------------------------------------------------------
003540 4030-FORMAT-RESULT.
003550     MOVE SPACES TO CR-DET-RESULT
003560     MOVE CR-TI-DRAWN-GAMES(CR-IDX) TO CR-EDIT-DRAWS
003570     EVALUATE TRUE
003580         WHEN CR-TI-STATUS(CR-IDX) = 'D'
003590             AND CR-TI-BY(CR-IDX) = 'G'
003600             STRING "WON BY " DELIMITED BY SIZE
003610                 CR-TI-WINNER(CR-IDX) DELIMITED BY SPACE
003620                 " GAME " DELIMITED BY SIZE
003630                 CR-TI-GAME-ID(CR-IDX) DELIMITED BY SPACE
003640                 INTO CR-DET-RESULT
003650             END-STRING
003660         WHEN CR-TI-STATUS(CR-IDX) = 'D'
003670             AND CR-TI-BY(CR-IDX) = 'B'
003680             STRING CR-TI-WINNER(CR-IDX) DELIMITED BY SPACE
003690                 " ON A BYE" DELIMITED BY SIZE
003700                 INTO CR-DET-RESULT
003710             END-STRING
003720         WHEN CR-TI-STATUS(CR-IDX) = 'D'
003730             STRING CR-TI-WINNER(CR-IDX) DELIMITED BY SPACE
003740                 " ON SEEDING AFTER " DELIMITED BY SIZE
003750                 CR-EDIT-DRAWS DELIMITED BY SIZE
003760                 " DRAWS" DELIMITED BY SIZE
003770                 INTO CR-DET-RESULT
003780             END-STRING
003790         WHEN CR-TI-STATUS(CR-IDX) = 'O'
003800             MOVE CR-TI-OPEN-DATE(CR-IDX) TO CR-OPEN-DATE-R
003810             STRING "OPEN SINCE " DELIMITED BY SIZE
003820                 CR-OPEN-DD "/" CR-OPEN-MM "/" CR-OPEN-YYYY
003830                     DELIMITED BY SIZE
003840                 " DRAWN GAMES " DELIMITED BY SIZE
003850                 CR-EDIT-DRAWS DELIMITED BY SIZE
003860                 INTO CR-DET-RESULT
003870             END-STRING
003880         WHEN OTHER
003890             MOVE "AWAITING EARLIER ROUND" TO CR-DET-RESULT
003900     END-EVALUATE.
003910 4030-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950*  4040-WRITE-WINNER - THE FINAL IS THE ONLY TIE IN THE LAST
003960*                      ROUND; ONCE IT IS DECIDED ITS WINNER IS
003970*                      PRINTED WITH THE REGISTERED NAME.
003980*----------------------------------------------------------------
003990 4040-WRITE-WINNER.
004000     MOVE SPACES TO CR-CHAMPION-ID
004010     PERFORM 4050-CHECK-ONE-FINAL THRU 4050-EXIT
004020         VARYING CR-IDX FROM 1 BY 1
004030             UNTIL CR-IDX > CR-TIE-COUNT
004040     IF CR-CHAMPION-ID = SPACES
004050         MOVE "NOT YET DECIDED" TO CR-WIN-NAME
004060         MOVE SPACES TO CR-WIN-ID
004070     ELSE
004080         MOVE CR-CHAMPION-ID TO CR-WIN-ID
004090         MOVE SPACES TO CR-WIN-NAME
004100         IF CR-REGISTRY-OPEN
004110             MOVE CR-CHAMPION-ID TO PG-PLAYER-ID
004120             READ PLAYER-REGISTRY-FILE
004130                 INVALID KEY
004140                     CONTINUE
004150                 NOT INVALID KEY
004160                     MOVE PG-FULL-NAME TO CR-WIN-NAME
004170             END-READ
004180         END-IF
004190     END-IF
004200     MOVE CR-WINNER-LINE TO CR-LINE
004210     WRITE CUP-REPORT-RECORD.
004220 4040-EXIT.
004230     EXIT.
004240
004250 4050-CHECK-ONE-FINAL.
004260     IF CR-TI-ROUND(CR-IDX) = CR-FINAL-ROUND
004270             AND CR-TI-STATUS(CR-IDX) = 'D'
004280         MOVE CR-TI-WINNER(CR-IDX) TO CR-CHAMPION-ID
004290     END-IF.
004300 4050-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED.
004350*----------------------------------------------------------------
004360 9000-TERMINATE-RUN.
004370     IF CR-CUPBKT-OPEN
004380         CLOSE CUP-BRACKET-FILE
004390     END-IF
004400     IF CR-REGISTRY-OPEN
004410         CLOSE PLAYER-REGISTRY-FILE
004420     END-IF
004430     IF CR-CUPRPT-OPEN
004440         CLOSE CUP-REPORT-FILE
004450     END-IF
004460     DISPLAY "Cup report complete - " CR-TIE-COUNT
004470         " tie(s) listed.".
004480 9000-EXIT.
004490     EXIT.
004500
004510 END PROGRAM CupReport.
