000010*================================================================
000020*  PROGRAM-ID    : CUPADVANCE
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      NIGHTLY UPDATE OF THE KNOCKOUT CUP BRACKET FROM THE DAY'S
000100*      PLAY.  EVERY TIE ON CUPBKT IS GATHERED INTO STORAGE AND
000110*      THE GAME MASTER IS READ FRONT TO BACK, AS THE FIXTURE-
000120*      MATCHING JOB DOES: A COMPLETED, UNVOIDED GAME BETWEEN AN
000130*      OPEN TIE'S TWO PLAYERS (EITHER WAY ROUND) DATED ON OR
000140*      AFTER THE DAY THE TIE OPENED COUNTS FOR THE TIE.
000150*
000160*      THE REPLAY RULE: THE PAIR'S FIRST DECISIVE GAME SETTLES
000170*      THE TIE, AND A DRAWN GAME IS SIMPLY REPLAYED - UNLESS THE
000180*      PAIR HAVE ALREADY DRAWN CA-REPLAY-LIMIT GAMES IN THE TIE
000190*      BEFORE IT, IN WHICH CASE THE BETTER SEED GOES THROUGH ON
000200*      SEEDING.  A TIE WITH DRAWS BUT NO WINNER YET STAYS OPEN
000210*      WITH ITS DRAW COUNT BROUGHT UP TO DATE.  THE EARLIEST
000220*      DECISIVE GAME IS FOUND ON A FIRST PASS OF THE MASTER AND
000230*      THE DRAWS BEFORE IT ARE COUNTED ON A SECOND.
000240*
000250*      EACH TIE DECIDED IS CARRIED INTO ITS PLACE IN THE NEXT
000260*      ROUND, WHICH OPENS FROM TODAY ONCE BOTH ITS PLAYERS ARE
000270*      KNOWN, AND THE DECIDING OF THE FINAL NAMES THE CUP
000280*      WINNER.  A RESULT VOIDED AFTER ITS TIE HAS BEEN DECIDED
000290*      DOES NOT UNDO THE TIE; THE COMMITTEE SETTLES THAT BY HAND.
000300*----------------------------------------------------------------
000310*  MODIFICATION HISTORY.
000320*      DATE       INIT   DESCRIPTION
000330*      ---------- ----   ----------------------------------------
000340*      10/05/2026 RM     INITIAL VERSION, PART OF THE KNOCKOUT
000350*                        CUP WORK.
000360*      10/05/2026 RM     RESULT-ONLY WALKOVERS AND DOUBLE
000370*                        FORFEITS AWARDED ON LEAGUE FIXTURES
000380*                        ARE SKIPPED - A CUP TIE IS DECIDED AT
000390*                        THE BOARD.
000400*      10/15/2026 RM     A BRACKET OR GAME MASTER THAT EXISTS BUT
000410*                        WILL NOT OPEN NOW ENDS THE RUN WITH
000420*                        RETURN CODE 8 AND NO TIE CHANGED; ONLY A
000430*                        BRACKET NEVER CREATED COUNTS AS NO CUP.
000440*                        THE BRACKET IS CLOSED ON AN OPEN SWITCH.
000450*================================================================
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CupAdvance.
000480 AUTHOR. R. MARCHBANKS.
000490 INSTALLATION. RECREATION SYSTEMS GROUP.
000500 DATE-WRITTEN. 10/05/2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS GL-GAME-ID
000600         FILE STATUS IS CA-GAMEMST-STATUS.
000610
000620     SELECT CUP-BRACKET-FILE ASSIGN TO "CUPBKT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CB-TIE-KEY
000660         FILE STATUS IS CA-CUPBKT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  GAME-MASTER-FILE.
000710 COPY NCGAMELG.
000720
000730 FD  CUP-BRACKET-FILE.
000740 COPY NCCUPBKT.
000750
000760 WORKING-STORAGE SECTION.
000770 77  CA-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
000780 77  CA-CUPBKT-STATUS      PIC X(02) VALUE SPACES.
000790 77  CA-GAMEMST-EOF-SW     PIC X(01) VALUE 'N'.
000800     88  CA-GAMEMST-EOF           VALUE 'Y'.
000810 77  CA-CUPBKT-EOF-SW      PIC X(01) VALUE 'N'.
000820     88  CA-CUPBKT-EOF            VALUE 'Y'.
000830 77  CA-CUPBKT-OPEN-SW     PIC X(01) VALUE 'N'.
000840     88  CA-CUPBKT-OPEN           VALUE 'Y'.
000850 77  CA-GAMEMST-FAILED-SW  PIC X(01) VALUE 'N'.
000860     88  CA-GAMEMST-FAILED        VALUE 'Y'.
000870 77  CA-PASS               PIC 9(01) VALUE 0.
000880 77  CA-REPLAY-LIMIT       PIC 9(02) VALUE 3.
000890 77  CA-RUN-DATE           PIC 9(08) VALUE 0.
000900 77  CA-GAME-STAMP         PIC 9(16) VALUE 0.
000910 77  CA-GAME-WINNER-ID     PIC X(08) VALUE SPACES.
000920 77  CA-TIE-COUNT          PIC 9(03) COMP VALUE 0.
000930 77  CA-FINAL-ROUND        PIC 9(02) VALUE 0.
000940 77  CA-TIE-IDX            PIC 9(03) COMP VALUE 0.
000950 77  CA-NEXT-IDX           PIC 9(03) COMP VALUE 0.
000960 77  CA-SEARCH-IDX         PIC 9(03) COMP VALUE 0.
000970 77  CA-NEXT-ROUND         PIC 9(02) VALUE 0.
000980 77  CA-NEXT-TIE-NO        PIC 9(03) VALUE 0.
000990 77  CA-ODD-WORK           PIC 9(03) COMP VALUE 0.
001000 77  CA-GAMES-READ         PIC 9(07) COMP VALUE 0.
001010 77  CA-OPEN-AT-START      PIC 9(03) COMP VALUE 0.
001020 77  CA-DECIDED-BY-GAME    PIC 9(03) COMP VALUE 0.
001030 77  CA-DECIDED-ON-SEEDING PIC 9(03) COMP VALUE 0.
001040 77  CA-TIES-OPENED        PIC 9(03) COMP VALUE 0.
001050 77  CA-TIES-REWRITTEN     PIC 9(03) COMP VALUE 0.
001060
001070*----------------------------------------------------------------
001080*  CA-TIE-TBL - THE WHOLE BRACKET IN KEY ORDER AS IT CAME OFF
001090*  THE FILE.  127 TIES IS A 128-PLACE DRAW, THE MOST THE DRAW
001100*  PROGRAM WILL MAKE.  CA-TI-BEST-STAMP / -WINNER / -GAME HOLD
001110*  THE EARLIEST DECISIVE GAME FOUND FOR AN OPEN TIE (STAMP IS
001120*  GAME DATE AND TIME RUN TOGETHER, ZERO WHILE NONE IS FOUND)
001130*  AND CA-TI-DRAWS THE DRAWN GAMES BEFORE IT.  CA-TI-CHANGED-SW
001140*  MARKS AN ENTRY THE REWRITE PASS MUST POST BACK.
001150*----------------------------------------------------------------
001160 01  CA-TIE-TBL.
001170     05  CA-TIE OCCURS 127 TIMES.
001180         10  CA-TI-ROUND       PIC 9(02).
001190         10  CA-TI-TIE-NO      PIC 9(03).
001200         10  CA-TI-P1-ID       PIC X(08).
001210         10  CA-TI-P1-SEED     PIC 9(03).
001220         10  CA-TI-P2-ID       PIC X(08).
001230         10  CA-TI-P2-SEED     PIC 9(03).
001240         10  CA-TI-STATUS      PIC X(01).
001250         10  CA-TI-BY          PIC X(01).
001260         10  CA-TI-OPEN-DATE   PIC 9(08).
001270         10  CA-TI-DRAWN-GAMES PIC 9(02).
001280         10  CA-TI-WINNER      PIC X(08).
001290         10  CA-TI-WINNER-SEED PIC 9(03).
001300         10  CA-TI-GAME-ID     PIC X(08).
001310         10  CA-TI-DECIDED-DATE PIC 9(08).
001320         10  CA-TI-BEST-STAMP  PIC 9(16).
001330         10  CA-TI-BEST-WINNER PIC X(08).
001340         10  CA-TI-BEST-GAME   PIC X(08).
001350         10  CA-TI-DRAWS       PIC 9(02).
001360         10  CA-TI-CHANGED-SW  PIC X(01).
001370
001380 PROCEDURE DIVISION.
001390 0000-MAIN-PROCEDURE.
001400     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001410     PERFORM 2000-LOAD-BRACKET THRU 2000-EXIT
001420     IF CA-OPEN-AT-START > 0
001430         PERFORM 3000-SCAN-GAMES THRU 3000-EXIT
001440         IF NOT CA-GAMEMST-FAILED
001450             PERFORM 4000-DECIDE-TIES THRU 4000-EXIT
001460             PERFORM 6000-POST-CHANGES THRU 6000-EXIT
001470         END-IF
001480     ELSE
001490         DISPLAY "No open cup ties - nothing to advance."
001500     END-IF
001510     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
001520     GOBACK.
001530
001540*----------------------------------------------------------------
001550*  1000-INITIALIZE-RUN - OPEN THE BRACKET.  A MISSING BRACKET IS
001560*                        REPORTED AND TREATED AS EMPTY, SO THE
001570*                        NIGHTLY RUN ENDS TIDILY BETWEEN CUPS;
001580*                        ANY OTHER OPEN FAILURE ENDS IT WITH
001590*                        RETURN CODE 8.
001600*----------------------------------------------------------------
001610 1000-INITIALIZE-RUN.
001620     ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD
001630     OPEN I-O CUP-BRACKET-FILE
001640     IF CA-CUPBKT-STATUS = "00"
001650         MOVE 'Y' TO CA-CUPBKT-OPEN-SW
001660     ELSE
001670         DISPLAY "WARNING - CUPBKT OPEN FAILED, STATUS "
001680             CA-CUPBKT-STATUS " - NO CUP TO ADVANCE"
001690         MOVE 'Y' TO CA-CUPBKT-EOF-SW
001700         IF CA-CUPBKT-STATUS NOT = "35"
001710             MOVE 8 TO RETURN-CODE
001720         END-IF
001730     END-IF.
001740 1000-EXIT.
001750     EXIT.
001760
001770*----------------------------------------------------------------
001780*  2000-LOAD-BRACKET - WALK THE BRACKET IN KEY ORDER INTO
001790*                      CA-TIE-TBL, NOTING THE LAST ROUND (THE
001800*                      FINAL) AND HOW MANY TIES ARE OPEN.
001810*----------------------------------------------------------------
001820 2000-LOAD-BRACKET.
001830     IF NOT CA-CUPBKT-EOF
001840         MOVE LOW-VALUES TO CB-TIE-KEY
001850         START CUP-BRACKET-FILE KEY NOT LESS THAN CB-TIE-KEY
001860             INVALID KEY
001870                 MOVE 'Y' TO CA-CUPBKT-EOF-SW
001880         END-START
001890     END-IF
001900     PERFORM 2010-READ-ONE-TIE THRU 2010-EXIT
001910         UNTIL CA-CUPBKT-EOF.
001920 2000-EXIT.
001930     EXIT.
001940
001950 2010-READ-ONE-TIE.
001960     READ CUP-BRACKET-FILE NEXT RECORD
001970         AT END
001980             MOVE 'Y' TO CA-CUPBKT-EOF-SW
001990         NOT AT END
002000             IF CA-TIE-COUNT = 127
002010                 DISPLAY "WARNING - TIE TABLE FULL, ROUND "
002020                     CB-ROUND " TIE " CB-TIE-NO " IGNORED"
002030             ELSE
002040                 PERFORM 2020-STORE-ONE-TIE THRU 2020-EXIT
002050             END-IF
002060     END-READ.
002070 2010-EXIT.
002080     EXIT.
002090
002100 2020-STORE-ONE-TIE.
002110     ADD 1 TO CA-TIE-COUNT
002120     MOVE CB-ROUND          TO CA-TI-ROUND(CA-TIE-COUNT)
002130     MOVE CB-TIE-NO         TO CA-TI-TIE-NO(CA-TIE-COUNT)
002140     MOVE CB-PLAYER1-ID     TO CA-TI-P1-ID(CA-TIE-COUNT)
002150     MOVE CB-PLAYER1-SEED   TO CA-TI-P1-SEED(CA-TIE-COUNT)
002160     MOVE CB-PLAYER2-ID     TO CA-TI-P2-ID(CA-TIE-COUNT)
002170     MOVE CB-PLAYER2-SEED   TO CA-TI-P2-SEED(CA-TIE-COUNT)
002180     MOVE CB-TIE-STATUS     TO CA-TI-STATUS(CA-TIE-COUNT)
002190     MOVE CB-DECIDED-BY     TO CA-TI-BY(CA-TIE-COUNT)
002200     MOVE CB-OPEN-DATE      TO CA-TI-OPEN-DATE(CA-TIE-COUNT)
002210     MOVE CB-DRAWN-GAMES    TO CA-TI-DRAWN-GAMES(CA-TIE-COUNT)
002220     MOVE CB-WINNER-ID      TO CA-TI-WINNER(CA-TIE-COUNT)
002230     MOVE 0                 TO CA-TI-WINNER-SEED(CA-TIE-COUNT)
002240     MOVE CB-GAME-ID        TO CA-TI-GAME-ID(CA-TIE-COUNT)
002250     MOVE CB-DECIDED-DATE   TO CA-TI-DECIDED-DATE(CA-TIE-COUNT)
002260     MOVE 0                 TO CA-TI-BEST-STAMP(CA-TIE-COUNT)
002270     MOVE SPACES            TO CA-TI-BEST-WINNER(CA-TIE-COUNT)
002280     MOVE SPACES            TO CA-TI-BEST-GAME(CA-TIE-COUNT)
002290     MOVE 0                 TO CA-TI-DRAWS(CA-TIE-COUNT)
002300     MOVE 'N'               TO CA-TI-CHANGED-SW(CA-TIE-COUNT)
002310     IF CB-ROUND > CA-FINAL-ROUND
002320         MOVE CB-ROUND TO CA-FINAL-ROUND
002330     END-IF
002340     IF CB-OPEN
002350         ADD 1 TO CA-OPEN-AT-START
002360     END-IF.
002370 2020-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410*  3000-SCAN-GAMES - TWO PASSES OF THE GAME MASTER.  THE FIRST
002420*                    FINDS EACH OPEN TIE'S EARLIEST DECISIVE
002430*                    GAME; THE SECOND COUNTS THE TIE'S DRAWN
002440*                    GAMES PLAYED BEFORE IT (ALL OF THEM, WHEN
002450*                    NO DECISIVE GAME HAS BEEN PLAYED YET).  A
002460*                    MASTER THAT WILL NOT OPEN IS REPORTED AND
002470*                    NO TIE IS DECIDED OR REWRITTEN - AN EMPTY
002480*                    SCAN WOULD ZERO THE DRAWN-GAME COUNTS - AND
002490*                    THE RUN ENDS WITH RETURN CODE 8.
002500*----------------------------------------------------------------
002510 3000-SCAN-GAMES.
002520     PERFORM 3010-SCAN-ONE-PASS THRU 3010-EXIT
002530         VARYING CA-PASS FROM 1 BY 1
002540             UNTIL CA-PASS > 2.
002550 3000-EXIT.
002560     EXIT.
002570
002580 3010-SCAN-ONE-PASS.
002590     MOVE 'N' TO CA-GAMEMST-EOF-SW
002600     OPEN INPUT GAME-MASTER-FILE
002610     IF CA-GAMEMST-STATUS NOT = "00"
002620         DISPLAY "WARNING - GAME MASTER OPEN FAILED, STATUS "
002630             CA-GAMEMST-STATUS " - NO TIE ADVANCED"
002640         MOVE 'Y' TO CA-GAMEMST-FAILED-SW
002650         MOVE 8 TO RETURN-CODE
002660         MOVE 3 TO CA-PASS
002670         GO TO 3010-EXIT
002680     END-IF
002690     PERFORM 3020-READ-ONE-GAME THRU 3020-EXIT
002700         UNTIL CA-GAMEMST-EOF
002710     CLOSE GAME-MASTER-FILE.
002720 3010-EXIT.
002730     EXIT.
002740
002750 3020-READ-ONE-GAME.
002760     READ GAME-MASTER-FILE NEXT RECORD
002770         AT END
002780             MOVE 'Y' TO CA-GAMEMST-EOF-SW
002790         NOT AT END
002800             IF CA-PASS = 1
002810                 ADD 1 TO CA-GAMES-READ
002820             END-IF
002830             IF NOT GL-VOIDED AND NOT GL-RESULT-ONLY
002840                 PERFORM 3030-TEST-ONE-GAME THRU 3030-EXIT
002850             END-IF
002860     END-READ.
002870 3020-EXIT.
002880     EXIT.
002890
002900 3030-TEST-ONE-GAME.
002910     COMPUTE CA-GAME-STAMP = GL-GAME-DATE * 100000000
002920                           + GL-GAME-TIME
002930     EVALUATE GL-WINNER
002940         WHEN 'X'
002950             MOVE GL-PLAYER1-ID TO CA-GAME-WINNER-ID
002960         WHEN 'O'
002970             MOVE GL-PLAYER2-ID TO CA-GAME-WINNER-ID
002980         WHEN OTHER
002990             MOVE SPACES TO CA-GAME-WINNER-ID
003000     END-EVALUATE
003010     PERFORM 3040-TEST-ONE-TIE THRU 3040-EXIT
003020         VARYING CA-TIE-IDX FROM 1 BY 1
003030             UNTIL CA-TIE-IDX > CA-TIE-COUNT.
003040 3030-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------
003080*  3040-TEST-ONE-TIE - ONE TIE AGAINST THE GAME IN THE RECORD
003090*                      AREA: STILL OPEN, THE RIGHT PAIR EITHER
003100*                      WAY ROUND, AND PLAYED ON OR AFTER THE DAY
003110*                      THE TIE OPENED.  PASS 1 KEEPS THE
003120*                      EARLIEST DECISIVE GAME; PASS 2 COUNTS THE
003130*                      DRAWS AHEAD OF IT.
003140*----------------------------------------------------------------
003150 3040-TEST-ONE-TIE.
003160     IF CA-TI-STATUS(CA-TIE-IDX) NOT = 'O'
003170             OR GL-GAME-DATE < CA-TI-OPEN-DATE(CA-TIE-IDX)
003180         GO TO 3040-EXIT
003190     END-IF
003200     IF NOT ((CA-TI-P1-ID(CA-TIE-IDX) = GL-PLAYER1-ID
003210             AND CA-TI-P2-ID(CA-TIE-IDX) = GL-PLAYER2-ID)
003220         OR (CA-TI-P1-ID(CA-TIE-IDX) = GL-PLAYER2-ID
003230             AND CA-TI-P2-ID(CA-TIE-IDX) = GL-PLAYER1-ID))
003240         GO TO 3040-EXIT
003250     END-IF
003260     IF CA-PASS = 1
003270         IF CA-GAME-WINNER-ID NOT = SPACES
003280             IF CA-TI-BEST-STAMP(CA-TIE-IDX) = 0
003290                 OR CA-GAME-STAMP < CA-TI-BEST-STAMP(CA-TIE-IDX)
003300                 MOVE CA-GAME-STAMP
003310                     TO CA-TI-BEST-STAMP(CA-TIE-IDX)
003320                 MOVE CA-GAME-WINNER-ID
003330                     TO CA-TI-BEST-WINNER(CA-TIE-IDX)
003340                 MOVE GL-GAME-ID TO CA-TI-BEST-GAME(CA-TIE-IDX)
003350             END-IF
003360         END-IF
003370     ELSE
003380         IF CA-GAME-WINNER-ID = SPACES
003390             IF CA-TI-BEST-STAMP(CA-TIE-IDX) = 0
003400                 OR CA-GAME-STAMP < CA-TI-BEST-STAMP(CA-TIE-IDX)
003410                 IF CA-TI-DRAWS(CA-TIE-IDX) < 99
003420                     ADD 1 TO CA-TI-DRAWS(CA-TIE-IDX)
003430                 END-IF
003440             END-IF
003450         END-IF
003460     END-IF.
003470 3040-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510*  4000-DECIDE-TIES - APPLY THE REPLAY RULE TO EVERY TIE THAT
003520*                     WAS OPEN WHEN THE RUN STARTED.  THE TABLE
003530*                     IS IN ROUND ORDER, SO A TIE OPENED BY THIS
003540*                     RUN'S RESULTS HAS NO GAMES GATHERED FOR IT
003550*                     AND IS LEFT FOR TOMORROW.
003560*----------------------------------------------------------------
003570 4000-DECIDE-TIES.
003580     PERFORM 4010-DECIDE-ONE-TIE THRU 4010-EXIT
003590         VARYING CA-TIE-IDX FROM 1 BY 1
003600             UNTIL CA-TIE-IDX > CA-TIE-COUNT.
003610 4000-EXIT.
003620     EXIT.
003630
003640 4010-DECIDE-ONE-TIE.
003650     IF CA-TI-STATUS(CA-TIE-IDX) NOT = 'O'
003660             OR CA-TI-CHANGED-SW(CA-TIE-IDX) = 'Y'
003670         GO TO 4010-EXIT
003680     END-IF
003690     IF CA-TI-DRAWS(CA-TIE-IDX) >= CA-REPLAY-LIMIT
003700         PERFORM 4020-DECIDE-ON-SEEDING THRU 4020-EXIT
003710     ELSE
003720         IF CA-TI-BEST-STAMP(CA-TIE-IDX) > 0
003730             PERFORM 4030-DECIDE-BY-GAME THRU 4030-EXIT
003740         ELSE
003750             IF CA-TI-DRAWS(CA-TIE-IDX)
003760                     NOT = CA-TI-DRAWN-GAMES(CA-TIE-IDX)
003770                 MOVE CA-TI-DRAWS(CA-TIE-IDX)
003780                     TO CA-TI-DRAWN-GAMES(CA-TIE-IDX)
003790                 MOVE 'Y' TO CA-TI-CHANGED-SW(CA-TIE-IDX)
003800             END-IF
003810             GO TO 4010-EXIT
003820         END-IF
003830     END-IF
003840     PERFORM 5000-CARRY-WINNER THRU 5000-EXIT.
003850 4010-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890*  4020-DECIDE-ON-SEEDING - THE PAIR HAVE DRAWN THE REPLAY LIMIT
003900*                      WITHOUT A DECISIVE GAME, SO THE BETTER
003910*                      SEED (THE LOWER SEED NUMBER) GOES THROUGH.
003920*----------------------------------------------------------------
003930 4020-DECIDE-ON-SEEDING.
003940     MOVE CA-REPLAY-LIMIT TO CA-TI-DRAWN-GAMES(CA-TIE-IDX)
003950     IF CA-TI-P1-SEED(CA-TIE-IDX) <= CA-TI-P2-SEED(CA-TIE-IDX)
003960         MOVE CA-TI-P1-ID(CA-TIE-IDX) TO CA-TI-WINNER(CA-TIE-IDX)
003970         MOVE CA-TI-P1-SEED(CA-TIE-IDX)
003980             TO CA-TI-WINNER-SEED(CA-TIE-IDX)
003990     ELSE
004000         MOVE CA-TI-P2-ID(CA-TIE-IDX) TO CA-TI-WINNER(CA-TIE-IDX)
004010         MOVE CA-TI-P2-SEED(CA-TIE-IDX)
004020             TO CA-TI-WINNER-SEED(CA-TIE-IDX)
004030     END-IF
004040     MOVE 'D'            TO CA-TI-STATUS(CA-TIE-IDX)
004050     MOVE 'S'            TO CA-TI-BY(CA-TIE-IDX)
004060     MOVE SPACES         TO CA-TI-GAME-ID(CA-TIE-IDX)
004070     MOVE CA-RUN-DATE    TO CA-TI-DECIDED-DATE(CA-TIE-IDX)
004080     MOVE 'Y'            TO CA-TI-CHANGED-SW(CA-TIE-IDX)
004090     ADD 1 TO CA-DECIDED-ON-SEEDING
004100     DISPLAY "Cup round " CA-TI-ROUND(CA-TIE-IDX)
004110         " tie " CA-TI-TIE-NO(CA-TIE-IDX) " to "
004120         CA-TI-WINNER(CA-TIE-IDX) " on seeding after "
004130         CA-TI-DRAWN-GAMES(CA-TIE-IDX) " draws".
004140 4020-EXIT.
004150     EXIT.
004160
004170 4030-DECIDE-BY-GAME.
004180     MOVE CA-TI-DRAWS(CA-TIE-IDX) TO CA-TI-DRAWN-GAMES(CA-TIE-IDX)
004190     MOVE CA-TI-BEST-WINNER(CA-TIE-IDX)
004200         TO CA-TI-WINNER(CA-TIE-IDX)
004210     IF CA-TI-WINNER(CA-TIE-IDX) = CA-TI-P1-ID(CA-TIE-IDX)
004220         MOVE CA-TI-P1-SEED(CA-TIE-IDX)
004230             TO CA-TI-WINNER-SEED(CA-TIE-IDX)
004240     ELSE
004250         MOVE CA-TI-P2-SEED(CA-TIE-IDX)
004260             TO CA-TI-WINNER-SEED(CA-TIE-IDX)
004270     END-IF
004280     MOVE 'D'            TO CA-TI-STATUS(CA-TIE-IDX)
004290     MOVE 'G'            TO CA-TI-BY(CA-TIE-IDX)
004300     MOVE CA-TI-BEST-GAME(CA-TIE-IDX) TO CA-TI-GAME-ID(CA-TIE-IDX)
004310     COMPUTE CA-TI-DECIDED-DATE(CA-TIE-IDX) =
004320         CA-TI-BEST-STAMP(CA-TIE-IDX) / 100000000
004330     MOVE 'Y'            TO CA-TI-CHANGED-SW(CA-TIE-IDX)
004340     ADD 1 TO CA-DECIDED-BY-GAME
004350     DISPLAY "Cup round " CA-TI-ROUND(CA-TIE-IDX)
004360         " tie " CA-TI-TIE-NO(CA-TIE-IDX) " to "
004370         CA-TI-WINNER(CA-TIE-IDX) " by game "
004380         CA-TI-GAME-ID(CA-TIE-IDX).
004390 4030-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430*  5000-CARRY-WINNER - THE WINNER OF ROUND R TIE T GOES INTO
004440*                      ROUND R+1 TIE (T + 1) / 2, AS PLAYER 1
004450*                      FROM AN ODD TIE AND PLAYER 2 FROM AN
004460*                      EVEN ONE.  WITH BOTH PLAYERS KNOWN THE
004470*                      NEXT TIE OPENS FROM TODAY.  THE FINAL HAS
004480*                      NOWHERE TO GO AND NAMES THE CUP WINNER.
004490*----------------------------------------------------------------
004500 5000-CARRY-WINNER.
004510     IF CA-TI-ROUND(CA-TIE-IDX) = CA-FINAL-ROUND
004520         DISPLAY "Cup final decided - cup winner "
004530             CA-TI-WINNER(CA-TIE-IDX)
004540         GO TO 5000-EXIT
004550     END-IF
004560     COMPUTE CA-NEXT-ROUND = CA-TI-ROUND(CA-TIE-IDX) + 1
004570     COMPUTE CA-NEXT-TIE-NO = (CA-TI-TIE-NO(CA-TIE-IDX) + 1) / 2
004580     MOVE 0 TO CA-NEXT-IDX
004590     PERFORM 5010-FIND-NEXT-TIE THRU 5010-EXIT
004600         VARYING CA-SEARCH-IDX FROM CA-TIE-IDX BY 1
004610             UNTIL CA-SEARCH-IDX > CA-TIE-COUNT
004620                OR CA-NEXT-IDX > 0
004630     IF CA-NEXT-IDX = 0
004640         DISPLAY "WARNING - ROUND " CA-NEXT-ROUND " TIE "
004650             CA-NEXT-TIE-NO " NOT ON THE BRACKET - WINNER "
004660             CA-TI-WINNER(CA-TIE-IDX) " NOT CARRIED FORWARD"
004670         GO TO 5000-EXIT
004680     END-IF
004690     COMPUTE CA-ODD-WORK = CA-TI-TIE-NO(CA-TIE-IDX) / 2 * 2
004700     IF CA-ODD-WORK NOT = CA-TI-TIE-NO(CA-TIE-IDX)
004710         MOVE CA-TI-WINNER(CA-TIE-IDX) TO CA-TI-P1-ID(CA-NEXT-IDX)
004720         MOVE CA-TI-WINNER-SEED(CA-TIE-IDX)
004730             TO CA-TI-P1-SEED(CA-NEXT-IDX)
004740     ELSE
004750         MOVE CA-TI-WINNER(CA-TIE-IDX) TO CA-TI-P2-ID(CA-NEXT-IDX)
004760         MOVE CA-TI-WINNER-SEED(CA-TIE-IDX)
004770             TO CA-TI-P2-SEED(CA-NEXT-IDX)
004780     END-IF
004790     MOVE 'Y' TO CA-TI-CHANGED-SW(CA-NEXT-IDX)
004800     IF CA-TI-P1-ID(CA-NEXT-IDX) NOT = SPACES
004810             AND CA-TI-P2-ID(CA-NEXT-IDX) NOT = SPACES
004820         MOVE 'O'         TO CA-TI-STATUS(CA-NEXT-IDX)
004830         MOVE CA-RUN-DATE TO CA-TI-OPEN-DATE(CA-NEXT-IDX)
004840         ADD 1 TO CA-TIES-OPENED
004850     END-IF.
004860 5000-EXIT.
004870     EXIT.
004880
004890 5010-FIND-NEXT-TIE.
004900     IF CA-TI-ROUND(CA-SEARCH-IDX) = CA-NEXT-ROUND
004910             AND CA-TI-TIE-NO(CA-SEARCH-IDX) = CA-NEXT-TIE-NO
004920         MOVE CA-SEARCH-IDX TO CA-NEXT-IDX
004930     END-IF.
004940 5010-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980*  6000-POST-CHANGES - REWRITE EVERY TIE CHANGED THIS RUN.
004990*----------------------------------------------------------------
005000 6000-POST-CHANGES.
005010     PERFORM 6010-POST-ONE-TIE THRU 6010-EXIT
005020         VARYING CA-TIE-IDX FROM 1 BY 1
005030             UNTIL CA-TIE-IDX > CA-TIE-COUNT.
005040 6000-EXIT.
005050     EXIT.
005060
005070 6010-POST-ONE-TIE.
005080     IF CA-TI-CHANGED-SW(CA-TIE-IDX) NOT = 'Y'
005090         GO TO 6010-EXIT
005100     END-IF
005110     MOVE CA-TI-ROUND(CA-TIE-IDX)  TO CB-ROUND
005120     MOVE CA-TI-TIE-NO(CA-TIE-IDX) TO CB-TIE-NO
005130     READ CUP-BRACKET-FILE
005140         INVALID KEY
005150             DISPLAY "WARNING - CUP ROUND " CB-ROUND " TIE "
005160                 CB-TIE-NO " VANISHED MID-RUN, STATUS "
005170                 CA-CUPBKT-STATUS " - SKIPPED"
005180         NOT INVALID KEY
005190             MOVE CA-TI-P1-ID(CA-TIE-IDX)   TO CB-PLAYER1-ID
005200             MOVE CA-TI-P1-SEED(CA-TIE-IDX) TO CB-PLAYER1-SEED
005210             MOVE CA-TI-P2-ID(CA-TIE-IDX)   TO CB-PLAYER2-ID
005220             MOVE CA-TI-P2-SEED(CA-TIE-IDX) TO CB-PLAYER2-SEED
005230             MOVE CA-TI-STATUS(CA-TIE-IDX)  TO CB-TIE-STATUS
005240             MOVE CA-TI-BY(CA-TIE-IDX)      TO CB-DECIDED-BY
005250             MOVE CA-TI-OPEN-DATE(CA-TIE-IDX) TO CB-OPEN-DATE
005260             MOVE CA-TI-DRAWN-GAMES(CA-TIE-IDX)
005270                 TO CB-DRAWN-GAMES
005280             MOVE CA-TI-WINNER(CA-TIE-IDX)  TO CB-WINNER-ID
005290             MOVE CA-TI-GAME-ID(CA-TIE-IDX) TO CB-GAME-ID
005300             MOVE CA-TI-DECIDED-DATE(CA-TIE-IDX)
005310                 TO CB-DECIDED-DATE
005320             REWRITE CUP-BRACKET-RECORD
005330                 INVALID KEY
005340                     DISPLAY "WARNING - CUP TIE REWRITE FAILED, "
005350                         "STATUS " CA-CUPBKT-STATUS
005360                 NOT INVALID KEY
005370                     ADD 1 TO CA-TIES-REWRITTEN
005380             END-REWRITE
005390     END-READ.
005400 6010-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440*  9000-TERMINATE-RUN - CLOSE WHATEVER WAS OPENED AND REPORT THE
005450*                       CONTROL TOTALS.
005460*----------------------------------------------------------------
005470 9000-TERMINATE-RUN.
005480     IF CA-CUPBKT-OPEN
005490         CLOSE CUP-BRACKET-FILE
005500     END-IF
005510     DISPLAY "Cup advance complete."
005520     DISPLAY "  Ties on bracket:    " CA-TIE-COUNT
005530     DISPLAY "  Open at start:      " CA-OPEN-AT-START
005540     DISPLAY "  Games read:         " CA-GAMES-READ
005550     DISPLAY "  Decided by a game:  " CA-DECIDED-BY-GAME
005560     DISPLAY "  Decided on seeding: " CA-DECIDED-ON-SEEDING
005570     DISPLAY "  Ties opened:        " CA-TIES-OPENED
005580     DISPLAY "  Ties rewritten:     " CA-TIES-REWRITTEN.
005590 9000-EXIT.
005600     EXIT.
005610
005620 END PROGRAM CupAdvance.
