000010*================================================================
000020*  PROGRAM-ID    : CUPDRAW
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      MAKES THE DRAW FOR THE ANNUAL KNOCKOUT CUP.  THE ENTRANTS
000100*      ARE READ OFF THE CUPENTRY LIST THE SOCIAL COMMITTEE KEYS
000110*      FROM THE SIGN-UP SHEET; EACH MUST BE AN ACTIVE PLAYER ON
000120*      THE PLAYREG REGISTRY, AND A NAME ENTERED TWICE COUNTS
000130*      ONCE.  ENTRANTS ARE SEEDED ON THEIR CURRENT PR-RATING
000140*      (HIGHEST FIRST, PLAYER ID BREAKING EQUAL RATINGS; A
000150*      PLAYER WITH NO RATING YET IS SEEDED AT THE OPENING 1500)
000160*      AND PLACED IN A BRACKET THE SIZE OF THE NEXT POWER OF
000170*      TWO, IN THE USUAL SEEDED ORDER SO THE TOP TWO SEEDS CAN
000180*      ONLY MEET IN THE FINAL.  THE PLACES LEFT OVER ARE BYES,
000190*      WHICH FALL TO THE TOP SEEDS AND ARE SETTLED HERE AND
000200*      THEN.  EVERY TIE OF EVERY ROUND IS WRITTEN TO THE CUPBKT
000210*      BRACKET FILE AT ONCE; THE NIGHTLY CUPADVANCE JOB FILLS IN
000220*      THE LATER ROUNDS AS RESULTS COME IN.  MAKING A DRAW
000230*      REPLACES ANY BRACKET ALREADY ON FILE, SO THE RUN IS
000240*      BEHIND A CONFIRMING PROMPT WHEN ONE EXISTS, AND THE OLD
000250*      BRACKET IS ONLY THROWN AWAY ONCE THE NEW ONE IS KNOWN TO
000260*      HAVE AT LEAST TWO ENTRANTS.
000270*----------------------------------------------------------------
000280*  MODIFICATION HISTORY.
000290*      DATE       INIT   DESCRIPTION
000300*      ---------- ----   ----------------------------------------
000310*      10/05/2026 RM     INITIAL VERSION, PART OF THE KNOCKOUT
000320*                        CUP WORK.
000330*      10/15/2026 RM     THE ENTRY LIST AND THE REGISTRY ARE
000340*                        CLOSED ON OPEN SWITCHES, NOT ON THE LAST
000350*                        FILE STATUS.
000360*================================================================
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CupDraw.
000390 AUTHOR. R. MARCHBANKS.
000400 INSTALLATION. RECREATION SYSTEMS GROUP.
000410 DATE-WRITTEN. 10/05/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CUP-ENTRY-FILE ASSIGN TO "CUPENTRY"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS CD-CUPENTRY-STATUS.
000500
000510     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PG-PLAYER-ID
000550         FILE STATUS IS CD-PLAYREG-STATUS.
000560
000570     SELECT PLAYER-RATING-FILE ASSIGN TO "PLAYRATE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PR-PLAYER-ID
000610         FILE STATUS IS CD-PLAYRATE-STATUS.
000620
000630     SELECT CUP-BRACKET-FILE ASSIGN TO "CUPBKT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CB-TIE-KEY
000670         FILE STATUS IS CD-CUPBKT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CUP-ENTRY-FILE
000720     RECORDING MODE IS F.
000730 COPY NCCUPENT.
000740
000750 FD  PLAYER-REGISTRY-FILE.
000760 COPY NCPLREG.
000770
000780 FD  PLAYER-RATING-FILE.
000790 COPY NCPLRATE.
000800
000810 FD  CUP-BRACKET-FILE.
000820 COPY NCCUPBKT.
000830
000840 WORKING-STORAGE SECTION.
000850 77  CD-CUPENTRY-STATUS    PIC X(02) VALUE SPACES.
000860 77  CD-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
000870 77  CD-PLAYRATE-STATUS    PIC X(02) VALUE SPACES.
000880 77  CD-CUPBKT-STATUS      PIC X(02) VALUE SPACES.
000890 77  CD-CUPENTRY-EOF-SW    PIC X(01) VALUE 'N'.
000900     88  CD-CUPENTRY-EOF          VALUE 'Y'.
000910 77  CD-PROCEED-SW         PIC X(01) VALUE 'Y'.
000920     88  CD-PROCEED               VALUE 'Y'.
000930 77  CD-CUPENTRY-OPEN-SW   PIC X(01) VALUE 'N'.
000940     88  CD-CUPENTRY-OPEN         VALUE 'Y'.
000950 77  CD-PLAYREG-OPEN-SW    PIC X(01) VALUE 'N'.
000960     88  CD-PLAYREG-OPEN          VALUE 'Y'.
000970 77  CD-RATINGS-OPEN-SW    PIC X(01) VALUE 'N'.
000980     88  CD-RATINGS-OPEN          VALUE 'Y'.
000990 77  CD-DUPLICATE-SW       PIC X(01) VALUE 'N'.
001000     88  CD-DUPLICATE             VALUE 'Y'.
001010 77  CD-SWAP-SW            PIC X(01) VALUE 'N'.
001020     88  CD-SWAPPED               VALUE 'Y'.
001030 77  CD-SWAP-NEEDED-SW     PIC X(01) VALUE 'N'.
001040     88  CD-SWAP-NEEDED           VALUE 'Y'.
001050 77  CD-CONFIRM            PIC X(01) VALUE SPACE.
001060 77  CD-RUN-DATE           PIC 9(08) VALUE 0.
001070 77  CD-OPENING-RATING     PIC 9(04) COMP VALUE 1500.
001080 77  CD-ENTRIES-READ       PIC 9(05) COMP VALUE 0.
001090 77  CD-ENTRIES-REFUSED    PIC 9(05) COMP VALUE 0.
001100 77  CD-ENTRANT-COUNT      PIC 9(03) COMP VALUE 0.
001110 77  CD-BRACKET-SIZE       PIC 9(03) COMP VALUE 0.
001120 77  CD-ROUND-COUNT        PIC 9(02) COMP VALUE 0.
001130 77  CD-ROUND              PIC 9(02) COMP VALUE 0.
001140 77  CD-ROUND-TIES         PIC 9(03) COMP VALUE 0.
001150 77  CD-TIE                PIC 9(03) COMP VALUE 0.
001160 77  CD-TIE-COUNT          PIC 9(03) COMP VALUE 0.
001170 77  CD-NEXT-IDX           PIC 9(03) COMP VALUE 0.
001180 77  CD-IDX                PIC 9(03) COMP VALUE 0.
001190 77  CD-ORDER-LEN          PIC 9(03) COMP VALUE 0.
001200 77  CD-SEED-A             PIC 9(03) COMP VALUE 0.
001210 77  CD-SEED-B             PIC 9(03) COMP VALUE 0.
001220 77  CD-BYE-COUNT          PIC 9(03) COMP VALUE 0.
001230 77  CD-TIES-WRITTEN       PIC 9(03) COMP VALUE 0.
001240 77  CD-ODD-WORK           PIC 9(03) COMP VALUE 0.
001250
001260*----------------------------------------------------------------
001270*  CD-ENTRANT-TBL - THE ACCEPTED ENTRANTS WITH THEIR RATINGS,
001280*  SORTED INTO SEED ORDER SO ENTRY N IS SEED N.  A 128-PLACE
001290*  BRACKET IS SEVEN ROUNDS, WELL PAST ANY CUP THE LUNCHTIME
001300*  LEAGUE WILL FIELD; A LATE ENTRY PAST IT IS REPORTED AND LEFT
001310*  OUT OF THE DRAW.
001320*----------------------------------------------------------------
001330 01  CD-ENTRANT-TBL.
001340     05  CD-ENTRANT OCCURS 128 TIMES.
001350         10  CD-EN-ID          PIC X(08).
001360         10  CD-EN-RATING      PIC 9(04) COMP.
001370 01  CD-SWAP-ENTRY.
001380     05  CD-SW-ID              PIC X(08).
001390     05  CD-SW-RATING          PIC 9(04) COMP.
001400
001410*----------------------------------------------------------------
001420*  CD-ORDER-TBL - THE SEED NUMBER IN EACH BRACKET POSITION, TOP
001430*  TO BOTTOM.  IT IS BUILT BY DOUBLING: FROM 1, EACH PASS
001440*  FOLLOWS EVERY SEED S WITH ITS MIRROR (2 X LENGTH + 1 - S), SO
001450*  1 / 1 2 / 1 4 2 3 / 1 8 4 5 2 7 3 6 AND SO ON.  POSITIONS ARE
001460*  PAIRED OFF TWO AT A TIME FOR THE FIRST ROUND.
001470*----------------------------------------------------------------
001480 01  CD-ORDER-TBL.
001490     05  CD-ORDER OCCURS 128 TIMES PIC 9(03) COMP.
001500 01  CD-WORK-ORDER-TBL.
001510     05  CD-WORK-ORDER OCCURS 128 TIMES PIC 9(03) COMP.
001520
001530*----------------------------------------------------------------
001540*  CD-TIE-TBL - THE WHOLE BRACKET, BUILT IN STORAGE IN KEY ORDER
001550*  BEFORE ANYTHING IS WRITTEN: THE FIRST ROUND'S TIES, THEN THE
001560*  SECOND'S, AND SO ON TO THE FINAL, SO ROUND R'S TIES START
001570*  AFTER BRACKET-SIZE MINUS TWICE ROUND R'S TIE COUNT.
001580*----------------------------------------------------------------
001590 01  CD-TIE-TBL.
001600     05  CD-TIE-ENTRY OCCURS 127 TIMES.
001610         10  CD-TI-ROUND       PIC 9(02).
001620         10  CD-TI-TIE-NO      PIC 9(03).
001630         10  CD-TI-P1-ID       PIC X(08).
001640         10  CD-TI-P1-SEED     PIC 9(03).
001650         10  CD-TI-P2-ID       PIC X(08).
001660         10  CD-TI-P2-SEED     PIC 9(03).
001670         10  CD-TI-STATUS      PIC X(01).
001680         10  CD-TI-BY          PIC X(01).
001690         10  CD-TI-WINNER      PIC X(08).
001700
001710 PROCEDURE DIVISION.
001720 0000-MAIN-PROCEDURE.
001730     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001740     IF CD-PROCEED
001750         PERFORM 2000-LOAD-ENTRANTS THRU 2000-EXIT
001760         IF CD-ENTRANT-COUNT < 2
001770             DISPLAY "Fewer than two accepted entrants - "
001780                 "no draw made, bracket on file kept."
001790             MOVE 'N' TO CD-PROCEED-SW
001800         END-IF
001810     END-IF
001820     IF CD-PROCEED
001830         PERFORM 3000-SORT-ENTRANTS THRU 3000-EXIT
001840         PERFORM 4000-BUILD-BRACKET THRU 4000-EXIT
001850         PERFORM 5000-WRITE-BRACKET THRU 5000-EXIT
001860     END-IF
001870     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
001880     GOBACK.
001890
001900*----------------------------------------------------------------
001910*  1000-INITIALIZE-RUN - CONFIRM THE REPLACEMENT OF ANY BRACKET
001920*                        ALREADY ON FILE, THEN OPEN THE ENTRY
001930*                        LIST, THE REGISTRY AND THE RATINGS.  NO
001940*                        ENTRY LIST OR NO REGISTRY ENDS THE RUN;
001950*                        NO RATINGS FILE JUST SEEDS EVERYBODY AT
001960*                        THE OPENING RATING, WHICH LEAVES THE
001970*                        PLAYER ID TO DECIDE THE SEEDING.
001980*----------------------------------------------------------------
001990 1000-INITIALIZE-RUN.
002000     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD
002010     PERFORM 1010-CONFIRM-REPLACEMENT THRU 1010-EXIT
002020     IF CD-PROCEED
002030         OPEN INPUT CUP-ENTRY-FILE
002040         IF CD-CUPENTRY-STATUS = "00"
002050             MOVE 'Y' TO CD-CUPENTRY-OPEN-SW
002060         ELSE
002070             DISPLAY "CUPENTRY OPEN FAILED, STATUS "
002080                 CD-CUPENTRY-STATUS " - NO ENTRANTS TO DRAW"
002090             MOVE 'N' TO CD-PROCEED-SW
002100         END-IF
002110     END-IF
002120     IF CD-PROCEED
002130         OPEN INPUT PLAYER-REGISTRY-FILE
002140         IF CD-PLAYREG-STATUS = "00"
002150             MOVE 'Y' TO CD-PLAYREG-OPEN-SW
002160         ELSE
002170             DISPLAY "PLAYER REGISTRY OPEN FAILED, STATUS "
002180                 CD-PLAYREG-STATUS " - NO ENTRANT CAN BE PROVED"
002190             MOVE 'N' TO CD-PROCEED-SW
002200         END-IF
002210     END-IF
002220     IF CD-PROCEED
002230         OPEN INPUT PLAYER-RATING-FILE
002240         IF CD-PLAYRATE-STATUS = "00"
002250             MOVE 'Y' TO CD-RATINGS-OPEN-SW
002260         ELSE
002270             DISPLAY "WARNING - PLAYRATE OPEN FAILED, STATUS "
002280                 CD-PLAYRATE-STATUS " - ALL ENTRANTS SEEDED "
002290                 "AT THE OPENING RATING"
002300         END-IF
002310     END-IF.
002320 1000-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------
002360*  1010-CONFIRM-REPLACEMENT - A BRACKET ALREADY ON FILE, RESULTS
002370*                        AND ALL, IS ABOUT TO BE THROWN AWAY, SO
002380*                        THE OPERATOR MUST SAY SO FIRST.  NO
002390*                        EXISTING FILE MEANS NOTHING TO ASK.
002400*----------------------------------------------------------------
002410 1010-CONFIRM-REPLACEMENT.
002420     OPEN INPUT CUP-BRACKET-FILE
002430     IF CD-CUPBKT-STATUS = "00"
002440         CLOSE CUP-BRACKET-FILE
002450         DISPLAY "A cup bracket already exists and will be "
002460             "replaced (Y to confirm)? "
002470         ACCEPT CD-CONFIRM
002480         IF CD-CONFIRM NOT = 'Y'
002490             DISPLAY "Draw abandoned - bracket kept."
002500             MOVE 'N' TO CD-PROCEED-SW
002510         END-IF
002520     END-IF.
002530 1010-EXIT.
002540     EXIT.
002550
002560*----------------------------------------------------------------
002570*  2000-LOAD-ENTRANTS - READ THE ENTRY LIST AND KEEP EVERY ID
002580*                      THAT IS AN ACTIVE PLAYER ON THE REGISTRY
002590*                      AND NOT ALREADY ENTERED, WITH ITS RATING.
002600*----------------------------------------------------------------
002610 2000-LOAD-ENTRANTS.
002620     PERFORM 2010-READ-ONE-ENTRY THRU 2010-EXIT
002630         UNTIL CD-CUPENTRY-EOF.
002640 2000-EXIT.
002650     EXIT.
002660
002670 2010-READ-ONE-ENTRY.
002680     READ CUP-ENTRY-FILE
002690         AT END
002700             MOVE 'Y' TO CD-CUPENTRY-EOF-SW
002710         NOT AT END
002720             ADD 1 TO CD-ENTRIES-READ
002730             PERFORM 2020-ACCEPT-ONE-ENTRY THRU 2020-EXIT
002740     END-READ.
002750 2010-EXIT.
002760     EXIT.
002770
002780 2020-ACCEPT-ONE-ENTRY.
002790     IF CE-PLAYER-ID = SPACES
002800         GO TO 2020-EXIT
002810     END-IF
002820     MOVE CE-PLAYER-ID TO PG-PLAYER-ID
002830     READ PLAYER-REGISTRY-FILE
002840         INVALID KEY
002850             DISPLAY "WARNING - ENTRANT " CE-PLAYER-ID
002860                 " NOT ON PLAYER REGISTRY, LEFT OUT OF THE DRAW"
002870             ADD 1 TO CD-ENTRIES-REFUSED
002880             GO TO 2020-EXIT
002890     END-READ
002900     IF PG-LEFT
002910         DISPLAY "WARNING - ENTRANT " CE-PLAYER-ID
002920             " IS MARKED AS LEFT, LEFT OUT OF THE DRAW"
002930         ADD 1 TO CD-ENTRIES-REFUSED
002940         GO TO 2020-EXIT
002950     END-IF
002960     MOVE 'N' TO CD-DUPLICATE-SW
002970     PERFORM 2030-CHECK-ONE-DUPLICATE THRU 2030-EXIT
002980         VARYING CD-IDX FROM 1 BY 1
002990             UNTIL CD-IDX > CD-ENTRANT-COUNT
003000                OR CD-DUPLICATE
003010     IF CD-DUPLICATE
003020         GO TO 2020-EXIT
003030     END-IF
003040     IF CD-ENTRANT-COUNT = 128
003050         DISPLAY "WARNING - BRACKET FULL, ENTRANT " CE-PLAYER-ID
003060             " LEFT OUT OF THE DRAW"
003070         ADD 1 TO CD-ENTRIES-REFUSED
003080         GO TO 2020-EXIT
003090     END-IF
003100     ADD 1 TO CD-ENTRANT-COUNT
003110     MOVE CE-PLAYER-ID TO CD-EN-ID(CD-ENTRANT-COUNT)
003120     MOVE CD-OPENING-RATING TO CD-EN-RATING(CD-ENTRANT-COUNT)
003130     IF CD-RATINGS-OPEN
003140         MOVE CE-PLAYER-ID TO PR-PLAYER-ID
003150         READ PLAYER-RATING-FILE
003160             INVALID KEY
003170                 CONTINUE
003180             NOT INVALID KEY
003190                 MOVE PR-RATING TO CD-EN-RATING(CD-ENTRANT-COUNT)
003200         END-READ
003210     END-IF.
003220 2020-EXIT.
003230     EXIT.
003240
003250 2030-CHECK-ONE-DUPLICATE.
003260     IF CD-EN-ID(CD-IDX) = CE-PLAYER-ID
003270         MOVE 'Y' TO CD-DUPLICATE-SW
003280     END-IF.
003290 2030-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330*  3000-SORT-ENTRANTS - EXCHANGE-SORT THE ENTRANTS INTO SEED
003340*                      ORDER: HIGHEST RATING FIRST, THE LOWER
003350*                      PLAYER ID FIRST BETWEEN EQUAL RATINGS SO
003360*                      THE SAME LIST ALWAYS DRAWS THE SAME WAY.
003370*----------------------------------------------------------------
003380 3000-SORT-ENTRANTS.
003390     MOVE 'Y' TO CD-SWAP-SW
003400     PERFORM 3010-SORT-ONE-PASS THRU 3010-EXIT
003410         UNTIL NOT CD-SWAPPED.
003420 3000-EXIT.
003430     EXIT.
003440
003450 3010-SORT-ONE-PASS.
003460     MOVE 'N' TO CD-SWAP-SW
003470     PERFORM 3020-COMPARE-ONE-PAIR THRU 3020-EXIT
003480         VARYING CD-IDX FROM 1 BY 1
003490             UNTIL CD-IDX >= CD-ENTRANT-COUNT.
003500 3010-EXIT.
003510     EXIT.
003520
003530 3020-COMPARE-ONE-PAIR.
003540     MOVE 'N' TO CD-SWAP-NEEDED-SW
003550     IF CD-EN-RATING(CD-IDX) < CD-EN-RATING(CD-IDX + 1)
003560         MOVE 'Y' TO CD-SWAP-NEEDED-SW
003570     ELSE
003580         IF CD-EN-RATING(CD-IDX) = CD-EN-RATING(CD-IDX + 1)
003590                 AND CD-EN-ID(CD-IDX) > CD-EN-ID(CD-IDX + 1)
003600             MOVE 'Y' TO CD-SWAP-NEEDED-SW
003610         END-IF
003620     END-IF
003630     IF CD-SWAP-NEEDED
003640         MOVE CD-ENTRANT(CD-IDX)     TO CD-SWAP-ENTRY
003650         MOVE CD-ENTRANT(CD-IDX + 1) TO CD-ENTRANT(CD-IDX)
003660         MOVE CD-SWAP-ENTRY          TO CD-ENTRANT(CD-IDX + 1)
003670         MOVE 'Y' TO CD-SWAP-SW
003680     END-IF.
003690 3020-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730*  4000-BUILD-BRACKET - SIZE THE BRACKET TO THE NEXT POWER OF
003740*                      TWO, WORK OUT THE SEEDED ORDER OF ITS
003750*                      POSITIONS, LAY OUT THE FIRST ROUND WITH
003760*                      ITS BYES, LAY OUT EVERY LATER ROUND EMPTY,
003770*                      AND CARRY THE BYE WINNERS STRAIGHT INTO
003780*                      THE SECOND ROUND.
003790*----------------------------------------------------------------
003800 4000-BUILD-BRACKET.
003810     MOVE 2 TO CD-BRACKET-SIZE
003820     MOVE 1 TO CD-ROUND-COUNT
003830     PERFORM 4010-DOUBLE-BRACKET THRU 4010-EXIT
003840         UNTIL CD-BRACKET-SIZE >= CD-ENTRANT-COUNT
003850     MOVE 1 TO CD-ORDER(1)
003860     MOVE 1 TO CD-ORDER-LEN
003870     PERFORM 4020-DOUBLE-ORDER THRU 4020-EXIT
003880         UNTIL CD-ORDER-LEN = CD-BRACKET-SIZE
003890     MOVE 0 TO CD-TIE-COUNT
003900     COMPUTE CD-ROUND-TIES = CD-BRACKET-SIZE / 2
003910     PERFORM 4040-LAY-OUT-FIRST-TIE THRU 4040-EXIT
003920         VARYING CD-TIE FROM 1 BY 1
003930             UNTIL CD-TIE > CD-ROUND-TIES
003940     PERFORM 4050-LAY-OUT-LATER-ROUND THRU 4050-EXIT
003950         VARYING CD-ROUND FROM 2 BY 1
003960             UNTIL CD-ROUND > CD-ROUND-COUNT
003970     PERFORM 4070-CARRY-ONE-BYE THRU 4070-EXIT
003980         VARYING CD-TIE FROM 1 BY 1
003990             UNTIL CD-TIE > CD-BRACKET-SIZE / 2.
004000 4000-EXIT.
004010     EXIT.
004020
004030 4010-DOUBLE-BRACKET.
004040     COMPUTE CD-BRACKET-SIZE = CD-BRACKET-SIZE * 2
004050     ADD 1 TO CD-ROUND-COUNT.
004060 4010-EXIT.
004070     EXIT.
004080
004090 4020-DOUBLE-ORDER.
004100     PERFORM 4030-MIRROR-ONE-SEED THRU 4030-EXIT
004110         VARYING CD-IDX FROM 1 BY 1
004120             UNTIL CD-IDX > CD-ORDER-LEN
004130     COMPUTE CD-ORDER-LEN = CD-ORDER-LEN * 2
004140     MOVE CD-WORK-ORDER-TBL TO CD-ORDER-TBL.
004150 4020-EXIT.
004160     EXIT.
004170
004180 4030-MIRROR-ONE-SEED.
004190     MOVE CD-ORDER(CD-IDX) TO CD-WORK-ORDER(CD-IDX * 2 - 1)
004200     COMPUTE CD-WORK-ORDER(CD-IDX * 2) =
004210         CD-ORDER-LEN * 2 + 1 - CD-ORDER(CD-IDX).
004220 4030-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260*  4040-LAY-OUT-FIRST-TIE - POSITIONS 2T-1 AND 2T MEET IN FIRST
004270*                      ROUND TIE T.  THE FIRST OF EACH PAIR IS
004280*                      ALWAYS THE BETTER SEED, SO WHEN THE OTHER
004290*                      SEED IS PAST THE NUMBER OF ENTRANTS IT IS
004300*                      A BYE AND THE TIE IS SETTLED HERE.
004310*----------------------------------------------------------------
004320 4040-LAY-OUT-FIRST-TIE.
004330     ADD 1 TO CD-TIE-COUNT
004340     MOVE CD-ORDER(CD-TIE * 2 - 1) TO CD-SEED-A
004350     MOVE CD-ORDER(CD-TIE * 2)     TO CD-SEED-B
004360     MOVE 1                    TO CD-TI-ROUND(CD-TIE-COUNT)
004370     MOVE CD-TIE               TO CD-TI-TIE-NO(CD-TIE-COUNT)
004380     MOVE CD-EN-ID(CD-SEED-A)  TO CD-TI-P1-ID(CD-TIE-COUNT)
004390     MOVE CD-SEED-A            TO CD-TI-P1-SEED(CD-TIE-COUNT)
004400     IF CD-SEED-B > CD-ENTRANT-COUNT
004410         MOVE SPACES           TO CD-TI-P2-ID(CD-TIE-COUNT)
004420         MOVE 0                TO CD-TI-P2-SEED(CD-TIE-COUNT)
004430         MOVE 'D'              TO CD-TI-STATUS(CD-TIE-COUNT)
004440         MOVE 'B'              TO CD-TI-BY(CD-TIE-COUNT)
004450         MOVE CD-EN-ID(CD-SEED-A) TO CD-TI-WINNER(CD-TIE-COUNT)
004460         ADD 1 TO CD-BYE-COUNT
004470     ELSE
004480         MOVE CD-EN-ID(CD-SEED-B) TO CD-TI-P2-ID(CD-TIE-COUNT)
004490         MOVE CD-SEED-B        TO CD-TI-P2-SEED(CD-TIE-COUNT)
004500         MOVE 'O'              TO CD-TI-STATUS(CD-TIE-COUNT)
004510         MOVE SPACE            TO CD-TI-BY(CD-TIE-COUNT)
004520         MOVE SPACES           TO CD-TI-WINNER(CD-TIE-COUNT)
004530     END-IF.
004540 4040-EXIT.
004550     EXIT.
004560
004570 4050-LAY-OUT-LATER-ROUND.
004580     COMPUTE CD-ROUND-TIES = CD-ROUND-TIES / 2
004590     PERFORM 4060-LAY-OUT-LATER-TIE THRU 4060-EXIT
004600         VARYING CD-TIE FROM 1 BY 1
004610             UNTIL CD-TIE > CD-ROUND-TIES.
004620 4050-EXIT.
004630     EXIT.
004640
004650 4060-LAY-OUT-LATER-TIE.
004660     ADD 1 TO CD-TIE-COUNT
004670     MOVE CD-ROUND             TO CD-TI-ROUND(CD-TIE-COUNT)
004680     MOVE CD-TIE               TO CD-TI-TIE-NO(CD-TIE-COUNT)
004690     MOVE SPACES               TO CD-TI-P1-ID(CD-TIE-COUNT)
004700     MOVE 0                    TO CD-TI-P1-SEED(CD-TIE-COUNT)
004710     MOVE SPACES               TO CD-TI-P2-ID(CD-TIE-COUNT)
004720     MOVE 0                    TO CD-TI-P2-SEED(CD-TIE-COUNT)
004730     MOVE 'W'                  TO CD-TI-STATUS(CD-TIE-COUNT)
004740     MOVE SPACE                TO CD-TI-BY(CD-TIE-COUNT)
004750     MOVE SPACES               TO CD-TI-WINNER(CD-TIE-COUNT).
004760 4060-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800*  4070-CARRY-ONE-BYE - A FIRST-ROUND BYE WINNER GOES STRAIGHT
004810*                      INTO SECOND-ROUND TIE (T + 1) / 2, AS
004820*                      PLAYER 1 FROM AN ODD TIE AND PLAYER 2
004830*                      FROM AN EVEN ONE.  A SECOND-ROUND TIE
004840*                      FILLED FROM BOTH SIDES THIS WAY IS OPEN
004850*                      FOR PLAY FROM THE DAY OF THE DRAW.  THE
004860*                      SECOND ROUND'S TIES FOLLOW THE FIRST
004870*                      ROUND'S BRACKET-SIZE / 2 IN THE TABLE.
004880*----------------------------------------------------------------
004890 4070-CARRY-ONE-BYE.
004900     IF CD-TI-BY(CD-TIE) NOT = 'B' OR CD-ROUND-COUNT < 2
004910         GO TO 4070-EXIT
004920     END-IF
004930     COMPUTE CD-NEXT-IDX = CD-BRACKET-SIZE / 2 + (CD-TIE + 1) / 2
004940     COMPUTE CD-ODD-WORK = CD-TIE / 2 * 2
004950     IF CD-ODD-WORK NOT = CD-TIE
004960         MOVE CD-TI-WINNER(CD-TIE)  TO CD-TI-P1-ID(CD-NEXT-IDX)
004970         MOVE CD-TI-P1-SEED(CD-TIE) TO CD-TI-P1-SEED(CD-NEXT-IDX)
004980     ELSE
004990         MOVE CD-TI-WINNER(CD-TIE)  TO CD-TI-P2-ID(CD-NEXT-IDX)
005000         MOVE CD-TI-P1-SEED(CD-TIE) TO CD-TI-P2-SEED(CD-NEXT-IDX)
005010     END-IF
005020     IF CD-TI-P1-ID(CD-NEXT-IDX) NOT = SPACES
005030             AND CD-TI-P2-ID(CD-NEXT-IDX) NOT = SPACES
005040         MOVE 'O' TO CD-TI-STATUS(CD-NEXT-IDX)
005050     END-IF.
005060 4070-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100*  5000-WRITE-BRACKET - ONLY NOW, WITH THE NEW BRACKET COMPLETE
005110*                      IN STORAGE, IS THE OLD ONE THROWN AWAY
005120*                      AND EVERY TIE WRITTEN IN KEY ORDER.
005130*----------------------------------------------------------------
005140 5000-WRITE-BRACKET.
005150     OPEN OUTPUT CUP-BRACKET-FILE
005160     IF CD-CUPBKT-STATUS NOT = "00"
005170         DISPLAY "WARNING - CUPBKT OPEN FAILED, STATUS "
005180             CD-CUPBKT-STATUS " - NO BRACKET WRITTEN"
005190         GO TO 5000-EXIT
005200     END-IF
005210     PERFORM 5010-WRITE-ONE-TIE THRU 5010-EXIT
005220         VARYING CD-IDX FROM 1 BY 1
005230             UNTIL CD-IDX > CD-TIE-COUNT
005240     CLOSE CUP-BRACKET-FILE.
005250 5000-EXIT.
005260     EXIT.
005270
005280 5010-WRITE-ONE-TIE.
005290     MOVE CD-TI-ROUND(CD-IDX)   TO CB-ROUND
005300     MOVE CD-TI-TIE-NO(CD-IDX)  TO CB-TIE-NO
005310     MOVE CD-TI-P1-ID(CD-IDX)   TO CB-PLAYER1-ID
005320     MOVE CD-TI-P1-SEED(CD-IDX) TO CB-PLAYER1-SEED
005330     MOVE CD-TI-P2-ID(CD-IDX)   TO CB-PLAYER2-ID
005340     MOVE CD-TI-P2-SEED(CD-IDX) TO CB-PLAYER2-SEED
005350     MOVE CD-TI-STATUS(CD-IDX)  TO CB-TIE-STATUS
005360     MOVE CD-TI-BY(CD-IDX)      TO CB-DECIDED-BY
005370     MOVE CD-TI-WINNER(CD-IDX)  TO CB-WINNER-ID
005380     MOVE 0                     TO CB-DRAWN-GAMES
005390     MOVE SPACES                TO CB-GAME-ID
005400     MOVE 0                     TO CB-OPEN-DATE
005410     MOVE 0                     TO CB-DECIDED-DATE
005420     IF CB-OPEN OR CB-DECIDED
005430         MOVE CD-RUN-DATE       TO CB-OPEN-DATE
005440     END-IF
005450     IF CB-DECIDED
005460         MOVE CD-RUN-DATE       TO CB-DECIDED-DATE
005470     END-IF
005480     WRITE CUP-BRACKET-RECORD
005490         INVALID KEY
005500             DISPLAY "WARNING - TIE WRITE REJECTED, ROUND "
005510                 CB-ROUND " TIE " CB-TIE-NO
005520     END-WRITE
005530     IF CD-CUPBKT-STATUS = "00"
005540         ADD 1 TO CD-TIES-WRITTEN
005550     END-IF.
005560 5010-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600*  9000-TERMINATE-RUN - CLOSE WHATEVER WAS OPENED AND REPORT THE
005610*                       CONTROL TOTALS.
005620*----------------------------------------------------------------
005630 9000-TERMINATE-RUN.
005640     IF CD-CUPENTRY-OPEN
005650         CLOSE CUP-ENTRY-FILE
005660     END-IF
005670     IF CD-PLAYREG-OPEN
005680         CLOSE PLAYER-REGISTRY-FILE
005690     END-IF
005700     IF CD-RATINGS-OPEN
005710         CLOSE PLAYER-RATING-FILE
005720     END-IF
005730     DISPLAY "Cup draw complete."
005740     DISPLAY "  Entries read:      " CD-ENTRIES-READ
005750     DISPLAY "  Entries refused:   " CD-ENTRIES-REFUSED
005760     DISPLAY "  Entrants drawn:    " CD-ENTRANT-COUNT
005770     DISPLAY "  Bracket size:      " CD-BRACKET-SIZE
005780     DISPLAY "  Rounds:            " CD-ROUND-COUNT
005790     DISPLAY "  First-round byes:  " CD-BYE-COUNT
005800     DISPLAY "  Ties written:      " CD-TIES-WRITTEN.
005810 9000-EXIT.
005820     EXIT.
005830
005840 END PROGRAM CupDraw.
