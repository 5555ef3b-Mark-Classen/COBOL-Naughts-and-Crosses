000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      BUILDS A FULL ROUND-ROBIN FIXTURE SCHEDULE ON THE
000100*      FIXTURE FILE FROM THE ACTIVE PLAYERS ON THE PLAYREG
000110*      REGISTRY, SO EVERY PLAYER IS DOWN TO MEET EVERY
000120*      OTHER PLAYER ONCE AND THE LADDER STOPS COMPARING APPLES
000130*      TO ORANGES.  THE PAIRINGS COME FROM THE USUAL CIRCLE
000140*      METHOD: ONE SLOT STAYS PUT AND THE REST ROTATE ONE
000287*                        OPEN NOW ABANDONS THE RUN BEFORE THE
000288*                        OLD SCHEDULE IS THROWN AWAY, NOT
000289*                        AFTER.
      *      10/05/2026 RM     THE PLAYERS ARE NOW DRAWN FROM THE
      *                        PLAYREG REGISTRY IN PLACE OF PLAYER-
      *                        STATS, SO A NEWLY REGISTERED PLAYER
      *                        WITH NO GAMES YET IS SCHEDULED.  A
      *                        PLAYER MARKED LEFT IS COUNTED AND LEFT
      *                        OFF.  NO REGISTRY MEANS NO SCHEDULE.
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. FixtureGen.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS PG-PLAYER-ID
000440         FILE STATUS IS FG-PLAYREG-STATUS.
000450
000460     SELECT FIXTURE-FILE ASSIGN TO "FIXTURE"
000470         ORGANIZATION IS INDEXED
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PLAYER-REGISTRY-FILE.
000550 COPY NCPLREG.
000560
000570 FD  FIXTURE-FILE.
000580 COPY NCFIXTUR.
000590
000600 WORKING-STORAGE SECTION.
000610 77  FG-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
000620 77  FG-FIXTURE-STATUS     PIC X(02) VALUE SPACES.
000626 77  FG-PLAYREG-OPEN-SW    PIC X(01) VALUE 'N'.
000632     88  FG-PLAYREG-OPEN          VALUE 'Y'.
000638 77  FG-PLAYREG-EOF-SW     PIC X(01) VALUE 'N'.
000644     88  FG-PLAYREG-EOF           VALUE 'Y'.
000650 77  FG-PROCEED-SW         PIC X(01) VALUE 'Y'.
000660     88  FG-PROCEED               VALUE 'Y'.
000670 77  FG-CONFIRM            PIC X(01) VALUE SPACE.
000790 77  FG-ROTATE-IDX         PIC 9(03) COMP VALUE 0.
000800 77  FG-HOLD-SLOT          PIC X(08) VALUE SPACES.
000810 77  FG-FIXTURES-WRITTEN   PIC 9(05) COMP VALUE 0.
000812 77  FG-PLAYERS-PASSED     PIC 9(05) COMP VALUE 0.
000815 77  FG-RUN-DATE           PIC 9(08) VALUE 0.
000820 77  FG-DAYS-LEFT          PIC 9(03) COMP VALUE 0.
000830 77  FG-MONTH-DAYS         PIC 9(02) COMP VALUE 0.
000840 77  FG-LEAP-WORK          PIC 9(04) COMP VALUE 0.
000850
000860*----------------------------------------------------------------
000870*  THE ACTIVE PLAYERS, GATHERED FROM THE REGISTRY INTO THE
000880*  ROTATION SLOTS OF THE CIRCLE METHOD.  SLOT 1 STAYS PUT AND
000890*  SLOTS 2 ONWARD ROTATE ONE PLACE PER ROUND; WITH AN ODD
000900*  PLAYER COUNT THE LAST SLOT IS A BYE (SPACES) AND PAIRINGS
001230
001240*----------------------------------------------------------------
001250*  1000-INITIALIZE-RUN - TAKE THE FIRST ROUND'S DUE DATE AND THE
001260*                        DAYS BETWEEN ROUNDS, OPEN THE REGISTRY,
001270*                        AND ONLY THEN CONFIRM THE REPLACEMENT
001280*                        OF ANY SCHEDULE ALREADY ON FILE AND
001285*                        OPEN THE FIXTURE FILE OUTPUT.  AN
001290*                        UNRECOGNISABLE DUE DATE, OR A REGISTRY
001295*                        THAT WILL NOT OPEN, ENDS
001300*                        THE RUN WITH THE EXISTING SCHEDULE
001305*                        UNTOUCHED - THE DESTRUCTIVE OPEN COMES
001310*                        LAST, AFTER EVERYTHING ELSE IS KNOWN
001520                 MOVE FG-INTERVAL-IN TO FG-INTERVAL-DAYS
001530             END-IF
001540         END-IF
001547         OPEN INPUT PLAYER-REGISTRY-FILE
001554         IF FG-PLAYREG-STATUS = "00"
001561             MOVE 'Y' TO FG-PLAYREG-OPEN-SW
001568         ELSE
001575             DISPLAY "PLAYER REGISTRY OPEN FAILED, STATUS "
001582                 FG-PLAYREG-STATUS " - NOBODY TO SCHEDULE, "
001590                 "EXISTING SCHEDULE KEPT"
001600             MOVE 'N' TO FG-PROCEED-SW
001610         END-IF
001890     EXIT.
001900
001910*----------------------------------------------------------------
001918*  2000-LOAD-PLAYERS - GATHER THE ACTIVE PLAYERS ON THE REGISTRY
001926*                      INTO THE ROTATION SLOTS, LEAVING OUT
001934*                      THE ENGINE'S OWN IDS AND ANY PLAYER
001942*                      MARKED LEFT, THEN PAD AN ODD COUNT WITH
001950*                      A BYE SLOT SO THE CIRCLE HAS AN EVEN
001960*                      NUMBER OF SEATS.
001970*----------------------------------------------------------------
001980 2000-LOAD-PLAYERS.
001990     PERFORM 2010-READ-ONE-PLAYER THRU 2010-EXIT
002000         UNTIL FG-PLAYREG-EOF
002010     MOVE FG-PLAYER-COUNT TO FG-SLOT-COUNT
002020     IF FG-SLOT-COUNT > 0
002030         COMPUTE FG-LEAP-WORK = FG-SLOT-COUNT / 2 * 2
002100     EXIT.
002110
002120 2010-READ-ONE-PLAYER.
002130     READ PLAYER-REGISTRY-FILE
002140         AT END
002150             MOVE 'Y' TO FG-PLAYREG-EOF-SW
002160         NOT AT END
002170             IF PG-PLAYER-ID = "COMPUTER"
002180                     OR PG-PLAYER-ID = "CPUSIM-X"
002190                     OR PG-PLAYER-ID = "CPUSIM-O"
002200                 CONTINUE
002210             ELSE
002220                 PERFORM 2020-SLOT-ACTIVE-PLAYER THRU 2020-EXIT
002290             END-IF
002300     END-READ.
002310 2010-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  2020-SLOT-ACTIVE-PLAYER - A REGISTERED PLAYER GETS A SLOT ONLY
      *                      WHILE ACTIVE; A LEAVER IS SIMPLY COUNTED.
      *----------------------------------------------------------------
       2020-SLOT-ACTIVE-PLAYER.
           IF NOT PG-ACTIVE
               ADD 1 TO FG-PLAYERS-PASSED
               GO TO 2020-EXIT
           END-IF
           IF FG-PLAYER-COUNT = 200
               DISPLAY "WARNING - SLOT TABLE FULL, PLAYER "
                   PG-PLAYER-ID " LEFT OFF THE SCHEDULE"
           ELSE
               ADD 1 TO FG-PLAYER-COUNT
               MOVE PG-PLAYER-ID TO FG-SLOT(FG-PLAYER-COUNT)
           END-IF.
       2020-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------
003650*                       CONTROL TOTALS.
003660*----------------------------------------------------------------
003670 9000-TERMINATE-RUN.
003672     IF FG-PLAYREG-OPEN
003674         CLOSE PLAYER-REGISTRY-FILE
003676     END-IF
003680     IF FG-PROCEED
003720         CLOSE FIXTURE-FILE
003730         DISPLAY "Fixture generation complete."
003740         DISPLAY "  Players scheduled: " FG-PLAYER-COUNT
003750         DISPLAY "  Rounds:            " FG-ROUND-COUNT
003760         DISPLAY "  Fixtures written:  " FG-FIXTURES-WRITTEN
003763         DISPLAY "  Leavers not drawn: "
003766             FG-PLAYERS-PASSED
003770     END-IF.
003780 9000-EXIT.
003790     EXIT.
