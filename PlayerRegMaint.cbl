000010*================================================================
000020*  PROGRAM-ID    : PLAYERREGMAINT
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      OPERATOR MAINTENANCE FOR THE PLAYREG PLAYER REGISTRY.
000100*      UNTIL NOW A PLAYER ID WAS WHATEVER SOMEBODY TYPED AT THE
000110*      ENGINE'S PROMPT, WHICH IS HOW "DAVEB" AND "DAVE B" BOTH
000120*      CAME TO BE ON THE LADDER.  THE REGISTRY HOLDS ONE RECORD
000130*      PER REAL PERSON - ID, FULL NAME, DEPARTMENT, JOIN DATE
000140*      AND WHETHER THEY ARE STILL WITH US - AND EVERY PROGRAM
000150*      THAT TAKES A PLAYER ID NOW CHECKS IT HERE.  THIS UTILITY
000160*      BROWSES THE REGISTRY, ADDS A NEW PLAYER, CHANGES A
000170*      PLAYER'S NAME OR DEPARTMENT, MARKS A PLAYER AS LEFT AND
000180*      REINSTATES ONE WHO HAS COME BACK.  NOBODY IS EVER DELETED
000190*      HERE: A LEAVER'S GAMES ARE STILL ON FILE AND THE REPORTS
000200*      STILL PRINT THEIR NAME.  THE FILE IS CREATED ON THE FIRST
000210*      RUN, SINCE LOADING THE FIRST PLAYERS IS WHAT THIS PROGRAM
000220*      IS FOR.
000230*----------------------------------------------------------------
000240*  MODIFICATION HISTORY.
000250*      DATE       INIT   DESCRIPTION
000260*      ---------- ----   ----------------------------------------
000270*      10/05/2026 RM     INITIAL VERSION.
000280*      10/15/2026 RM     THE ENGINE'S OWN IDS AND IDS IN THE
000290*                        ANONNNNN ERASURE-TOKEN FORM CAN NO LONGER
000300*                        BE REGISTERED, AND THE REGISTRY IS CLOSED
000310*                        ON AN OPEN SWITCH.
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PlayerRegMaint.
000350 AUTHOR. R. MARCHBANKS.
000360 INSTALLATION. RECREATION SYSTEMS GROUP.
000370 DATE-WRITTEN. 10/05/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PG-PLAYER-ID
000470         FILE STATUS IS RE-PLAYREG-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PLAYER-REGISTRY-FILE.
000520 COPY NCPLREG.
000530
000540 WORKING-STORAGE SECTION.
000550 77  RE-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
000560 77  RE-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
000570     88  RE-REGISTRY-OPEN         VALUE 'Y'.
000580 77  RE-OPERATOR-ID        PIC X(08) VALUE SPACES.
000590 77  RE-MENU-CHOICE        PIC X(01) VALUE SPACE.
000600 77  RE-QUIT-SW            PIC X(01) VALUE 'N'.
000610     88  RE-QUIT                  VALUE 'Y'.
000620 77  RE-BROWSE-EOF-SW      PIC X(01) VALUE 'N'.
000630     88  RE-BROWSE-EOF            VALUE 'Y'.
000640 77  RE-RECORD-COUNT       PIC 9(05) COMP VALUE 0.
000650 77  RE-LEFT-COUNT         PIC 9(05) COMP VALUE 0.
000660 77  RE-TARGET-ID          PIC X(08) VALUE SPACES.
000670 77  RE-ID-LENGTH          PIC 9(02) COMP VALUE 0.
000680 77  RE-ID-OK-SW           PIC X(01) VALUE 'N'.
000690     88  RE-ID-OK                 VALUE 'Y'.
000700 77  RE-CONFIRM            PIC X(01) VALUE SPACE.
000710 77  RE-NAME-IN            PIC X(30) VALUE SPACES.
000720 77  RE-DEPT-IN            PIC X(20) VALUE SPACES.
000730 77  RE-TODAY              PIC 9(08) VALUE 0.
000740 77  RE-STATUS-DISP        PIC X(06) VALUE SPACES.
000750
000760*----------------------------------------------------------------
000770*  JOIN DATE AS KEYED.  ENTER TAKES TODAY'S DATE; ANYTHING ELSE
000780*  MUST BE EIGHT DIGITS YYYYMMDD WITH A MONTH AND DAY THAT COULD
000790*  EXIST, CHECKED THROUGH THE REDEFINED PARTS.
000800*----------------------------------------------------------------
000810 01  RE-DATE-IN            PIC X(08) VALUE SPACES.
000820 01  RE-DATE-IN-R REDEFINES RE-DATE-IN.
000830     05  RE-DATE-IN-YYYY       PIC 9(04).
000840     05  RE-DATE-IN-MM         PIC 9(02).
000850     05  RE-DATE-IN-DD         PIC 9(02).
000860 77  RE-DATE-OK-SW         PIC X(01) VALUE 'N'.
000870     88  RE-DATE-OK               VALUE 'Y'.
000880
000890 PROCEDURE DIVISION.
000900 0000-MAIN-PROCEDURE.
000910     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
000920     PERFORM 2000-TAKE-ONE-CHOICE THRU 2000-EXIT
000930         UNTIL RE-QUIT
000940     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
000950     GOBACK.
000960
000970*----------------------------------------------------------------
000980*  1000-INITIALIZE-RUN - IDENTIFY THE OPERATOR AND OPEN THE
000990*                        REGISTRY FOR UPDATE, CREATING IT ON THE
001000*                        FIRST RUN IF IT DOES NOT YET EXIST ON
001010*                        DISK.  ANY OTHER OPEN FAILURE ENDS THE
001020*                        RUN.
001030*----------------------------------------------------------------
001040 1000-INITIALIZE-RUN.
001050     DISPLAY "Operator ID: "
001060     ACCEPT RE-OPERATOR-ID
001070     IF RE-OPERATOR-ID = SPACES
001080         MOVE "UNKNOWN" TO RE-OPERATOR-ID
001090     END-IF
001100     ACCEPT RE-TODAY FROM DATE YYYYMMDD
001110     OPEN I-O PLAYER-REGISTRY-FILE
001120     IF RE-PLAYREG-STATUS = "35"
001130         OPEN OUTPUT PLAYER-REGISTRY-FILE
001140         CLOSE PLAYER-REGISTRY-FILE
001150         OPEN I-O PLAYER-REGISTRY-FILE
001160     END-IF
001170     IF RE-PLAYREG-STATUS = "00"
001180         MOVE 'Y' TO RE-REGISTRY-OPEN-SW
001190     ELSE
001200         DISPLAY "PLAYER REGISTRY OPEN FAILED, STATUS "
001210             RE-PLAYREG-STATUS " - NOTHING TO MAINTAIN"
001220         MOVE 'Y' TO RE-QUIT-SW
001230     END-IF.
001240 1000-EXIT.
001250     EXIT.
001260
001270 2000-TAKE-ONE-CHOICE.
001280     DISPLAY "Registry - B=Browse, A=Add, C=Change, L=Left, "
001290         "R=Reinstate, Q=Quit: "
001300     ACCEPT RE-MENU-CHOICE
001310     EVALUATE RE-MENU-CHOICE
001320         WHEN 'B'
001330             PERFORM 2100-BROWSE-PLAYERS THRU 2100-EXIT
001340         WHEN 'A'
001350             PERFORM 2200-ADD-PLAYER THRU 2200-EXIT
001360         WHEN 'C'
001370             PERFORM 2300-CHANGE-PLAYER THRU 2300-EXIT
001380         WHEN 'L'
001390             PERFORM 2400-MARK-LEFT THRU 2400-EXIT
001400         WHEN 'R'
001410             PERFORM 2500-REINSTATE-PLAYER THRU 2500-EXIT
001420         WHEN 'Q'
001430             MOVE 'Y' TO RE-QUIT-SW
001440         WHEN OTHER
001450             DISPLAY "Unrecognised choice."
001460     END-EVALUATE.
001470 2000-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------------
001510*  2100-BROWSE-PLAYERS - LIST EVERY REGISTERED PLAYER IN KEY
001520*                      ORDER WITH NAME, DEPARTMENT, JOIN DATE
001530*                      AND STATUS.
001540*----------------------------------------------------------------
001550 2100-BROWSE-PLAYERS.
001560     MOVE 0 TO RE-RECORD-COUNT
001570     MOVE 0 TO RE-LEFT-COUNT
001580     MOVE 'N' TO RE-BROWSE-EOF-SW
001590     MOVE LOW-VALUES TO PG-PLAYER-ID
001600     START PLAYER-REGISTRY-FILE KEY NOT LESS THAN PG-PLAYER-ID
001610         INVALID KEY
001620             MOVE 'Y' TO RE-BROWSE-EOF-SW
001630     END-START
001640     PERFORM 2110-BROWSE-ONE-PLAYER THRU 2110-EXIT
001650         UNTIL RE-BROWSE-EOF
001660     DISPLAY RE-RECORD-COUNT " player(s) registered, "
001670         RE-LEFT-COUNT " marked left.".
001680 2100-EXIT.
001690     EXIT.
001700
001710 2110-BROWSE-ONE-PLAYER.
001720     READ PLAYER-REGISTRY-FILE NEXT RECORD
001730         AT END
001740             MOVE 'Y' TO RE-BROWSE-EOF-SW
001750         NOT AT END
001760             ADD 1 TO RE-RECORD-COUNT
001770             IF PG-LEFT
001780                 ADD 1 TO RE-LEFT-COUNT
001790                 MOVE "LEFT  " TO RE-STATUS-DISP
001800             ELSE
001810                 MOVE "ACTIVE" TO RE-STATUS-DISP
001820             END-IF
001830             DISPLAY "  " PG-PLAYER-ID "  " PG-FULL-NAME
001840                 "  " PG-DEPARTMENT
001850                 "  JOINED " PG-JOIN-DATE
001860                 "  " RE-STATUS-DISP
001870     END-READ.
001880 2110-EXIT.
001890     EXIT.
001900
001910*----------------------------------------------------------------
001920*  2200-ADD-PLAYER - REGISTER A NEW PLAYER.  THE ID MUST BE ONE
001930*                      WORD WITH NO LEADING OR EMBEDDED SPACES -
001940*                      "DAVE B" IS EXACTLY THE KIND OF ID THE
001950*                      REGISTRY EXISTS TO STOP - AND MUST NOT
001960*                      ALREADY BE ON FILE.  THE ENGINE'S OWN IDS
001970*                      ARE NEVER REGISTERED, AND NEITHER IS AN ID
001980*                      OF THE ANONNNNN FORM THE ERASURE UTILITY
001990*                      HANDS OUT AS TOKENS.  A NAME IS REQUIRED;
002000*                      THE DEPARTMENT MAY BE LEFT BLANK.
002010*----------------------------------------------------------------
002020 2200-ADD-PLAYER.
002030     DISPLAY "New player ID: "
002040     ACCEPT RE-TARGET-ID
002050     PERFORM 2610-CHECK-ID-FORM THRU 2610-EXIT
002060     IF NOT RE-ID-OK
002070         GO TO 2200-EXIT
002080     END-IF
002090     IF RE-TARGET-ID = "COMPUTER"
002100             OR RE-TARGET-ID = "CPUSIM-X"
002110             OR RE-TARGET-ID = "CPUSIM-O"
002120         DISPLAY RE-TARGET-ID " is one of the engine's own IDs "
002130             "and is never registered."
002140         GO TO 2200-EXIT
002150     END-IF
002160     IF RE-TARGET-ID(1:4) = "ANON"
002170             AND RE-TARGET-ID(5:4) IS NUMERIC
002180         DISPLAY RE-TARGET-ID " has the form of an erasure token "
002190             "and cannot be registered."
002200         GO TO 2200-EXIT
002210     END-IF
002220     MOVE RE-TARGET-ID TO PG-PLAYER-ID
002230     READ PLAYER-REGISTRY-FILE
002240         INVALID KEY
002250             CONTINUE
002260         NOT INVALID KEY
002270             DISPLAY "Player " RE-TARGET-ID
002280                 " is already registered to " PG-FULL-NAME
002290             GO TO 2200-EXIT
002300     END-READ
002310     DISPLAY "Full name: "
002320     MOVE SPACES TO RE-NAME-IN
002330     ACCEPT RE-NAME-IN
002340     IF RE-NAME-IN = SPACES
002350         DISPLAY "A name is required - player not added."
002360         GO TO 2200-EXIT
002370     END-IF
002380     DISPLAY "Department: "
002390     MOVE SPACES TO RE-DEPT-IN
002400     ACCEPT RE-DEPT-IN
002410     DISPLAY "Join date YYYYMMDD (Enter for today): "
002420     PERFORM 2620-ACCEPT-DATE THRU 2620-EXIT
002430     IF NOT RE-DATE-OK
002440         DISPLAY "Not a valid date - player not added."
002450         GO TO 2200-EXIT
002460     END-IF
002470     MOVE RE-TARGET-ID   TO PG-PLAYER-ID
002480     MOVE RE-NAME-IN     TO PG-FULL-NAME
002490     MOVE RE-DEPT-IN     TO PG-DEPARTMENT
002500     MOVE RE-DATE-IN     TO PG-JOIN-DATE
002510     MOVE 'A'            TO PG-STATUS
002520     MOVE 0              TO PG-LEFT-DATE
002530     WRITE PLAYER-REGISTRY-RECORD
002540         INVALID KEY
002550             DISPLAY "WRITE FAILED, STATUS " RE-PLAYREG-STATUS
002560         NOT INVALID KEY
002570             DISPLAY "Player " RE-TARGET-ID " registered by "
002580                 RE-OPERATOR-ID "."
002590     END-WRITE.
002600 2200-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------------
002640*  2300-CHANGE-PLAYER - RE-KEY THE NAME AND DEPARTMENT OF ONE
002650*                      PLAYER.  ENTER KEEPS A FIELD AS IT
002660*                      STANDS.  THE ID ITSELF CANNOT BE CHANGED
002670*                      HERE - IT IS THE KEY EVERY OTHER FILE
002680*                      HOLDS THE PLAYER UNDER.
002690*----------------------------------------------------------------
002700 2300-CHANGE-PLAYER.
002710     DISPLAY "Player ID to change: "
002720     ACCEPT RE-TARGET-ID
002730     MOVE RE-TARGET-ID TO PG-PLAYER-ID
002740     READ PLAYER-REGISTRY-FILE
002750         INVALID KEY
002760             DISPLAY "Player " RE-TARGET-ID " is not registered."
002770             GO TO 2300-EXIT
002780     END-READ
002790     DISPLAY "Full name " PG-FULL-NAME
002800     DISPLAY "  - new value (Enter keeps): "
002810     MOVE SPACES TO RE-NAME-IN
002820     ACCEPT RE-NAME-IN
002830     IF RE-NAME-IN NOT = SPACES
002840         MOVE RE-NAME-IN TO PG-FULL-NAME
002850     END-IF
002860     DISPLAY "Department " PG-DEPARTMENT
002870     DISPLAY "  - new value (Enter keeps): "
002880     MOVE SPACES TO RE-DEPT-IN
002890     ACCEPT RE-DEPT-IN
002900     IF RE-DEPT-IN NOT = SPACES
002910         MOVE RE-DEPT-IN TO PG-DEPARTMENT
002920     END-IF
002930     PERFORM 2900-REWRITE-PLAYER THRU 2900-EXIT.
002940 2300-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980*  2400-MARK-LEFT - A PLAYER WHO HAS LEFT THE COMPANY STAYS ON
002990*                      THE REGISTRY, MARKED LEFT WITH TODAY'S
003000*                      DATE, SO THE ENGINE REFUSES THEIR SIGN-ON
003010*                      AND THE NEXT FIXTURE LIST LEAVES THEM
003020*                      OUT, WHILE THE REPORTS STILL NAME THEM
003030*                      AGAINST THEIR OLD GAMES.
003040*----------------------------------------------------------------
003050 2400-MARK-LEFT.
003060     DISPLAY "Player ID who has left: "
003070     ACCEPT RE-TARGET-ID
003080     MOVE RE-TARGET-ID TO PG-PLAYER-ID
003090     READ PLAYER-REGISTRY-FILE
003100         INVALID KEY
003110             DISPLAY "Player " RE-TARGET-ID " is not registered."
003120             GO TO 2400-EXIT
003130     END-READ
003140     IF PG-LEFT
003150         DISPLAY "Player " RE-TARGET-ID " was already marked "
003160             "left on " PG-LEFT-DATE "."
003170         GO TO 2400-EXIT
003180     END-IF
003190     DISPLAY "Mark " RE-TARGET-ID " " PG-FULL-NAME
003200         " as left (Y to confirm)? "
003210     ACCEPT RE-CONFIRM
003220     IF RE-CONFIRM NOT = 'Y'
003230         DISPLAY "Change abandoned."
003240         GO TO 2400-EXIT
003250     END-IF
003260     MOVE 'L'      TO PG-STATUS
003270     MOVE RE-TODAY TO PG-LEFT-DATE
003280     PERFORM 2900-REWRITE-PLAYER THRU 2900-EXIT.
003290 2400-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330*  2500-REINSTATE-PLAYER - PUT A RETURNING PLAYER BACK ON THE
003340*                      ACTIVE LIST UNDER THEIR OLD ID, SO THEIR
003350*                      HISTORY CARRIES ON RATHER THAN STARTING
003360*                      AGAIN UNDER A NEW SPELLING.
003370*----------------------------------------------------------------
003380 2500-REINSTATE-PLAYER.
003390     DISPLAY "Player ID to reinstate: "
003400     ACCEPT RE-TARGET-ID
003410     MOVE RE-TARGET-ID TO PG-PLAYER-ID
003420     READ PLAYER-REGISTRY-FILE
003430         INVALID KEY
003440             DISPLAY "Player " RE-TARGET-ID " is not registered."
003450             GO TO 2500-EXIT
003460     END-READ
003470     IF NOT PG-LEFT
003480         DISPLAY "Player " RE-TARGET-ID " is already active."
003490         GO TO 2500-EXIT
003500     END-IF
003510     MOVE 'A' TO PG-STATUS
003520     MOVE 0   TO PG-LEFT-DATE
003530     PERFORM 2900-REWRITE-PLAYER THRU 2900-EXIT.
003540 2500-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580*  2610-CHECK-ID-FORM - A PLAYER ID MUST START IN THE FIRST
003590*                      POSITION AND RUN TO ITS FIRST SPACE WITH
003600*                      NOTHING AFTER IT.  SETS RE-ID-OK.
003610*----------------------------------------------------------------
003620 2610-CHECK-ID-FORM.
003630     MOVE 'Y' TO RE-ID-OK-SW
003640     IF RE-TARGET-ID = SPACES
003650             OR RE-TARGET-ID(1:1) = SPACE
003660         DISPLAY "A player ID cannot be blank or start with a "
003670             "space."
003680         MOVE 'N' TO RE-ID-OK-SW
003690         GO TO 2610-EXIT
003700     END-IF
003710     MOVE 0 TO RE-ID-LENGTH
003720     INSPECT RE-TARGET-ID TALLYING RE-ID-LENGTH
003730         FOR CHARACTERS BEFORE INITIAL SPACE
003740     IF RE-ID-LENGTH < 8
003750         IF RE-TARGET-ID(RE-ID-LENGTH + 1:) NOT = SPACES
003760             DISPLAY "A player ID cannot contain a space."
003770             MOVE 'N' TO RE-ID-OK-SW
003780         END-IF
003790     END-IF.
003800 2610-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840*  2620-ACCEPT-DATE - TAKE A YYYYMMDD DATE FROM THE CONSOLE INTO
003850*                      RE-DATE-IN.  ENTER GIVES TODAY.  SETS
003860*                      RE-DATE-OK.
003870*----------------------------------------------------------------
003880 2620-ACCEPT-DATE.
003890     MOVE 'N' TO RE-DATE-OK-SW
003900     MOVE SPACES TO RE-DATE-IN
003910     ACCEPT RE-DATE-IN
003920     IF RE-DATE-IN = SPACES
003930         MOVE RE-TODAY TO RE-DATE-IN
003940     END-IF
003950     IF RE-DATE-IN IS NUMERIC
003960         IF RE-DATE-IN-MM >= 1 AND RE-DATE-IN-MM <= 12
003970                 AND RE-DATE-IN-DD >= 1 AND RE-DATE-IN-DD <= 31
003980                 AND RE-DATE-IN-YYYY >= 1900
003990             MOVE 'Y' TO RE-DATE-OK-SW
004000         END-IF
004010     END-IF.
004020 2620-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060*  2900-REWRITE-PLAYER - PUT BACK THE REGISTRY RECORD JUST
004070*                      CHANGED AND SAY SO.
004080*----------------------------------------------------------------
004090 2900-REWRITE-PLAYER.
004100     REWRITE PLAYER-REGISTRY-RECORD
004110         INVALID KEY
004120             DISPLAY "REWRITE FAILED, STATUS " RE-PLAYREG-STATUS
004130         NOT INVALID KEY
004140             DISPLAY "Player " PG-PLAYER-ID " updated by "
004150                 RE-OPERATOR-ID "."
004160     END-REWRITE.
004170 2900-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED.
004220*----------------------------------------------------------------
004230 9000-TERMINATE-RUN.
004240     IF RE-REGISTRY-OPEN
004250         CLOSE PLAYER-REGISTRY-FILE
004260     END-IF
004270     DISPLAY "Registry maintenance run ended.".
004280 9000-EXIT.
004290     EXIT.
004300
004310 END PROGRAM PlayerRegMaint.
