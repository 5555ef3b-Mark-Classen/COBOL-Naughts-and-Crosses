000010*================================================================
000020*  PROGRAM-ID    : GAMEMSTREORG
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      ONE-TIME CONVERSION JOB FOR THE GAME-TYPE CUTOVER.  THE
000100*      GAME HISTORY RECORD GREW A ONE-BYTE GAME TYPE AT ITS END
000110*      SO RESULT-ONLY WALKOVERS AND DOUBLE FORFEITS CAN SIT ON
000120*      THE GAME MASTER ALONGSIDE GAMES PLAYED OVER THE BOARD,
000130*      SO A GAMEMST OR GAMEARCH WRITTEN BEFORE THE CHANGE IS A
000140*      BYTE SHORT OF THE CURRENT FD.  AT CUTOVER THE OPERATOR
000150*      RENAMES THE OLD MASTER TO GAMEMSPT AND THE OLD ARCHIVE TO
000160*      GAMEARPT; THIS JOB READS EACH ONE AND REBUILDS GAMEMST
000170*      AND GAMEARCH IN THE CURRENT LAYOUT, EVERY CONVERTED GAME
000180*      TYPED OVER-THE-BOARD.  EVERY OTHER FIELD IS CARRIED
000190*      ACROSS UNCHANGED - VOIDED AND POSTED FLAGS INCLUDED - SO
000200*      NOTHING POSTS TWICE OR COMES BACK FROM A VOID.
000210*      THE OLD RECORD IS EXACTLY THE CURRENT ONE LESS ITS LAST
000220*      BYTE, SO UNLIKE THE EARLIER CONVERSIONS NO FROZEN LAYOUT
000230*      IS NEEDED: EACH OLD RECORD IS READ INTO THE CURRENT
000240*      RECORD AREA, WHICH SPACE-FILLS THE NEW TYPE BYTE.
000250*      THE MASTER IS OPENED I-O, AS BY GAMELOGREORG, SO A RE-RUN
000260*      REJECTS DUPLICATES RATHER THAN TRUNCATING ANYTHING WRITTEN
000270*      SINCE; THE ARCHIVE IS REBUILT FRESH, AS BY GAMEARCHREORG.
000280*      THE OLD FILES ARE ONLY READ, NEVER CHANGED.
000290*----------------------------------------------------------------
000300*  MODIFICATION HISTORY.
000310*      DATE       INIT   DESCRIPTION
000320*      ---------- ----   ----------------------------------------
000330*      10/05/2026 RM     INITIAL VERSION, FOR THE GAME-TYPE
000340*                        CUTOVER.
000350*      10/15/2026 RM     THE FILES ARE CLOSED ON OPEN SWITCHES,
000360*                        SO A FAILED WRITE NO LONGER LEAVES THE
000370*                        NEW MASTER OPEN, AND A MASTER OR ARCHIVE
000380*                        WRITE THAT FAILS ENDS WITH RETURN CODE 8.
000390*================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. GamemstReorg.
000420 AUTHOR. R. MARCHBANKS.
000430 INSTALLATION. RECREATION SYSTEMS GROUP.
000440 DATE-WRITTEN. 10/05/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OLD-MASTER-FILE ASSIGN TO "GAMEMSPT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS MR-OLD-GAME-ID
000540         FILE STATUS IS MR-GAMEMSPT-STATUS.
000550
000560     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS GL-GAME-ID
000600         FILE STATUS IS MR-GAMEMST-STATUS.
000610
000620     SELECT OLD-ARCHIVE-FILE ASSIGN TO "GAMEARPT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS MR-GAMEARPT-STATUS.
000650
000660     SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS MR-GAMEARCH-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*----------------------------------------------------------------
000730*  THE OLD FILES ARE DESCRIBED FLAT - 473 BYTES, THE CURRENT
000740*  GAME HISTORY RECORD LESS ITS GAME-TYPE BYTE - WITH ONLY THE
000750*  MASTER'S KEY BROKEN OUT.
000760*----------------------------------------------------------------
000770 FD  OLD-MASTER-FILE.
000780 01  MR-OLD-MASTER-RECORD.
000790     05  MR-OLD-GAME-ID        PIC X(08).
000800     05  FILLER                PIC X(465).
000810
000820 FD  GAME-MASTER-FILE.
000830 COPY NCGAMELG.
000840
000850 FD  OLD-ARCHIVE-FILE
000860     RECORDING MODE IS F.
000870 01  MR-OLD-ARCHIVE-RECORD     PIC X(473).
000880
000890 FD  GAME-ARCHIVE-FILE
000900     RECORDING MODE IS F.
000910 COPY NCGAMSEQ.
000920
000930 WORKING-STORAGE SECTION.
000940 77  MR-GAMEMSPT-STATUS    PIC X(02) VALUE SPACES.
000950 77  MR-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
000960 77  MR-GAMEARPT-STATUS    PIC X(02) VALUE SPACES.
000970 77  MR-GAMEARCH-STATUS    PIC X(02) VALUE SPACES.
000980 77  MR-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
000990     88  MR-MASTER-EOF            VALUE 'Y'.
001000 77  MR-ARCHIVE-EOF-SW     PIC X(01) VALUE 'N'.
001010     88  MR-ARCHIVE-EOF           VALUE 'Y'.
001020 77  MR-GAMEMSPT-OPEN-SW   PIC X(01) VALUE 'N'.
001030     88  MR-GAMEMSPT-OPEN         VALUE 'Y'.
001040 77  MR-GAMEMST-OPEN-SW    PIC X(01) VALUE 'N'.
001050     88  MR-GAMEMST-OPEN          VALUE 'Y'.
001060 77  MR-GAMEARPT-OPEN-SW   PIC X(01) VALUE 'N'.
001070     88  MR-GAMEARPT-OPEN         VALUE 'Y'.
001080 77  MR-GAMEARCH-OPEN-SW   PIC X(01) VALUE 'N'.
001090     88  MR-GAMEARCH-OPEN         VALUE 'Y'.
001100 77  MR-MASTER-READ        PIC 9(07) COMP VALUE 0.
001110 77  MR-MASTER-LOADED      PIC 9(07) COMP VALUE 0.
001120 77  MR-DUPLICATES         PIC 9(07) COMP VALUE 0.
001130 77  MR-ARCHIVE-READ       PIC 9(07) COMP VALUE 0.
001140 77  MR-ARCHIVE-WRITTEN    PIC 9(07) COMP VALUE 0.
001150
001160 PROCEDURE DIVISION.
001170 0000-MAIN-PROCEDURE.
001180     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001190     PERFORM 2000-CONVERT-ONE-GAME THRU 2000-EXIT
001200         UNTIL MR-MASTER-EOF
001210     PERFORM 3000-CONVERT-ONE-ARCHIVED THRU 3000-EXIT
001220         UNTIL MR-ARCHIVE-EOF
001230     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
001240     GOBACK.
001250
001260*----------------------------------------------------------------
001270*  1000-INITIALIZE-RUN - OPEN BOTH OLD FILES FOR INPUT.  THE NEW
001280*                        MASTER IS OPENED FOR UPDATE, CREATED ON
001290*                        FIRST RUN; THE NEW ARCHIVE IS OPENED
001300*                        OUTPUT ONLY WHEN THERE IS AN OLD ONE TO
001310*                        REBUILD IT FROM.  NO OLD FILE MEANS
001320*                        NOTHING TO CONVERT ON THAT SIDE.
001330*----------------------------------------------------------------
001340 1000-INITIALIZE-RUN.
001350     OPEN INPUT OLD-MASTER-FILE
001360     IF MR-GAMEMSPT-STATUS NOT = "00"
001370         DISPLAY "OLD MASTER (GAMEMSPT) OPEN FAILED, STATUS "
001380             MR-GAMEMSPT-STATUS " - NO MASTER TO CONVERT"
001390         MOVE 'Y' TO MR-MASTER-EOF-SW
001400     ELSE
001410         MOVE 'Y' TO MR-GAMEMSPT-OPEN-SW
001420         OPEN I-O GAME-MASTER-FILE
001430         IF MR-GAMEMST-STATUS = "35"
001440             OPEN OUTPUT GAME-MASTER-FILE
001450             CLOSE GAME-MASTER-FILE
001460             OPEN I-O GAME-MASTER-FILE
001470         END-IF
001480         IF MR-GAMEMST-STATUS = "00"
001490             MOVE 'Y' TO MR-GAMEMST-OPEN-SW
001500         ELSE
001510             DISPLAY "GAME MASTER OPEN FAILED, STATUS "
001520                 MR-GAMEMST-STATUS " - MASTER NOT CONVERTED"
001530             MOVE 'Y' TO MR-MASTER-EOF-SW
001540             MOVE 8 TO RETURN-CODE
001550         END-IF
001560     END-IF
001570     OPEN INPUT OLD-ARCHIVE-FILE
001580     IF MR-GAMEARPT-STATUS NOT = "00"
001590         DISPLAY "OLD ARCHIVE (GAMEARPT) OPEN FAILED, STATUS "
001600             MR-GAMEARPT-STATUS " - NO ARCHIVE TO CONVERT"
001610         MOVE 'Y' TO MR-ARCHIVE-EOF-SW
001620     ELSE
001630         MOVE 'Y' TO MR-GAMEARPT-OPEN-SW
001640         OPEN OUTPUT GAME-ARCHIVE-FILE
001650         IF MR-GAMEARCH-STATUS = "00"
001660             MOVE 'Y' TO MR-GAMEARCH-OPEN-SW
001670         ELSE
001680             DISPLAY "ARCHIVE (GAMEARCH) OPEN FAILED, STATUS "
001690                 MR-GAMEARCH-STATUS " - ARCHIVE NOT CONVERTED"
001700             MOVE 'Y' TO MR-ARCHIVE-EOF-SW
001710             MOVE 8 TO RETURN-CODE
001720         END-IF
001730     END-IF.
001740 1000-EXIT.
001750     EXIT.
001760
001770*----------------------------------------------------------------
001780*  2000-CONVERT-ONE-GAME - COPY ONE OLD MASTER RECORD ONTO THE
001790*                        NEW MASTER, TYPED OVER-THE-BOARD.  A
001800*                        DUPLICATE GAME ID REJECTS WITH A CONSOLE
001810*                        LINE, AS IN GAMELOGREORG; ANY OTHER
001820*                        WRITE FAILURE LOSES THE GAME, SO IT ENDS
001830*                        THE RUN WITH RETURN CODE 8.
001840*----------------------------------------------------------------
001850 2000-CONVERT-ONE-GAME.
001860     READ OLD-MASTER-FILE INTO GAMELOG-RECORD
001870         AT END
001880             MOVE 'Y' TO MR-MASTER-EOF-SW
001890             GO TO 2000-EXIT
001900     END-READ
001910     ADD 1 TO MR-MASTER-READ
001920     MOVE SPACE TO GL-GAME-TYPE
001930     WRITE GAMELOG-RECORD
001940         INVALID KEY
001950             ADD 1 TO MR-DUPLICATES
001960             DISPLAY "DUPLICATE GAME ID " GL-GAME-ID
001970                 " (PLAYED " GL-GAME-DATE ") REJECTED"
001980         NOT INVALID KEY
001990             ADD 1 TO MR-MASTER-LOADED
002000     END-WRITE
002010     IF MR-GAMEMST-STATUS NOT = "00"
002020             AND MR-GAMEMST-STATUS NOT = "22"
002030         DISPLAY "MASTER WRITE FAILED, STATUS "
002040             MR-GAMEMST-STATUS " - GAME " GL-GAME-ID
002050         MOVE 8 TO RETURN-CODE
002060     END-IF.
002070 2000-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------------
002110*  3000-CONVERT-ONE-ARCHIVED - COPY ONE OLD ARCHIVE RECORD ONTO
002120*                        THE NEW ARCHIVE, TYPED OVER-THE-BOARD.
002130*                        A FAILED WRITE LOSES THE GAME, SO IT
002140*                        ENDS THE RUN WITH RETURN CODE 8.
002150*----------------------------------------------------------------
002160 3000-CONVERT-ONE-ARCHIVED.
002170     READ OLD-ARCHIVE-FILE INTO GAME-HISTORY-RECORD
002180         AT END
002190             MOVE 'Y' TO MR-ARCHIVE-EOF-SW
002200             GO TO 3000-EXIT
002210     END-READ
002220     ADD 1 TO MR-ARCHIVE-READ
002230     MOVE SPACE TO GH-GAME-TYPE
002240     WRITE GAME-HISTORY-RECORD
002250     IF MR-GAMEARCH-STATUS = "00"
002260         ADD 1 TO MR-ARCHIVE-WRITTEN
002270     ELSE
002280         DISPLAY "ARCHIVE WRITE FAILED, STATUS "
002290             MR-GAMEARCH-STATUS " - GAME " GH-GAME-ID
002300         MOVE 8 TO RETURN-CODE
002310     END-IF.
002320 3000-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------
002360*  9000-TERMINATE-RUN - CLOSE THE FILES AND REPORT THE CONTROL
002370*                       TOTALS.  MASTER READ = LOADED +
002380*                       DUPLICATES, AND ARCHIVE READ = WRITTEN,
002390*                       OR SOMETHING IS WRONG.
002400*----------------------------------------------------------------
002410 9000-TERMINATE-RUN.
002420     IF MR-GAMEMSPT-OPEN
002430         CLOSE OLD-MASTER-FILE
002440     END-IF
002450     IF MR-GAMEMST-OPEN
002460         CLOSE GAME-MASTER-FILE
002470     END-IF
002480     IF MR-GAMEARPT-OPEN
002490         CLOSE OLD-ARCHIVE-FILE
002500     END-IF
002510     IF MR-GAMEARCH-OPEN
002520         CLOSE GAME-ARCHIVE-FILE
002530     END-IF
002540     DISPLAY "Game master reorganisation complete."
002550     DISPLAY "  Master records read:    " MR-MASTER-READ
002560     DISPLAY "  Master records loaded:  " MR-MASTER-LOADED
002570     DISPLAY "  Duplicates:             " MR-DUPLICATES
002580     DISPLAY "  Archive records read:   " MR-ARCHIVE-READ
002590     DISPLAY "  Archive records written:" MR-ARCHIVE-WRITTEN.
002600 9000-EXIT.
002610     EXIT.
002620
002630 END PROGRAM GamemstReorg.
