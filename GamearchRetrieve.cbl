000010*================================================================
000020*  PROGRAM-ID    : GAMEARCHRETRIEVE
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      BRINGS ARCHIVED GAMES BACK TO THE GAME MASTER SO A DISPUTE
000100*      OVER AN OLD GAME CAN BE SETTLED ON THE SYSTEM - REPLAYED
000110*      BY THE ENGINE OR PLAYERGAMEINQUIRY, AND VOIDED BY
000120*      GAMEVOID IF IT COMES TO THAT.  GAMES ARE SELECTED FROM
000130*      THE GAMEARCH ARCHIVE EITHER BY A SINGLE GAME ID OR BY
000140*      PLAYER AND/OR GAME DATE RANGE (OPERATOR PROMPTS); A RUN
000150*      WITH NO SELECTION AT ALL IS REFUSED, SO A STRAY ENTER
000160*      CANNOT RELOAD THE WHOLE ARCHIVE.
000170*      EACH SELECTED GAME IS WRITTEN TO THE MASTER WITH ITS
000180*      POSTED FLAG SET TO 'R' - RETRIEVED, STILL POSTED, SO THE
000190*      END-OF-DAY POSTING JOB LEAVES IT ALONE - AND JOURNALLED
000200*      AS AN ADD ON GAMEJRNL.  ITS ARCHIVE COPY IS THEN
000210*      REWRITTEN IN PLACE WITH THE SAME MARK, WHICH TELLS THE
000220*      JOBS THAT READ BOTH FILES TO COUNT THE GAME FROM THE
000230*      MASTER ONLY, AND TELLS THE NEXT GAMELOGARCHIVE RUN TO
000240*      SEND IT BACK OVER THAT SAME ARCHIVE RECORD INSTEAD OF
000250*      APPENDING IT AGAIN.  A GAME WHOSE ARCHIVE COPY CANNOT BE
000260*      MARKED IS TAKEN OFF THE MASTER AGAIN.
000270*      THE RTVRPT REPORT LISTS EVERY GAME SELECTED, RESTORED OR
000280*      FOUND ALREADY ON THE MASTER, WITH THE CONTROL TOTALS.
000290*      THE PLAYXREF CROSS-REFERENCE ALREADY HOLDS ARCHIVED
000300*      GAMES, SO IT IS NOT TOUCHED.
000310*----------------------------------------------------------------
000320*  MODIFICATION HISTORY.
000330*      DATE       INIT   DESCRIPTION
000340*      ---------- ----   ----------------------------------------
000350*      10/05/2026 RM     INITIAL VERSION.
000360*================================================================
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. GamearchRetrieve.
000390 AUTHOR. R. MARCHBANKS.
000400 INSTALLATION. RECREATION SYSTEMS GROUP.
000410 DATE-WRITTEN. 10/05/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS GT-GAMEARCH-STATUS.
000500
000510     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS GL-GAME-ID
000550         FILE STATUS IS GT-GAMEMST-STATUS.
000560
000570     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS GT-GAMEJRNL-STATUS.
000600
000610     SELECT RETRIEVAL-REPORT-FILE ASSIGN TO "RTVRPT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS GT-RTVRPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GAME-ARCHIVE-FILE
000680     RECORDING MODE IS F.
000690 COPY NCGAMSEQ.
000700
000710 FD  GAME-MASTER-FILE.
000720 COPY NCGAMELG.
000730
000740 FD  GAME-JOURNAL-FILE
000750     RECORDING MODE IS F.
000760 COPY NCGAMJRN.
000770
000780 FD  RETRIEVAL-REPORT-FILE
000790     RECORDING MODE IS F.
000800 COPY NCRTVRPT.
000810
000820 WORKING-STORAGE SECTION.
000830 77  GT-GAMEARCH-STATUS    PIC X(02) VALUE SPACES.
000840 77  GT-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
000850 77  GT-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
000860 77  GT-RTVRPT-STATUS      PIC X(02) VALUE SPACES.
000870 77  GT-PROCEED-SW         PIC X(01) VALUE 'N'.
000880     88  GT-PROCEED               VALUE 'Y'.
000890 77  GT-GAMEARCH-EOF-SW    PIC X(01) VALUE 'N'.
000900     88  GT-GAMEARCH-EOF          VALUE 'Y'.
000910 77  GT-ARCHIVE-OPEN-SW    PIC X(01) VALUE 'N'.
000920     88  GT-ARCHIVE-OPEN          VALUE 'Y'.
000930 77  GT-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
000940     88  GT-MASTER-OPEN           VALUE 'Y'.
000950 77  GT-BY-GAME-SW         PIC X(01) VALUE 'N'.
000960     88  GT-BY-GAME               VALUE 'Y'.
000970 77  GT-SEL-GAME-ID        PIC X(08) VALUE SPACES.
000980 77  GT-SEL-PLAYER-ID      PIC X(08) VALUE SPACES.
000990 77  GT-FROM-IN            PIC X(08) VALUE SPACES.
001000 77  GT-TO-IN              PIC X(08) VALUE SPACES.
001010 77  GT-FROM-DATE          PIC 9(08) VALUE 0.
001020 77  GT-TO-DATE            PIC 9(08) VALUE 99999999.
001030 77  GT-MASTER-IMAGE       PIC X(474) VALUE SPACES.
001040 77  GT-OUTCOME            PIC X(38) VALUE SPACES.
001050 77  GT-ARCHIVE-READ       PIC 9(07) COMP VALUE 0.
001060 77  GT-GAMES-SELECTED     PIC 9(07) COMP VALUE 0.
001070 77  GT-GAMES-RETRIEVED    PIC 9(07) COMP VALUE 0.
001080 77  GT-ALREADY-ON-MASTER  PIC 9(07) COMP VALUE 0.
001090 77  GT-NOT-RETRIEVED      PIC 9(07) COMP VALUE 0.
001100
001110*----------------------------------------------------------------
001120*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
001130*----------------------------------------------------------------
001140 77  GT-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
001150 01  GT-RUN-DATE.
001160     05  GT-RUN-YYYY           PIC X(04).
001170     05  GT-RUN-MM             PIC X(02).
001180     05  GT-RUN-DD             PIC X(02).
001190 01  GT-DATE-R.
001200     05  GT-DT-YYYY            PIC X(04).
001210     05  GT-DT-MM              PIC X(02).
001220     05  GT-DT-DD              PIC X(02).
001230 01  GT-PRINT-DATE.
001240     05  GT-PD-DD              PIC X(02).
001250     05  FILLER                PIC X(01) VALUE "/".
001260     05  GT-PD-MM              PIC X(02).
001270     05  FILLER                PIC X(01) VALUE "/".
001280     05  GT-PD-YYYY            PIC X(04).
001290 01  GT-PRINT-FROM             PIC X(10) VALUE SPACES.
001300 01  GT-HEADER1-LINE.
001310     05  FILLER                PIC X(38) VALUE
001320         "ARCHIVE RETRIEVAL TO THE GAME MASTER -".
001330     05  FILLER                PIC X(08) VALUE " RUN ON ".
001340     05  GT-HDR-RUN-DATE       PIC X(10).
001350     05  FILLER                PIC X(24) VALUE SPACES.
001360 01  GT-HEADER2-LINE.
001370     05  FILLER                PIC X(13) VALUE "SELECTED BY: ".
001380     05  GT-HDR-SELECTION      PIC X(67).
001390 01  GT-HEADER3-LINE.
001400     05  FILLER                PIC X(42) VALUE
001410         "GAME ID   GAME DATE   PLAYER 1  PLAYER 2  ".
001420     05  FILLER                PIC X(38) VALUE "OUTCOME".
001430 01  GT-DETAIL-LINE.
001440     05  GT-DET-GAME-ID        PIC X(08).
001450     05  FILLER                PIC X(02) VALUE SPACES.
001460     05  GT-DET-DATE           PIC X(10).
001470     05  FILLER                PIC X(02) VALUE SPACES.
001480     05  GT-DET-PLAYER1        PIC X(08).
001490     05  FILLER                PIC X(02) VALUE SPACES.
001500     05  GT-DET-PLAYER2        PIC X(08).
001510     05  FILLER                PIC X(02) VALUE SPACES.
001520     05  GT-DET-OUTCOME        PIC X(38).
001530 01  GT-NONE-LINE.
001540     05  FILLER                PIC X(40) VALUE
001550         "NO ARCHIVED GAME MATCHED THE SELECTION".
001560     05  FILLER                PIC X(40) VALUE SPACES.
001570 01  GT-TOTAL-LINE.
001580     05  GT-TOT-LABEL          PIC X(44).
001590     05  GT-TOT-VALUE          PIC Z,ZZZ,ZZ9.
001600     05  FILLER                PIC X(27) VALUE SPACES.
001610
001620 PROCEDURE DIVISION.
001630 0000-MAIN-PROCEDURE.
001640     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001650     IF GT-PROCEED
001660         PERFORM 2000-SCAN-ONE-ARCHIVE-GAME THRU 2000-EXIT
001670             UNTIL GT-GAMEARCH-EOF
001680         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
001690     END-IF
001700     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
001710     GOBACK.
001720
001730*----------------------------------------------------------------
001740*  1000-INITIALIZE-RUN - TAKE THE SELECTION AND OPEN THE FILES.
001750*                        A GAME ID SELECTS THAT GAME ALONE;
001760*                        WITHOUT ONE, A PLAYER, A DATE RANGE OR
001770*                        BOTH MUST BE GIVEN.  THE ARCHIVE IS
001780*                        OPENED I-O SO EACH COPY RETRIEVED CAN BE
001790*                        MARKED WHERE IT STANDS.  ANY FILE THAT
001800*                        WILL NOT OPEN ENDS THE RUN WITH NOTHING
001810*                        RETRIEVED AND RETURN CODE 8.
001820*----------------------------------------------------------------
001830 1000-INITIALIZE-RUN.
001840     ACCEPT GT-RUN-DATE FROM DATE YYYYMMDD
001850     DISPLAY "Game ID (Enter to select by player or date): "
001860     ACCEPT GT-SEL-GAME-ID
001870     IF GT-SEL-GAME-ID NOT = SPACES
001880         MOVE 'Y' TO GT-BY-GAME-SW
001890     ELSE
001900         DISPLAY "Player ID (Enter for any player): "
001910         ACCEPT GT-SEL-PLAYER-ID
001920         DISPLAY "From date YYYYMMDD (Enter for all): "
001930         ACCEPT GT-FROM-IN
001940         IF GT-FROM-IN IS NUMERIC AND GT-FROM-IN NOT = "00000000"
001950             MOVE GT-FROM-IN TO GT-FROM-DATE
001960         ELSE
001970             MOVE 0 TO GT-FROM-DATE
001980         END-IF
001990         DISPLAY "To date YYYYMMDD (Enter for all): "
002000         ACCEPT GT-TO-IN
002010         IF GT-TO-IN IS NUMERIC AND GT-TO-IN NOT = "00000000"
002020             MOVE GT-TO-IN TO GT-TO-DATE
002030         ELSE
002040             MOVE 99999999 TO GT-TO-DATE
002050         END-IF
002060         IF GT-SEL-PLAYER-ID = SPACES AND GT-FROM-DATE = 0
002070                 AND GT-TO-DATE = 99999999
002080             DISPLAY "NO GAME, PLAYER OR DATE GIVEN - "
002090                 "NOTHING RETRIEVED"
002100             MOVE 8 TO RETURN-CODE
002110             GO TO 1000-EXIT
002120         END-IF
002130     END-IF
002140     OPEN I-O GAME-ARCHIVE-FILE
002150     IF GT-GAMEARCH-STATUS NOT = "00"
002160         DISPLAY "GAMEARCH OPEN FAILED, STATUS "
002170             GT-GAMEARCH-STATUS " - NOTHING RETRIEVED"
002180         MOVE 8 TO RETURN-CODE
002190         GO TO 1000-EXIT
002200     END-IF
002210     MOVE 'Y' TO GT-ARCHIVE-OPEN-SW
002220     OPEN I-O GAME-MASTER-FILE
002230     IF GT-GAMEMST-STATUS NOT = "00"
002240         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
002250             GT-GAMEMST-STATUS " - NOTHING RETRIEVED"
002260         MOVE 8 TO RETURN-CODE
002270         GO TO 1000-EXIT
002280     END-IF
002290     MOVE 'Y' TO GT-MASTER-OPEN-SW
002300     OPEN EXTEND GAME-JOURNAL-FILE
002310     IF GT-GAMEJRNL-STATUS = "35"
002320         OPEN OUTPUT GAME-JOURNAL-FILE
002330         CLOSE GAME-JOURNAL-FILE
002340         OPEN EXTEND GAME-JOURNAL-FILE
002350     END-IF
002360     IF GT-GAMEJRNL-STATUS NOT = "00"
002370         DISPLAY "GAMEJRNL OPEN FAILED, STATUS "
002380             GT-GAMEJRNL-STATUS " - NOTHING RETRIEVED"
002390         MOVE 8 TO RETURN-CODE
002400         GO TO 1000-EXIT
002410     END-IF
002420     OPEN OUTPUT RETRIEVAL-REPORT-FILE
002430     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
002440     MOVE 'Y' TO GT-PROCEED-SW.
002450 1000-EXIT.
002460     EXIT.
002470
002480 1100-WRITE-HEADER.
002490     MOVE GT-RPT-SEPARATOR TO RL-LINE
002500     WRITE RETRIEVAL-REPORT-RECORD
002510     MOVE GT-RUN-DATE TO GT-DATE-R
002520     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
002530     MOVE GT-PRINT-DATE TO GT-HDR-RUN-DATE
002540     MOVE GT-HEADER1-LINE TO RL-LINE
002550     WRITE RETRIEVAL-REPORT-RECORD
002560     MOVE SPACES TO GT-HDR-SELECTION
002570     IF GT-BY-GAME
002580         STRING "GAME ID " GT-SEL-GAME-ID
002590             DELIMITED BY SIZE INTO GT-HDR-SELECTION
002600     ELSE
002610         MOVE "ANY" TO GT-PRINT-FROM
002620         IF GT-FROM-DATE NOT = 0
002630             MOVE GT-FROM-DATE TO GT-DATE-R
002640             PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
002650             MOVE GT-PRINT-DATE TO GT-PRINT-FROM
002660         END-IF
002670         IF GT-TO-DATE = 99999999
002680             MOVE "ANY" TO GT-PRINT-DATE
002690         ELSE
002700             MOVE GT-TO-DATE TO GT-DATE-R
002710             PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
002720         END-IF
002730         IF GT-SEL-PLAYER-ID = SPACES
002740             STRING "ANY PLAYER, DATED FROM " GT-PRINT-FROM
002750                 " TO " GT-PRINT-DATE
002760                 DELIMITED BY SIZE INTO GT-HDR-SELECTION
002770         ELSE
002780             STRING "PLAYER " GT-SEL-PLAYER-ID ", DATED FROM "
002790                 GT-PRINT-FROM " TO " GT-PRINT-DATE
002800                 DELIMITED BY SIZE INTO GT-HDR-SELECTION
002810         END-IF
002820     END-IF
002830     MOVE GT-HEADER2-LINE TO RL-LINE
002840     WRITE RETRIEVAL-REPORT-RECORD
002850     MOVE GT-HEADER3-LINE TO RL-LINE
002860     WRITE RETRIEVAL-REPORT-RECORD
002870     MOVE GT-RPT-SEPARATOR TO RL-LINE
002880     WRITE RETRIEVAL-REPORT-RECORD.
002890 1100-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------
002930*  2000-SCAN-ONE-ARCHIVE-GAME - READ THE NEXT ARCHIVE RECORD AND,
002940*                      WHEN IT MEETS THE SELECTION, BRING IT BACK.
002950*                      A GAME ID SELECTION STOPS AT THE FIRST
002960*                      MATCH.
002970*----------------------------------------------------------------
002980 2000-SCAN-ONE-ARCHIVE-GAME.
002990     READ GAME-ARCHIVE-FILE
003000         AT END
003010             MOVE 'Y' TO GT-GAMEARCH-EOF-SW
003020             GO TO 2000-EXIT
003030     END-READ
003040     ADD 1 TO GT-ARCHIVE-READ
003050     IF GT-BY-GAME
003060         IF GH-GAME-ID NOT = GT-SEL-GAME-ID
003070             GO TO 2000-EXIT
003080         END-IF
003090         MOVE 'Y' TO GT-GAMEARCH-EOF-SW
003100     ELSE
003110         IF GT-SEL-PLAYER-ID NOT = SPACES
003120                 AND GH-PLAYER1-ID NOT = GT-SEL-PLAYER-ID
003130                 AND GH-PLAYER2-ID NOT = GT-SEL-PLAYER-ID
003140             GO TO 2000-EXIT
003150         END-IF
003160         IF GH-GAME-DATE < GT-FROM-DATE
003170                 OR GH-GAME-DATE > GT-TO-DATE
003180             GO TO 2000-EXIT
003190         END-IF
003200     END-IF
003210     ADD 1 TO GT-GAMES-SELECTED
003220     PERFORM 2100-RETRIEVE-GAME THRU 2100-EXIT
003230     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003240 2000-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003280*  2100-RETRIEVE-GAME - WRITE THE ARCHIVED GAME TO THE MASTER
003290*                      MARKED RETRIEVED AND JOURNAL THE ADD, THEN
003300*                      MARK THE ARCHIVE COPY.  A DUPLICATE KEY
003310*                      MEANS THE GAME IS ALREADY ON THE MASTER -
003320*                      BACK FROM AN EARLIER RETRIEVAL, OR NEVER
003330*                      ARCHIVED - AND NOTHING IS CHANGED.  AN
003340*                      ARCHIVE COPY ALREADY MARKED WHOSE GAME HAS
003350*                      GONE FROM THE MASTER IS SIMPLY RELOADED.
003360*                      IF THE ARCHIVE COPY CANNOT BE MARKED, THE
003370*                      MASTER COPY IS DELETED AGAIN (AND THAT
003380*                      DELETE JOURNALLED) SO NO GAME IS EVER
003390*                      LIVE ON BOTH FILES UNMARKED.
003400*----------------------------------------------------------------
003410 2100-RETRIEVE-GAME.
003420     MOVE GAME-HISTORY-RECORD TO GAMELOG-RECORD
003430     MOVE 'R' TO GL-POSTED-SW
003440     MOVE GAMELOG-RECORD TO GT-MASTER-IMAGE
003450     WRITE GAMELOG-RECORD
003460         INVALID KEY
003470             CONTINUE
003480     END-WRITE
003490     IF GT-GAMEMST-STATUS = "22"
003500         ADD 1 TO GT-ALREADY-ON-MASTER
003510         IF GH-RETRIEVED
003520             MOVE "ALREADY BACK ON THE MASTER" TO GT-OUTCOME
003530         ELSE
003540             MOVE "ALREADY ON THE MASTER" TO GT-OUTCOME
003550         END-IF
003560         GO TO 2100-EXIT
003570     END-IF
003580     IF GT-GAMEMST-STATUS NOT = "00"
003590         ADD 1 TO GT-NOT-RETRIEVED
003600         MOVE "NOT RETRIEVED - MASTER WRITE FAILED" TO GT-OUTCOME
003610         DISPLAY "WARNING - GAME MASTER WRITE FAILED, STATUS "
003620             GT-GAMEMST-STATUS " - GAME " GH-GAME-ID
003630             " NOT RETRIEVED"
003640         GO TO 2100-EXIT
003650     END-IF
003660     MOVE 'A'             TO JR-ACTION
003670     MOVE SPACES          TO JR-BEFORE-IMAGE
003680     MOVE GT-MASTER-IMAGE TO JR-AFTER-IMAGE
003690     PERFORM 2200-JOURNAL-MASTER-UPDATE THRU 2200-EXIT
003700     IF NOT GH-RETRIEVED
003710         MOVE 'R' TO GH-POSTED-SW
003720         REWRITE GAME-HISTORY-RECORD
003730         IF GT-GAMEARCH-STATUS NOT = "00"
003740             DISPLAY "WARNING - ARCHIVE REWRITE FAILED, STATUS "
003750                 GT-GAMEARCH-STATUS " - GAME " GH-GAME-ID
003760                 " TAKEN OFF THE MASTER AGAIN"
003770             PERFORM 2110-UNDO-RETRIEVAL THRU 2110-EXIT
003780             ADD 1 TO GT-NOT-RETRIEVED
003790             MOVE "NOT RETRIEVED - ARCHIVE REWRITE FAILED"
003800                 TO GT-OUTCOME
003810             GO TO 2100-EXIT
003820         END-IF
003830     END-IF
003840     ADD 1 TO GT-GAMES-RETRIEVED
003850     MOVE "RETRIEVED" TO GT-OUTCOME.
003860 2100-EXIT.
003870     EXIT.
003880
003890 2110-UNDO-RETRIEVAL.
003900     MOVE GT-MASTER-IMAGE TO GAMELOG-RECORD
003910     DELETE GAME-MASTER-FILE RECORD
003920         INVALID KEY
003930             DISPLAY "WARNING - DELETE FAILED FOR GAME "
003940                 GL-GAME-ID ", STATUS " GT-GAMEMST-STATUS
003950         NOT INVALID KEY
003960             MOVE 'D'             TO JR-ACTION
003970             MOVE GT-MASTER-IMAGE TO JR-BEFORE-IMAGE
003980             MOVE SPACES          TO JR-AFTER-IMAGE
003990             PERFORM 2200-JOURNAL-MASTER-UPDATE THRU 2200-EXIT
004000     END-DELETE.
004010 2110-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050*  2200-JOURNAL-MASTER-UPDATE - APPEND ONE MASTER UPDATE TO THE
004060*                      GAMEJRNL JOURNAL.  THE CALLER HAS SET THE
004070*                      ACTION AND THE BEFORE AND AFTER IMAGES.
004080*----------------------------------------------------------------
004090 2200-JOURNAL-MASTER-UPDATE.
004100     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
004110     ACCEPT JR-JOURNAL-TIME FROM TIME
004120     MOVE "GAMEARCHRETRIEVE" TO JR-PROGRAM-ID
004130     MOVE GH-GAME-ID         TO JR-GAME-ID
004140     WRITE GAME-JOURNAL-RECORD
004150     IF GT-GAMEJRNL-STATUS NOT = "00"
004160         DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
004170             GT-GAMEJRNL-STATUS " - " JR-ACTION " OF " GH-GAME-ID
004180             " NOT JOURNALLED"
004190     END-IF.
004200 2200-EXIT.
004210     EXIT.
004220
004230 2900-WRITE-DETAIL.
004240     MOVE GH-GAME-ID    TO GT-DET-GAME-ID
004250     MOVE GH-GAME-DATE  TO GT-DATE-R
004260     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
004270     MOVE GT-PRINT-DATE TO GT-DET-DATE
004280     MOVE GH-PLAYER1-ID TO GT-DET-PLAYER1
004290     MOVE GH-PLAYER2-ID TO GT-DET-PLAYER2
004300     MOVE GT-OUTCOME    TO GT-DET-OUTCOME
004310     MOVE GT-DETAIL-LINE TO RL-LINE
004320     WRITE RETRIEVAL-REPORT-RECORD.
004330 2900-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370*  3000-WRITE-TRAILER - CLOSE THE REPORT WITH THE CONTROL TOTALS.
004380*                      SELECTED = RETRIEVED + ALREADY ON THE
004390*                      MASTER + NOT RETRIEVED.
004400*----------------------------------------------------------------
004410 3000-WRITE-TRAILER.
004420     IF GT-GAMES-SELECTED = 0
004430         MOVE GT-NONE-LINE TO RL-LINE
004440         WRITE RETRIEVAL-REPORT-RECORD
004450     END-IF
004460     MOVE GT-RPT-SEPARATOR TO RL-LINE
004470     WRITE RETRIEVAL-REPORT-RECORD
004480     MOVE "ARCHIVE RECORDS READ:" TO GT-TOT-LABEL
004490     MOVE GT-ARCHIVE-READ TO GT-TOT-VALUE
004500     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
004510     MOVE "GAMES SELECTED:" TO GT-TOT-LABEL
004520     MOVE GT-GAMES-SELECTED TO GT-TOT-VALUE
004530     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
004540     MOVE "  RETRIEVED TO THE MASTER:" TO GT-TOT-LABEL
004550     MOVE GT-GAMES-RETRIEVED TO GT-TOT-VALUE
004560     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
004570     MOVE "  ALREADY ON THE MASTER:" TO GT-TOT-LABEL
004580     MOVE GT-ALREADY-ON-MASTER TO GT-TOT-VALUE
004590     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
004600     MOVE "  NOT RETRIEVED:" TO GT-TOT-LABEL
004610     MOVE GT-NOT-RETRIEVED TO GT-TOT-VALUE
004620     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
004630     MOVE GT-RPT-SEPARATOR TO RL-LINE
004640     WRITE RETRIEVAL-REPORT-RECORD
004650     IF GT-RTVRPT-STATUS NOT = "00"
004660         DISPLAY "WARNING - RTVRPT WRITE FAILED, STATUS "
004670             GT-RTVRPT-STATUS
004680     END-IF.
004690 3000-EXIT.
004700     EXIT.
004710
004720 3100-WRITE-TOTAL.
004730     MOVE GT-TOTAL-LINE TO RL-LINE
004740     WRITE RETRIEVAL-REPORT-RECORD.
004750 3100-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790*  8100-FORMAT-DATE - GT-DATE-R (YYYYMMDD) TO DD/MM/YYYY IN
004800*                     GT-PRINT-DATE.
004810*----------------------------------------------------------------
004820 8100-FORMAT-DATE.
004830     MOVE GT-DT-DD   TO GT-PD-DD
004840     MOVE GT-DT-MM   TO GT-PD-MM
004850     MOVE GT-DT-YYYY TO GT-PD-YYYY.
004860 8100-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED AND REPORT
004910*                       THE CONTROL TOTALS.
004920*----------------------------------------------------------------
004930 9000-TERMINATE-RUN.
004940     IF GT-PROCEED
004950         CLOSE GAME-JOURNAL-FILE
004960         CLOSE RETRIEVAL-REPORT-FILE
004970     END-IF
004980     IF GT-MASTER-OPEN
004990         CLOSE GAME-MASTER-FILE
005000     END-IF
005010     IF GT-ARCHIVE-OPEN
005020         CLOSE GAME-ARCHIVE-FILE
005030     END-IF
005040     IF GT-PROCEED
005050         DISPLAY "Archive retrieval complete - see RTVRPT."
005060         DISPLAY "  Games selected:     " GT-GAMES-SELECTED
005070         DISPLAY "  Retrieved:          " GT-GAMES-RETRIEVED
005080         DISPLAY "  Already on master:  " GT-ALREADY-ON-MASTER
005090         DISPLAY "  Not retrieved:      " GT-NOT-RETRIEVED
005100     END-IF.
005110 9000-EXIT.
005120     EXIT.
005130
005140 END PROGRAM GamearchRetrieve.
