000010*================================================================
000020*  PROGRAM-ID    : SATELLITERESULTLOAD
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/15/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      INBOUND INTERFACE FOR THE SATELLITE OFFICE'S LEAGUE.  THE
000100*      SATELLITE OFFICE PLAYS ON PAPER AND SENDS A RESULTS SHEET,
000110*      KEYED HERE AS ONE SATRSLT BATCH (NCSATRES): A HEADER, ONE
000120*      RESULT-ONLY DETAIL PER GAME AND A TRAILER OF CONTROL
000130*      COUNTS.  THERE ARE NO MOVES TO INVENT - THE SHEET NO
000140*      LONGER GOES THROUGH TOURNIN AND THE TOURNAMENT ENGINE.
000150*      THE WHOLE BATCH IS READ AND EDITED BEFORE ANYTHING IS
000160*      LOADED.  THE BATCH IS REFUSED OUTRIGHT - NOTHING LOADED,
000170*      RETURN CODE 8 - WHEN ITS HEADER OR TRAILER IS MISSING OR
000180*      REPEATED, THE TRAILER'S BATCH NUMBER OR ANY OF ITS COUNTS
000190*      (DETAILS, PLAYER 1 WINS, PLAYER 2 WINS, DRAWS) DISAGREES
000200*      WITH THE DETAILS ACTUALLY SENT, OR A RECORD IS NOT A
000210*      HEADER, DETAIL OR TRAILER.  OTHERWISE EACH DETAIL STANDS
000220*      ON ITS OWN: ONE IS REJECTED WHEN ITS REFERENCE IS
000230*      MISSING, ALREADY LOADED (THE SATREFS FILE, NCSATREF) OR
000240*      REPEATED IN THE BATCH, WHEN EITHER PLAYER IS NOT AN
000250*      ACTIVE PLAYER ON THE PLAYREG REGISTRY OR BOTH ARE THE
000260*      SAME, WHEN THE BOARD SIZE IS NOT 3, 4 OR 5, WHEN THE
000270*      RESULT IS NOT X, O OR D, OR WHEN THE DATE PLAYED IS NOT A
000280*      REAL DATE OR IS AFTER TODAY.  EVERY ERROR PRINTS ON THE
000290*      SATERR REPORT (NCSATERP) WITH THE RECORD NUMBER AND
000300*      REFERENCE, AS TOURNERR DOES FOR THE TOURNAMENT DECK.
000310*      EACH ACCEPTED RESULT GOES ONTO THE GAME MASTER AS AN
000320*      UNPOSTED REMOTE RESULT (GL-REMOTE-RESULT): THE BOARD SIZE
000330*      PLAYED, WINNER X, O OR SPACE FOR A DRAW, NO MOVES AND NO
000340*      FINAL BOARD, DATED THE DAY IT WAS PLAYED.  STATSPOSTING,
000350*      FIXTUREMATCH AND TEAMROLLUP TAKE IT FROM THERE LIKE ANY
000360*      OTHER GAME; LIKE EVERY RESULT-ONLY GAME IT IS NEVER
000370*      RATED, REPLAYED OR MINED FOR THE OPENING BOOK.  THE ADD
000380*      IS JOURNALLED ON GAMEJRNL, BOTH PLAYXREF RECORDS ARE
000390*      POSTED AS THE ENGINE POSTS THEM, AND THE REFERENCE IS
000400*      RECORDED ON SATREFS AGAINST THE GAME ID.  A REMOTE GAME
000410*      ID IS 'R', THE RUN MONTH AND DAY AND A THREE-DIGIT
000420*      SEQUENCE, ON THE PATTERN OF THE WALKOVER IDS.  A GAME
000430*      MASTER, JOURNAL OR SATREFS FILE THAT WILL NOT OPEN ENDS
000440*      THE RUN WITH NOTHING LOADED AND RETURN CODE 8.
000450*----------------------------------------------------------------
000460*  MODIFICATION HISTORY.
000470*      DATE       INIT   DESCRIPTION
000480*      ---------- ----   ----------------------------------------
000490*      10/15/2026 RM     INITIAL VERSION.
000500*================================================================
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. SatelliteResultLoad.
000530 AUTHOR. R. MARCHBANKS.
000540 INSTALLATION. RECREATION SYSTEMS GROUP.
000550 DATE-WRITTEN. 10/15/2026.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SATELLITE-RESULT-FILE ASSIGN TO "SATRSLT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS SL-SATRSLT-STATUS.
000640
000650     SELECT SATELLITE-REF-FILE ASSIGN TO "SATREFS"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SF-REMOTE-REF
000690         FILE STATUS IS SL-SATREFS-STATUS.
000700
000710     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS GL-GAME-ID
000750         FILE STATUS IS SL-GAMEMST-STATUS.
000760
000770     SELECT PLAYER-XREF-FILE ASSIGN TO "PLAYXREF"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS PX-XREF-KEY
000810         FILE STATUS IS SL-PLAYXREF-STATUS.
000820
000830     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS SL-GAMEJRNL-STATUS.
000860
000870     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS PG-PLAYER-ID
000910         FILE STATUS IS SL-PLAYREG-STATUS.
000920
000930     SELECT SATELLITE-ERROR-FILE ASSIGN TO "SATERR"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS SL-SATERR-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  SATELLITE-RESULT-FILE
001000     RECORDING MODE IS F.
001010 COPY NCSATRES.
001020
001030 FD  SATELLITE-REF-FILE.
001040 COPY NCSATREF.
001050
001060 FD  GAME-MASTER-FILE.
001070 COPY NCGAMELG.
001080
001090 FD  PLAYER-XREF-FILE.
001100 COPY NCPLXREF.
001110
001120 FD  GAME-JOURNAL-FILE
001130     RECORDING MODE IS F.
001140 COPY NCGAMJRN.
001150
001160 FD  PLAYER-REGISTRY-FILE.
001170 COPY NCPLREG.
001180
001190 FD  SATELLITE-ERROR-FILE
001200     RECORDING MODE IS F.
001210 COPY NCSATERP.
001220
001230 WORKING-STORAGE SECTION.
001240 77  SL-SATRSLT-STATUS     PIC X(02) VALUE SPACES.
001250 77  SL-SATREFS-STATUS     PIC X(02) VALUE SPACES.
001260 77  SL-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
001270 77  SL-PLAYXREF-STATUS    PIC X(02) VALUE SPACES.
001280 77  SL-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
001290 77  SL-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
001300 77  SL-SATERR-STATUS      PIC X(02) VALUE SPACES.
001310 77  SL-PROCEED-SW         PIC X(01) VALUE 'N'.
001320     88  SL-PROCEED               VALUE 'Y'.
001330 77  SL-SATRSLT-EOF-SW     PIC X(01) VALUE 'N'.
001340     88  SL-SATRSLT-EOF           VALUE 'Y'.
001350 77  SL-FEED-OPEN-SW       PIC X(01) VALUE 'N'.
001360     88  SL-FEED-OPEN             VALUE 'Y'.
001370 77  SL-REFS-OPEN-SW       PIC X(01) VALUE 'N'.
001380     88  SL-REFS-OPEN             VALUE 'Y'.
001390 77  SL-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
001400     88  SL-MASTER-OPEN           VALUE 'Y'.
001410 77  SL-JOURNAL-OPEN-SW    PIC X(01) VALUE 'N'.
001420     88  SL-JOURNAL-OPEN          VALUE 'Y'.
001430 77  SL-XREF-OPEN-SW       PIC X(01) VALUE 'N'.
001440     88  SL-XREF-OPEN             VALUE 'Y'.
001450 77  SL-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
001460     88  SL-REGISTRY-OPEN         VALUE 'Y'.
001470 77  SL-REPORT-OPEN-SW     PIC X(01) VALUE 'N'.
001480     88  SL-REPORT-OPEN           VALUE 'Y'.
001490 77  SL-HEADER-SEEN-SW     PIC X(01) VALUE 'N'.
001500     88  SL-HEADER-SEEN           VALUE 'Y'.
001510 77  SL-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
001520     88  SL-TRAILER-SEEN          VALUE 'Y'.
001530 77  SL-BATCH-OK-SW        PIC X(01) VALUE 'Y'.
001540     88  SL-BATCH-OK              VALUE 'Y'.
001550 77  SL-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
001560     88  SL-TABLE-FULL            VALUE 'Y'.
001570 77  SL-RECORD-VALID-SW    PIC X(01) VALUE 'Y'.
001580     88  SL-RECORD-VALID          VALUE 'Y'.
001590 77  SL-ID-DONE-SW         PIC X(01) VALUE 'N'.
001600     88  SL-ID-DONE               VALUE 'Y'.
001610 77  SL-GAME-WRITTEN-SW    PIC X(01) VALUE 'N'.
001620     88  SL-GAME-WRITTEN          VALUE 'Y'.
001630 77  SL-CHECK-SIDE         PIC X(08) VALUE SPACES.
001640 77  SL-CHECK-ID           PIC X(08) VALUE SPACES.
001650 77  SL-ERR-TEXT           PIC X(50) VALUE SPACES.
001660 77  SL-RECORDS-READ       PIC 9(05) COMP VALUE 0.
001670 77  SL-DETAILS-READ       PIC 9(05) COMP VALUE 0.
001680 77  SL-P1-WINS            PIC 9(05) COMP VALUE 0.
001690 77  SL-P2-WINS            PIC 9(05) COMP VALUE 0.
001700 77  SL-DRAWS              PIC 9(05) COMP VALUE 0.
001710 77  SL-RESULTS-LOADED     PIC 9(05) COMP VALUE 0.
001720 77  SL-RESULTS-REJECTED   PIC 9(05) COMP VALUE 0.
001730 77  SL-NOT-LOADED         PIC 9(05) COMP VALUE 0.
001740 77  SL-ERROR-COUNT        PIC 9(05) COMP VALUE 0.
001750 77  SL-DET-COUNT          PIC 9(03) COMP VALUE 0.
001760 77  SL-DET-IDX            PIC 9(03) COMP VALUE 0.
001770 77  SL-SCAN-IDX           PIC 9(03) COMP VALUE 0.
001780 77  SL-FOUND-IDX          PIC 9(03) COMP VALUE 0.
001790 77  SL-HIST-IDX           PIC 9(02) COMP VALUE 0.
001800 77  SL-XREF-SIDE          PIC 9(01) COMP VALUE 0.
001810 77  SL-GAME-SEQ           PIC 9(03) VALUE 0.
001820 77  SL-MONTH-DAYS         PIC 9(02) COMP VALUE 0.
001830 77  SL-LEAP-WORK          PIC 9(04) COMP VALUE 0.
001840 77  SL-SENT-COUNT         PIC 9(05) VALUE 0.
001850 77  SL-HELD-COUNT         PIC 9(05) VALUE 0.
001860 77  SL-BATCH-NO           PIC 9(06) VALUE 0.
001870 77  SL-BATCH-DATE         PIC 9(08) VALUE 0.
001880 77  SL-OFFICE             PIC X(08) VALUE SPACES.
001890 77  SL-TODAY              PIC 9(08) VALUE 0.
001900 01  SL-CHECK-DATE         PIC 9(08) VALUE 0.
001910 01  SL-CHECK-DATE-R REDEFINES SL-CHECK-DATE.
001920     05  SL-CHK-YYYY           PIC 9(04).
001930     05  SL-CHK-MM             PIC 9(02).
001940     05  SL-CHK-DD             PIC 9(02).
001950 01  SL-REMOTE-GAME-ID.
001960     05  FILLER                PIC X(01) VALUE "R".
001970     05  SL-RID-MMDD           PIC X(04).
001980     05  SL-RID-SEQ            PIC 9(03).
001990
002000*----------------------------------------------------------------
002010*  SL-TRAILER-SAVE - THE BATCH TRAILER, KEPT BYTE FOR BYTE AS IT
002020*  CAME OFF THE FEED SO THE RECORD AREA CAN MOVE ON.  THE COUNTS
002030*  ARE TESTED NUMERIC BEFORE THEY ARE COMPARED.
002040*----------------------------------------------------------------
002050 01  SL-TRAILER-SAVE.
002060     05  SL-TRL-BATCH-NO       PIC 9(06).
002070     05  SL-TRL-DETAILS        PIC 9(05).
002080     05  SL-TRL-P1-WINS        PIC 9(05).
002090     05  SL-TRL-P2-WINS        PIC 9(05).
002100     05  SL-TRL-DRAWS          PIC 9(05).
002110     05  FILLER                PIC X(23).
002120
002130*----------------------------------------------------------------
002140*  SL-DET-TBL - EVERY DETAIL IN THE BATCH, WITH THE RECORD NUMBER
002150*  IT CAME IN AT AND WHETHER IT PASSED ITS EDITS.  NOTHING IS
002160*  LOADED UNTIL THE TRAILER HAS BEEN CHECKED, SO THE BATCH IS
002170*  HELD HERE.  500 IS WELL PAST A SATELLITE MONTH'S PLAY; A
002180*  BIGGER BATCH IS REFUSED AND MUST BE SENT AS TWO SHEETS.
002190*----------------------------------------------------------------
002200 01  SL-DET-TBL.
002210     05  SL-DET OCCURS 500 TIMES.
002220         10  SL-DT-RECORD-NO   PIC 9(05).
002230         10  SL-DT-REF         PIC X(10).
002240         10  SL-DT-DATE        PIC 9(08).
002250         10  SL-DT-PLAYER1     PIC X(08).
002260         10  SL-DT-PLAYER2     PIC X(08).
002270         10  SL-DT-SIZE        PIC 9(01).
002280         10  SL-DT-RESULT      PIC X(01).
002290         10  SL-DT-VALID-SW    PIC X(01).
002300
002310*----------------------------------------------------------------
002320*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
002330*----------------------------------------------------------------
002340 77  SL-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
002350 01  SL-RUN-DATE.
002360     05  SL-RUN-YYYY           PIC X(04).
002370     05  SL-RUN-MM             PIC X(02).
002380     05  SL-RUN-DD             PIC X(02).
002390 01  SL-DATE-R.
002400     05  SL-DR-YYYY            PIC X(04).
002410     05  SL-DR-MM              PIC X(02).
002420     05  SL-DR-DD              PIC X(02).
002430 01  SL-HEADER1-LINE.
002440     05  FILLER                PIC X(37) VALUE
002450         "SATELLITE RESULTS FEED LOAD - RUN ON ".
002460     05  SL-HDR-DD             PIC X(02).
002470     05  FILLER                PIC X(01) VALUE "/".
002480     05  SL-HDR-MM             PIC X(02).
002490     05  FILLER                PIC X(01) VALUE "/".
002500     05  SL-HDR-YYYY           PIC X(04).
002510     05  FILLER                PIC X(33) VALUE SPACES.
002520 01  SL-HEADER2-LINE.
002530     05  FILLER                PIC X(07) VALUE "BATCH: ".
002540     05  SL-HDR-BATCH-NO       PIC 9(06).
002550     05  FILLER                PIC X(15) VALUE "   SHEET DATE: ".
002560     05  SL-HDR-SHEET-DD       PIC X(02).
002570     05  FILLER                PIC X(01) VALUE "/".
002580     05  SL-HDR-SHEET-MM       PIC X(02).
002590     05  FILLER                PIC X(01) VALUE "/".
002600     05  SL-HDR-SHEET-YYYY     PIC X(04).
002610     05  FILLER                PIC X(11) VALUE "   OFFICE: ".
002620     05  SL-HDR-OFFICE         PIC X(08).
002630     05  FILLER                PIC X(23) VALUE SPACES.
002640 01  SL-NO-HEADER-LINE.
002650     05  FILLER                PIC X(40) VALUE
002660         "BATCH: NO HEADER RECORD ON THE FEED     ".
002670     05  FILLER                PIC X(40) VALUE SPACES.
002680 01  SL-DETAIL-LINE.
002690     05  FILLER                PIC X(07) VALUE "RECORD ".
002700     05  SL-DET-RECORD-NO      PIC ZZZZ9.
002710     05  FILLER                PIC X(06) VALUE "  REF ".
002720     05  SL-DET-REF            PIC X(10).
002730     05  FILLER                PIC X(02) VALUE SPACES.
002740     05  SL-DET-REASON         PIC X(50).
002750 01  SL-NONE-LINE.
002760     05  FILLER                PIC X(40) VALUE
002770         "NO ERRORS FOUND IN THE BATCH.           ".
002780     05  FILLER                PIC X(40) VALUE SPACES.
002790 01  SL-REFUSED-LINE.
002800     05  FILLER                PIC X(40) VALUE
002810         "BATCH REFUSED ON ITS CONTROLS - NOTHING ".
002820     05  FILLER                PIC X(40) VALUE
002830         "LOADED.  CORRECT AND RESEND THE SHEET.  ".
002840 01  SL-TOTAL1-LINE.
002850     05  FILLER                PIC X(14) VALUE "RECORDS READ: ".
002860     05  SL-TOT-READ           PIC ZZZZ9.
002870     05  FILLER                PIC X(11) VALUE "  DETAILS: ".
002880     05  SL-TOT-DETAILS        PIC ZZZZ9.
002890     05  FILLER                PIC X(10) VALUE "  ERRORS: ".
002900     05  SL-TOT-ERRORS         PIC ZZZZ9.
002910     05  FILLER                PIC X(30) VALUE SPACES.
002920 01  SL-TOTAL2-LINE.
002930     05  FILLER                PIC X(16) VALUE "RESULTS LOADED: ".
002940     05  SL-TOT-LOADED         PIC ZZZZ9.
002950     05  FILLER                PIC X(12) VALUE "  REJECTED: ".
002960     05  SL-TOT-REJECTED       PIC ZZZZ9.
002970     05  FILLER                PIC X(14) VALUE "  NOT LOADED: ".
002980     05  SL-TOT-NOT-LOADED     PIC ZZZZ9.
002990     05  FILLER                PIC X(23) VALUE SPACES.
003000
003010 PROCEDURE DIVISION.
003020 0000-MAIN-PROCEDURE.
003030     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003040     IF SL-PROCEED
003050         PERFORM 2000-EDIT-BATCH THRU 2000-EXIT
003060         IF SL-BATCH-OK
003070             PERFORM 3000-LOAD-RESULTS THRU 3000-EXIT
003080         ELSE
003090             DISPLAY "SATRSLT BATCH FAILED ITS CONTROLS - "
003100                 "NOTHING LOADED, SEE SATERR"
003110             MOVE 8 TO RETURN-CODE
003120         END-IF
003130         PERFORM 4000-WRITE-REPORT-TRAILER THRU 4000-EXIT
003140     END-IF
003150     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
003160     GOBACK.
003170
003180*----------------------------------------------------------------
003190*  1000-INITIALIZE-RUN - OPEN THE FILES.  NO FEED, OR A SATREFS
003200*                        FILE, GAME MASTER OR JOURNAL THAT WILL
003210*                        NOT OPEN, ENDS THE RUN WITH NOTHING
003220*                        LOADED AND RETURN CODE 8.  WITH NO
003230*                        REGISTRY EVERY DETAIL IS REJECTED, SINCE
003240*                        NO PLAYER ID CAN BE PROVED; WITH NO
003250*                        PLAYXREF THE RESULTS STILL LOAD AND
003260*                        XREFREBUILD CATCHES THE FILE UP.
003270*----------------------------------------------------------------
003280 1000-INITIALIZE-RUN.
003290     ACCEPT SL-RUN-DATE FROM DATE YYYYMMDD
003300     MOVE SL-RUN-DATE TO SL-TODAY
003310     OPEN INPUT SATELLITE-RESULT-FILE
003320     IF SL-SATRSLT-STATUS NOT = "00"
003330         DISPLAY "SATRSLT OPEN FAILED, STATUS "
003340             SL-SATRSLT-STATUS " - NOTHING LOADED"
003350         MOVE 8 TO RETURN-CODE
003360         GO TO 1000-EXIT
003370     END-IF
003380     MOVE 'Y' TO SL-FEED-OPEN-SW
003390     OPEN I-O SATELLITE-REF-FILE
003400     IF SL-SATREFS-STATUS = "35"
003410         OPEN OUTPUT SATELLITE-REF-FILE
003420         CLOSE SATELLITE-REF-FILE
003430         OPEN I-O SATELLITE-REF-FILE
003440     END-IF
003450     IF SL-SATREFS-STATUS NOT = "00"
003460         DISPLAY "SATREFS OPEN FAILED, STATUS "
003470             SL-SATREFS-STATUS " - NOTHING LOADED"
003480         MOVE 8 TO RETURN-CODE
003490         GO TO 1000-EXIT
003500     END-IF
003510     MOVE 'Y' TO SL-REFS-OPEN-SW
003520     OPEN I-O GAME-MASTER-FILE
003530     IF SL-GAMEMST-STATUS = "35"
003540         OPEN OUTPUT GAME-MASTER-FILE
003550         CLOSE GAME-MASTER-FILE
003560         OPEN I-O GAME-MASTER-FILE
003570     END-IF
003580     IF SL-GAMEMST-STATUS NOT = "00"
003590         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
003600             SL-GAMEMST-STATUS " - NOTHING LOADED"
003610         MOVE 8 TO RETURN-CODE
003620         GO TO 1000-EXIT
003630     END-IF
003640     MOVE 'Y' TO SL-MASTER-OPEN-SW
003650     OPEN EXTEND GAME-JOURNAL-FILE
003660     IF SL-GAMEJRNL-STATUS = "35"
003670         OPEN OUTPUT GAME-JOURNAL-FILE
003680         CLOSE GAME-JOURNAL-FILE
003690         OPEN EXTEND GAME-JOURNAL-FILE
003700     END-IF
003710     IF SL-GAMEJRNL-STATUS NOT = "00"
003720         DISPLAY "GAMEJRNL OPEN FAILED, STATUS "
003730             SL-GAMEJRNL-STATUS " - NOTHING LOADED"
003740         MOVE 8 TO RETURN-CODE
003750         GO TO 1000-EXIT
003760     END-IF
003770     MOVE 'Y' TO SL-JOURNAL-OPEN-SW
003780     OPEN I-O PLAYER-XREF-FILE
003790     IF SL-PLAYXREF-STATUS = "35"
003800         OPEN OUTPUT PLAYER-XREF-FILE
003810         CLOSE PLAYER-XREF-FILE
003820         OPEN I-O PLAYER-XREF-FILE
003830     END-IF
003840     IF SL-PLAYXREF-STATUS = "00"
003850         MOVE 'Y' TO SL-XREF-OPEN-SW
003860     ELSE
003870         DISPLAY "WARNING - PLAYXREF OPEN FAILED, STATUS "
003880             SL-PLAYXREF-STATUS " - CROSS-REFERENCE NOT "
003890             "POSTED, RUN XREFREBUILD AFTERWARD"
003900     END-IF
003910     OPEN INPUT PLAYER-REGISTRY-FILE
003920     IF SL-PLAYREG-STATUS = "00"
003930         MOVE 'Y' TO SL-REGISTRY-OPEN-SW
003940     ELSE
003950         DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
003960             SL-PLAYREG-STATUS " - NO PLAYER ID CAN BE PROVED"
003970     END-IF
003980     OPEN OUTPUT SATELLITE-ERROR-FILE
003990     MOVE 'Y' TO SL-REPORT-OPEN-SW
004000     MOVE 'Y' TO SL-PROCEED-SW.
004010 1000-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050*  2000-EDIT-BATCH - READ THE WHOLE FEED.  THE FIRST RECORD
004060*                      SHOULD BE THE BATCH HEADER, WHICH HEADS
004070*                      THE REPORT; EVERY RECORD AFTER IT IS
004080*                      EDITED IN TURN, AND THE TRAILER IS CHECKED
004090*                      AGAINST WHAT CAME IN ONCE THE FEED ENDS.
004100*----------------------------------------------------------------
004110 2000-EDIT-BATCH.
004120     PERFORM 2010-READ-FEED-RECORD THRU 2010-EXIT
004130     IF NOT SL-SATRSLT-EOF AND SI-HEADER-REC
004140         MOVE 'Y'               TO SL-HEADER-SEEN-SW
004150         MOVE SI-HDR-BATCH-NO   TO SL-BATCH-NO
004160         MOVE SI-HDR-BATCH-DATE TO SL-BATCH-DATE
004170         MOVE SI-HDR-OFFICE     TO SL-OFFICE
004180     END-IF
004190     PERFORM 2050-WRITE-HEADER THRU 2050-EXIT
004200     IF NOT SL-HEADER-SEEN
004210         MOVE "BATCH HEADER RECORD MISSING" TO SL-ERR-TEXT
004220         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
004230         IF NOT SL-SATRSLT-EOF
004240             PERFORM 2100-EDIT-ONE-RECORD THRU 2100-EXIT
004250         END-IF
004260     END-IF
004270     PERFORM 2020-NEXT-RECORD THRU 2020-EXIT
004280         UNTIL SL-SATRSLT-EOF
004290     PERFORM 2500-CHECK-TRAILER THRU 2500-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320
004330 2010-READ-FEED-RECORD.
004340     READ SATELLITE-RESULT-FILE
004350         AT END
004360             MOVE 'Y' TO SL-SATRSLT-EOF-SW
004370         NOT AT END
004380             ADD 1 TO SL-RECORDS-READ
004390     END-READ.
004400 2010-EXIT.
004410     EXIT.
004420
004430 2020-NEXT-RECORD.
004440     PERFORM 2010-READ-FEED-RECORD THRU 2010-EXIT
004450     IF NOT SL-SATRSLT-EOF
004460         PERFORM 2100-EDIT-ONE-RECORD THRU 2100-EXIT
004470     END-IF.
004480 2020-EXIT.
004490     EXIT.
004500
004510 2050-WRITE-HEADER.
004520     MOVE SL-RPT-SEPARATOR TO SV-LINE
004530     WRITE SATELLITE-ERROR-RECORD
004540     MOVE SL-RUN-DD   TO SL-HDR-DD
004550     MOVE SL-RUN-MM   TO SL-HDR-MM
004560     MOVE SL-RUN-YYYY TO SL-HDR-YYYY
004570     MOVE SL-HEADER1-LINE TO SV-LINE
004580     WRITE SATELLITE-ERROR-RECORD
004590     IF SL-HEADER-SEEN
004600         MOVE SL-BATCH-NO   TO SL-HDR-BATCH-NO
004610         MOVE SL-BATCH-DATE TO SL-DATE-R
004620         MOVE SL-DR-DD      TO SL-HDR-SHEET-DD
004630         MOVE SL-DR-MM      TO SL-HDR-SHEET-MM
004640         MOVE SL-DR-YYYY    TO SL-HDR-SHEET-YYYY
004650         MOVE SL-OFFICE     TO SL-HDR-OFFICE
004660         MOVE SL-HEADER2-LINE TO SV-LINE
004670     ELSE
004680         MOVE SL-NO-HEADER-LINE TO SV-LINE
004690     END-IF
004700     WRITE SATELLITE-ERROR-RECORD
004710     MOVE SL-RPT-SEPARATOR TO SV-LINE
004720     WRITE SATELLITE-ERROR-RECORD.
004730 2050-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770*  2100-EDIT-ONE-RECORD - ROUTE ONE FEED RECORD BY ITS TYPE.
004780*                      ANYTHING AFTER THE TRAILER, A SECOND
004790*                      HEADER OR TRAILER, OR A RECORD OF NO
004800*                      KNOWN TYPE MEANS THE BATCH CANNOT BE
004810*                      TRUSTED AS SENT.
004820*----------------------------------------------------------------
004830 2100-EDIT-ONE-RECORD.
004840     IF SL-TRAILER-SEEN
004850         MOVE "RECORD FOLLOWS THE BATCH TRAILER" TO SL-ERR-TEXT
004860         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
004870         GO TO 2100-EXIT
004880     END-IF
004890     EVALUATE TRUE
004900         WHEN SI-DETAIL-REC
004910             PERFORM 2200-EDIT-ONE-DETAIL THRU 2200-EXIT
004920         WHEN SI-TRAILER-REC
004930             MOVE 'Y' TO SL-TRAILER-SEEN-SW
004940             MOVE SI-TRAILER TO SL-TRAILER-SAVE
004950         WHEN SI-HEADER-REC
004960             MOVE "SECOND BATCH HEADER RECORD" TO SL-ERR-TEXT
004970             PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
004980         WHEN OTHER
004990             MOVE "RECORD TYPE NOT H, D OR T" TO SL-ERR-TEXT
005000             PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
005010     END-EVALUATE.
005020 2100-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*  2200-EDIT-ONE-DETAIL - COUNT THE DETAIL TOWARD THE TRAILER
005070*                      CONTROLS AS KEYED, RUN EVERY EDIT AGAINST
005080*                      IT AND HOLD IT IN SL-DET-TBL.  EVERY
005090*                      FAILING EDIT LOGS ITS OWN REPORT LINE, SO
005100*                      ONE PASS OVER THE REPORT SHOWS EVERYTHING
005110*                      WRONG WITH A SHEET.
005120*----------------------------------------------------------------
005130 2200-EDIT-ONE-DETAIL.
005140     ADD 1 TO SL-DETAILS-READ
005150     EVALUATE TRUE
005160         WHEN SI-PLAYER1-WON
005170             ADD 1 TO SL-P1-WINS
005180         WHEN SI-PLAYER2-WON
005190             ADD 1 TO SL-P2-WINS
005200         WHEN SI-DRAWN
005210             ADD 1 TO SL-DRAWS
005220     END-EVALUATE
005230     MOVE 'Y' TO SL-RECORD-VALID-SW
005240     PERFORM 2210-CHECK-REFERENCE THRU 2210-EXIT
005250     PERFORM 2220-CHECK-PLAYERS THRU 2220-EXIT
005260     PERFORM 2230-CHECK-BOARD-SIZE THRU 2230-EXIT
005270     PERFORM 2240-CHECK-RESULT THRU 2240-EXIT
005280     PERFORM 2250-CHECK-GAME-DATE THRU 2250-EXIT
005290     IF NOT SL-RECORD-VALID
005300         ADD 1 TO SL-RESULTS-REJECTED
005310     END-IF
005320     PERFORM 2260-HOLD-DETAIL THRU 2260-EXIT.
005330 2200-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370*  2210-CHECK-REFERENCE - THE REMOTE REFERENCE MUST BE PRESENT,
005380*                      NOT ALREADY ON SATREFS FROM AN EARLIER
005390*                      SHEET AND NOT REPEATED EARLIER IN THIS
005400*                      ONE.
005410*----------------------------------------------------------------
005420 2210-CHECK-REFERENCE.
005430     IF SI-REMOTE-REF = SPACES
005440         MOVE "REMOTE GAME REFERENCE MISSING" TO SL-ERR-TEXT
005450         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
005460         GO TO 2210-EXIT
005470     END-IF
005480     MOVE SI-REMOTE-REF TO SF-REMOTE-REF
005490     READ SATELLITE-REF-FILE
005500         INVALID KEY
005510             CONTINUE
005520         NOT INVALID KEY
005530             MOVE SPACES TO SL-ERR-TEXT
005540             STRING "REFERENCE ALREADY LOADED AS GAME " SF-GAME-ID
005550                 DELIMITED BY SIZE INTO SL-ERR-TEXT
005560             PERFORM 2290-LOG-ERROR THRU 2290-EXIT
005570     END-READ
005580     MOVE 0 TO SL-FOUND-IDX
005590     PERFORM 2215-MATCH-ONE-REFERENCE THRU 2215-EXIT
005600         VARYING SL-SCAN-IDX FROM 1 BY 1
005610             UNTIL SL-SCAN-IDX > SL-DET-COUNT
005620                OR SL-FOUND-IDX > 0
005630     IF SL-FOUND-IDX > 0
005640         MOVE SPACES TO SL-ERR-TEXT
005650         STRING "REFERENCE REPEATED FROM RECORD "
005660             SL-DT-RECORD-NO(SL-FOUND-IDX)
005670             DELIMITED BY SIZE INTO SL-ERR-TEXT
005680         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
005690     END-IF.
005700 2210-EXIT.
005710     EXIT.
005720
005730 2215-MATCH-ONE-REFERENCE.
005740     IF SL-DT-REF(SL-SCAN-IDX) = SI-REMOTE-REF
005750         MOVE SL-SCAN-IDX TO SL-FOUND-IDX
005760     END-IF.
005770 2215-EXIT.
005780     EXIT.
005790
005800 2220-CHECK-PLAYERS.
005810     IF SI-PLAYER1-ID = SPACES
005820         MOVE "PLAYER 1 ID MISSING" TO SL-ERR-TEXT
005830         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
005840     ELSE
005850         MOVE "PLAYER 1" TO SL-CHECK-SIDE
005860         MOVE SI-PLAYER1-ID TO SL-CHECK-ID
005870         PERFORM 2225-CHECK-REGISTRY THRU 2225-EXIT
005880     END-IF
005890     IF SI-PLAYER2-ID = SPACES
005900         MOVE "PLAYER 2 ID MISSING" TO SL-ERR-TEXT
005910         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
005920     ELSE
005930         MOVE "PLAYER 2" TO SL-CHECK-SIDE
005940         MOVE SI-PLAYER2-ID TO SL-CHECK-ID
005950         PERFORM 2225-CHECK-REGISTRY THRU 2225-EXIT
005960     END-IF
005970     IF SI-PLAYER1-ID NOT = SPACES
005980             AND SI-PLAYER1-ID = SI-PLAYER2-ID
005990         MOVE "PLAYER 1 AND PLAYER 2 ARE THE SAME" TO SL-ERR-TEXT
006000         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006010     END-IF.
006020 2220-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060*  2225-CHECK-REGISTRY - THE PLAYER ID IN SL-CHECK-ID MUST BE AN
006070*                      ACTIVE PLAYER ON THE REGISTRY, AS THE
006080*                      TOURNAMENT PRE-EDIT'S 2115 DEMANDS.  LOGS
006090*                      AN ERROR NAMING THE SIDE IN SL-CHECK-SIDE
006100*                      WHEN IT IS NOT, OR CANNOT BE CHECKED.
006110*----------------------------------------------------------------
006120 2225-CHECK-REGISTRY.
006130     IF NOT SL-REGISTRY-OPEN
006140         MOVE SPACES TO SL-ERR-TEXT
006150         STRING SL-CHECK-SIDE " ID NOT CHECKED - NO PLAYER "
006160             "REGISTRY" DELIMITED BY SIZE INTO SL-ERR-TEXT
006170         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006180         GO TO 2225-EXIT
006190     END-IF
006200     MOVE SL-CHECK-ID TO PG-PLAYER-ID
006210     READ PLAYER-REGISTRY-FILE
006220         INVALID KEY
006230             MOVE SPACES TO SL-ERR-TEXT
006240             STRING SL-CHECK-SIDE " " SL-CHECK-ID
006250                 " NOT ON PLAYER REGISTRY"
006260                 DELIMITED BY SIZE INTO SL-ERR-TEXT
006270             PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006280         NOT INVALID KEY
006290             IF PG-LEFT
006300                 MOVE SPACES TO SL-ERR-TEXT
006310                 STRING SL-CHECK-SIDE " " SL-CHECK-ID
006320                     " IS MARKED AS LEFT"
006330                     DELIMITED BY SIZE INTO SL-ERR-TEXT
006340                 PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006350             END-IF
006360     END-READ.
006370 2225-EXIT.
006380     EXIT.
006390
006400 2230-CHECK-BOARD-SIZE.
006410     IF SI-BOARD-SIZE NOT NUMERIC
006420             OR (SI-BOARD-SIZE NOT = 3 AND SI-BOARD-SIZE NOT = 4
006430                 AND SI-BOARD-SIZE NOT = 5)
006440         MOVE "BOARD SIZE NOT 3, 4 OR 5" TO SL-ERR-TEXT
006450         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006460     END-IF.
006470 2230-EXIT.
006480     EXIT.
006490
006500 2240-CHECK-RESULT.
006510     IF NOT SI-PLAYER1-WON AND NOT SI-PLAYER2-WON
006520             AND NOT SI-DRAWN
006530         MOVE "RESULT NOT X, O OR D" TO SL-ERR-TEXT
006540         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006550     END-IF.
006560 2240-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600*  2250-CHECK-GAME-DATE - THE DATE PLAYED MUST BE A REAL
006610*                      CALENDAR DATE, LEAP YEARS INCLUDED, AND
006620*                      NOT LATER THAN TODAY.
006630*----------------------------------------------------------------
006640 2250-CHECK-GAME-DATE.
006650     IF SI-GAME-DATE NOT NUMERIC
006660         MOVE "GAME DATE NOT NUMERIC" TO SL-ERR-TEXT
006670         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006680         GO TO 2250-EXIT
006690     END-IF
006700     MOVE SI-GAME-DATE TO SL-CHECK-DATE
006710     IF SL-CHK-MM < 1 OR SL-CHK-MM > 12 OR SL-CHK-DD < 1
006720         MOVE "GAME DATE IS NOT A REAL DATE" TO SL-ERR-TEXT
006730         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006740         GO TO 2250-EXIT
006750     END-IF
006760     PERFORM 8120-DAYS-IN-MONTH THRU 8120-EXIT
006770     IF SL-CHK-DD > SL-MONTH-DAYS
006780         MOVE "GAME DATE IS NOT A REAL DATE" TO SL-ERR-TEXT
006790         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006800         GO TO 2250-EXIT
006810     END-IF
006820     IF SL-CHECK-DATE > SL-TODAY
006830         MOVE "GAME DATE IS AFTER TODAY" TO SL-ERR-TEXT
006840         PERFORM 2290-LOG-ERROR THRU 2290-EXIT
006850     END-IF.
006860 2250-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900*  2260-HOLD-DETAIL - KEEP THE DETAIL FOR THE LOAD PASS.  A BATCH
006910*                      TOO BIG FOR THE TABLE IS REFUSED WHOLE
006920*                      RATHER THAN LOADED IN PART.
006930*----------------------------------------------------------------
006940 2260-HOLD-DETAIL.
006950     IF SL-DET-COUNT = 500
006960         IF NOT SL-TABLE-FULL
006970             MOVE 'Y' TO SL-TABLE-FULL-SW
006980             MOVE "MORE THAN 500 RESULTS IN ONE BATCH"
006990                 TO SL-ERR-TEXT
007000             PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
007010         END-IF
007020         GO TO 2260-EXIT
007030     END-IF
007040     ADD 1 TO SL-DET-COUNT
007050     MOVE SL-RECORDS-READ    TO SL-DT-RECORD-NO(SL-DET-COUNT)
007060     MOVE SI-REMOTE-REF      TO SL-DT-REF(SL-DET-COUNT)
007070     MOVE SI-PLAYER1-ID      TO SL-DT-PLAYER1(SL-DET-COUNT)
007080     MOVE SI-PLAYER2-ID      TO SL-DT-PLAYER2(SL-DET-COUNT)
007090     MOVE SI-RESULT          TO SL-DT-RESULT(SL-DET-COUNT)
007100     MOVE SL-RECORD-VALID-SW TO SL-DT-VALID-SW(SL-DET-COUNT)
007110     IF SL-RECORD-VALID
007120         MOVE SI-GAME-DATE   TO SL-DT-DATE(SL-DET-COUNT)
007130         MOVE SI-BOARD-SIZE  TO SL-DT-SIZE(SL-DET-COUNT)
007140     ELSE
007150         MOVE 0              TO SL-DT-DATE(SL-DET-COUNT)
007160         MOVE 0              TO SL-DT-SIZE(SL-DET-COUNT)
007170     END-IF.
007180 2260-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220*  2290-LOG-ERROR - PRINT ONE ERROR LINE FOR THE DETAIL JUST READ
007230*                  AND MARK IT REJECTED.
007240*----------------------------------------------------------------
007250 2290-LOG-ERROR.
007260     ADD 1 TO SL-ERROR-COUNT
007270     MOVE 'N' TO SL-RECORD-VALID-SW
007280     MOVE SL-RECORDS-READ TO SL-DET-RECORD-NO
007290     MOVE SI-REMOTE-REF   TO SL-DET-REF
007300     MOVE SL-ERR-TEXT     TO SL-DET-REASON
007310     MOVE SL-DETAIL-LINE  TO SV-LINE
007320     WRITE SATELLITE-ERROR-RECORD.
007330 2290-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------
007370*  2390-LOG-CONTROL-ERROR - PRINT ONE BATCH-CONTROL ERROR AND MARK
007380*                  THE WHOLE BATCH REFUSED.
007390*----------------------------------------------------------------
007400 2390-LOG-CONTROL-ERROR.
007410     ADD 1 TO SL-ERROR-COUNT
007420     MOVE 'N' TO SL-BATCH-OK-SW
007430     MOVE SL-RECORDS-READ TO SL-DET-RECORD-NO
007440     MOVE "*BATCH*"       TO SL-DET-REF
007450     MOVE SL-ERR-TEXT     TO SL-DET-REASON
007460     MOVE SL-DETAIL-LINE  TO SV-LINE
007470     WRITE SATELLITE-ERROR-RECORD.
007480 2390-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------
007520*  2500-CHECK-TRAILER - THE TRAILER MUST BE THERE, CARRY THE
007530*                      HEADER'S BATCH NUMBER, AND AGREE WITH THE
007540*                      DETAILS SENT ON EVERY CONTROL COUNT.
007550*----------------------------------------------------------------
007560 2500-CHECK-TRAILER.
007570     IF NOT SL-TRAILER-SEEN
007580         MOVE "BATCH TRAILER RECORD MISSING" TO SL-ERR-TEXT
007590         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
007600         GO TO 2500-EXIT
007610     END-IF
007620     IF SL-HEADER-SEEN
007630             AND (SL-TRL-BATCH-NO NOT NUMERIC
007640                 OR SL-TRL-BATCH-NO NOT = SL-BATCH-NO)
007650         MOVE "TRAILER BATCH NUMBER DOES NOT MATCH THE HEADER"
007660             TO SL-ERR-TEXT
007670         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
007680     END-IF
007690     IF SL-TRL-DETAILS NOT NUMERIC OR SL-TRL-P1-WINS NOT NUMERIC
007700             OR SL-TRL-P2-WINS NOT NUMERIC
007710             OR SL-TRL-DRAWS NOT NUMERIC
007720         MOVE "TRAILER CONTROL COUNTS NOT NUMERIC" TO SL-ERR-TEXT
007730         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
007740         GO TO 2500-EXIT
007750     END-IF
007760     IF SL-TRL-DETAILS NOT = SL-DETAILS-READ
007770         MOVE SL-TRL-DETAILS  TO SL-SENT-COUNT
007780         MOVE SL-DETAILS-READ TO SL-HELD-COUNT
007790         MOVE SPACES TO SL-ERR-TEXT
007800         STRING "TRAILER DETAILS " SL-SENT-COUNT
007810             ", BATCH HOLDS " SL-HELD-COUNT
007820             DELIMITED BY SIZE INTO SL-ERR-TEXT
007830         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
007840     END-IF
007850     IF SL-TRL-P1-WINS NOT = SL-P1-WINS
007860         MOVE SL-TRL-P1-WINS TO SL-SENT-COUNT
007870         MOVE SL-P1-WINS     TO SL-HELD-COUNT
007880         MOVE SPACES TO SL-ERR-TEXT
007890         STRING "TRAILER PLAYER 1 WINS " SL-SENT-COUNT
007900             ", BATCH HOLDS " SL-HELD-COUNT
007910             DELIMITED BY SIZE INTO SL-ERR-TEXT
007920         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
007930     END-IF
007940     IF SL-TRL-P2-WINS NOT = SL-P2-WINS
007950         MOVE SL-TRL-P2-WINS TO SL-SENT-COUNT
007960         MOVE SL-P2-WINS     TO SL-HELD-COUNT
007970         MOVE SPACES TO SL-ERR-TEXT
007980         STRING "TRAILER PLAYER 2 WINS " SL-SENT-COUNT
007990             ", BATCH HOLDS " SL-HELD-COUNT
008000             DELIMITED BY SIZE INTO SL-ERR-TEXT
008010         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
008020     END-IF
008030     IF SL-TRL-DRAWS NOT = SL-DRAWS
008040         MOVE SL-TRL-DRAWS TO SL-SENT-COUNT
008050         MOVE SL-DRAWS     TO SL-HELD-COUNT
008060         MOVE SPACES TO SL-ERR-TEXT
008070         STRING "TRAILER DRAWS " SL-SENT-COUNT
008080             ", BATCH HOLDS " SL-HELD-COUNT
008090             DELIMITED BY SIZE INTO SL-ERR-TEXT
008100         PERFORM 2390-LOG-CONTROL-ERROR THRU 2390-EXIT
008110     END-IF.
008120 2500-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------
008160*  3000-LOAD-RESULTS - PUT EVERY DETAIL THAT PASSED ITS EDITS
008170*                      ONTO THE GAME MASTER.  ONLY REACHED WHEN
008180*                      THE BATCH PASSED ITS CONTROLS.
008190*----------------------------------------------------------------
008200 3000-LOAD-RESULTS.
008210     MOVE SL-RUN-MM TO SL-RID-MMDD(1:2)
008220     MOVE SL-RUN-DD TO SL-RID-MMDD(3:2)
008230     PERFORM 3010-LOAD-ONE-RESULT THRU 3010-EXIT
008240         VARYING SL-DET-IDX FROM 1 BY 1
008250             UNTIL SL-DET-IDX > SL-DET-COUNT.
008260 3000-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------
008300*  3010-LOAD-ONE-RESULT - WRITE THE REMOTE RESULT, AND ONLY IF IT
008310*                      IS SAFELY ON THE MASTER RECORD ITS
008320*                      REFERENCE AND POST ITS CROSS-REFERENCE.
008330*----------------------------------------------------------------
008340 3010-LOAD-ONE-RESULT.
008350     IF SL-DT-VALID-SW(SL-DET-IDX) NOT = 'Y'
008360         GO TO 3010-EXIT
008370     END-IF
008380     PERFORM 3100-BUILD-GAME THRU 3100-EXIT
008390     PERFORM 3200-WRITE-GAME THRU 3200-EXIT
008400     IF NOT SL-GAME-WRITTEN
008410         ADD 1 TO SL-NOT-LOADED
008420         GO TO 3010-EXIT
008430     END-IF
008440     ADD 1 TO SL-RESULTS-LOADED
008450     PERFORM 3300-RECORD-REFERENCE THRU 3300-EXIT
008460     IF SL-XREF-OPEN
008470         PERFORM 3400-WRITE-ONE-XREF-SIDE THRU 3400-EXIT
008480             VARYING SL-XREF-SIDE FROM 1 BY 1
008490                 UNTIL SL-XREF-SIDE > 2
008500     END-IF
008510     DISPLAY "Remote game " SL-DT-REF(SL-DET-IDX)
008520         " loaded as " GL-GAME-ID.
008530 3010-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------------
008570*  3100-BUILD-GAME - FILL THE MASTER RECORD AREA WITH THE REMOTE
008580*                      RESULT.  PLAYER 1 HOLDS X AND PLAYER 2
008590*                      HOLDS O AS IN A PLAYED GAME, SO THE WINNER
008600*                      IS 'X', 'O' OR SPACE FOR A DRAW.  NO MOVES
008610*                      AND NO BOARD; THE BOARD SIZE IS THE ONE
008620*                      PLAYED AND THE TIME OF DAY IS UNKNOWN.
008630*----------------------------------------------------------------
008640 3100-BUILD-GAME.
008650     MOVE SPACES TO GAMELOG-RECORD
008660     MOVE SL-DT-PLAYER1(SL-DET-IDX) TO GL-PLAYER1-ID
008670     MOVE SL-DT-PLAYER2(SL-DET-IDX) TO GL-PLAYER2-ID
008680     MOVE SL-DT-SIZE(SL-DET-IDX)    TO GL-BOARD-SIZE
008690     MOVE 0           TO GL-MOVE-COUNT
008700     MOVE 0           TO GL-MOVE-HIST-COUNT
008710     PERFORM 3110-CLEAR-ONE-HIST-ENTRY THRU 3110-EXIT
008720         VARYING SL-HIST-IDX FROM 1 BY 1
008730             UNTIL SL-HIST-IDX > 25
008740     MOVE 'N'         TO GL-VOID-SW
008750     MOVE 'N'         TO GL-POSTED-SW
008760     MOVE 'R'         TO GL-GAME-TYPE
008770     EVALUATE SL-DT-RESULT(SL-DET-IDX)
008780         WHEN 'X'
008790             MOVE 'X' TO GL-WINNER
008800         WHEN 'O'
008810             MOVE 'O' TO GL-WINNER
008820         WHEN OTHER
008830             MOVE SPACE TO GL-WINNER
008840     END-EVALUATE
008850     MOVE SL-DT-DATE(SL-DET-IDX) TO GL-GAME-DATE
008860     MOVE 0           TO GL-GAME-TIME.
008870 3100-EXIT.
008880     EXIT.
008890
008900 3110-CLEAR-ONE-HIST-ENTRY.
008910     MOVE SPACE TO GL-HIST-PLAYER(SL-HIST-IDX)
008920     MOVE 0     TO GL-HIST-ROW(SL-HIST-IDX)
008930     MOVE 0     TO GL-HIST-COL(SL-HIST-IDX)
008940     MOVE 0     TO GL-HIST-TIME(SL-HIST-IDX)
008950     MOVE 0     TO GL-HIST-SECS(SL-HIST-IDX).
008960 3110-EXIT.
008970     EXIT.
008980
008990*----------------------------------------------------------------
009000*  3200-WRITE-GAME - PUT THE RESULT ON THE MASTER UNDER THE NEXT
009010*                      FREE REMOTE ID FOR TODAY.  AN ID ALREADY
009020*                      TAKEN (AN EARLIER RUN TODAY) SIMPLY MOVES
009030*                      ON TO THE NEXT SEQUENCE NUMBER.
009040*----------------------------------------------------------------
009050 3200-WRITE-GAME.
009060     MOVE 'N' TO SL-GAME-WRITTEN-SW
009070     MOVE 'N' TO SL-ID-DONE-SW
009080     PERFORM 3210-TRY-ONE-GAME-ID THRU 3210-EXIT
009090         UNTIL SL-ID-DONE.
009100 3200-EXIT.
009110     EXIT.
009120
009130 3210-TRY-ONE-GAME-ID.
009140     IF SL-GAME-SEQ = 999
009150         DISPLAY "WARNING - REMOTE GAME IDS FOR TODAY USED UP, "
009160             "REFERENCE " SL-DT-REF(SL-DET-IDX) " NOT LOADED"
009170         MOVE 'Y' TO SL-ID-DONE-SW
009180         GO TO 3210-EXIT
009190     END-IF
009200     ADD 1 TO SL-GAME-SEQ
009210     MOVE SL-GAME-SEQ TO SL-RID-SEQ
009220     MOVE SL-REMOTE-GAME-ID TO GL-GAME-ID
009230     WRITE GAMELOG-RECORD
009240         INVALID KEY
009250             IF SL-GAMEMST-STATUS NOT = "22"
009260                 DISPLAY "WARNING - GAME MASTER WRITE FAILED, "
009270                     "STATUS " SL-GAMEMST-STATUS ", REFERENCE "
009280                     SL-DT-REF(SL-DET-IDX) " NOT LOADED"
009290                 MOVE 'Y' TO SL-ID-DONE-SW
009300             END-IF
009310         NOT INVALID KEY
009320             MOVE 'Y' TO SL-GAME-WRITTEN-SW
009330             PERFORM 3220-JOURNAL-GAME-ADD THRU 3220-EXIT
009340             MOVE 'Y' TO SL-ID-DONE-SW
009350     END-WRITE.
009360 3210-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------
009400*  3220-JOURNAL-GAME-ADD - APPEND THE RESULT JUST WRITTEN TO THE
009410*                      GAMEJRNL JOURNAL AS AN ADD: NO BEFORE
009420*                      IMAGE, THE NEW MASTER RECORD AS THE AFTER
009430*                      IMAGE.
009440*----------------------------------------------------------------
009450 3220-JOURNAL-GAME-ADD.
009460     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
009470     ACCEPT JR-JOURNAL-TIME FROM TIME
009480     MOVE "SATELLITERESULTLOAD" TO JR-PROGRAM-ID
009490     MOVE 'A'                 TO JR-ACTION
009500     MOVE GL-GAME-ID          TO JR-GAME-ID
009510     MOVE SPACES              TO JR-BEFORE-IMAGE
009520     MOVE GAMELOG-RECORD      TO JR-AFTER-IMAGE
009530     WRITE GAME-JOURNAL-RECORD
009540     IF SL-GAMEJRNL-STATUS NOT = "00"
009550         DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
009560             SL-GAMEJRNL-STATUS " - GAME " GL-GAME-ID
009570             " NOT JOURNALLED"
009580     END-IF.
009590 3220-EXIT.
009600     EXIT.
009610
009620*----------------------------------------------------------------
009630*  3300-RECORD-REFERENCE - NOTE THE REMOTE REFERENCE ON SATREFS
009640*                      AGAINST THE GAME ID.  IF THAT FAILS THE
009650*                      GAME IS STILL LOADED BUT A RESENT SHEET
009660*                      WOULD LOAD IT AGAIN, SO THE RUN ENDS WITH
009670*                      RETURN CODE 8 FOR SOMEONE TO ADD IT BY
009680*                      HAND.
009690*----------------------------------------------------------------
009700 3300-RECORD-REFERENCE.
009710     MOVE SL-DT-REF(SL-DET-IDX) TO SF-REMOTE-REF
009720     MOVE GL-GAME-ID            TO SF-GAME-ID
009730     MOVE SL-BATCH-NO           TO SF-BATCH-NO
009740     MOVE SL-TODAY              TO SF-LOAD-DATE
009750     WRITE SATELLITE-REF-RECORD
009760         INVALID KEY
009770             DISPLAY "WARNING - SATREFS WRITE FAILED, STATUS "
009780                 SL-SATREFS-STATUS " - REFERENCE "
009790                 SL-DT-REF(SL-DET-IDX) " LOADED AS " GL-GAME-ID
009800                 " BUT NOT RECORDED"
009810             MOVE 8 TO RETURN-CODE
009820     END-WRITE.
009830 3300-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------------
009870*  3400-WRITE-ONE-XREF-SIDE - POST ONE PLAYER'S PLAYXREF RECORD
009880*                      FOR THE RESULT, AS THE ENGINE'S 3521 DOES.
009890*----------------------------------------------------------------
009900 3400-WRITE-ONE-XREF-SIDE.
009910     IF SL-XREF-SIDE = 1
009920         MOVE GL-PLAYER1-ID TO PX-PLAYER-ID
009930         MOVE GL-PLAYER2-ID TO PX-OPPONENT-ID
009940         EVALUATE GL-WINNER
009950             WHEN 'X'
009960                 MOVE 'W' TO PX-RESULT
009970             WHEN 'O'
009980                 MOVE 'L' TO PX-RESULT
009990             WHEN OTHER
010000                 MOVE 'D' TO PX-RESULT
010010         END-EVALUATE
010020     ELSE
010030         MOVE GL-PLAYER2-ID TO PX-PLAYER-ID
010040         MOVE GL-PLAYER1-ID TO PX-OPPONENT-ID
010050         EVALUATE GL-WINNER
010060             WHEN 'O'
010070                 MOVE 'W' TO PX-RESULT
010080             WHEN 'X'
010090                 MOVE 'L' TO PX-RESULT
010100             WHEN OTHER
010110                 MOVE 'D' TO PX-RESULT
010120         END-EVALUATE
010130     END-IF
010140     MOVE GL-GAME-DATE  TO PX-GAME-DATE
010150     MOVE GL-GAME-TIME  TO PX-GAME-TIME
010160     MOVE GL-GAME-ID    TO PX-GAME-ID
010170     MOVE GL-BOARD-SIZE TO PX-BOARD-SIZE
010180     WRITE PLAYER-XREF-RECORD
010190         INVALID KEY
010200             DISPLAY "WARNING - PLAYXREF WRITE FAILED, STATUS "
010210                 SL-PLAYXREF-STATUS " FOR GAME " GL-GAME-ID
010220     END-WRITE.
010230 3400-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------------
010270*  4000-WRITE-REPORT-TRAILER - CLOSE THE REPORT WITH THE VERDICT
010280*                      ON THE BATCH AND ITS CONTROL TOTALS.
010290*                      DETAILS = LOADED + REJECTED + NOT LOADED
010300*                      WHEN THE BATCH WAS ACCEPTED.
010310*----------------------------------------------------------------
010320 4000-WRITE-REPORT-TRAILER.
010330     IF SL-ERROR-COUNT = 0
010340         MOVE SL-NONE-LINE TO SV-LINE
010350         WRITE SATELLITE-ERROR-RECORD
010360     END-IF
010370     MOVE SL-RPT-SEPARATOR TO SV-LINE
010380     WRITE SATELLITE-ERROR-RECORD
010390     IF NOT SL-BATCH-OK
010400         MOVE SL-REFUSED-LINE TO SV-LINE
010410         WRITE SATELLITE-ERROR-RECORD
010420     END-IF
010430     MOVE SL-RECORDS-READ     TO SL-TOT-READ
010440     MOVE SL-DETAILS-READ     TO SL-TOT-DETAILS
010450     MOVE SL-ERROR-COUNT      TO SL-TOT-ERRORS
010460     MOVE SL-TOTAL1-LINE TO SV-LINE
010470     WRITE SATELLITE-ERROR-RECORD
010480     MOVE SL-RESULTS-LOADED   TO SL-TOT-LOADED
010490     MOVE SL-RESULTS-REJECTED TO SL-TOT-REJECTED
010500     MOVE SL-NOT-LOADED       TO SL-TOT-NOT-LOADED
010510     MOVE SL-TOTAL2-LINE TO SV-LINE
010520     WRITE SATELLITE-ERROR-RECORD
010530     MOVE SL-RPT-SEPARATOR TO SV-LINE
010540     WRITE SATELLITE-ERROR-RECORD
010550     IF SL-SATERR-STATUS NOT = "00"
010560         DISPLAY "WARNING - SATERR WRITE FAILED, STATUS "
010570             SL-SATERR-STATUS
010580     END-IF.
010590 4000-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------
010630*  8120-DAYS-IN-MONTH - DAYS IN THE MONTH OF SL-CHECK-DATE, WITH
010640*                      THE FIXTURE GENERATOR'S LEAP-YEAR RULE.
010650*----------------------------------------------------------------
010660 8120-DAYS-IN-MONTH.
010670     EVALUATE SL-CHK-MM
010680         WHEN 4
010690         WHEN 6
010700         WHEN 9
010710         WHEN 11
010720             MOVE 30 TO SL-MONTH-DAYS
010730         WHEN 2
010740             MOVE 28 TO SL-MONTH-DAYS
010750             COMPUTE SL-LEAP-WORK = SL-CHK-YYYY / 4 * 4
010760             IF SL-LEAP-WORK = SL-CHK-YYYY
010770                 MOVE 29 TO SL-MONTH-DAYS
010780                 COMPUTE SL-LEAP-WORK = SL-CHK-YYYY / 100 * 100
010790                 IF SL-LEAP-WORK = SL-CHK-YYYY
010800                     MOVE 28 TO SL-MONTH-DAYS
010810                     COMPUTE SL-LEAP-WORK =
010820                             SL-CHK-YYYY / 400 * 400
010830                     IF SL-LEAP-WORK = SL-CHK-YYYY
010840                         MOVE 29 TO SL-MONTH-DAYS
010850                     END-IF
010860                 END-IF
010870             END-IF
010880         WHEN OTHER
010890             MOVE 31 TO SL-MONTH-DAYS
010900     END-EVALUATE.
010910 8120-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------
010950*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED AND REPORT
010960*                       THE CONTROL TOTALS.
010970*----------------------------------------------------------------
010980 9000-TERMINATE-RUN.
010990     IF SL-FEED-OPEN
011000         CLOSE SATELLITE-RESULT-FILE
011010     END-IF
011020     IF SL-REFS-OPEN
011030         CLOSE SATELLITE-REF-FILE
011040     END-IF
011050     IF SL-MASTER-OPEN
011060         CLOSE GAME-MASTER-FILE
011070     END-IF
011080     IF SL-JOURNAL-OPEN
011090         CLOSE GAME-JOURNAL-FILE
011100     END-IF
011110     IF SL-XREF-OPEN
011120         CLOSE PLAYER-XREF-FILE
011130     END-IF
011140     IF SL-REGISTRY-OPEN
011150         CLOSE PLAYER-REGISTRY-FILE
011160     END-IF
011170     IF SL-REPORT-OPEN
011180         CLOSE SATELLITE-ERROR-FILE
011190     END-IF
011200     DISPLAY "  Feed records read:   " SL-RECORDS-READ
011210     DISPLAY "  Results loaded:      " SL-RESULTS-LOADED
011220     DISPLAY "  Results rejected:    " SL-RESULTS-REJECTED
011230     DISPLAY "  Results not loaded:  " SL-NOT-LOADED
011240     DISPLAY "Satellite results load complete.".
011250 9000-EXIT.
011260     EXIT.
011270
011280 END PROGRAM SatelliteResultLoad.
