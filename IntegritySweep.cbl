000010*================================================================
000020*  PROGRAM-ID    : INTEGRITYSWEEP
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/15/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP.  THE
000100*      RECONCILIATION ONLY COMPARES THE GAME MASTER WITH
000110*      PLAYSTAT; THIS JOB CHECKS EVERY OTHER LINK BETWEEN THE
000120*      FILES AND PRINTS EACH EXCEPTION ON INTEGRPT WITH ITS
000130*      FILE, ITS KEY AND THE RULE IT BREAKS, FOLLOWED BY THE
000140*      CONTROL TOTALS FOR EACH CHECK:
000150*        GAMEMST  - A GAME STILL FLAGGED UNPOSTED (AND NOT
000160*                   VOIDED) DATED BEFORE THE RUN DATE LESS TWO
000170*                   DAYS - THE NIGHTLY POSTING SHOULD HAVE
000180*                   TAKEN IT LONG SINCE.
000190*        PLAYXREF - AN ENTRY WHOSE GAME IS ON NEITHER GAMEMST
000200*                   NOR GAMEARCH.
000210*        FIXTURE  - A PLAYED FIXTURE WITH NO GAME ID, OR WHOSE
000220*                   GAME IS MISSING FROM BOTH FILES OR VOIDED.
000230*        RATEHIST - A RATING CHANGE FOR A VOIDED GAME WITH NO
000240*                   VOIDAUDT RECORD FOR THAT GAME AND PLAYER -
000250*                   THE VOIDING UTILITY AUDITS EVERY SIDE IT
000260*                   BACKS OUT, SO A SIDE WITH NO AUDIT RECORD
000270*                   WAS NEVER REVERSED.
000280*        TEAMMBR  - A MEMBERSHIP WHOSE TEAM IS NOT ON TEAMMST,
000290*                   OR WHOSE EFFECTIVE DATE FALLS INSIDE THE
000300*                   PLAYER'S PREVIOUS MEMBERSHIP.
000310*        CHECKPT  - A SUSPENDED-GAME CHECKPOINT FOR A GAME THAT
000320*                   IS ALREADY ON THE GAME MASTER.
000330*      THE ARCHIVE AND THE VOIDAUDT TRAIL ARE SEQUENTIAL, SO
000340*      BOTH ARE FIRST LOADED TO THE INTGWORK WORK FILE TO BE
000350*      LOOKED UP BY KEY.  A GAME ON THE MASTER IS JUDGED BY
000360*      THE MASTER COPY, ONE ONLY ON THE ARCHIVE BY THE ARCHIVE
000370*      COPY.  A FILE THAT HAS NEVER BEEN CREATED IS TAKEN AS
000380*      EMPTY.  NOTHING IS CHANGED ON ANY FILE.
000390*      RETURN CODE 0 - EVERY LINK CHECKED AND NONE BROKEN.
000400*      RETURN CODE 4 - EXCEPTIONS PRINTED; THE MONTH-END DRIVER
000410*                      WILL NOT ARCHIVE UNTIL THEY ARE CLEARED.
000420*      RETURN CODE 8 - THE GAME MASTER, THE WORK FILE OR THE
000430*                      REPORT WOULD NOT OPEN, SOME OTHER FILE
000440*                      FAILED TO OPEN AND ITS CHECK WAS NOT RUN,
000450*                      OR THE WORK FILE COULD NOT BE FULLY LOADED.
000460*----------------------------------------------------------------
000470*  MODIFICATION HISTORY.
000480*      DATE       INIT   DESCRIPTION
000490*      ---------- ----   ----------------------------------------
000500*      10/15/2026 RM     INITIAL VERSION.
000510*================================================================
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. IntegritySweep.
000540 AUTHOR. R. MARCHBANKS.
000550 INSTALLATION. RECREATION SYSTEMS GROUP.
000560 DATE-WRITTEN. 10/15/2026.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT GAMELOG-FILE ASSIGN TO "GAMEMST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS GL-GAME-ID
000660         FILE STATUS IS IG-GAMELOG-STATUS.
000670
000680     SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS IG-GAMEARCH-STATUS.
000710
000720     SELECT VOID-AUDIT-FILE ASSIGN TO "VOIDAUDT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS IG-VOIDAUDT-STATUS.
000750
000760     SELECT INTEGRITY-WORK-FILE ASSIGN TO "INTGWORK"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS IW-KEY
000800         FILE STATUS IS IG-INTGWORK-STATUS.
000810
000820     SELECT PLAYER-XREF-FILE ASSIGN TO "PLAYXREF"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS PX-XREF-KEY
000860         FILE STATUS IS IG-PLAYXREF-STATUS.
000870
000880     SELECT FIXTURE-FILE ASSIGN TO "FIXTURE"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS FX-FIXTURE-KEY
000920         FILE STATUS IS IG-FIXTURE-STATUS.
000930
000940     SELECT RATING-HISTORY-FILE ASSIGN TO "RATEHIST"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS IG-RATEHIST-STATUS.
000970
000980     SELECT TEAM-MEMBER-FILE ASSIGN TO "TEAMMBR"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS SEQUENTIAL
001010         RECORD KEY IS TB-MEMBER-KEY
001020         FILE STATUS IS IG-TEAMMBR-STATUS.
001030
001040     SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMST"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS TM-TEAM-ID
001080         FILE STATUS IS IG-TEAMMST-STATUS.
001090
001100     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS SEQUENTIAL
001130         RECORD KEY IS CP-GAME-ID
001140         FILE STATUS IS IG-CHECKPT-STATUS.
001150
001160     SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS IG-INTEGRPT-STATUS.
001190
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  GAMELOG-FILE.
001230 COPY NCGAMELG.
001240
001250 FD  GAME-ARCHIVE-FILE
001260     RECORDING MODE IS F.
001270 COPY NCGAMSEQ.
001280
001290 FD  VOID-AUDIT-FILE
001300     RECORDING MODE IS F.
001310 COPY NCVOIDAD.
001320
001330 FD  INTEGRITY-WORK-FILE.
001340 COPY NCINTWRK.
001350
001360 FD  PLAYER-XREF-FILE.
001370 COPY NCPLXREF.
001380
001390 FD  FIXTURE-FILE.
001400 COPY NCFIXTUR.
001410
001420 FD  RATING-HISTORY-FILE
001430     RECORDING MODE IS F.
001440 COPY NCRATHST.
001450
001460 FD  TEAM-MEMBER-FILE.
001470 COPY NCTEAMMB.
001480
001490 FD  TEAM-MASTER-FILE.
001500 COPY NCTEAMMS.
001510
001520 FD  CHECKPOINT-FILE.
001530 COPY NCCHKPT.
001540
001550 FD  INTEGRITY-REPORT-FILE
001560     RECORDING MODE IS F.
001570 COPY NCINTGRP.
001580
001590 WORKING-STORAGE SECTION.
001600 77  IG-GAMELOG-STATUS     PIC X(02) VALUE SPACES.
001610 77  IG-GAMEARCH-STATUS    PIC X(02) VALUE SPACES.
001620 77  IG-VOIDAUDT-STATUS    PIC X(02) VALUE SPACES.
001630 77  IG-INTGWORK-STATUS    PIC X(02) VALUE SPACES.
001640 77  IG-PLAYXREF-STATUS    PIC X(02) VALUE SPACES.
001650 77  IG-FIXTURE-STATUS     PIC X(02) VALUE SPACES.
001660 77  IG-RATEHIST-STATUS    PIC X(02) VALUE SPACES.
001670 77  IG-TEAMMBR-STATUS     PIC X(02) VALUE SPACES.
001680 77  IG-TEAMMST-STATUS     PIC X(02) VALUE SPACES.
001690 77  IG-CHECKPT-STATUS     PIC X(02) VALUE SPACES.
001700 77  IG-INTEGRPT-STATUS    PIC X(02) VALUE SPACES.
001710 77  IG-FAIL-OP            PIC X(07) VALUE SPACES.
001720 77  IG-FAIL-STATUS        PIC X(02) VALUE SPACES.
001730 77  IG-EOF-SW             PIC X(01) VALUE 'N'.
001740     88  IG-EOF                   VALUE 'Y'.
001750 77  IG-PROCEED-SW         PIC X(01) VALUE 'N'.
001760     88  IG-PROCEED               VALUE 'Y'.
001770 77  IG-CHECK-FAILED-SW    PIC X(01) VALUE 'N'.
001780     88  IG-CHECK-FAILED          VALUE 'Y'.
001790 77  IG-GAMELOG-OPEN-SW    PIC X(01) VALUE 'N'.
001800     88  IG-GAMELOG-OPEN          VALUE 'Y'.
001810 77  IG-INTGWORK-OPEN-SW   PIC X(01) VALUE 'N'.
001820     88  IG-INTGWORK-OPEN         VALUE 'Y'.
001830 77  IG-INTEGRPT-OPEN-SW   PIC X(01) VALUE 'N'.
001840     88  IG-INTEGRPT-OPEN         VALUE 'Y'.
001850 77  IG-TEAMMST-OPEN-SW    PIC X(01) VALUE 'N'.
001860     88  IG-TEAMMST-OPEN          VALUE 'Y'.
001870 77  IG-TEAM-FOUND-SW      PIC X(01) VALUE 'N'.
001880     88  IG-TEAM-FOUND            VALUE 'Y'.
001890 77  IG-GAME-FOUND-SW      PIC X(01) VALUE 'N'.
001900     88  IG-GAME-FOUND            VALUE 'Y'.
001910 77  IG-GAME-VOIDED-SW     PIC X(01) VALUE 'N'.
001920     88  IG-GAME-VOIDED           VALUE 'Y'.
001930 77  IG-SEEK-GAME-ID       PIC X(08) VALUE SPACES.
001940 77  IG-GAME-FILE          PIC X(08) VALUE SPACES.
001950 77  IG-PREV-PLAYER-ID     PIC X(08) VALUE SPACES.
001960 77  IG-LATEST-EFF-DATE    PIC 9(08) VALUE 0.
001970 77  IG-LATEST-END-DATE    PIC 9(08) VALUE 0.
001980
001990*----------------------------------------------------------------
002000*  THE UNPOSTED-GAME CUTOFF.  STATSPOSTING RUNS EVERY NIGHT, SO A
002010*  GAME STILL UNPOSTED TWO DAYS AFTER IT WAS PLAYED HAS BEEN
002020*  MISSED.  THE DATE ARITHMETIC IS THE FIXTURE WALKOVER JOB'S.
002030*----------------------------------------------------------------
002040 77  IG-POSTING-DAYS       PIC 9(03) VALUE 2.
002050 77  IG-DAYS-LEFT          PIC 9(03) COMP VALUE 0.
002060 77  IG-MONTH-DAYS         PIC 9(02) COMP VALUE 0.
002070 77  IG-LEAP-WORK          PIC 9(04) COMP VALUE 0.
002080 01  IG-CUTOFF-DATE        PIC 9(08) VALUE 0.
002090 01  IG-CUTOFF-DATE-R REDEFINES IG-CUTOFF-DATE.
002100     05  IG-CUT-YYYY           PIC 9(04).
002110     05  IG-CUT-MM             PIC 9(02).
002120     05  IG-CUT-DD             PIC 9(02).
002130
002140*----------------------------------------------------------------
002150*  CONTROL TOTALS, ONE GROUP PER CHECK.
002160*----------------------------------------------------------------
002170 77  IG-ARCHIVE-LOADED     PIC 9(07) COMP VALUE 0.
002180 77  IG-VOIDAUDT-LOADED    PIC 9(07) COMP VALUE 0.
002190 77  IG-GAMES-READ         PIC 9(07) COMP VALUE 0.
002200 77  IG-GAMES-UNPOSTED     PIC 9(07) COMP VALUE 0.
002210 77  IG-GAMES-OVERDUE      PIC 9(07) COMP VALUE 0.
002220 77  IG-XREF-READ          PIC 9(07) COMP VALUE 0.
002230 77  IG-XREF-NO-GAME       PIC 9(07) COMP VALUE 0.
002240 77  IG-FIX-READ           PIC 9(07) COMP VALUE 0.
002250 77  IG-FIX-PLAYED         PIC 9(07) COMP VALUE 0.
002260 77  IG-FIX-NO-GAME-ID     PIC 9(07) COMP VALUE 0.
002270 77  IG-FIX-NO-GAME        PIC 9(07) COMP VALUE 0.
002280 77  IG-FIX-VOIDED         PIC 9(07) COMP VALUE 0.
002290 77  IG-RH-READ            PIC 9(07) COMP VALUE 0.
002300 77  IG-RH-VOIDED          PIC 9(07) COMP VALUE 0.
002310 77  IG-RH-UNREVERSED      PIC 9(07) COMP VALUE 0.
002320 77  IG-TB-READ            PIC 9(07) COMP VALUE 0.
002330 77  IG-TB-NO-TEAM         PIC 9(07) COMP VALUE 0.
002340 77  IG-TB-OVERLAP         PIC 9(07) COMP VALUE 0.
002350 77  IG-CP-READ            PIC 9(07) COMP VALUE 0.
002360 77  IG-CP-ON-MASTER       PIC 9(07) COMP VALUE 0.
002370 77  IG-EXCEPTIONS         PIC 9(07) COMP VALUE 0.
002380
002390*----------------------------------------------------------------
002400*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
002410*----------------------------------------------------------------
002420 77  IG-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
002430 01  IG-RUN-DATE.
002440     05  IG-RUN-YYYY           PIC X(04).
002450     05  IG-RUN-MM             PIC X(02).
002460     05  IG-RUN-DD             PIC X(02).
002470 01  IG-HEADER1-LINE.
002480     05  FILLER                PIC X(36) VALUE
002490         "FILE INTEGRITY SWEEP EXCEPTIONS - ".
002500     05  FILLER                PIC X(07) VALUE "RUN ON ".
002510     05  IG-HDR-DD             PIC X(02).
002520     05  FILLER                PIC X(01) VALUE "/".
002530     05  IG-HDR-MM             PIC X(02).
002540     05  FILLER                PIC X(01) VALUE "/".
002550     05  IG-HDR-YYYY           PIC X(04).
002560     05  FILLER                PIC X(27) VALUE SPACES.
002570 01  IG-HEADER2-LINE.
002580     05  FILLER                PIC X(09) VALUE "FILE".
002590     05  FILLER                PIC X(36) VALUE "KEY".
002600     05  FILLER                PIC X(35) VALUE "RULE BROKEN".
002610 01  IG-DETAIL-LINE.
002620     05  IG-DET-FILE           PIC X(08).
002630     05  FILLER                PIC X(01) VALUE SPACES.
002640     05  IG-DET-KEY            PIC X(35).
002650     05  FILLER                PIC X(01) VALUE SPACES.
002660     05  IG-DET-RULE           PIC X(35).
002670 01  IG-NONE-LINE.
002680     05  FILLER                PIC X(40) VALUE
002690         "NO EXCEPTIONS - EVERY LINK IS INTACT".
002700     05  FILLER                PIC X(40) VALUE SPACES.
002710 01  IG-TOTAL-LINE.
002720     05  IG-TOT-LABEL          PIC X(44).
002730     05  IG-TOT-VALUE          PIC Z,ZZZ,ZZ9.
002740     05  FILLER                PIC X(27) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002770 0000-MAIN-PROCEDURE.
002780     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002790     IF IG-PROCEED
002800         PERFORM 1100-LOAD-WORK-FILE THRU 1100-EXIT
002810     END-IF
002820     IF IG-PROCEED
002830         PERFORM 2000-CHECK-GAME-MASTER THRU 2000-EXIT
002840         PERFORM 2100-CHECK-XREF THRU 2100-EXIT
002850         PERFORM 2200-CHECK-FIXTURES THRU 2200-EXIT
002860         PERFORM 2300-CHECK-RATING-HISTORY THRU 2300-EXIT
002870         PERFORM 2400-CHECK-TEAM-MEMBERS THRU 2400-EXIT
002880         PERFORM 2500-CHECK-CHECKPOINTS THRU 2500-EXIT
002890         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
002900     END-IF
002910     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
002920     GOBACK.
002930
002940*----------------------------------------------------------------
002950*  1000-INITIALIZE-RUN - WORK OUT THE UNPOSTED-GAME CUTOFF AND
002960*                        OPEN THE GAME MASTER, THE WORK FILE AND
002970*                        THE REPORT.  THE WORK FILE IS EMPTIED AND
002980*                        OPENED FOR UPDATE.  WITHOUT ANY OF THE
002990*                        THREE NOTHING CAN BE CHECKED - RETURN
003000*                        CODE 8.
003010*----------------------------------------------------------------
003020 1000-INITIALIZE-RUN.
003030     ACCEPT IG-RUN-DATE FROM DATE YYYYMMDD
003040     MOVE IG-RUN-DATE TO IG-CUTOFF-DATE
003050     PERFORM 8100-SUBTRACT-POSTING-DAYS THRU 8100-EXIT
003060     OPEN INPUT GAMELOG-FILE
003070     IF IG-GAMELOG-STATUS NOT = "00"
003080         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
003090             IG-GAMELOG-STATUS " - NOTHING CHECKED"
003100         MOVE 8 TO RETURN-CODE
003110         GO TO 1000-EXIT
003120     END-IF
003130     MOVE 'Y' TO IG-GAMELOG-OPEN-SW
003140     OPEN OUTPUT INTEGRITY-WORK-FILE
003150     IF IG-INTGWORK-STATUS = "00"
003160         CLOSE INTEGRITY-WORK-FILE
003170         OPEN I-O INTEGRITY-WORK-FILE
003180     END-IF
003190     IF IG-INTGWORK-STATUS NOT = "00"
003200         DISPLAY "INTGWORK OPEN FAILED, STATUS "
003210             IG-INTGWORK-STATUS " - NOTHING CHECKED"
003220         MOVE 8 TO RETURN-CODE
003230         GO TO 1000-EXIT
003240     END-IF
003250     MOVE 'Y' TO IG-INTGWORK-OPEN-SW
003260     OPEN OUTPUT INTEGRITY-REPORT-FILE
003270     IF IG-INTEGRPT-STATUS NOT = "00"
003280         DISPLAY "INTEGRPT OPEN FAILED, STATUS "
003290             IG-INTEGRPT-STATUS " - NOTHING CHECKED"
003300         MOVE 8 TO RETURN-CODE
003310         GO TO 1000-EXIT
003320     END-IF
003330     MOVE 'Y' TO IG-INTEGRPT-OPEN-SW
003340     MOVE IG-RUN-DD   TO IG-HDR-DD
003350     MOVE IG-RUN-MM   TO IG-HDR-MM
003360     MOVE IG-RUN-YYYY TO IG-HDR-YYYY
003370     MOVE IG-HEADER1-LINE TO IR-LINE
003380     WRITE INTEGRITY-REPORT-RECORD
003390     MOVE IG-RPT-SEPARATOR TO IR-LINE
003400     WRITE INTEGRITY-REPORT-RECORD
003410     MOVE IG-HEADER2-LINE TO IR-LINE
003420     WRITE INTEGRITY-REPORT-RECORD
003430     MOVE IG-RPT-SEPARATOR TO IR-LINE
003440     WRITE INTEGRITY-REPORT-RECORD
003450     MOVE 'Y' TO IG-PROCEED-SW.
003460 1000-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500*  1100-LOAD-WORK-FILE - LOAD EVERY ARCHIVE GAME AND EVERY
003510*                      VOIDAUDT GAME/PLAYER PAIR TO INTGWORK, THEN
003520*                      REOPEN IT FOR LOOKUPS.  A GAME ARCHIVED
003530*                      MORE THAN ONCE IS ONE RECORD, VOIDED IF
003540*                      ANY COPY IS.  EITHER FILE NEVER CREATED IS
003550*                      EMPTY; ONE THAT WILL NOT OPEN LEAVES ITS
003560*                      LOOKUPS UNTRUSTWORTHY, SO THE CHECKS THAT
003570*                      DEPEND ON IT ARE REPORTED AS NOT RUN.
003580*----------------------------------------------------------------
003590 1100-LOAD-WORK-FILE.
003600     OPEN INPUT GAME-ARCHIVE-FILE
003610     MOVE 'N' TO IG-EOF-SW
003620     IF IG-GAMEARCH-STATUS NOT = "00"
003630         MOVE 'Y' TO IG-EOF-SW
003640         IF IG-GAMEARCH-STATUS NOT = "35"
003650             MOVE "GAMEARCH" TO IG-DET-FILE
003660             MOVE "OPEN" TO IG-FAIL-OP
003670             MOVE IG-GAMEARCH-STATUS TO IG-FAIL-STATUS
003680             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
003690         END-IF
003700     END-IF
003710     PERFORM 1110-LOAD-ONE-ARCHIVE-GAME THRU 1110-EXIT
003720         UNTIL IG-EOF
003730     IF IG-GAMEARCH-STATUS = "00" OR IG-GAMEARCH-STATUS = "10"
003740         CLOSE GAME-ARCHIVE-FILE
003750     END-IF
003760     OPEN INPUT VOID-AUDIT-FILE
003770     MOVE 'N' TO IG-EOF-SW
003780     IF IG-VOIDAUDT-STATUS NOT = "00"
003790         MOVE 'Y' TO IG-EOF-SW
003800         IF IG-VOIDAUDT-STATUS NOT = "35"
003810             MOVE "VOIDAUDT" TO IG-DET-FILE
003820             MOVE "OPEN" TO IG-FAIL-OP
003830             MOVE IG-VOIDAUDT-STATUS TO IG-FAIL-STATUS
003840             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
003850         END-IF
003860     END-IF
003870     PERFORM 1120-LOAD-ONE-VOID-AUDIT THRU 1120-EXIT
003880         UNTIL IG-EOF
003890     IF IG-VOIDAUDT-STATUS = "00" OR IG-VOIDAUDT-STATUS = "10"
003900         CLOSE VOID-AUDIT-FILE
003910     END-IF
003920     CLOSE INTEGRITY-WORK-FILE
003930     MOVE 'N' TO IG-INTGWORK-OPEN-SW
003940     OPEN INPUT INTEGRITY-WORK-FILE
003950     IF IG-INTGWORK-STATUS = "00"
003960         MOVE 'Y' TO IG-INTGWORK-OPEN-SW
003970     ELSE
003980         DISPLAY "INTGWORK REOPEN FAILED, STATUS "
003990             IG-INTGWORK-STATUS " - NOTHING CHECKED"
004000         MOVE 8 TO RETURN-CODE
004010         MOVE 'N' TO IG-PROCEED-SW
004020     END-IF.
004030 1100-EXIT.
004040     EXIT.
004050
004060 1110-LOAD-ONE-ARCHIVE-GAME.
004070     READ GAME-ARCHIVE-FILE
004080         AT END
004090             MOVE 'Y' TO IG-EOF-SW
004100             GO TO 1110-EXIT
004110     END-READ
004120     MOVE 'A'        TO IW-KEY-TYPE
004130     MOVE GH-GAME-ID TO IW-GAME-ID
004140     MOVE SPACES     TO IW-PLAYER-ID
004150     MOVE GH-VOID-SW TO IW-VOID-SW
004160     MOVE SPACES TO IG-DET-KEY
004170     STRING "GAME " GH-GAME-ID DELIMITED BY SIZE INTO IG-DET-KEY
004180     WRITE INTEGRITY-WORK-RECORD
004190         INVALID KEY
004200             CONTINUE
004210     END-WRITE
004220     IF IG-INTGWORK-STATUS = "22"
004230         IF GH-VOIDED
004240             PERFORM 1115-MARK-ARCHIVE-VOIDED THRU 1115-EXIT
004250         END-IF
004260         GO TO 1110-EXIT
004270     END-IF
004280     IF IG-INTGWORK-STATUS NOT = "00"
004290         MOVE "WRITE" TO IG-FAIL-OP
004300         PERFORM 1130-NOTE-WORK-FAILURE THRU 1130-EXIT
004310         GO TO 1110-EXIT
004320     END-IF
004330     ADD 1 TO IG-ARCHIVE-LOADED.
004340 1110-EXIT.
004350     EXIT.
004360
004370 1115-MARK-ARCHIVE-VOIDED.
004380     READ INTEGRITY-WORK-FILE
004390         INVALID KEY
004400             CONTINUE
004410     END-READ
004420     IF IG-INTGWORK-STATUS NOT = "00"
004430         MOVE "READ" TO IG-FAIL-OP
004440         PERFORM 1130-NOTE-WORK-FAILURE THRU 1130-EXIT
004450         GO TO 1115-EXIT
004460     END-IF
004470     MOVE 'Y' TO IW-VOID-SW
004480     REWRITE INTEGRITY-WORK-RECORD
004490         INVALID KEY
004500             CONTINUE
004510     END-REWRITE
004520     IF IG-INTGWORK-STATUS NOT = "00"
004530         MOVE "REWRITE" TO IG-FAIL-OP
004540         PERFORM 1130-NOTE-WORK-FAILURE THRU 1130-EXIT
004550     END-IF.
004560 1115-EXIT.
004570     EXIT.
004580
004590 1120-LOAD-ONE-VOID-AUDIT.
004600     READ VOID-AUDIT-FILE
004610         AT END
004620             MOVE 'Y' TO IG-EOF-SW
004630             GO TO 1120-EXIT
004640     END-READ
004650     MOVE 'V'          TO IW-KEY-TYPE
004660     MOVE VA-GAME-ID   TO IW-GAME-ID
004670     MOVE VA-PLAYER-ID TO IW-PLAYER-ID
004680     MOVE 'Y'          TO IW-VOID-SW
004690     MOVE SPACES TO IG-DET-KEY
004700     STRING "GAME " VA-GAME-ID " PLAYER " VA-PLAYER-ID
004710         DELIMITED BY SIZE INTO IG-DET-KEY
004720     WRITE INTEGRITY-WORK-RECORD
004730         INVALID KEY
004740             CONTINUE
004750     END-WRITE
004760     IF IG-INTGWORK-STATUS = "22"
004770         GO TO 1120-EXIT
004780     END-IF
004790     IF IG-INTGWORK-STATUS NOT = "00"
004800         MOVE "WRITE" TO IG-FAIL-OP
004810         PERFORM 1130-NOTE-WORK-FAILURE THRU 1130-EXIT
004820         GO TO 1120-EXIT
004830     END-IF
004840     ADD 1 TO IG-VOIDAUDT-LOADED.
004850 1120-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890*  1130-NOTE-WORK-FAILURE - A WORK RECORD THAT COULD NOT BE
004900*                      WRITTEN OR MARKED VOIDED WOULD TURN INTO
004910*                      FALSE EXCEPTIONS LATER, SO THE FAILURE IS
004920*                      NOTED AGAINST INTGWORK (FORCING RETURN CODE
004930*                      8) AND THE LOAD OF THE CURRENT FILE STOPS -
004940*                      ONE FAILURE IS ENOUGH TO DISTRUST THE REST.
004950*                      THE CALLER HAS SET IG-FAIL-OP AND THE KEY.
004960*----------------------------------------------------------------
004970 1130-NOTE-WORK-FAILURE.
004980     MOVE "INTGWORK" TO IG-DET-FILE
004990     MOVE IG-INTGWORK-STATUS TO IG-FAIL-STATUS
005000     PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
005010     MOVE 'Y' TO IG-EOF-SW.
005020 1130-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*  2000-CHECK-GAME-MASTER - READ THE WHOLE MASTER FOR GAMES LEFT
005070*                      UNPOSTED PAST THE CUTOFF.  A VOIDED GAME IS
005080*                      NEVER POSTED AND IS LEFT ALONE.  THIS PASS
005090*                      RUNS FIRST, WHILE THE MASTER IS AT ITS
005100*                      START; THE LATER CHECKS READ IT BY KEY.
005110*----------------------------------------------------------------
005120 2000-CHECK-GAME-MASTER.
005130     MOVE 'N' TO IG-EOF-SW
005140     PERFORM 2010-CHECK-ONE-GAME THRU 2010-EXIT
005150         UNTIL IG-EOF.
005160 2000-EXIT.
005170     EXIT.
005180
005190 2010-CHECK-ONE-GAME.
005200     READ GAMELOG-FILE NEXT RECORD
005210         AT END
005220             MOVE 'Y' TO IG-EOF-SW
005230             GO TO 2010-EXIT
005240     END-READ
005250     ADD 1 TO IG-GAMES-READ
005260     IF GL-POSTED OR GL-VOIDED
005270         GO TO 2010-EXIT
005280     END-IF
005290     ADD 1 TO IG-GAMES-UNPOSTED
005300     IF GL-GAME-DATE NOT < IG-CUTOFF-DATE
005310         GO TO 2010-EXIT
005320     END-IF
005330     ADD 1 TO IG-GAMES-OVERDUE
005340     MOVE "GAMEMST" TO IG-DET-FILE
005350     MOVE SPACES TO IG-DET-KEY IG-DET-RULE
005360     STRING "GAME " GL-GAME-ID " OF " GL-GAME-DATE
005370         DELIMITED BY SIZE INTO IG-DET-KEY
005380     STRING "STILL UNPOSTED, CUTOFF " IG-CUTOFF-DATE
005390         DELIMITED BY SIZE INTO IG-DET-RULE
005400     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
005410 2010-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450*  2100-CHECK-XREF - EVERY PLAYXREF ENTRY MUST POINT AT A GAME ON
005460*                    THE MASTER OR THE ARCHIVE.
005470*----------------------------------------------------------------
005480 2100-CHECK-XREF.
005490     OPEN INPUT PLAYER-XREF-FILE
005500     IF IG-PLAYXREF-STATUS NOT = "00"
005510         IF IG-PLAYXREF-STATUS NOT = "35"
005520             MOVE "PLAYXREF" TO IG-DET-FILE
005530             MOVE "OPEN" TO IG-FAIL-OP
005540             MOVE IG-PLAYXREF-STATUS TO IG-FAIL-STATUS
005550             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
005560         END-IF
005570         GO TO 2100-EXIT
005580     END-IF
005590     MOVE 'N' TO IG-EOF-SW
005600     PERFORM 2110-CHECK-ONE-XREF THRU 2110-EXIT
005610         UNTIL IG-EOF
005620     CLOSE PLAYER-XREF-FILE.
005630 2100-EXIT.
005640     EXIT.
005650
005660 2110-CHECK-ONE-XREF.
005670     READ PLAYER-XREF-FILE
005680         AT END
005690             MOVE 'Y' TO IG-EOF-SW
005700             GO TO 2110-EXIT
005710     END-READ
005720     ADD 1 TO IG-XREF-READ
005730     MOVE PX-GAME-ID TO IG-SEEK-GAME-ID
005740     PERFORM 8000-LOOK-UP-GAME THRU 8000-EXIT
005750     IF IG-GAME-FOUND
005760         GO TO 2110-EXIT
005770     END-IF
005780     ADD 1 TO IG-XREF-NO-GAME
005790     MOVE "PLAYXREF" TO IG-DET-FILE
005800     MOVE SPACES TO IG-DET-KEY
005810     STRING PX-PLAYER-ID " " PX-GAME-DATE " " PX-GAME-TIME " "
005820         PX-GAME-ID DELIMITED BY SIZE INTO IG-DET-KEY
005830     MOVE "GAME NOT ON GAMEMST OR GAMEARCH" TO IG-DET-RULE
005840     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
005850 2110-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890*  2200-CHECK-FIXTURES - EVERY PLAYED FIXTURE MUST NAME A GAME,
005900*                      THAT GAME MUST BE ON THE MASTER OR THE
005910*                      ARCHIVE, AND IT MUST NOT HAVE BEEN VOIDED
005920*                      (A VOID REOPENS THE FIXTURE IT SETTLED).
005930*----------------------------------------------------------------
005940 2200-CHECK-FIXTURES.
005950     OPEN INPUT FIXTURE-FILE
005960     IF IG-FIXTURE-STATUS NOT = "00"
005970         IF IG-FIXTURE-STATUS NOT = "35"
005980             MOVE "FIXTURE" TO IG-DET-FILE
005990             MOVE "OPEN" TO IG-FAIL-OP
006000             MOVE IG-FIXTURE-STATUS TO IG-FAIL-STATUS
006010             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
006020         END-IF
006030         GO TO 2200-EXIT
006040     END-IF
006050     MOVE 'N' TO IG-EOF-SW
006060     PERFORM 2210-CHECK-ONE-FIXTURE THRU 2210-EXIT
006070         UNTIL IG-EOF
006080     CLOSE FIXTURE-FILE.
006090 2200-EXIT.
006100     EXIT.
006110
006120 2210-CHECK-ONE-FIXTURE.
006130     READ FIXTURE-FILE
006140         AT END
006150             MOVE 'Y' TO IG-EOF-SW
006160             GO TO 2210-EXIT
006170     END-READ
006180     ADD 1 TO IG-FIX-READ
006190     IF NOT FX-PLAYED
006200         GO TO 2210-EXIT
006210     END-IF
006220     ADD 1 TO IG-FIX-PLAYED
006230     MOVE "FIXTURE" TO IG-DET-FILE
006240     MOVE SPACES TO IG-DET-KEY
006250     STRING "ROUND " FX-ROUND " NO " FX-GAME-NO " GAME "
006260         FX-GAME-ID DELIMITED BY SIZE INTO IG-DET-KEY
006270     IF FX-GAME-ID = SPACES
006280         ADD 1 TO IG-FIX-NO-GAME-ID
006290         MOVE "PLAYED FIXTURE WITH NO GAME ID" TO IG-DET-RULE
006300         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006310         GO TO 2210-EXIT
006320     END-IF
006330     MOVE FX-GAME-ID TO IG-SEEK-GAME-ID
006340     PERFORM 8000-LOOK-UP-GAME THRU 8000-EXIT
006350     IF NOT IG-GAME-FOUND
006360         ADD 1 TO IG-FIX-NO-GAME
006370         MOVE "GAME NOT ON GAMEMST OR GAMEARCH" TO IG-DET-RULE
006380         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006390         GO TO 2210-EXIT
006400     END-IF
006410     IF IG-GAME-VOIDED
006420         ADD 1 TO IG-FIX-VOIDED
006430         MOVE SPACES TO IG-DET-RULE
006440         STRING "GAME VOIDED ON " IG-GAME-FILE
006450             DELIMITED BY SIZE INTO IG-DET-RULE
006460         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006470     END-IF.
006480 2210-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520*  2300-CHECK-RATING-HISTORY - A RATEHIST RECORD FOR A VOIDED GAME
006530*                      STAYS ON FILE AS EVIDENCE, BUT THE VOIDING
006540*                      UTILITY MUST HAVE AUDITED BACKING IT OUT OF
006550*                      THAT PLAYER.  A RECORD WITH NO VOIDAUDT
006560*                      RECORD FOR ITS GAME AND PLAYER IS A RATING
006570*                      CHANGE THAT WAS NEVER REVERSED.
006580*----------------------------------------------------------------
006590 2300-CHECK-RATING-HISTORY.
006600     OPEN INPUT RATING-HISTORY-FILE
006610     IF IG-RATEHIST-STATUS NOT = "00"
006620         IF IG-RATEHIST-STATUS NOT = "35"
006630             MOVE "RATEHIST" TO IG-DET-FILE
006640             MOVE "OPEN" TO IG-FAIL-OP
006650             MOVE IG-RATEHIST-STATUS TO IG-FAIL-STATUS
006660             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
006670         END-IF
006680         GO TO 2300-EXIT
006690     END-IF
006700     MOVE 'N' TO IG-EOF-SW
006710     PERFORM 2310-CHECK-ONE-RATING THRU 2310-EXIT
006720         UNTIL IG-EOF
006730     CLOSE RATING-HISTORY-FILE.
006740 2300-EXIT.
006750     EXIT.
006760
006770 2310-CHECK-ONE-RATING.
006780     READ RATING-HISTORY-FILE
006790         AT END
006800             MOVE 'Y' TO IG-EOF-SW
006810             GO TO 2310-EXIT
006820     END-READ
006830     ADD 1 TO IG-RH-READ
006840     MOVE RH-GAME-ID TO IG-SEEK-GAME-ID
006850     PERFORM 8000-LOOK-UP-GAME THRU 8000-EXIT
006860     IF NOT IG-GAME-VOIDED
006870         GO TO 2310-EXIT
006880     END-IF
006890     ADD 1 TO IG-RH-VOIDED
006900     MOVE 'V'          TO IW-KEY-TYPE
006910     MOVE RH-GAME-ID   TO IW-GAME-ID
006920     MOVE RH-PLAYER-ID TO IW-PLAYER-ID
006930     READ INTEGRITY-WORK-FILE
006940         INVALID KEY
006950             CONTINUE
006960         NOT INVALID KEY
006970             GO TO 2310-EXIT
006980     END-READ
006990     ADD 1 TO IG-RH-UNREVERSED
007000     MOVE "RATEHIST" TO IG-DET-FILE
007010     MOVE SPACES TO IG-DET-KEY
007020     STRING "GAME " RH-GAME-ID " PLAYER " RH-PLAYER-ID
007030         DELIMITED BY SIZE INTO IG-DET-KEY
007040     MOVE "GAME VOIDED, RATING NEVER REVERSED" TO IG-DET-RULE
007050     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
007060 2310-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100*  2400-CHECK-TEAM-MEMBERS - EVERY MEMBERSHIP MUST NAME A TEAM ON
007110*                      TEAMMST, AND A PLAYER'S MEMBERSHIPS MUST
007120*                      NOT OVERLAP.  THE FILE READS IN PLAYER AND
007130*                      EFFECTIVE-DATE ORDER, SO THE LATEST END
007140*                      DATE OF THE PLAYER'S EARLIER MEMBERSHIPS IS
007150*                      KEPT (ZERO ONCE ANY IS STILL OPEN); ONE
007160*                      OVERLAPS WHEN THAT END IS ZERO OR FALLS
007170*                      AFTER IT STARTS.  A TEAMMST NEVER CREATED
007180*                      LEAVES EVERY MEMBERSHIP WITHOUT ITS TEAM.
007190*----------------------------------------------------------------
007200 2400-CHECK-TEAM-MEMBERS.
007210     OPEN INPUT TEAM-MEMBER-FILE
007220     IF IG-TEAMMBR-STATUS NOT = "00"
007230         IF IG-TEAMMBR-STATUS NOT = "35"
007240             MOVE "TEAMMBR" TO IG-DET-FILE
007250             MOVE "OPEN" TO IG-FAIL-OP
007260             MOVE IG-TEAMMBR-STATUS TO IG-FAIL-STATUS
007270             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
007280         END-IF
007290         GO TO 2400-EXIT
007300     END-IF
007310     OPEN INPUT TEAM-MASTER-FILE
007320     IF IG-TEAMMST-STATUS = "00"
007330         MOVE 'Y' TO IG-TEAMMST-OPEN-SW
007340     ELSE
007350         IF IG-TEAMMST-STATUS NOT = "35"
007360             MOVE "TEAMMST" TO IG-DET-FILE
007370             MOVE "OPEN" TO IG-FAIL-OP
007380             MOVE IG-TEAMMST-STATUS TO IG-FAIL-STATUS
007390             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
007400             CLOSE TEAM-MEMBER-FILE
007410             GO TO 2400-EXIT
007420         END-IF
007430     END-IF
007440     MOVE SPACES TO IG-PREV-PLAYER-ID
007450     MOVE 'N' TO IG-EOF-SW
007460     PERFORM 2410-CHECK-ONE-MEMBER THRU 2410-EXIT
007470         UNTIL IG-EOF
007480     CLOSE TEAM-MEMBER-FILE
007490     IF IG-TEAMMST-OPEN
007500         CLOSE TEAM-MASTER-FILE
007510     END-IF.
007520 2400-EXIT.
007530     EXIT.
007540
007550 2410-CHECK-ONE-MEMBER.
007560     READ TEAM-MEMBER-FILE
007570         AT END
007580             MOVE 'Y' TO IG-EOF-SW
007590             GO TO 2410-EXIT
007600     END-READ
007610     ADD 1 TO IG-TB-READ
007620     MOVE "TEAMMBR" TO IG-DET-FILE
007630     MOVE SPACES TO IG-DET-KEY
007640     STRING "PLAYER " TB-PLAYER-ID " FROM " TB-EFF-DATE
007650         DELIMITED BY SIZE INTO IG-DET-KEY
007660     MOVE 'N' TO IG-TEAM-FOUND-SW
007670     IF IG-TEAMMST-OPEN
007680         MOVE TB-TEAM-ID TO TM-TEAM-ID
007690         READ TEAM-MASTER-FILE
007700             INVALID KEY
007710                 CONTINUE
007720             NOT INVALID KEY
007730                 MOVE 'Y' TO IG-TEAM-FOUND-SW
007740         END-READ
007750     END-IF
007760     IF NOT IG-TEAM-FOUND
007770         ADD 1 TO IG-TB-NO-TEAM
007780         MOVE SPACES TO IG-DET-RULE
007790         STRING "TEAM " TB-TEAM-ID " NOT ON TEAMMST"
007800             DELIMITED BY SIZE INTO IG-DET-RULE
007810         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007820     END-IF
007830     IF TB-PLAYER-ID NOT = IG-PREV-PLAYER-ID
007840         MOVE TB-PLAYER-ID TO IG-PREV-PLAYER-ID
007850         MOVE TB-EFF-DATE  TO IG-LATEST-EFF-DATE
007860         MOVE TB-END-DATE  TO IG-LATEST-END-DATE
007870         GO TO 2410-EXIT
007880     END-IF
007890     IF IG-LATEST-END-DATE = 0
007900             OR IG-LATEST-END-DATE > TB-EFF-DATE
007910         ADD 1 TO IG-TB-OVERLAP
007920         MOVE SPACES TO IG-DET-RULE
007930         STRING "OVERLAPS MEMBERSHIP FROM "
007940             IG-LATEST-EFF-DATE
007950             DELIMITED BY SIZE INTO IG-DET-RULE
007960         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007970     END-IF
007980     IF IG-LATEST-END-DATE NOT = 0
007990         IF TB-END-DATE = 0 OR TB-END-DATE > IG-LATEST-END-DATE
008000             MOVE TB-EFF-DATE TO IG-LATEST-EFF-DATE
008010             MOVE TB-END-DATE TO IG-LATEST-END-DATE
008020         END-IF
008030     END-IF.
008040 2410-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------
008080*  2500-CHECK-CHECKPOINTS - A CHECKPOINT IS KEPT ONLY WHILE A GAME
008090*                      IS IN PROGRESS AND IS DELETED WHEN THE GAME
008100*                      IS WRITTEN TO THE MASTER, SO ONE FOR A GAME
008110*                      ALREADY ON THE MASTER WAS LEFT BEHIND.
008120*----------------------------------------------------------------
008130 2500-CHECK-CHECKPOINTS.
008140     OPEN INPUT CHECKPOINT-FILE
008150     IF IG-CHECKPT-STATUS NOT = "00"
008160         IF IG-CHECKPT-STATUS NOT = "35"
008170             MOVE "CHECKPT" TO IG-DET-FILE
008180             MOVE "OPEN" TO IG-FAIL-OP
008190             MOVE IG-CHECKPT-STATUS TO IG-FAIL-STATUS
008200             PERFORM 7100-NOTE-FILE-FAILURE THRU 7100-EXIT
008210         END-IF
008220         GO TO 2500-EXIT
008230     END-IF
008240     MOVE 'N' TO IG-EOF-SW
008250     PERFORM 2510-CHECK-ONE-CHECKPOINT THRU 2510-EXIT
008260         UNTIL IG-EOF
008270     CLOSE CHECKPOINT-FILE.
008280 2500-EXIT.
008290     EXIT.
008300
008310 2510-CHECK-ONE-CHECKPOINT.
008320     READ CHECKPOINT-FILE
008330         AT END
008340             MOVE 'Y' TO IG-EOF-SW
008350             GO TO 2510-EXIT
008360     END-READ
008370     ADD 1 TO IG-CP-READ
008380     MOVE CP-GAME-ID TO GL-GAME-ID
008390     READ GAMELOG-FILE
008400         INVALID KEY
008410             GO TO 2510-EXIT
008420     END-READ
008430     ADD 1 TO IG-CP-ON-MASTER
008440     MOVE "CHECKPT" TO IG-DET-FILE
008450     MOVE SPACES TO IG-DET-KEY
008460     STRING "GAME " CP-GAME-ID DELIMITED BY SIZE INTO IG-DET-KEY
008470     MOVE "CHECKPOINT FOR A GAME ON GAMEMST" TO IG-DET-RULE
008480     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
008490 2510-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------
008530*  3000-WRITE-TRAILER - CLOSE THE REPORT WITH THE CONTROL TOTALS,
008540*                      CHECK BY CHECK: RECORDS READ, THEN EACH
008550*                      RULE'S EXCEPTIONS.
008560*----------------------------------------------------------------
008570 3000-WRITE-TRAILER.
008580     IF IG-EXCEPTIONS = 0
008590         MOVE IG-NONE-LINE TO IR-LINE
008600         WRITE INTEGRITY-REPORT-RECORD
008610     END-IF
008620     MOVE IG-RPT-SEPARATOR TO IR-LINE
008630     WRITE INTEGRITY-REPORT-RECORD
008640     MOVE "GAMEARCH - ARCHIVE GAMES LOADED:" TO IG-TOT-LABEL
008650     MOVE IG-ARCHIVE-LOADED TO IG-TOT-VALUE
008660     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008670     MOVE "VOIDAUDT - VOIDED SIDES LOADED:" TO IG-TOT-LABEL
008680     MOVE IG-VOIDAUDT-LOADED TO IG-TOT-VALUE
008690     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008700     MOVE "GAMEMST - GAMES READ:" TO IG-TOT-LABEL
008710     MOVE IG-GAMES-READ TO IG-TOT-VALUE
008720     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008730     MOVE "  UNPOSTED, NOT VOIDED:" TO IG-TOT-LABEL
008740     MOVE IG-GAMES-UNPOSTED TO IG-TOT-VALUE
008750     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008760     MOVE "  STILL UNPOSTED PAST THE CUTOFF:" TO IG-TOT-LABEL
008770     MOVE IG-GAMES-OVERDUE TO IG-TOT-VALUE
008780     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008790     MOVE "PLAYXREF - ENTRIES READ:" TO IG-TOT-LABEL
008800     MOVE IG-XREF-READ TO IG-TOT-VALUE
008810     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008820     MOVE "  GAME NOT ON GAMEMST OR GAMEARCH:" TO IG-TOT-LABEL
008830     MOVE IG-XREF-NO-GAME TO IG-TOT-VALUE
008840     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008850     MOVE "FIXTURE - FIXTURES READ:" TO IG-TOT-LABEL
008860     MOVE IG-FIX-READ TO IG-TOT-VALUE
008870     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008880     MOVE "  PLAYED:" TO IG-TOT-LABEL
008890     MOVE IG-FIX-PLAYED TO IG-TOT-VALUE
008900     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008910     MOVE "  PLAYED WITH NO GAME ID:" TO IG-TOT-LABEL
008920     MOVE IG-FIX-NO-GAME-ID TO IG-TOT-VALUE
008930     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008940     MOVE "  GAME NOT ON GAMEMST OR GAMEARCH:" TO IG-TOT-LABEL
008950     MOVE IG-FIX-NO-GAME TO IG-TOT-VALUE
008960     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
008970     MOVE "  GAME VOIDED:" TO IG-TOT-LABEL
008980     MOVE IG-FIX-VOIDED TO IG-TOT-VALUE
008990     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009000     MOVE "RATEHIST - RATING CHANGES READ:" TO IG-TOT-LABEL
009010     MOVE IG-RH-READ TO IG-TOT-VALUE
009020     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009030     MOVE "  FOR VOIDED GAMES:" TO IG-TOT-LABEL
009040     MOVE IG-RH-VOIDED TO IG-TOT-VALUE
009050     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009060     MOVE "  NEVER REVERSED:" TO IG-TOT-LABEL
009070     MOVE IG-RH-UNREVERSED TO IG-TOT-VALUE
009080     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009090     MOVE "TEAMMBR - MEMBERSHIPS READ:" TO IG-TOT-LABEL
009100     MOVE IG-TB-READ TO IG-TOT-VALUE
009110     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009120     MOVE "  TEAM NOT ON TEAMMST:" TO IG-TOT-LABEL
009130     MOVE IG-TB-NO-TEAM TO IG-TOT-VALUE
009140     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009150     MOVE "  OVERLAPPING AN EARLIER MEMBERSHIP:"
009160         TO IG-TOT-LABEL
009170     MOVE IG-TB-OVERLAP TO IG-TOT-VALUE
009180     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009190     MOVE "CHECKPT - CHECKPOINTS READ:" TO IG-TOT-LABEL
009200     MOVE IG-CP-READ TO IG-TOT-VALUE
009210     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009220     MOVE "  GAME ALREADY ON GAMEMST:" TO IG-TOT-LABEL
009230     MOVE IG-CP-ON-MASTER TO IG-TOT-VALUE
009240     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009250     MOVE "TOTAL EXCEPTIONS:" TO IG-TOT-LABEL
009260     MOVE IG-EXCEPTIONS TO IG-TOT-VALUE
009270     PERFORM 3100-WRITE-TOTAL THRU 3100-EXIT
009280     MOVE IG-RPT-SEPARATOR TO IR-LINE
009290     WRITE INTEGRITY-REPORT-RECORD
009300     IF IG-INTEGRPT-STATUS NOT = "00"
009310         DISPLAY "WARNING - INTEGRPT WRITE FAILED, STATUS "
009320             IG-INTEGRPT-STATUS
009330     END-IF.
009340 3000-EXIT.
009350     EXIT.
009360
009370 3100-WRITE-TOTAL.
009380     MOVE IG-TOTAL-LINE TO IR-LINE
009390     WRITE INTEGRITY-REPORT-RECORD.
009400 3100-EXIT.
009410     EXIT.
009420
009430*----------------------------------------------------------------
009440*  7000-WRITE-EXCEPTION - PRINT ONE BROKEN LINK.  THE CALLER HAS
009450*                      FILLED IN THE FILE, KEY AND RULE.
009460*----------------------------------------------------------------
009470 7000-WRITE-EXCEPTION.
009480     ADD 1 TO IG-EXCEPTIONS
009490     MOVE IG-DETAIL-LINE TO IR-LINE
009500     WRITE INTEGRITY-REPORT-RECORD.
009510 7000-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------------
009550*  7100-NOTE-FILE-FAILURE - A FILE THAT EXISTS BUT WILL NOT OPEN,
009560*                      OR A WORK RECORD THAT WILL NOT GO ON
009570*                      INTGWORK, MEANS A CHECK CANNOT BE VOUCHED
009580*                      FOR.  IT GOES ON THE REPORT AND THE
009590*                      CONSOLE, AND THE RUN ENDS WITH RETURN CODE
009600*                      8.  IG-DET-FILE, IG-FAIL-OP AND
009610*                      IG-FAIL-STATUS ARE SET BY THE CALLER, AND
009620*                      IG-DET-KEY TOO FOR A WORK-FILE FAILURE.
009630*----------------------------------------------------------------
009640 7100-NOTE-FILE-FAILURE.
009650     MOVE 'Y' TO IG-CHECK-FAILED-SW
009660     MOVE SPACES TO IG-DET-RULE
009670     IF IG-FAIL-OP = "OPEN"
009680         MOVE "(WHOLE FILE)" TO IG-DET-KEY
009690         STRING "OPEN FAILED, STATUS " IG-FAIL-STATUS
009700             " - UNCHECKED" DELIMITED BY SIZE INTO IG-DET-RULE
009710     ELSE
009720         STRING IG-FAIL-OP DELIMITED BY SPACE
009730             " FAILED, STATUS " IG-FAIL-STATUS
009740             DELIMITED BY SIZE INTO IG-DET-RULE
009750     END-IF
009760     DISPLAY "WARNING - " IG-DET-FILE " " IG-DET-KEY
009770     DISPLAY "          " IG-DET-RULE
009780     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
009790 7100-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------
009830*  8000-LOOK-UP-GAME - FIND IG-SEEK-GAME-ID ON THE MASTER, ELSE ON
009840*                      THE ARCHIVE THROUGH THE WORK FILE.  SETS
009850*                      IG-GAME-FOUND-SW, IG-GAME-VOIDED-SW AND
009860*                      IG-GAME-FILE (WHICH FILE HOLDS IT).
009870*----------------------------------------------------------------
009880 8000-LOOK-UP-GAME.
009890     MOVE 'N' TO IG-GAME-FOUND-SW
009900     MOVE 'N' TO IG-GAME-VOIDED-SW
009910     MOVE SPACES TO IG-GAME-FILE
009920     MOVE IG-SEEK-GAME-ID TO GL-GAME-ID
009930     READ GAMELOG-FILE
009940         INVALID KEY
009950             CONTINUE
009960         NOT INVALID KEY
009970             MOVE 'Y' TO IG-GAME-FOUND-SW
009980             MOVE "GAMEMST" TO IG-GAME-FILE
009990             IF GL-VOIDED
010000                 MOVE 'Y' TO IG-GAME-VOIDED-SW
010010             END-IF
010020     END-READ
010030     IF IG-GAME-FOUND
010040         GO TO 8000-EXIT
010050     END-IF
010060     MOVE 'A'             TO IW-KEY-TYPE
010070     MOVE IG-SEEK-GAME-ID TO IW-GAME-ID
010080     MOVE SPACES          TO IW-PLAYER-ID
010090     READ INTEGRITY-WORK-FILE
010100         INVALID KEY
010110             CONTINUE
010120         NOT INVALID KEY
010130             MOVE 'Y' TO IG-GAME-FOUND-SW
010140             MOVE "GAMEARCH" TO IG-GAME-FILE
010150             IF IW-VOIDED
010160                 MOVE 'Y' TO IG-GAME-VOIDED-SW
010170             END-IF
010180     END-READ.
010190 8000-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------------
010230*  8100-SUBTRACT-POSTING-DAYS - ROLL IG-CUTOFF-DATE BACK BY THE
010240*                      POSTING ALLOWANCE, CARRYING THROUGH MONTH
010250*                      AND YEAR STARTS, AS THE FIXTURE WALKOVER
010260*                      JOB ROLLS BACK ITS GRACE PERIOD.
010270*----------------------------------------------------------------
010280 8100-SUBTRACT-POSTING-DAYS.
010290     MOVE IG-POSTING-DAYS TO IG-DAYS-LEFT
010300     PERFORM 8110-BACK-ONE-DAY THRU 8110-EXIT
010310         UNTIL IG-DAYS-LEFT = 0.
010320 8100-EXIT.
010330     EXIT.
010340
010350 8110-BACK-ONE-DAY.
010360     IF IG-CUT-DD > 1
010370         SUBTRACT 1 FROM IG-CUT-DD
010380     ELSE
010390         IF IG-CUT-MM > 1
010400             SUBTRACT 1 FROM IG-CUT-MM
010410         ELSE
010420             MOVE 12 TO IG-CUT-MM
010430             SUBTRACT 1 FROM IG-CUT-YYYY
010440         END-IF
010450         PERFORM 8120-DAYS-IN-MONTH THRU 8120-EXIT
010460         MOVE IG-MONTH-DAYS TO IG-CUT-DD
010470     END-IF
010480     SUBTRACT 1 FROM IG-DAYS-LEFT.
010490 8110-EXIT.
010500     EXIT.
010510
010520 8120-DAYS-IN-MONTH.
010530     EVALUATE IG-CUT-MM
010540         WHEN 4
010550         WHEN 6
010560         WHEN 9
010570         WHEN 11
010580             MOVE 30 TO IG-MONTH-DAYS
010590         WHEN 2
010600             MOVE 28 TO IG-MONTH-DAYS
010610             COMPUTE IG-LEAP-WORK = IG-CUT-YYYY / 4 * 4
010620             IF IG-LEAP-WORK = IG-CUT-YYYY
010630                 MOVE 29 TO IG-MONTH-DAYS
010640                 COMPUTE IG-LEAP-WORK = IG-CUT-YYYY / 100 * 100
010650                 IF IG-LEAP-WORK = IG-CUT-YYYY
010660                     MOVE 28 TO IG-MONTH-DAYS
010670                     COMPUTE IG-LEAP-WORK =
010680                             IG-CUT-YYYY / 400 * 400
010690                     IF IG-LEAP-WORK = IG-CUT-YYYY
010700                         MOVE 29 TO IG-MONTH-DAYS
010710                     END-IF
010720                 END-IF
010730             END-IF
010740         WHEN OTHER
010750             MOVE 31 TO IG-MONTH-DAYS
010760     END-EVALUATE.
010770 8120-EXIT.
010780     EXIT.
010790
010800*----------------------------------------------------------------
010810*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED, SET THE
010820*                       RETURN CODE AND LEAVE A ONE-LINE VERDICT
010830*                       ON THE CONSOLE.
010840*----------------------------------------------------------------
010850 9000-TERMINATE-RUN.
010860     IF IG-GAMELOG-OPEN
010870         CLOSE GAMELOG-FILE
010880     END-IF
010890     IF IG-INTGWORK-OPEN
010900         CLOSE INTEGRITY-WORK-FILE
010910     END-IF
010920     IF IG-INTEGRPT-OPEN
010930         CLOSE INTEGRITY-REPORT-FILE
010940     END-IF
010950     IF IG-PROCEED
010960         IF IG-CHECK-FAILED
010970             MOVE 8 TO RETURN-CODE
010980         ELSE
010990             IF IG-EXCEPTIONS > 0
011000                 MOVE 4 TO RETURN-CODE
011010             END-IF
011020         END-IF
011030         IF IG-EXCEPTIONS = 0
011040             DISPLAY "Integrity sweep complete - no exceptions."
011050         ELSE
011060             DISPLAY "Integrity sweep complete - " IG-EXCEPTIONS
011070                 " exception(s), see INTEGRPT."
011080         END-IF
011090     END-IF.
011100 9000-EXIT.
011110     EXIT.
011120
011130 END PROGRAM IntegritySweep.
