000010*================================================================
000020*  PROGRAM-ID    : GAMEMSTRECOVER
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      FORWARD RECOVERY OF A DAMAGED OR LOST GAME MASTER.  THE
000100*      MASTER IS REBUILT FROM THE LAST GAMEMSTBACKUP COPY ON
000110*      GAMEBKUP, THEN EVERY GAMEJRNL JOURNAL ENTRY STAMPED FROM
000120*      THE BACKUP'S START UP TO A CHOSEN RECOVERY POINT (OPERATOR
000130*      PROMPT, DATE AND TIME, ENTER FOR THE WHOLE JOURNAL) IS
000140*      APPLIED IN JOURNAL ORDER:
000150*        - AN ADD WRITES ITS AFTER IMAGE, AND IS NOT APPLIED IF
000160*          THE GAME IS ALREADY ON THE MASTER;
000170*        - A CHANGE REWRITES ITS AFTER IMAGE, AND A DELETE
000180*          REMOVES THE GAME, ONLY WHEN THE MASTER RECORD IS
000190*          EXACTLY THE ENTRY'S BEFORE IMAGE - OTHERWISE SOME
000200*          EARLIER UPDATE IS MISSING AND APPLYING THIS ONE WOULD
000210*          PAPER OVER THE GAP.
000220*      ENTRIES STAMPED BEFORE THE BACKUP ARE ALREADY IN IT AND
000230*      ENTRIES AFTER THE RECOVERY POINT ARE LEFT OUT; BOTH ARE
000240*      COUNTED.  THE RCVRPT REPORT LISTS EVERY ENTRY IN RANGE
000250*      THAT COULD NOT BE APPLIED, WITH THE REASON, AND CLOSES
000260*      WITH THE CONTROL TOTALS.
000270*      THE BACKUP IS CHECKED END TO END - HEADER, TRAILER AND
000280*      RECORD COUNT - BEFORE THE MASTER IS TOUCHED, AND THE
000290*      OPERATOR CONFIRMS BEFORE THE EXISTING MASTER IS REPLACED.
000300*      A BACKUP THAT FAILS THE CHECK ENDS THE RUN WITH RETURN
000310*      CODE 8 AND THE MASTER AS IT WAS.  ONCE THE MASTER HAS
000320*      BEEN REBUILT, TAKE A FRESH GAMEMSTBACKUP BEFORE THE
000330*      KIOSKS REOPEN, SO THE NEXT RECOVERY STARTS FROM HERE.
000340*----------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000360*      DATE       INIT   DESCRIPTION
000370*      ---------- ----   ----------------------------------------
000380*      10/05/2026 RM     INITIAL VERSION, PART OF THE GAME MASTER
000390*                        JOURNAL AND RECOVERY WORK.
000400*================================================================
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. GamemstRecover.
000430 AUTHOR. R. MARCHBANKS.
000440 INSTALLATION. RECREATION SYSTEMS GROUP.
000450 DATE-WRITTEN. 10/05/2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT GAME-BACKUP-FILE ASSIGN TO "GAMEBKUP"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS MV-GAMEBKUP-STATUS.
000540
000550     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS MV-GAMEJRNL-STATUS.
000580
000590     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS GL-GAME-ID
000630         FILE STATUS IS MV-GAMEMST-STATUS.
000640
000650     SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS MV-RCVRPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  GAME-BACKUP-FILE
000720     RECORDING MODE IS F.
000730 COPY NCGAMBKP.
000740
000750 FD  GAME-JOURNAL-FILE
000760     RECORDING MODE IS F.
000770 COPY NCGAMJRN.
000780
000790 FD  GAME-MASTER-FILE.
000800 COPY NCGAMELG.
000810
000820 FD  RECOVERY-REPORT-FILE
000830     RECORDING MODE IS F.
000840 COPY NCRCVRPT.
000850
000860 WORKING-STORAGE SECTION.
000870 77  MV-GAMEBKUP-STATUS    PIC X(02) VALUE SPACES.
000880 77  MV-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
000890 77  MV-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
000900 77  MV-RCVRPT-STATUS      PIC X(02) VALUE SPACES.
000910 77  MV-PROCEED-SW         PIC X(01) VALUE 'N'.
000920     88  MV-PROCEED               VALUE 'Y'.
000930 77  MV-BACKUP-OK-SW       PIC X(01) VALUE 'N'.
000940     88  MV-BACKUP-OK             VALUE 'Y'.
000950 77  MV-BACKUP-EOF-SW      PIC X(01) VALUE 'N'.
000960     88  MV-BACKUP-EOF            VALUE 'Y'.
000970 77  MV-JOURNAL-EOF-SW     PIC X(01) VALUE 'N'.
000980     88  MV-JOURNAL-EOF           VALUE 'Y'.
000990 77  MV-JOURNAL-OPEN-SW    PIC X(01) VALUE 'N'.
001000     88  MV-JOURNAL-OPEN          VALUE 'Y'.
001010 77  MV-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
001020     88  MV-MASTER-OPEN           VALUE 'Y'.
001030 77  MV-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
001040     88  MV-TRAILER-SEEN          VALUE 'Y'.
001050 77  MV-CONFIRM            PIC X(01) VALUE SPACE.
001060 77  MV-STOP-DATE-IN       PIC X(08) VALUE SPACES.
001070 77  MV-STOP-TIME-IN       PIC X(06) VALUE SPACES.
001080 77  MV-REJECT-REASON      PIC X(27) VALUE SPACES.
001090 77  MV-BACKUP-COUNT       PIC 9(07) VALUE 0.
001100 77  MV-DETAILS-CHECKED    PIC 9(07) COMP VALUE 0.
001110 77  MV-GAMES-RESTORED     PIC 9(07) COMP VALUE 0.
001120 77  MV-JOURNAL-READ       PIC 9(07) COMP VALUE 0.
001130 77  MV-BEFORE-BACKUP      PIC 9(07) COMP VALUE 0.
001140 77  MV-AFTER-STOP         PIC 9(07) COMP VALUE 0.
001150 77  MV-ADDS-APPLIED       PIC 9(07) COMP VALUE 0.
001160 77  MV-CHANGES-APPLIED    PIC 9(07) COMP VALUE 0.
001170 77  MV-DELETES-APPLIED    PIC 9(07) COMP VALUE 0.
001180 77  MV-NOT-APPLIED        PIC 9(07) COMP VALUE 0.
001190 77  MV-MASTER-COUNT       PIC 9(07) COMP VALUE 0.
001200
001210*----------------------------------------------------------------
001220*  THE THREE POINTS IN TIME THE RUN WORKS BETWEEN, EACH A DATE
001230*  AND AN HHMMSSHH TIME SIDE BY SIDE SO ONE COMPARISON ORDERS
001240*  THEM: THE BACKUP'S STAMP, THE RECOVERY POINT AND THE STAMP
001250*  OF THE JOURNAL ENTRY IN HAND.
001260*----------------------------------------------------------------
001270 01  MV-BACKUP-STAMP.
001280     05  MV-BACKUP-DATE        PIC 9(08) VALUE 0.
001290     05  MV-BACKUP-TIME        PIC 9(08) VALUE 0.
001300 01  MV-STOP-STAMP.
001310     05  MV-STOP-DATE          PIC 9(08) VALUE 99999999.
001320     05  MV-STOP-TIME.
001330         10  MV-STOP-HHMMSS    PIC 9(06) VALUE 999999.
001340         10  MV-STOP-HH        PIC 9(02) VALUE 99.
001350 01  MV-ENTRY-STAMP.
001360     05  MV-ENTRY-DATE         PIC 9(08) VALUE 0.
001370     05  MV-ENTRY-TIME         PIC 9(08) VALUE 0.
001380
001390*----------------------------------------------------------------
001400*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
001410*----------------------------------------------------------------
001420 77  MV-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
001430 01  MV-RUN-DATE.
001440     05  MV-RUN-YYYY           PIC X(04).
001450     05  MV-RUN-MM             PIC X(02).
001460     05  MV-RUN-DD             PIC X(02).
001470 01  MV-DATE-R.
001480     05  MV-DT-YYYY            PIC X(04).
001490     05  MV-DT-MM              PIC X(02).
001500     05  MV-DT-DD              PIC X(02).
001510 01  MV-TIME-R.
001520     05  MV-TM-HH              PIC X(02).
001530     05  MV-TM-MI              PIC X(02).
001540     05  MV-TM-SS              PIC X(02).
001550     05  FILLER                PIC X(02).
001560 01  MV-PRINT-DATE.
001570     05  MV-PD-DD              PIC X(02).
001580     05  FILLER                PIC X(01) VALUE "/".
001590     05  MV-PD-MM              PIC X(02).
001600     05  FILLER                PIC X(01) VALUE "/".
001610     05  MV-PD-YYYY            PIC X(04).
001620 01  MV-PRINT-TIME.
001630     05  MV-PT-HH              PIC X(02).
001640     05  FILLER                PIC X(01) VALUE ":".
001650     05  MV-PT-MI              PIC X(02).
001660     05  FILLER                PIC X(01) VALUE ":".
001670     05  MV-PT-SS              PIC X(02).
001680 01  MV-HEADER1-LINE.
001690     05  FILLER                PIC X(38) VALUE
001700         "GAME MASTER FORWARD RECOVERY - RUN ON ".
001710     05  MV-HDR-RUN-DATE       PIC X(10).
001720     05  FILLER                PIC X(32) VALUE SPACES.
001730 01  MV-HEADER2-LINE.
001740     05  FILLER                PIC X(15) VALUE "BACKUP TAKEN:  ".
001750     05  MV-HDR-BKP-DATE       PIC X(10).
001760     05  FILLER                PIC X(01) VALUE SPACE.
001770     05  MV-HDR-BKP-TIME       PIC X(08).
001780     05  FILLER                PIC X(21) VALUE
001790         "   RECOVERED TO:     ".
001800     05  MV-HDR-STOP           PIC X(19).
001810     05  FILLER                PIC X(06) VALUE SPACES.
001820 01  MV-HEADER3-LINE.
001830     05  FILLER                PIC X(42) VALUE
001840         "ENTRY DATE  TIME      PROGRAM           AC".
001850     05  FILLER                PIC X(38) VALUE
001860         "T GAME ID   NOT APPLIED BECAUSE       ".
001870 01  MV-DETAIL-LINE.
001880     05  MV-DET-DATE           PIC X(10).
001890     05  FILLER                PIC X(02) VALUE SPACES.
001900     05  MV-DET-TIME           PIC X(08).
001910     05  FILLER                PIC X(02) VALUE SPACES.
001920     05  MV-DET-PROGRAM        PIC X(17).
001930     05  FILLER                PIC X(02) VALUE SPACES.
001940     05  MV-DET-ACTION         PIC X(01).
001950     05  FILLER                PIC X(02) VALUE SPACES.
001960     05  MV-DET-GAME-ID        PIC X(08).
001970     05  FILLER                PIC X(02) VALUE SPACES.
001980     05  MV-DET-REASON         PIC X(26).
001990 01  MV-NONE-LINE.
002000     05  FILLER                PIC X(40) VALUE
002010         "EVERY JOURNAL ENTRY IN RANGE WAS APPLIED".
002020     05  FILLER                PIC X(40) VALUE SPACES.
002030 01  MV-TOTAL-LINE.
002040     05  MV-TOT-LABEL          PIC X(44).
002050     05  MV-TOT-VALUE          PIC Z,ZZZ,ZZ9.
002060     05  FILLER                PIC X(27) VALUE SPACES.
002070
002080 PROCEDURE DIVISION.
002090 0000-MAIN-PROCEDURE.
002100     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002110     IF MV-PROCEED
002120         PERFORM 2000-RESTORE-ONE-GAME THRU 2000-EXIT
002130             UNTIL MV-BACKUP-EOF
002140         PERFORM 3000-APPLY-ONE-ENTRY THRU 3000-EXIT
002150             UNTIL MV-JOURNAL-EOF
002160         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002170     END-IF
002180     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
002190     GOBACK.
002200
002210*----------------------------------------------------------------
002220*  1000-INITIALIZE-RUN - TAKE THE RECOVERY POINT, CHECK THE
002230*                        BACKUP THROUGH, SHOW WHAT IS ABOUT TO
002240*                        HAPPEN AND TAKE A CONFIRMING PROMPT.
002250*                        ONLY THEN IS THE MASTER EMPTIED AND THE
002260*                        BACKUP REOPENED FOR THE RESTORE.  A
002270*                        JOURNAL THAT IS NOT THERE IS WARNED
002280*                        ABOUT AND THE BACKUP IS RESTORED ALONE.
002290*----------------------------------------------------------------
002300 1000-INITIALIZE-RUN.
002310     ACCEPT MV-RUN-DATE FROM DATE YYYYMMDD
002320     DISPLAY "Recover up to date YYYYMMDD (Enter for the whole "
002330         "journal): "
002340     ACCEPT MV-STOP-DATE-IN
002350     IF MV-STOP-DATE-IN IS NUMERIC
002360             AND MV-STOP-DATE-IN NOT = "00000000"
002370         MOVE MV-STOP-DATE-IN TO MV-STOP-DATE
002380         DISPLAY "Recover up to time HHMMSS (Enter for end of "
002390             "that day): "
002400         ACCEPT MV-STOP-TIME-IN
002410         IF MV-STOP-TIME-IN IS NUMERIC
002420             MOVE MV-STOP-TIME-IN TO MV-STOP-HHMMSS
002430         END-IF
002440     END-IF
002450     PERFORM 1100-CHECK-BACKUP THRU 1100-EXIT
002460     IF NOT MV-BACKUP-OK
002470         DISPLAY "BACKUP UNUSABLE - GAME MASTER NOT TOUCHED"
002480         MOVE 8 TO RETURN-CODE
002490         GO TO 1000-EXIT
002500     END-IF
002510     OPEN INPUT GAME-JOURNAL-FILE
002520     IF MV-GAMEJRNL-STATUS = "00"
002530         MOVE 'Y' TO MV-JOURNAL-OPEN-SW
002540     ELSE
002550         DISPLAY "WARNING - GAMEJRNL OPEN FAILED, STATUS "
002560             MV-GAMEJRNL-STATUS " - THE BACKUP WILL BE RESTORED "
002570             "WITH NOTHING ROLLED FORWARD"
002580         MOVE 'Y' TO MV-JOURNAL-EOF-SW
002590     END-IF
002600     DISPLAY "Backup of " MV-BACKUP-DATE " " MV-BACKUP-TIME
002610         " holds " MV-BACKUP-COUNT " games."
002620     IF MV-STOP-DATE = 99999999
002630         DISPLAY "The journal will be applied to its end."
002640     ELSE
002650         DISPLAY "The journal will be applied up to "
002660             MV-STOP-DATE " " MV-STOP-HHMMSS "."
002670     END-IF
002680     DISPLAY "Replace the game master with this backup and roll "
002690         "forward (Y to confirm)? "
002700     ACCEPT MV-CONFIRM
002710     IF MV-CONFIRM NOT = 'Y'
002720         DISPLAY "Recovery abandoned - game master not touched."
002730         GO TO 1000-EXIT
002740     END-IF
002750     OPEN OUTPUT GAME-MASTER-FILE
002760     IF MV-GAMEMST-STATUS = "00"
002770         CLOSE GAME-MASTER-FILE
002780         OPEN I-O GAME-MASTER-FILE
002790     END-IF
002800     IF MV-GAMEMST-STATUS NOT = "00"
002810         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
002820             MV-GAMEMST-STATUS " - NOTHING RECOVERED"
002830         MOVE 8 TO RETURN-CODE
002840         GO TO 1000-EXIT
002850     END-IF
002860     MOVE 'Y' TO MV-MASTER-OPEN-SW
002870     OPEN INPUT GAME-BACKUP-FILE
002880     READ GAME-BACKUP-FILE
002890         AT END
002900             MOVE 'Y' TO MV-BACKUP-EOF-SW
002910     END-READ
002920     OPEN OUTPUT RECOVERY-REPORT-FILE
002930     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
002940     MOVE 'Y' TO MV-PROCEED-SW.
002950 1000-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------------
002990*  1100-CHECK-BACKUP - READ THE BACKUP COPY THROUGH WITHOUT
003000*                      RESTORING ANYTHING.  IT IS USABLE ONLY
003010*                      WITH A HEADER FIRST, A TRAILER LAST AND THE
003020*                      TRAILER'S COUNT EQUAL TO THE DETAIL RECORDS
003030*                      ACTUALLY THERE.
003040*----------------------------------------------------------------
003050 1100-CHECK-BACKUP.
003060     MOVE 'N' TO MV-BACKUP-OK-SW
003070     OPEN INPUT GAME-BACKUP-FILE
003080     IF MV-GAMEBKUP-STATUS NOT = "00"
003090         DISPLAY "GAMEBKUP OPEN FAILED, STATUS "
003100             MV-GAMEBKUP-STATUS
003110         GO TO 1100-EXIT
003120     END-IF
003130     READ GAME-BACKUP-FILE
003140         AT END
003150             MOVE SPACE TO GB-RECORD-TYPE
003160     END-READ
003170     IF NOT GB-HEADER
003180         DISPLAY "GAMEBKUP HAS NO HEADER RECORD"
003190         CLOSE GAME-BACKUP-FILE
003200         GO TO 1100-EXIT
003210     END-IF
003220     MOVE GB-BACKUP-DATE TO MV-BACKUP-DATE
003230     MOVE GB-BACKUP-TIME TO MV-BACKUP-TIME
003240     MOVE 'N' TO MV-BACKUP-EOF-SW
003250     MOVE 'N' TO MV-TRAILER-SEEN-SW
003260     PERFORM 1110-CHECK-ONE-BACKUP-REC THRU 1110-EXIT
003270         UNTIL MV-BACKUP-EOF
003280     CLOSE GAME-BACKUP-FILE
003290     MOVE 'N' TO MV-BACKUP-EOF-SW
003300     IF NOT MV-TRAILER-SEEN
003305         DISPLAY "GAMEBKUP HAS NO TRAILER - "
003310             "THE COPY WAS CUT SHORT"
003320         GO TO 1100-EXIT
003330     END-IF
003340     IF MV-BACKUP-COUNT NOT = MV-DETAILS-CHECKED
003350         DISPLAY "GAMEBKUP TRAILER COUNT " MV-BACKUP-COUNT
003360             " BUT " MV-DETAILS-CHECKED " GAMES ON THE COPY"
003370         GO TO 1100-EXIT
003380     END-IF
003390     MOVE 'Y' TO MV-BACKUP-OK-SW.
003400 1100-EXIT.
003410     EXIT.
003420
003430 1110-CHECK-ONE-BACKUP-REC.
003440     READ GAME-BACKUP-FILE
003450         AT END
003460             MOVE 'Y' TO MV-BACKUP-EOF-SW
003470             GO TO 1110-EXIT
003480     END-READ
003490     EVALUATE TRUE
003500         WHEN MV-TRAILER-SEEN
003510             DISPLAY "GAMEBKUP HAS RECORDS AFTER ITS TRAILER"
003520             MOVE 'N' TO MV-TRAILER-SEEN-SW
003530             MOVE 'Y' TO MV-BACKUP-EOF-SW
003540         WHEN GB-DETAIL
003550             ADD 1 TO MV-DETAILS-CHECKED
003560         WHEN GB-TRAILER
003570             MOVE 'Y' TO MV-TRAILER-SEEN-SW
003580             MOVE GB-GAME-COUNT TO MV-BACKUP-COUNT
003590         WHEN OTHER
003600             DISPLAY "GAMEBKUP HAS AN UNKNOWN RECORD TYPE '"
003610                 GB-RECORD-TYPE "'"
003620             MOVE 'Y' TO MV-BACKUP-EOF-SW
003630     END-EVALUATE.
003640 1110-EXIT.
003650     EXIT.
003660
003670 1200-WRITE-HEADER.
003680     MOVE MV-RPT-SEPARATOR TO RV-LINE
003690     WRITE RECOVERY-REPORT-RECORD
003700     MOVE MV-RUN-DATE TO MV-DATE-R
003710     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
003720     MOVE MV-PRINT-DATE TO MV-HDR-RUN-DATE
003730     MOVE MV-HEADER1-LINE TO RV-LINE
003740     WRITE RECOVERY-REPORT-RECORD
003750     MOVE MV-BACKUP-DATE TO MV-DATE-R
003760     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
003770     MOVE MV-PRINT-DATE TO MV-HDR-BKP-DATE
003780     MOVE MV-BACKUP-TIME TO MV-TIME-R
003790     PERFORM 8200-FORMAT-TIME THRU 8200-EXIT
003800     MOVE MV-PRINT-TIME TO MV-HDR-BKP-TIME
003810     IF MV-STOP-DATE = 99999999
003820         MOVE "END OF JOURNAL" TO MV-HDR-STOP
003830     ELSE
003840         MOVE MV-STOP-DATE TO MV-DATE-R
003850         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
003860         MOVE MV-STOP-TIME TO MV-TIME-R
003870         PERFORM 8200-FORMAT-TIME THRU 8200-EXIT
003880         MOVE SPACES TO MV-HDR-STOP
003890         STRING MV-PRINT-DATE " " MV-PRINT-TIME
003900             DELIMITED BY SIZE INTO MV-HDR-STOP
003910     END-IF
003920     MOVE MV-HEADER2-LINE TO RV-LINE
003930     WRITE RECOVERY-REPORT-RECORD
003940     MOVE MV-HEADER3-LINE TO RV-LINE
003950     WRITE RECOVERY-REPORT-RECORD
003960     MOVE MV-RPT-SEPARATOR TO RV-LINE
003970     WRITE RECOVERY-REPORT-RECORD.
003980 1200-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020*  2000-RESTORE-ONE-GAME - LOAD ONE DETAIL RECORD OF THE BACKUP
004030*                      ONTO THE EMPTIED MASTER.  THE HEADER WAS
004040*                      READ WHEN THE FILE WAS REOPENED; THE
004050*                      TRAILER ENDS THE RESTORE.
004060*----------------------------------------------------------------
004070 2000-RESTORE-ONE-GAME.
004080     READ GAME-BACKUP-FILE
004090         AT END
004100             MOVE 'Y' TO MV-BACKUP-EOF-SW
004110             GO TO 2000-EXIT
004120     END-READ
004130     IF NOT GB-DETAIL
004140         MOVE 'Y' TO MV-BACKUP-EOF-SW
004150         GO TO 2000-EXIT
004160     END-IF
004170     MOVE GB-GAME-IMAGE TO GAMELOG-RECORD
004180     WRITE GAMELOG-RECORD
004190         INVALID KEY
004200             DISPLAY "WARNING - GAME " GL-GAME-ID
004210                 " TWICE ON THE BACKUP, STATUS "
004220                 MV-GAMEMST-STATUS " - SECOND COPY DROPPED"
004230         NOT INVALID KEY
004240             ADD 1 TO MV-GAMES-RESTORED
004250     END-WRITE.
004260 2000-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------
004300*  3000-APPLY-ONE-ENTRY - READ THE NEXT JOURNAL ENTRY, SKIP IT IF
004310*                      IT FALLS OUTSIDE THE BACKUP-TO-RECOVERY-
004320*                      POINT WINDOW, OTHERWISE APPLY IT.
004330*----------------------------------------------------------------
004340 3000-APPLY-ONE-ENTRY.
004350     READ GAME-JOURNAL-FILE
004360         AT END
004370             MOVE 'Y' TO MV-JOURNAL-EOF-SW
004380             GO TO 3000-EXIT
004390     END-READ
004400     ADD 1 TO MV-JOURNAL-READ
004410     MOVE JR-JOURNAL-DATE TO MV-ENTRY-DATE
004420     MOVE JR-JOURNAL-TIME TO MV-ENTRY-TIME
004430     IF MV-ENTRY-STAMP < MV-BACKUP-STAMP
004440         ADD 1 TO MV-BEFORE-BACKUP
004450         GO TO 3000-EXIT
004460     END-IF
004470     IF MV-ENTRY-STAMP > MV-STOP-STAMP
004480         ADD 1 TO MV-AFTER-STOP
004490         GO TO 3000-EXIT
004500     END-IF
004510     MOVE SPACES TO MV-REJECT-REASON
004520     EVALUATE TRUE
004530         WHEN JR-ADD
004540             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
004550         WHEN JR-CHANGE
004560             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
004570         WHEN JR-DELETE
004580             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
004590         WHEN OTHER
004600             MOVE "UNKNOWN JOURNAL ACTION" TO MV-REJECT-REASON
004610     END-EVALUATE
004620     IF MV-REJECT-REASON NOT = SPACES
004630         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
004640     END-IF.
004650 3000-EXIT.
004660     EXIT.
004670
004680 3100-APPLY-ADD.
004690     MOVE JR-AFTER-IMAGE TO GAMELOG-RECORD
004700     WRITE GAMELOG-RECORD
004710         INVALID KEY
004720             MOVE "GAME ALREADY ON MASTER" TO MV-REJECT-REASON
004730         NOT INVALID KEY
004740             ADD 1 TO MV-ADDS-APPLIED
004750     END-WRITE.
004760 3100-EXIT.
004770     EXIT.
004780
004790 3200-APPLY-CHANGE.
004800     MOVE JR-GAME-ID TO GL-GAME-ID
004810     READ GAME-MASTER-FILE
004820         INVALID KEY
004830             MOVE "GAME NOT ON MASTER" TO MV-REJECT-REASON
004840             GO TO 3200-EXIT
004850     END-READ
004860     IF GAMELOG-RECORD NOT = JR-BEFORE-IMAGE
004870         MOVE "MASTER DIFFERS FROM BEFORE" TO MV-REJECT-REASON
004880         GO TO 3200-EXIT
004890     END-IF
004900     MOVE JR-AFTER-IMAGE TO GAMELOG-RECORD
004910     REWRITE GAMELOG-RECORD
004920         INVALID KEY
004930             MOVE "REWRITE FAILED" TO MV-REJECT-REASON
004940         NOT INVALID KEY
004950             ADD 1 TO MV-CHANGES-APPLIED
004960     END-REWRITE.
004970 3200-EXIT.
004980     EXIT.
004990
005000 3300-APPLY-DELETE.
005010     MOVE JR-GAME-ID TO GL-GAME-ID
005020     READ GAME-MASTER-FILE
005030         INVALID KEY
005040             MOVE "GAME NOT ON MASTER" TO MV-REJECT-REASON
005050             GO TO 3300-EXIT
005060     END-READ
005070     IF GAMELOG-RECORD NOT = JR-BEFORE-IMAGE
005080         MOVE "MASTER DIFFERS FROM BEFORE" TO MV-REJECT-REASON
005090         GO TO 3300-EXIT
005100     END-IF
005110     DELETE GAME-MASTER-FILE RECORD
005120         INVALID KEY
005130             MOVE "DELETE FAILED" TO MV-REJECT-REASON
005140         NOT INVALID KEY
005150             ADD 1 TO MV-DELETES-APPLIED
005160     END-DELETE.
005170 3300-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210*  3900-WRITE-REJECT - LIST ONE JOURNAL ENTRY THAT COULD NOT BE
005220*                      APPLIED.  THE MASTER IS LEFT AS IT STOOD
005230*                      BEFORE THE ENTRY.
005240*----------------------------------------------------------------
005250 3900-WRITE-REJECT.
005260     ADD 1 TO MV-NOT-APPLIED
005270     MOVE JR-JOURNAL-DATE TO MV-DATE-R
005280     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
005290     MOVE MV-PRINT-DATE   TO MV-DET-DATE
005300     MOVE JR-JOURNAL-TIME TO MV-TIME-R
005310     PERFORM 8200-FORMAT-TIME THRU 8200-EXIT
005320     MOVE MV-PRINT-TIME   TO MV-DET-TIME
005330     MOVE JR-PROGRAM-ID   TO MV-DET-PROGRAM
005340     MOVE JR-ACTION       TO MV-DET-ACTION
005350     MOVE JR-GAME-ID      TO MV-DET-GAME-ID
005360     MOVE MV-REJECT-REASON TO MV-DET-REASON
005370     MOVE MV-DETAIL-LINE TO RV-LINE
005380     WRITE RECOVERY-REPORT-RECORD
005390     DISPLAY "WARNING - JOURNAL " JR-ACTION " OF GAME " JR-GAME-ID
005400         " BY " JR-PROGRAM-ID " NOT APPLIED - " MV-REJECT-REASON.
005410 3900-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450*  4000-WRITE-TRAILER - CLOSE THE REPORT WITH THE CONTROL TOTALS.
005460*                      GAMES ON THE RECOVERED MASTER = RESTORED
005470*                      + ADDS - DELETES.
005480*----------------------------------------------------------------
005490 4000-WRITE-TRAILER.
005500     IF MV-NOT-APPLIED = 0
005510         MOVE MV-NONE-LINE TO RV-LINE
005520         WRITE RECOVERY-REPORT-RECORD
005530     END-IF
005540     MOVE MV-RPT-SEPARATOR TO RV-LINE
005550     WRITE RECOVERY-REPORT-RECORD
005560     COMPUTE MV-MASTER-COUNT = MV-GAMES-RESTORED
005570         + MV-ADDS-APPLIED - MV-DELETES-APPLIED
005580     MOVE "GAMES RESTORED FROM THE BACKUP:" TO MV-TOT-LABEL
005590     MOVE MV-GAMES-RESTORED TO MV-TOT-VALUE
005600     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005610     MOVE "JOURNAL ENTRIES READ:" TO MV-TOT-LABEL
005620     MOVE MV-JOURNAL-READ TO MV-TOT-VALUE
005630     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005640     MOVE "  BEFORE THE BACKUP - ALREADY ON IT:" TO MV-TOT-LABEL
005650     MOVE MV-BEFORE-BACKUP TO MV-TOT-VALUE
005660     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005670     MOVE "  AFTER THE RECOVERY POINT - LEFT OUT:"
005680         TO MV-TOT-LABEL
005690     MOVE MV-AFTER-STOP TO MV-TOT-VALUE
005700     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005710     MOVE "  ADDS APPLIED:" TO MV-TOT-LABEL
005720     MOVE MV-ADDS-APPLIED TO MV-TOT-VALUE
005730     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005740     MOVE "  CHANGES APPLIED:" TO MV-TOT-LABEL
005750     MOVE MV-CHANGES-APPLIED TO MV-TOT-VALUE
005760     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005770     MOVE "  DELETES APPLIED:" TO MV-TOT-LABEL
005780     MOVE MV-DELETES-APPLIED TO MV-TOT-VALUE
005790     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005800     MOVE "  NOT APPLIED:" TO MV-TOT-LABEL
005810     MOVE MV-NOT-APPLIED TO MV-TOT-VALUE
005820     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005830     MOVE "GAMES ON THE RECOVERED MASTER:" TO MV-TOT-LABEL
005840     MOVE MV-MASTER-COUNT TO MV-TOT-VALUE
005850     PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
005860     MOVE MV-RPT-SEPARATOR TO RV-LINE
005870     WRITE RECOVERY-REPORT-RECORD
005880     IF MV-RCVRPT-STATUS NOT = "00"
005890         DISPLAY "WARNING - RCVRPT WRITE FAILED, STATUS "
005900             MV-RCVRPT-STATUS
005910     END-IF.
005920 4000-EXIT.
005930     EXIT.
005940
005950 4100-WRITE-TOTAL.
005960     MOVE MV-TOTAL-LINE TO RV-LINE
005970     WRITE RECOVERY-REPORT-RECORD.
005980 4100-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020*  8100-FORMAT-DATE - MV-DATE-R (YYYYMMDD) TO DD/MM/YYYY IN
006030*                     MV-PRINT-DATE.
006040*----------------------------------------------------------------
006050 8100-FORMAT-DATE.
006060     MOVE MV-DT-DD   TO MV-PD-DD
006070     MOVE MV-DT-MM   TO MV-PD-MM
006080     MOVE MV-DT-YYYY TO MV-PD-YYYY.
006090 8100-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130*  8200-FORMAT-TIME - MV-TIME-R (HHMMSSHH) TO HH:MM:SS IN
006140*                     MV-PRINT-TIME.
006150*----------------------------------------------------------------
006160 8200-FORMAT-TIME.
006170     MOVE MV-TM-HH TO MV-PT-HH
006180     MOVE MV-TM-MI TO MV-PT-MI
006190     MOVE MV-TM-SS TO MV-PT-SS.
006200 8200-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED AND REPORT
006250*                       THE CONTROL TOTALS.
006260*----------------------------------------------------------------
006270 9000-TERMINATE-RUN.
006280     IF MV-PROCEED
006290         CLOSE GAME-BACKUP-FILE
006300         CLOSE RECOVERY-REPORT-FILE
006310     END-IF
006320     IF MV-JOURNAL-OPEN
006330         CLOSE GAME-JOURNAL-FILE
006340     END-IF
006350     IF MV-MASTER-OPEN
006360         CLOSE GAME-MASTER-FILE
006370     END-IF
006380     IF MV-PROCEED
006390         DISPLAY "Game master recovery complete - see RCVRPT."
006400         DISPLAY "  Games restored:     " MV-GAMES-RESTORED
006410         DISPLAY "  Journal entries:    " MV-JOURNAL-READ
006420         DISPLAY "  Adds applied:       " MV-ADDS-APPLIED
006430         DISPLAY "  Changes applied:    " MV-CHANGES-APPLIED
006440         DISPLAY "  Deletes applied:    " MV-DELETES-APPLIED
006450         DISPLAY "  Not applied:        " MV-NOT-APPLIED
006460         DISPLAY "Take a fresh GAMEMSTBACKUP before the kiosks "
006470             "reopen."
006480     END-IF.
006490 9000-EXIT.
006500     EXIT.
006510
006520 END PROGRAM GamemstRecover.
