000010*================================================================
000020*  PROGRAM-ID    : GAMEMSTBACKUP
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      TAKES THE BACKUP COPY OF THE GAME MASTER THAT THE
000100*      GAMEMSTRECOVER JOB RESTORES FROM.  EVERY GAMEMST RECORD
000110*      IS COPIED IN KEY ORDER TO THE SEQUENTIAL GAMEBKUP FILE
000120*      BETWEEN A HEADER STAMPED WITH THE DATE AND TIME THE COPY
000130*      WAS STARTED AND A TRAILER CARRYING THE RECORD COUNT.  THE
000140*      HEADER STAMP IS WHERE RECOVERY PICKS UP THE GAMEJRNL
000150*      JOURNAL, SO THE COPY IS TAKEN WITH THE KIOSKS CLOSED AND
000160*      NO BATCH JOB UPDATING THE MASTER - NIGHTLY AFTER
000170*      STATSPOSTING, AND AGAIN AFTER ANY BULK LOAD OF THE MASTER
000180*      (GAMELOGREORG, GAMEMSTREORG) THAT THE JOURNAL DOES NOT
000190*      SEE.  EACH RUN REPLACES THE PREVIOUS COPY; KEEPING OLDER
000200*      GENERATIONS IS FOR THE OPERATOR'S OWN FILE ROTATION.  A
000210*      COPY THAT DOES NOT FINISH HAS NO TRAILER, AND RECOVERY
000220*      WILL NOT RESTORE FROM IT.
000230*----------------------------------------------------------------
000240*  MODIFICATION HISTORY.
000250*      DATE       INIT   DESCRIPTION
000260*      ---------- ----   ----------------------------------------
000270*      10/05/2026 RM     INITIAL VERSION, PART OF THE GAME MASTER
000280*                        JOURNAL AND RECOVERY WORK.
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. GamemstBackup.
000320 AUTHOR. R. MARCHBANKS.
000330 INSTALLATION. RECREATION SYSTEMS GROUP.
000340 DATE-WRITTEN. 10/05/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS GL-GAME-ID
000440         FILE STATUS IS MB-GAMEMST-STATUS.
000450
000460     SELECT GAME-BACKUP-FILE ASSIGN TO "GAMEBKUP"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS MB-GAMEBKUP-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GAME-MASTER-FILE.
000530 COPY NCGAMELG.
000540
000550 FD  GAME-BACKUP-FILE
000560     RECORDING MODE IS F.
000570 COPY NCGAMBKP.
000580
000590 WORKING-STORAGE SECTION.
000600 77  MB-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
000610 77  MB-GAMEBKUP-STATUS    PIC X(02) VALUE SPACES.
000620 77  MB-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
000630     88  MB-MASTER-EOF            VALUE 'Y'.
000640 77  MB-PROCEED-SW         PIC X(01) VALUE 'N'.
000650     88  MB-PROCEED               VALUE 'Y'.
000652 77  MB-BACKUP-OPEN-SW     PIC X(01) VALUE 'N'.
000654     88  MB-BACKUP-OPEN           VALUE 'Y'.
000660 77  MB-BACKUP-DATE        PIC 9(08) VALUE 0.
000670 77  MB-BACKUP-TIME        PIC 9(08) VALUE 0.
000680 77  MB-GAMES-COPIED       PIC 9(07) COMP VALUE 0.
000690
000700 PROCEDURE DIVISION.
000710 0000-MAIN-PROCEDURE.
000720     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
000730     IF MB-PROCEED
000740         PERFORM 2000-COPY-ONE-GAME THRU 2000-EXIT
000750             UNTIL MB-MASTER-EOF
000760         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
000770     END-IF
000780     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
000790     GOBACK.
000800
000810*----------------------------------------------------------------
000820*  1000-INITIALIZE-RUN - STAMP THE COPY, OPEN BOTH FILES AND
000830*                        WRITE THE HEADER.  EITHER FILE FAILING
000840*                        TO OPEN ENDS THE RUN WITH RETURN CODE 8.
000850*----------------------------------------------------------------
000860 1000-INITIALIZE-RUN.
000870     ACCEPT MB-BACKUP-DATE FROM DATE YYYYMMDD
000880     ACCEPT MB-BACKUP-TIME FROM TIME
000890     OPEN INPUT GAME-MASTER-FILE
000900     IF MB-GAMEMST-STATUS NOT = "00"
000910         DISPLAY "GAME MASTER OPEN FAILED, STATUS "
000920             MB-GAMEMST-STATUS " - NO BACKUP TAKEN"
000930         MOVE 8 TO RETURN-CODE
000940         GO TO 1000-EXIT
000950     END-IF
000960     OPEN OUTPUT GAME-BACKUP-FILE
000970     IF MB-GAMEBKUP-STATUS NOT = "00"
000980         DISPLAY "GAMEBKUP OPEN FAILED, STATUS "
000990             MB-GAMEBKUP-STATUS " - NO BACKUP TAKEN"
001000         MOVE 8 TO RETURN-CODE
001010         GO TO 1000-EXIT
001020     END-IF
001025     MOVE 'Y' TO MB-BACKUP-OPEN-SW
001030     MOVE SPACES         TO GAME-BACKUP-RECORD
001040     MOVE 'H'            TO GB-RECORD-TYPE
001050     MOVE MB-BACKUP-DATE TO GB-BACKUP-DATE
001060     MOVE MB-BACKUP-TIME TO GB-BACKUP-TIME
001070     MOVE 0              TO GB-GAME-COUNT
001080     WRITE GAME-BACKUP-RECORD
001090     MOVE 'Y' TO MB-PROCEED-SW.
001100 1000-EXIT.
001110     EXIT.
001120
001130*----------------------------------------------------------------
001140*  2000-COPY-ONE-GAME - COPY ONE MASTER RECORD, BYTE FOR BYTE, TO
001150*                       A DETAIL RECORD.  A FAILED WRITE STOPS THE
001160*                       COPY SHORT SO NO TRAILER IS WRITTEN.
001170*----------------------------------------------------------------
001180 2000-COPY-ONE-GAME.
001190     READ GAME-MASTER-FILE NEXT RECORD
001200         AT END
001210             MOVE 'Y' TO MB-MASTER-EOF-SW
001220             GO TO 2000-EXIT
001230     END-READ
001240     MOVE 'D'            TO GB-RECORD-TYPE
001250     MOVE GAMELOG-RECORD TO GB-GAME-IMAGE
001260     WRITE GAME-BACKUP-RECORD
001270     IF MB-GAMEBKUP-STATUS NOT = "00"
001280         DISPLAY "GAMEBKUP WRITE FAILED, STATUS "
001290             MB-GAMEBKUP-STATUS " AT GAME " GL-GAME-ID
001300             " - BACKUP INCOMPLETE"
001310         MOVE 'Y' TO MB-MASTER-EOF-SW
001320         MOVE 'N' TO MB-PROCEED-SW
001330         MOVE 8 TO RETURN-CODE
001340         GO TO 2000-EXIT
001350     END-IF
001360     ADD 1 TO MB-GAMES-COPIED.
001370 2000-EXIT.
001380     EXIT.
001390
001400*----------------------------------------------------------------
001410*  3000-WRITE-TRAILER - CLOSE A COMPLETE COPY WITH ITS COUNT.
001420*----------------------------------------------------------------
001430 3000-WRITE-TRAILER.
001440     IF NOT MB-PROCEED
001450         GO TO 3000-EXIT
001460     END-IF
001470     MOVE SPACES          TO GAME-BACKUP-RECORD
001480     MOVE 'T'             TO GB-RECORD-TYPE
001490     MOVE MB-BACKUP-DATE  TO GB-BACKUP-DATE
001500     MOVE MB-BACKUP-TIME  TO GB-BACKUP-TIME
001510     MOVE MB-GAMES-COPIED TO GB-GAME-COUNT
001520     WRITE GAME-BACKUP-RECORD
001530     IF MB-GAMEBKUP-STATUS NOT = "00"
001540         DISPLAY "GAMEBKUP TRAILER WRITE FAILED, STATUS "
001550             MB-GAMEBKUP-STATUS " - BACKUP INCOMPLETE"
001560         MOVE 'N' TO MB-PROCEED-SW
001570         MOVE 8 TO RETURN-CODE
001580     END-IF.
001590 3000-EXIT.
001600     EXIT.
001610
001620*----------------------------------------------------------------
001630*  9000-TERMINATE-RUN - CLOSE WHATEVER WAS OPENED AND REPORT THE
001640*                       CONTROL TOTALS.
001650*----------------------------------------------------------------
001660 9000-TERMINATE-RUN.
001670     IF MB-GAMEMST-STATUS = "00" OR MB-GAMEMST-STATUS = "10"
001680         CLOSE GAME-MASTER-FILE
001690     END-IF
001700     IF MB-BACKUP-OPEN
001710         CLOSE GAME-BACKUP-FILE
001720     END-IF
001725     EVALUATE TRUE
001730         WHEN MB-PROCEED
001735             DISPLAY "Game master backup complete, stamped "
001740                 MB-BACKUP-DATE " " MB-BACKUP-TIME "."
001745         WHEN MB-BACKUP-OPEN
001750             DISPLAY "GAME MASTER BACKUP NOT COMPLETED - THE "
001755                 "PREVIOUS COPY IS GONE, RERUN BEFORE RELYING "
001760                 "ON GAMEBKUP"
001765         WHEN OTHER
001770             DISPLAY "GAME MASTER BACKUP NOT TAKEN - THE "
001775                 "PREVIOUS COPY IS UNTOUCHED"
001780     END-EVALUATE
001800     DISPLAY "  Games copied:   " MB-GAMES-COPIED.
001810 9000-EXIT.
001820     EXIT.
001830
001840 END PROGRAM GamemstBackup.
