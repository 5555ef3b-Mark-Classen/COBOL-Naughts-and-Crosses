000010*================================================================
000020*  PROGRAM-ID    : PLAYERERASURE
000030*  AUTHOR        : R. MARCHBANKS
000040*  INSTALLATION  : RECREATION SYSTEMS GROUP
000050*  DATE-WRITTEN  : 10/05/2026
000060*  DATE-COMPILED :
000070*----------------------------------------------------------------
000080*  REMARKS.
000090*      ERASES A LEAVER'S PLAYER ID FROM THE LEAGUE FILES WHEN
000100*      PERSONNEL ASKS FOR THEIR PERSONAL IDENTIFIERS TO BE
000110*      REMOVED.  THE ID IS NOT SIMPLY DROPPED - THEIR GAMES ARE
000120*      STILL HALF OF EVERY OPPONENT'S RECORD AND PART OF THEIR
000130*      TEAM'S TOTALS - SO IT IS REPLACED, CONSISTENTLY IN EVERY
000140*      FILE, BY A GENERATED ANONYMOUS TOKEN (ANON AND A FOUR
000150*      DIGIT SEQUENCE), AND EVERY RESULT, RATING CHANGE AND TEAM
000160*      MEMBERSHIP STILL ADDS UP AFTERWARD UNDER THE TOKEN.
000170*      FILES DONE, IN THIS ORDER:
000180*        GAMEJRNL, GAMEBKUP - THE PLAYER IDS INSIDE THE SAVED
000190*                   GAME IMAGES, REWRITTEN IN PLACE.
000200*        GAMEMST  - BOTH PLAYER IDS, EACH REWRITE JOURNALLED ON
000210*                   GAMEJRNL.  THE JOURNAL'S BEFORE IMAGE CARRIES
000220*                   THE TOKEN AS WELL, OR THE JOURNAL WOULD KEEP
000230*                   THE ID THIS RUN EXISTS TO REMOVE.
000240*        GAMEARCH, RATEHIST, SEASHIST, FIXAVAIL, CUPENTRY,
000250*        STATAUDT, VOIDAUDT - EVERY PLAYER AND OPERATOR ID
000260*                   FIELD, REWRITTEN IN PLACE.
000270*        PLAYXREF, PLAYSTAT, PLAYRATE, PLAYLIFE, TEAMMBR - THE
000280*                   LEAVER'S RECORDS ARE MOVED TO THE TOKEN'S KEY
000290*                   (WRITTEN UNDER THE TOKEN, THEN THE OLD KEY
000300*                   DELETED) AND OPPONENT IDS ARE REWRITTEN.
000310*        FIXTURE  - PLAYED FIXTURES TAKE THE TOKEN; UNPLAYED ONES
000320*                   ARE DELETED, SINCE NOBODY IS LEFT TO PLAY
000330*                   THEM.
000340*        CHECKPT  - SUSPENDED GAMES INVOLVING THE LEAVER ARE
000350*                   DELETED.
000360*        CUPBKT   - BOTH SIDES AND THE WINNER OF EVERY TIE.  AN
000370*                   OPEN TIE STAYS OPEN FOR THE COMMITTEE TO
000380*                   SETTLE.
000390*        PLAYREG  - LAST, SO A REGISTRY RECORD STILL UNDER THE OLD
000400*                   ID MEANS THE ERASURE IS NOT FINISHED.  THE
000410*                   TOKEN'S RECORD KEEPS THE DATES, IS MARKED AS
000420*                   LEFT AND LOSES THE NAME AND DEPARTMENT.
000430*      ONLY A PLAYER MARKED AS LEFT ON THE REGISTRY CAN BE ERASED,
000440*      NEVER ONE OF THE ENGINE'S OWN IDS.  A FILE THAT IS NOT ON
000450*      DISK HOLDS NOTHING TO ERASE.  THE RUN APPENDS A STARTED
000460*      RECORD TO THE ERASAUDT AUDIT FILE BEFORE IT TOUCHES
000470*      ANYTHING AND A COMPLETED RECORD WHEN EVERY FILE IS DONE;
000480*      NEITHER HOLDS THE ERASED ID.  A RUN THAT CANNOT FINISH A
000490*      FILE ENDS WITH RETURN CODE 8 AND NO COMPLETED RECORD, AND
000500*      IS RESUMED BY RERUNNING WITH THE SAME ID AND ITS TOKEN -
000510*      EVERY STEP IS SAFE TO REPEAT.  THE ERASCERT CERTIFICATE
000520*      LISTS EACH FILE WITH THE RECORDS READ, CHANGED (A RECORD
000530*      MOVED TO THE TOKEN'S KEY COUNTS AS CHANGED) AND DELETED,
000540*      AND NEVER SHOWS THE ERASED ID EITHER.
000550*----------------------------------------------------------------
000560*  MODIFICATION HISTORY.
000570*      DATE       INIT   DESCRIPTION
000580*      ---------- ----   ----------------------------------------
000590*      10/05/2026 RM     INITIAL VERSION.
000600*================================================================
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. PlayerErasure.
000630 AUTHOR. R. MARCHBANKS.
000640 INSTALLATION. RECREATION SYSTEMS GROUP.
000650 DATE-WRITTEN. 10/05/2026.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PG-PLAYER-ID
000750         FILE STATUS IS ER-PLAYREG-STATUS.
000760
000770     SELECT ERASURE-AUDIT-FILE ASSIGN TO "ERASAUDT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS ER-ERASAUDT-STATUS.
000800
000810     SELECT ERASURE-CERT-FILE ASSIGN TO "ERASCERT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS ER-ERASCERT-STATUS.
000840
000850     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS ER-GAMEJRNL-STATUS.
000880
000890     SELECT GAME-BACKUP-FILE ASSIGN TO "GAMEBKUP"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS ER-GAMEBKUP-STATUS.
000920
000930     SELECT GAME-MASTER-FILE ASSIGN TO "GAMEMST"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS GL-GAME-ID
000970         FILE STATUS IS ER-GAMEMST-STATUS.
000980
000990     SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS ER-GAMEARCH-STATUS.
001020
001030     SELECT PLAYER-XREF-FILE ASSIGN TO "PLAYXREF"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS PX-XREF-KEY
001070         FILE STATUS IS ER-PLAYXREF-STATUS.
001080
001090     SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYSTAT"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS PS-PLAYER-ID
001130         FILE STATUS IS ER-PLAYSTAT-STATUS.
001140
001150     SELECT PLAYER-RATING-FILE ASSIGN TO "PLAYRATE"
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS DYNAMIC
001180         RECORD KEY IS PR-PLAYER-ID
001190         FILE STATUS IS ER-PLAYRATE-STATUS.
001200
001210     SELECT RATING-HISTORY-FILE ASSIGN TO "RATEHIST"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS ER-RATEHIST-STATUS.
001240
001250     SELECT PLAYER-LIFETIME-FILE ASSIGN TO "PLAYLIFE"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS LT-PLAYER-ID
001290         FILE STATUS IS ER-PLAYLIFE-STATUS.
001300
001310     SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS ER-SEASHIST-STATUS.
001340
001350     SELECT TEAM-MEMBER-FILE ASSIGN TO "TEAMMBR"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS TB-MEMBER-KEY
001390         FILE STATUS IS ER-TEAMMBR-STATUS.
001400
001410     SELECT FIXTURE-FILE ASSIGN TO "FIXTURE"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS FX-FIXTURE-KEY
001450         FILE STATUS IS ER-FIXTURE-STATUS.
001460
001470     SELECT FIXTURE-AVAIL-FILE ASSIGN TO "FIXAVAIL"
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS ER-FIXAVAIL-STATUS.
001500
001510     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
001520         ORGANIZATION IS INDEXED
001530         ACCESS MODE IS DYNAMIC
001540         RECORD KEY IS CP-GAME-ID
001550         FILE STATUS IS ER-CHECKPT-STATUS.
001560
001570     SELECT CUP-BRACKET-FILE ASSIGN TO "CUPBKT"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS CB-TIE-KEY
001610         FILE STATUS IS ER-CUPBKT-STATUS.
001620
001630     SELECT CUP-ENTRY-FILE ASSIGN TO "CUPENTRY"
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS ER-CUPENTRY-STATUS.
001660
001670     SELECT STATS-AUDIT-FILE ASSIGN TO "STATAUDT"
001680         ORGANIZATION IS SEQUENTIAL
001690         FILE STATUS IS ER-STATAUDT-STATUS.
001700
001710     SELECT VOID-AUDIT-FILE ASSIGN TO "VOIDAUDT"
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS ER-VOIDAUDT-STATUS.
001740
001750 DATA DIVISION.
001760 FILE SECTION.
001770 FD  PLAYER-REGISTRY-FILE.
001780 COPY NCPLREG.
001790
001800 FD  ERASURE-AUDIT-FILE
001810     RECORDING MODE IS F.
001820 COPY NCERAAUD.
001830
001840 FD  ERASURE-CERT-FILE
001850     RECORDING MODE IS F.
001860 COPY NCERACRT.
001870
001880 FD  GAME-JOURNAL-FILE
001890     RECORDING MODE IS F.
001900 COPY NCGAMJRN.
001910
001920 FD  GAME-BACKUP-FILE
001930     RECORDING MODE IS F.
001940 COPY NCGAMBKP.
001950
001960 FD  GAME-MASTER-FILE.
001970 COPY NCGAMELG.
001980
001990 FD  GAME-ARCHIVE-FILE
002000     RECORDING MODE IS F.
002010 COPY NCGAMSEQ.
002020
002030 FD  PLAYER-XREF-FILE.
002040 COPY NCPLXREF.
002050
002060 FD  PLAYER-STATS-FILE.
002070 COPY NCPLSTAT.
002080
002090 FD  PLAYER-RATING-FILE.
002100 COPY NCPLRATE.
002110
002120 FD  RATING-HISTORY-FILE
002130     RECORDING MODE IS F.
002140 COPY NCRATHST.
002150
002160 FD  PLAYER-LIFETIME-FILE.
002170 COPY NCPLLIFE.
002180
002190 FD  SEASON-HISTORY-FILE
002200     RECORDING MODE IS F.
002210 COPY NCSEAHST.
002220
002230 FD  TEAM-MEMBER-FILE.
002240 COPY NCTEAMMB.
002250
002260 FD  FIXTURE-FILE.
002270 COPY NCFIXTUR.
002280
002290 FD  FIXTURE-AVAIL-FILE
002300     RECORDING MODE IS F.
002310 COPY NCFIXAVL.
002320
002330 FD  CHECKPOINT-FILE.
002340 COPY NCCHKPT.
002350
002360 FD  CUP-BRACKET-FILE.
002370 COPY NCCUPBKT.
002380
002390 FD  CUP-ENTRY-FILE
002400     RECORDING MODE IS F.
002410 COPY NCCUPENT.
002420
002430 FD  STATS-AUDIT-FILE
002440     RECORDING MODE IS F.
002450 COPY NCSTAUDT.
002460
002470 FD  VOID-AUDIT-FILE
002480     RECORDING MODE IS F.
002490 COPY NCVOIDAD.
002500
002510 WORKING-STORAGE SECTION.
002520 77  ER-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
002530 77  ER-ERASAUDT-STATUS    PIC X(02) VALUE SPACES.
002540 77  ER-ERASCERT-STATUS    PIC X(02) VALUE SPACES.
002550 77  ER-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
002560 77  ER-GAMEBKUP-STATUS    PIC X(02) VALUE SPACES.
002570 77  ER-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
002580 77  ER-GAMEARCH-STATUS    PIC X(02) VALUE SPACES.
002590 77  ER-PLAYXREF-STATUS    PIC X(02) VALUE SPACES.
002600 77  ER-PLAYSTAT-STATUS    PIC X(02) VALUE SPACES.
002610 77  ER-PLAYRATE-STATUS    PIC X(02) VALUE SPACES.
002620 77  ER-RATEHIST-STATUS    PIC X(02) VALUE SPACES.
002630 77  ER-PLAYLIFE-STATUS    PIC X(02) VALUE SPACES.
002640 77  ER-SEASHIST-STATUS    PIC X(02) VALUE SPACES.
002650 77  ER-TEAMMBR-STATUS     PIC X(02) VALUE SPACES.
002660 77  ER-FIXTURE-STATUS     PIC X(02) VALUE SPACES.
002670 77  ER-FIXAVAIL-STATUS    PIC X(02) VALUE SPACES.
002680 77  ER-CHECKPT-STATUS     PIC X(02) VALUE SPACES.
002690 77  ER-CUPBKT-STATUS      PIC X(02) VALUE SPACES.
002700 77  ER-CUPENTRY-STATUS    PIC X(02) VALUE SPACES.
002710 77  ER-STATAUDT-STATUS    PIC X(02) VALUE SPACES.
002720 77  ER-VOIDAUDT-STATUS    PIC X(02) VALUE SPACES.
002730 77  ER-OPERATOR-ID        PIC X(08) VALUE SPACES.
002740 77  ER-LEAVER-ID          PIC X(08) VALUE SPACES.
002750 77  ER-RESUME-TOKEN       PIC X(08) VALUE SPACES.
002760 77  ER-TOKEN              PIC X(08) VALUE SPACES.
002770 77  ER-CONFIRM            PIC X(01) VALUE SPACE.
002780 77  ER-PROCEED-SW         PIC X(01) VALUE 'N'.
002790     88  ER-PROCEED               VALUE 'Y'.
002800 77  ER-RESUMING-SW        PIC X(01) VALUE 'N'.
002810     88  ER-RESUMING              VALUE 'Y'.
002820 77  ER-START-FOUND-SW     PIC X(01) VALUE 'N'.
002830     88  ER-START-FOUND           VALUE 'Y'.
002840 77  ER-COMPLETE-FOUND-SW  PIC X(01) VALUE 'N'.
002850     88  ER-COMPLETE-FOUND        VALUE 'Y'.
002860 77  ER-LEAVER-IS-TOKEN-SW PIC X(01) VALUE 'N'.
002870     88  ER-LEAVER-IS-TOKEN       VALUE 'Y'.
002880 77  ER-TOKEN-FREE-SW      PIC X(01) VALUE 'N'.
002890     88  ER-TOKEN-FREE            VALUE 'Y'.
002900 77  ER-INCOMPLETE-SW      PIC X(01) VALUE 'N'.
002910     88  ER-INCOMPLETE            VALUE 'Y'.
002920 77  ER-CERT-OPEN-SW       PIC X(01) VALUE 'N'.
002930     88  ER-CERT-OPEN             VALUE 'Y'.
002940 77  ER-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
002950     88  ER-REGISTRY-OPEN         VALUE 'Y'.
002960 77  ER-EOF-SW             PIC X(01) VALUE 'N'.
002970     88  ER-EOF                   VALUE 'Y'.
002980 77  ER-DONE-SW            PIC X(01) VALUE 'N'.
002990     88  ER-DONE                  VALUE 'Y'.
003000 77  ER-CHANGED-SW         PIC X(01) VALUE 'N'.
003010     88  ER-CHANGED               VALUE 'Y'.
003020 77  ER-FAIL-STATUS        PIC X(02) VALUE SPACES.
003030 77  ER-STARTED-COUNT      PIC 9(04) COMP VALUE 0.
003040 77  ER-FX                 PIC 9(02) COMP VALUE 0.
003050 77  ER-FILES-TOUCHED      PIC 9(02) COMP VALUE 0.
003060 77  ER-TOTAL-READ         PIC 9(07) COMP VALUE 0.
003070 77  ER-TOTAL-CHANGED      PIC 9(07) COMP VALUE 0.
003080 77  ER-TOTAL-DELETED      PIC 9(07) COMP VALUE 0.
003090
003100*----------------------------------------------------------------
003110*  THE GENERATED TOKEN.  THE SEQUENCE IS ONE MORE THAN THE
003120*  ERASURES ALREADY STARTED ON ERASAUDT, STEPPED ON PAST ANY
003130*  TOKEN THE REGISTRY ALREADY HOLDS.
003140*----------------------------------------------------------------
003150 01  ER-NEW-TOKEN.
003160     05  ER-NEW-TOKEN-PREFIX   PIC X(04) VALUE "ANON".
003170     05  ER-NEW-TOKEN-SEQ      PIC 9(04) VALUE 0.
003180
003190*----------------------------------------------------------------
003200*  ER-GAME-IMAGE - A 474-BYTE GAMELOG IMAGE FROM THE JOURNAL OR
003210*  THE BACKUP, WITH THE TWO PLAYER IDS WHERE NCGAMELG HAS THEM.
003220*----------------------------------------------------------------
003230 01  ER-GAME-IMAGE.
003240     05  ER-IMG-GAME-ID        PIC X(08).
003250     05  ER-IMG-PLAYER1-ID     PIC X(08).
003260     05  ER-IMG-PLAYER2-ID     PIC X(08).
003270     05  FILLER                PIC X(450).
003280
003290*----------------------------------------------------------------
003300*  ER-FILE-TBL - ONE ENTRY PER LEAGUE FILE IN THE ORDER THEY ARE
003310*  DONE, WITH ITS COUNTS AND ANY NOTE FOR THE CERTIFICATE.  ER-FX
003320*  IS THE ENTRY OF THE FILE IN HAND.
003330*----------------------------------------------------------------
003340 01  ER-FILE-NAME-VALUES.
003350     05  FILLER                PIC X(08) VALUE "GAMEJRNL".
003360     05  FILLER                PIC X(08) VALUE "GAMEBKUP".
003370     05  FILLER                PIC X(08) VALUE "GAMEMST ".
003380     05  FILLER                PIC X(08) VALUE "GAMEARCH".
003390     05  FILLER                PIC X(08) VALUE "PLAYXREF".
003400     05  FILLER                PIC X(08) VALUE "PLAYSTAT".
003410     05  FILLER                PIC X(08) VALUE "PLAYRATE".
003420     05  FILLER                PIC X(08) VALUE "RATEHIST".
003430     05  FILLER                PIC X(08) VALUE "PLAYLIFE".
003440     05  FILLER                PIC X(08) VALUE "SEASHIST".
003450     05  FILLER                PIC X(08) VALUE "TEAMMBR ".
003460     05  FILLER                PIC X(08) VALUE "FIXTURE ".
003470     05  FILLER                PIC X(08) VALUE "FIXAVAIL".
003480     05  FILLER                PIC X(08) VALUE "CHECKPT ".
003490     05  FILLER                PIC X(08) VALUE "CUPBKT  ".
003500     05  FILLER                PIC X(08) VALUE "CUPENTRY".
003510     05  FILLER                PIC X(08) VALUE "STATAUDT".
003520     05  FILLER                PIC X(08) VALUE "VOIDAUDT".
003530     05  FILLER                PIC X(08) VALUE "PLAYREG ".
003540 01  ER-FILE-NAME-TBL REDEFINES ER-FILE-NAME-VALUES.
003550     05  ER-FILE-NAME OCCURS 19 TIMES PIC X(08).
003560 01  ER-FILE-TBL.
003570     05  ER-FILE-ENTRY OCCURS 19 TIMES.
003580         10  ER-FL-READ        PIC 9(07) COMP.
003590         10  ER-FL-CHANGED     PIC 9(07) COMP.
003600         10  ER-FL-DELETED     PIC 9(07) COMP.
003610         10  ER-FL-NOTE        PIC X(26).
003620 77  ER-FILE-COUNT         PIC 9(02) COMP VALUE 19.
003630 01  ER-OPEN-FAIL-NOTE.
003640     05  FILLER                PIC X(20) VALUE
003650         "OPEN FAILED, STATUS ".
003660     05  ER-OPEN-FAIL-STATUS   PIC X(02).
003670     05  FILLER                PIC X(04) VALUE SPACES.
003680 01  ER-UPDATE-FAIL-NOTE.
003690     05  FILLER                PIC X(22) VALUE
003700         "UPDATE FAILED, STATUS ".
003710     05  ER-UPDATE-FAIL-STATUS PIC X(02).
003720     05  FILLER                PIC X(02) VALUE SPACES.
003730
003740*----------------------------------------------------------------
003750*  PRINT LINE LAYOUTS.  ALL LINES ARE 80 COLUMNS, AS ON GAMERPT.
003760*----------------------------------------------------------------
003770 77  ER-RPT-SEPARATOR      PIC X(80) VALUE ALL "-".
003780 01  ER-RUN-DATE.
003790     05  ER-RUN-YYYY           PIC X(04).
003800     05  ER-RUN-MM             PIC X(02).
003810     05  ER-RUN-DD             PIC X(02).
003820 01  ER-RUN-DATE-N REDEFINES ER-RUN-DATE PIC 9(08).
003830 01  ER-HEADER1-LINE.
003840     05  FILLER                PIC X(36) VALUE
003850         "PLAYER ERASURE CERTIFICATE - RUN ON".
003860     05  FILLER                PIC X(01) VALUE SPACE.
003870     05  ER-HDR-DD             PIC X(02).
003880     05  FILLER                PIC X(01) VALUE "/".
003890     05  ER-HDR-MM             PIC X(02).
003900     05  FILLER                PIC X(01) VALUE "/".
003910     05  ER-HDR-YYYY           PIC X(04).
003920     05  FILLER                PIC X(33) VALUE SPACES.
003930 01  ER-HEADER2-LINE.
003940     05  FILLER                PIC X(17) VALUE
003950         "ANONYMOUS TOKEN: ".
003960     05  ER-HDR-TOKEN          PIC X(08).
003970     05  FILLER                PIC X(13) VALUE
003980         "   OPERATOR: ".
003990     05  ER-HDR-OPERATOR       PIC X(08).
004000     05  FILLER                PIC X(03) VALUE SPACES.
004010     05  ER-HDR-RUN-TYPE       PIC X(31).
004020 01  ER-HEADER3-LINE.
004030     05  FILLER                PIC X(40) VALUE
004040         "FILE        RECORDS READ    CHANGED    D".
004050     05  FILLER                PIC X(40) VALUE
004060         "ELETED  NOTE                            ".
004070 01  ER-DETAIL-LINE.
004080     05  ER-DET-FILE           PIC X(08).
004090     05  FILLER                PIC X(07) VALUE SPACES.
004100     05  ER-DET-READ           PIC Z,ZZZ,ZZ9.
004110     05  FILLER                PIC X(02) VALUE SPACES.
004120     05  ER-DET-CHANGED        PIC Z,ZZZ,ZZ9.
004130     05  FILLER                PIC X(02) VALUE SPACES.
004140     05  ER-DET-DELETED        PIC Z,ZZZ,ZZ9.
004150     05  FILLER                PIC X(02) VALUE SPACES.
004160     05  ER-DET-NOTE           PIC X(26).
004170     05  FILLER                PIC X(06) VALUE SPACES.
004180 01  ER-TOTAL-LINE.
004190     05  ER-TOT-LABEL          PIC X(44).
004200     05  ER-TOT-VALUE          PIC Z,ZZZ,ZZ9.
004210     05  FILLER                PIC X(27) VALUE SPACES.
004220 01  ER-CLOSING-LINE.
004230     05  ER-CLOSING-TEXT-1     PIC X(30).
004240     05  ER-CLOSING-TEXT-2     PIC X(30).
004250     05  ER-CLOSING-TOKEN      PIC X(08).
004260     05  FILLER                PIC X(12) VALUE SPACES.
004270
004280 PROCEDURE DIVISION.
004290 0000-MAIN-PROCEDURE.
004300     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
004310     IF ER-PROCEED
004320         PERFORM 2100-ERASE-GAMEJRNL THRU 2100-EXIT
004330         PERFORM 2200-ERASE-GAMEBKUP THRU 2200-EXIT
004340         PERFORM 2300-ERASE-GAMEMST THRU 2300-EXIT
004350         PERFORM 2400-ERASE-GAMEARCH THRU 2400-EXIT
004360         PERFORM 2500-ERASE-PLAYXREF THRU 2500-EXIT
004370         PERFORM 2600-ERASE-PLAYSTAT THRU 2600-EXIT
004380         PERFORM 2700-ERASE-PLAYRATE THRU 2700-EXIT
004390         PERFORM 2800-ERASE-RATEHIST THRU 2800-EXIT
004400         PERFORM 2900-ERASE-PLAYLIFE THRU 2900-EXIT
004410         PERFORM 3000-ERASE-SEASHIST THRU 3000-EXIT
004420         PERFORM 3100-ERASE-TEAMMBR THRU 3100-EXIT
004430         PERFORM 3200-ERASE-FIXTURE THRU 3200-EXIT
004440         PERFORM 3300-ERASE-FIXAVAIL THRU 3300-EXIT
004450         PERFORM 3400-ERASE-CHECKPT THRU 3400-EXIT
004460         PERFORM 3500-ERASE-CUPBKT THRU 3500-EXIT
004470         PERFORM 3600-ERASE-CUPENTRY THRU 3600-EXIT
004480         PERFORM 3700-ERASE-STATAUDT THRU 3700-EXIT
004490         PERFORM 3800-ERASE-VOIDAUDT THRU 3800-EXIT
004500         PERFORM 3900-ERASE-PLAYREG THRU 3900-EXIT
004510         PERFORM 5000-WRITE-CERTIFICATE THRU 5000-EXIT
004520         PERFORM 5200-WRITE-COMPLETED-AUDIT THRU 5200-EXIT
004530     END-IF
004540     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
004550     GOBACK.
004560
004570*----------------------------------------------------------------
004580*  1000-INITIALIZE-RUN - IDENTIFY THE OPERATOR, TAKE THE LEAVER'S
004590*                        ID AND ANY TOKEN OF AN ERASURE TO RESUME,
004600*                        CHECK BOTH, SETTLE THE TOKEN AND ASK FOR
004610*                        CONFIRMATION.  NOTHING IS CHANGED UNTIL
004620*                        THE OPERATOR CONFIRMS; A REGISTRY OR
004630*                        AUDIT FILE THAT WILL NOT OPEN ENDS THE
004640*                        RUN WITH RETURN CODE 8.
004650*----------------------------------------------------------------
004660 1000-INITIALIZE-RUN.
004670     DISPLAY "Operator ID: "
004680     ACCEPT ER-OPERATOR-ID
004690     IF ER-OPERATOR-ID = SPACES
004700         MOVE "UNKNOWN" TO ER-OPERATOR-ID
004710     END-IF
004720     ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD
004730     PERFORM 1100-CLEAR-ONE-FILE THRU 1100-EXIT
004740         VARYING ER-FX FROM 1 BY 1
004750             UNTIL ER-FX > ER-FILE-COUNT
004760     OPEN I-O PLAYER-REGISTRY-FILE
004770     IF ER-PLAYREG-STATUS NOT = "00"
004780         DISPLAY "PLAYER REGISTRY OPEN FAILED, STATUS "
004790             ER-PLAYREG-STATUS " - NOTHING ERASED"
004800         MOVE 8 TO RETURN-CODE
004810         GO TO 1000-EXIT
004820     END-IF
004830     MOVE 'Y' TO ER-REGISTRY-OPEN-SW
004840     DISPLAY "Player ID to erase: "
004850     ACCEPT ER-LEAVER-ID
004860     DISPLAY "Token of an unfinished erasure to resume "
004870         "(Enter for a new erasure): "
004880     ACCEPT ER-RESUME-TOKEN
004890     IF ER-RESUME-TOKEN NOT = SPACES
004900         MOVE 'Y' TO ER-RESUMING-SW
004910     END-IF
004920     PERFORM 1200-SCAN-ERASURE-AUDIT THRU 1200-EXIT
004930     IF RETURN-CODE = 8
004940         GO TO 1000-EXIT
004950     END-IF
004960     PERFORM 1300-CHECK-LEAVER THRU 1300-EXIT
004970     IF RETURN-CODE = 8
004980         GO TO 1000-EXIT
004990     END-IF
005000     IF ER-RESUMING
005010         MOVE ER-RESUME-TOKEN TO ER-TOKEN
005020     ELSE
005030         PERFORM 1400-ASSIGN-TOKEN THRU 1400-EXIT
005040     END-IF
005050     DISPLAY "Replace " ER-LEAVER-ID " with " ER-TOKEN
005060         " on every league file (Y to confirm)? "
005070     ACCEPT ER-CONFIRM
005080     IF ER-CONFIRM NOT = 'Y'
005090         DISPLAY "Erasure abandoned - nothing changed."
005100         GO TO 1000-EXIT
005110     END-IF
005120     PERFORM 1500-START-ERASURE THRU 1500-EXIT.
005130 1000-EXIT.
005140     EXIT.
005150
005160 1100-CLEAR-ONE-FILE.
005170     MOVE 0 TO ER-FL-READ(ER-FX)
005180     MOVE 0 TO ER-FL-CHANGED(ER-FX)
005190     MOVE 0 TO ER-FL-DELETED(ER-FX)
005200     MOVE SPACES TO ER-FL-NOTE(ER-FX).
005210 1100-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250*  1200-SCAN-ERASURE-AUDIT - COUNT THE ERASURES ALREADY STARTED,
005260*                      FIND ANY RECORDS FOR THE TOKEN BEING
005270*                      RESUMED, AND NOTE WHETHER THE ID KEYED IS
005280*                      ITSELF A TOKEN FROM AN EARLIER ERASURE.  NO
005290*                      ERASAUDT ON DISK MEANS NONE HAS EVER RUN.
005300*----------------------------------------------------------------
005310 1200-SCAN-ERASURE-AUDIT.
005320     OPEN INPUT ERASURE-AUDIT-FILE
005330     IF ER-ERASAUDT-STATUS = "35"
005340         GO TO 1200-EXIT
005350     END-IF
005360     IF ER-ERASAUDT-STATUS NOT = "00"
005370         DISPLAY "ERASAUDT OPEN FAILED, STATUS "
005380             ER-ERASAUDT-STATUS " - NOTHING ERASED"
005390         MOVE 8 TO RETURN-CODE
005400         GO TO 1200-EXIT
005410     END-IF
005420     MOVE 'N' TO ER-EOF-SW
005430     PERFORM 1210-READ-ONE-AUDIT THRU 1210-EXIT
005440         UNTIL ER-EOF
005450     CLOSE ERASURE-AUDIT-FILE.
005460 1200-EXIT.
005470     EXIT.
005480
005490 1210-READ-ONE-AUDIT.
005500     READ ERASURE-AUDIT-FILE
005510         AT END
005520             MOVE 'Y' TO ER-EOF-SW
005530             GO TO 1210-EXIT
005540     END-READ
005550     IF EA-TOKEN = ER-LEAVER-ID
005560         MOVE 'Y' TO ER-LEAVER-IS-TOKEN-SW
005570     END-IF
005580     IF EA-STARTED
005590         ADD 1 TO ER-STARTED-COUNT
005600     END-IF
005610     IF ER-RESUMING
005620         AND EA-TOKEN = ER-RESUME-TOKEN
005630         IF EA-STARTED
005640             MOVE 'Y' TO ER-START-FOUND-SW
005650         END-IF
005660         IF EA-COMPLETED
005670             MOVE 'Y' TO ER-COMPLETE-FOUND-SW
005680         END-IF
005690     END-IF.
005700 1210-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740*  1300-CHECK-LEAVER - THE ID MUST BE A PERSON WHO HAS LEFT: ON
005750*                      THE REGISTRY AND MARKED AS LEFT, NOT AN
005760*                      ENGINE ID, NOT THE OPERATOR AND NOT A TOKEN
005770*                      ALREADY.  A RESUMED ERASURE MAY FIND THE
005780*                      REGISTRY ALREADY MOVED TO ITS TOKEN, SINCE
005790*                      THE REGISTRY IS THE LAST FILE DONE.
005800*----------------------------------------------------------------
005810 1300-CHECK-LEAVER.
005820     IF ER-LEAVER-ID = SPACES
005830         DISPLAY "No player ID keyed - nothing erased."
005840         MOVE 8 TO RETURN-CODE
005850         GO TO 1300-EXIT
005860     END-IF
005870     IF ER-LEAVER-ID = "COMPUTER"
005880             OR ER-LEAVER-ID = "CPUSIM-X"
005890             OR ER-LEAVER-ID = "CPUSIM-O"
005900         DISPLAY ER-LEAVER-ID " is one of the engine's own IDs "
005910             "and is never erased."
005920         MOVE 8 TO RETURN-CODE
005930         GO TO 1300-EXIT
005940     END-IF
005950     IF ER-LEAVER-ID = ER-OPERATOR-ID
005960         DISPLAY "An operator cannot erase their own ID - "
005970             "nothing erased."
005980         MOVE 8 TO RETURN-CODE
005990         GO TO 1300-EXIT
006000     END-IF
006010     IF ER-LEAVER-IS-TOKEN
006020         DISPLAY ER-LEAVER-ID " is already an anonymous token - "
006030             "nothing to erase."
006040         MOVE 8 TO RETURN-CODE
006050         GO TO 1300-EXIT
006060     END-IF
006070     IF ER-RESUMING
006080         IF NOT ER-START-FOUND
006090             DISPLAY "No erasure under token " ER-RESUME-TOKEN
006100                 " was ever started - nothing erased."
006110             MOVE 8 TO RETURN-CODE
006120             GO TO 1300-EXIT
006130         END-IF
006140         IF ER-COMPLETE-FOUND
006150             DISPLAY "The erasure under token " ER-RESUME-TOKEN
006160                 " is already complete - nothing to do."
006170             MOVE 8 TO RETURN-CODE
006180             GO TO 1300-EXIT
006190         END-IF
006200     END-IF
006210     MOVE ER-LEAVER-ID TO PG-PLAYER-ID
006220     READ PLAYER-REGISTRY-FILE
006230         INVALID KEY
006240             CONTINUE
006250     END-READ
006260     IF ER-PLAYREG-STATUS = "00"
006270         IF NOT PG-LEFT
006280             DISPLAY ER-LEAVER-ID " is still an active player - "
006290                 "mark them as left in PlayerRegMaint first."
006300             MOVE 8 TO RETURN-CODE
006310         END-IF
006320         GO TO 1300-EXIT
006330     END-IF
006340     IF ER-RESUMING
006350         MOVE ER-RESUME-TOKEN TO PG-PLAYER-ID
006360         READ PLAYER-REGISTRY-FILE
006370             INVALID KEY
006380                 CONTINUE
006390         END-READ
006400         IF ER-PLAYREG-STATUS = "00"
006410             DISPLAY "Registry already carries " ER-RESUME-TOKEN
006420                 " - resuming the remaining files."
006430             GO TO 1300-EXIT
006440         END-IF
006450     END-IF
006460     DISPLAY ER-LEAVER-ID " is not on the player registry - "
006470         "nothing erased."
006480     MOVE 8 TO RETURN-CODE.
006490 1300-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------
006530*  1400-ASSIGN-TOKEN - THE NEXT TOKEN IN SEQUENCE THAT IS NOT
006540*                      ALREADY ON THE REGISTRY.
006550*----------------------------------------------------------------
006560 1400-ASSIGN-TOKEN.
006570     COMPUTE ER-NEW-TOKEN-SEQ = ER-STARTED-COUNT + 1
006580     MOVE 'N' TO ER-TOKEN-FREE-SW
006590     PERFORM 1410-TRY-ONE-TOKEN THRU 1410-EXIT
006600         UNTIL ER-TOKEN-FREE
006610     MOVE ER-NEW-TOKEN TO ER-TOKEN.
006620 1400-EXIT.
006630     EXIT.
006640
006650 1410-TRY-ONE-TOKEN.
006660     MOVE ER-NEW-TOKEN TO PG-PLAYER-ID
006670     READ PLAYER-REGISTRY-FILE
006680         INVALID KEY
006690             MOVE 'Y' TO ER-TOKEN-FREE-SW
006700             GO TO 1410-EXIT
006710     END-READ
006720     ADD 1 TO ER-NEW-TOKEN-SEQ.
006730 1410-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770*  1500-START-ERASURE - APPEND THE STARTED RECORD TO ERASAUDT FOR
006780*                      A NEW ERASURE (A RESUMED ONE HAS ITS OWN
006790*                      ALREADY) AND OPEN THE CERTIFICATE.  AN
006800*                      AUDIT FILE THAT WILL NOT TAKE THE RECORD
006810*                      ENDS THE RUN BEFORE ANYTHING IS TOUCHED.
006820*----------------------------------------------------------------
006830 1500-START-ERASURE.
006840     OPEN EXTEND ERASURE-AUDIT-FILE
006850     IF ER-ERASAUDT-STATUS = "35"
006860         OPEN OUTPUT ERASURE-AUDIT-FILE
006870         CLOSE ERASURE-AUDIT-FILE
006880         OPEN EXTEND ERASURE-AUDIT-FILE
006890     END-IF
006900     IF ER-ERASAUDT-STATUS NOT = "00"
006910         DISPLAY "ERASAUDT OPEN FAILED, STATUS "
006920             ER-ERASAUDT-STATUS " - NOTHING ERASED, FIX AND RERUN"
006930         MOVE 8 TO RETURN-CODE
006940         GO TO 1500-EXIT
006950     END-IF
006960     IF NOT ER-RESUMING
006970         ACCEPT EA-AUDIT-DATE FROM DATE YYYYMMDD
006980         ACCEPT EA-AUDIT-TIME FROM TIME
006990         MOVE ER-OPERATOR-ID      TO EA-OPERATOR-ID
007000         MOVE 'S'                 TO EA-RECORD-TYPE
007010         MOVE ER-TOKEN            TO EA-TOKEN
007020         MOVE 0                   TO EA-FILES-TOUCHED
007030         MOVE 0                   TO EA-RECORDS-CHANGED
007040         MOVE 0                   TO EA-RECORDS-DELETED
007050         WRITE ERASURE-AUDIT-RECORD
007060         IF ER-ERASAUDT-STATUS NOT = "00"
007070             DISPLAY "ERASAUDT WRITE FAILED, STATUS "
007080                 ER-ERASAUDT-STATUS
007090                 " - NOTHING ERASED, FIX AND RERUN"
007100             CLOSE ERASURE-AUDIT-FILE
007110             MOVE 8 TO RETURN-CODE
007120             GO TO 1500-EXIT
007130         END-IF
007140     END-IF
007150     OPEN OUTPUT ERASURE-CERT-FILE
007160     IF ER-ERASCERT-STATUS = "00"
007170         MOVE 'Y' TO ER-CERT-OPEN-SW
007180     ELSE
007190         DISPLAY "WARNING - ERASCERT OPEN FAILED, STATUS "
007200             ER-ERASCERT-STATUS " - NO CERTIFICATE WILL PRINT"
007210     END-IF
007220     MOVE 'Y' TO ER-PROCEED-SW.
007230 1500-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270*  2100-ERASE-GAMEJRNL - THE GAME IMAGES ALREADY ON THE JOURNAL,
007280*                      REWRITTEN IN PLACE.  DONE BEFORE THE GAME
007290*                      MASTER, WHOSE OWN REWRITES ARE JOURNALLED
007300*                      ALREADY CARRYING THE TOKEN.
007310*----------------------------------------------------------------
007320 2100-ERASE-GAMEJRNL.
007330     MOVE 1 TO ER-FX
007340     OPEN I-O GAME-JOURNAL-FILE
007350     IF ER-GAMEJRNL-STATUS = "35"
007360         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
007370         GO TO 2100-EXIT
007380     END-IF
007390     IF ER-GAMEJRNL-STATUS NOT = "00"
007400         MOVE ER-GAMEJRNL-STATUS TO ER-FAIL-STATUS
007410         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
007420         GO TO 2100-EXIT
007430     END-IF
007440     MOVE 'N' TO ER-EOF-SW
007450     PERFORM 2110-ERASE-ONE-JOURNAL THRU 2110-EXIT
007460         UNTIL ER-EOF
007470     CLOSE GAME-JOURNAL-FILE.
007480 2100-EXIT.
007490     EXIT.
007500
007510 2110-ERASE-ONE-JOURNAL.
007520     READ GAME-JOURNAL-FILE
007530         AT END
007540             MOVE 'Y' TO ER-EOF-SW
007550             GO TO 2110-EXIT
007560     END-READ
007570     IF ER-GAMEJRNL-STATUS NOT = "00"
007580         MOVE ER-GAMEJRNL-STATUS TO ER-FAIL-STATUS
007590         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
007600         MOVE 'Y' TO ER-EOF-SW
007610         GO TO 2110-EXIT
007620     END-IF
007630     ADD 1 TO ER-FL-READ(ER-FX)
007640     MOVE 'N' TO ER-CHANGED-SW
007650     MOVE JR-BEFORE-IMAGE TO ER-GAME-IMAGE
007660     PERFORM 8000-ANONYMISE-IMAGE THRU 8000-EXIT
007670     MOVE ER-GAME-IMAGE TO JR-BEFORE-IMAGE
007680     MOVE JR-AFTER-IMAGE TO ER-GAME-IMAGE
007690     PERFORM 8000-ANONYMISE-IMAGE THRU 8000-EXIT
007700     MOVE ER-GAME-IMAGE TO JR-AFTER-IMAGE
007710     IF NOT ER-CHANGED
007720         GO TO 2110-EXIT
007730     END-IF
007740     REWRITE GAME-JOURNAL-RECORD
007750     IF ER-GAMEJRNL-STATUS NOT = "00"
007760         MOVE ER-GAMEJRNL-STATUS TO ER-FAIL-STATUS
007770         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
007780         GO TO 2110-EXIT
007790     END-IF
007800     ADD 1 TO ER-FL-CHANGED(ER-FX).
007810 2110-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------
007850*  2200-ERASE-GAMEBKUP - THE GAME IMAGES ON THE DETAIL RECORDS OF
007860*                      THE LAST MASTER BACKUP, REWRITTEN IN PLACE
007870*                      SO A RECOVERY CANNOT BRING THE ID BACK.
007880*----------------------------------------------------------------
007890 2200-ERASE-GAMEBKUP.
007900     MOVE 2 TO ER-FX
007910     OPEN I-O GAME-BACKUP-FILE
007920     IF ER-GAMEBKUP-STATUS = "35"
007930         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
007940         GO TO 2200-EXIT
007950     END-IF
007960     IF ER-GAMEBKUP-STATUS NOT = "00"
007970         MOVE ER-GAMEBKUP-STATUS TO ER-FAIL-STATUS
007980         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
007990         GO TO 2200-EXIT
008000     END-IF
008010     MOVE 'N' TO ER-EOF-SW
008020     PERFORM 2210-ERASE-ONE-BACKUP THRU 2210-EXIT
008030         UNTIL ER-EOF
008040     CLOSE GAME-BACKUP-FILE.
008050 2200-EXIT.
008060     EXIT.
008070
008080 2210-ERASE-ONE-BACKUP.
008090     READ GAME-BACKUP-FILE
008100         AT END
008110             MOVE 'Y' TO ER-EOF-SW
008120             GO TO 2210-EXIT
008130     END-READ
008140     IF ER-GAMEBKUP-STATUS NOT = "00"
008150         MOVE ER-GAMEBKUP-STATUS TO ER-FAIL-STATUS
008160         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
008170         MOVE 'Y' TO ER-EOF-SW
008180         GO TO 2210-EXIT
008190     END-IF
008200     ADD 1 TO ER-FL-READ(ER-FX)
008210     IF NOT GB-DETAIL
008220         GO TO 2210-EXIT
008230     END-IF
008240     MOVE 'N' TO ER-CHANGED-SW
008250     MOVE GB-GAME-IMAGE TO ER-GAME-IMAGE
008260     PERFORM 8000-ANONYMISE-IMAGE THRU 8000-EXIT
008270     IF NOT ER-CHANGED
008280         GO TO 2210-EXIT
008290     END-IF
008300     MOVE ER-GAME-IMAGE TO GB-GAME-IMAGE
008310     REWRITE GAME-BACKUP-RECORD
008320     IF ER-GAMEBKUP-STATUS NOT = "00"
008330         MOVE ER-GAMEBKUP-STATUS TO ER-FAIL-STATUS
008340         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
008350         GO TO 2210-EXIT
008360     END-IF
008370     ADD 1 TO ER-FL-CHANGED(ER-FX).
008380 2210-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420*  2300-ERASE-GAMEMST - BOTH PLAYER IDS OF EVERY GAME ON THE
008430*                      MASTER, EACH REWRITE JOURNALLED.  WITHOUT
008440*                      THE JOURNAL THE MASTER IS LEFT ALONE, AS
008450*                      EVERY BATCH UPDATER DOES.
008460*----------------------------------------------------------------
008470 2300-ERASE-GAMEMST.
008480     MOVE 3 TO ER-FX
008490     OPEN EXTEND GAME-JOURNAL-FILE
008500     IF ER-GAMEJRNL-STATUS = "35"
008510         OPEN OUTPUT GAME-JOURNAL-FILE
008520         CLOSE GAME-JOURNAL-FILE
008530         OPEN EXTEND GAME-JOURNAL-FILE
008540     END-IF
008550     IF ER-GAMEJRNL-STATUS NOT = "00"
008560         DISPLAY "WARNING - GAMEJRNL OPEN FAILED, STATUS "
008570             ER-GAMEJRNL-STATUS " - GAME MASTER NOT ERASED"
008580         MOVE "GAMEJRNL WOULD NOT OPEN" TO ER-FL-NOTE(ER-FX)
008590         MOVE 'Y' TO ER-INCOMPLETE-SW
008600         GO TO 2300-EXIT
008610     END-IF
008620     PERFORM 2305-ERASE-MASTER-GAMES THRU 2305-EXIT
008630     CLOSE GAME-JOURNAL-FILE.
008640 2300-EXIT.
008650     EXIT.
008660
008670 2305-ERASE-MASTER-GAMES.
008680     OPEN I-O GAME-MASTER-FILE
008690     IF ER-GAMEMST-STATUS = "35"
008700         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
008710         GO TO 2305-EXIT
008720     END-IF
008730     IF ER-GAMEMST-STATUS NOT = "00"
008740         MOVE ER-GAMEMST-STATUS TO ER-FAIL-STATUS
008750         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
008760         GO TO 2305-EXIT
008770     END-IF
008780     MOVE 'N' TO ER-EOF-SW
008790     PERFORM 2310-ERASE-ONE-GAME THRU 2310-EXIT
008800         UNTIL ER-EOF
008810     CLOSE GAME-MASTER-FILE.
008820 2305-EXIT.
008830     EXIT.
008840
008850 2310-ERASE-ONE-GAME.
008860     READ GAME-MASTER-FILE NEXT RECORD
008870         AT END
008880             MOVE 'Y' TO ER-EOF-SW
008890             GO TO 2310-EXIT
008900     END-READ
008910     IF ER-GAMEMST-STATUS NOT = "00"
008920         MOVE ER-GAMEMST-STATUS TO ER-FAIL-STATUS
008930         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
008940         MOVE 'Y' TO ER-EOF-SW
008950         GO TO 2310-EXIT
008960     END-IF
008970     ADD 1 TO ER-FL-READ(ER-FX)
008980     IF GL-PLAYER1-ID NOT = ER-LEAVER-ID
008990             AND GL-PLAYER2-ID NOT = ER-LEAVER-ID
009000         GO TO 2310-EXIT
009010     END-IF
009020     IF GL-PLAYER1-ID = ER-LEAVER-ID
009030         MOVE ER-TOKEN TO GL-PLAYER1-ID
009040     END-IF
009050     IF GL-PLAYER2-ID = ER-LEAVER-ID
009060         MOVE ER-TOKEN TO GL-PLAYER2-ID
009070     END-IF
009080     REWRITE GAMELOG-RECORD
009090         INVALID KEY
009100             MOVE ER-GAMEMST-STATUS TO ER-FAIL-STATUS
009110             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
009120             GO TO 2310-EXIT
009130     END-REWRITE
009140     ADD 1 TO ER-FL-CHANGED(ER-FX)
009150     PERFORM 2320-JOURNAL-ERASURE THRU 2320-EXIT.
009160 2310-EXIT.
009170     EXIT.
009180
009190*----------------------------------------------------------------
009200*  2320-JOURNAL-ERASURE - APPEND THE REWRITE TO GAMEJRNL AS A
009210*                      CHANGE.  THE BEFORE IMAGE IS THE RECORD AS
009220*                      READ BUT CARRYING THE TOKEN, THE SAME AS
009230*                      THE AFTER IMAGE, SO THE JOURNAL NEVER HOLDS
009240*                      THE ERASED ID AND A ROLL FORWARD FROM THE
009250*                      ERASED BACKUP STILL MATCHES.
009260*----------------------------------------------------------------
009270 2320-JOURNAL-ERASURE.
009280     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
009290     ACCEPT JR-JOURNAL-TIME FROM TIME
009300     MOVE "PLAYERERASURE"     TO JR-PROGRAM-ID
009310     MOVE 'C'                 TO JR-ACTION
009320     MOVE GL-GAME-ID          TO JR-GAME-ID
009330     MOVE GAMELOG-RECORD      TO JR-BEFORE-IMAGE
009340     MOVE GAMELOG-RECORD      TO JR-AFTER-IMAGE
009350     WRITE GAME-JOURNAL-RECORD
009360     IF ER-GAMEJRNL-STATUS NOT = "00"
009370         DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
009380             ER-GAMEJRNL-STATUS " - ERASURE OF " GL-GAME-ID
009390             " NOT JOURNALLED"
009400     END-IF.
009410 2320-EXIT.
009420     EXIT.
009430
009440*----------------------------------------------------------------
009450*  2400-ERASE-GAMEARCH - BOTH PLAYER IDS OF EVERY ARCHIVED GAME,
009460*                      RETRIEVED COPIES INCLUDED, REWRITTEN IN
009470*                      PLACE AS GAMELOGARCHIVE DOES.
009480*----------------------------------------------------------------
009490 2400-ERASE-GAMEARCH.
009500     MOVE 4 TO ER-FX
009510     OPEN I-O GAME-ARCHIVE-FILE
009520     IF ER-GAMEARCH-STATUS = "35"
009530         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
009540         GO TO 2400-EXIT
009550     END-IF
009560     IF ER-GAMEARCH-STATUS NOT = "00"
009570         MOVE ER-GAMEARCH-STATUS TO ER-FAIL-STATUS
009580         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
009590         GO TO 2400-EXIT
009600     END-IF
009610     MOVE 'N' TO ER-EOF-SW
009620     PERFORM 2410-ERASE-ONE-ARCHIVE THRU 2410-EXIT
009630         UNTIL ER-EOF
009640     CLOSE GAME-ARCHIVE-FILE.
009650 2400-EXIT.
009660     EXIT.
009670
009680 2410-ERASE-ONE-ARCHIVE.
009690     READ GAME-ARCHIVE-FILE
009700         AT END
009710             MOVE 'Y' TO ER-EOF-SW
009720             GO TO 2410-EXIT
009730     END-READ
009740     IF ER-GAMEARCH-STATUS NOT = "00"
009750         MOVE ER-GAMEARCH-STATUS TO ER-FAIL-STATUS
009760         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
009770         MOVE 'Y' TO ER-EOF-SW
009780         GO TO 2410-EXIT
009790     END-IF
009800     ADD 1 TO ER-FL-READ(ER-FX)
009810     IF GH-PLAYER1-ID NOT = ER-LEAVER-ID
009820             AND GH-PLAYER2-ID NOT = ER-LEAVER-ID
009830         GO TO 2410-EXIT
009840     END-IF
009850     IF GH-PLAYER1-ID = ER-LEAVER-ID
009860         MOVE ER-TOKEN TO GH-PLAYER1-ID
009870     END-IF
009880     IF GH-PLAYER2-ID = ER-LEAVER-ID
009890         MOVE ER-TOKEN TO GH-PLAYER2-ID
009900     END-IF
009910     REWRITE GAME-HISTORY-RECORD
009920     IF ER-GAMEARCH-STATUS NOT = "00"
009930         MOVE ER-GAMEARCH-STATUS TO ER-FAIL-STATUS
009940         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
009950         GO TO 2410-EXIT
009960     END-IF
009970     ADD 1 TO ER-FL-CHANGED(ER-FX).
009980 2410-EXIT.
009990     EXIT.
010000
010010*----------------------------------------------------------------
010020*  2500-ERASE-PLAYXREF - FIRST EVERY OPPONENT ID ON THE OTHER
010030*                      PLAYERS' ENTRIES, REWRITTEN WHERE THEY
010040*                      STAND; THEN THE LEAVER'S OWN ENTRIES, MOVED
010050*                      ONE AT A TIME TO THE TOKEN'S KEY.
010060*----------------------------------------------------------------
010070 2500-ERASE-PLAYXREF.
010080     MOVE 5 TO ER-FX
010090     OPEN I-O PLAYER-XREF-FILE
010100     IF ER-PLAYXREF-STATUS = "35"
010110         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
010120         GO TO 2500-EXIT
010130     END-IF
010140     IF ER-PLAYXREF-STATUS NOT = "00"
010150         MOVE ER-PLAYXREF-STATUS TO ER-FAIL-STATUS
010160         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
010170         GO TO 2500-EXIT
010180     END-IF
010190     MOVE 'N' TO ER-EOF-SW
010200     PERFORM 2510-ERASE-ONE-OPPONENT THRU 2510-EXIT
010210         UNTIL ER-EOF
010220     MOVE 'N' TO ER-DONE-SW
010230     PERFORM 2520-REKEY-ONE-XREF THRU 2520-EXIT
010240         UNTIL ER-DONE
010250     CLOSE PLAYER-XREF-FILE.
010260 2500-EXIT.
010270     EXIT.
010280
010290 2510-ERASE-ONE-OPPONENT.
010300     READ PLAYER-XREF-FILE NEXT RECORD
010310         AT END
010320             MOVE 'Y' TO ER-EOF-SW
010330             GO TO 2510-EXIT
010340     END-READ
010350     IF ER-PLAYXREF-STATUS NOT = "00"
010360         MOVE ER-PLAYXREF-STATUS TO ER-FAIL-STATUS
010370         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
010380         MOVE 'Y' TO ER-EOF-SW
010390         GO TO 2510-EXIT
010400     END-IF
010410     ADD 1 TO ER-FL-READ(ER-FX)
010420     IF PX-OPPONENT-ID NOT = ER-LEAVER-ID
010430         GO TO 2510-EXIT
010440     END-IF
010450     MOVE ER-TOKEN TO PX-OPPONENT-ID
010460     REWRITE PLAYER-XREF-RECORD
010470         INVALID KEY
010480             MOVE ER-PLAYXREF-STATUS TO ER-FAIL-STATUS
010490             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
010500             GO TO 2510-EXIT
010510     END-REWRITE
010520     ADD 1 TO ER-FL-CHANGED(ER-FX).
010530 2510-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------------
010570*  2520-REKEY-ONE-XREF - POSITION AT THE LEAVER'S FIRST REMAINING
010580*                      ENTRY, WRITE IT UNDER THE TOKEN AND DELETE
010590*                      IT.  THE FILE IS REPOSITIONED EVERY TIME,
010600*                      SO THE NEW ENTRIES CANNOT UPSET THE BROWSE.
010610*                      ON A RESUMED RUN AN ENTRY ALREADY UNDER THE
010620*                      TOKEN JUST HAS ITS OLD KEY DELETED.
010630*----------------------------------------------------------------
010640 2520-REKEY-ONE-XREF.
010650     MOVE ER-LEAVER-ID TO PX-PLAYER-ID
010660     MOVE 0 TO PX-GAME-DATE
010670     MOVE 0 TO PX-GAME-TIME
010680     MOVE LOW-VALUES TO PX-GAME-ID
010690     START PLAYER-XREF-FILE KEY IS NOT LESS THAN PX-XREF-KEY
010700         INVALID KEY
010710             MOVE 'Y' TO ER-DONE-SW
010720             GO TO 2520-EXIT
010730     END-START
010740     READ PLAYER-XREF-FILE NEXT RECORD
010750         AT END
010760             MOVE 'Y' TO ER-DONE-SW
010770             GO TO 2520-EXIT
010780     END-READ
010790     IF PX-PLAYER-ID NOT = ER-LEAVER-ID
010800         MOVE 'Y' TO ER-DONE-SW
010810         GO TO 2520-EXIT
010820     END-IF
010830     MOVE ER-TOKEN TO PX-PLAYER-ID
010840     WRITE PLAYER-XREF-RECORD
010850         INVALID KEY
010860             CONTINUE
010870     END-WRITE
010880     IF ER-PLAYXREF-STATUS NOT = "00"
010890             AND (ER-PLAYXREF-STATUS NOT = "22"
010900                  OR NOT ER-RESUMING)
010910         MOVE ER-PLAYXREF-STATUS TO ER-FAIL-STATUS
010920         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
010930         MOVE 'Y' TO ER-DONE-SW
010940         GO TO 2520-EXIT
010950     END-IF
010960     MOVE ER-LEAVER-ID TO PX-PLAYER-ID
010970     DELETE PLAYER-XREF-FILE RECORD
010980         INVALID KEY
010990             MOVE ER-PLAYXREF-STATUS TO ER-FAIL-STATUS
011000             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
011010             MOVE 'Y' TO ER-DONE-SW
011020             GO TO 2520-EXIT
011030     END-DELETE
011040     ADD 1 TO ER-FL-CHANGED(ER-FX).
011050 2520-EXIT.
011060     EXIT.
011070
011080*----------------------------------------------------------------
011090*  2600-ERASE-PLAYSTAT - THE LEAVER'S STANDINGS RECORD, IF THE
011100*                      STATS MAINTENANCE HAS NOT ALREADY DELETED
011110*                      IT, MOVED TO THE TOKEN'S KEY.
011120*----------------------------------------------------------------
011130 2600-ERASE-PLAYSTAT.
011140     MOVE 6 TO ER-FX
011150     OPEN I-O PLAYER-STATS-FILE
011160     IF ER-PLAYSTAT-STATUS = "35"
011170         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
011180         GO TO 2600-EXIT
011190     END-IF
011200     IF ER-PLAYSTAT-STATUS NOT = "00"
011210         MOVE ER-PLAYSTAT-STATUS TO ER-FAIL-STATUS
011220         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
011230         GO TO 2600-EXIT
011240     END-IF
011250     PERFORM 2610-REKEY-PLAYSTAT THRU 2610-EXIT
011260     CLOSE PLAYER-STATS-FILE.
011270 2600-EXIT.
011280     EXIT.
011290
011300 2610-REKEY-PLAYSTAT.
011310     MOVE ER-LEAVER-ID TO PS-PLAYER-ID
011320     READ PLAYER-STATS-FILE
011330         INVALID KEY
011340             GO TO 2610-EXIT
011350     END-READ
011360     ADD 1 TO ER-FL-READ(ER-FX)
011370     MOVE ER-TOKEN TO PS-PLAYER-ID
011380     WRITE PLAYER-STATS-RECORD
011390         INVALID KEY
011400             CONTINUE
011410     END-WRITE
011420     IF ER-PLAYSTAT-STATUS NOT = "00"
011430             AND (ER-PLAYSTAT-STATUS NOT = "22"
011440                  OR NOT ER-RESUMING)
011450         MOVE ER-PLAYSTAT-STATUS TO ER-FAIL-STATUS
011460         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
011470         GO TO 2610-EXIT
011480     END-IF
011490     MOVE ER-LEAVER-ID TO PS-PLAYER-ID
011500     DELETE PLAYER-STATS-FILE RECORD
011510         INVALID KEY
011520             MOVE ER-PLAYSTAT-STATUS TO ER-FAIL-STATUS
011530             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
011540             GO TO 2610-EXIT
011550     END-DELETE
011560     ADD 1 TO ER-FL-CHANGED(ER-FX).
011570 2610-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------------
011610*  2700-ERASE-PLAYRATE - THE LEAVER'S RATING RECORD, MOVED TO THE
011620*                      TOKEN'S KEY.
011630*----------------------------------------------------------------
011640 2700-ERASE-PLAYRATE.
011650     MOVE 7 TO ER-FX
011660     OPEN I-O PLAYER-RATING-FILE
011670     IF ER-PLAYRATE-STATUS = "35"
011680         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
011690         GO TO 2700-EXIT
011700     END-IF
011710     IF ER-PLAYRATE-STATUS NOT = "00"
011720         MOVE ER-PLAYRATE-STATUS TO ER-FAIL-STATUS
011730         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
011740         GO TO 2700-EXIT
011750     END-IF
011760     PERFORM 2710-REKEY-PLAYRATE THRU 2710-EXIT
011770     CLOSE PLAYER-RATING-FILE.
011780 2700-EXIT.
011790     EXIT.
011800
011810 2710-REKEY-PLAYRATE.
011820     MOVE ER-LEAVER-ID TO PR-PLAYER-ID
011830     READ PLAYER-RATING-FILE
011840         INVALID KEY
011850             GO TO 2710-EXIT
011860     END-READ
011870     ADD 1 TO ER-FL-READ(ER-FX)
011880     MOVE ER-TOKEN TO PR-PLAYER-ID
011890     WRITE PLAYER-RATING-RECORD
011900         INVALID KEY
011910             CONTINUE
011920     END-WRITE
011930     IF ER-PLAYRATE-STATUS NOT = "00"
011940             AND (ER-PLAYRATE-STATUS NOT = "22"
011950                  OR NOT ER-RESUMING)
011960         MOVE ER-PLAYRATE-STATUS TO ER-FAIL-STATUS
011970         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
011980         GO TO 2710-EXIT
011990     END-IF
012000     MOVE ER-LEAVER-ID TO PR-PLAYER-ID
012010     DELETE PLAYER-RATING-FILE RECORD
012020         INVALID KEY
012030             MOVE ER-PLAYRATE-STATUS TO ER-FAIL-STATUS
012040             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
012050             GO TO 2710-EXIT
012060     END-DELETE
012070     ADD 1 TO ER-FL-CHANGED(ER-FX).
012080 2710-EXIT.
012090     EXIT.
012100
012110*----------------------------------------------------------------
012120*  2800-ERASE-RATEHIST - THE PLAYER AND OPPONENT OF EVERY RATING
012130*                      CHANGE, REWRITTEN IN PLACE.
012140*----------------------------------------------------------------
012150 2800-ERASE-RATEHIST.
012160     MOVE 8 TO ER-FX
012170     OPEN I-O RATING-HISTORY-FILE
012180     IF ER-RATEHIST-STATUS = "35"
012190         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
012200         GO TO 2800-EXIT
012210     END-IF
012220     IF ER-RATEHIST-STATUS NOT = "00"
012230         MOVE ER-RATEHIST-STATUS TO ER-FAIL-STATUS
012240         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
012250         GO TO 2800-EXIT
012260     END-IF
012270     MOVE 'N' TO ER-EOF-SW
012280     PERFORM 2810-ERASE-ONE-RATEHIST THRU 2810-EXIT
012290         UNTIL ER-EOF
012300     CLOSE RATING-HISTORY-FILE.
012310 2800-EXIT.
012320     EXIT.
012330
012340 2810-ERASE-ONE-RATEHIST.
012350     READ RATING-HISTORY-FILE
012360         AT END
012370             MOVE 'Y' TO ER-EOF-SW
012380             GO TO 2810-EXIT
012390     END-READ
012400     IF ER-RATEHIST-STATUS NOT = "00"
012410         MOVE ER-RATEHIST-STATUS TO ER-FAIL-STATUS
012420         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
012430         MOVE 'Y' TO ER-EOF-SW
012440         GO TO 2810-EXIT
012450     END-IF
012460     ADD 1 TO ER-FL-READ(ER-FX)
012470     IF RH-PLAYER-ID NOT = ER-LEAVER-ID
012480             AND RH-OPPONENT-ID NOT = ER-LEAVER-ID
012490         GO TO 2810-EXIT
012500     END-IF
012510     IF RH-PLAYER-ID = ER-LEAVER-ID
012520         MOVE ER-TOKEN TO RH-PLAYER-ID
012530     END-IF
012540     IF RH-OPPONENT-ID = ER-LEAVER-ID
012550         MOVE ER-TOKEN TO RH-OPPONENT-ID
012560     END-IF
012570     REWRITE RATING-HISTORY-RECORD
012580     IF ER-RATEHIST-STATUS NOT = "00"
012590         MOVE ER-RATEHIST-STATUS TO ER-FAIL-STATUS
012600         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
012610         GO TO 2810-EXIT
012620     END-IF
012630     ADD 1 TO ER-FL-CHANGED(ER-FX).
012640 2810-EXIT.
012650     EXIT.
012660
012670*----------------------------------------------------------------
012680*  2900-ERASE-PLAYLIFE - THE LEAVER'S LIFETIME RECORD, MOVED TO
012690*                      THE TOKEN'S KEY.
012700*----------------------------------------------------------------
012710 2900-ERASE-PLAYLIFE.
012720     MOVE 9 TO ER-FX
012730     OPEN I-O PLAYER-LIFETIME-FILE
012740     IF ER-PLAYLIFE-STATUS = "35"
012750         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
012760         GO TO 2900-EXIT
012770     END-IF
012780     IF ER-PLAYLIFE-STATUS NOT = "00"
012790         MOVE ER-PLAYLIFE-STATUS TO ER-FAIL-STATUS
012800         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
012810         GO TO 2900-EXIT
012820     END-IF
012830     PERFORM 2910-REKEY-PLAYLIFE THRU 2910-EXIT
012840     CLOSE PLAYER-LIFETIME-FILE.
012850 2900-EXIT.
012860     EXIT.
012870
012880 2910-REKEY-PLAYLIFE.
012890     MOVE ER-LEAVER-ID TO LT-PLAYER-ID
012900     READ PLAYER-LIFETIME-FILE
012910         INVALID KEY
012920             GO TO 2910-EXIT
012930     END-READ
012940     ADD 1 TO ER-FL-READ(ER-FX)
012950     MOVE ER-TOKEN TO LT-PLAYER-ID
012960     WRITE PLAYER-LIFETIME-RECORD
012970         INVALID KEY
012980             CONTINUE
012990     END-WRITE
013000     IF ER-PLAYLIFE-STATUS NOT = "00"
013010             AND (ER-PLAYLIFE-STATUS NOT = "22"
013020                  OR NOT ER-RESUMING)
013030         MOVE ER-PLAYLIFE-STATUS TO ER-FAIL-STATUS
013040         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
013050         GO TO 2910-EXIT
013060     END-IF
013070     MOVE ER-LEAVER-ID TO LT-PLAYER-ID
013080     DELETE PLAYER-LIFETIME-FILE RECORD
013090         INVALID KEY
013100             MOVE ER-PLAYLIFE-STATUS TO ER-FAIL-STATUS
013110             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
013120             GO TO 2910-EXIT
013130     END-DELETE
013140     ADD 1 TO ER-FL-CHANGED(ER-FX).
013150 2910-EXIT.
013160     EXIT.
013170
013180*----------------------------------------------------------------
013190*  3000-ERASE-SEASHIST - THE LEAVER'S CLOSED-SEASON STANDINGS,
013200*                      REWRITTEN IN PLACE.
013210*----------------------------------------------------------------
013220 3000-ERASE-SEASHIST.
013230     MOVE 10 TO ER-FX
013240     OPEN I-O SEASON-HISTORY-FILE
013250     IF ER-SEASHIST-STATUS = "35"
013260         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
013270         GO TO 3000-EXIT
013280     END-IF
013290     IF ER-SEASHIST-STATUS NOT = "00"
013300         MOVE ER-SEASHIST-STATUS TO ER-FAIL-STATUS
013310         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
013320         GO TO 3000-EXIT
013330     END-IF
013340     MOVE 'N' TO ER-EOF-SW
013350     PERFORM 3010-ERASE-ONE-SEASHIST THRU 3010-EXIT
013360         UNTIL ER-EOF
013370     CLOSE SEASON-HISTORY-FILE.
013380 3000-EXIT.
013390     EXIT.
013400
013410 3010-ERASE-ONE-SEASHIST.
013420     READ SEASON-HISTORY-FILE
013430         AT END
013440             MOVE 'Y' TO ER-EOF-SW
013450             GO TO 3010-EXIT
013460     END-READ
013470     IF ER-SEASHIST-STATUS NOT = "00"
013480         MOVE ER-SEASHIST-STATUS TO ER-FAIL-STATUS
013490         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
013500         MOVE 'Y' TO ER-EOF-SW
013510         GO TO 3010-EXIT
013520     END-IF
013530     ADD 1 TO ER-FL-READ(ER-FX)
013540     IF SH-PLAYER-ID NOT = ER-LEAVER-ID
013550         GO TO 3010-EXIT
013560     END-IF
013570     MOVE ER-TOKEN TO SH-PLAYER-ID
013580     REWRITE SEASON-HISTORY-RECORD
013590     IF ER-SEASHIST-STATUS NOT = "00"
013600         MOVE ER-SEASHIST-STATUS TO ER-FAIL-STATUS
013610         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
013620         GO TO 3010-EXIT
013630     END-IF
013640     ADD 1 TO ER-FL-CHANGED(ER-FX).
013650 3010-EXIT.
013660     EXIT.
013670
013680*----------------------------------------------------------------
013690*  3100-ERASE-TEAMMBR - EVERY TEAM MEMBERSHIP OF THE LEAVER, MOVED
013700*                      ONE AT A TIME TO THE TOKEN'S KEY WITH ITS
013710*                      DATES UNCHANGED, SO THE TEAM TOTALS STILL
013720*                      COUNT THE GAMES PLAYED FOR THE TEAM.
013730*----------------------------------------------------------------
013740 3100-ERASE-TEAMMBR.
013750     MOVE 11 TO ER-FX
013760     OPEN I-O TEAM-MEMBER-FILE
013770     IF ER-TEAMMBR-STATUS = "35"
013780         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
013790         GO TO 3100-EXIT
013800     END-IF
013810     IF ER-TEAMMBR-STATUS NOT = "00"
013820         MOVE ER-TEAMMBR-STATUS TO ER-FAIL-STATUS
013830         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
013840         GO TO 3100-EXIT
013850     END-IF
013860     MOVE 'N' TO ER-DONE-SW
013870     PERFORM 3110-REKEY-ONE-MEMBER THRU 3110-EXIT
013880         UNTIL ER-DONE
013890     CLOSE TEAM-MEMBER-FILE.
013900 3100-EXIT.
013910     EXIT.
013920
013930 3110-REKEY-ONE-MEMBER.
013940     MOVE ER-LEAVER-ID TO TB-PLAYER-ID
013950     MOVE 0 TO TB-EFF-DATE
013960     START TEAM-MEMBER-FILE KEY IS NOT LESS THAN TB-MEMBER-KEY
013970         INVALID KEY
013980             MOVE 'Y' TO ER-DONE-SW
013990             GO TO 3110-EXIT
014000     END-START
014010     READ TEAM-MEMBER-FILE NEXT RECORD
014020         AT END
014030             MOVE 'Y' TO ER-DONE-SW
014040             GO TO 3110-EXIT
014050     END-READ
014060     IF TB-PLAYER-ID NOT = ER-LEAVER-ID
014070         MOVE 'Y' TO ER-DONE-SW
014080         GO TO 3110-EXIT
014090     END-IF
014100     ADD 1 TO ER-FL-READ(ER-FX)
014110     MOVE ER-TOKEN TO TB-PLAYER-ID
014120     WRITE TEAM-MEMBER-RECORD
014130         INVALID KEY
014140             CONTINUE
014150     END-WRITE
014160     IF ER-TEAMMBR-STATUS NOT = "00"
014170             AND (ER-TEAMMBR-STATUS NOT = "22"
014180                  OR NOT ER-RESUMING)
014190         MOVE ER-TEAMMBR-STATUS TO ER-FAIL-STATUS
014200         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
014210         MOVE 'Y' TO ER-DONE-SW
014220         GO TO 3110-EXIT
014230     END-IF
014240     MOVE ER-LEAVER-ID TO TB-PLAYER-ID
014250     DELETE TEAM-MEMBER-FILE RECORD
014260         INVALID KEY
014270             MOVE ER-TEAMMBR-STATUS TO ER-FAIL-STATUS
014280             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
014290             MOVE 'Y' TO ER-DONE-SW
014300             GO TO 3110-EXIT
014310     END-DELETE
014320     ADD 1 TO ER-FL-CHANGED(ER-FX).
014330 3110-EXIT.
014340     EXIT.
014350
014360*----------------------------------------------------------------
014370*  3200-ERASE-FIXTURE - A PLAYED FIXTURE OF THE LEAVER'S TAKES THE
014380*                      TOKEN; AN UNPLAYED ONE IS DELETED, SINCE IT
014390*                      CAN NEVER BE PLAYED AND MUST NOT BE AWARDED
014400*                      AS A WALKOVER EITHER.
014410*----------------------------------------------------------------
014420 3200-ERASE-FIXTURE.
014430     MOVE 12 TO ER-FX
014440     OPEN I-O FIXTURE-FILE
014450     IF ER-FIXTURE-STATUS = "35"
014460         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
014470         GO TO 3200-EXIT
014480     END-IF
014490     IF ER-FIXTURE-STATUS NOT = "00"
014500         MOVE ER-FIXTURE-STATUS TO ER-FAIL-STATUS
014510         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
014520         GO TO 3200-EXIT
014530     END-IF
014540     MOVE 'N' TO ER-EOF-SW
014550     PERFORM 3210-ERASE-ONE-FIXTURE THRU 3210-EXIT
014560         UNTIL ER-EOF
014570     CLOSE FIXTURE-FILE.
014580 3200-EXIT.
014590     EXIT.
014600
014610 3210-ERASE-ONE-FIXTURE.
014620     READ FIXTURE-FILE NEXT RECORD
014630         AT END
014640             MOVE 'Y' TO ER-EOF-SW
014650             GO TO 3210-EXIT
014660     END-READ
014670     IF ER-FIXTURE-STATUS NOT = "00"
014680         MOVE ER-FIXTURE-STATUS TO ER-FAIL-STATUS
014690         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
014700         MOVE 'Y' TO ER-EOF-SW
014710         GO TO 3210-EXIT
014720     END-IF
014730     ADD 1 TO ER-FL-READ(ER-FX)
014740     IF FX-PLAYER1-ID NOT = ER-LEAVER-ID
014750             AND FX-PLAYER2-ID NOT = ER-LEAVER-ID
014760         GO TO 3210-EXIT
014770     END-IF
014780     IF NOT FX-PLAYED
014790         DELETE FIXTURE-FILE RECORD
014800             INVALID KEY
014810                 MOVE ER-FIXTURE-STATUS TO ER-FAIL-STATUS
014820                 PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
014830                 GO TO 3210-EXIT
014840         END-DELETE
014850         ADD 1 TO ER-FL-DELETED(ER-FX)
014860         GO TO 3210-EXIT
014870     END-IF
014880     IF FX-PLAYER1-ID = ER-LEAVER-ID
014890         MOVE ER-TOKEN TO FX-PLAYER1-ID
014900     END-IF
014910     IF FX-PLAYER2-ID = ER-LEAVER-ID
014920         MOVE ER-TOKEN TO FX-PLAYER2-ID
014930     END-IF
014940     REWRITE FIXTURE-RECORD
014950         INVALID KEY
014960             MOVE ER-FIXTURE-STATUS TO ER-FAIL-STATUS
014970             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
014980             GO TO 3210-EXIT
014990     END-REWRITE
015000     ADD 1 TO ER-FL-CHANGED(ER-FX).
015010 3210-EXIT.
015020     EXIT.
015030
015040*----------------------------------------------------------------
015050*  3300-ERASE-FIXAVAIL - THE LEAVER'S AVAILABILITY DECLARATIONS,
015060*                      REWRITTEN IN PLACE.
015070*----------------------------------------------------------------
015080 3300-ERASE-FIXAVAIL.
015090     MOVE 13 TO ER-FX
015100     OPEN I-O FIXTURE-AVAIL-FILE
015110     IF ER-FIXAVAIL-STATUS = "35"
015120         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
015130         GO TO 3300-EXIT
015140     END-IF
015150     IF ER-FIXAVAIL-STATUS NOT = "00"
015160         MOVE ER-FIXAVAIL-STATUS TO ER-FAIL-STATUS
015170         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
015180         GO TO 3300-EXIT
015190     END-IF
015200     MOVE 'N' TO ER-EOF-SW
015210     PERFORM 3310-ERASE-ONE-AVAIL THRU 3310-EXIT
015220         UNTIL ER-EOF
015230     CLOSE FIXTURE-AVAIL-FILE.
015240 3300-EXIT.
015250     EXIT.
015260
015270 3310-ERASE-ONE-AVAIL.
015280     READ FIXTURE-AVAIL-FILE
015290         AT END
015300             MOVE 'Y' TO ER-EOF-SW
015310             GO TO 3310-EXIT
015320     END-READ
015330     IF ER-FIXAVAIL-STATUS NOT = "00"
015340         MOVE ER-FIXAVAIL-STATUS TO ER-FAIL-STATUS
015350         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
015360         MOVE 'Y' TO ER-EOF-SW
015370         GO TO 3310-EXIT
015380     END-IF
015390     ADD 1 TO ER-FL-READ(ER-FX)
015400     IF AV-PLAYER-ID NOT = ER-LEAVER-ID
015410         GO TO 3310-EXIT
015420     END-IF
015430     MOVE ER-TOKEN TO AV-PLAYER-ID
015440     REWRITE FIXTURE-AVAIL-RECORD
015450     IF ER-FIXAVAIL-STATUS NOT = "00"
015460         MOVE ER-FIXAVAIL-STATUS TO ER-FAIL-STATUS
015470         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
015480         GO TO 3310-EXIT
015490     END-IF
015500     ADD 1 TO ER-FL-CHANGED(ER-FX).
015510 3310-EXIT.
015520     EXIT.
015530
015540*----------------------------------------------------------------
015550*  3400-ERASE-CHECKPT - A SUSPENDED GAME INVOLVING THE LEAVER CAN
015560*                      NEVER BE RESUMED, SO ITS CHECKPOINT IS
015570*                      DELETED.
015580*----------------------------------------------------------------
015590 3400-ERASE-CHECKPT.
015600     MOVE 14 TO ER-FX
015610     OPEN I-O CHECKPOINT-FILE
015620     IF ER-CHECKPT-STATUS = "35"
015630         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
015640         GO TO 3400-EXIT
015650     END-IF
015660     IF ER-CHECKPT-STATUS NOT = "00"
015670         MOVE ER-CHECKPT-STATUS TO ER-FAIL-STATUS
015680         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
015690         GO TO 3400-EXIT
015700     END-IF
015710     MOVE 'N' TO ER-EOF-SW
015720     PERFORM 3410-ERASE-ONE-CHECKPOINT THRU 3410-EXIT
015730         UNTIL ER-EOF
015740     CLOSE CHECKPOINT-FILE.
015750 3400-EXIT.
015760     EXIT.
015770
015780 3410-ERASE-ONE-CHECKPOINT.
015790     READ CHECKPOINT-FILE NEXT RECORD
015800         AT END
015810             MOVE 'Y' TO ER-EOF-SW
015820             GO TO 3410-EXIT
015830     END-READ
015840     IF ER-CHECKPT-STATUS NOT = "00"
015850         MOVE ER-CHECKPT-STATUS TO ER-FAIL-STATUS
015860         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
015870         MOVE 'Y' TO ER-EOF-SW
015880         GO TO 3410-EXIT
015890     END-IF
015900     ADD 1 TO ER-FL-READ(ER-FX)
015910     IF CP-PLAYER1-ID NOT = ER-LEAVER-ID
015920             AND CP-PLAYER2-ID NOT = ER-LEAVER-ID
015930         GO TO 3410-EXIT
015940     END-IF
015950     DELETE CHECKPOINT-FILE RECORD
015960         INVALID KEY
015970             MOVE ER-CHECKPT-STATUS TO ER-FAIL-STATUS
015980             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
015990             GO TO 3410-EXIT
016000     END-DELETE
016010     ADD 1 TO ER-FL-DELETED(ER-FX).
016020 3410-EXIT.
016030     EXIT.
016040
016050*----------------------------------------------------------------
016060*  3500-ERASE-CUPBKT - BOTH SIDES AND THE WINNER OF EVERY CUP TIE.
016070*                      A TIE STILL OPEN IS LEFT OPEN UNDER THE
016080*                      TOKEN FOR THE COMMITTEE TO SETTLE.
016090*----------------------------------------------------------------
016100 3500-ERASE-CUPBKT.
016110     MOVE 15 TO ER-FX
016120     OPEN I-O CUP-BRACKET-FILE
016130     IF ER-CUPBKT-STATUS = "35"
016140         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
016150         GO TO 3500-EXIT
016160     END-IF
016170     IF ER-CUPBKT-STATUS NOT = "00"
016180         MOVE ER-CUPBKT-STATUS TO ER-FAIL-STATUS
016190         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
016200         GO TO 3500-EXIT
016210     END-IF
016220     MOVE 'N' TO ER-EOF-SW
016230     PERFORM 3510-ERASE-ONE-TIE THRU 3510-EXIT
016240         UNTIL ER-EOF
016250     CLOSE CUP-BRACKET-FILE.
016260 3500-EXIT.
016270     EXIT.
016280
016290 3510-ERASE-ONE-TIE.
016300     READ CUP-BRACKET-FILE NEXT RECORD
016310         AT END
016320             MOVE 'Y' TO ER-EOF-SW
016330             GO TO 3510-EXIT
016340     END-READ
016350     IF ER-CUPBKT-STATUS NOT = "00"
016360         MOVE ER-CUPBKT-STATUS TO ER-FAIL-STATUS
016370         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
016380         MOVE 'Y' TO ER-EOF-SW
016390         GO TO 3510-EXIT
016400     END-IF
016410     ADD 1 TO ER-FL-READ(ER-FX)
016420     MOVE 'N' TO ER-CHANGED-SW
016430     IF CB-PLAYER1-ID = ER-LEAVER-ID
016440         MOVE ER-TOKEN TO CB-PLAYER1-ID
016450         MOVE 'Y' TO ER-CHANGED-SW
016460     END-IF
016470     IF CB-PLAYER2-ID = ER-LEAVER-ID
016480         MOVE ER-TOKEN TO CB-PLAYER2-ID
016490         MOVE 'Y' TO ER-CHANGED-SW
016500     END-IF
016510     IF CB-WINNER-ID = ER-LEAVER-ID
016520         MOVE ER-TOKEN TO CB-WINNER-ID
016530         MOVE 'Y' TO ER-CHANGED-SW
016540     END-IF
016550     IF NOT ER-CHANGED
016560         GO TO 3510-EXIT
016570     END-IF
016580     REWRITE CUP-BRACKET-RECORD
016590         INVALID KEY
016600             MOVE ER-CUPBKT-STATUS TO ER-FAIL-STATUS
016610             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
016620             GO TO 3510-EXIT
016630     END-REWRITE
016640     ADD 1 TO ER-FL-CHANGED(ER-FX).
016650 3510-EXIT.
016660     EXIT.
016670
016680*----------------------------------------------------------------
016690*  3600-ERASE-CUPENTRY - THE LEAVER'S CUP ENTRY, REWRITTEN IN
016700*                      PLACE.
016710*----------------------------------------------------------------
016720 3600-ERASE-CUPENTRY.
016730     MOVE 16 TO ER-FX
016740     OPEN I-O CUP-ENTRY-FILE
016750     IF ER-CUPENTRY-STATUS = "35"
016760         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
016770         GO TO 3600-EXIT
016780     END-IF
016790     IF ER-CUPENTRY-STATUS NOT = "00"
016800         MOVE ER-CUPENTRY-STATUS TO ER-FAIL-STATUS
016810         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
016820         GO TO 3600-EXIT
016830     END-IF
016840     MOVE 'N' TO ER-EOF-SW
016850     PERFORM 3610-ERASE-ONE-ENTRY THRU 3610-EXIT
016860         UNTIL ER-EOF
016870     CLOSE CUP-ENTRY-FILE.
016880 3600-EXIT.
016890     EXIT.
016900
016910 3610-ERASE-ONE-ENTRY.
016920     READ CUP-ENTRY-FILE
016930         AT END
016940             MOVE 'Y' TO ER-EOF-SW
016950             GO TO 3610-EXIT
016960     END-READ
016970     IF ER-CUPENTRY-STATUS NOT = "00"
016980         MOVE ER-CUPENTRY-STATUS TO ER-FAIL-STATUS
016990         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
017000         MOVE 'Y' TO ER-EOF-SW
017010         GO TO 3610-EXIT
017020     END-IF
017030     ADD 1 TO ER-FL-READ(ER-FX)
017040     IF CE-PLAYER-ID NOT = ER-LEAVER-ID
017050         GO TO 3610-EXIT
017060     END-IF
017070     MOVE ER-TOKEN TO CE-PLAYER-ID
017080     REWRITE CUP-ENTRY-RECORD
017090     IF ER-CUPENTRY-STATUS NOT = "00"
017100         MOVE ER-CUPENTRY-STATUS TO ER-FAIL-STATUS
017110         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
017120         GO TO 3610-EXIT
017130     END-IF
017140     ADD 1 TO ER-FL-CHANGED(ER-FX).
017150 3610-EXIT.
017160     EXIT.
017170
017180*----------------------------------------------------------------
017190*  3700-ERASE-STATAUDT - THE OPERATOR, PLAYER AND OTHER PLAYER OF
017200*                      EVERY STANDINGS AUDIT RECORD, REWRITTEN IN
017210*                      PLACE.
017220*----------------------------------------------------------------
017230 3700-ERASE-STATAUDT.
017240     MOVE 17 TO ER-FX
017250     OPEN I-O STATS-AUDIT-FILE
017260     IF ER-STATAUDT-STATUS = "35"
017270         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
017280         GO TO 3700-EXIT
017290     END-IF
017300     IF ER-STATAUDT-STATUS NOT = "00"
017310         MOVE ER-STATAUDT-STATUS TO ER-FAIL-STATUS
017320         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
017330         GO TO 3700-EXIT
017340     END-IF
017350     MOVE 'N' TO ER-EOF-SW
017360     PERFORM 3710-ERASE-ONE-STATS-AUDIT THRU 3710-EXIT
017370         UNTIL ER-EOF
017380     CLOSE STATS-AUDIT-FILE.
017390 3700-EXIT.
017400     EXIT.
017410
017420 3710-ERASE-ONE-STATS-AUDIT.
017430     READ STATS-AUDIT-FILE
017440         AT END
017450             MOVE 'Y' TO ER-EOF-SW
017460             GO TO 3710-EXIT
017470     END-READ
017480     IF ER-STATAUDT-STATUS NOT = "00"
017490         MOVE ER-STATAUDT-STATUS TO ER-FAIL-STATUS
017500         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
017510         MOVE 'Y' TO ER-EOF-SW
017520         GO TO 3710-EXIT
017530     END-IF
017540     ADD 1 TO ER-FL-READ(ER-FX)
017550     MOVE 'N' TO ER-CHANGED-SW
017560     IF SA-OPERATOR-ID = ER-LEAVER-ID
017570         MOVE ER-TOKEN TO SA-OPERATOR-ID
017580         MOVE 'Y' TO ER-CHANGED-SW
017590     END-IF
017600     IF SA-PLAYER-ID = ER-LEAVER-ID
017610         MOVE ER-TOKEN TO SA-PLAYER-ID
017620         MOVE 'Y' TO ER-CHANGED-SW
017630     END-IF
017640     IF SA-OTHER-PLAYER-ID = ER-LEAVER-ID
017650         MOVE ER-TOKEN TO SA-OTHER-PLAYER-ID
017660         MOVE 'Y' TO ER-CHANGED-SW
017670     END-IF
017680     IF NOT ER-CHANGED
017690         GO TO 3710-EXIT
017700     END-IF
017710     REWRITE STATS-AUDIT-RECORD
017720     IF ER-STATAUDT-STATUS NOT = "00"
017730         MOVE ER-STATAUDT-STATUS TO ER-FAIL-STATUS
017740         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
017750         GO TO 3710-EXIT
017760     END-IF
017770     ADD 1 TO ER-FL-CHANGED(ER-FX).
017780 3710-EXIT.
017790     EXIT.
017800
017810*----------------------------------------------------------------
017820*  3800-ERASE-VOIDAUDT - THE OPERATOR AND PLAYER OF EVERY VOIDING
017830*                      AUDIT RECORD, REWRITTEN IN PLACE.
017840*----------------------------------------------------------------
017850 3800-ERASE-VOIDAUDT.
017860     MOVE 18 TO ER-FX
017870     OPEN I-O VOID-AUDIT-FILE
017880     IF ER-VOIDAUDT-STATUS = "35"
017890         PERFORM 7000-NOTE-NOT-ON-FILE THRU 7000-EXIT
017900         GO TO 3800-EXIT
017910     END-IF
017920     IF ER-VOIDAUDT-STATUS NOT = "00"
017930         MOVE ER-VOIDAUDT-STATUS TO ER-FAIL-STATUS
017940         PERFORM 7100-NOTE-OPEN-FAILED THRU 7100-EXIT
017950         GO TO 3800-EXIT
017960     END-IF
017970     MOVE 'N' TO ER-EOF-SW
017980     PERFORM 3810-ERASE-ONE-VOID-AUDIT THRU 3810-EXIT
017990         UNTIL ER-EOF
018000     CLOSE VOID-AUDIT-FILE.
018010 3800-EXIT.
018020     EXIT.
018030
018040 3810-ERASE-ONE-VOID-AUDIT.
018050     READ VOID-AUDIT-FILE
018060         AT END
018070             MOVE 'Y' TO ER-EOF-SW
018080             GO TO 3810-EXIT
018090     END-READ
018100     IF ER-VOIDAUDT-STATUS NOT = "00"
018110         MOVE ER-VOIDAUDT-STATUS TO ER-FAIL-STATUS
018120         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
018130         MOVE 'Y' TO ER-EOF-SW
018140         GO TO 3810-EXIT
018150     END-IF
018160     ADD 1 TO ER-FL-READ(ER-FX)
018170     MOVE 'N' TO ER-CHANGED-SW
018180     IF VA-OPERATOR-ID = ER-LEAVER-ID
018190         MOVE ER-TOKEN TO VA-OPERATOR-ID
018200         MOVE 'Y' TO ER-CHANGED-SW
018210     END-IF
018220     IF VA-PLAYER-ID = ER-LEAVER-ID
018230         MOVE ER-TOKEN TO VA-PLAYER-ID
018240         MOVE 'Y' TO ER-CHANGED-SW
018250     END-IF
018260     IF NOT ER-CHANGED
018270         GO TO 3810-EXIT
018280     END-IF
018290     REWRITE VOID-AUDIT-RECORD
018300     IF ER-VOIDAUDT-STATUS NOT = "00"
018310         MOVE ER-VOIDAUDT-STATUS TO ER-FAIL-STATUS
018320         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
018330         GO TO 3810-EXIT
018340     END-IF
018350     ADD 1 TO ER-FL-CHANGED(ER-FX).
018360 3810-EXIT.
018370     EXIT.
018380
018390*----------------------------------------------------------------
018400*  3900-ERASE-PLAYREG - LAST OF ALL, THE REGISTRY RECORD MOVES TO
018410*                      THE TOKEN'S KEY, MARKED AS LEFT, WITH ITS
018420*                      JOIN AND LEAVING DATES BUT NO NAME OR
018430*                      DEPARTMENT.  NOT DONE WHILE ANY EARLIER
018440*                      FILE IS UNFINISHED, SO A RERUN STILL FINDS
018450*                      THE LEAVER ON THE REGISTRY.  ALREADY MOVED
018460*                      ON AN INTERRUPTED RUN MEANS NOTHING TO DO.
018470*----------------------------------------------------------------
018480 3900-ERASE-PLAYREG.
018490     MOVE 19 TO ER-FX
018500     IF ER-INCOMPLETE
018510         MOVE "LEFT UNTIL THE RERUN" TO ER-FL-NOTE(ER-FX)
018520         GO TO 3900-EXIT
018530     END-IF
018540     MOVE ER-LEAVER-ID TO PG-PLAYER-ID
018550     READ PLAYER-REGISTRY-FILE
018560         INVALID KEY
018570             GO TO 3900-EXIT
018580     END-READ
018590     ADD 1 TO ER-FL-READ(ER-FX)
018600     MOVE ER-TOKEN TO PG-PLAYER-ID
018610     MOVE "ANONYMISED PLAYER" TO PG-FULL-NAME
018620     MOVE SPACES TO PG-DEPARTMENT
018630     MOVE 'L' TO PG-STATUS
018640     WRITE PLAYER-REGISTRY-RECORD
018650         INVALID KEY
018660             CONTINUE
018670     END-WRITE
018680     IF ER-PLAYREG-STATUS NOT = "00"
018690             AND (ER-PLAYREG-STATUS NOT = "22"
018700                  OR NOT ER-RESUMING)
018710         MOVE ER-PLAYREG-STATUS TO ER-FAIL-STATUS
018720         PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
018730         GO TO 3900-EXIT
018740     END-IF
018750     MOVE ER-LEAVER-ID TO PG-PLAYER-ID
018760     DELETE PLAYER-REGISTRY-FILE RECORD
018770         INVALID KEY
018780             MOVE ER-PLAYREG-STATUS TO ER-FAIL-STATUS
018790             PERFORM 7200-NOTE-UPDATE-FAILED THRU 7200-EXIT
018800             GO TO 3900-EXIT
018810     END-DELETE
018820     ADD 1 TO ER-FL-CHANGED(ER-FX).
018830 3900-EXIT.
018840     EXIT.
018850
018860*----------------------------------------------------------------
018870*  5000-WRITE-CERTIFICATE - HEADER, ONE LINE PER FILE, THE TOTALS
018880*                      AND THE CLOSING STATEMENT.  THE ERASED ID
018890*                      APPEARS NOWHERE ON IT.
018900*----------------------------------------------------------------
018910 5000-WRITE-CERTIFICATE.
018920     PERFORM 5100-TOTAL-ONE-FILE THRU 5100-EXIT
018930         VARYING ER-FX FROM 1 BY 1
018940             UNTIL ER-FX > ER-FILE-COUNT
018950     IF NOT ER-CERT-OPEN
018960         GO TO 5000-EXIT
018970     END-IF
018980     MOVE ER-RUN-DD   TO ER-HDR-DD
018990     MOVE ER-RUN-MM   TO ER-HDR-MM
019000     MOVE ER-RUN-YYYY TO ER-HDR-YYYY
019010     MOVE ER-HEADER1-LINE TO EC-LINE
019020     WRITE ERASURE-CERT-RECORD
019030     MOVE ER-TOKEN       TO ER-HDR-TOKEN
019040     MOVE ER-OPERATOR-ID TO ER-HDR-OPERATOR
019050     IF ER-RESUMING
019060         MOVE "RESUMED ERASURE" TO ER-HDR-RUN-TYPE
019070     ELSE
019080         MOVE SPACES TO ER-HDR-RUN-TYPE
019090     END-IF
019100     MOVE ER-HEADER2-LINE TO EC-LINE
019110     WRITE ERASURE-CERT-RECORD
019120     MOVE ER-RPT-SEPARATOR TO EC-LINE
019130     WRITE ERASURE-CERT-RECORD
019140     MOVE ER-HEADER3-LINE TO EC-LINE
019150     WRITE ERASURE-CERT-RECORD
019160     MOVE ER-RPT-SEPARATOR TO EC-LINE
019170     WRITE ERASURE-CERT-RECORD
019180     PERFORM 5110-WRITE-ONE-FILE-LINE THRU 5110-EXIT
019190         VARYING ER-FX FROM 1 BY 1
019200             UNTIL ER-FX > ER-FILE-COUNT
019210     MOVE ER-RPT-SEPARATOR TO EC-LINE
019220     WRITE ERASURE-CERT-RECORD
019230     MOVE "FILES WITH RECORDS CHANGED OR DELETED:" TO ER-TOT-LABEL
019240     MOVE ER-FILES-TOUCHED TO ER-TOT-VALUE
019250     MOVE ER-TOTAL-LINE TO EC-LINE
019260     WRITE ERASURE-CERT-RECORD
019270     MOVE "RECORDS READ:" TO ER-TOT-LABEL
019280     MOVE ER-TOTAL-READ TO ER-TOT-VALUE
019290     MOVE ER-TOTAL-LINE TO EC-LINE
019300     WRITE ERASURE-CERT-RECORD
019310     MOVE "RECORDS CHANGED TO THE TOKEN:" TO ER-TOT-LABEL
019320     MOVE ER-TOTAL-CHANGED TO ER-TOT-VALUE
019330     MOVE ER-TOTAL-LINE TO EC-LINE
019340     WRITE ERASURE-CERT-RECORD
019350     MOVE "RECORDS DELETED:" TO ER-TOT-LABEL
019360     MOVE ER-TOTAL-DELETED TO ER-TOT-VALUE
019370     MOVE ER-TOTAL-LINE TO EC-LINE
019380     WRITE ERASURE-CERT-RECORD
019390     MOVE ER-RPT-SEPARATOR TO EC-LINE
019400     WRITE ERASURE-CERT-RECORD
019410     IF ER-INCOMPLETE
019420         MOVE "ERASURE NOT COMPLETE - RERUN W"
019430             TO ER-CLOSING-TEXT-1
019440         MOVE "ITH THE SAME ID AND TOKEN" TO ER-CLOSING-TEXT-2
019450     ELSE
019460         MOVE "ERASURE COMPLETE - THE PLAYER "
019470             TO ER-CLOSING-TEXT-1
019480         MOVE "IS NOW KNOWN ONLY AS TOKEN" TO ER-CLOSING-TEXT-2
019490     END-IF
019500     MOVE ER-TOKEN TO ER-CLOSING-TOKEN
019510     MOVE ER-CLOSING-LINE TO EC-LINE
019520     WRITE ERASURE-CERT-RECORD.
019530 5000-EXIT.
019540     EXIT.
019550
019560 5100-TOTAL-ONE-FILE.
019570     ADD ER-FL-READ(ER-FX)    TO ER-TOTAL-READ
019580     ADD ER-FL-CHANGED(ER-FX) TO ER-TOTAL-CHANGED
019590     ADD ER-FL-DELETED(ER-FX) TO ER-TOTAL-DELETED
019600     IF ER-FL-CHANGED(ER-FX) > 0
019610             OR ER-FL-DELETED(ER-FX) > 0
019620         ADD 1 TO ER-FILES-TOUCHED
019630     END-IF.
019640 5100-EXIT.
019650     EXIT.
019660
019670 5110-WRITE-ONE-FILE-LINE.
019680     MOVE ER-FILE-NAME(ER-FX)  TO ER-DET-FILE
019690     MOVE ER-FL-READ(ER-FX)    TO ER-DET-READ
019700     MOVE ER-FL-CHANGED(ER-FX) TO ER-DET-CHANGED
019710     MOVE ER-FL-DELETED(ER-FX) TO ER-DET-DELETED
019720     MOVE ER-FL-NOTE(ER-FX)    TO ER-DET-NOTE
019730     MOVE ER-DETAIL-LINE TO EC-LINE
019740     WRITE ERASURE-CERT-RECORD.
019750 5110-EXIT.
019760     EXIT.
019770
019780*----------------------------------------------------------------
019790*  5200-WRITE-COMPLETED-AUDIT - A CLEAN RUN CLOSES THE ERASURE ON
019800*                      ERASAUDT WITH ITS COUNTS.  AN UNFINISHED
019810*                      ONE WRITES NOTHING AND ENDS WITH RETURN
019820*                      CODE 8, LEAVING THE STARTED RECORD TO BE
019830*                      RESUMED.
019840*----------------------------------------------------------------
019850 5200-WRITE-COMPLETED-AUDIT.
019860     IF ER-INCOMPLETE
019870         DISPLAY "ERASURE NOT COMPLETE - FIX THE FILES NOTED ON "
019880             "ERASCERT AND RERUN WITH TOKEN " ER-TOKEN
019890         MOVE 8 TO RETURN-CODE
019900         GO TO 5200-EXIT
019910     END-IF
019920     ACCEPT EA-AUDIT-DATE FROM DATE YYYYMMDD
019930     ACCEPT EA-AUDIT-TIME FROM TIME
019940     MOVE ER-OPERATOR-ID      TO EA-OPERATOR-ID
019950     MOVE 'C'                 TO EA-RECORD-TYPE
019960     MOVE ER-TOKEN            TO EA-TOKEN
019970     MOVE ER-FILES-TOUCHED    TO EA-FILES-TOUCHED
019980     MOVE ER-TOTAL-CHANGED    TO EA-RECORDS-CHANGED
019990     MOVE ER-TOTAL-DELETED    TO EA-RECORDS-DELETED
020000     WRITE ERASURE-AUDIT-RECORD
020010     IF ER-ERASAUDT-STATUS NOT = "00"
020020         DISPLAY "ERASAUDT WRITE FAILED, STATUS "
020030             ER-ERASAUDT-STATUS " - RERUN WITH TOKEN " ER-TOKEN
020040             " TO RECORD THE COMPLETION"
020050         MOVE 8 TO RETURN-CODE
020060     END-IF.
020070 5200-EXIT.
020080     EXIT.
020090
020100*----------------------------------------------------------------
020110*  7000-7200 - CERTIFICATE NOTES FOR THE FILE IN HAND.  A FILE NOT
020120*                      ON DISK HOLDS NOTHING TO ERASE; ONE THAT
020130*                      WILL NOT OPEN OR TAKE AN UPDATE LEAVES THE
020140*                      ERASURE UNFINISHED.  ONLY THE FIRST FAILURE
020150*                      ON A FILE IS NOTED.
020160*----------------------------------------------------------------
020170 7000-NOTE-NOT-ON-FILE.
020180     MOVE "NOT ON FILE - NOTHING HELD" TO ER-FL-NOTE(ER-FX).
020190 7000-EXIT.
020200     EXIT.
020210
020220 7100-NOTE-OPEN-FAILED.
020230     DISPLAY "WARNING - " ER-FILE-NAME(ER-FX)
020240         " OPEN FAILED, STATUS " ER-FAIL-STATUS
020250         " - FILE NOT ERASED"
020260     MOVE ER-FAIL-STATUS TO ER-OPEN-FAIL-STATUS
020270     MOVE ER-OPEN-FAIL-NOTE TO ER-FL-NOTE(ER-FX)
020280     MOVE 'Y' TO ER-INCOMPLETE-SW.
020290 7100-EXIT.
020300     EXIT.
020310
020320 7200-NOTE-UPDATE-FAILED.
020330     MOVE 'Y' TO ER-INCOMPLETE-SW
020340     IF ER-FL-NOTE(ER-FX) NOT = SPACES
020350         GO TO 7200-EXIT
020360     END-IF
020370     DISPLAY "WARNING - " ER-FILE-NAME(ER-FX)
020380         " UPDATE FAILED, STATUS " ER-FAIL-STATUS
020390         " - ERASURE NOT COMPLETE"
020400     MOVE ER-FAIL-STATUS TO ER-UPDATE-FAIL-STATUS
020410     MOVE ER-UPDATE-FAIL-NOTE TO ER-FL-NOTE(ER-FX).
020420 7200-EXIT.
020430     EXIT.
020440
020450*----------------------------------------------------------------
020460*  8000-ANONYMISE-IMAGE - PUT THE TOKEN IN PLACE OF THE LEAVER IN
020470*                      EITHER PLAYER ID OF ER-GAME-IMAGE, SETTING
020480*                      ER-CHANGED-SW WHEN IT DOES.  AN EMPTY IMAGE
020490*                      (THE BEFORE IMAGE OF AN ADD) NEVER MATCHES.
020500*----------------------------------------------------------------
020510 8000-ANONYMISE-IMAGE.
020520     IF ER-IMG-PLAYER1-ID = ER-LEAVER-ID
020530         MOVE ER-TOKEN TO ER-IMG-PLAYER1-ID
020540         MOVE 'Y' TO ER-CHANGED-SW
020550     END-IF
020560     IF ER-IMG-PLAYER2-ID = ER-LEAVER-ID
020570         MOVE ER-TOKEN TO ER-IMG-PLAYER2-ID
020580         MOVE 'Y' TO ER-CHANGED-SW
020590     END-IF.
020600 8000-EXIT.
020610     EXIT.
020620
020630*----------------------------------------------------------------
020640*  9000-TERMINATE-RUN - CLOSE WHATEVER THIS RUN OPENED AND REPORT
020650*                       THE CONTROL TOTALS.
020660*----------------------------------------------------------------
020670 9000-TERMINATE-RUN.
020680     IF ER-REGISTRY-OPEN
020690         CLOSE PLAYER-REGISTRY-FILE
020700     END-IF
020710     IF NOT ER-PROCEED
020720         GO TO 9000-EXIT
020730     END-IF
020740     CLOSE ERASURE-AUDIT-FILE
020750     IF ER-CERT-OPEN
020760         CLOSE ERASURE-CERT-FILE
020770     END-IF
020780     DISPLAY "Player erasure run ended - see ERASCERT."
020790     DISPLAY "  Token:             " ER-TOKEN
020800     DISPLAY "  Files touched:     " ER-FILES-TOUCHED
020810     DISPLAY "  Records changed:   " ER-TOTAL-CHANGED
020820     DISPLAY "  Records deleted:   " ER-TOTAL-DELETED.
020830 9000-EXIT.
020840     EXIT.
020850
020860 END PROGRAM PlayerErasure.
