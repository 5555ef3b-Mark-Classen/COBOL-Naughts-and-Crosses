000320*                        LADDER CAN FINALLY BE THIS SEASON'S
000330*                        GAMES ONLY AND SOMEBODY CAN BE THE
000340*                        SEASON'S CHAMPION.
000341*      10/05/2026 RM     THE FINAL LADDER AND THE CHAMPION LINE
000342*                        NOW PRINT EACH PLAYER'S REGISTERED NAME
000343*                        FROM THE PLAYREG PLAYER REGISTRY BESIDE
000344*                        THE ID.  AN UNREGISTERED ID, OR A
000345*                        MISSING REGISTRY, LEAVES THE NAME BLANK.
000350*================================================================
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SeasonCloseout.
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS SO-SEASNRPT-STATUS.
000750
000751     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS DYNAMIC
000754         RECORD KEY IS PG-PLAYER-ID
000755         FILE STATUS IS SO-PLAYREG-STATUS.
000756
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SEASON-CONTROL-FILE
000960     RECORDING MODE IS F.
000970 COPY NCSEARPT.
000980
000982 FD  PLAYER-REGISTRY-FILE.
000984 COPY NCPLREG.
000986
000990 WORKING-STORAGE SECTION.
001000 77  SO-SEASNCTL-STATUS    PIC X(02) VALUE SPACES.
001010 77  SO-PLAYSTAT-STATUS    PIC X(02) VALUE SPACES.
001030 77  SO-SEASHIST-STATUS    PIC X(02) VALUE SPACES.
001040 77  SO-PLAYLIFE-STATUS    PIC X(02) VALUE SPACES.
001050 77  SO-SEASNRPT-STATUS    PIC X(02) VALUE SPACES.
001051 77  SO-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
001052 77  SO-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
001053     88  SO-REGISTRY-OPEN         VALUE 'Y'.
001054 77  SO-NAME-ID            PIC X(08) VALUE SPACES.
001055 77  SO-NAME-FOUND         PIC X(30) VALUE SPACES.
001060 77  SO-PLAYSTAT-EOF-SW    PIC X(01) VALUE 'N'.
001070     88  SO-PLAYSTAT-EOF          VALUE 'Y'.
001080 77  SO-CONFIRMED-SW       PIC X(01) VALUE 'N'.
001880         "RANK  PLAYER       GP     W ".
001890     05  FILLER                PIC X(28) VALUE
001900         "    L     D WIN PCT  RATING ".
001910     05  FILLER                PIC X(24) VALUE
001915         " NAME".
001920 01  SO-DETAIL-LINE.
001930     05  FILLER                PIC X(01) VALUE SPACE.
001940     05  SO-DET-RANK           PIC X(03).
002060     05  SO-DET-WIN-PCT        PIC ZZ9.9.
002070     05  FILLER                PIC X(04) VALUE SPACES.
002080     05  SO-DET-RATING         PIC ZZZ9.
002090     05  FILLER                PIC X(02) VALUE SPACES.
002095     05  SO-DET-NAME           PIC X(23).
002100 01  SO-CHAMPION-LINE.
002110     05  FILLER                PIC X(17) VALUE
002120         "SEASON CHAMPION: ".
002130     05  SO-CHAMP-ID           PIC X(08).
002132     05  FILLER                PIC X(01) VALUE SPACE.
002134     05  SO-CHAMP-NAME         PIC X(30).
002140     05  FILLER                PIC X(24) VALUE SPACES.
002150 01  SO-NO-CHAMPION-LINE.
002160     05  FILLER                PIC X(40) VALUE
002170         "NO CHAMPION DECLARED - NO PLAYER REACHED".
003450         OPEN OUTPUT PLAYER-LIFETIME-FILE
003460         CLOSE PLAYER-LIFETIME-FILE
003470         OPEN I-O PLAYER-LIFETIME-FILE
003471     END-IF
003472     OPEN INPUT PLAYER-REGISTRY-FILE
003473     IF SO-PLAYREG-STATUS = "00"
003474         MOVE 'Y' TO SO-REGISTRY-OPEN-SW
003475     ELSE
003476         DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
003477             SO-PLAYREG-STATUS " - NAMES WILL PRINT BLANK"
003480     END-IF
003490     OPEN OUTPUT SEASON-REPORT-FILE.
003500 1020-EXIT.
006080     END-IF
006090     IF SO-CHAMPION-IDX > 0
006100         MOVE SO-CHAMPION-ID TO SO-CHAMP-ID
006102         MOVE SO-CHAMPION-ID TO SO-NAME-ID
006104         PERFORM 5027-FETCH-PLAYER-NAME THRU 5027-EXIT
006106         MOVE SO-NAME-FOUND TO SO-CHAMP-NAME
006110         MOVE SO-CHAMPION-LINE TO SE-LINE
006120     ELSE
006130         MOVE SO-NO-CHAMPION-LINE TO SE-LINE
006380     MOVE SO-ST-DRAWN(SO-IDX)   TO SO-DET-DRAWN
006390     MOVE SO-ST-WIN-PCT(SO-IDX) TO SO-DET-WIN-PCT
006400     MOVE SO-ST-RATING(SO-IDX)  TO SO-DET-RATING
006402     MOVE SO-ST-ID(SO-IDX)      TO SO-NAME-ID
006404     PERFORM 5027-FETCH-PLAYER-NAME THRU 5027-EXIT
006406     MOVE SO-NAME-FOUND         TO SO-DET-NAME
006410     MOVE SO-DETAIL-LINE TO SE-LINE
006420     WRITE SEASON-REPORT-RECORD.
006430 5025-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  5027-FETCH-PLAYER-NAME - THE REGISTERED NAME OF SO-NAME-ID
      *                      INTO SO-NAME-FOUND, OR SPACES WHEN THE ID
      *                      IS NOT ON THE REGISTRY.
      *----------------------------------------------------------------
       5027-FETCH-PLAYER-NAME.
           MOVE SPACES TO SO-NAME-FOUND
           IF SO-REGISTRY-OPEN
               MOVE SO-NAME-ID TO PG-PLAYER-ID
               READ PLAYER-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PG-FULL-NAME TO SO-NAME-FOUND
               END-READ
           END-IF.
       5027-EXIT.
006440     EXIT.
006450
006460 5030-WRITE-CUTOFF-HEADER.
007150         CLOSE SEASON-HISTORY-FILE
007160         CLOSE PLAYER-LIFETIME-FILE
007170         CLOSE SEASON-REPORT-FILE
007172         IF SO-REGISTRY-OPEN
007174             CLOSE PLAYER-REGISTRY-FILE
007176         END-IF
007180         IF SO-CHAMPION-IDX > 0
007190             DISPLAY "Season close-out complete - champion "
007200                 SO-CHAMPION-ID ", " SO-SNAPSHOT-COUNT
