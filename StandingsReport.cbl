000430*                        RUN WITH RETURN CODE 8, SO THE DRIVER
000440*                        RECORDS THE STEP FAILED INSTEAD OF
000450*                        COMPLETE.
000451*      10/05/2026 RM     EACH LADDER LINE NOW CARRIES THE
000452*                        PLAYER'S REGISTERED NAME FROM THE
000453*                        PLAYREG PLAYER REGISTRY BESIDE THE ID.
000454*                        AN ID NOT ON THE REGISTRY (THE ENGINE'S
000455*                        OWN, SAY) PRINTS WITH THE NAME BLANK; A
000456*                        MISSING REGISTRY BLANKS THEM ALL BUT
000457*                        DOES NOT FAIL THE RUN.
000460*================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. StandingsReport.
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS SR-RUNCTL-STATUS.
000740
000741     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS PG-PLAYER-ID
000745         FILE STATUS IS SR-PLAYREG-STATUS.
000746
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PLAYER-STATS-FILE.
000890     RECORDING MODE IS F.
000900 COPY NCRUNCTL.
000910
000912 FD  PLAYER-REGISTRY-FILE.
000914 COPY NCPLREG.
000916
000920 WORKING-STORAGE SECTION.
000930 77  SR-PLAYSTAT-STATUS    PIC X(02) VALUE SPACES.
000940 77  SR-STANDRPT-STATUS    PIC X(02) VALUE SPACES.
000950 77  SR-SEASNCTL-STATUS    PIC X(02) VALUE SPACES.
000960 77  SR-RUNCTL-STATUS      PIC X(02) VALUE SPACES.
000962 77  SR-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
000964 77  SR-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
000966     88  SR-REGISTRY-OPEN         VALUE 'Y'.
000970 77  SR-RUNCTL-EOF-SW      PIC X(01) VALUE 'N'.
000980     88  SR-RUNCTL-EOF            VALUE 'Y'.
000990 77  SR-MIN-FROM-CTL-SW    PIC X(01) VALUE 'N'.
001710         "RANK  PLAYER       GP     W ".
001720     05  FILLER                PIC X(28) VALUE
001730         "    L     D WIN PCT DRAW PCT".
001740     05  FILLER                PIC X(24) VALUE
001745         " NAME".
001750 01  SR-DETAIL-LINE.
001760     05  FILLER                PIC X(01) VALUE SPACE.
001770     05  SR-DET-RANK           PIC X(03).
001890     05  SR-DET-WIN-PCT        PIC ZZ9.9.
001900     05  FILLER                PIC X(03) VALUE SPACES.
001910     05  SR-DET-DRAW-PCT       PIC ZZ9.9.
001920     05  FILLER                PIC X(02) VALUE SPACES.
001925     05  SR-DET-NAME           PIC X(22).
001930 01  SR-CUTOFF-LINE.
001940     05  FILLER                PIC X(34) VALUE
001950         "BELOW QUALIFYING CUTOFF (FEWER THA".
002480             SR-PLAYSTAT-STATUS " - REPORTING AN EMPTY LADDER"
002490         MOVE 'Y' TO SR-PLAYSTAT-EOF-SW
002500         MOVE 'Y' TO SR-RUN-FAILED-SW
002501     END-IF
002502     OPEN INPUT PLAYER-REGISTRY-FILE
002503     IF SR-PLAYREG-STATUS = "00"
002504         MOVE 'Y' TO SR-REGISTRY-OPEN-SW
002505     ELSE
002506         DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
002507             SR-PLAYREG-STATUS " - NAMES WILL PRINT BLANK"
002510     END-IF
002520     OPEN OUTPUT STANDINGS-REPORT-FILE.
002530 1000-EXIT.
004760*  4025-WRITE-DETAIL-LINE - FORMAT AND WRITE ONE PLAYER'S LINE
004770*                      FROM SR-STAND(SR-IDX).  THE CALLER HAS
004780*                      ALREADY SET OR BLANKED SR-DET-RANK.
004785*                      THE NAME COMES FROM THE PLAYER REGISTRY.
004790*----------------------------------------------------------------
004800 4025-WRITE-DETAIL-LINE.
004810     MOVE SR-ST-ID(SR-IDX)       TO SR-DET-ID
004850     MOVE SR-ST-DRAWN(SR-IDX)    TO SR-DET-DRAWN
004860     MOVE SR-ST-WIN-PCT(SR-IDX)  TO SR-DET-WIN-PCT
004870     MOVE SR-ST-DRAW-PCT(SR-IDX) TO SR-DET-DRAW-PCT
004875     PERFORM 4027-FETCH-PLAYER-NAME THRU 4027-EXIT
004880     MOVE SR-DETAIL-LINE TO SR-LINE
004890     WRITE STANDINGS-REPORT-RECORD.
004900 4025-EXIT.
           EXIT.
      
       4027-FETCH-PLAYER-NAME.
           MOVE SPACES TO SR-DET-NAME
           IF SR-REGISTRY-OPEN
               MOVE SR-ST-ID(SR-IDX) TO PG-PLAYER-ID
               READ PLAYER-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PG-FULL-NAME TO SR-DET-NAME
               END-READ
           END-IF.
       4027-EXIT.
004910     EXIT.
004920
004930 4030-WRITE-CUTOFF-HEADER.
005330         CLOSE PLAYER-STATS-FILE
005340     END-IF
005350     CLOSE STANDINGS-REPORT-FILE
005352     IF SR-REGISTRY-OPEN
005354         CLOSE PLAYER-REGISTRY-FILE
005356     END-IF
005360     DISPLAY "Standings report complete - " SR-PLAYER-COUNT
005370         " players listed."
005380     IF SR-RUN-FAILED
