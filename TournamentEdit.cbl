000260*      DATE       INIT   DESCRIPTION
000270*      ---------- ----   ----------------------------------------
000280*      08/14/2026 RM     INITIAL VERSION.
000281*      10/05/2026 RM     BOTH PLAYER IDS MUST NOW BE ACTIVE
000282*                        PLAYERS ON THE PLAYREG PLAYER REGISTRY -
000283*                        AN UNKNOWN ID OR ONE MARKED LEFT IS AN
000284*                        ERROR LIKE ANY OTHER.  WITH NO REGISTRY
000285*                        ON FILE EVERY RECORD IS REJECTED, SINCE
000286*                        NO ID CAN BE PROVED.
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. TournamentEdit.
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS TE-TOURNERR-STATUS.
000550
000551     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS PG-PLAYER-ID
000555         FILE STATUS IS TE-PLAYREG-STATUS.
000556
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TOURNAMENT-INPUT-FILE
000780     RECORDING MODE IS F.
000790 COPY NCTEDRP.
000800
000802 FD  PLAYER-REGISTRY-FILE.
000804 COPY NCPLREG.
000806
000810 WORKING-STORAGE SECTION.
000820 77  TE-TOURNIN-STATUS     PIC X(02) VALUE SPACES.
000830 77  TE-TOURNOK-STATUS     PIC X(02) VALUE SPACES.
000840 77  TE-TOURNREJ-STATUS    PIC X(02) VALUE SPACES.
000850 77  TE-TOURNERR-STATUS    PIC X(02) VALUE SPACES.
000851 77  TE-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
000852 77  TE-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
000853     88  TE-REGISTRY-OPEN         VALUE 'Y'.
000854 77  TE-CHECK-SIDE         PIC X(08) VALUE SPACES.
000855 77  TE-CHECK-ID           PIC X(08) VALUE SPACES.
000860 77  TE-TOURNIN-EOF-SW     PIC X(01) VALUE 'N'.
000870     88  TE-TOURNIN-EOF           VALUE 'Y'.
000880 77  TE-RECORD-VALID-SW    PIC X(01) VALUE 'Y'.
001700     OPEN OUTPUT TOURN-CLEAN-FILE
001710     OPEN OUTPUT TOURN-REJECT-FILE
001720     OPEN OUTPUT TOURNEDIT-REPORT-FILE
001721     OPEN INPUT PLAYER-REGISTRY-FILE
001722     IF TE-PLAYREG-STATUS = "00"
001723         MOVE 'Y' TO TE-REGISTRY-OPEN-SW
001724     ELSE
001725         DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
001726             TE-PLAYREG-STATUS " - NO PLAYER ID CAN BE PROVED"
001727     END-IF
001730     MOVE TE-RPT-SEPARATOR TO TE-LINE
001740     WRITE TOURNEDIT-REPORT-RECORD
001750     MOVE TE-RUN-DD   TO TE-HDR-DD
002250     IF TI-PLAYER1-ID = SPACES
002260         MOVE "PLAYER 1 ID MISSING" TO TE-ERR-TEXT
002270         PERFORM 2190-LOG-ERROR THRU 2190-EXIT
002272     ELSE
002274         MOVE "PLAYER 1" TO TE-CHECK-SIDE
002276         MOVE TI-PLAYER1-ID TO TE-CHECK-ID
002278         PERFORM 2115-CHECK-REGISTRY THRU 2115-EXIT
002280     END-IF
002290     IF TI-PLAYER2-ID = SPACES
002300         MOVE "PLAYER 2 ID MISSING" TO TE-ERR-TEXT
002310         PERFORM 2190-LOG-ERROR THRU 2190-EXIT
002312     ELSE
002314         MOVE "PLAYER 2" TO TE-CHECK-SIDE
002316         MOVE TI-PLAYER2-ID TO TE-CHECK-ID
002318         PERFORM 2115-CHECK-REGISTRY THRU 2115-EXIT
002320     END-IF.
002330 2110-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  2115-CHECK-REGISTRY - THE PLAYER ID IN TE-CHECK-ID MUST BE AN
      *                      ACTIVE PLAYER ON THE REGISTRY.  LOGS AN
      *                      ERROR NAMING THE SIDE IN TE-CHECK-SIDE
      *                      WHEN IT IS NOT, OR CANNOT BE CHECKED.
      *----------------------------------------------------------------
       2115-CHECK-REGISTRY.
           IF NOT TE-REGISTRY-OPEN
               MOVE SPACES TO TE-ERR-TEXT
               STRING TE-CHECK-SIDE " ID NOT CHECKED - NO PLAYER "
                   "REGISTRY" DELIMITED BY SIZE INTO TE-ERR-TEXT
               PERFORM 2190-LOG-ERROR THRU 2190-EXIT
               GO TO 2115-EXIT
           END-IF
           MOVE TE-CHECK-ID TO PG-PLAYER-ID
           READ PLAYER-REGISTRY-FILE
               INVALID KEY
                   MOVE SPACES TO TE-ERR-TEXT
                   STRING TE-CHECK-SIDE " " TE-CHECK-ID
                       " NOT ON PLAYER REGISTRY"
                       DELIMITED BY SIZE INTO TE-ERR-TEXT
                   PERFORM 2190-LOG-ERROR THRU 2190-EXIT
               NOT INVALID KEY
                   IF PG-LEFT
                       MOVE SPACES TO TE-ERR-TEXT
                       STRING TE-CHECK-SIDE " " TE-CHECK-ID
                           " IS MARKED AS LEFT"
                           DELIMITED BY SIZE INTO TE-ERR-TEXT
                       PERFORM 2190-LOG-ERROR THRU 2190-EXIT
                   END-IF
           END-READ.
       2115-EXIT.
002340     EXIT.
002350
002360 2120-CHECK-BOARD-SIZE.
003830     CLOSE TOURN-CLEAN-FILE
003840     CLOSE TOURN-REJECT-FILE
003850     CLOSE TOURNEDIT-REPORT-FILE
003852     IF TE-REGISTRY-OPEN
003854         CLOSE PLAYER-REGISTRY-FILE
003856     END-IF
003860     DISPLAY "Tournament pre-edit complete - "
003870         TE-RECORDS-CLEAN " clean, "
003880         TE-RECORDS-REJECTED " rejected.".
