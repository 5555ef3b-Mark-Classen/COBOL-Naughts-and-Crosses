000410*                        WITH RETURN CODE 8, SO THE MONTH-END
000420*                        DRIVER RECORDS THE STEP FAILED INSTEAD
000430*                        OF COMPLETE.
      *      10/05/2026 RM     EACH DELETE FROM THE MASTER IS APPENDED
      *                        TO THE NEW GAMEJRNL GAME MASTER JOURNAL
      *                        WITH THE GAME AS ITS BEFORE IMAGE.  A
      *                        JOURNAL THAT WILL NOT OPEN ENDS THE RUN
      *                        WITH NOTHING ARCHIVED AND RETURN CODE 8.
      *      10/05/2026 RM     GAMES THE RETRIEVAL UTILITY RELOADED
      *                        FOR A DISPUTE GO BACK WHATEVER THEIR
      *                        DATE: ONCE THE MAIN PASS IS DONE THE
      *                        ARCHIVE IS REOPENED I-O AND EACH COPY
      *                        MARKED RETRIEVED IS REWRITTEN IN PLACE
      *                        FROM THE MASTER (SO A VOIDING MADE WHILE
      *                        IT WAS BACK IS KEPT) BEFORE THE MASTER
      *                        COPY IS DELETED - NEVER APPENDED A
      *                        SECOND TIME.
      *      10/15/2026 RM     A FAILED REWRITE OF AN ARCHIVE COPY NOT
      *                        BACK ON THE MASTER IS NOW REPORTED, AND
      *                        THE FILES ARE CLOSED ON OPEN SWITCHES SO
      *                        A FAILED READ, DELETE OR JOURNAL WRITE NO
      *                        LONGER LEAVES ONE OPEN AT THE END.
      *      10/15/2026 RM     A RETRIEVED ARCHIVE COPY WHOSE ID IS ON
      *                        THE MASTER UNDER A DIFFERENT GAME (THE ID
      *                        IS THE TIME OF DAY, SO IT CAN BE REUSED)
      *                        KEEPS ITS RETRIEVED MARK AND THE RUN ENDS
      *                        WITH RETURN CODE 4 FOR THE OPERATOR TO
      *                        SORT OUT - IT IS NOT PUT BACK IN SERVICE.
000440*================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. GamelogArchive.
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS GA-RUNCTL-STATUS.
000680
000682     SELECT GAME-JOURNAL-FILE ASSIGN TO "GAMEJRNL"
000684         ORGANIZATION IS SEQUENTIAL
000686         FILE STATUS IS GA-GAMEJRNL-STATUS.
000688
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  GAME-MASTER-FILE.
000790     RECORDING MODE IS F.
000800 COPY NCRUNCTL.
000810
000812 FD  GAME-JOURNAL-FILE
000814     RECORDING MODE IS F.
000816 COPY NCGAMJRN.
000818
000820 WORKING-STORAGE SECTION.
000830 77  GA-GAMEMST-STATUS     PIC X(02) VALUE SPACES.
000840 77  GA-GAMEARCH-STATUS    PIC X(02) VALUE SPACES.
000845 77  GA-GAMEJRNL-STATUS    PIC X(02) VALUE SPACES.
000850 77  GA-GAMEMST-EOF-SW     PIC X(01) VALUE 'N'.
000860     88  GA-GAMEMST-EOF           VALUE 'Y'.
000870 77  GA-CUTOFF-DATE-IN     PIC X(08) VALUE SPACES.
000990 77  GA-GAMES-READ         PIC 9(07) COMP VALUE 0.
001000 77  GA-GAMES-ARCHIVED     PIC 9(07) COMP VALUE 0.
001010 77  GA-GAMES-KEPT         PIC 9(07) COMP VALUE 0.
       77  GA-GAMES-RETRIEVED    PIC 9(07) COMP VALUE 0.
       77  GA-GAMES-RETURNED     PIC 9(07) COMP VALUE 0.
       77  GA-GAMEARCH-EOF-SW    PIC X(01) VALUE 'N'.
           88  GA-GAMEARCH-EOF          VALUE 'Y'.
       77  GA-ON-MASTER-SW       PIC X(01) VALUE 'N'.
           88  GA-ON-MASTER             VALUE 'Y'.
       77  GA-MASTER-IMAGE       PIC X(474) VALUE SPACES.
       77  GA-GAMEMST-OPEN-SW    PIC X(01) VALUE 'N'.
           88  GA-GAMEMST-OPEN          VALUE 'Y'.
       77  GA-GAMEARCH-OPEN-SW   PIC X(01) VALUE 'N'.
           88  GA-GAMEARCH-OPEN         VALUE 'Y'.
       77  GA-GAMEJRNL-OPEN-SW   PIC X(01) VALUE 'N'.
           88  GA-GAMEJRNL-OPEN         VALUE 'Y'.
       77  GA-ID-CLASH-SW        PIC X(01) VALUE 'N'.
           88  GA-ID-CLASH              VALUE 'Y'.
001020
001030 PROCEDURE DIVISION.
001040 0000-MAIN-PROCEDURE.
001060     IF GA-CUTOFF-OK
001070         PERFORM 2000-ARCHIVE-ONE-GAME THRU 2000-EXIT
001080             UNTIL GA-GAMEMST-EOF
001082         IF GA-GAMES-RETRIEVED > 0 AND NOT GA-RUN-FAILED
001084             PERFORM 3000-RETURN-RETRIEVED THRU 3000-EXIT
001086         END-IF
001090     END-IF
001100     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
001110     GOBACK.
001350     END-IF
001360     IF GA-CUTOFF-OK
001370         OPEN I-O GAME-MASTER-FILE
001375         IF GA-GAMEMST-STATUS = "00"
001380             MOVE 'Y' TO GA-GAMEMST-OPEN-SW
001385         ELSE
001390             DISPLAY "GAME MASTER OPEN FAILED, STATUS "
001400                 GA-GAMEMST-STATUS " - NOTHING TO ARCHIVE"
                   MOVE 'Y' TO GA-GAMEMST-EOF-SW
                   MOVE 'Y' TO GA-RUN-FAILED-SW
               END-IF
               OPEN EXTEND GAME-JOURNAL-FILE
               IF GA-GAMEJRNL-STATUS = "35"
                   OPEN OUTPUT GAME-JOURNAL-FILE
                   CLOSE GAME-JOURNAL-FILE
                   OPEN EXTEND GAME-JOURNAL-FILE
               END-IF
               IF GA-GAMEJRNL-STATUS = "00"
                   MOVE 'Y' TO GA-GAMEJRNL-OPEN-SW
               ELSE
                   DISPLAY "GAMEJRNL OPEN FAILED, STATUS "
                       GA-GAMEJRNL-STATUS " - NOTHING WILL BE ARCHIVED"
001410             MOVE 'Y' TO GA-GAMEMST-EOF-SW
001420             MOVE 'Y' TO GA-RUN-FAILED-SW
001430         END-IF
001460             OPEN OUTPUT GAME-ARCHIVE-FILE
001470             CLOSE GAME-ARCHIVE-FILE
001480             OPEN EXTEND GAME-ARCHIVE-FILE
001482         END-IF
001484         IF GA-GAMEARCH-STATUS = "00"
001486             MOVE 'Y' TO GA-GAMEARCH-OPEN-SW
001490         END-IF
001500     END-IF.
001510 1000-EXIT.
002090*                        OLDER THAN THE CUTOFF IS COPIED TO THE
002100*                        ARCHIVE AND, ONLY ONCE THE WRITE COMES
002110*                        BACK CLEAN, DELETED FROM THE MASTER.
002112*                        EACH DELETE IS JOURNALLED.  A GAME
002114*                        BACK FROM THE ARCHIVE ON RETRIEVAL IS
002116*                        ONLY COUNTED HERE - 3000-RETURN-
002118*                        RETRIEVED SENDS IT BACK.
002120*----------------------------------------------------------------
002130 2000-ARCHIVE-ONE-GAME.
002140     READ GAME-MASTER-FILE NEXT RECORD
002160             MOVE 'Y' TO GA-GAMEMST-EOF-SW
002170         NOT AT END
002180             ADD 1 TO GA-GAMES-READ
002185             EVALUATE TRUE
002190                 WHEN GL-RETRIEVED
002195                     ADD 1 TO GA-GAMES-RETRIEVED
002200                 WHEN GL-GAME-DATE < GA-CUTOFF-DATE AND GL-POSTED
002202                     PERFORM 2010-MOVE-GAME-TO-ARCHIVE
002204                         THRU 2010-EXIT
002210                 WHEN OTHER
002215                     ADD 1 TO GA-GAMES-KEPT
002220             END-EVALUATE
002240     END-READ.
002250 2000-EXIT.
002260     EXIT.
002270
002280 2010-MOVE-GAME-TO-ARCHIVE.
002285     MOVE GAMELOG-RECORD TO GA-MASTER-IMAGE
002290     MOVE GAMELOG-RECORD TO GAME-HISTORY-RECORD
002300     WRITE GAME-HISTORY-RECORD
002310     IF GA-GAMEARCH-STATUS = "00"
002330             INVALID KEY
002340                 DISPLAY "WARNING - DELETE FAILED FOR GAME "
002350                     GL-GAME-ID ", STATUS " GA-GAMEMST-STATUS
002352             NOT INVALID KEY
002354                 PERFORM 2020-JOURNAL-DELETE THRU 2020-EXIT
002360         END-DELETE
002370         ADD 1 TO GA-GAMES-ARCHIVED
002380         DISPLAY "Archived game " GL-GAME-ID
002470     EXIT.
002480
002490*----------------------------------------------------------------
      *  2020-JOURNAL-DELETE - APPEND THE DELETE TO THE GAMEJRNL
      *                        JOURNAL, WITH THE MASTER COPY OF THE
      *                        GAME AS ITS BEFORE IMAGE AND NO AFTER
      *                        IMAGE.
      *----------------------------------------------------------------
       2020-JOURNAL-DELETE.
           ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT JR-JOURNAL-TIME FROM TIME
           MOVE "GAMELOGARCHIVE"    TO JR-PROGRAM-ID
           MOVE 'D'                 TO JR-ACTION
           MOVE GH-GAME-ID          TO JR-GAME-ID
           MOVE GA-MASTER-IMAGE     TO JR-BEFORE-IMAGE
           MOVE SPACES              TO JR-AFTER-IMAGE
           WRITE GAME-JOURNAL-RECORD
           IF GA-GAMEJRNL-STATUS NOT = "00"
               DISPLAY "WARNING - GAMEJRNL WRITE FAILED, STATUS "
                   GA-GAMEJRNL-STATUS " - DELETE OF " GH-GAME-ID
                   " NOT JOURNALLED"
           END-IF.
       2020-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  3000-RETURN-RETRIEVED - SEND BACK THE GAMES THE RETRIEVAL
      *                        UTILITY RELOADED.  THE ARCHIVE IS
      *                        REOPENED I-O AND READ THROUGH; EACH COPY
      *                        MARKED RETRIEVED IS REWRITTEN IN PLACE
      *                        FROM THE MASTER AND MARKED POSTED AGAIN,
      *                        AND ONLY ONCE THAT REWRITE IS CLEAN IS
      *                        THE MASTER COPY DELETED AND JOURNALLED.
      *                        AN ARCHIVE THAT WILL NOT REOPEN LEAVES
      *                        THE GAMES ON THE MASTER FOR NEXT MONTH.
      *                        A COPY WHOSE ID NOW BELONGS TO ANOTHER
      *                        GAME ON THE MASTER IS LEFT MARKED AND
      *                        REPORTED AS AN ID CLASH.
      *----------------------------------------------------------------
       3000-RETURN-RETRIEVED.
           CLOSE GAME-ARCHIVE-FILE
           MOVE 'N' TO GA-GAMEARCH-OPEN-SW
           OPEN I-O GAME-ARCHIVE-FILE
           IF GA-GAMEARCH-STATUS = "00"
               MOVE 'Y' TO GA-GAMEARCH-OPEN-SW
           ELSE
               DISPLAY "WARNING - GAMEARCH REOPEN FAILED, STATUS "
                   GA-GAMEARCH-STATUS " - RETRIEVED GAMES KEPT ON "
                   "THE MASTER"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-RETURN-ONE-GAME THRU 3010-EXIT
               UNTIL GA-GAMEARCH-EOF.
       3000-EXIT.
           EXIT.
      
       3010-RETURN-ONE-GAME.
           READ GAME-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO GA-GAMEARCH-EOF-SW
                   GO TO 3010-EXIT
           END-READ
           IF NOT GH-RETRIEVED
               GO TO 3010-EXIT
           END-IF
           MOVE 'Y' TO GA-ON-MASTER-SW
           MOVE GH-GAME-ID TO GL-GAME-ID
           READ GAME-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO GA-ON-MASTER-SW
           END-READ
           IF GA-ON-MASTER AND NOT GL-RETRIEVED
               DISPLAY "WARNING - GAME ID " GH-GAME-ID " IS MARKED "
                   "RETRIEVED BUT THE MASTER HOLDS A DIFFERENT GAME "
                   "UNDER IT - ID CLASH, OPERATOR TO RESOLVE"
               MOVE 'Y' TO GA-ID-CLASH-SW
               GO TO 3010-EXIT
           END-IF
           IF NOT GA-ON-MASTER
               DISPLAY "WARNING - GAME " GH-GAME-ID " IS MARKED "
                   "RETRIEVED BUT IS NOT BACK ON THE MASTER - ARCHIVE "
                   "COPY PUT BACK IN SERVICE"
               MOVE 'Y' TO GH-POSTED-SW
               REWRITE GAME-HISTORY-RECORD
               IF GA-GAMEARCH-STATUS NOT = "00"
                   DISPLAY "WARNING - ARCHIVE REWRITE FAILED, STATUS "
                       GA-GAMEARCH-STATUS " - GAME " GH-GAME-ID
                       " STILL MARKED RETRIEVED"
               END-IF
               GO TO 3010-EXIT
           END-IF
           MOVE GAMELOG-RECORD TO GA-MASTER-IMAGE
           MOVE GAMELOG-RECORD TO GAME-HISTORY-RECORD
           MOVE 'Y' TO GH-POSTED-SW
           REWRITE GAME-HISTORY-RECORD
           IF GA-GAMEARCH-STATUS NOT = "00"
               DISPLAY "WARNING - ARCHIVE REWRITE FAILED, STATUS "
                   GA-GAMEARCH-STATUS " - GAME " GH-GAME-ID
                   " KEPT ON THE MASTER"
               GO TO 3010-EXIT
           END-IF
           DELETE GAME-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "WARNING - DELETE FAILED FOR GAME "
                       GL-GAME-ID ", STATUS " GA-GAMEMST-STATUS
               NOT INVALID KEY
                   PERFORM 2020-JOURNAL-DELETE THRU 2020-EXIT
           END-DELETE
           ADD 1 TO GA-GAMES-RETURNED
           DISPLAY "Returned game " GH-GAME-ID " to the archive".
       3010-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
002500*  9000-TERMINATE-RUN - CLOSE WHATEVER WAS OPENED AND REPORT THE
002510*                       CONTROL TOTALS.
002520*----------------------------------------------------------------
002530 9000-TERMINATE-RUN.
002540     IF GA-CUTOFF-OK
002550         IF GA-GAMEMST-OPEN
002560             CLOSE GAME-MASTER-FILE
002570         END-IF
002572         IF GA-GAMEARCH-OPEN
002574             CLOSE GAME-ARCHIVE-FILE
002576         END-IF
002578         IF GA-GAMEJRNL-OPEN
002580             CLOSE GAME-JOURNAL-FILE
002582         END-IF
002590     END-IF
002600     DISPLAY "Gamelog archive run complete."
002610     DISPLAY "  Games read:     " GA-GAMES-READ
002620     DISPLAY "  Games archived: " GA-GAMES-ARCHIVED
002630     DISPLAY "  Games kept:     " GA-GAMES-KEPT
002635     DISPLAY "  Games returned: " GA-GAMES-RETURNED
002640     IF GA-RUN-FAILED
002650         MOVE 8 TO RETURN-CODE
002652     ELSE
002654         IF GA-ID-CLASH
002656             MOVE 4 TO RETURN-CODE
002658         END-IF
002660     END-IF.
002670 9000-EXIT.
002680     EXIT.
