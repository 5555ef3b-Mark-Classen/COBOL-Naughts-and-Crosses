000220*      ---------- ----   ----------------------------------------
000230*      09/01/2026 RM     INITIAL VERSION, PART OF THE TEAM
000240*                        LEAGUE WORK.
000241*      10/05/2026 RM     A MEMBERSHIP CAN ONLY BE ADDED FOR AN
000242*                        ACTIVE PLAYER ON THE PLAYREG PLAYER
000243*                        REGISTRY.  THE REGISTERED NAME IS SHOWN
000244*                        BACK TO THE OPERATOR BEFORE THE TEAM IS
000245*                        ASKED FOR.
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. TeamMaint.
000450         RECORD KEY IS TB-MEMBER-KEY
000460         FILE STATUS IS TC-TEAMMBR-STATUS.
000470
000471     SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS PG-PLAYER-ID
000475         FILE STATUS IS TC-PLAYREG-STATUS.
000476
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TEAM-MASTER-FILE.
000530 FD  TEAM-MEMBER-FILE.
000540 COPY NCTEAMMB.
000550
000552 FD  PLAYER-REGISTRY-FILE.
000554 COPY NCPLREG.
000556
000560 WORKING-STORAGE SECTION.
000570 77  TC-TEAMMST-STATUS     PIC X(02) VALUE SPACES.
000580 77  TC-TEAMMBR-STATUS     PIC X(02) VALUE SPACES.
000582 77  TC-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
000584 77  TC-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
000586     88  TC-REGISTRY-OPEN         VALUE 'Y'.
000590 77  TC-MENU-CHOICE        PIC X(01) VALUE SPACE.
000600 77  TC-QUIT-SW            PIC X(01) VALUE 'N'.
000610     88  TC-QUIT                  VALUE 'Y'.
000840*  1000-INITIALIZE-RUN - OPEN BOTH FILES FOR UPDATE, CREATING
000850*                        THEM ON FIRST USE - A SHOP STARTING A
000860*                        TEAM LEAGUE STARTS FROM NOTHING.
000862*                        THE PLAYER REGISTRY IS ONLY READ; IF IT
000864*                        WILL NOT OPEN, NO MEMBERSHIP CAN BE
000866*                        ADDED THIS RUN.
000870*----------------------------------------------------------------
000880 1000-INITIALIZE-RUN.
000890     OPEN I-O TEAM-MASTER-FILE
000970         OPEN OUTPUT TEAM-MEMBER-FILE
000980         CLOSE TEAM-MEMBER-FILE
000990         OPEN I-O TEAM-MEMBER-FILE
000991     END-IF
000992     OPEN INPUT PLAYER-REGISTRY-FILE
000993     IF TC-PLAYREG-STATUS = "00"
000994         MOVE 'Y' TO TC-REGISTRY-OPEN-SW
000995     ELSE
000996         DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
000997             TC-PLAYREG-STATUS " - NO MEMBERSHIP CAN BE ADDED"
001000     END-IF.
001010 1000-EXIT.
001020     EXIT.
001840*                      EFFECTIVE DATE.  THE TEAM MUST EXIST; A
001850*                      MEMBERSHIP STILL OPEN FOR THE PLAYER IS
001860*                      CLOSED AS AT THE NEW DATE FIRST, WHICH
001870*                      IS WHAT A TRANSFER IS.  THE PLAYER
001875*                      MUST BE ACTIVE ON THE REGISTRY.
001880*----------------------------------------------------------------
001890 2300-ADD-MEMBERSHIP.
001900     DISPLAY "Player ID: "
001910     ACCEPT TC-PLAYER-ID-IN
           IF NOT TC-REGISTRY-OPEN
               DISPLAY "No player registry - nothing added."
               GO TO 2300-EXIT
           END-IF
           MOVE TC-PLAYER-ID-IN TO PG-PLAYER-ID
           READ PLAYER-REGISTRY-FILE
               INVALID KEY
                   DISPLAY "Player " TC-PLAYER-ID-IN " is not on the "
                       "player registry - register them first."
                   GO TO 2300-EXIT
           END-READ
           IF PG-LEFT
               DISPLAY "Player " TC-PLAYER-ID-IN " is marked as left - "
                   "nothing added."
               GO TO 2300-EXIT
           END-IF
           DISPLAY "Player: " PG-FULL-NAME
001920     DISPLAY "Team ID: "
001930     ACCEPT TC-TEAM-ID-IN
001940     MOVE TC-TEAM-ID-IN TO TM-TEAM-ID
003600 9000-TERMINATE-RUN.
003610     CLOSE TEAM-MASTER-FILE
003620     CLOSE TEAM-MEMBER-FILE
003622     IF TC-REGISTRY-OPEN
003624         CLOSE PLAYER-REGISTRY-FILE
003626     END-IF
003630     DISPLAY "Team maintenance ended.".
003640 9000-EXIT.
003650     EXIT.
