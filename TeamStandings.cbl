000210*      ---------- ----   ----------------------------------------
000220*      09/01/2026 RM     INITIAL VERSION, PART OF THE TEAM
000230*                        LEAGUE WORK.
000231*      10/05/2026 RM     EACH TEAM'S LINE IS NOW FOLLOWED BY ITS
000232*                        ROSTER - THE PLAYERS WHOSE TEAMMBR
000233*                        MEMBERSHIP IS IN FORCE ON THE RUN DATE -
000234*                        WITH EACH PLAYER'S REGISTERED NAME FROM
000235*                        THE PLAYREG PLAYER REGISTRY BESIDE THE
000236*                        ID.  AN UNREGISTERED ID, OR A MISSING
000237*                        REGISTRY, LEAVES THE NAME BLANK.
000240*================================================================
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TeamStandings.
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS TL-TEAMRPT-STATUS.
000500
           SELECT TEAM-MEMBER-FILE ASSIGN TO "TEAMMBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-MEMBER-KEY
               FILE STATUS IS TL-TEAMMBR-STATUS.
      
           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-PLAYER-ID
               FILE STATUS IS TL-PLAYREG-STATUS.
      
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  TEAM-STATS-FILE.
000600     RECORDING MODE IS F.
000610 COPY NCTEAMRP.
000620
000621 FD  TEAM-MEMBER-FILE.
000622 COPY NCTEAMMB.
000623
000624 FD  PLAYER-REGISTRY-FILE.
000625 COPY NCPLREG.
000626
000630 WORKING-STORAGE SECTION.
000640 77  TL-TEAMSTAT-STATUS    PIC X(02) VALUE SPACES.
000650 77  TL-TEAMMST-STATUS     PIC X(02) VALUE SPACES.
000660 77  TL-TEAMRPT-STATUS     PIC X(02) VALUE SPACES.
       77  TL-TEAMMBR-STATUS     PIC X(02) VALUE SPACES.
       77  TL-PLAYREG-STATUS     PIC X(02) VALUE SPACES.
       77  TL-MEMBERS-OPEN-SW    PIC X(01) VALUE 'N'.
           88  TL-MEMBERS-OPEN          VALUE 'Y'.
       77  TL-REGISTRY-OPEN-SW   PIC X(01) VALUE 'N'.
           88  TL-REGISTRY-OPEN         VALUE 'Y'.
       77  TL-TEAMMBR-EOF-SW     PIC X(01) VALUE 'N'.
           88  TL-TEAMMBR-EOF           VALUE 'Y'.
       77  TL-TODAY              PIC 9(08) VALUE 0.
       77  TL-ROSTER-COUNT       PIC 9(03) COMP VALUE 0.
000670 77  TL-TEAMSTAT-EOF-SW    PIC X(01) VALUE 'N'.
000680     88  TL-TEAMSTAT-EOF          VALUE 'Y'.
000690 77  TL-TEAM-COUNT         PIC 9(02) COMP VALUE 0.
001420     05  FILLER                PIC X(03) VALUE SPACES.
001430     05  TL-DET-WIN-PCT        PIC ZZ9.9.
001440     05  FILLER                PIC X(16) VALUE SPACES.
       01  TL-ROSTER-LINE.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  TL-ROS-ID             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TL-ROS-NAME           PIC X(30).
           05  FILLER                PIC X(24) VALUE SPACES.
       01  TL-NO-ROSTER-LINE.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
               "(NO MEMBERS IN FORCE)".
           05  FILLER                PIC X(34) VALUE SPACES.
001450 01  TL-TOTAL-LINE.
001460     05  FILLER                PIC X(14) VALUE "TEAMS LISTED: ".
001470     05  TL-TOT-TEAMS          PIC ZZ9.
001640*                        REPORTED AND TREATED AS EMPTY - THE
001650*                        LADDER STILL COMES OUT, WITH ZERO
001660*                        TEAMS, AS THE PLAYER REPORT DOES.
001662*                        WITHOUT TEAMMBR THE ROSTERS ARE LEFT
001664*                        OUT; WITHOUT THE REGISTRY THEY PRINT
001666*                        WITH BLANK NAMES.
001670*----------------------------------------------------------------
001680 1000-INITIALIZE-RUN.
001690     ACCEPT TL-RUN-DATE FROM DATE YYYYMMDD
001695     MOVE TL-RUN-DATE TO TL-TODAY
001700     OPEN INPUT TEAM-STATS-FILE
001710     IF TL-TEAMSTAT-STATUS NOT = "00"
001720         DISPLAY "WARNING - TEAMSTAT OPEN FAILED, STATUS "
001740         MOVE 'Y' TO TL-TEAMSTAT-EOF-SW
001750     END-IF
001760     OPEN INPUT TEAM-MASTER-FILE
           OPEN INPUT TEAM-MEMBER-FILE
           IF TL-TEAMMBR-STATUS = "00"
               MOVE 'Y' TO TL-MEMBERS-OPEN-SW
           ELSE
               DISPLAY "WARNING - TEAMMBR OPEN FAILED, STATUS "
                   TL-TEAMMBR-STATUS " - ROSTERS LEFT OFF"
           END-IF
           OPEN INPUT PLAYER-REGISTRY-FILE
           IF TL-PLAYREG-STATUS = "00"
               MOVE 'Y' TO TL-REGISTRY-OPEN-SW
           ELSE
               DISPLAY "WARNING - PLAYER REGISTRY OPEN FAILED, STATUS "
                   TL-PLAYREG-STATUS " - NAMES WILL PRINT BLANK"
           END-IF
001770     OPEN OUTPUT TEAM-REPORT-FILE.
001780 1000-EXIT.
001790     EXIT.
002830
002840*----------------------------------------------------------------
002850*  4000-WRITE-REPORT - LAY THE SORTED LADDER OUT ON TEAMRPT: A
002860*                      PAGE HEADER, THE RANKED TEAMS EACH
002865*                      FOLLOWED BY ITS ROSTER, AND A
002870*                      CONTROL-TOTAL TRAILER.
002880*----------------------------------------------------------------
002890 4000-WRITE-REPORT.
003290     MOVE TL-ST-DRAWN(TL-IDX)   TO TL-DET-DRAWN
003300     MOVE TL-ST-WIN-PCT(TL-IDX) TO TL-DET-WIN-PCT
003310     MOVE TL-DETAIL-LINE TO TL-LINE
           WRITE TEAM-REPORT-RECORD
           IF TL-MEMBERS-OPEN
               PERFORM 4020-WRITE-ROSTER THRU 4020-EXIT
           END-IF.
       4010-EXIT.
           EXIT.
      
      *----------------------------------------------------------------
      *  4020-WRITE-ROSTER - LIST UNDER THE TEAM JUST PRINTED EVERY
      *                      PLAYER WHOSE MEMBERSHIP OF IT IS IN FORCE
      *                      ON THE RUN DATE: EFFECTIVE ON OR BEFORE
      *                      TODAY AND NOT YET ENDED.  TEAMMBR IS KEYED
      *                      BY PLAYER, SO THE WHOLE FILE IS WALKED
      *                      FOR EACH TEAM - A HANDFUL OF TEAMS AND A
      *                      LUNCHTIME LEAGUE'S WORTH OF MEMBERSHIPS.
      *----------------------------------------------------------------
       4020-WRITE-ROSTER.
           MOVE 0 TO TL-ROSTER-COUNT
           MOVE 'N' TO TL-TEAMMBR-EOF-SW
           MOVE LOW-VALUES TO TB-MEMBER-KEY
           START TEAM-MEMBER-FILE KEY NOT LESS THAN TB-MEMBER-KEY
               INVALID KEY
                   MOVE 'Y' TO TL-TEAMMBR-EOF-SW
           END-START
           PERFORM 4030-CHECK-ONE-MEMBER THRU 4030-EXIT
               UNTIL TL-TEAMMBR-EOF
           IF TL-ROSTER-COUNT = 0
               MOVE TL-NO-ROSTER-LINE TO TL-LINE
               WRITE TEAM-REPORT-RECORD
           END-IF.
       4020-EXIT.
           EXIT.
      
       4030-CHECK-ONE-MEMBER.
           READ TEAM-MEMBER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TL-TEAMMBR-EOF-SW
                   GO TO 4030-EXIT
           END-READ
           IF TB-TEAM-ID NOT = TL-ST-ID(TL-IDX)
                   OR TB-EFF-DATE > TL-TODAY
               GO TO 4030-EXIT
           END-IF
           IF TB-END-DATE NOT = 0 AND TB-END-DATE NOT > TL-TODAY
               GO TO 4030-EXIT
           END-IF
           ADD 1 TO TL-ROSTER-COUNT
           MOVE TB-PLAYER-ID TO TL-ROS-ID
           MOVE SPACES TO TL-ROS-NAME
           IF TL-REGISTRY-OPEN
               MOVE TB-PLAYER-ID TO PG-PLAYER-ID
               READ PLAYER-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PG-FULL-NAME TO TL-ROS-NAME
               END-READ
           END-IF
           MOVE TL-ROSTER-LINE TO TL-LINE
003320     WRITE TEAM-REPORT-RECORD.
003330 4030-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003440         CLOSE TEAM-MASTER-FILE
003450     END-IF
003460     CLOSE TEAM-REPORT-FILE
003461     IF TL-MEMBERS-OPEN
003462         CLOSE TEAM-MEMBER-FILE
003463     END-IF
003464     IF TL-REGISTRY-OPEN
003465         CLOSE PLAYER-REGISTRY-FILE
003466     END-IF
003470     DISPLAY "Team standings report complete - " TL-TEAM-COUNT
003480         " team(s) listed.".
003490 9000-EXIT.
