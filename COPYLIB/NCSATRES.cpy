000010*================================================================
000020*  NCSATRES - RECORD LAYOUT FOR THE SATRSLT RESULTS FEED FROM
000030*             THE SATELLITE OFFICE'S LEAGUE, WHICH PLAYS ITS
000040*             GAMES ON PAPER AND SENDS A RESULTS SHEET INSTEAD OF
000050*             MOVE LISTS.  ONE BATCH PER FILE: AN 'H' HEADER WITH
000060*             THE BATCH NUMBER, THE DATE THE SHEET WAS MADE UP AND
000070*             THE SENDING OFFICE, ONE 'D' DETAIL RECORD PER GAME,
000080*             AND A 'T' TRAILER REPEATING THE BATCH NUMBER WITH
000090*             CONTROL COUNTS OF THE DETAILS SENT, THE WINS BY
000100*             PLAYER 1, THE WINS BY PLAYER 2 AND THE DRAWS.  A
000110*             DETAIL CARRIES THE OFFICE'S OWN GAME REFERENCE, THE
000120*             DATE PLAYED (YYYYMMDD), BOTH PLAYER IDS - PLAYER 1
000130*             TOOK THE CROSSES, AS ON THE GAME MASTER - THE BOARD
000140*             SIZE AND THE RESULT: X FOR A WIN BY PLAYER 1, O FOR
000150*             A WIN BY PLAYER 2, D FOR A DRAW.  THERE ARE NO
000160*             MOVES.
000170*================================================================
000180 01  SATELLITE-RESULT-RECORD.
000190     05  SI-RECORD-TYPE        PIC X(01).
000200         88  SI-HEADER-REC            VALUE 'H'.
000210         88  SI-DETAIL-REC            VALUE 'D'.
000220         88  SI-TRAILER-REC           VALUE 'T'.
000230     05  SI-DETAIL.
000240         10  SI-REMOTE-REF     PIC X(10).
000250         10  SI-GAME-DATE      PIC 9(08).
000260         10  SI-PLAYER1-ID     PIC X(08).
000270         10  SI-PLAYER2-ID     PIC X(08).
000280         10  SI-BOARD-SIZE     PIC 9(01).
000290         10  SI-RESULT         PIC X(01).
000300             88  SI-PLAYER1-WON       VALUE 'X'.
000310             88  SI-PLAYER2-WON       VALUE 'O'.
000320             88  SI-DRAWN             VALUE 'D'.
000330         10  FILLER            PIC X(13).
000340     05  SI-HEADER REDEFINES SI-DETAIL.
000350         10  SI-HDR-BATCH-NO   PIC 9(06).
000360         10  SI-HDR-BATCH-DATE PIC 9(08).
000370         10  SI-HDR-OFFICE     PIC X(08).
000380         10  FILLER            PIC X(27).
000390     05  SI-TRAILER REDEFINES SI-DETAIL.
000400         10  SI-TRL-BATCH-NO   PIC 9(06).
000410         10  SI-TRL-DETAILS    PIC 9(05).
000420         10  SI-TRL-P1-WINS    PIC 9(05).
000430         10  SI-TRL-P2-WINS    PIC 9(05).
000440         10  SI-TRL-DRAWS      PIC 9(05).
000450         10  FILLER            PIC X(23).
