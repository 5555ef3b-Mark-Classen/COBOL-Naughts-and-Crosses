000010*================================================================
000020*  NCFIXAVL - RECORD LAYOUT FOR THE FIXAVAIL FIXTURE AVAILABILITY
000030*             LIST.  ONE RECORD PER PLAYER WHO HAS TOLD THE SOCIAL
000040*             COMMITTEE THEY WERE READY TO PLAY A SCHEDULED
000050*             FIXTURE, KEYED UP IN ANY ORDER: THE FIXTURE'S ROUND
000060*             AND GAME-WITHIN-ROUND, THE PLAYER'S ID AND THE DATE
000070*             THE DECLARATION WAS MADE.  THE FIXTURE-WALKOVER JOB
000080*             READS IT TO DECIDE WHO, IF ANYONE, TAKES AN OVERDUE
000090*             FIXTURE BY WALKOVER.
000100*================================================================
000110 01  FIXTURE-AVAIL-RECORD.
000120     05  AV-FIXTURE-KEY.
000130         10  AV-ROUND          PIC 9(03).
000140         10  AV-GAME-NO        PIC 9(03).
000150     05  AV-PLAYER-ID          PIC X(08).
000160     05  AV-DECLARED-DATE      PIC 9(08).
