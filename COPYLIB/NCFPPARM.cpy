000010*================================================================
000020*  NCFPPARM - RECORD LAYOUT FOR THE FAIRPARM FAIR-PLAY SCREENING
000030*             PARAMETER FILE.  ONE RECORD HOLDING EVERY THRESHOLD
000040*             THE WEEKLY SCREENING JOB WORKS TO, SO THE LEAGUE
000050*             COMMITTEE CAN TIGHTEN OR RELAX A CHECK WITHOUT A
000060*             PROGRAM CHANGE:
000070*               FP-WINDOW-DAYS    SCREEN GAMES DATED WITHIN
000080*                                 THIS MANY DAYS OF THE RUN
000090*               FP-FAST-SECS      A MOVE OF NO MORE THAN THIS
000100*                                 MANY SECONDS IS NEAR-ZERO
000110*               FP-BOOK-MIN-MOVES FEWEST MOVES A SIDE MUST MAKE
000120*                                 BEFORE ITS BOOK PLAY IS JUDGED
000130*               FP-BOOK-PCT       PER CENT OF A SIDE'S MOVES ON
000140*                                 THE ENGINE'S BOOK SQUARE THAT,
000150*                                 EVERY MOVE NEAR-ZERO, FLAGS IT
000160*               FP-SHORT-MOVES    A GAME OF NO MORE THAN THIS
000170*                                 MANY MOVES IS SHORT
000180*               FP-FARM-GAMES     FEWEST SHORT GAMES BETWEEN A
000190*                                 PAIR TO FLAG AS RATING FARMING
000200*               FP-FARM-PCT       PER CENT OF THOSE GAMES ONE
000210*                                 SIDE MUST HAVE WON
000220*               FP-MIN-FORFEITS   FEWEST MOVE-CLOCK FORFEITS
000230*                                 BEFORE A PLAYER IS JUDGED
000240*               FP-FORFEIT-PCT    PER CENT OF THEM MADE IN A
000250*                                 LOSING POSITION TO FLAG THE
000260*                                 PLAYER - 100 IS ONLY-WHEN-LOSING
000270*               FP-TIME-SLACK     SECONDS OF SLACK WHEN MOVE
000280*                                 TIMES ARE SET AGAINST EACH
000290*                                 OTHER AND THE GAME'S END TIME
000300*             KEPT IN DISPLAY DIGITS SO THE FILE CAN BE KEYED AND
000310*             LISTED LIKE ANY OTHER CONTROL CARD.
000320*================================================================
000330 01  FAIR-PLAY-PARM-RECORD.
000340     05  FP-WINDOW-DAYS        PIC 9(03).
000350     05  FP-FAST-SECS          PIC 9(03).
000360     05  FP-BOOK-MIN-MOVES     PIC 9(02).
000370     05  FP-BOOK-PCT           PIC 9(03).
000380     05  FP-SHORT-MOVES        PIC 9(02).
000390     05  FP-FARM-GAMES         PIC 9(03).
000400     05  FP-FARM-PCT           PIC 9(03).
000410     05  FP-MIN-FORFEITS       PIC 9(02).
000420     05  FP-FORFEIT-PCT        PIC 9(03).
000430     05  FP-TIME-SLACK         PIC 9(03).
000440     05  FILLER                PIC X(53).
