000010*================================================================
000020*  NCRATWRK - RECORD LAYOUT FOR THE RATEWORK WORK FILE USED BY
000030*             THE RATING RE-DERIVATION JOB.  ONE RECORD PER
000040*             RATEABLE GAME OFF THE GAME MASTER AND THE ARCHIVE,
000050*             KEYED BY GAME DATE, TIME AND ID SO THAT READING THE
000060*             FILE IN KEY ORDER PRESENTS THE WHOLE HISTORY IN THE
000070*             ORDER IT WAS PLAYED - THE ORDER STATSPOSTING RATES
000080*             IN.  THE FILE IS REBUILT FROM EMPTY ON EVERY RUN.
000090*================================================================
000100 01  RATING-WORK-RECORD.
000110     05  RK-KEY.
000120         10  RK-GAME-DATE      PIC 9(08).
000130         10  RK-GAME-TIME      PIC 9(08).
000140         10  RK-GAME-ID        PIC X(08).
000150     05  RK-PLAYER1-ID         PIC X(08).
000160     05  RK-PLAYER2-ID         PIC X(08).
000170     05  RK-WINNER             PIC X(01).
