000010*================================================================
000020*  NCCUPBKT - RECORD LAYOUT FOR THE CUPBKT KNOCKOUT CUP BRACKET
000030*             INDEXED FILE.  ONE RECORD PER TIE, KEYED BY ROUND
000040*             AND TIE-WITHIN-ROUND.  THE DRAW WRITES EVERY TIE
000050*             OF EVERY ROUND AT ONCE: TIE T OF ROUND R IS FED BY
000060*             TIES 2T-1 (PLAYER 1) AND 2T (PLAYER 2) OF ROUND
000070*             R-1, SO THE LAST ROUND ON FILE IS THE FINAL.  A
000080*             TIE IS CB-AWAITING UNTIL BOTH ITS PLAYERS ARE
000090*             KNOWN, CB-OPEN WHILE THE GAME IS STILL TO BE
000100*             PLAYED, AND CB-DECIDED ONCE IT HAS A WINNER -
000110*             BY A GAME ON THE MASTER, BY A BYE IN THE FIRST
000120*             ROUND (THE EMPTY SIDE HAS SPACES AND SEED ZERO),
000130*             OR ON SEEDING WHEN THE PAIR HAVE DRAWN THE
000140*             REPLAY LIMIT WITHOUT A DECISIVE GAME.  ONLY GAMES
000150*             DATED ON OR AFTER CB-OPEN-DATE COUNT FOR THE TIE.
000160*             CB-DRAWN-GAMES IS THE NUMBER OF DRAWN GAMES THE
000170*             PAIR HAVE PLAYED IN THE TIE SO FAR.
000180*================================================================
000190 01  CUP-BRACKET-RECORD.
000200     05  CB-TIE-KEY.
000210         10  CB-ROUND          PIC 9(02).
000220         10  CB-TIE-NO         PIC 9(03).
000230     05  CB-PLAYER1-ID         PIC X(08).
000240     05  CB-PLAYER1-SEED       PIC 9(03).
000250     05  CB-PLAYER2-ID         PIC X(08).
000260     05  CB-PLAYER2-SEED       PIC 9(03).
000270     05  CB-TIE-STATUS         PIC X(01).
000280         88  CB-AWAITING              VALUE 'W'.
000290         88  CB-OPEN                  VALUE 'O'.
000300         88  CB-DECIDED               VALUE 'D'.
000310     05  CB-DECIDED-BY         PIC X(01).
000320         88  CB-BY-GAME               VALUE 'G'.
000330         88  CB-BY-BYE                VALUE 'B'.
000340         88  CB-BY-SEEDING            VALUE 'S'.
000350     05  CB-OPEN-DATE          PIC 9(08).
000360     05  CB-DRAWN-GAMES        PIC 9(02).
000370     05  CB-WINNER-ID          PIC X(08).
000380     05  CB-GAME-ID            PIC X(08).
000390     05  CB-DECIDED-DATE       PIC 9(08).
